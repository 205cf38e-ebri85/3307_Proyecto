00001  IDENTIFICATION DIVISION.
00002   PROGRAM-ID. GLBALANZ.
00003   AUTHOR. MARIO QUIROS.
00004   INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
00005   DATE-WRITTEN. 2026-10-15.
00006   DATE-COMPILED.
00007 *
00008 *-------------------------------------------------------------*
00009 * GLBALANZ ES LA BALANZA DE COMPROBACION SOBRE EL MAESTRO DE  *
00010 * SALDOS DEL MAYOR (SALDOS), QUE GLACKMAT ACUMULA SOLO CON    *
00011 * LOS ASIENTOS QUE EL MAYOR CONFIRMO COMO POSTEADOS. PARA EL  *
00012 * PERIODO (ANO Y MES) QUE PIDE EL PARAMETRO BALPARM, O EL MES *
00013 * DE LA FECHA DE CORRIDA SI EL PARAMETRO NO LO TRAE, LISTA EN *
00014 * BALANRPT CADA CUENTA CON SU DEBE, HABER Y SALDO DEL PERIODO *
00015 * Y SU DEBE, HABER Y SALDO ACUMULADOS EN EL ANO, Y PRUEBA:    *
00016 *   - QUE EL TOTAL DEBE IGUALE AL TOTAL HABER, EN EL PERIODO  *
00017 *     Y EN EL ACUMULADO,                                      *
00018 *   - Y QUE LA CUENTA DE CONTROL DEL CUADRE (EL REGISTRO "B"  *
00019 *     DE GLMAP, CALCCONTRL POR OMISION) COMPENSE EXACTAMENTE  *
00020 *     EL SALDO NETO DE LAS DEMAS CUENTAS.                     *
00021 * UNA BALANZA QUE NO CUADRA TERMINA CON RETURN-CODE 8 PARA    *
00022 * QUE CONTABILIDAD LA VEA EN ROJO ANTES DE CERRAR EL PERIODO. *
00023 *-------------------------------------------------------------*
00024 * HISTORIAL DE MODIFICACIONES                                 *
00025 *-------------------------------------------------------------*
00026 * FECHA       INIC.  DESCRIPCION                              *
00027 * 2026-10-15  MQR    VERSION INICIAL DEL PROGRAMA.            *
027A1 * 2026-10-15  MQR    UNA CUENTA SIN REGISTRO DE SALDOS EN EL  *
027A2 *                    PERIODO PEDIDO PERO CON MOVIMIENTO ANTES *
027A3 *                    EN EL MISMO ANO SE LISTA CON EL PERIODO  *
027A4 *                    EN CERO Y EL ACUMULADO DE SU ULTIMO      *
027A5 *                    PERIODO ANTERIOR, IGUAL QUE LO ARMA      *
027A6 *                    GLACKMAT AL DARLA DE ALTA; SIN ESO LOS   *
027A7 *                    TOTALES ACUMULADOS NO CUADRABAN.         *
00028 *-------------------------------------------------------------*
00029  ENVIRONMENT DIVISION.
00030  INPUT-OUTPUT SECTION.
00031   FILE-CONTROL.
00032      SELECT BALPARM  ASSIGN TO "BALPARM"
00033         ORGANIZATION IS LINE SEQUENTIAL
00034         FILE STATUS IS WS-BPARM-STATUS.
00035      SELECT GLMAP    ASSIGN TO "GLMAP"
00036         ORGANIZATION IS LINE SEQUENTIAL
00037         FILE STATUS IS WS-GLMAP-STATUS.
00038      SELECT SALDOS   ASSIGN TO "SALDOS"
00039         ORGANIZATION IS INDEXED
00040         ACCESS MODE IS SEQUENTIAL
00041         RECORD KEY IS SB-LLAVE
00042         FILE STATUS IS WS-SALDOS-STATUS.
00043      SELECT BALANRPT ASSIGN TO "BALANRPT"
00044         ORGANIZATION IS LINE SEQUENTIAL
00045         FILE STATUS IS WS-BRPT-STATUS.
00046 *
00047  DATA DIVISION.
00048   FILE SECTION.
00049   FD  BALPARM
00050       LABEL RECORDS ARE STANDARD
00051       RECORDING MODE IS F.
00052   01  BALPARM-RECORD.
00053       05 BP-PERIODO        PIC 9(06).
00054 *
00055   FD  GLMAP
00056       LABEL RECORDS ARE STANDARD
00057       RECORDING MODE IS F.
00058   01  GLMAP-RECORD.
00059       COPY GLMAPR.
00060 *
00061   FD  SALDOS
00062       LABEL RECORDS ARE STANDARD
00063       RECORDING MODE IS F.
00064   01  SALDOS-RECORD.
00065       COPY SALDOR.
00066 *
00067   FD  BALANRPT
00068       LABEL RECORDS ARE STANDARD
00069       RECORDING MODE IS F.
00070   01  PRT-RECORD           PIC X(132).
00071 *
00072   WORKING-STORAGE SECTION.
00073    77 WS-BPARM-STATUS    PIC X(02) VALUE "00".
00074    77 WS-GLMAP-STATUS    PIC X(02) VALUE "00".
00075    77 WS-SALDOS-STATUS   PIC X(02) VALUE "00".
00076    77 WS-BRPT-STATUS     PIC X(02) VALUE "00".
00077    77 WS-RUN-FECHA       PIC 9(08) VALUE ZERO.
00078    77 WS-CTA-BALANCE     PIC X(10) VALUE "CALCCONTRL".
00079    77 WS-CONT-LEIDOS     PIC 9(08) COMP VALUE ZERO.
00080    77 WS-CONT-CUENTAS    PIC 9(08) COMP VALUE ZERO.
00081    77 WS-TOT-DEBE-PER    PIC S9(16)V9(2) VALUE ZERO.
00082    77 WS-TOT-HABER-PER   PIC S9(16)V9(2) VALUE ZERO.
00083    77 WS-TOT-SALDO-PER   PIC S9(16)V9(2) VALUE ZERO.
00084    77 WS-TOT-DEBE-ACUM   PIC S9(16)V9(2) VALUE ZERO.
00085    77 WS-TOT-HABER-ACUM  PIC S9(16)V9(2) VALUE ZERO.
00086    77 WS-TOT-SALDO-ACUM  PIC S9(16)V9(2) VALUE ZERO.
00087    77 WS-CONTROL-ACUM    PIC S9(16)V9(2) VALUE ZERO.
00088    77 WS-DEMAS-ACUM      PIC S9(16)V9(2) VALUE ZERO.
00089    77 WS-DIF-CONTROL     PIC S9(16)V9(2) VALUE ZERO.
00090    77 WS-PAGINA-CONT     PIC 9(04) COMP VALUE ZERO.
00091    77 WS-LINEA-CONT      PIC 9(04) COMP VALUE ZERO.
00092    77 WS-LINEAS-POR-PAG  PIC 9(04) COMP VALUE 60.
092A1    77 WS-CONT-ARRASTRE   PIC 9(08) COMP VALUE ZERO.
092A2    77 WS-CTA-VIGENTE     PIC X(10) VALUE SPACES.
092A3    77 WS-ARR-DEBE-ACUM   PIC S9(16)V9(2) VALUE ZERO.
092A4    77 WS-ARR-HABER-ACUM  PIC S9(16)V9(2) VALUE ZERO.
092A5    77 WS-ARR-SALDO-ACUM  PIC S9(16)V9(2) VALUE ZERO.
00093 *
00094    01 WS-FECHA-CORRIDA.
00095       05 WS-FC-PERIODO   PIC 9(06).
00096       05 WS-FC-DIA       PIC 9(02).
00097    01 WS-FECHA-CORRIDA-R REDEFINES WS-FECHA-CORRIDA
00098                          PIC 9(08).
00099    01 WS-PERIODO-PEDIDO.
00100       05 WS-PP-ANO       PIC 9(04).
00101       05 WS-PP-MES       PIC 9(02).
00102    01 WS-PERIODO REDEFINES WS-PERIODO-PEDIDO
00103                          PIC 9(06).
00104 *
00105    01 WS-SWITCHES.
00106       05 WS-FIN-GLMAP-SW PIC X(01) VALUE "N".
00107          88 FIN-GLMAP          VALUE "S".
00108       05 WS-FIN-SALDO-SW PIC X(01) VALUE "N".
00109          88 FIN-SALDOS         VALUE "S".
00110       05 WS-CUADRE-SW    PIC X(01) VALUE "S".
00111          88 BALANZA-CUADRA     VALUE "S".
00112       05 WS-CONTROL-SW   PIC X(01) VALUE "S".
00113          88 CONTROL-CUADRA     VALUE "S".
00114       05 WS-ERROR-SW     PIC X(01) VALUE "N".
00115          88 ERROR-DE-ARCHIVO   VALUE "S".
115A1       05 WS-EN-PERIODO-SW PIC X(01) VALUE "N".
115A2          88 CUENTA-EN-PERIODO  VALUE "S".
115A3       05 WS-ARRASTRE-SW  PIC X(01) VALUE "N".
115A4          88 CUENTA-CON-ARRASTRE VALUE "S".
115A5 *
115A6 *-------------------------------------------------------------*
115A7 *    CUENTA QUE SE LISTA: LA DEL REGISTRO DEL PERIODO O LA    *
115A8 *    QUE SE ARRASTRA DESDE UN PERIODO ANTERIOR DEL ANO.       *
115A9 *-------------------------------------------------------------*
115B1    01 WS-CUENTA-LISTADA.
115B2       05 WS-CL-CUENTA    PIC X(10).
115B3       05 WS-CL-ESTADO    PIC X(01).
115B4       05 WS-CL-DEBE-PER  PIC S9(16)V9(2).
115B5       05 WS-CL-HABER-PER PIC S9(16)V9(2).
115B6       05 WS-CL-SALDO-PER PIC S9(16)V9(2).
115B7       05 WS-CL-DEBE-ACUM PIC S9(16)V9(2).
115B8       05 WS-CL-HABER-ACUM PIC S9(16)V9(2).
115B9       05 WS-CL-SALDO-ACUM PIC S9(16)V9(2).
00116 *
00117 *-------------------------------------------------------------*
00118 *    LINEAS DE LA BALANZA DE COMPROBACION.                    *
00119 *-------------------------------------------------------------*
00120    01 WS-LINEA-ENCABEZADO.
00121       05 FILLER            PIC X(05) VALUE SPACES.
00122       05 FILLER            PIC X(32)
00123                       VALUE "BALANZA DE COMPROBACION PERIODO ".
00124       05 WLE-PERIODO       PIC 9(06).
00125       05 FILLER            PIC X(04) VALUE SPACES.
00126       05 FILLER            PIC X(07) VALUE "FECHA: ".
00127       05 WLE-FECHA         PIC 9(08).
00128       05 FILLER            PIC X(05) VALUE SPACES.
00129       05 FILLER            PIC X(07) VALUE "PAGINA ".
00130       05 WLE-PAGINA        PIC ZZZ9.
00131       05 FILLER            PIC X(54) VALUE SPACES.
00132    01 WS-LINEA-COLUMNAS.
00133       05 FILLER            PIC X(12) VALUE "CUENTA     E".
00134       05 FILLER            PIC X(20) VALUE "        DEBE PERIODO".
00135       05 FILLER            PIC X(20) VALUE "       HABER PERIODO".
00136       05 FILLER            PIC X(20) VALUE "       SALDO PERIODO".
00137       05 FILLER            PIC X(20) VALUE "      DEBE ACUMULADO".
00138       05 FILLER            PIC X(20) VALUE "     HABER ACUMULADO".
00139       05 FILLER            PIC X(20) VALUE "     SALDO ACUMULADO".
00140    01 WS-LINEA-DETALLE.
00141       05 WLD-CUENTA        PIC X(10).
00142       05 FILLER            PIC X(01) VALUE SPACES.
00143       05 WLD-ESTADO        PIC X(01).
00144       05 FILLER            PIC X(01) VALUE SPACES.
00145       05 WLD-DEBE-PER      PIC S9(16)V9(02) SIGN LEADING
00146                                SEPARATE.
00147       05 FILLER            PIC X(01) VALUE SPACES.
00148       05 WLD-HABER-PER     PIC S9(16)V9(02) SIGN LEADING
00149                                SEPARATE.
00150       05 FILLER            PIC X(01) VALUE SPACES.
00151       05 WLD-SALDO-PER     PIC S9(16)V9(02) SIGN LEADING
00152                                SEPARATE.
00153       05 FILLER            PIC X(01) VALUE SPACES.
00154       05 WLD-DEBE-ACUM     PIC S9(16)V9(02) SIGN LEADING
00155                                SEPARATE.
00156       05 FILLER            PIC X(01) VALUE SPACES.
00157       05 WLD-HABER-ACUM    PIC S9(16)V9(02) SIGN LEADING
00158                                SEPARATE.
00159       05 FILLER            PIC X(01) VALUE SPACES.
00160       05 WLD-SALDO-ACUM    PIC S9(16)V9(02) SIGN LEADING
00161                                SEPARATE.
00162    01 WS-LINEA-CIFRA.
00163       05 FILLER            PIC X(05) VALUE SPACES.
00164       05 WLC-LITERAL       PIC X(32).
00165       05 FILLER            PIC X(02) VALUE SPACES.
00166       05 WLC-CUENTA        PIC X(10).
00167       05 FILLER            PIC X(02) VALUE SPACES.
00168       05 WLC-MONTO         PIC S9(16)V9(02) SIGN LEADING
00169                                SEPARATE.
00170       05 FILLER            PIC X(02) VALUE SPACES.
00171       05 WLC-RESULTADO     PIC X(34).
00172       05 FILLER            PIC X(26) VALUE SPACES.
00173 *
00174  PROCEDURE DIVISION.
00175 *-------------------------------------------------------------*
00176  0000-PRINCIPAL.
00177 *-------------------------------------------------------------*
00178      PERFORM 1000-INICIO THRU 1000-INICIO-EXIT.
00179      IF NOT ERROR-DE-ARCHIVO
00180          PERFORM 2000-PROC-SALDO THRU 2000-PROC-SALDO-EXIT
00181              UNTIL FIN-SALDOS
00182          PERFORM 3000-PRUEBAS THRU 3000-PRUEBAS-EXIT
00183      END-IF.
00184      PERFORM 9000-FINAL THRU 9000-FINAL-EXIT.
00185      STOP RUN.
00186 *-------------------------------------------------------------*
00187  1000-INICIO.
00188 *    TOMA EL PERIODO DE BALPARM (O EL MES DE LA FECHA DE
00189 *    CORRIDA), LA CUENTA DE CONTROL DE GLMAP, ABRE EL MAESTRO
00190 *    DE SALDOS Y EL REPORTE Y ESCRIBE LA PRIMERA PAGINA.
00191 *-------------------------------------------------------------*
00192      ACCEPT WS-RUN-FECHA FROM DATE YYYYMMDD.
00193      MOVE WS-RUN-FECHA TO WS-FECHA-CORRIDA-R.
00194      MOVE WS-FC-PERIODO TO WS-PERIODO.
00195      PERFORM 1100-LEER-PARAMETRO THRU 1100-LEER-PARAMETRO-EXIT.
00196      IF ERROR-DE-ARCHIVO
00197          GO TO 1000-INICIO-EXIT
00198      END-IF.
00199      PERFORM 1200-CARGAR-CONTROL THRU 1200-CARGAR-CONTROL-EXIT.
00200      DISPLAY "GLBALANZ: BALANZA DEL PERIODO " WS-PERIODO
00201          " - CUENTA DE CONTROL " WS-CTA-BALANCE.
00202      OPEN INPUT SALDOS.
00203      IF WS-SALDOS-STATUS NOT = "00"
00204          DISPLAY "GLBALANZ: NO ABRIO SALDOS - STATUS "
00205              WS-SALDOS-STATUS
00206          MOVE "S" TO WS-ERROR-SW
00207          GO TO 1000-INICIO-EXIT
00208      END-IF.
00209      OPEN OUTPUT BALANRPT.
00210      IF WS-BRPT-STATUS NOT = "00"
00211          DISPLAY "GLBALANZ: NO ABRIO BALANRPT - STATUS "
00212              WS-BRPT-STATUS
00213          MOVE "S" TO WS-ERROR-SW
00214          CLOSE SALDOS
00215          GO TO 1000-INICIO-EXIT
00216      END-IF.
00217      PERFORM 5000-ENCABEZADO-REPORTE THRU
00218          5000-ENCABEZADO-REPORTE-EXIT.
00219  1000-INICIO-EXIT.
00220      EXIT.
00221 *-------------------------------------------------------------*
00222  1100-LEER-PARAMETRO.
00223 *    LEE EL PERIODO PEDIDO EN BALPARM. SIN BALPARM, O CON EL
00224 *    PERIODO EN CERO, VALE EL MES DE LA FECHA DE CORRIDA. UN
00225 *    PERIODO CON MES FUERA DE 01 A 12 NO SE ACEPTA.
00226 *-------------------------------------------------------------*
00227      OPEN INPUT BALPARM.
00228      IF WS-BPARM-STATUS = "35"
00229          GO TO 1100-LEER-PARAMETRO-EXIT
00230      END-IF.
00231      IF WS-BPARM-STATUS NOT = "00"
00232          DISPLAY "GLBALANZ: NO ABRIO BALPARM - STATUS "
00233              WS-BPARM-STATUS
00234          MOVE "S" TO WS-ERROR-SW
00235          GO TO 1100-LEER-PARAMETRO-EXIT
00236      END-IF.
00237      READ BALPARM
00238          AT END
00239              CONTINUE
00240      END-READ.
00241      IF WS-BPARM-STATUS = "00"
00242        AND BP-PERIODO NUMERIC
00243        AND BP-PERIODO > ZERO
00244          MOVE BP-PERIODO TO WS-PERIODO
00245      END-IF.
00246      CLOSE BALPARM.
00247      IF WS-PP-MES < 1
00248        OR WS-PP-MES > 12
00249          DISPLAY "GLBALANZ: BALPARM CON PERIODO INVALIDO "
00250              WS-PERIODO
00251          MOVE "S" TO WS-ERROR-SW
00252      END-IF.
00253  1100-LEER-PARAMETRO-EXIT.
00254      EXIT.
00255 *-------------------------------------------------------------*
00256  1200-CARGAR-CONTROL.
00257 *    TOMA DE GLMAP LA CUENTA DE CONTROL DEL CUADRE (REGISTRO
00258 *    "B"), LA MISMA QUE USA CALCULOS. SIN GLMAP, O SIN
00259 *    REGISTRO "B", VALE CALCCONTRL, IGUAL QUE EN CALCULOS.
00260 *-------------------------------------------------------------*
00261      OPEN INPUT GLMAP.
00262      IF WS-GLMAP-STATUS NOT = "00"
00263          DISPLAY "GLBALANZ: NO ABRIO GLMAP - STATUS "
00264              WS-GLMAP-STATUS " - SE USA LA CUENTA DE CONTROL "
00265              WS-CTA-BALANCE
00266          GO TO 1200-CARGAR-CONTROL-EXIT
00267      END-IF.
00268      PERFORM 1210-LEER-GLMAP THRU 1210-LEER-GLMAP-EXIT
00269          UNTIL FIN-GLMAP.
00270      CLOSE GLMAP.
00271  1200-CARGAR-CONTROL-EXIT.
00272      EXIT.
00273 *-------------------------------------------------------------*
00274  1210-LEER-GLMAP.
00275 *    LEE UN REGISTRO DE GLMAP Y SE QUEDA CON LA CUENTA DEL
00276 *    REGISTRO DE CUADRE.
00277 *-------------------------------------------------------------*
00278      READ GLMAP
00279          AT END
00280              MOVE "S" TO WS-FIN-GLMAP-SW
00281      END-READ.
00282      IF NOT FIN-GLMAP AND GM-RESULTADO = "B"
00283          MOVE GM-CUENTA-DEBE TO WS-CTA-BALANCE
00284      END-IF.
00285  1210-LEER-GLMAP-EXIT.
00286      EXIT.
00287 *-------------------------------------------------------------*
00288  2000-PROC-SALDO.
00289 *    LEE UN SALDO DEL MAESTRO; SI ES DEL PERIODO PEDIDO LO
00290 *    LISTA Y LO ACUMULA EN LOS TOTALES, SEPARANDO EL SALDO DE
00291 *    LA CUENTA DE CONTROL DEL DE LAS DEMAS CUENTAS. SI ES DE UN
291A1 *    PERIODO ANTERIOR DEL MISMO ANO GUARDA SU ACUMULADO, POR SI
291A2 *    LA CUENTA NO TIENE REGISTRO EN EL PERIODO PEDIDO (VER
291A3 *    2100). EL MAESTRO VIENE EN ORDEN DE CUENTA Y PERIODO.
00292 *-------------------------------------------------------------*
00293      READ SALDOS NEXT
00294          AT END
00295              MOVE "S" TO WS-FIN-SALDO-SW
00296      END-READ.
00297      IF FIN-SALDOS
297A1          PERFORM 2100-CERRAR-CUENTA THRU 2100-CERRAR-CUENTA-EXIT
00298          GO TO 2000-PROC-SALDO-EXIT
00299      END-IF.
00300      IF WS-SALDOS-STATUS NOT = "00"
00301          DISPLAY "GLBALANZ: ERROR AL LEER SALDOS - STATUS "
00302              WS-SALDOS-STATUS
00303          MOVE "S" TO WS-ERROR-SW
00304          MOVE "S" TO WS-FIN-SALDO-SW
00305          GO TO 2000-PROC-SALDO-EXIT
00306      END-IF.
00307      ADD 1 TO WS-CONT-LEIDOS.
307A1      IF SB-CUENTA NOT = WS-CTA-VIGENTE
307A2          PERFORM 2100-CERRAR-CUENTA THRU 2100-CERRAR-CUENTA-EXIT
307A3          MOVE SB-CUENTA TO WS-CTA-VIGENTE
307A4          MOVE "N" TO WS-EN-PERIODO-SW
307A5          MOVE "N" TO WS-ARRASTRE-SW
307A6      END-IF.
307A7      IF SB-ANO = WS-PP-ANO
307A8        AND SB-PERIODO < WS-PERIODO
307A9          MOVE SB-DEBE-ACUM  TO WS-ARR-DEBE-ACUM
307B1          MOVE SB-HABER-ACUM TO WS-ARR-HABER-ACUM
307B2          MOVE SB-SALDO-ACUM TO WS-ARR-SALDO-ACUM
307B3          MOVE "S" TO WS-ARRASTRE-SW
307B4      END-IF.
00308      IF SB-PERIODO NOT = WS-PERIODO
00309          GO TO 2000-PROC-SALDO-EXIT
00310      END-IF.
310A1      MOVE "S" TO WS-EN-PERIODO-SW.
310A2      MOVE SB-CUENTA     TO WS-CL-CUENTA.
310A3      MOVE SB-ESTADO     TO WS-CL-ESTADO.
310A4      MOVE SB-DEBE-PER   TO WS-CL-DEBE-PER.
310A5      MOVE SB-HABER-PER  TO WS-CL-HABER-PER.
310A6      MOVE SB-SALDO-PER  TO WS-CL-SALDO-PER.
310A7      MOVE SB-DEBE-ACUM  TO WS-CL-DEBE-ACUM.
310A8      MOVE SB-HABER-ACUM TO WS-CL-HABER-ACUM.
310A9      MOVE SB-SALDO-ACUM TO WS-CL-SALDO-ACUM.
310B1      PERFORM 2200-LISTAR-CUENTA THRU 2200-LISTAR-CUENTA-EXIT.
00337  2000-PROC-SALDO-EXIT.
00338      EXIT.
338A1 *-------------------------------------------------------------*
338A2  2100-CERRAR-CUENTA.
338A3 *    AL TERMINAR LOS REGISTROS DE UNA CUENTA: SI NO TUVO
338A4 *    REGISTRO EN EL PERIODO PEDIDO PERO SI EN UN PERIODO
338A5 *    ANTERIOR DEL MISMO ANO, LA LISTA SIN MOVIMIENTO EN EL
338A6 *    PERIODO Y CON EL ACUMULADO DEL ULTIMO DE ESOS PERIODOS,
338A7 *    QUE ES LO QUE LLEVA AL PERIODO PEDIDO. EL ESTADO VA EN
338A8 *    BLANCO PORQUE EL PERIODO NO EXISTE PARA ESA CUENTA.
338A9 *-------------------------------------------------------------*
338B1      IF WS-CTA-VIGENTE = SPACES
338B2        OR CUENTA-EN-PERIODO
338B3        OR NOT CUENTA-CON-ARRASTRE
338B4          GO TO 2100-CERRAR-CUENTA-EXIT
338B5      END-IF.
338B6      MOVE WS-CTA-VIGENTE    TO WS-CL-CUENTA.
338B7      MOVE SPACE             TO WS-CL-ESTADO.
338B8      MOVE ZERO              TO WS-CL-DEBE-PER.
338B9      MOVE ZERO              TO WS-CL-HABER-PER.
338C1      MOVE ZERO              TO WS-CL-SALDO-PER.
338C2      MOVE WS-ARR-DEBE-ACUM  TO WS-CL-DEBE-ACUM.
338C3      MOVE WS-ARR-HABER-ACUM TO WS-CL-HABER-ACUM.
338C4      MOVE WS-ARR-SALDO-ACUM TO WS-CL-SALDO-ACUM.
338C5      PERFORM 2200-LISTAR-CUENTA THRU 2200-LISTAR-CUENTA-EXIT.
338C6      ADD 1 TO WS-CONT-ARRASTRE.
338C7  2100-CERRAR-CUENTA-EXIT.
338C8      EXIT.
338C9 *-------------------------------------------------------------*
338D1  2200-LISTAR-CUENTA.
338D2 *    LISTA LA CUENTA ARMADA EN WS-CUENTA-LISTADA Y LA ACUMULA
338D3 *    EN LOS TOTALES, SEPARANDO EL SALDO DE LA CUENTA DE
338D4 *    CONTROL DEL DE LAS DEMAS CUENTAS.
338D5 *-------------------------------------------------------------*
338D6      ADD 1 TO WS-CONT-CUENTAS.
338D7      ADD WS-CL-DEBE-PER   TO WS-TOT-DEBE-PER.
338D8      ADD WS-CL-HABER-PER  TO WS-TOT-HABER-PER.
338D9      ADD WS-CL-SALDO-PER  TO WS-TOT-SALDO-PER.
338DA      ADD WS-CL-DEBE-ACUM  TO WS-TOT-DEBE-ACUM.
338DB      ADD WS-CL-HABER-ACUM TO WS-TOT-HABER-ACUM.
338DC      ADD WS-CL-SALDO-ACUM TO WS-TOT-SALDO-ACUM.
338DD      IF WS-CL-CUENTA = WS-CTA-BALANCE
338DE          ADD WS-CL-SALDO-ACUM TO WS-CONTROL-ACUM
338DF      ELSE
338DG          ADD WS-CL-SALDO-ACUM TO WS-DEMAS-ACUM
338DH      END-IF.
338DI      IF WS-LINEA-CONT NOT < WS-LINEAS-POR-PAG
338DJ          PERFORM 5000-ENCABEZADO-REPORTE THRU
338DK              5000-ENCABEZADO-REPORTE-EXIT
338DL      END-IF.
338DM      MOVE WS-CL-CUENTA     TO WLD-CUENTA.
338DN      MOVE WS-CL-ESTADO     TO WLD-ESTADO.
338DO      MOVE WS-CL-DEBE-PER   TO WLD-DEBE-PER.
338DP      MOVE WS-CL-HABER-PER  TO WLD-HABER-PER.
338DQ      MOVE WS-CL-SALDO-PER  TO WLD-SALDO-PER.
338DR      MOVE WS-CL-DEBE-ACUM  TO WLD-DEBE-ACUM.
338DS      MOVE WS-CL-HABER-ACUM TO WLD-HABER-ACUM.
338DT      MOVE WS-CL-SALDO-ACUM TO WLD-SALDO-ACUM.
338DU      WRITE PRT-RECORD FROM WS-LINEA-DETALLE.
338DV      ADD 1 TO WS-LINEA-CONT.
338DW  2200-LISTAR-CUENTA-EXIT.
338DX      EXIT.
00339 *-------------------------------------------------------------*
00340  3000-PRUEBAS.
00341 *    ESCRIBE LOS TOTALES DE LA BALANZA Y LAS DOS PRUEBAS: EL
00342 *    TOTAL DEBE CONTRA EL TOTAL HABER (PERIODO Y ACUMULADO) Y
00343 *    EL SALDO ACUMULADO DE LA CUENTA DE CONTROL CONTRA EL DE
00344 *    LAS DEMAS CUENTAS, QUE DEBEN SUMAR CERO.
00345 *-------------------------------------------------------------*
00346      IF ERROR-DE-ARCHIVO
00347          GO TO 3000-PRUEBAS-EXIT
00348      END-IF.
00349      MOVE "TOTALES"         TO WLD-CUENTA.
00350      MOVE SPACE             TO WLD-ESTADO.
00351      MOVE WS-TOT-DEBE-PER   TO WLD-DEBE-PER.
00352      MOVE WS-TOT-HABER-PER  TO WLD-HABER-PER.
00353      MOVE WS-TOT-SALDO-PER  TO WLD-SALDO-PER.
00354      MOVE WS-TOT-DEBE-ACUM  TO WLD-DEBE-ACUM.
00355      MOVE WS-TOT-HABER-ACUM TO WLD-HABER-ACUM.
00356      MOVE WS-TOT-SALDO-ACUM TO WLD-SALDO-ACUM.
00357      MOVE SPACES TO PRT-RECORD.
00358      WRITE PRT-RECORD.
00359      WRITE PRT-RECORD FROM WS-LINEA-DETALLE.
00360      MOVE SPACES TO PRT-RECORD.
00361      WRITE PRT-RECORD.
00362      IF WS-TOT-DEBE-PER NOT = WS-TOT-HABER-PER
00363        OR WS-TOT-DEBE-ACUM NOT = WS-TOT-HABER-ACUM
00364          MOVE "N" TO WS-CUADRE-SW
00365      END-IF.
00366      MOVE "DIFERENCIA DEBE-HABER PERIODO"  TO WLC-LITERAL.
00367      MOVE SPACES           TO WLC-CUENTA.
00368      MOVE WS-TOT-SALDO-PER TO WLC-MONTO.
00369      MOVE SPACES           TO WLC-RESULTADO.
00370      WRITE PRT-RECORD FROM WS-LINEA-CIFRA.
00371      MOVE "DIFERENCIA DEBE-HABER ACUMULADO" TO WLC-LITERAL.
00372      MOVE WS-TOT-SALDO-ACUM TO WLC-MONTO.
00373      IF BALANZA-CUADRA
00374          MOVE "BALANZA CUADRADA"            TO WLC-RESULTADO
00375      ELSE
00376          MOVE "** BALANZA DESCUADRADA **"   TO WLC-RESULTADO
00377      END-IF.
00378      WRITE PRT-RECORD FROM WS-LINEA-CIFRA.
00379      COMPUTE WS-DIF-CONTROL = WS-CONTROL-ACUM + WS-DEMAS-ACUM.
00380      IF WS-DIF-CONTROL NOT = ZERO
00381          MOVE "N" TO WS-CONTROL-SW
00382      END-IF.
00383      MOVE "SALDO ACUMULADO DEMAS CUENTAS"  TO WLC-LITERAL.
00384      MOVE SPACES           TO WLC-CUENTA.
00385      MOVE WS-DEMAS-ACUM    TO WLC-MONTO.
00386      MOVE SPACES           TO WLC-RESULTADO.
00387      WRITE PRT-RECORD FROM WS-LINEA-CIFRA.
00388      MOVE "SALDO ACUMULADO CUENTA CONTROL" TO WLC-LITERAL.
00389      MOVE WS-CTA-BALANCE   TO WLC-CUENTA.
00390      MOVE WS-CONTROL-ACUM  TO WLC-MONTO.
00391      WRITE PRT-RECORD FROM WS-LINEA-CIFRA.
00392      MOVE "DIFERENCIA CONTRA CUENTA CONTROL" TO WLC-LITERAL.
00393      MOVE SPACES           TO WLC-CUENTA.
00394      MOVE WS-DIF-CONTROL   TO WLC-MONTO.
00395      IF CONTROL-CUADRA
00396          MOVE "CUENTA DE CONTROL CUADRA"      TO WLC-RESULTADO
00397      ELSE
00398          MOVE "** CUENTA CONTROL NO CUADRA **" TO WLC-RESULTADO
00399      END-IF.
00400      WRITE PRT-RECORD FROM WS-LINEA-CIFRA.
00401  3000-PRUEBAS-EXIT.
00402      EXIT.
00403 *-------------------------------------------------------------*
00404  5000-ENCABEZADO-REPORTE.
00405 *    INICIA UNA PAGINA NUEVA DE LA BALANZA CON EL ENCABEZADO Y
00406 *    LOS TITULOS DE COLUMNA.
00407 *-------------------------------------------------------------*
00408      ADD 1 TO WS-PAGINA-CONT.
00409      MOVE WS-PERIODO     TO WLE-PERIODO.
00410      MOVE WS-RUN-FECHA   TO WLE-FECHA.
00411      MOVE WS-PAGINA-CONT TO WLE-PAGINA.
00412      WRITE PRT-RECORD FROM WS-LINEA-ENCABEZADO.
00413      WRITE PRT-RECORD FROM WS-LINEA-COLUMNAS.
00414      MOVE ZERO TO WS-LINEA-CONT.
00415  5000-ENCABEZADO-REPORTE-EXIT.
00416      EXIT.
00417 *-------------------------------------------------------------*
00418  9000-FINAL.
00419 *    CIERRA LOS ARCHIVOS, REPORTA Y GRADUA EL RETURN-CODE: 0
00420 *    BALANZA CUADRADA, 4 PERIODO SIN SALDOS, 8 BALANZA O
00421 *    CUENTA DE CONTROL DESCUADRADA, 12 ERROR DE ARCHIVOS.
00422 *-------------------------------------------------------------*
00423      IF ERROR-DE-ARCHIVO
00424          DISPLAY "GLBALANZ: BALANZA NO EMITIDA - RETURN-CODE 12"
00425          MOVE 12 TO RETURN-CODE
00426          GO TO 9000-FINAL-EXIT
00427      END-IF.
00428      CLOSE SALDOS.
00429      CLOSE BALANRPT.
00430      DISPLAY "GLBALANZ: SALDOS LEIDOS    : " WS-CONT-LEIDOS.
00431      DISPLAY "GLBALANZ: CUENTAS LISTADAS : " WS-CONT-CUENTAS.
431A1      DISPLAY "GLBALANZ: SIN MOVIMIENTO   : " WS-CONT-ARRASTRE
431A2          " (ACUMULADO ARRASTRADO)".
00432      DISPLAY "GLBALANZ: TOTAL DEBE PERIODO  " WS-TOT-DEBE-PER
00433          " HABER " WS-TOT-HABER-PER.
00434      DISPLAY "GLBALANZ: TOTAL DEBE ACUMULADO " WS-TOT-DEBE-ACUM
00435          " HABER " WS-TOT-HABER-ACUM.
00436      DISPLAY "GLBALANZ: CUENTA DE CONTROL " WS-CTA-BALANCE
00437          " " WS-CONTROL-ACUM " DEMAS CUENTAS " WS-DEMAS-ACUM.
00438      IF NOT BALANZA-CUADRA
00439        OR NOT CONTROL-CUADRA
00440          DISPLAY "GLBALANZ: LA BALANZA NO CUADRA - RETURN-CODE 8"
00441          MOVE 8 TO RETURN-CODE
00442          GO TO 9000-FINAL-EXIT
00443      END-IF.
00444      IF WS-CONT-CUENTAS = ZERO
00445          DISPLAY "GLBALANZ: SIN SALDOS EN EL PERIODO "
00446              WS-PERIODO " - RETURN-CODE 4"
00447          MOVE 4 TO RETURN-CODE
00448          GO TO 9000-FINAL-EXIT
00449      END-IF.
00450      DISPLAY "GLBALANZ: LA BALANZA CUADRA".
00451  9000-FINAL-EXIT.
00452      EXIT.
