00001  IDENTIFICATION DIVISION.
00002   PROGRAM-ID. CALCSUSP.
00003   AUTHOR. MARIO QUIROS.
00004   INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
00005   DATE-WRITTEN. 2026-10-15.
00006   DATE-COMPILED.
00007 *
00008 *-------------------------------------------------------------*
00009 * CALCSUSP ES EL REPORTE DE SALDOS EN SUSPENSO: LISTA CADA    *
00010 * PARTIDA ABIERTA EN LAS CUENTAS DE SUSPENSO, ES DECIR CADA   *
00011 * RECHAZO PENDIENTE ("P" O EN BLANCO) POR EL QUE CALCULOS     *
00012 * CONTABILIZO SUSPENSO (RZ-SUS-CUENTA NO BLANCA) Y QUE        *
00013 * CALCREPA TODAVIA NO CORRIGIO NI DIO DE BAJA. LAS PARTIDAS   *
00014 * SALEN ORDENADAS POR CUENTA DE SUSPENSO Y LLAVE DEL RECHAZO, *
00015 * CON SU EDAD EN DIAS DESDE RZ-RUN-FECHA Y SU CUBETA (1-3,    *
00016 * 4-7 Y 8 O MAS DIAS, LAS MISMAS DE CALCENVE). CADA CUENTA    *
00017 * CIERRA CON SU SALDO Y AL FINAL VA EL SALDO TOTAL.           *
00018 *                                                             *
00019 * EL RESUMEN POR CUBETA CUENTA LOS PENDIENTES CON Y SIN       *
00020 * SUSPENSO; SU TOTAL DE PENDIENTES DEBE SER IGUAL AL TOTAL    *
00021 * PENDIENTES QUE CALCENVE ENVEJECE EN LA MISMA CORRIDA, Y EL  *
00022 * SALDO DEL REPORTE IGUAL AL DE LAS CUENTAS DE SUSPENSO EN EL *
00023 * MAYOR. NO ACTUALIZA NADA; TERMINA CON RC=0 SIN SUSPENSO     *
00024 * ABIERTO, 4 CON PARTIDAS ABIERTAS O SI EL LISTADO QUEDO      *
00025 * INCOMPLETO POR TABLA LLENA, O 12 SI NO PUDO LEER RECHAZOS   *
00026 * O ESCRIBIR EL REPORTE.                                      *
00027 *-------------------------------------------------------------*
00028 * HISTORIAL DE MODIFICACIONES                                 *
00029 *-------------------------------------------------------------*
00030 * FECHA       INIC.  DESCRIPCION                              *
00031 * 2026-10-15  MQR    VERSION INICIAL DEL PROGRAMA.            *
00032 *-------------------------------------------------------------*
00033  ENVIRONMENT DIVISION.
00034  INPUT-OUTPUT SECTION.
00035   FILE-CONTROL.
00036      SELECT RECHAZOS ASSIGN TO "RECHAZOS"
00037         ORGANIZATION IS LINE SEQUENTIAL
00038         FILE STATUS IS WS-RECHAZOS-STATUS.
00039      SELECT SUSPRPT  ASSIGN TO "SUSPRPT"
00040         ORGANIZATION IS LINE SEQUENTIAL
00041         FILE STATUS IS WS-SRPT-STATUS.
00042 *
00043  DATA DIVISION.
00044   FILE SECTION.
00045   FD  RECHAZOS
00046       LABEL RECORDS ARE STANDARD
00047       RECORDING MODE IS F.
00048   01  RECHAZO-RECORD.
00049       COPY RECHAZOR.
00050 *
00051   FD  SUSPRPT
00052       LABEL RECORDS ARE STANDARD
00053       RECORDING MODE IS F.
00054   01  PRT-RECORD           PIC X(132).
00055 *
00056   WORKING-STORAGE SECTION.
00057    77 WS-RECHAZOS-STATUS PIC X(02) VALUE "00".
00058    77 WS-SRPT-STATUS     PIC X(02) VALUE "00".
00059    77 WS-RUN-FECHA       PIC 9(08) VALUE ZERO.
00060    77 WS-RUN-HORA        PIC 9(06) VALUE ZERO.
00061    77 WS-SUS-CANT        PIC 9(04) COMP VALUE ZERO.
00062    77 WS-SUS-MAX         PIC 9(04) COMP VALUE 2000.
00063    77 WS-SUS-IDX         PIC 9(04) COMP VALUE ZERO.
00064    77 WS-SUS-POS         PIC 9(04) COMP VALUE ZERO.
00065    77 WS-SUS-ANT         PIC 9(04) COMP VALUE ZERO.
00066    77 WS-CUB-IDX         PIC 9(04) COMP VALUE ZERO.
00067    77 WS-CONT-LEIDOS     PIC 9(08) COMP VALUE ZERO.
00068    77 WS-CONT-PENDIENTES PIC 9(08) COMP VALUE ZERO.
00069    77 WS-CONT-CON-SUSP   PIC 9(08) COMP VALUE ZERO.
00070    77 WS-CONT-SIN-SUSP   PIC 9(08) COMP VALUE ZERO.
00071    77 WS-CONT-OMITIDOS   PIC 9(08) COMP VALUE ZERO.
00072    77 WS-CUENTA-ACTUAL   PIC X(10) VALUE SPACES.
00073    77 WS-NIV-CUENTA      PIC 9(01) VALUE 1.
00074    77 WS-NIV-TOTAL       PIC 9(01) VALUE 2.
00075    77 WS-NIV             PIC 9(01) VALUE ZERO.
00076    77 WS-EDAD-DIAS       PIC S9(08) COMP VALUE ZERO.
00077    77 WS-DIAS-HOY        PIC 9(08) COMP VALUE ZERO.
00078    77 WS-DIAS-RECHAZO    PIC 9(08) COMP VALUE ZERO.
00079    77 WS-DIAS-TRAB       PIC 9(08) COMP VALUE ZERO.
00080    77 WS-ANOS-PREV       PIC 9(08) COMP VALUE ZERO.
00081    77 WS-BISIESTOS       PIC S9(08) COMP VALUE ZERO.
00082    77 WS-COCIENTE        PIC 9(08) COMP VALUE ZERO.
00083    77 WS-RESTO           PIC 9(08) COMP VALUE ZERO.
00084 *
00085    01 WS-HORA-CRUDA.
00086       05 WS-HORA-HHMMSS  PIC 9(06).
00087       05 FILLER          PIC 9(02).
00088 *
00089    01 WS-FECHA-TRAB.
00090       05 WS-FT-ANO        PIC 9(04).
00091       05 WS-FT-MES        PIC 9(02).
00092       05 WS-FT-DIA        PIC 9(02).
00093 *
00094 *-------------------------------------------------------------*
00095 *    DIAS ACUMULADOS AL INICIO DE CADA MES (ANO NO BISIESTO), *
00096 *    PARA CONVERTIR UNA FECHA A NUMERO DE DIAS Y PODER RESTAR *
00097 *    FECHAS SIN RUTINAS EXTERNAS. MISMA TABLA DE CALCENVE.    *
00098 *-------------------------------------------------------------*
00099    01 WS-DIAS-MES-VALORES.
00100       05 FILLER PIC X(36) VALUE
00101           "000031059090120151181212243273304334".
00102    01 WS-DIAS-MES-TABLA REDEFINES WS-DIAS-MES-VALORES.
00103       05 WS-DIAS-AL-MES OCCURS 12 TIMES PIC 9(03).
00104 *
00105    01 WS-SWITCHES.
00106       05 WS-FIN-SW       PIC X(01) VALUE "N".
00107          88 FIN-RECHAZOS       VALUE "S".
00108       05 WS-UBICADO-SW   PIC X(01) VALUE "N".
00109          88 ENTRADA-UBICADA    VALUE "S".
00110       05 WS-ERROR-SW     PIC X(01) VALUE "N".
00111          88 ERROR-DE-ARCHIVO   VALUE "S".
00112 *
00113 *-------------------------------------------------------------*
00114 *    ACUMULADORES DE CANTIDAD Y SALDO POR CUENTA DE SUSPENSO  *
00115 *    Y DEL REPORTE COMPLETO.                                  *
00116 *-------------------------------------------------------------*
00117    01 WS-TOTALES.
00118       05 WS-TOT-NIVEL OCCURS 2 TIMES.
00119          10 WS-TOT-CANT     PIC 9(08) COMP.
00120          10 WS-TOT-MONTO    PIC S9(13)V9(02).
00121 *
00122 *-------------------------------------------------------------*
00123 *    PENDIENTES POR CUBETA DE EDAD (1 = 1-3, 2 = 4-7, 3 = 8+  *
00124 *    DIAS): CON SUSPENSO (CANTIDAD Y MONTO) Y SIN SUSPENSO.   *
00125 *-------------------------------------------------------------*
00126    01 WS-CUBETAS.
00127       05 WS-CUBETA OCCURS 3 TIMES.
00128          10 WS-CUB-CON-SUSP PIC 9(08) COMP.
00129          10 WS-CUB-MONTO    PIC S9(13)V9(02).
00130          10 WS-CUB-SIN-SUSP PIC 9(08) COMP.
00131    01 WS-CUB-NOMBRES-VALORES.
00132       05 FILLER PIC X(15) VALUE "1-3 DIAS       ".
00133       05 FILLER PIC X(15) VALUE "4-7 DIAS       ".
00134       05 FILLER PIC X(15) VALUE "8 O MAS DIAS   ".
00135    01 WS-CUB-NOMBRES REDEFINES WS-CUB-NOMBRES-VALORES.
00136       05 WS-CUB-NOMBRE OCCURS 3 TIMES PIC X(15).
00137 *
00138 *-------------------------------------------------------------*
00139 *    PARTIDAS ABIERTAS DEL REPORTE, GUARDADAS EN ORDEN DE     *
00140 *    CUENTA DE SUSPENSO Y LLAVE DEL RECHAZO A MEDIDA QUE SE   *
00141 *    LEEN. WS-SUS-NUEVO TIENE LA MISMA FORMA QUE UNA ENTRADA. *
00142 *-------------------------------------------------------------*
00143    01 WS-SUS-NUEVO.
00144       05 WS-NV-CLAVE.
00145          10 WS-NV-CUENTA    PIC X(10).
00146          10 WS-NV-FECHA     PIC 9(08).
00147          10 WS-NV-NUMERO    PIC 9(08).
00148       05 WS-NV-RESTO.
00149          10 WS-NV-CONTRA    PIC X(10).
00150          10 WS-NV-LOTE      PIC X(08).
00151          10 WS-NV-ORIGEN    PIC X(08).
00152          10 WS-NV-MONTO     PIC S9(7)V9(2).
00153          10 WS-NV-EDAD      PIC S9(08).
00154          10 WS-NV-CUBETA    PIC 9(01).
00155    01 WS-TABLA-SUSPENSO.
00156       05 WS-SUS-ENTRADA OCCURS 2000 TIMES.
00157          10 WS-SP-CLAVE.
00158             15 WS-SP-CUENTA    PIC X(10).
00159             15 WS-SP-FECHA     PIC 9(08).
00160             15 WS-SP-NUMERO    PIC 9(08).
00161          10 WS-SP-RESTO.
00162             15 WS-SP-CONTRA    PIC X(10).
00163             15 WS-SP-LOTE      PIC X(08).
00164             15 WS-SP-ORIGEN    PIC X(08).
00165             15 WS-SP-MONTO     PIC S9(7)V9(2).
00166             15 WS-SP-EDAD      PIC S9(08).
00167             15 WS-SP-CUBETA    PIC 9(01).
00168 *
00169 *-------------------------------------------------------------*
00170 *    LINEAS DEL REPORTE DE SALDOS EN SUSPENSO.                *
00171 *-------------------------------------------------------------*
00172    01 WS-LINEA-TITULO.
00173       05 FILLER            PIC X(05) VALUE SPACES.
00174       05 FILLER            PIC X(34)
00175                  VALUE "PARTIDAS ABIERTAS EN SUSPENSO POR ".
00176       05 FILLER            PIC X(14) VALUE "CUENTA Y EDAD ".
00177       05 FILLER            PIC X(10) VALUE "  EMITIDO ".
00178       05 WLT-FECHA         PIC 9(08).
00179       05 FILLER            PIC X(01) VALUE SPACE.
00180       05 WLT-HORA          PIC 9(06).
00181       05 FILLER            PIC X(54) VALUE SPACES.
00182    01 WS-LINEA-COLUMNAS.
00183       05 FILLER            PIC X(02) VALUE SPACES.
00184       05 FILLER            PIC X(11) VALUE "SUSPENSO".
00185       05 FILLER            PIC X(12) VALUE "CONTRAPART.".
00186       05 FILLER            PIC X(19) VALUE "RECHAZO FECHA/NRO".
00187       05 FILLER            PIC X(09) VALUE "LOTE".
00188       05 FILLER            PIC X(09) VALUE "ORIGEN".
00189       05 FILLER            PIC X(13) VALUE "        MONTO".
00190       05 FILLER            PIC X(08) VALUE "    EDAD".
00191       05 FILLER            PIC X(02) VALUE SPACES.
00192       05 FILLER            PIC X(15) VALUE "CUBETA".
00193       05 FILLER            PIC X(32) VALUE SPACES.
00194    01 WS-LINEA-DETALLE.
00195       05 FILLER            PIC X(02) VALUE SPACES.
00196       05 WLD-CUENTA        PIC X(10).
00197       05 FILLER            PIC X(01) VALUE SPACES.
00198       05 WLD-CONTRA        PIC X(10).
00199       05 FILLER            PIC X(02) VALUE SPACES.
00200       05 WLD-FECHA         PIC 9(08).
00201       05 FILLER            PIC X(01) VALUE "/".
00202       05 WLD-NUMERO        PIC 9(08).
00203       05 FILLER            PIC X(02) VALUE SPACES.
00204       05 WLD-LOTE          PIC X(08).
00205       05 FILLER            PIC X(01) VALUE SPACES.
00206       05 WLD-ORIGEN        PIC X(08).
00207       05 FILLER            PIC X(01) VALUE SPACES.
00208       05 WLD-MONTO         PIC -(09)9.99.
00209       05 FILLER            PIC X(01) VALUE SPACES.
00210       05 WLD-EDAD          PIC -(06)9.
00211       05 FILLER            PIC X(02) VALUE SPACES.
00212       05 WLD-CUBETA        PIC X(15).
00213       05 FILLER            PIC X(32) VALUE SPACES.
00214    01 WS-LINEA-SUBTOTAL.
00215       05 FILLER            PIC X(12) VALUE SPACES.
00216       05 WLS-LITERAL       PIC X(15).
00217       05 WLS-CLAVE         PIC X(10).
00218       05 FILLER            PIC X(02) VALUE SPACES.
00219       05 WLS-CANT          PIC Z(07)9.
00220       05 FILLER            PIC X(09) VALUE " PARTIDAS".
00221       05 FILLER            PIC X(02) VALUE SPACES.
00222       05 WLS-MONTO         PIC -(13)9.99.
00223       05 FILLER            PIC X(57) VALUE SPACES.
00224    01 WS-LINEA-CUB-COLUMNAS.
00225       05 FILLER            PIC X(05) VALUE SPACES.
00226       05 FILLER            PIC X(20) VALUE "PENDIENTES POR EDAD ".
00227       05 FILLER            PIC X(12) VALUE "CON SUSPENSO".
00228       05 FILLER            PIC X(20) VALUE "      SALDO SUSPENSO".
00229       05 FILLER            PIC X(14) VALUE "  SIN SUSPENSO".
00230       05 FILLER            PIC X(11) VALUE "      TOTAL".
00231       05 FILLER            PIC X(50) VALUE SPACES.
00232    01 WS-LINEA-CUBETA.
00233       05 FILLER            PIC X(05) VALUE SPACES.
00234       05 WLC-LITERAL       PIC X(20).
00235       05 FILLER            PIC X(04) VALUE SPACES.
00236       05 WLC-CON-SUSP      PIC Z(07)9.
00237       05 FILLER            PIC X(03) VALUE SPACES.
00238       05 WLC-MONTO         PIC -(13)9.99.
00239       05 FILLER            PIC X(06) VALUE SPACES.
00240       05 WLC-SIN-SUSP      PIC Z(07)9.
00241       05 FILLER            PIC X(03) VALUE SPACES.
00242       05 WLC-TOTAL         PIC Z(07)9.
00243       05 FILLER            PIC X(50) VALUE SPACES.
00244    01 WS-LINEA-RESUMEN.
00245       05 FILLER            PIC X(05) VALUE SPACES.
00246       05 WLR-LITERAL       PIC X(40).
00247       05 WLR-CANT          PIC Z(07)9.
00248       05 FILLER            PIC X(79) VALUE SPACES.
00249    01 WS-LINEA-BLANCO      PIC X(132) VALUE SPACES.
00250 *
00251  PROCEDURE DIVISION.
00252 *-------------------------------------------------------------*
00253  0000-PRINCIPAL.
00254 *-------------------------------------------------------------*
00255      PERFORM 1000-INICIO THRU 1000-INICIO-EXIT.
00256      IF NOT ERROR-DE-ARCHIVO
00257          PERFORM 2000-CARGAR-RECHAZO THRU 2000-CARGAR-RECHAZO-EXIT
00258              UNTIL FIN-RECHAZOS
00259      END-IF.
00260      IF NOT ERROR-DE-ARCHIVO
00261          PERFORM 3000-ESCRIBIR-REPORTE THRU
00262              3000-ESCRIBIR-REPORTE-EXIT
00263      END-IF.
00264      PERFORM 9000-FINAL THRU 9000-FINAL-EXIT.
00265      STOP RUN.
00266 *-------------------------------------------------------------*
00267  1000-INICIO.
00268 *    CONVIERTE LA FECHA DE HOY A DIAS Y ABRE RECHAZOS Y EL
00269 *    REPORTE. UN ARCHIVO DE RECHAZOS QUE NO EXISTE SE TRATA
00270 *    COMO VACIO: EL REPORTE SALE SOLO CON LOS TOTALES EN CERO.
00271 *-------------------------------------------------------------*
00272      ACCEPT WS-RUN-FECHA FROM DATE YYYYMMDD.
00273      ACCEPT WS-HORA-CRUDA FROM TIME.
00274      MOVE WS-HORA-HHMMSS TO WS-RUN-HORA.
00275      MOVE WS-RUN-FECHA TO WS-FECHA-TRAB.
00276      PERFORM 6000-FECHA-A-DIAS THRU 6000-FECHA-A-DIAS-EXIT.
00277      MOVE WS-DIAS-TRAB TO WS-DIAS-HOY.
00278      MOVE ZERO TO WS-TOT-CANT (1) WS-TOT-MONTO (1).
00279      MOVE ZERO TO WS-TOT-CANT (2) WS-TOT-MONTO (2).
00280      MOVE ZERO TO WS-CUB-CON-SUSP (1) WS-CUB-MONTO (1)
00281          WS-CUB-SIN-SUSP (1).
00282      MOVE ZERO TO WS-CUB-CON-SUSP (2) WS-CUB-MONTO (2)
00283          WS-CUB-SIN-SUSP (2).
00284      MOVE ZERO TO WS-CUB-CON-SUSP (3) WS-CUB-MONTO (3)
00285          WS-CUB-SIN-SUSP (3).
00286      OPEN INPUT RECHAZOS.
00287      IF WS-RECHAZOS-STATUS = "35"
00288          DISPLAY "CALCSUSP: SIN ARCHIVO DE RECHAZOS - NADA "
00289              "PENDIENTE"
00290          MOVE "S" TO WS-FIN-SW
00291      ELSE
00292          IF WS-RECHAZOS-STATUS NOT = "00"
00293              DISPLAY "CALCSUSP: NO ABRIO RECHAZOS - STATUS "
00294                  WS-RECHAZOS-STATUS
00295              MOVE "S" TO WS-ERROR-SW
00296              GO TO 1000-INICIO-EXIT
00297          END-IF
00298      END-IF.
00299      OPEN OUTPUT SUSPRPT.
00300      IF WS-SRPT-STATUS NOT = "00"
00301          DISPLAY "CALCSUSP: NO ABRIO SUSPRPT - STATUS "
00302              WS-SRPT-STATUS
00303          MOVE "S" TO WS-ERROR-SW
00304      END-IF.
00305  1000-INICIO-EXIT.
00306      EXIT.
00307 *-------------------------------------------------------------*
00308  2000-CARGAR-RECHAZO.
00309 *    LEE UN RECHAZO. LOS CORREGIDOS Y DADOS DE BAJA YA
00310 *    LIQUIDARON SU SUSPENSO Y NO CUENTAN. CADA PENDIENTE SE
00311 *    ENVEJECE Y SE CUENTA EN SU CUBETA, CON O SIN SUSPENSO;
00312 *    LOS QUE TIENEN SUSPENSO SE GUARDAN EN LA TABLA EN SU
00313 *    LUGAR DEL ORDEN. SI LA TABLA SE LLENA, EL RESTO SE CUENTA
00314 *    COMO OMITIDO DEL DETALLE (NO DE LOS TOTALES) Y SE AVISA.
00315 *-------------------------------------------------------------*
00316      READ RECHAZOS
00317          AT END
00318              MOVE "S" TO WS-FIN-SW
00319      END-READ.
00320      IF FIN-RECHAZOS
00321          GO TO 2000-CARGAR-RECHAZO-EXIT
00322      END-IF.
00323      ADD 1 TO WS-CONT-LEIDOS.
00324      IF NOT RZ-PENDIENTE
00325          GO TO 2000-CARGAR-RECHAZO-EXIT
00326      END-IF.
00327      ADD 1 TO WS-CONT-PENDIENTES.
00328      MOVE RZ-RUN-FECHA TO WS-FECHA-TRAB.
00329      PERFORM 6000-FECHA-A-DIAS THRU 6000-FECHA-A-DIAS-EXIT.
00330      MOVE WS-DIAS-TRAB TO WS-DIAS-RECHAZO.
00331      COMPUTE WS-EDAD-DIAS = WS-DIAS-HOY - WS-DIAS-RECHAZO.
00332      IF WS-EDAD-DIAS < 4
00333          MOVE 1 TO WS-CUB-IDX
00334      ELSE
00335          IF WS-EDAD-DIAS < 8
00336              MOVE 2 TO WS-CUB-IDX
00337          ELSE
00338              MOVE 3 TO WS-CUB-IDX
00339          END-IF
00340      END-IF.
00341      IF RZ-SUS-CUENTA = SPACES
00342        OR RZ-SUS-MONTO NOT NUMERIC
00343          ADD 1 TO WS-CONT-SIN-SUSP
00344          ADD 1 TO WS-CUB-SIN-SUSP (WS-CUB-IDX)
00345          GO TO 2000-CARGAR-RECHAZO-EXIT
00346      END-IF.
00347      ADD 1 TO WS-CONT-CON-SUSP.
00348      ADD 1 TO WS-CUB-CON-SUSP (WS-CUB-IDX).
00349      ADD RZ-SUS-MONTO TO WS-CUB-MONTO (WS-CUB-IDX).
00350      IF WS-SUS-CANT NOT < WS-SUS-MAX
00351          ADD 1 TO WS-CONT-OMITIDOS
00352          GO TO 2000-CARGAR-RECHAZO-EXIT
00353      END-IF.
00354      MOVE RZ-SUS-CUENTA  TO WS-NV-CUENTA.
00355      MOVE RZ-RUN-FECHA   TO WS-NV-FECHA.
00356      MOVE RZ-NUMERO-REG  TO WS-NV-NUMERO.
00357      MOVE RZ-SUS-CONTRA  TO WS-NV-CONTRA.
00358      MOVE RZ-LOTE-ID     TO WS-NV-LOTE.
00359      MOVE RZ-LOTE-ORIGEN TO WS-NV-ORIGEN.
00360      MOVE RZ-SUS-MONTO   TO WS-NV-MONTO.
00361      MOVE WS-EDAD-DIAS   TO WS-NV-EDAD.
00362      MOVE WS-CUB-IDX     TO WS-NV-CUBETA.
00363      ADD 1 TO WS-SUS-CANT.
00364      MOVE WS-SUS-CANT TO WS-SUS-POS.
00365      MOVE "N" TO WS-UBICADO-SW.
00366      PERFORM 2100-UBICAR-PARTIDA THRU 2100-UBICAR-PARTIDA-EXIT
00367          UNTIL ENTRADA-UBICADA.
00368      MOVE WS-SUS-NUEVO TO WS-SUS-ENTRADA (WS-SUS-POS).
00369  2000-CARGAR-RECHAZO-EXIT.
00370      EXIT.
00371 *-------------------------------------------------------------*
00372  2100-UBICAR-PARTIDA.
00373 *    BUSCA EL LUGAR DE LA PARTIDA NUEVA CORRIENDO HACIA ABAJO
00374 *    UNA POSICION CADA ENTRADA DE LA TABLA CON CLAVE MAYOR.
00375 *    DEJA EL LUGAR LIBRE EN WS-SUS-POS.
00376 *-------------------------------------------------------------*
00377      IF WS-SUS-POS = 1
00378          MOVE "S" TO WS-UBICADO-SW
00379          GO TO 2100-UBICAR-PARTIDA-EXIT
00380      END-IF.
00381      COMPUTE WS-SUS-ANT = WS-SUS-POS - 1.
00382      IF WS-SP-CLAVE (WS-SUS-ANT) NOT > WS-NV-CLAVE
00383          MOVE "S" TO WS-UBICADO-SW
00384          GO TO 2100-UBICAR-PARTIDA-EXIT
00385      END-IF.
00386      MOVE WS-SUS-ENTRADA (WS-SUS-ANT)
00387          TO WS-SUS-ENTRADA (WS-SUS-POS).
00388      MOVE WS-SUS-ANT TO WS-SUS-POS.
00389  2100-UBICAR-PARTIDA-EXIT.
00390      EXIT.
00391 *-------------------------------------------------------------*
00392  3000-ESCRIBIR-REPORTE.
00393 *    ESCRIBE EL TITULO, LAS PARTIDAS EN ORDEN CON EL CORTE POR
00394 *    CUENTA DE SUSPENSO, EL SALDO TOTAL, EL RESUMEN POR
00395 *    CUBETA Y LOS CONTADORES DEL CUADRE CONTRA CALCENVE.
00396 *-------------------------------------------------------------*
00397      MOVE WS-RUN-FECHA TO WLT-FECHA.
00398      MOVE WS-RUN-HORA  TO WLT-HORA.
00399      WRITE PRT-RECORD FROM WS-LINEA-TITULO.
00400      WRITE PRT-RECORD FROM WS-LINEA-BLANCO.
00401      WRITE PRT-RECORD FROM WS-LINEA-COLUMNAS.
00402      WRITE PRT-RECORD FROM WS-LINEA-BLANCO.
00403      PERFORM 3100-ESCRIBIR-PARTIDA THRU 3100-ESCRIBIR-PARTIDA-EXIT
00404          VARYING WS-SUS-IDX FROM 1 BY 1
00405          UNTIL WS-SUS-IDX > WS-SUS-CANT.
00406      IF WS-SUS-CANT > ZERO
00407          PERFORM 3200-CORTE-CUENTA THRU 3200-CORTE-CUENTA-EXIT
00408      END-IF.
00409      MOVE WS-NIV-TOTAL     TO WS-NIV.
00410      MOVE "SALDO TOTAL"    TO WLS-LITERAL.
00411      MOVE SPACES           TO WLS-CLAVE.
00412      PERFORM 3400-LINEA-SUBTOTAL THRU 3400-LINEA-SUBTOTAL-EXIT.
00413      WRITE PRT-RECORD FROM WS-LINEA-BLANCO.
00414      WRITE PRT-RECORD FROM WS-LINEA-CUB-COLUMNAS.
00415      PERFORM 3500-LINEA-CUBETA THRU 3500-LINEA-CUBETA-EXIT
00416          VARYING WS-CUB-IDX FROM 1 BY 1
00417          UNTIL WS-CUB-IDX > 3.
00418      MOVE "TOTAL PENDIENTES"   TO WLC-LITERAL.
00419      MOVE WS-CONT-CON-SUSP     TO WLC-CON-SUSP.
00420      COMPUTE WLC-MONTO = WS-CUB-MONTO (1) + WS-CUB-MONTO (2)
00421          + WS-CUB-MONTO (3).
00422      MOVE WS-CONT-SIN-SUSP     TO WLC-SIN-SUSP.
00423      MOVE WS-CONT-PENDIENTES   TO WLC-TOTAL.
00424      WRITE PRT-RECORD FROM WS-LINEA-CUBETA.
00425      WRITE PRT-RECORD FROM WS-LINEA-BLANCO.
00426      MOVE "RECHAZOS LEIDOS" TO WLR-LITERAL.
00427      MOVE WS-CONT-LEIDOS TO WLR-CANT.
00428      WRITE PRT-RECORD FROM WS-LINEA-RESUMEN.
00429      MOVE "PENDIENTES (DEBE IGUALAR A CALCENVE)" TO WLR-LITERAL.
00430      MOVE WS-CONT-PENDIENTES TO WLR-CANT.
00431      WRITE PRT-RECORD FROM WS-LINEA-RESUMEN.
00432      IF WS-CONT-OMITIDOS > ZERO
00433          MOVE "OMITIDOS DEL DETALLE POR TABLA LLENA"
00434              TO WLR-LITERAL
00435          MOVE WS-CONT-OMITIDOS TO WLR-CANT
00436          WRITE PRT-RECORD FROM WS-LINEA-RESUMEN
00437      END-IF.
00438  3000-ESCRIBIR-REPORTE-EXIT.
00439      EXIT.
00440 *-------------------------------------------------------------*
00441  3100-ESCRIBIR-PARTIDA.
00442 *    ESCRIBE UNA PARTIDA DE LA TABLA. ANTES CIERRA LA CUENTA
00443 *    DE SUSPENSO ANTERIOR SI CAMBIO.
00444 *-------------------------------------------------------------*
00445      IF WS-SUS-IDX > 1
00446        AND WS-SP-CUENTA (WS-SUS-IDX) NOT = WS-CUENTA-ACTUAL
00447          PERFORM 3200-CORTE-CUENTA THRU 3200-CORTE-CUENTA-EXIT
00448      END-IF.
00449      MOVE WS-SP-CUENTA (WS-SUS-IDX) TO WS-CUENTA-ACTUAL.
00450      MOVE WS-SP-CUENTA (WS-SUS-IDX) TO WLD-CUENTA.
00451      MOVE WS-SP-CONTRA (WS-SUS-IDX) TO WLD-CONTRA.
00452      MOVE WS-SP-FECHA (WS-SUS-IDX)  TO WLD-FECHA.
00453      MOVE WS-SP-NUMERO (WS-SUS-IDX) TO WLD-NUMERO.
00454      MOVE WS-SP-LOTE (WS-SUS-IDX)   TO WLD-LOTE.
00455      MOVE WS-SP-ORIGEN (WS-SUS-IDX) TO WLD-ORIGEN.
00456      MOVE WS-SP-MONTO (WS-SUS-IDX)  TO WLD-MONTO.
00457      MOVE WS-SP-EDAD (WS-SUS-IDX)   TO WLD-EDAD.
00458      MOVE WS-CUB-NOMBRE (WS-SP-CUBETA (WS-SUS-IDX))
00459          TO WLD-CUBETA.
00460      WRITE PRT-RECORD FROM WS-LINEA-DETALLE.
00461      ADD 1 TO WS-TOT-CANT (1) WS-TOT-CANT (2).
00462      ADD WS-SP-MONTO (WS-SUS-IDX)
00463          TO WS-TOT-MONTO (1) WS-TOT-MONTO (2).
00464  3100-ESCRIBIR-PARTIDA-EXIT.
00465      EXIT.
00466 *-------------------------------------------------------------*
00467  3200-CORTE-CUENTA.
00468 *    ESCRIBE EL SALDO DE LA CUENTA DE SUSPENSO QUE TERMINA Y
00469 *    LO REINICIA, CON UNA LINEA EN BLANCO ANTES DE LA
00470 *    SIGUIENTE.
00471 *-------------------------------------------------------------*
00472      MOVE WS-NIV-CUENTA    TO WS-NIV.
00473      MOVE "SALDO CUENTA"   TO WLS-LITERAL.
00474      MOVE WS-CUENTA-ACTUAL TO WLS-CLAVE.
00475      PERFORM 3400-LINEA-SUBTOTAL THRU 3400-LINEA-SUBTOTAL-EXIT.
00476      WRITE PRT-RECORD FROM WS-LINEA-BLANCO.
00477  3200-CORTE-CUENTA-EXIT.
00478      EXIT.
00479 *-------------------------------------------------------------*
00480  3400-LINEA-SUBTOTAL.
00481 *    ESCRIBE LA LINEA DE TOTALES DEL NIVEL WS-NIV (CUENTA O
00482 *    REPORTE) Y DEJA ESE NIVEL EN CERO.
00483 *-------------------------------------------------------------*
00484      MOVE WS-TOT-CANT (WS-NIV)  TO WLS-CANT.
00485      MOVE WS-TOT-MONTO (WS-NIV) TO WLS-MONTO.
00486      WRITE PRT-RECORD FROM WS-LINEA-SUBTOTAL.
00487      MOVE ZERO TO WS-TOT-CANT (WS-NIV).
00488      MOVE ZERO TO WS-TOT-MONTO (WS-NIV).
00489  3400-LINEA-SUBTOTAL-EXIT.
00490      EXIT.
00491 *-------------------------------------------------------------*
00492  3500-LINEA-CUBETA.
00493 *    ESCRIBE LA LINEA DE UNA CUBETA DE EDAD DEL RESUMEN.
00494 *-------------------------------------------------------------*
00495      MOVE WS-CUB-NOMBRE (WS-CUB-IDX)   TO WLC-LITERAL.
00496      MOVE WS-CUB-CON-SUSP (WS-CUB-IDX) TO WLC-CON-SUSP.
00497      MOVE WS-CUB-MONTO (WS-CUB-IDX)    TO WLC-MONTO.
00498      MOVE WS-CUB-SIN-SUSP (WS-CUB-IDX) TO WLC-SIN-SUSP.
00499      COMPUTE WLC-TOTAL = WS-CUB-CON-SUSP (WS-CUB-IDX)
00500          + WS-CUB-SIN-SUSP (WS-CUB-IDX).
00501      WRITE PRT-RECORD FROM WS-LINEA-CUBETA.
00502  3500-LINEA-CUBETA-EXIT.
00503      EXIT.
00504 *-------------------------------------------------------------*
00505  6000-FECHA-A-DIAS.
00506 *    CONVIERTE LA FECHA YYYYMMDD DE WS-FECHA-TRAB A UN NUMERO
00507 *    DE DIAS EN WS-DIAS-TRAB (DIAS DESDE EL ANO CERO), PARA
00508 *    PODER RESTAR DOS FECHAS Y OBTENER LA EDAD EN DIAS.
00509 *    CUENTA LOS BISIESTOS CON LA REGLA 4/100/400 Y SUMA UN
00510 *    DIA A LAS FECHAS DESPUES DE FEBRERO EN ANO BISIESTO.
00511 *-------------------------------------------------------------*
00512      COMPUTE WS-ANOS-PREV = WS-FT-ANO - 1.
00513      COMPUTE WS-BISIESTOS = WS-ANOS-PREV / 4.
00514      COMPUTE WS-COCIENTE  = WS-ANOS-PREV / 100.
00515      SUBTRACT WS-COCIENTE FROM WS-BISIESTOS.
00516      COMPUTE WS-COCIENTE  = WS-ANOS-PREV / 400.
00517      ADD WS-COCIENTE TO WS-BISIESTOS.
00518      COMPUTE WS-DIAS-TRAB = WS-ANOS-PREV * 365
00519          + WS-BISIESTOS
00520          + WS-DIAS-AL-MES (WS-FT-MES)
00521          + WS-FT-DIA.
00522      IF WS-FT-MES > 2
00523          DIVIDE WS-FT-ANO BY 4 GIVING WS-COCIENTE
00524              REMAINDER WS-RESTO
00525          IF WS-RESTO = ZERO
00526              DIVIDE WS-FT-ANO BY 100 GIVING WS-COCIENTE
00527                  REMAINDER WS-RESTO
00528              IF WS-RESTO NOT = ZERO
00529                  ADD 1 TO WS-DIAS-TRAB
00530              ELSE
00531                  DIVIDE WS-FT-ANO BY 400 GIVING WS-COCIENTE
00532                      REMAINDER WS-RESTO
00533                  IF WS-RESTO = ZERO
00534                      ADD 1 TO WS-DIAS-TRAB
00535                  END-IF
00536              END-IF
00537          END-IF
00538      END-IF.
00539  6000-FECHA-A-DIAS-EXIT.
00540      EXIT.
00541 *-------------------------------------------------------------*
00542  9000-FINAL.
00543 *    CIERRA LOS ARCHIVOS, REPORTA Y GRADUA EL RETURN-CODE:
00544 *    0 SIN SUSPENSO ABIERTO, 4 CON PARTIDAS ABIERTAS O
00545 *    PARTIDAS FUERA DE LA TABLA, 12 ERROR DE ARCHIVO.
00546 *-------------------------------------------------------------*
00547      IF WS-RECHAZOS-STATUS NOT = "35"
00548          CLOSE RECHAZOS
00549      END-IF.
00550      CLOSE SUSPRPT.
00551      DISPLAY "CALCSUSP: RECHAZOS LEIDOS       : " WS-CONT-LEIDOS.
00552      DISPLAY "CALCSUSP: PENDIENTES            : "
00553          WS-CONT-PENDIENTES.
00554      DISPLAY "CALCSUSP: CON SUSPENSO ABIERTO  : "
00555          WS-CONT-CON-SUSP.
00556      DISPLAY "CALCSUSP: SIN SUSPENSO          : "
00557          WS-CONT-SIN-SUSP.
00558      IF WS-CONT-OMITIDOS > ZERO
00559          DISPLAY "CALCSUSP: " WS-CONT-OMITIDOS " PARTIDAS NO "
00560              "CABEN EN LA TABLA DE " WS-SUS-MAX " - DETALLE "
00561              "INCOMPLETO"
00562      END-IF.
00563      IF ERROR-DE-ARCHIVO
00564          DISPLAY "CALCSUSP: REPORTE NO REALIZADO - RETURN-CODE 12"
00565          MOVE 12 TO RETURN-CODE
00566      ELSE
00567          IF WS-CONT-CON-SUSP > ZERO
00568            OR WS-CONT-OMITIDOS > ZERO
00569              MOVE 4 TO RETURN-CODE
00570          ELSE
00571              MOVE 0 TO RETURN-CODE
00572          END-IF
00573      END-IF.
00574  9000-FINAL-EXIT.
00575      EXIT.
