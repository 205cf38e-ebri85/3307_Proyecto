00001  IDENTIFICATION DIVISION.
00002   PROGRAM-ID. CALCACUS.
00003   AUTHOR. MARIO QUIROS.
00004   INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
00005   DATE-WRITTEN. 2026-10-15.
00006   DATE-COMPILED.
00007 *
00008 *-------------------------------------------------------------*
00009 * CALCACUS ARMA, DESPUES DE LA CORRIDA NOCTURNA DE CALCULOS, *
00010 * EL ACUSE QUE SE DEVUELVE A CADA SISTEMA ALIMENTADOR: POR   *
00011 * CADA SISTEMA DE ORIGEN (TI-LOTE-ORIGEN) QUE MANDO LOTES EN *
00012 * LA CORRIDA, UNA LINEA DE ESTADO POR LOTE (ACEPTADO,        *
00013 * RETENIDO POR DESCUADRE O DUPLICADO, SEGUN LO DEJO          *
00014 * CALCULOS EN LOTESTAT) Y UNA LINEA POR CADA DETALLE DE SUS  *
00015 * LOTES QUE FUE A RECHAZOS, CON EL NUMERO DE REGISTRO Y EL   *
00016 * MOTIVO. ASI CADA ALIMENTADOR RECOGE SUS PROPIOS RESULTADOS *
00017 * SIN LLAMAR A LA MANANA SIGUIENTE.                          *
00018 *                                                             *
00019 * LA CORRIDA QUE SE ACUSA ES LA ULTIMA REGISTRADA EN RUNSTAT. *
00020 * EL ARCHIVO ACUSES SALE SEGMENTADO POR SISTEMA DE ORIGEN:    *
00021 * CADA SEGMENTO ES EL ARCHIVO DE RETORNO DE UN ALIMENTADOR,   *
00022 * CON SU ENCABEZADO "H", SUS LINEAS DE LOTE "L", SUS          *
00023 * RECHAZOS "R" Y SU TRAILER DE CONTROL "T", Y TODA LINEA      *
00024 * LLEVA EL SISTEMA DE ORIGEN EN LAS PRIMERAS OCHO POSICIONES  *
00025 * PARA QUE LA TRANSMISION LE ENTREGUE A CADA UNO SOLO LO      *
00026 * SUYO.                                                       *
00027 *-------------------------------------------------------------*
00028 * HISTORIAL DE MODIFICACIONES                                 *
00029 *-------------------------------------------------------------*
00030 * FECHA       INIC.  DESCRIPCION                              *
00031 * 2026-10-15  MQR    VERSION INICIAL DEL PROGRAMA.            *
031A1 * 2026-10-15  MQR    EL RECHAZO SE UBICA EN SU LOTE POR LA    *
031A2 *                    CORRIDA QUE LO GRABO (RZ-RUN-ID) Y NO    *
031A3 *                    POR SU FECHA: DOS CORRIDAS DE LA MISMA   *
031A4 *                    FECHA QUE REPITEN UN ID DE LOTE YA NO SE *
031A5 *                    CRUZAN LOS RECHAZOS.                     *
00032 *-------------------------------------------------------------*
00033  ENVIRONMENT DIVISION.
00034  INPUT-OUTPUT SECTION.
00035   FILE-CONTROL.
00036      SELECT RUNSTAT  ASSIGN TO "RUNSTAT"
00037         ORGANIZATION IS LINE SEQUENTIAL
00038         FILE STATUS IS WS-RUNSTAT-STATUS.
00039      SELECT LOTESTAT ASSIGN TO "LOTESTAT"
00040         ORGANIZATION IS LINE SEQUENTIAL
00041         FILE STATUS IS WS-LOTEST-STATUS.
00042      SELECT RECHAZOS ASSIGN TO "RECHAZOS"
00043         ORGANIZATION IS LINE SEQUENTIAL
00044         FILE STATUS IS WS-RECHAZOS-STATUS.
00045      SELECT ACUSES   ASSIGN TO "ACUSES"
00046         ORGANIZATION IS LINE SEQUENTIAL
00047         FILE STATUS IS WS-ACUSES-STATUS.
00048 *
00049  DATA DIVISION.
00050   FILE SECTION.
00051   FD  RUNSTAT
00052       LABEL RECORDS ARE STANDARD
00053       RECORDING MODE IS F.
00054   01  RUNSTAT-RECORD.
00055       05 RS-RUN-ID         PIC 9(06).
00056       05 RS-FECHA          PIC 9(08).
00057       05 RS-HORA-INICIO    PIC 9(06).
00058       05 RS-HORA-FIN       PIC 9(06).
00059       05 RS-ESTADO         PIC X(02).
00060          88 RS-INICIADA         VALUE "IN".
00061       05 RS-CONT-PROC      PIC 9(08).
00062       05 RS-CONT-RECH      PIC 9(08).
00063       05 RS-CONT-DIV0      PIC 9(08).
00064       05 RS-CONT-DESB      PIC 9(08).
00065       05 RS-OPERADOR-ID    PIC X(08).
00066       05 RS-AUTORIZA-ID    PIC X(08).
00067 *
00068   FD  LOTESTAT
00069       LABEL RECORDS ARE STANDARD
00070       RECORDING MODE IS F.
00071   01  LOTESTAT-RECORD.
00072       COPY LOTESTR.
00073 *
00074   FD  RECHAZOS
00075       LABEL RECORDS ARE STANDARD
00076       RECORDING MODE IS F.
00077   01  RECHAZO-RECORD.
00078       COPY RECHAZOR.
00079 *
00080   FD  ACUSES
00081       LABEL RECORDS ARE STANDARD
00082       RECORDING MODE IS F.
00083   01  ACUSE-RECORD         PIC X(80).
00084 *
00085   WORKING-STORAGE SECTION.
00086    77 WS-RUNSTAT-STATUS  PIC X(02) VALUE "00".
00087    77 WS-LOTEST-STATUS   PIC X(02) VALUE "00".
00088    77 WS-RECHAZOS-STATUS PIC X(02) VALUE "00".
00089    77 WS-ACUSES-STATUS   PIC X(02) VALUE "00".
00090    77 WS-RUN-ID          PIC 9(06) VALUE ZERO.
00091    77 WS-RUN-FECHA       PIC 9(08) VALUE ZERO.
00092    77 WS-CONT-LOTES      PIC 9(08) COMP VALUE ZERO.
00093    77 WS-CONT-RECH       PIC 9(08) COMP VALUE ZERO.
00094    77 WS-CONT-LINEAS     PIC 9(08) COMP VALUE ZERO.
00095    77 WS-LOTE-CANT       PIC 9(04) COMP VALUE ZERO.
00096    77 WS-LOTE-MAX        PIC 9(04) COMP VALUE 200.
00097    77 WS-LOTE-IDX        PIC 9(04) COMP VALUE ZERO.
00098    77 WS-LOTE-ENC        PIC 9(04) COMP VALUE ZERO.
00099    77 WS-ORIG-CANT       PIC 9(04) COMP VALUE ZERO.
00100    77 WS-ORIG-MAX        PIC 9(04) COMP VALUE 50.
00101    77 WS-ORIG-IDX        PIC 9(04) COMP VALUE ZERO.
00102    77 WS-ORIG-ENC        PIC 9(04) COMP VALUE ZERO.
00103    77 WS-ORIG-VIGENTE    PIC X(08) VALUE SPACES.
00104 *
00105    01 WS-SWITCHES.
00106       05 WS-FIN-RUNSTAT-SW PIC X(01) VALUE "N".
00107          88 FIN-RUNSTAT        VALUE "S".
00108       05 WS-FIN-LOTEST-SW PIC X(01) VALUE "N".
00109          88 FIN-LOTESTAT       VALUE "S".
00110       05 WS-FIN-RECH-SW  PIC X(01) VALUE "N".
00111          88 FIN-RECHAZOS       VALUE "S".
00112       05 WS-TABLA-SW     PIC X(01) VALUE "N".
00113          88 TABLA-LLENA        VALUE "S".
00114       05 WS-ERROR-SW     PIC X(01) VALUE "N".
00115          88 ERROR-DE-ARCHIVO   VALUE "S".
00116 *
00117 *-------------------------------------------------------------*
00118 *    LOTES DE LA CORRIDA QUE SE ACUSA, TAL CUAL LOS DEJO      *
00119 *    CALCULOS EN LOTESTAT, CON LOS RECHAZOS CONTADOS DE CADA  *
00120 *    UNO, Y LOS SISTEMAS DE ORIGEN QUE APARECEN EN ELLOS.     *
00121 *-------------------------------------------------------------*
00122    01 WS-TABLA-LOTES.
00123       05 WS-LOTE-ENTRADA OCCURS 200 TIMES.
00124          10 WS-LT-LOTE-ID    PIC X(08).
00125          10 WS-LT-LOTE-FECHA PIC 9(08).
00126          10 WS-LT-ORIGEN     PIC X(08).
00127          10 WS-LT-ESTADO     PIC X(01).
00128          10 WS-LT-CANT-DET   PIC 9(08).
00129          10 WS-LT-CANT-RECH  PIC 9(08) COMP.
00130    01 WS-TABLA-ORIGENES.
00131       05 WS-ORIG-ENTRADA OCCURS 50 TIMES.
00132          10 WS-OR-ORIGEN     PIC X(08).
00133          10 WS-OR-CANT-LOTES PIC 9(08) COMP.
00134          10 WS-OR-CANT-RECH  PIC 9(08) COMP.
00135 *
00136 *-------------------------------------------------------------*
00137 *    WS-ACUSE-ENCABEZADO Y SUS REDEFINES SON LAS CUATRO       *
00138 *    VISTAS DEL REGISTRO DE ACUSES: ENCABEZADO DEL SEGMENTO   *
00139 *    DE UN ORIGEN, ESTADO DE UN LOTE, DETALLE RECHAZADO Y     *
00140 *    TRAILER DE CONTROL DEL SEGMENTO.                         *
00141 *-------------------------------------------------------------*
00142    01 WS-ACUSE-ENCABEZADO.
00143       05 WAE-ORIGEN        PIC X(08).
00144       05 WAE-TIPO-REG      PIC X(01).
00145       05 WAE-RUN-ID        PIC 9(06).
00146       05 WAE-RUN-FECHA     PIC 9(08).
00147       05 FILLER            PIC X(57).
00148    01 WS-ACUSE-LOTE REDEFINES WS-ACUSE-ENCABEZADO.
00149       05 WAL-ORIGEN        PIC X(08).
00150       05 WAL-TIPO-REG      PIC X(01).
00151       05 WAL-LOTE-ID       PIC X(08).
00152       05 WAL-LOTE-FECHA    PIC 9(08).
00153       05 WAL-ESTADO        PIC X(01).
00154       05 WAL-ESTADO-DESC   PIC X(22).
00155       05 WAL-CANT-DET      PIC 9(08).
00156       05 WAL-CANT-RECH     PIC 9(08).
00157       05 FILLER            PIC X(16).
00158    01 WS-ACUSE-RECHAZO REDEFINES WS-ACUSE-ENCABEZADO.
00159       05 WAR-ORIGEN        PIC X(08).
00160       05 WAR-TIPO-REG      PIC X(01).
00161       05 WAR-LOTE-ID       PIC X(08).
00162       05 WAR-NUMERO-REG    PIC 9(08).
00163       05 WAR-MOTIVO        PIC X(33).
00164       05 FILLER            PIC X(22).
00165    01 WS-ACUSE-TRAILER REDEFINES WS-ACUSE-ENCABEZADO.
00166       05 WAT-ORIGEN        PIC X(08).
00167       05 WAT-TIPO-REG      PIC X(01).
00168       05 WAT-CANT-LOTES    PIC 9(08).
00169       05 WAT-CANT-RECH     PIC 9(08).
00170       05 WAT-CANT-LINEAS   PIC 9(08).
00171       05 FILLER            PIC X(47).
00172 *
00173  PROCEDURE DIVISION.
00174 *-------------------------------------------------------------*
00175  0000-PRINCIPAL.
00176 *-------------------------------------------------------------*
00177      PERFORM 1000-INICIO THRU 1000-INICIO-EXIT.
00178      IF NOT ERROR-DE-ARCHIVO AND WS-LOTE-CANT > ZERO
00179          PERFORM 3000-CONTAR-RECHAZOS THRU
00180              3000-CONTAR-RECHAZOS-EXIT
00181      END-IF.
00182      IF NOT ERROR-DE-ARCHIVO AND WS-LOTE-CANT > ZERO
00183          PERFORM 4000-ACUSAR-ORIGEN THRU 4000-ACUSAR-ORIGEN-EXIT
00184              VARYING WS-ORIG-IDX FROM 1 BY 1
00185              UNTIL WS-ORIG-IDX > WS-ORIG-CANT
00186                 OR ERROR-DE-ARCHIVO
00187      END-IF.
00188      PERFORM 9000-FINAL THRU 9000-FINAL-EXIT.
00189      STOP RUN.
00190 *-------------------------------------------------------------*
00191  1000-INICIO.
00192 *    UBICA EN RUNSTAT LA ULTIMA CORRIDA DE CALCULOS, CARGA DE
00193 *    LOTESTAT LOS LOTES QUE ESA CORRIDA TERMINO Y ABRE EL
00194 *    ARCHIVO DE ACUSES. SIN CORRIDA O SIN LOTES NO HAY NADA
00195 *    QUE ACUSAR.
00196 *-------------------------------------------------------------*
00197      OPEN INPUT RUNSTAT.
00198      IF WS-RUNSTAT-STATUS = "35"
00199          DISPLAY "CALCACUS: SIN RUNSTAT - NO HAY CORRIDA QUE "
00200              "ACUSAR"
00201          GO TO 1000-INICIO-EXIT
00202      END-IF.
00203      IF WS-RUNSTAT-STATUS NOT = "00"
00204          DISPLAY "CALCACUS: NO ABRIO RUNSTAT - STATUS "
00205              WS-RUNSTAT-STATUS
00206          MOVE "S" TO WS-ERROR-SW
00207          GO TO 1000-INICIO-EXIT
00208      END-IF.
00209      PERFORM 1100-LEER-RUNSTAT THRU 1100-LEER-RUNSTAT-EXIT
00210          UNTIL FIN-RUNSTAT.
00211      CLOSE RUNSTAT.
00212      IF WS-RUN-ID = ZERO
00213          DISPLAY "CALCACUS: RUNSTAT VACIO - NO HAY CORRIDA QUE "
00214              "ACUSAR"
00215          GO TO 1000-INICIO-EXIT
00216      END-IF.
00217      DISPLAY "CALCACUS: ACUSE DE LA CORRIDA " WS-RUN-ID
00218          " FECHA " WS-RUN-FECHA.
00219      OPEN INPUT LOTESTAT.
00220      IF WS-LOTEST-STATUS = "35"
00221          DISPLAY "CALCACUS: SIN LOTESTAT - NINGUN LOTE QUE ACUSAR"
00222          GO TO 1000-INICIO-EXIT
00223      END-IF.
00224      IF WS-LOTEST-STATUS NOT = "00"
00225          DISPLAY "CALCACUS: NO ABRIO LOTESTAT - STATUS "
00226              WS-LOTEST-STATUS
00227          MOVE "S" TO WS-ERROR-SW
00228          GO TO 1000-INICIO-EXIT
00229      END-IF.
00230      PERFORM 1200-CARGAR-LOTE THRU 1200-CARGAR-LOTE-EXIT
00231          UNTIL FIN-LOTESTAT.
00232      CLOSE LOTESTAT.
00233      IF WS-LOTE-CANT = ZERO
00234          DISPLAY "CALCACUS: LA CORRIDA " WS-RUN-ID
00235              " NO TERMINO NINGUN LOTE - NADA QUE ACUSAR"
00236          GO TO 1000-INICIO-EXIT
00237      END-IF.
00238      OPEN OUTPUT ACUSES.
00239      IF WS-ACUSES-STATUS NOT = "00"
00240          DISPLAY "CALCACUS: NO ABRIO ACUSES - STATUS "
00241              WS-ACUSES-STATUS
00242          MOVE "S" TO WS-ERROR-SW
00243      END-IF.
00244  1000-INICIO-EXIT.
00245      EXIT.
00246 *-------------------------------------------------------------*
00247  1100-LEER-RUNSTAT.
00248 *    LEE UN REGISTRO DE RUNSTAT Y SE QUEDA CON LA CORRIDA Y LA
00249 *    FECHA DEL ULTIMO: ES LA CORRIDA QUE SE ACUSA.
00250 *-------------------------------------------------------------*
00251      READ RUNSTAT
00252          AT END
00253              MOVE "S" TO WS-FIN-RUNSTAT-SW
00254      END-READ.
00255      IF FIN-RUNSTAT
00256          GO TO 1100-LEER-RUNSTAT-EXIT
00257      END-IF.
00258      MOVE RS-RUN-ID TO WS-RUN-ID.
00259      MOVE RS-FECHA  TO WS-RUN-FECHA.
00260  1100-LEER-RUNSTAT-EXIT.
00261      EXIT.
00262 *-------------------------------------------------------------*
00263  1200-CARGAR-LOTE.
00264 *    LEE UN REGISTRO DE LOTESTAT Y, SI ES DE LA CORRIDA QUE SE
00265 *    ACUSA, CARGA EL LOTE EN LA TABLA Y SU SISTEMA DE ORIGEN
00266 *    EN LA DE ORIGENES. LA FECHA DE CORRIDA DEL ENCABEZADO
00267 *    QUEDA EN LA MAS ANTIGUA DE SUS LOTES: UNA CORRIDA
00268 *    REINICIADA AL DIA SIGUIENTE TERMINA LOTES CON LA FECHA
00268A*    DEL REINICIO.
00269 *-------------------------------------------------------------*
00270      READ LOTESTAT
00271          AT END
00272              MOVE "S" TO WS-FIN-LOTEST-SW
00273      END-READ.
00274      IF FIN-LOTESTAT
00275          GO TO 1200-CARGAR-LOTE-EXIT
00276      END-IF.
00277      IF LS-RUN-ID NOT = WS-RUN-ID
00278          GO TO 1200-CARGAR-LOTE-EXIT
00279      END-IF.
00280      IF WS-LOTE-CANT NOT < WS-LOTE-MAX
00281          DISPLAY "CALCACUS: LOTESTAT EXCEDE LA TABLA DE "
00282              WS-LOTE-MAX " LOTES - EL LOTE " LS-LOTE-ID
00283              " NO SE ACUSA"
00284          MOVE "S" TO WS-TABLA-SW
00285          GO TO 1200-CARGAR-LOTE-EXIT
00286      END-IF.
00287      MOVE LS-LOTE-ORIGEN TO WS-ORIG-VIGENTE.
00288      PERFORM 1300-BUSCAR-ORIGEN THRU 1300-BUSCAR-ORIGEN-EXIT.
00289      IF WS-ORIG-ENC = ZERO
00290          GO TO 1200-CARGAR-LOTE-EXIT
00291      END-IF.
00292      ADD 1 TO WS-OR-CANT-LOTES (WS-ORIG-ENC).
00293      ADD 1 TO WS-LOTE-CANT.
00294      MOVE LS-LOTE-ID       TO WS-LT-LOTE-ID (WS-LOTE-CANT).
00295      MOVE LS-LOTE-FECHA    TO WS-LT-LOTE-FECHA (WS-LOTE-CANT).
00296      MOVE LS-LOTE-ORIGEN   TO WS-LT-ORIGEN (WS-LOTE-CANT).
00297      MOVE LS-ESTADO        TO WS-LT-ESTADO (WS-LOTE-CANT).
00298      MOVE LS-CANT-DETALLES TO WS-LT-CANT-DET (WS-LOTE-CANT).
00299      MOVE ZERO             TO WS-LT-CANT-RECH (WS-LOTE-CANT).
00300      IF LS-RUN-FECHA < WS-RUN-FECHA
00301          MOVE LS-RUN-FECHA TO WS-RUN-FECHA
00302      END-IF.
00303  1200-CARGAR-LOTE-EXIT.
00304      EXIT.
00305 *-------------------------------------------------------------*
00306  1300-BUSCAR-ORIGEN.
00307 *    UBICA EL SISTEMA DE ORIGEN DE WS-ORIG-VIGENTE EN LA TABLA
00308 *    DE ORIGENES, AGREGANDOLO SI ES LA PRIMERA VEZ QUE
00309 *    APARECE. DEJA SU POSICION EN WS-ORIG-ENC (CERO SI LA
00310 *    TABLA SE LLENO).
00311 *-------------------------------------------------------------*
00312      MOVE ZERO TO WS-ORIG-ENC.
00313      PERFORM 1310-COMPARAR-ORIGEN THRU 1310-COMPARAR-ORIGEN-EXIT
00314          VARYING WS-ORIG-IDX FROM 1 BY 1
00315          UNTIL WS-ORIG-IDX > WS-ORIG-CANT
00316             OR WS-ORIG-ENC > ZERO.
00317      IF WS-ORIG-ENC > ZERO
00318          GO TO 1300-BUSCAR-ORIGEN-EXIT
00319      END-IF.
00320      IF WS-ORIG-CANT NOT < WS-ORIG-MAX
00321          DISPLAY "CALCACUS: LA TABLA DE ORIGENES SE LLENO - EL "
00322              "ORIGEN " WS-ORIG-VIGENTE " NO SE ACUSA"
00323          MOVE "S" TO WS-TABLA-SW
00324          GO TO 1300-BUSCAR-ORIGEN-EXIT
00325      END-IF.
00326      ADD 1 TO WS-ORIG-CANT.
00327      MOVE WS-ORIG-VIGENTE TO WS-OR-ORIGEN (WS-ORIG-CANT).
00328      MOVE ZERO TO WS-OR-CANT-LOTES (WS-ORIG-CANT).
00329      MOVE ZERO TO WS-OR-CANT-RECH (WS-ORIG-CANT).
00330      MOVE WS-ORIG-CANT TO WS-ORIG-ENC.
00331  1300-BUSCAR-ORIGEN-EXIT.
00332      EXIT.
00333 *-------------------------------------------------------------*
00334  1310-COMPARAR-ORIGEN.
00335 *    COMPARA UNA ENTRADA DE LA TABLA CON EL ORIGEN BUSCADO.
00336 *-------------------------------------------------------------*
00337      IF WS-OR-ORIGEN (WS-ORIG-IDX) = WS-ORIG-VIGENTE
00338          MOVE WS-ORIG-IDX TO WS-ORIG-ENC
00339      END-IF.
00340  1310-COMPARAR-ORIGEN-EXIT.
00341      EXIT.
00342 *-------------------------------------------------------------*
00343  3000-CONTAR-RECHAZOS.
00344 *    RECORRE RECHAZOS Y CUENTA, POR LOTE Y POR ORIGEN, LOS
00345 *    DETALLES QUE LA CORRIDA RECHAZO, PARA QUE LA LINEA DE
00346 *    ESTADO DE CADA LOTE LLEVE SU CANTIDAD DE RECHAZOS.
00347 *-------------------------------------------------------------*
00348      OPEN INPUT RECHAZOS.
00349      IF WS-RECHAZOS-STATUS = "35"
00350          GO TO 3000-CONTAR-RECHAZOS-EXIT
00351      END-IF.
00352      IF WS-RECHAZOS-STATUS NOT = "00"
00353          DISPLAY "CALCACUS: NO ABRIO RECHAZOS - STATUS "
00354              WS-RECHAZOS-STATUS
00355          MOVE "S" TO WS-ERROR-SW
00356          GO TO 3000-CONTAR-RECHAZOS-EXIT
00357      END-IF.
00358      MOVE "N" TO WS-FIN-RECH-SW.
00359      PERFORM 3100-CONTAR-RECHAZO THRU 3100-CONTAR-RECHAZO-EXIT
00360          UNTIL FIN-RECHAZOS.
00361      CLOSE RECHAZOS.
00362  3000-CONTAR-RECHAZOS-EXIT.
00363      EXIT.
00364 *-------------------------------------------------------------*
00365  3100-CONTAR-RECHAZO.
00366 *    LEE UN RECHAZO Y, SI ES DE UN LOTE DE LA CORRIDA, LO
00367 *    SUMA A SU LOTE Y A SU ORIGEN.
00368 *-------------------------------------------------------------*
00369      PERFORM 3900-LEER-RECHAZO THRU 3900-LEER-RECHAZO-EXIT.
00370      IF FIN-RECHAZOS OR WS-LOTE-ENC = ZERO
00371          GO TO 3100-CONTAR-RECHAZO-EXIT
00372      END-IF.
00373      ADD 1 TO WS-LT-CANT-RECH (WS-LOTE-ENC).
00374      MOVE RZ-LOTE-ORIGEN TO WS-ORIG-VIGENTE.
00375      PERFORM 1300-BUSCAR-ORIGEN THRU 1300-BUSCAR-ORIGEN-EXIT.
00376      IF WS-ORIG-ENC > ZERO
00377          ADD 1 TO WS-OR-CANT-RECH (WS-ORIG-ENC)
00378      END-IF.
00379      ADD 1 TO WS-CONT-RECH.
00380  3100-CONTAR-RECHAZO-EXIT.
00381      EXIT.
00382 *-------------------------------------------------------------*
00383  3900-LEER-RECHAZO.
00384 *    LEE UN RECHAZO Y LO UBICA EN LA TABLA DE LOTES DE LA
00385 *    CORRIDA (WS-LOTE-ENC, CERO SI NO ES DE LA CORRIDA): DEBE
00386 *    HABERLO GRABADO LA CORRIDA QUE SE ACUSA Y COINCIDIR EN
00387 *    LOTE Y ORIGEN, PARA NO MEZCLAR LOS RECHAZOS DE UN LOTE
00388 *    CON LOS DE OTRO DEL MISMO ID EN OTRA CORRIDA, SEA DE
00388A*    OTRA NOCHE O DE LA MISMA FECHA.
00389 *-------------------------------------------------------------*
00390      MOVE ZERO TO WS-LOTE-ENC.
00391      READ RECHAZOS
00392          AT END
00393              MOVE "S" TO WS-FIN-RECH-SW
00394      END-READ.
00395      IF FIN-RECHAZOS
00396          GO TO 3900-LEER-RECHAZO-EXIT
00397      END-IF.
00398      IF RZ-RUN-ID NOT NUMERIC OR RZ-RUN-ID NOT = WS-RUN-ID
00399          GO TO 3900-LEER-RECHAZO-EXIT
00400      END-IF.
00401      PERFORM 3910-COMPARAR-LOTE THRU 3910-COMPARAR-LOTE-EXIT
00402          VARYING WS-LOTE-IDX FROM 1 BY 1
00403          UNTIL WS-LOTE-IDX > WS-LOTE-CANT
00404             OR WS-LOTE-ENC > ZERO.
00405  3900-LEER-RECHAZO-EXIT.
00406      EXIT.
00407 *-------------------------------------------------------------*
00408  3910-COMPARAR-LOTE.
00409 *    COMPARA UNA ENTRADA DE LA TABLA DE LOTES CON EL LOTE Y EL
00410 *    ORIGEN DEL RECHAZO VIGENTE.
00411 *-------------------------------------------------------------*
00412      IF WS-LT-LOTE-ID (WS-LOTE-IDX) = RZ-LOTE-ID
00413        AND WS-LT-ORIGEN (WS-LOTE-IDX) = RZ-LOTE-ORIGEN
00414          MOVE WS-LOTE-IDX TO WS-LOTE-ENC
00415      END-IF.
00416  3910-COMPARAR-LOTE-EXIT.
00417      EXIT.
00418 *-------------------------------------------------------------*
00419  4000-ACUSAR-ORIGEN.
00420 *    ESCRIBE EL SEGMENTO DE ACUSES DE UN SISTEMA DE ORIGEN:
00421 *    SU ENCABEZADO, LA LINEA DE ESTADO DE CADA UNO DE SUS
00422 *    LOTES, UNA LINEA POR CADA DETALLE RECHAZADO DE SUS LOTES
00423 *    Y EL TRAILER CON LAS CANTIDADES DEL SEGMENTO.
00424 *-------------------------------------------------------------*
00425      MOVE WS-OR-ORIGEN (WS-ORIG-IDX) TO WS-ORIG-VIGENTE.
00426      MOVE ZERO TO WS-CONT-LINEAS.
00427      MOVE SPACES TO WS-ACUSE-ENCABEZADO.
00428      MOVE WS-ORIG-VIGENTE TO WAE-ORIGEN.
00429      MOVE "H"             TO WAE-TIPO-REG.
00430      MOVE WS-RUN-ID       TO WAE-RUN-ID.
00431      MOVE WS-RUN-FECHA    TO WAE-RUN-FECHA.
00432      PERFORM 4900-ESCRIBIR-ACUSE THRU 4900-ESCRIBIR-ACUSE-EXIT.
00433      PERFORM 4100-ACUSAR-LOTE THRU 4100-ACUSAR-LOTE-EXIT
00434          VARYING WS-LOTE-IDX FROM 1 BY 1
00435          UNTIL WS-LOTE-IDX > WS-LOTE-CANT.
00436      IF WS-OR-CANT-RECH (WS-ORIG-IDX) > ZERO
00437          PERFORM 4200-ACUSAR-RECHAZOS THRU
00438              4200-ACUSAR-RECHAZOS-EXIT
00439      END-IF.
00440      MOVE SPACES TO WS-ACUSE-TRAILER.
00441      MOVE WS-ORIG-VIGENTE TO WAT-ORIGEN.
00442      MOVE "T"             TO WAT-TIPO-REG.
00443      MOVE WS-OR-CANT-LOTES (WS-ORIG-IDX) TO WAT-CANT-LOTES.
00444      MOVE WS-OR-CANT-RECH (WS-ORIG-IDX)  TO WAT-CANT-RECH.
00445      ADD 1 WS-CONT-LINEAS GIVING WAT-CANT-LINEAS.
00446      PERFORM 4900-ESCRIBIR-ACUSE THRU 4900-ESCRIBIR-ACUSE-EXIT.
00447      DISPLAY "CALCACUS: ORIGEN " WS-ORIG-VIGENTE
00448          " LOTES " WS-OR-CANT-LOTES (WS-ORIG-IDX)
00449          " RECHAZOS " WS-OR-CANT-RECH (WS-ORIG-IDX).
00450  4000-ACUSAR-ORIGEN-EXIT.
00451      EXIT.
00452 *-------------------------------------------------------------*
00453  4100-ACUSAR-LOTE.
00454 *    ESCRIBE LA LINEA DE ESTADO DEL LOTE EN TURNO SI ES DEL
00455 *    ORIGEN VIGENTE.
00456 *-------------------------------------------------------------*
00457      IF WS-LT-ORIGEN (WS-LOTE-IDX) NOT = WS-ORIG-VIGENTE
00458          GO TO 4100-ACUSAR-LOTE-EXIT
00459      END-IF.
00460      MOVE SPACES TO WS-ACUSE-LOTE.
00461      MOVE WS-ORIG-VIGENTE TO WAL-ORIGEN.
00462      MOVE "L"             TO WAL-TIPO-REG.
00463      MOVE WS-LT-LOTE-ID (WS-LOTE-IDX)    TO WAL-LOTE-ID.
00464      MOVE WS-LT-LOTE-FECHA (WS-LOTE-IDX) TO WAL-LOTE-FECHA.
00465      MOVE WS-LT-ESTADO (WS-LOTE-IDX)     TO WAL-ESTADO.
00466      MOVE WS-LT-CANT-DET (WS-LOTE-IDX)   TO WAL-CANT-DET.
00467      MOVE WS-LT-CANT-RECH (WS-LOTE-IDX)  TO WAL-CANT-RECH.
00468      MOVE "ESTADO DESCONOCIDO"  TO WAL-ESTADO-DESC.
00469      IF WS-LT-ESTADO (WS-LOTE-IDX) = "A"
00470          MOVE "ACEPTADO"               TO WAL-ESTADO-DESC
00471      END-IF.
00472      IF WS-LT-ESTADO (WS-LOTE-IDX) = "R"
00473          MOVE "RETENIDO POR DESCUADRE" TO WAL-ESTADO-DESC
00474      END-IF.
00475      IF WS-LT-ESTADO (WS-LOTE-IDX) = "D"
00476          MOVE "DUPLICADO"              TO WAL-ESTADO-DESC
00477      END-IF.
00478      PERFORM 4900-ESCRIBIR-ACUSE THRU 4900-ESCRIBIR-ACUSE-EXIT.
00479      ADD 1 TO WS-CONT-LOTES.
00480  4100-ACUSAR-LOTE-EXIT.
00481      EXIT.
00482 *-------------------------------------------------------------*
00483  4200-ACUSAR-RECHAZOS.
00484 *    RECORRE RECHAZOS Y ESCRIBE UNA LINEA POR CADA DETALLE
00485 *    RECHAZADO DE LOS LOTES DEL ORIGEN VIGENTE, CON SU NUMERO
00486 *    DE REGISTRO Y SU MOTIVO.
00487 *-------------------------------------------------------------*
00488      OPEN INPUT RECHAZOS.
00489      IF WS-RECHAZOS-STATUS NOT = "00"
00490          DISPLAY "CALCACUS: NO ABRIO RECHAZOS - STATUS "
00491              WS-RECHAZOS-STATUS
00492          MOVE "S" TO WS-ERROR-SW
00493          GO TO 4200-ACUSAR-RECHAZOS-EXIT
00494      END-IF.
00495      MOVE "N" TO WS-FIN-RECH-SW.
00496      PERFORM 4210-ACUSAR-RECHAZO THRU 4210-ACUSAR-RECHAZO-EXIT
00497          UNTIL FIN-RECHAZOS.
00498      CLOSE RECHAZOS.
00499  4200-ACUSAR-RECHAZOS-EXIT.
00500      EXIT.
00501 *-------------------------------------------------------------*
00502  4210-ACUSAR-RECHAZO.
00503 *    LEE UN RECHAZO Y, SI ES DE UN LOTE DE LA CORRIDA DEL
00504 *    ORIGEN VIGENTE, ESCRIBE SU LINEA.
00505 *-------------------------------------------------------------*
00506      PERFORM 3900-LEER-RECHAZO THRU 3900-LEER-RECHAZO-EXIT.
00507      IF FIN-RECHAZOS OR WS-LOTE-ENC = ZERO
00508          GO TO 4210-ACUSAR-RECHAZO-EXIT
00509      END-IF.
00510      IF RZ-LOTE-ORIGEN NOT = WS-ORIG-VIGENTE
00511          GO TO 4210-ACUSAR-RECHAZO-EXIT
00512      END-IF.
00513      MOVE SPACES TO WS-ACUSE-RECHAZO.
00514      MOVE WS-ORIG-VIGENTE TO WAR-ORIGEN.
00515      MOVE "R"             TO WAR-TIPO-REG.
00516      MOVE RZ-LOTE-ID      TO WAR-LOTE-ID.
00517      MOVE RZ-NUMERO-REG   TO WAR-NUMERO-REG.
00518      MOVE RZ-MOTIVO       TO WAR-MOTIVO.
00519      PERFORM 4900-ESCRIBIR-ACUSE THRU 4900-ESCRIBIR-ACUSE-EXIT.
00520  4210-ACUSAR-RECHAZO-EXIT.
00521      EXIT.
00522 *-------------------------------------------------------------*
00523  4900-ESCRIBIR-ACUSE.
00524 *    GRABA EN ACUSES LA LINEA ARMADA Y LA CUENTA EN EL
00525 *    SEGMENTO VIGENTE.
00526 *-------------------------------------------------------------*
00527      WRITE ACUSE-RECORD FROM WS-ACUSE-ENCABEZADO.
00528      IF WS-ACUSES-STATUS NOT = "00"
00529          DISPLAY "CALCACUS: NO SE PUDO GRABAR ACUSES - STATUS "
00530              WS-ACUSES-STATUS
00531          MOVE "S" TO WS-ERROR-SW
00532      END-IF.
00533      ADD 1 TO WS-CONT-LINEAS.
00534  4900-ESCRIBIR-ACUSE-EXIT.
00535      EXIT.
00536 *-------------------------------------------------------------*
00537  9000-FINAL.
00538 *    CIERRA ACUSES, REPORTA LOS TOTALES Y GRADUA EL
00539 *    RETURN-CODE: 0 ACUSES COMPLETOS, 4 NADA QUE ACUSAR O
00540 *    ALGUN LOTE U ORIGEN QUE NO CUPO EN LAS TABLAS, 12 ERROR
00541 *    DE ARCHIVOS.
00542 *-------------------------------------------------------------*
00543      IF WS-LOTE-CANT > ZERO
00544          CLOSE ACUSES
00545      END-IF.
00546      IF ERROR-DE-ARCHIVO
00547          DISPLAY "CALCACUS: ACUSES NO COMPLETOS - RETURN-CODE 12"
00548          MOVE 12 TO RETURN-CODE
00549          GO TO 9000-FINAL-EXIT
00550      END-IF.
00551      DISPLAY "CALCACUS: ORIGENES ACUSADOS : " WS-ORIG-CANT.
00552      DISPLAY "CALCACUS: LOTES ACUSADOS    : " WS-CONT-LOTES.
00553      DISPLAY "CALCACUS: RECHAZOS ACUSADOS : " WS-CONT-RECH.
00554      IF WS-LOTE-CANT = ZERO OR TABLA-LLENA
00555          DISPLAY "CALCACUS: ACUSE INCOMPLETO O VACIO - "
00556              "RETURN-CODE 4"
00557          MOVE 4 TO RETURN-CODE
00558      END-IF.
00559  9000-FINAL-EXIT.
00560      EXIT.
