00001  IDENTIFICATION DIVISION.
00002   PROGRAM-ID. CALCSIMC.
00003   AUTHOR. MARIO QUIROS.
00004   INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
00005   DATE-WRITTEN. 2026-10-15.
00006   DATE-COMPILED.
00007 *
00008 *-------------------------------------------------------------*
00009 * CALCSIMC COMPARA UNA SIMULACION DE CALCULOS CONTRA LA       *
00010 * CORRIDA DE PRODUCCION QUE SIMULO. LA CORRIDA ES LA QUE TRAE *
00011 * SIMCTL (EN CERO, LA ULTIMA DE RUNCTL), IGUAL QUE EN         *
00012 * CALCULOS.                                                   *
00013 *                                                             *
00014 * POR TRANSACCION: CRUZA POR SECUENCIA LOS REGISTROS DE LA    *
00015 * CORRIDA EN CALCLOG CONTRA LOS DE SIMLOG. INFORMA LAS QUE    *
00016 * ESTAN SOLO DE UN LADO (RECHAZADAS, RETENIDAS O ALMACENADAS  *
00017 * EN UNO Y NO EN EL OTRO), CADA RESULTADO QUE CAMBIO, Y CADA  *
00018 * CUENTA CUYO MOVIMIENTO NETO CAMBIO. ESE MOVIMIENTO SE ARMA  *
00019 * COMO LO ARMA CALCULOS: CON EL GLMAP DE PRODUCCION PARA EL   *
00020 * LADO DE PRODUCCION Y CON EL PROPUESTO (GLMAPSIM) PARA EL    *
00021 * DE LA SIMULACION, SOLO SI ESE LADO GENERO ASIENTOS.         *
00022 *                                                             *
00023 * POR CUENTA: ACUMULA LOS ASIENTOS DE LA GENERACION DE GLFEED *
00024 * DE LA CORRIDA Y LOS DE SIMFEED (INCLUIDOS SUSPENSO, CUADRE  *
00025 * Y RESUMEN) E INFORMA CADA CUENTA CON DEBE O HABER DISTINTO, *
00026 * CON LA DIFERENCIA NETA, Y LOS TOTALES DE AMBOS LADOS.       *
00027 *                                                             *
00028 * NO ACTUALIZA NADA. TERMINA CON RC=0 SI LA SIMULACION NO     *
00029 * CAMBIA NADA, 4 SI HAY DIFERENCIAS (O DETALLE INCOMPLETO POR *
00030 * TABLA LLENA) Y 12 SI LA COMPARACION NO SE PUDO HACER: SIN   *
00031 * SIMCTL O SIMLOG, O UNA GENERACION QUE NO ES DE LA CORRIDA.  *
00032 *-------------------------------------------------------------*
00033 * HISTORIAL DE MODIFICACIONES                                 *
00034 *-------------------------------------------------------------*
00035 * FECHA       INIC.  DESCRIPCION                              *
00036 * 2026-10-15  MQR    VERSION INICIAL DEL PROGRAMA.            *
00037 *-------------------------------------------------------------*
00038  ENVIRONMENT DIVISION.
00039  INPUT-OUTPUT SECTION.
00040   FILE-CONTROL.
00041      SELECT SIMCTL   ASSIGN TO "SIMCTL"
00042         ORGANIZATION IS LINE SEQUENTIAL
00043         FILE STATUS IS WS-SIMCTL-STATUS.
00044      SELECT RUNCTL   ASSIGN TO "RUNCTL"
00045         ORGANIZATION IS LINE SEQUENTIAL
00046         FILE STATUS IS WS-RUNCTL-STATUS.
00047      SELECT CALCLOG  ASSIGN TO "CALCLOG"
00048         ORGANIZATION IS INDEXED
00049         ACCESS MODE IS SEQUENTIAL
00050         RECORD KEY IS CL-LLAVE
00051         FILE STATUS IS WS-CALCLOG-STATUS.
00052      SELECT SIMLOG   ASSIGN TO "SIMLOG"
00053         ORGANIZATION IS LINE SEQUENTIAL
00054         FILE STATUS IS WS-SIMLOG-STATUS.
00055      SELECT GLFEED   ASSIGN TO "GLFEED"
00056         ORGANIZATION IS LINE SEQUENTIAL
00057         FILE STATUS IS WS-GLFEED-STATUS.
00058      SELECT SIMFEED  ASSIGN TO "SIMFEED"
00059         ORGANIZATION IS LINE SEQUENTIAL
00060         FILE STATUS IS WS-SIMFEED-STATUS.
00061      SELECT GLMAP    ASSIGN TO "GLMAP"
00062         ORGANIZATION IS LINE SEQUENTIAL
00063         FILE STATUS IS WS-GLMAP-STATUS.
00064      SELECT GLMAPSIM ASSIGN TO "GLMAPSIM"
00065         ORGANIZATION IS LINE SEQUENTIAL
00066         FILE STATUS IS WS-GLMAPSIM-STATUS.
00067      SELECT SIMRPT   ASSIGN TO "SIMRPT"
00068         ORGANIZATION IS LINE SEQUENTIAL
00069         FILE STATUS IS WS-SRPT-STATUS.
00070 *
00071  DATA DIVISION.
00072   FILE SECTION.
00073   FD  SIMCTL
00074       LABEL RECORDS ARE STANDARD
00075       RECORDING MODE IS F.
00076   01  SIMCTL-RECORD.
00077       05 SC-RUN-ID         PIC 9(06).
00078 *
00079   FD  RUNCTL
00080       LABEL RECORDS ARE STANDARD
00081       RECORDING MODE IS F.
00082   01  RUNCTL-RECORD.
00083       05 RC-ULTIMO-RUN-ID  PIC 9(6).
00084 *
00085   FD  CALCLOG
00086       LABEL RECORDS ARE STANDARD
00087       RECORDING MODE IS F.
00088   01  CALCLOG-RECORD.
00089       COPY CALCLOGR.
00090 *
00091   FD  SIMLOG
00092       LABEL RECORDS ARE STANDARD
00093       RECORDING MODE IS F.
00094   01  SIMLOG-RECORD        PIC X(245).
00095 *
00096   FD  GLFEED
00097       LABEL RECORDS ARE STANDARD
00098       RECORDING MODE IS F.
00099   01  GLFEED-RECORD.
00100       COPY GLFEEDR.
00101 *
00102   FD  SIMFEED
00103       LABEL RECORDS ARE STANDARD
00104       RECORDING MODE IS F.
00105   01  SIMFEED-RECORD       PIC X(58).
00106 *
00107   FD  GLMAP
00108       LABEL RECORDS ARE STANDARD
00109       RECORDING MODE IS F.
00110   01  GLMAP-RECORD.
00111       COPY GLMAPR.
00112 *
00113   FD  GLMAPSIM
00114       LABEL RECORDS ARE STANDARD
00115       RECORDING MODE IS F.
00116   01  GLMAPSIM-RECORD      PIC X(59).
00117 *
00118   FD  SIMRPT
00119       LABEL RECORDS ARE STANDARD
00120       RECORDING MODE IS F.
00121   01  PRT-RECORD           PIC X(132).
00122 *
00123   WORKING-STORAGE SECTION.
00124    77 WS-SIMCTL-STATUS   PIC X(02) VALUE "00".
00125    77 WS-RUNCTL-STATUS   PIC X(02) VALUE "00".
00126    77 WS-CALCLOG-STATUS  PIC X(02) VALUE "00".
00127    77 WS-SIMLOG-STATUS   PIC X(02) VALUE "00".
00128    77 WS-GLFEED-STATUS   PIC X(02) VALUE "00".
00129    77 WS-SIMFEED-STATUS  PIC X(02) VALUE "00".
00130    77 WS-GLMAP-STATUS    PIC X(02) VALUE "00".
00131    77 WS-GLMAPSIM-STATUS PIC X(02) VALUE "00".
00132    77 WS-SRPT-STATUS     PIC X(02) VALUE "00".
00133    77 WS-ARCH-STATUS     PIC X(02) VALUE "00".
00134    77 WS-RUN-ID          PIC 9(06) VALUE ZERO.
00135    77 WS-RUN-FECHA       PIC 9(08) VALUE ZERO.
00136    77 WS-RUN-HORA        PIC 9(06) VALUE ZERO.
00137    77 WS-LADO            PIC 9(01) COMP VALUE ZERO.
00138    77 WS-LADO-REF        PIC 9(01) COMP VALUE ZERO.
00139    77 WS-RES-IDX         PIC 9(01) COMP VALUE ZERO.
00140    77 WS-MAP-MAX         PIC 9(04) COMP VALUE 500.
00141    77 WS-MAP-IDX         PIC 9(04) COMP VALUE ZERO.
00142    77 WS-ASI-CANT        PIC 9(04) COMP VALUE ZERO.
00143    77 WS-ASI-MAX         PIC 9(04) COMP VALUE 50.
00144    77 WS-ASI-IDX         PIC 9(04) COMP VALUE ZERO.
00145    77 WS-ASI-ENC         PIC 9(04) COMP VALUE ZERO.
00146    77 WS-ASI-BUSCA       PIC X(10) VALUE SPACES.
00147    77 WS-CTA-CANT        PIC 9(04) COMP VALUE ZERO.
00148    77 WS-CTA-MAX         PIC 9(04) COMP VALUE 1000.
00149    77 WS-CTA-IDX         PIC 9(04) COMP VALUE ZERO.
00150    77 WS-CTA-ENC         PIC 9(04) COMP VALUE ZERO.
00151    77 WS-CTA-DEBITO      PIC X(10) VALUE SPACES.
00152    77 WS-CTA-CREDITO     PIC X(10) VALUE SPACES.
00153    77 WS-MONTO           PIC S9(16)V9(02) VALUE ZERO.
00154    77 WS-DET-PRD         PIC S9(16)V9(02) VALUE ZERO.
00155    77 WS-DET-SIM         PIC S9(16)V9(02) VALUE ZERO.
00156    77 WS-NETO-PRD        PIC S9(16)V9(02) VALUE ZERO.
00157    77 WS-NETO-SIM        PIC S9(16)V9(02) VALUE ZERO.
00158    77 WS-OBS-SOLO        PIC X(24) VALUE SPACES.
00159    77 WS-CONT-PRD        PIC 9(08) COMP VALUE ZERO.
00160    77 WS-CONT-SIM        PIC 9(08) COMP VALUE ZERO.
00161    77 WS-CONT-IGUALES    PIC 9(08) COMP VALUE ZERO.
00162    77 WS-CONT-DISTINTAS  PIC 9(08) COMP VALUE ZERO.
00163    77 WS-CONT-SOLO-PRD   PIC 9(08) COMP VALUE ZERO.
00164    77 WS-CONT-SOLO-SIM   PIC 9(08) COMP VALUE ZERO.
00165    77 WS-CONT-CTAS-DIF   PIC 9(08) COMP VALUE ZERO.
00166    77 WS-CONT-OMITIDOS   PIC 9(08) COMP VALUE ZERO.
00167 *
00168    01 WS-HORA-CRUDA.
00169       05 WS-HORA-HHMMSS  PIC 9(06).
00170       05 FILLER          PIC 9(02).
00171 *
00172    01 WS-TIPO-TRABAJO    PIC X(02) VALUE "00".
00173    01 WS-TIPO-NUM REDEFINES WS-TIPO-TRABAJO PIC 9(02).
00174 *
00175    01 WS-SWITCHES.
00176       05 WS-FIN-PRD-SW   PIC X(01) VALUE "N".
00177          88 FIN-PRODUCCION     VALUE "S".
00178       05 WS-FIN-SIM-SW   PIC X(01) VALUE "N".
00179          88 FIN-SIMULACION     VALUE "S".
00180       05 WS-EN-PRD-SW    PIC X(01) VALUE "N".
00181          88 EN-PRODUCCION      VALUE "S".
00182       05 WS-EN-SIM-SW    PIC X(01) VALUE "N".
00183          88 EN-SIMULACION      VALUE "S".
00184       05 WS-FIN-MAP-SW   PIC X(01) VALUE "N".
00185          88 FIN-MAPEO          VALUE "S".
00186       05 WS-FIN-FEED-SW  PIC X(01) VALUE "N".
00187          88 FIN-ALIMENTACION   VALUE "S".
00188       05 WS-TRANS-DIF-SW PIC X(01) VALUE "N".
00189          88 TRANS-CON-DIFERENCIA VALUE "S".
00190       05 WS-ERROR-SW     PIC X(01) VALUE "N".
00191          88 ERROR-DE-ARCHIVO   VALUE "S".
00192 *
00193 *-------------------------------------------------------------*
00194 *    LO QUE SE SABE DE CADA LADO (1 = PRODUCCION, 2 =         *
00195 *    SIMULACION): SI TRAE GENERACION DE ASIENTOS Y SI SE      *
00196 *    DERIVAN SUS ASIENTOS POR TRANSACCION, Y SUS TOTALES.     *
00197 *-------------------------------------------------------------*
00198    01 WS-LADOS.
00199       05 WS-LADO-DATOS OCCURS 2 TIMES.
00200          10 WS-HAY-FEED-SW  PIC X(01).
00201             88 HAY-ALIMENTACION   VALUE "S".
00202          10 WS-DERIVA-SW    PIC X(01).
00203             88 DERIVA-ASIENTOS    VALUE "S".
00204          10 WS-TOT-DEBE     PIC S9(16)V9(02).
00205          10 WS-TOT-HABER    PIC S9(16)V9(02).
00206          10 WS-TOT-ASI      PIC 9(08) COMP.
00207          10 WS-TOT-RESULT OCCURS 5 TIMES
00208                             PIC S9(16)V9(02).
00209    01 WS-NOMBRES-LADO-VALORES.
00210       05 FILLER PIC X(07) VALUE "GLFEED ".
00211       05 FILLER PIC X(07) VALUE "SIMFEED".
00212    01 WS-NOMBRES-LADO REDEFINES WS-NOMBRES-LADO-VALORES.
00213       05 WS-NOMBRE-FEED OCCURS 2 TIMES PIC X(07).
00214 *
00215 *-------------------------------------------------------------*
00216 *    GLMAP DE CADA LADO: EL DE PRODUCCION Y EL PROPUESTO, CON *
00217 *    LAS MISMAS REGLAS DE CARGA DE CALCULOS Y RECONCIL.       *
00218 *-------------------------------------------------------------*
00219    01 WS-TABLA-MAPEOS.
00220       05 WS-MAPEO-LADO OCCURS 2 TIMES.
00221          10 WS-MAP-CANT     PIC 9(04) COMP.
00222          10 WS-MAP-ENTRADA OCCURS 500 TIMES.
00223             15 WS-MAP-RESULT   PIC 9(01).
00224             15 WS-MAP-TIPO     PIC X(02).
00225             15 WS-MAP-DEBE     PIC X(10).
00226             15 WS-MAP-HABER    PIC X(10).
00227             15 WS-MAP-DESDE    PIC 9(08).
00228             15 WS-MAP-HASTA    PIC 9(08).
00229 *
00230 *-------------------------------------------------------------*
00231 *    TRANSACCION VIGENTE DE CADA LADO, TOMADA DE CALCLOG O DE *
00232 *    SIMLOG AL LEERLA, Y LOS RESULTADOS QUE SE COMPARAN (EN   *
00233 *    CERO DEL LADO DONDE LA TRANSACCION NO ESTA).             *
00234 *-------------------------------------------------------------*
00235    01 WS-TRANSACCIONES.
00236       05 WS-TRANS OCCURS 2 TIMES.
00237          10 WS-TR-SECUENCIA PIC 9(08).
00238          10 WS-TR-LOTE      PIC X(08).
00239          10 WS-TR-TIPO      PIC X(02).
00240          10 WS-TR-FECHA-MAP PIC 9(08).
00241          10 WS-TR-REVERSA   PIC X(01).
00242          10 WS-TR-RESULT OCCURS 5 TIMES
00243                             PIC S9(16)V9(02).
00244    01 WS-VALORES.
00245       05 WS-VAL-LADO OCCURS 2 TIMES.
00246          10 WS-VAL-RESULT OCCURS 5 TIMES
00247                             PIC S9(16)V9(02).
00248 *
00249 *-------------------------------------------------------------*
00250 *    MOVIMIENTO NETO POR CUENTA DE LA TRANSACCION VIGENTE     *
00251 *    (DEBITO SUMA, CREDITO RESTA), DE CADA LADO.              *
00252 *-------------------------------------------------------------*
00253    01 WS-TABLA-ASIENTOS.
00254       05 WS-ASI-ENTRADA OCCURS 50 TIMES.
00255          10 WS-ASI-CTA      PIC X(10).
00256          10 WS-ASI-NETO OCCURS 2 TIMES
00257                             PIC S9(16)V9(02).
00258 *
00259 *-------------------------------------------------------------*
00260 *    DEBE Y HABER POR CUENTA DE GLFEED Y DE SIMFEED.          *
00261 *-------------------------------------------------------------*
00262    01 WS-TABLA-CUENTAS.
00263       05 WS-CTA-ENTRADA OCCURS 1000 TIMES.
00264          10 WS-CTA-CTA      PIC X(10).
00265          10 WS-CTA-LADO OCCURS 2 TIMES.
00266             15 WS-CTA-DEBE  PIC S9(16)V9(02).
00267             15 WS-CTA-HABER PIC S9(16)V9(02).
00268 *
00269 *-------------------------------------------------------------*
00270 *    LINEAS DEL REPORTE DE LA SIMULACION.                     *
00271 *-------------------------------------------------------------*
00272    01 WS-LINEA-TITULO.
00273       05 FILLER            PIC X(05) VALUE SPACES.
00274       05 FILLER            PIC X(23)
00275                  VALUE "SIMULACION DE CALCULOS ".
00276       05 FILLER            PIC X(18)
00277                  VALUE "CONTRA PRODUCCION ".
00278       05 FILLER            PIC X(08) VALUE "CORRIDA ".
00279       05 WLT-CORRIDA       PIC 9(06).
00280       05 FILLER            PIC X(10) VALUE "  EMITIDO ".
00281       05 WLT-FECHA         PIC 9(08).
00282       05 FILLER            PIC X(01) VALUE SPACE.
00283       05 WLT-HORA          PIC 9(06).
00284       05 FILLER            PIC X(47) VALUE SPACES.
00285    01 WS-LINEA-SECCION.
00286       05 FILLER            PIC X(05) VALUE SPACES.
00287       05 WLS-TITULO        PIC X(60).
00288       05 FILLER            PIC X(67) VALUE SPACES.
00289    01 WS-LINEA-COLUMNAS.
00290       05 FILLER            PIC X(02) VALUE SPACES.
00291       05 FILLER            PIC X(10) VALUE "SECUENCIA".
00292       05 FILLER            PIC X(09) VALUE "LOTE".
00293       05 FILLER            PIC X(03) VALUE "TP".
00294       05 FILLER            PIC X(15) VALUE "CONCEPTO".
00295       05 FILLER            PIC X(18) VALUE "       PRODUCCION ".
00296       05 FILLER            PIC X(18) VALUE "       SIMULACION ".
00297       05 FILLER            PIC X(20) VALUE "       DIFERENCIA".
00298       05 FILLER            PIC X(24) VALUE "OBSERVACION".
00299       05 FILLER            PIC X(13) VALUE SPACES.
00300    01 WS-LINEA-DETALLE.
00301       05 FILLER            PIC X(02) VALUE SPACES.
00302       05 WLD-SECUENCIA     PIC 9(08).
00303       05 FILLER            PIC X(02) VALUE SPACES.
00304       05 WLD-LOTE          PIC X(08).
00305       05 FILLER            PIC X(01) VALUE SPACES.
00306       05 WLD-TIPO          PIC X(02).
00307       05 FILLER            PIC X(01) VALUE SPACES.
00308       05 WLD-CONCEPTO      PIC X(14).
00309       05 WLD-CONCEPTO-RES REDEFINES WLD-CONCEPTO.
00310          10 WLD-RES-LITERAL PIC X(09).
00311          10 WLD-RES-NUMERO  PIC 9(01).
00312          10 FILLER          PIC X(04).
00313       05 WLD-CONCEPTO-CTA REDEFINES WLD-CONCEPTO.
00314          10 WLD-CTA-LITERAL PIC X(04).
00315          10 WLD-CTA-CUENTA  PIC X(10).
00316       05 FILLER            PIC X(01) VALUE SPACES.
00317       05 WLD-PRD           PIC -(13)9.99.
00318       05 FILLER            PIC X(01) VALUE SPACES.
00319       05 WLD-SIM           PIC -(13)9.99.
00320       05 FILLER            PIC X(01) VALUE SPACES.
00321       05 WLD-DIF           PIC -(13)9.99.
00322       05 FILLER            PIC X(03) VALUE SPACES.
00323       05 WLD-OBSERVACION   PIC X(24).
00324       05 FILLER            PIC X(13) VALUE SPACES.
00325    01 WS-LINEA-IMPACTO.
00326       05 FILLER            PIC X(02) VALUE SPACES.
00327       05 WLI-LITERAL       PIC X(22).
00328       05 WLI-CONCEPTO      PIC X(14).
00329       05 WLI-CONCEPTO-RES REDEFINES WLI-CONCEPTO.
00330          10 WLI-RES-LITERAL PIC X(09).
00331          10 WLI-RES-NUMERO  PIC 9(01).
00332          10 FILLER          PIC X(04).
00333       05 FILLER            PIC X(01) VALUE SPACES.
00334       05 WLI-PRD           PIC -(13)9.99.
00335       05 FILLER            PIC X(01) VALUE SPACES.
00336       05 WLI-SIM           PIC -(13)9.99.
00337       05 FILLER            PIC X(01) VALUE SPACES.
00338       05 WLI-DIF           PIC -(13)9.99.
00339       05 FILLER            PIC X(40) VALUE SPACES.
00340    01 WS-LINEA-CTA-COLUMNAS.
00341       05 FILLER            PIC X(02) VALUE SPACES.
00342       05 FILLER            PIC X(12) VALUE "CUENTA".
00343       05 FILLER            PIC X(18) VALUE "  DEBE PRODUCCION ".
00344       05 FILLER            PIC X(18) VALUE " HABER PRODUCCION ".
00345       05 FILLER            PIC X(18) VALUE "  DEBE SIMULACION ".
00346       05 FILLER            PIC X(18) VALUE " HABER SIMULACION ".
00347       05 FILLER            PIC X(18) VALUE "  DIFERENCIA NETA ".
00348       05 FILLER            PIC X(28) VALUE SPACES.
00349    01 WS-LINEA-CUENTA.
00350       05 FILLER            PIC X(02) VALUE SPACES.
00351       05 WLC-CUENTA        PIC X(10).
00352       05 FILLER            PIC X(02) VALUE SPACES.
00353       05 WLC-PRD-DEBE      PIC -(13)9.99.
00354       05 FILLER            PIC X(01) VALUE SPACES.
00355       05 WLC-PRD-HABER     PIC -(13)9.99.
00356       05 FILLER            PIC X(01) VALUE SPACES.
00357       05 WLC-SIM-DEBE      PIC -(13)9.99.
00358       05 FILLER            PIC X(01) VALUE SPACES.
00359       05 WLC-SIM-HABER     PIC -(13)9.99.
00360       05 FILLER            PIC X(01) VALUE SPACES.
00361       05 WLC-DIF           PIC -(13)9.99.
00362       05 FILLER            PIC X(29) VALUE SPACES.
00363    01 WS-LINEA-CONTEO.
00364       05 FILLER            PIC X(05) VALUE SPACES.
00365       05 WLN-LITERAL       PIC X(40).
00366       05 WLN-PRD           PIC Z(07)9.
00367       05 FILLER            PIC X(04) VALUE SPACES.
00368       05 WLN-SIM           PIC Z(07)9.
00369       05 FILLER            PIC X(67) VALUE SPACES.
00370    01 WS-LINEA-RESUMEN.
00371       05 FILLER            PIC X(05) VALUE SPACES.
00372       05 WLR-LITERAL       PIC X(40).
00373       05 WLR-CANT          PIC Z(07)9.
00374       05 FILLER            PIC X(79) VALUE SPACES.
00375    01 WS-LINEA-BLANCO      PIC X(132) VALUE SPACES.
00376 *
00377  PROCEDURE DIVISION.
00378 *-------------------------------------------------------------*
00379  0000-PRINCIPAL.
00380 *-------------------------------------------------------------*
00381      PERFORM 1000-INICIO THRU 1000-INICIO-EXIT.
00382      IF NOT ERROR-DE-ARCHIVO
00383          PERFORM 2000-COMPARAR-TRANS THRU
00384              2000-COMPARAR-TRANS-EXIT
00385              UNTIL FIN-PRODUCCION AND FIN-SIMULACION
00386      END-IF.
00387      IF NOT ERROR-DE-ARCHIVO
00388          PERFORM 3000-COMPARAR-CUENTAS THRU
00389              3000-COMPARAR-CUENTAS-EXIT
00390      END-IF.
00391      IF NOT ERROR-DE-ARCHIVO
00392          PERFORM 4000-ESCRIBIR-RESUMEN THRU
00393              4000-ESCRIBIR-RESUMEN-EXIT
00394      END-IF.
00395      PERFORM 9000-FINAL THRU 9000-FINAL-EXIT.
00396      STOP RUN.
00397 *-------------------------------------------------------------*
00398  1000-INICIO.
00399 *    ABRE EL REPORTE, DETERMINA LA CORRIDA SIMULADA, CARGA EL
00400 *    GLMAP DE CADA LADO, ABRE LAS GENERACIONES DE ASIENTOS Y
00401 *    LOS DOS REGISTROS DE CALCULOS, Y LEE LA PRIMERA
00402 *    TRANSACCION DE CADA LADO.
00403 *-------------------------------------------------------------*
00404      ACCEPT WS-RUN-FECHA FROM DATE YYYYMMDD.
00405      ACCEPT WS-HORA-CRUDA FROM TIME.
00406      MOVE WS-HORA-HHMMSS TO WS-RUN-HORA.
00407      OPEN OUTPUT SIMRPT.
00408      IF WS-SRPT-STATUS NOT = "00"
00409          DISPLAY "CALCSIMC: NO ABRIO SIMRPT - STATUS "
00410              WS-SRPT-STATUS
00411          MOVE "S" TO WS-ERROR-SW
00412          GO TO 1000-INICIO-EXIT
00413      END-IF.
00414      PERFORM 1100-UBICAR-CORRIDA THRU 1100-UBICAR-CORRIDA-EXIT.
00415      IF ERROR-DE-ARCHIVO
00416          GO TO 1000-INICIO-EXIT
00417      END-IF.
00418      MOVE WS-RUN-ID    TO WLT-CORRIDA.
00419      MOVE WS-RUN-FECHA TO WLT-FECHA.
00420      MOVE WS-RUN-HORA  TO WLT-HORA.
00421      WRITE PRT-RECORD FROM WS-LINEA-TITULO.
00422      WRITE PRT-RECORD FROM WS-LINEA-BLANCO.
00423      MOVE 1 TO WS-LADO.
00424      PERFORM 1200-CARGAR-MAPEO THRU 1200-CARGAR-MAPEO-EXIT.
00425      MOVE 2 TO WS-LADO.
00426      PERFORM 1200-CARGAR-MAPEO THRU 1200-CARGAR-MAPEO-EXIT.
00427      MOVE 1 TO WS-LADO.
00428      PERFORM 1300-ABRIR-ALIMENTACION THRU
00429          1300-ABRIR-ALIMENTACION-EXIT.
00430      MOVE 2 TO WS-LADO.
00431      PERFORM 1300-ABRIR-ALIMENTACION THRU
00432          1300-ABRIR-ALIMENTACION-EXIT.
00433      IF ERROR-DE-ARCHIVO
00434          GO TO 1000-INICIO-EXIT
00435      END-IF.
00436      MOVE "DIFERENCIAS POR TRANSACCION (CALCLOG CONTRA SIMLOG)"
00437          TO WLS-TITULO.
00438      WRITE PRT-RECORD FROM WS-LINEA-SECCION.
00439      WRITE PRT-RECORD FROM WS-LINEA-COLUMNAS.
00440      PERFORM 1400-ABRIR-REGISTROS THRU
00441          1400-ABRIR-REGISTROS-EXIT.
00442  1000-INICIO-EXIT.
00443      EXIT.
00444 *-------------------------------------------------------------*
00445  1100-UBICAR-CORRIDA.
00446 *    TOMA LA CORRIDA SIMULADA DE SIMCTL O, SI VIENE EN CERO,
00447 *    LA ULTIMA DE RUNCTL: LA MISMA QUE TOMO CALCULOS.
00448 *-------------------------------------------------------------*
00449      OPEN INPUT SIMCTL.
00450      IF WS-SIMCTL-STATUS NOT = "00"
00451          DISPLAY "CALCSIMC: NO ABRIO SIMCTL - STATUS "
00452              WS-SIMCTL-STATUS " - NO HAY SIMULACION QUE COMPARAR"
00453          MOVE "S" TO WS-ERROR-SW
00454          GO TO 1100-UBICAR-CORRIDA-EXIT
00455      END-IF.
00456      READ SIMCTL
00457          AT END
00458              CONTINUE
00459      END-READ.
00460      IF WS-SIMCTL-STATUS = "00" AND SC-RUN-ID NUMERIC
00461          MOVE SC-RUN-ID TO WS-RUN-ID
00462      END-IF.
00463      CLOSE SIMCTL.
00464      IF WS-RUN-ID = ZERO
00465          OPEN INPUT RUNCTL
00466          IF WS-RUNCTL-STATUS = "00"
00467              READ RUNCTL
00468                  AT END
00469                     CONTINUE
00470              END-READ
00471              IF WS-RUNCTL-STATUS = "00"
00472                  MOVE RC-ULTIMO-RUN-ID TO WS-RUN-ID
00473              END-IF
00474              CLOSE RUNCTL
00475          END-IF
00476      END-IF.
00477      IF WS-RUN-ID = ZERO
00478          DISPLAY "CALCSIMC: SIMCTL SIN CORRIDA Y RUNCTL SIN "
00479              "CORRIDAS - NO HAY SIMULACION QUE COMPARAR"
00480          MOVE "S" TO WS-ERROR-SW
00481          GO TO 1100-UBICAR-CORRIDA-EXIT
00482      END-IF.
00483      DISPLAY "CALCSIMC: COMPARANDO LA SIMULACION DE LA CORRIDA "
00484          WS-RUN-ID.
00485  1100-UBICAR-CORRIDA-EXIT.
00486      EXIT.
00487 *-------------------------------------------------------------*
00488  1200-CARGAR-MAPEO.
00489 *    CARGA EL GLMAP DEL LADO EN TURNO: GLMAP PARA PRODUCCION,
00490 *    GLMAPSIM PARA LA SIMULACION. SIN EL ARCHIVO EL LADO QUEDA
00491 *    SIN MAPEO Y SUS ASIENTOS NO SE DERIVAN.
00492 *-------------------------------------------------------------*
00493      MOVE ZERO TO WS-MAP-CANT (WS-LADO).
00494      MOVE "N" TO WS-FIN-MAP-SW.
00495      IF WS-LADO = 1
00496          OPEN INPUT GLMAP
00497          MOVE WS-GLMAP-STATUS TO WS-ARCH-STATUS
00498      ELSE
00499          OPEN INPUT GLMAPSIM
00500          MOVE WS-GLMAPSIM-STATUS TO WS-ARCH-STATUS
00501      END-IF.
00502      IF WS-ARCH-STATUS NOT = "00"
00503          DISPLAY "CALCSIMC: SIN GLMAP DEL LADO "
00504              WS-NOMBRE-FEED (WS-LADO) " (STATUS "
00505              WS-ARCH-STATUS ")"
00506          GO TO 1200-CARGAR-MAPEO-EXIT
00507      END-IF.
00508      PERFORM 1210-CARGAR-ENTRADA THRU 1210-CARGAR-ENTRADA-EXIT
00509          UNTIL FIN-MAPEO.
00510      IF WS-LADO = 1
00511          CLOSE GLMAP
00512      ELSE
00513          CLOSE GLMAPSIM
00514      END-IF.
00515  1200-CARGAR-MAPEO-EXIT.
00516      EXIT.
00517 *-------------------------------------------------------------*
00518  1210-CARGAR-ENTRADA.
00519 *    LEE UNA ENTRADA DEL GLMAP DEL LADO EN TURNO Y LA CARGA SI
00520 *    ES DE UN RESULTADO (1 A 5), CON LA VIGENCIA ABIERTA
00521 *    CUANDO NO LA TRAE.
00522 *-------------------------------------------------------------*
00523      IF WS-LADO = 1
00524          READ GLMAP
00525              AT END
00526                  MOVE "S" TO WS-FIN-MAP-SW
00527          END-READ
00528      ELSE
00529          READ GLMAPSIM INTO GLMAP-RECORD
00530              AT END
00531                  MOVE "S" TO WS-FIN-MAP-SW
00532          END-READ
00533      END-IF.
00534      IF FIN-MAPEO
00535          GO TO 1210-CARGAR-ENTRADA-EXIT
00536      END-IF.
00537      IF GM-RESULTADO < "1" OR GM-RESULTADO > "5"
00538          GO TO 1210-CARGAR-ENTRADA-EXIT
00539      END-IF.
00540      IF WS-MAP-CANT (WS-LADO) NOT < WS-MAP-MAX
00541          DISPLAY "CALCSIMC: GLMAP DEL LADO "
00542              WS-NOMBRE-FEED (WS-LADO) " EXCEDE LA TABLA - SE "
00543              "IGNORA EL RESTO"
00544          ADD 1 TO WS-CONT-OMITIDOS
00545          MOVE "S" TO WS-FIN-MAP-SW
00546          GO TO 1210-CARGAR-ENTRADA-EXIT
00547      END-IF.
00548      ADD 1 TO WS-MAP-CANT (WS-LADO).
00549      MOVE WS-MAP-CANT (WS-LADO) TO WS-MAP-IDX.
00550      MOVE GM-RESULTADO    TO WS-MAP-RESULT (WS-LADO, WS-MAP-IDX).
00551      MOVE GM-TIPO-TRANS   TO WS-MAP-TIPO (WS-LADO, WS-MAP-IDX).
00552      MOVE GM-CUENTA-DEBE  TO WS-MAP-DEBE (WS-LADO, WS-MAP-IDX).
00553      MOVE GM-CUENTA-HABER TO WS-MAP-HABER (WS-LADO, WS-MAP-IDX).
00554      MOVE ZERO     TO WS-MAP-DESDE (WS-LADO, WS-MAP-IDX).
00555      MOVE 99999999 TO WS-MAP-HASTA (WS-LADO, WS-MAP-IDX).
00556      IF GM-VIGENTE-DESDE NUMERIC
00557          MOVE GM-VIGENTE-DESDE
00558              TO WS-MAP-DESDE (WS-LADO, WS-MAP-IDX)
00559      END-IF.
00560      IF GM-VIGENTE-HASTA NUMERIC
00561        AND GM-VIGENTE-HASTA NOT = ZERO
00562          MOVE GM-VIGENTE-HASTA
00563              TO WS-MAP-HASTA (WS-LADO, WS-MAP-IDX)
00564      END-IF.
00565  1210-CARGAR-ENTRADA-EXIT.
00566      EXIT.
00567 *-------------------------------------------------------------*
00568  1300-ABRIR-ALIMENTACION.
00569 *    ABRE LA GENERACION DE ASIENTOS DEL LADO EN TURNO Y
00570 *    VERIFICA SU ENCABEZADO: DEBE SER DE LA CORRIDA SIMULADA,
00571 *    Y SIMFEED DEBE VENIR MARCADA COMO SIMULADA Y GLFEED NO.
00572 *    SIN ARCHIVO, O VACIO, EL LADO NO ESTABA EN MODO
00573 *    ALIMENTACION Y SUS ASIENTOS NO SE DERIVAN NI SE SUMAN.
00574 *-------------------------------------------------------------*
00575      MOVE "N" TO WS-HAY-FEED-SW (WS-LADO).
00576      MOVE "N" TO WS-DERIVA-SW (WS-LADO).
00577      MOVE ZERO TO WS-TOT-DEBE (WS-LADO) WS-TOT-HABER (WS-LADO)
00578          WS-TOT-ASI (WS-LADO).
00579      MOVE ZERO TO WS-TOT-RESULT (WS-LADO, 1)
00580          WS-TOT-RESULT (WS-LADO, 2) WS-TOT-RESULT (WS-LADO, 3)
00581          WS-TOT-RESULT (WS-LADO, 4) WS-TOT-RESULT (WS-LADO, 5).
00582      MOVE "N" TO WS-FIN-FEED-SW.
00583      IF WS-LADO = 1
00584          OPEN INPUT GLFEED
00585          MOVE WS-GLFEED-STATUS TO WS-ARCH-STATUS
00586      ELSE
00587          OPEN INPUT SIMFEED
00588          MOVE WS-SIMFEED-STATUS TO WS-ARCH-STATUS
00589      END-IF.
00590      IF WS-ARCH-STATUS = "35"
00591          DISPLAY "CALCSIMC: SIN " WS-NOMBRE-FEED (WS-LADO)
00592              " - ESE LADO NO GENERO ASIENTOS"
00593          GO TO 1300-ABRIR-ALIMENTACION-EXIT
00594      END-IF.
00595      IF WS-ARCH-STATUS NOT = "00"
00596          DISPLAY "CALCSIMC: NO ABRIO " WS-NOMBRE-FEED (WS-LADO)
00597              " - STATUS " WS-ARCH-STATUS
00598          MOVE "S" TO WS-ERROR-SW
00599          GO TO 1300-ABRIR-ALIMENTACION-EXIT
00600      END-IF.
00601      MOVE "S" TO WS-HAY-FEED-SW (WS-LADO).
00602      PERFORM 3100-LEER-ALIMENTACION THRU
00603          3100-LEER-ALIMENTACION-EXIT.
00604      IF FIN-ALIMENTACION
00605          DISPLAY "CALCSIMC: " WS-NOMBRE-FEED (WS-LADO)
00606              " VACIO - ESE LADO NO GENERO ASIENTOS"
00607          MOVE "N" TO WS-HAY-FEED-SW (WS-LADO)
00608          GO TO 1300-ABRIR-ALIMENTACION-EXIT
00609      END-IF.
00610      IF NOT GL-ES-CONTROL-ENC
00611        OR GL-GEN-ID NOT = WS-RUN-ID
00612          DISPLAY "CALCSIMC: " WS-NOMBRE-FEED (WS-LADO)
00613              " NO ES LA GENERACION DE LA CORRIDA " WS-RUN-ID
00614          MOVE "S" TO WS-ERROR-SW
00615          GO TO 1300-ABRIR-ALIMENTACION-EXIT
00616      END-IF.
00617      IF (WS-LADO = 1 AND GL-GEN-SIMULADA)
00618        OR (WS-LADO = 2 AND NOT GL-GEN-SIMULADA)
00619          DISPLAY "CALCSIMC: " WS-NOMBRE-FEED (WS-LADO)
00620              " TRAE EL ESTADO " GL-GEN-ESTADO " - LOS ARCHIVOS "
00621              "DE PRODUCCION Y SIMULACION ESTAN CAMBIADOS"
00622          MOVE "S" TO WS-ERROR-SW
00623          GO TO 1300-ABRIR-ALIMENTACION-EXIT
00624      END-IF.
00625      IF WS-MAP-CANT (WS-LADO) > ZERO
00626          MOVE "S" TO WS-DERIVA-SW (WS-LADO)
00627      ELSE
00628          DISPLAY "CALCSIMC: " WS-NOMBRE-FEED (WS-LADO)
00629              " SIN GLMAP - SUS ASIENTOS NO SE DERIVAN POR "
00630              "TRANSACCION"
00631      END-IF.
00632  1300-ABRIR-ALIMENTACION-EXIT.
00633      EXIT.
00634 *-------------------------------------------------------------*
00635  1400-ABRIR-REGISTROS.
00636 *    ABRE CALCLOG Y LO POSICIONA CON UN START EN LA CORRIDA
00637 *    SIMULADA, ABRE SIMLOG Y LEE LA PRIMERA TRANSACCION DE
00638 *    CADA UNO.
00639 *-------------------------------------------------------------*
00640      OPEN INPUT CALCLOG.
00641      IF WS-CALCLOG-STATUS NOT = "00"
00642          DISPLAY "CALCSIMC: NO ABRIO CALCLOG - STATUS "
00643              WS-CALCLOG-STATUS
00644          MOVE "S" TO WS-ERROR-SW
00645          GO TO 1400-ABRIR-REGISTROS-EXIT
00646      END-IF.
00647      OPEN INPUT SIMLOG.
00648      IF WS-SIMLOG-STATUS NOT = "00"
00649          DISPLAY "CALCSIMC: NO ABRIO SIMLOG - STATUS "
00650              WS-SIMLOG-STATUS
00651          MOVE "S" TO WS-ERROR-SW
00652          GO TO 1400-ABRIR-REGISTROS-EXIT
00653      END-IF.
00654      MOVE WS-RUN-ID TO CL-RUN-ID.
00655      MOVE ZERO      TO CL-SECUENCIA.
00656      START CALCLOG KEY NOT < CL-LLAVE
00657          INVALID KEY
00658              DISPLAY "CALCSIMC: CALCLOG SIN REGISTROS PARA "
00659                  "LA CORRIDA " WS-RUN-ID
00660              MOVE "S" TO WS-FIN-PRD-SW
00661      END-START.
00662      IF NOT FIN-PRODUCCION
00663          PERFORM 2900-LEER-PRODUCCION THRU
00664              2900-LEER-PRODUCCION-EXIT
00665      END-IF.
00666      PERFORM 2910-LEER-SIMULACION THRU
00667          2910-LEER-SIMULACION-EXIT.
00668  1400-ABRIR-REGISTROS-EXIT.
00669      EXIT.
00670 *-------------------------------------------------------------*
00671  2000-COMPARAR-TRANS.
00672 *    CRUZA POR SECUENCIA LA TRANSACCION VIGENTE DE CADA LADO.
00673 *    LA DE MENOR SECUENCIA ESTA SOLO DE SU LADO; CON LA MISMA
00674 *    SECUENCIA ESTA EN LOS DOS. COMPARA SUS RESULTADOS Y EL
00675 *    MOVIMIENTO NETO POR CUENTA, Y AVANZA EL O LOS LADOS
00676 *    COMPARADOS.
00677 *-------------------------------------------------------------*
00678      MOVE "S" TO WS-EN-PRD-SW.
00679      MOVE "S" TO WS-EN-SIM-SW.
00680      IF FIN-PRODUCCION
00681          MOVE "N" TO WS-EN-PRD-SW
00682      END-IF.
00683      IF FIN-SIMULACION
00684          MOVE "N" TO WS-EN-SIM-SW
00685      END-IF.
00686      IF EN-PRODUCCION AND EN-SIMULACION
00687          IF WS-TR-SECUENCIA (1) < WS-TR-SECUENCIA (2)
00688              MOVE "N" TO WS-EN-SIM-SW
00689          END-IF
00690          IF WS-TR-SECUENCIA (2) < WS-TR-SECUENCIA (1)
00691              MOVE "N" TO WS-EN-PRD-SW
00692          END-IF
00693      END-IF.
00694      MOVE "N" TO WS-TRANS-DIF-SW.
00695      MOVE SPACES TO WS-OBS-SOLO.
00696      MOVE 1 TO WS-LADO-REF.
00697      MOVE ZERO TO WS-VAL-RESULT (1, 1) WS-VAL-RESULT (1, 2)
00698          WS-VAL-RESULT (1, 3) WS-VAL-RESULT (1, 4)
00699          WS-VAL-RESULT (1, 5).
00700      MOVE ZERO TO WS-VAL-RESULT (2, 1) WS-VAL-RESULT (2, 2)
00701          WS-VAL-RESULT (2, 3) WS-VAL-RESULT (2, 4)
00702          WS-VAL-RESULT (2, 5).
00703      IF EN-PRODUCCION
00704          PERFORM 2050-TOMAR-RESULTADO THRU
00705              2050-TOMAR-RESULTADO-EXIT
00706              VARYING WS-RES-IDX FROM 1 BY 1
00707              UNTIL WS-RES-IDX > 5
00708      ELSE
00709          MOVE 2 TO WS-LADO-REF
00710          MOVE "SOLO EN LA SIMULACION" TO WS-OBS-SOLO
00711      END-IF.
00712      IF EN-SIMULACION
00713          PERFORM 2060-TOMAR-RESULTADO-SIM THRU
00714              2060-TOMAR-RESULTADO-SIM-EXIT
00715              VARYING WS-RES-IDX FROM 1 BY 1
00716              UNTIL WS-RES-IDX > 5
00717      ELSE
00718          MOVE "SOLO EN PRODUCCION" TO WS-OBS-SOLO
00719      END-IF.
00720      IF WS-OBS-SOLO NOT = SPACES
00721          MOVE "TRANSACCION" TO WLD-CONCEPTO
00722          MOVE ZERO TO WS-DET-PRD
00723          MOVE ZERO TO WS-DET-SIM
00724          PERFORM 5100-ESCRIBIR-DETALLE THRU
00725              5100-ESCRIBIR-DETALLE-EXIT
00726      END-IF.
00727      PERFORM 2100-COMPARAR-RESULTADO THRU
00728          2100-COMPARAR-RESULTADO-EXIT
00729          VARYING WS-RES-IDX FROM 1 BY 1
00730          UNTIL WS-RES-IDX > 5.
00731      MOVE ZERO TO WS-ASI-CANT.
00732      IF EN-PRODUCCION AND DERIVA-ASIENTOS (1)
00733          MOVE 1 TO WS-LADO
00734          PERFORM 2200-DERIVAR-ASIENTOS THRU
00735              2200-DERIVAR-ASIENTOS-EXIT
00736      END-IF.
00737      IF EN-SIMULACION AND DERIVA-ASIENTOS (2)
00738          MOVE 2 TO WS-LADO
00739          PERFORM 2200-DERIVAR-ASIENTOS THRU
00740              2200-DERIVAR-ASIENTOS-EXIT
00741      END-IF.
00742      PERFORM 2300-COMPARAR-ASIENTO THRU
00743          2300-COMPARAR-ASIENTO-EXIT
00744          VARYING WS-ASI-IDX FROM 1 BY 1
00745          UNTIL WS-ASI-IDX > WS-ASI-CANT.
00746      IF NOT EN-PRODUCCION
00747          ADD 1 TO WS-CONT-SOLO-SIM
00748      END-IF.
00749      IF NOT EN-SIMULACION
00750          ADD 1 TO WS-CONT-SOLO-PRD
00751      END-IF.
00752      IF EN-PRODUCCION AND EN-SIMULACION
00753          IF TRANS-CON-DIFERENCIA
00754              ADD 1 TO WS-CONT-DISTINTAS
00755          ELSE
00756              ADD 1 TO WS-CONT-IGUALES
00757          END-IF
00758      END-IF.
00759      IF EN-PRODUCCION
00760          PERFORM 2900-LEER-PRODUCCION THRU
00761              2900-LEER-PRODUCCION-EXIT
00762      END-IF.
00763      IF EN-SIMULACION
00764          PERFORM 2910-LEER-SIMULACION THRU
00765              2910-LEER-SIMULACION-EXIT
00766      END-IF.
00767  2000-COMPARAR-TRANS-EXIT.
00768      EXIT.
00769 *-------------------------------------------------------------*
00770  2050-TOMAR-RESULTADO.
00771 *    TOMA UN RESULTADO DE LA TRANSACCION DE PRODUCCION Y LO
00772 *    SUMA AL TOTAL DEL LADO.
00773 *-------------------------------------------------------------*
00774      MOVE WS-TR-RESULT (1, WS-RES-IDX)
00775          TO WS-VAL-RESULT (1, WS-RES-IDX).
00776      ADD WS-TR-RESULT (1, WS-RES-IDX)
00777          TO WS-TOT-RESULT (1, WS-RES-IDX).
00778  2050-TOMAR-RESULTADO-EXIT.
00779      EXIT.
00780 *-------------------------------------------------------------*
00781  2060-TOMAR-RESULTADO-SIM.
00782 *    TOMA UN RESULTADO DE LA TRANSACCION SIMULADA Y LO SUMA
00783 *    AL TOTAL DEL LADO.
00784 *-------------------------------------------------------------*
00785      MOVE WS-TR-RESULT (2, WS-RES-IDX)
00786          TO WS-VAL-RESULT (2, WS-RES-IDX).
00787      ADD WS-TR-RESULT (2, WS-RES-IDX)
00788          TO WS-TOT-RESULT (2, WS-RES-IDX).
00789  2060-TOMAR-RESULTADO-SIM-EXIT.
00790      EXIT.
00791 *-------------------------------------------------------------*
00792  2100-COMPARAR-RESULTADO.
00793 *    INFORMA EL RESULTADO EN TURNO SI CAMBIO.
00794 *-------------------------------------------------------------*
00795      IF WS-VAL-RESULT (1, WS-RES-IDX)
00796          = WS-VAL-RESULT (2, WS-RES-IDX)
00797          GO TO 2100-COMPARAR-RESULTADO-EXIT
00798      END-IF.
00799      MOVE SPACES      TO WLD-CONCEPTO.
00800      MOVE "RESULTADO" TO WLD-RES-LITERAL.
00801      MOVE WS-RES-IDX  TO WLD-RES-NUMERO.
00802      MOVE WS-VAL-RESULT (1, WS-RES-IDX) TO WS-DET-PRD.
00803      MOVE WS-VAL-RESULT (2, WS-RES-IDX) TO WS-DET-SIM.
00804      MOVE "RESULTADO DISTINTO" TO WLD-OBSERVACION.
00805      PERFORM 5100-ESCRIBIR-DETALLE THRU
00806          5100-ESCRIBIR-DETALLE-EXIT.
00807  2100-COMPARAR-RESULTADO-EXIT.
00808      EXIT.
00809 *-------------------------------------------------------------*
00810  2200-DERIVAR-ASIENTOS.
00811 *    ARMA LOS ASIENTOS QUE LA TRANSACCION DEL LADO EN TURNO
00812 *    GENERA CON EL GLMAP DE ESE LADO, COMO CALCULOS: "00" O
00813 *    BLANCO = LAS CINCO OPERACIONES, "01" A "05" = SOLO ESE
00814 *    RESULTADO.
00815 *-------------------------------------------------------------*
00816      MOVE WS-TR-TIPO (WS-LADO) TO WS-TIPO-TRABAJO.
00817      IF WS-TIPO-TRABAJO = SPACES
00818          MOVE "00" TO WS-TIPO-TRABAJO
00819      END-IF.
00820      PERFORM 2210-APLICAR-MAPEO THRU 2210-APLICAR-MAPEO-EXIT
00821          VARYING WS-MAP-IDX FROM 1 BY 1
00822          UNTIL WS-MAP-IDX > WS-MAP-CANT (WS-LADO).
00823  2200-DERIVAR-ASIENTOS-EXIT.
00824      EXIT.
00825 *-------------------------------------------------------------*
00826  2210-APLICAR-MAPEO.
00827 *    SI LA ENTRADA DEL MAPEO EN TURNO APLICA AL TIPO Y A LA
00828 *    FECHA DEL MAPEO DE LA TRANSACCION, Y SU RESULTADO SE
00829 *    PRODUCE PARA ESE TIPO, SUMA EL MONTO AL DEBITO Y LO RESTA
00830 *    AL CREDITO. UN REVERSO INVIERTE LAS CUENTAS.
00831 *-------------------------------------------------------------*
00832      IF WS-MAP-TIPO (WS-LADO, WS-MAP-IDX) NOT = "00"
00833        AND WS-MAP-TIPO (WS-LADO, WS-MAP-IDX) NOT = SPACES
00834        AND WS-MAP-TIPO (WS-LADO, WS-MAP-IDX) NOT = WS-TIPO-TRABAJO
00835          GO TO 2210-APLICAR-MAPEO-EXIT
00836      END-IF.
00837      IF WS-TR-FECHA-MAP (WS-LADO)
00838           < WS-MAP-DESDE (WS-LADO, WS-MAP-IDX)
00839        OR WS-TR-FECHA-MAP (WS-LADO)
00840           > WS-MAP-HASTA (WS-LADO, WS-MAP-IDX)
00841          GO TO 2210-APLICAR-MAPEO-EXIT
00842      END-IF.
00843      MOVE WS-MAP-RESULT (WS-LADO, WS-MAP-IDX) TO WS-RES-IDX.
00844      IF WS-TIPO-TRABAJO NOT < "01"
00845        AND WS-TIPO-TRABAJO NOT > "05"
00846        AND WS-TIPO-NUM NOT = WS-RES-IDX
00847          GO TO 2210-APLICAR-MAPEO-EXIT
00848      END-IF.
00849      MOVE WS-MAP-DEBE (WS-LADO, WS-MAP-IDX)  TO WS-CTA-DEBITO.
00850      MOVE WS-MAP-HABER (WS-LADO, WS-MAP-IDX) TO WS-CTA-CREDITO.
00851      IF WS-TR-REVERSA (WS-LADO) = "V"
00852          MOVE WS-MAP-HABER (WS-LADO, WS-MAP-IDX)
00853              TO WS-CTA-DEBITO
00854          MOVE WS-MAP-DEBE (WS-LADO, WS-MAP-IDX)
00855              TO WS-CTA-CREDITO
00856      END-IF.
00857      MOVE WS-VAL-RESULT (WS-LADO, WS-RES-IDX) TO WS-MONTO.
00858      MOVE WS-CTA-DEBITO TO WS-ASI-BUSCA.
00859      PERFORM 2220-SUMAR-ASIENTO THRU 2220-SUMAR-ASIENTO-EXIT.
00860      COMPUTE WS-MONTO =
00861          ZERO - WS-VAL-RESULT (WS-LADO, WS-RES-IDX).
00862      MOVE WS-CTA-CREDITO TO WS-ASI-BUSCA.
00863      PERFORM 2220-SUMAR-ASIENTO THRU 2220-SUMAR-ASIENTO-EXIT.
00864  2210-APLICAR-MAPEO-EXIT.
00865      EXIT.
00866 *-------------------------------------------------------------*
00867  2220-SUMAR-ASIENTO.
00868 *    SUMA WS-MONTO AL NETO DEL LADO EN TURNO DE LA CUENTA
00869 *    WS-ASI-BUSCA, AGREGANDOLA SI NO ESTA. SI LA TABLA SE
00870 *    LLENA EL ASIENTO SE CUENTA COMO OMITIDO DEL DETALLE.
00871 *-------------------------------------------------------------*
00872      MOVE ZERO TO WS-ASI-ENC.
00873      PERFORM 2230-COMPARAR-LLAVE THRU 2230-COMPARAR-LLAVE-EXIT
00874          VARYING WS-ASI-IDX FROM 1 BY 1
00875          UNTIL WS-ASI-IDX > WS-ASI-CANT
00876             OR WS-ASI-ENC > ZERO.
00877      IF WS-ASI-ENC = ZERO
00878          IF WS-ASI-CANT NOT < WS-ASI-MAX
00879              ADD 1 TO WS-CONT-OMITIDOS
00880              GO TO 2220-SUMAR-ASIENTO-EXIT
00881          END-IF
00882          ADD 1 TO WS-ASI-CANT
00883          MOVE WS-ASI-CANT  TO WS-ASI-ENC
00884          MOVE WS-ASI-BUSCA TO WS-ASI-CTA (WS-ASI-ENC)
00885          MOVE ZERO TO WS-ASI-NETO (WS-ASI-ENC, 1)
00886          MOVE ZERO TO WS-ASI-NETO (WS-ASI-ENC, 2)
00887      END-IF.
00888      ADD WS-MONTO TO WS-ASI-NETO (WS-ASI-ENC, WS-LADO).
00889  2220-SUMAR-ASIENTO-EXIT.
00890      EXIT.
00891 *-------------------------------------------------------------*
00892  2230-COMPARAR-LLAVE.
00893 *-------------------------------------------------------------*
00894      IF WS-ASI-CTA (WS-ASI-IDX) = WS-ASI-BUSCA
00895          MOVE WS-ASI-IDX TO WS-ASI-ENC
00896      END-IF.
00897  2230-COMPARAR-LLAVE-EXIT.
00898      EXIT.
00899 *-------------------------------------------------------------*
00900  2300-COMPARAR-ASIENTO.
00901 *    INFORMA LA CUENTA EN TURNO SI EL MOVIMIENTO NETO DE LA
00902 *    TRANSACCION CAMBIO.
00903 *-------------------------------------------------------------*
00904      IF WS-ASI-NETO (WS-ASI-IDX, 1) = WS-ASI-NETO (WS-ASI-IDX, 2)
00905          GO TO 2300-COMPARAR-ASIENTO-EXIT
00906      END-IF.
00907      MOVE "CTA "                  TO WLD-CTA-LITERAL.
00908      MOVE WS-ASI-CTA (WS-ASI-IDX) TO WLD-CTA-CUENTA.
00909      MOVE WS-ASI-NETO (WS-ASI-IDX, 1) TO WS-DET-PRD.
00910      MOVE WS-ASI-NETO (WS-ASI-IDX, 2) TO WS-DET-SIM.
00911      MOVE "MOVIMIENTO NETO DISTINTO" TO WLD-OBSERVACION.
00912      PERFORM 5100-ESCRIBIR-DETALLE THRU
00913          5100-ESCRIBIR-DETALLE-EXIT.
00914  2300-COMPARAR-ASIENTO-EXIT.
00915      EXIT.
00916 *-------------------------------------------------------------*
00917  2900-LEER-PRODUCCION.
00918 *    LEE EL SIGUIENTE REGISTRO DE CALCLOG; AL FIN DE ARCHIVO
00919 *    O AL SALIR DE LA CORRIDA SIMULADA TERMINA EL LADO DE
00920 *    PRODUCCION.
00921 *-------------------------------------------------------------*
00922      READ CALCLOG NEXT
00923          AT END
00924              MOVE "S" TO WS-FIN-PRD-SW
00925      END-READ.
00926      IF NOT FIN-PRODUCCION AND CL-RUN-ID NOT = WS-RUN-ID
00927          MOVE "S" TO WS-FIN-PRD-SW
00928      END-IF.
00929      IF FIN-PRODUCCION
00930          GO TO 2900-LEER-PRODUCCION-EXIT
00931      END-IF.
00932      ADD 1 TO WS-CONT-PRD.
00933      MOVE 1 TO WS-LADO.
00934      PERFORM 2950-GUARDAR-TRANS THRU 2950-GUARDAR-TRANS-EXIT.
00935  2900-LEER-PRODUCCION-EXIT.
00936      EXIT.
00937 *-------------------------------------------------------------*
00938  2910-LEER-SIMULACION.
00939 *    LEE EL SIGUIENTE REGISTRO DE SIMLOG SOBRE EL AREA DE
00940 *    CALCLOG. UN REGISTRO DE OTRA CORRIDA INDICA QUE SIMLOG NO
00941 *    ES EL DE LA SIMULACION Y LA COMPARACION NO SE HACE.
00942 *-------------------------------------------------------------*
00943      READ SIMLOG INTO CALCLOG-RECORD
00944          AT END
00945              MOVE "S" TO WS-FIN-SIM-SW
00946      END-READ.
00947      IF FIN-SIMULACION
00948          GO TO 2910-LEER-SIMULACION-EXIT
00949      END-IF.
00950      IF CL-RUN-ID NOT = WS-RUN-ID
00951          DISPLAY "CALCSIMC: SIMLOG TRAE LA CORRIDA " CL-RUN-ID
00952              " Y NO LA " WS-RUN-ID " - COMPARACION NO REALIZADA"
00953          MOVE "S" TO WS-ERROR-SW
00954          MOVE "S" TO WS-FIN-SIM-SW
00955          MOVE "S" TO WS-FIN-PRD-SW
00956          GO TO 2910-LEER-SIMULACION-EXIT
00957      END-IF.
00958      ADD 1 TO WS-CONT-SIM.
00959      MOVE 2 TO WS-LADO.
00960      PERFORM 2950-GUARDAR-TRANS THRU 2950-GUARDAR-TRANS-EXIT.
00961  2910-LEER-SIMULACION-EXIT.
00962      EXIT.
00963 *-------------------------------------------------------------*
00964  2950-GUARDAR-TRANS.
00965 *    GUARDA DEL AREA DE CALCLOG LO QUE SE COMPARA DE LA
00966 *    TRANSACCION DEL LADO EN TURNO. SIN FECHA DE MAPEO VALE
00967 *    LA FECHA EFECTIVA, COMO EN RECONCIL.
00968 *-------------------------------------------------------------*
00969      MOVE CL-SECUENCIA      TO WS-TR-SECUENCIA (WS-LADO).
00970      MOVE CL-LOTE-ID        TO WS-TR-LOTE (WS-LADO).
00971      MOVE CL-TIPO-TRANS     TO WS-TR-TIPO (WS-LADO).
00972      MOVE CL-REVERSA-EST    TO WS-TR-REVERSA (WS-LADO).
00973      MOVE CL-FECHA-MAPEO    TO WS-TR-FECHA-MAP (WS-LADO).
00974      IF CL-FECHA-MAPEO NOT NUMERIC
00975        OR CL-FECHA-MAPEO = ZERO
00976          MOVE CL-FECHA-EFECTIVA TO WS-TR-FECHA-MAP (WS-LADO)
00977      END-IF.
00978      MOVE CL-RESULTADO1 TO WS-TR-RESULT (WS-LADO, 1).
00979      MOVE CL-RESULTADO2 TO WS-TR-RESULT (WS-LADO, 2).
00980      MOVE CL-RESULTADO3 TO WS-TR-RESULT (WS-LADO, 3).
00981      MOVE CL-RESULTADO4 TO WS-TR-RESULT (WS-LADO, 4).
00982      MOVE CL-RESULTADO5 TO WS-TR-RESULT (WS-LADO, 5).
00983  2950-GUARDAR-TRANS-EXIT.
00984      EXIT.
00985 *-------------------------------------------------------------*
00986  3000-COMPARAR-CUENTAS.
00987 *    SUMA POR CUENTA LOS ASIENTOS DE GLFEED Y DE SIMFEED (EL
00988 *    ENCABEZADO YA SE LEYO AL ABRIRLOS) E INFORMA LAS CUENTAS
00989 *    CON DEBE O HABER DISTINTO Y LOS TOTALES DE CADA LADO.
00990 *-------------------------------------------------------------*
00991      WRITE PRT-RECORD FROM WS-LINEA-BLANCO.
00992      MOVE "DIFERENCIAS POR CUENTA (GLFEED CONTRA SIMFEED)"
00993          TO WLS-TITULO.
00994      WRITE PRT-RECORD FROM WS-LINEA-SECCION.
00995      IF NOT HAY-ALIMENTACION (1) AND NOT HAY-ALIMENTACION (2)
00996          MOVE "NINGUNO DE LOS DOS LADOS GENERO ASIENTOS"
00997              TO WLS-TITULO
00998          WRITE PRT-RECORD FROM WS-LINEA-SECCION
00999          GO TO 3000-COMPARAR-CUENTAS-EXIT
01000      END-IF.
01001      WRITE PRT-RECORD FROM WS-LINEA-CTA-COLUMNAS.
01002      MOVE 1 TO WS-LADO.
01003      IF HAY-ALIMENTACION (1)
01004          MOVE "N" TO WS-FIN-FEED-SW
01005          PERFORM 3200-ACUMULAR-ASIENTO THRU
01006              3200-ACUMULAR-ASIENTO-EXIT
01007              UNTIL FIN-ALIMENTACION
01008      END-IF.
01009      MOVE 2 TO WS-LADO.
01010      IF HAY-ALIMENTACION (2)
01011          MOVE "N" TO WS-FIN-FEED-SW
01012          PERFORM 3200-ACUMULAR-ASIENTO THRU
01013              3200-ACUMULAR-ASIENTO-EXIT
01014              UNTIL FIN-ALIMENTACION
01015      END-IF.
01016      PERFORM 3300-INFORMAR-CUENTA THRU
01017          3300-INFORMAR-CUENTA-EXIT
01018          VARYING WS-CTA-IDX FROM 1 BY 1
01019          UNTIL WS-CTA-IDX > WS-CTA-CANT.
01020      MOVE "TOTAL"          TO WLC-CUENTA.
01021      MOVE WS-TOT-DEBE (1)  TO WLC-PRD-DEBE.
01022      MOVE WS-TOT-HABER (1) TO WLC-PRD-HABER.
01023      MOVE WS-TOT-DEBE (2)  TO WLC-SIM-DEBE.
01024      MOVE WS-TOT-HABER (2) TO WLC-SIM-HABER.
01025      COMPUTE WS-MONTO = WS-TOT-DEBE (2) - WS-TOT-HABER (2)
01026          - WS-TOT-DEBE (1) + WS-TOT-HABER (1).
01027      MOVE WS-MONTO         TO WLC-DIF.
01028      WRITE PRT-RECORD FROM WS-LINEA-BLANCO.
01029      WRITE PRT-RECORD FROM WS-LINEA-CUENTA.
01030      MOVE "ASIENTOS (PRODUCCION / SIMULACION)" TO WLN-LITERAL.
01031      MOVE WS-TOT-ASI (1) TO WLN-PRD.
01032      MOVE WS-TOT-ASI (2) TO WLN-SIM.
01033      WRITE PRT-RECORD FROM WS-LINEA-CONTEO.
01034  3000-COMPARAR-CUENTAS-EXIT.
01035      EXIT.
01036 *-------------------------------------------------------------*
01037  3100-LEER-ALIMENTACION.
01038 *    LEE EL SIGUIENTE REGISTRO DE LA GENERACION DEL LADO EN
01039 *    TURNO SOBRE EL AREA DE GLFEED.
01040 *-------------------------------------------------------------*
01041      IF WS-LADO = 1
01042          READ GLFEED
01043              AT END
01044                  MOVE "S" TO WS-FIN-FEED-SW
01045          END-READ
01046      ELSE
01047          READ SIMFEED INTO GLFEED-RECORD
01048              AT END
01049                  MOVE "S" TO WS-FIN-FEED-SW
01050          END-READ
01051      END-IF.
01052  3100-LEER-ALIMENTACION-EXIT.
01053      EXIT.
01054 *-------------------------------------------------------------*
01055  3200-ACUMULAR-ASIENTO.
01056 *    LEE UN REGISTRO DEL LADO EN TURNO Y, SI ES UN ASIENTO,
01057 *    SUMA SU MONTO AL DEBE O AL HABER DE SU CUENTA Y DEL LADO.
01058 *-------------------------------------------------------------*
01059      PERFORM 3100-LEER-ALIMENTACION THRU
01060          3100-LEER-ALIMENTACION-EXIT.
01061      IF FIN-ALIMENTACION
01062          GO TO 3200-ACUMULAR-ASIENTO-EXIT
01063      END-IF.
01064      IF NOT GL-ES-ASIENTO
01065          GO TO 3200-ACUMULAR-ASIENTO-EXIT
01066      END-IF.
01067      ADD 1 TO WS-TOT-ASI (WS-LADO).
01068      MOVE ZERO TO WS-CTA-ENC.
01069      PERFORM 3210-COMPARAR-LLAVE THRU 3210-COMPARAR-LLAVE-EXIT
01070          VARYING WS-CTA-IDX FROM 1 BY 1
01071          UNTIL WS-CTA-IDX > WS-CTA-CANT
01072             OR WS-CTA-ENC > ZERO.
01073      IF WS-CTA-ENC = ZERO
01074          IF WS-CTA-CANT NOT < WS-CTA-MAX
01075              DISPLAY "CALCSIMC: CUENTAS EXCEDEN LA TABLA - "
01076                  GL-CUENTA " NO SE DETALLA"
01077              ADD 1 TO WS-CONT-OMITIDOS
01078          ELSE
01079              ADD 1 TO WS-CTA-CANT
01080              MOVE WS-CTA-CANT TO WS-CTA-ENC
01081              MOVE GL-CUENTA TO WS-CTA-CTA (WS-CTA-ENC)
01082              MOVE ZERO TO WS-CTA-DEBE (WS-CTA-ENC, 1)
01083                  WS-CTA-HABER (WS-CTA-ENC, 1)
01084              MOVE ZERO TO WS-CTA-DEBE (WS-CTA-ENC, 2)
01085                  WS-CTA-HABER (WS-CTA-ENC, 2)
01086          END-IF
01087      END-IF.
01088      IF GL-ES-DEBITO
01089          ADD GL-MONTO TO WS-TOT-DEBE (WS-LADO)
01090      ELSE
01091          ADD GL-MONTO TO WS-TOT-HABER (WS-LADO)
01092      END-IF.
01093      IF WS-CTA-ENC = ZERO
01094          GO TO 3200-ACUMULAR-ASIENTO-EXIT
01095      END-IF.
01096      IF GL-ES-DEBITO
01097          ADD GL-MONTO TO WS-CTA-DEBE (WS-CTA-ENC, WS-LADO)
01098      ELSE
01099          ADD GL-MONTO TO WS-CTA-HABER (WS-CTA-ENC, WS-LADO)
01100      END-IF.
01101  3200-ACUMULAR-ASIENTO-EXIT.
01102      EXIT.
01103 *-------------------------------------------------------------*
01104  3210-COMPARAR-LLAVE.
01105 *-------------------------------------------------------------*
01106      IF WS-CTA-CTA (WS-CTA-IDX) = GL-CUENTA
01107          MOVE WS-CTA-IDX TO WS-CTA-ENC
01108      END-IF.
01109  3210-COMPARAR-LLAVE-EXIT.
01110      EXIT.
01111 *-------------------------------------------------------------*
01112  3300-INFORMAR-CUENTA.
01113 *    INFORMA LA CUENTA EN TURNO SI SU DEBE O SU HABER CAMBIO,
01114 *    CON LA DIFERENCIA DEL NETO (SIMULACION MENOS PRODUCCION).
01115 *-------------------------------------------------------------*
01116      IF WS-CTA-DEBE (WS-CTA-IDX, 1) = WS-CTA-DEBE (WS-CTA-IDX, 2)
01117        AND WS-CTA-HABER (WS-CTA-IDX, 1)
01118          = WS-CTA-HABER (WS-CTA-IDX, 2)
01119          GO TO 3300-INFORMAR-CUENTA-EXIT
01120      END-IF.
01121      ADD 1 TO WS-CONT-CTAS-DIF.
01122      COMPUTE WS-NETO-PRD = WS-CTA-DEBE (WS-CTA-IDX, 1)
01123          - WS-CTA-HABER (WS-CTA-IDX, 1).
01124      COMPUTE WS-NETO-SIM = WS-CTA-DEBE (WS-CTA-IDX, 2)
01125          - WS-CTA-HABER (WS-CTA-IDX, 2).
01126      COMPUTE WS-MONTO = WS-NETO-SIM - WS-NETO-PRD.
01127      MOVE WS-CTA-CTA (WS-CTA-IDX)      TO WLC-CUENTA.
01128      MOVE WS-CTA-DEBE (WS-CTA-IDX, 1)  TO WLC-PRD-DEBE.
01129      MOVE WS-CTA-HABER (WS-CTA-IDX, 1) TO WLC-PRD-HABER.
01130      MOVE WS-CTA-DEBE (WS-CTA-IDX, 2)  TO WLC-SIM-DEBE.
01131      MOVE WS-CTA-HABER (WS-CTA-IDX, 2) TO WLC-SIM-HABER.
01132      MOVE WS-MONTO                     TO WLC-DIF.
01133      WRITE PRT-RECORD FROM WS-LINEA-CUENTA.
01134  3300-INFORMAR-CUENTA-EXIT.
01135      EXIT.
01136 *-------------------------------------------------------------*
01137  4000-ESCRIBIR-RESUMEN.
01138 *    ESCRIBE EL TOTAL DE CADA RESULTADO EN LOS DOS LADOS CON
01139 *    SU DIFERENCIA, Y LOS CONTADORES DEL CRUCE.
01140 *-------------------------------------------------------------*
01141      WRITE PRT-RECORD FROM WS-LINEA-BLANCO.
01142      MOVE "RESUMEN DE LA SIMULACION" TO WLS-TITULO.
01143      WRITE PRT-RECORD FROM WS-LINEA-SECCION.
01144      PERFORM 4100-ESCRIBIR-IMPACTO THRU
01145          4100-ESCRIBIR-IMPACTO-EXIT
01146          VARYING WS-RES-IDX FROM 1 BY 1
01147          UNTIL WS-RES-IDX > 5.
01148      WRITE PRT-RECORD FROM WS-LINEA-BLANCO.
01149      MOVE "TRANSACCIONES (PRODUCCION / SIMULACION)"
01150          TO WLN-LITERAL.
01151      MOVE WS-CONT-PRD TO WLN-PRD.
01152      MOVE WS-CONT-SIM TO WLN-SIM.
01153      WRITE PRT-RECORD FROM WS-LINEA-CONTEO.
01154      MOVE "TRANSACCIONES SIN CAMBIOS" TO WLR-LITERAL.
01155      MOVE WS-CONT-IGUALES TO WLR-CANT.
01156      WRITE PRT-RECORD FROM WS-LINEA-RESUMEN.
01157      MOVE "TRANSACCIONES CON DIFERENCIAS" TO WLR-LITERAL.
01158      MOVE WS-CONT-DISTINTAS TO WLR-CANT.
01159      WRITE PRT-RECORD FROM WS-LINEA-RESUMEN.
01160      MOVE "TRANSACCIONES SOLO EN PRODUCCION" TO WLR-LITERAL.
01161      MOVE WS-CONT-SOLO-PRD TO WLR-CANT.
01162      WRITE PRT-RECORD FROM WS-LINEA-RESUMEN.
01163      MOVE "TRANSACCIONES SOLO EN LA SIMULACION" TO WLR-LITERAL.
01164      MOVE WS-CONT-SOLO-SIM TO WLR-CANT.
01165      WRITE PRT-RECORD FROM WS-LINEA-RESUMEN.
01166      MOVE "CUENTAS CON DIFERENCIAS" TO WLR-LITERAL.
01167      MOVE WS-CONT-CTAS-DIF TO WLR-CANT.
01168      WRITE PRT-RECORD FROM WS-LINEA-RESUMEN.
01169      IF WS-CONT-OMITIDOS > ZERO
01170          MOVE "OMITIDOS POR TABLA LLENA" TO WLR-LITERAL
01171          MOVE WS-CONT-OMITIDOS TO WLR-CANT
01172          WRITE PRT-RECORD FROM WS-LINEA-RESUMEN
01173      END-IF.
01174  4000-ESCRIBIR-RESUMEN-EXIT.
01175      EXIT.
01176 *-------------------------------------------------------------*
01177  4100-ESCRIBIR-IMPACTO.
01178 *    ESCRIBE EL TOTAL DEL RESULTADO EN TURNO.
01179 *-------------------------------------------------------------*
01180      MOVE "TOTAL DE LA CORRIDA" TO WLI-LITERAL.
01181      MOVE SPACES      TO WLI-CONCEPTO.
01182      MOVE "RESULTADO" TO WLI-RES-LITERAL.
01183      MOVE WS-RES-IDX  TO WLI-RES-NUMERO.
01184      MOVE WS-TOT-RESULT (1, WS-RES-IDX) TO WLI-PRD.
01185      MOVE WS-TOT-RESULT (2, WS-RES-IDX) TO WLI-SIM.
01186      COMPUTE WS-MONTO = WS-TOT-RESULT (2, WS-RES-IDX)
01187          - WS-TOT-RESULT (1, WS-RES-IDX).
01188      MOVE WS-MONTO TO WLI-DIF.
01189      WRITE PRT-RECORD FROM WS-LINEA-IMPACTO.
01190  4100-ESCRIBIR-IMPACTO-EXIT.
01191      EXIT.
01192 *-------------------------------------------------------------*
01193  5100-ESCRIBIR-DETALLE.
01194 *    ESCRIBE UNA LINEA DE DIFERENCIA DE LA TRANSACCION
01195 *    VIGENTE CON LOS MONTOS DE WS-DET-PRD Y WS-DET-SIM.
01196 *-------------------------------------------------------------*
01197      MOVE "S" TO WS-TRANS-DIF-SW.
01198      MOVE WS-TR-SECUENCIA (WS-LADO-REF) TO WLD-SECUENCIA.
01199      MOVE WS-TR-LOTE (WS-LADO-REF)      TO WLD-LOTE.
01200      MOVE WS-TR-TIPO (WS-LADO-REF)      TO WLD-TIPO.
01201      MOVE WS-DET-PRD TO WLD-PRD.
01202      MOVE WS-DET-SIM TO WLD-SIM.
01203      COMPUTE WS-MONTO = WS-DET-SIM - WS-DET-PRD.
01204      MOVE WS-MONTO   TO WLD-DIF.
01205      IF WS-OBS-SOLO NOT = SPACES
01206          MOVE WS-OBS-SOLO TO WLD-OBSERVACION
01207      END-IF.
01208      WRITE PRT-RECORD FROM WS-LINEA-DETALLE.
01209      MOVE SPACES TO WLD-OBSERVACION.
01210  5100-ESCRIBIR-DETALLE-EXIT.
01211      EXIT.
01212 *-------------------------------------------------------------*
01213  9000-FINAL.
01214 *    CIERRA LOS ARCHIVOS, REPORTA Y GRADUA EL RETURN-CODE:
01215 *    0 SIN DIFERENCIAS, 4 CON DIFERENCIAS O DETALLE
01216 *    INCOMPLETO, 12 SI LA COMPARACION NO SE PUDO HACER.
01217 *-------------------------------------------------------------*
01218      CLOSE CALCLOG.
01219      CLOSE SIMLOG.
01220      IF HAY-ALIMENTACION (1)
01221          CLOSE GLFEED
01222      END-IF.
01223      IF HAY-ALIMENTACION (2)
01224          CLOSE SIMFEED
01225      END-IF.
01226      CLOSE SIMRPT.
01227      DISPLAY "CALCSIMC: TRANSACCIONES EN PRODUCCION : "
01228          WS-CONT-PRD.
01229      DISPLAY "CALCSIMC: TRANSACCIONES SIMULADAS     : "
01230          WS-CONT-SIM.
01231      DISPLAY "CALCSIMC: CON DIFERENCIAS             : "
01232          WS-CONT-DISTINTAS.
01233      DISPLAY "CALCSIMC: SOLO EN PRODUCCION          : "
01234          WS-CONT-SOLO-PRD.
01235      DISPLAY "CALCSIMC: SOLO EN LA SIMULACION       : "
01236          WS-CONT-SOLO-SIM.
01237      DISPLAY "CALCSIMC: CUENTAS CON DIFERENCIAS     : "
01238          WS-CONT-CTAS-DIF.
01239      IF ERROR-DE-ARCHIVO
01240          DISPLAY "CALCSIMC: COMPARACION NO REALIZADA - "
01241              "RETURN-CODE 12"
01242          MOVE 12 TO RETURN-CODE
01243      ELSE
01244          IF WS-CONT-DISTINTAS > ZERO
01245            OR WS-CONT-SOLO-PRD > ZERO
01246            OR WS-CONT-SOLO-SIM > ZERO
01247            OR WS-CONT-CTAS-DIF > ZERO
01248            OR WS-CONT-OMITIDOS > ZERO
01249              DISPLAY "CALCSIMC: LA SIMULACION CAMBIA LA "
01250                  "CORRIDA - VER SIMRPT"
01251              MOVE 4 TO RETURN-CODE
01252          ELSE
01253              DISPLAY "CALCSIMC: LA SIMULACION NO CAMBIA NADA"
01254              MOVE 0 TO RETURN-CODE
01255          END-IF
01256      END-IF.
01257  9000-FINAL-EXIT.
01258      EXIT.
