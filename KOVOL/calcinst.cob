00001  IDENTIFICATION DIVISION.
00002   PROGRAM-ID. CALCINST.
00003   AUTHOR. MARIO QUIROS.
00004   INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
00005   DATE-WRITTEN. 2026-10-15.
00006   DATE-COMPILED.
00007 *
00008 *-------------------------------------------------------------*
00009 * CALCINST CORRE AL PRINCIPIO DE CALCNITE Y GENERA LAS       *
00010 * TRANSACCIONES RECURRENTES: POR CADA INSTRUCCION ACTIVA DE  *
00011 * INSTRUC RECORRE EL CALENDARIO CONTABLE (CALENFIL) DESDE LA *
00012 * ULTIMA FECHA YA EVALUADA HASTA LA FECHA DE LA CORRIDA Y,   *
00013 * CADA VEZ QUE SU FRECUENCIA LE TOCA (CADA DIA HABIL, UN DIA *
00014 * DE LA SEMANA, UN DIA DEL MES O EL DIA HABIL NUMERO N DEL   *
00015 * MES), GRABA UN DETALLE CON SUS MONTOS, TIPO Y MONEDA EN UN *
00016 * LOTE LIMPIO DE TRANSIN (ENCABEZADO "H", DETALLES "D" Y     *
00017 * TRAILER "T" CON CANTIDAD Y HASH) EN INSTLOTE, QUE EL JOB   *
00018 * PONE DELANTE DE TRANSIN EN EL PASO CALCULO. UNA FECHA QUE  *
00019 * NO ES DIA HABIL SE CORRE AL DIA HABIL SIGUIENTE SEGUN EL   *
00020 * CALENDARIO, Y ESA ES LA FECHA EFECTIVA DEL DETALLE; SI ESE *
00021 * DIA TODAVIA NO LLEGA, LA FECHA QUEDA PARA OTRA NOCHE.      *
00022 *                                                             *
00023 * EL LOTE LLEVA UN ID NUEVO "IR" + NUMERO (EL SIGUIENTE AL   *
00024 * MAYOR QUE YA TENGAN INSTRUC Y BATCHHST) Y ORIGEN           *
00025 * "RECURREN", ASI QUE EL CONTROL DE DUPLICADOS DE CALCULOS   *
00026 * LO PROTEGE IGUAL QUE A CUALQUIER LOTE. CADA INSTRUCCION    *
00027 * RECUERDA EL LOTE DE SU ULTIMA GENERACION: SI LA NOCHE      *
00028 * SIGUIENTE ESE LOTE NO ESTA EN BATCHHST, EL CICLO NO LLEGO  *
00029 * A PROCESARLO Y LAS MISMAS FECHAS SE GENERAN DE NUEVO. SI   *
00030 * BATCHHST TIENE UN LOTE "IR" POSTERIOR A TODOS LOS DE       *
00031 * INSTRUC, LA COPIA DE INSTNEW DE UNA NOCHE ANTERIOR NO SE   *
00032 * HIZO Y NO SE GENERA NADA HASTA REVISARLO.                  *
00033 *                                                             *
00034 * CADA DETALLE GENERADO QUEDA EN LA BITACORA INSTLOG CON SU  *
00035 * INSTRUCCION, DUENO, FECHA PROGRAMADA Y EFECTIVA, LOTE Y    *
00036 * SECUENCIA. EL ARCHIVO COMPLETO SE COPIA A INSTNEW CON LOS  *
00037 * CAMPOS DE CONTROL AL DIA Y EL JOB LO PONE EN LUGAR DE      *
00038 * INSTRUC. UNA INSTRUCCION SUSPENDIDA NO SE PONE AL DIA AL   *
00039 * REACTIVARLA: MIENTRAS ESTA SUSPENDIDA SUS FECHAS SE DAN    *
00040 * POR EVALUADAS.                                             *
00041 *-------------------------------------------------------------*
00042 * HISTORIAL DE MODIFICACIONES                                 *
00043 *-------------------------------------------------------------*
00044 * FECHA       INIC.  DESCRIPCION                              *
00045 * 2026-10-15  MQR    VERSION INICIAL DEL PROGRAMA.            *
00046 *-------------------------------------------------------------*
00047  ENVIRONMENT DIVISION.
00048  INPUT-OUTPUT SECTION.
00049   FILE-CONTROL.
00050      SELECT INSTRUC  ASSIGN TO "INSTRUC"
00051         ORGANIZATION IS LINE SEQUENTIAL
00052         FILE STATUS IS WS-INSTR-STATUS.
00053      SELECT CALENFIL ASSIGN TO "CALENFIL"
00054         ORGANIZATION IS LINE SEQUENTIAL
00055         FILE STATUS IS WS-CALEN-STATUS.
00056      SELECT BATCHHST ASSIGN TO "BATCHHST"
00057         ORGANIZATION IS LINE SEQUENTIAL
00058         FILE STATUS IS WS-BATCH-STATUS.
00059      SELECT INSTNEW  ASSIGN TO "INSTNEW"
00060         ORGANIZATION IS LINE SEQUENTIAL
00061         FILE STATUS IS WS-INSTNEW-STATUS.
00062      SELECT INSTLOTE ASSIGN TO "INSTLOTE"
00063         ORGANIZATION IS LINE SEQUENTIAL
00064         FILE STATUS IS WS-INSTLOTE-STATUS.
00065      SELECT INSTLOG  ASSIGN TO "INSTLOG"
00066         ORGANIZATION IS LINE SEQUENTIAL
00067         FILE STATUS IS WS-INSTLOG-STATUS.
00068 *
00069  DATA DIVISION.
00070   FILE SECTION.
00071   FD  INSTRUC
00072       LABEL RECORDS ARE STANDARD
00073       RECORDING MODE IS F.
00074   01  INSTRUC-RECORD.
00075       COPY INSTRUR.
00076 *
00077   FD  CALENFIL
00078       LABEL RECORDS ARE STANDARD
00079       RECORDING MODE IS F.
00080   01  CALEN-RECORD.
00081       COPY CALENR.
00082 *
00083   FD  BATCHHST
00084       LABEL RECORDS ARE STANDARD
00085       RECORDING MODE IS F.
00086   01  BATCH-RECORD.
00087       05 BH-LOTE-ID        PIC X(08).
00088       05 BH-FECHA-PROC     PIC 9(08).
00089       05 BH-RUN-ID         PIC 9(06).
00090 *
00091   FD  INSTNEW
00092       LABEL RECORDS ARE STANDARD
00093       RECORDING MODE IS F.
00094   01  INSTNEW-RECORD        PIC X(169).
00095 *
00096   FD  INSTLOTE
00097       LABEL RECORDS ARE STANDARD
00098       RECORDING MODE IS F.
00099   01  INSTLOTE-RECORD.
00100       05 TI-TIPO-REG       PIC X(01).
00101       05 TI-NUMERO1        PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00102       05 TI-NUMERO2        PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00103       05 TI-FECHA-EFECTIVA PIC 9(08).
00104       05 TI-TIPO-TRANS     PIC X(02).
00105       05 TI-MONEDA         PIC X(03).
00106       05 TI-REF-RUN-ID     PIC 9(06).
00107       05 TI-REF-SECUENCIA  PIC 9(08).
00108   01  TI-REG-ENCABEZADO.
00109       05 TI-ENC-TIPO-REG   PIC X(01).
00110       05 TI-LOTE-ID        PIC X(08).
00111       05 TI-LOTE-FECHA     PIC 9(08).
00112       05 TI-LOTE-ORIGEN    PIC X(08).
00113   01  TI-REG-TRAILER.
00114       05 TI-TRL-TIPO-REG   PIC X(01).
00115       05 TI-TRL-CANTIDAD   PIC 9(08).
00116       05 TI-TRL-HASH-NUM1  PIC S9(13)V9(2)
00117                                SIGN LEADING SEPARATE.
00118       05 TI-TRL-HASH-NUM2  PIC S9(13)V9(2)
00119                                SIGN LEADING SEPARATE.
00120 *
00121   FD  INSTLOG
00122       LABEL RECORDS ARE STANDARD
00123       RECORDING MODE IS F.
00124   01  INSTLOG-RECORD        PIC X(90).
00125 *
00126   WORKING-STORAGE SECTION.
00127    77 WS-INSTR-STATUS    PIC X(02) VALUE "00".
00128    77 WS-CALEN-STATUS    PIC X(02) VALUE "00".
00129    77 WS-BATCH-STATUS    PIC X(02) VALUE "00".
00130    77 WS-INSTNEW-STATUS  PIC X(02) VALUE "00".
00131    77 WS-INSTLOTE-STATUS PIC X(02) VALUE "00".
00132    77 WS-INSTLOG-STATUS  PIC X(02) VALUE "00".
00133    77 WS-RUN-FECHA       PIC 9(08) VALUE ZERO.
00134    77 WS-RUN-HORA        PIC 9(08) VALUE ZERO.
00135    77 WS-LOTE-MAYOR-INST PIC 9(06) VALUE ZERO.
00136    77 WS-LOTE-MAYOR-HIST PIC 9(06) VALUE ZERO.
00137    77 WS-LOTE-CANT       PIC 9(04) COMP VALUE ZERO.
00138    77 WS-LOTE-MAX        PIC 9(04) COMP VALUE 100.
00139    77 WS-LOTE-IDX        PIC 9(04) COMP VALUE ZERO.
00140    77 WS-LOTE-ENC        PIC 9(04) COMP VALUE ZERO.
00141    77 WS-LOTE-BUSCADO    PIC X(08) VALUE SPACES.
00142    77 WS-CALEN-CANT      PIC 9(04) COMP VALUE ZERO.
00143    77 WS-CALEN-MAX       PIC 9(04) COMP VALUE 2000.
00144    77 WS-CALEN-IDX       PIC 9(04) COMP VALUE ZERO.
00145    77 WS-CALEN-AUX       PIC 9(04) COMP VALUE ZERO.
00146    77 WS-CALEN-HABIL-IDX PIC 9(04) COMP VALUE ZERO.
00147    77 WS-CALEN-ANTERIOR  PIC 9(08) VALUE ZERO.
00148    77 WS-HABILES-MES     PIC 9(02) VALUE ZERO.
00149    77 WS-DIAS-MES        PIC 9(02) VALUE ZERO.
00150    77 WS-DIA-SEMANA      PIC 9(01) VALUE ZERO.
00151    77 WS-PROG-ANTES      PIC 9(08) VALUE ZERO.
00152    77 WS-INST-GENERADOS  PIC 9(06) COMP VALUE ZERO.
00153    77 WS-MARCA-LOG       PIC X(01) VALUE "G".
00154    77 WS-DISP-CANT       PIC 9(04) COMP VALUE ZERO.
00155    77 WS-DISP-MAX        PIC 9(04) COMP VALUE 2000.
00156    77 WS-DISP-IDX        PIC 9(04) COMP VALUE ZERO.
00157    77 WS-CONT-LEIDAS     PIC 9(08) COMP VALUE ZERO.
00158    77 WS-CONT-ACTIVAS    PIC 9(08) COMP VALUE ZERO.
00159    77 WS-CONT-DISPARADAS PIC 9(08) COMP VALUE ZERO.
00160    77 WS-CONT-REGENERA   PIC 9(08) COMP VALUE ZERO.
00161    77 WS-CONT-CONFIRMA   PIC 9(08) COMP VALUE ZERO.
00162    77 WS-CONT-TERMINADAS PIC 9(08) COMP VALUE ZERO.
00163    77 WS-CONT-GENERADOS  PIC 9(08) COMP VALUE ZERO.
00164    77 WS-HASH-NUM1       PIC S9(13)V9(2) VALUE ZERO.
00165    77 WS-HASH-NUM2       PIC S9(13)V9(2) VALUE ZERO.
00166    77 WS-Z-DIA           PIC 9(04) COMP VALUE ZERO.
00167    77 WS-Z-MES           PIC 9(04) COMP VALUE ZERO.
00168    77 WS-Z-ANO           PIC 9(04) COMP VALUE ZERO.
00169    77 WS-Z-SIGLO         PIC 9(04) COMP VALUE ZERO.
00170    77 WS-Z-ANO-SIGLO     PIC 9(04) COMP VALUE ZERO.
00171    77 WS-Z-TERM1         PIC 9(04) COMP VALUE ZERO.
00172    77 WS-Z-TERM2         PIC 9(04) COMP VALUE ZERO.
00173    77 WS-Z-TERM3         PIC 9(04) COMP VALUE ZERO.
00174    77 WS-Z-SUMA          PIC 9(06) COMP VALUE ZERO.
00175    77 WS-Z-COCIENTE      PIC 9(06) COMP VALUE ZERO.
00176    77 WS-Z-H             PIC 9(04) COMP VALUE ZERO.
00177    77 WS-BIS-RESTO4      PIC 9(04) COMP VALUE ZERO.
00178    77 WS-BIS-RESTO100    PIC 9(04) COMP VALUE ZERO.
00179    77 WS-BIS-RESTO400    PIC 9(04) COMP VALUE ZERO.
00180 *
00181    01 WS-SWITCHES.
00182       05 WS-FIN-INSTR-SW PIC X(01) VALUE "N".
00183          88 FIN-INSTRUC        VALUE "S".
00184       05 WS-FIN-CALEN-SW PIC X(01) VALUE "N".
00185          88 FIN-CALENFIL       VALUE "S".
00186       05 WS-FIN-BATCH-SW PIC X(01) VALUE "N".
00187          88 FIN-BATCHHST       VALUE "S".
00188       05 WS-ARCHIVO-SW   PIC X(01) VALUE "S".
00189          88 INSTRUC-EXISTE     VALUE "S".
00190       05 WS-ENCAB-SW     PIC X(01) VALUE "N".
00191          88 ENCABEZADO-GRABADO VALUE "S".
00192       05 WS-FIN-EXPL-SW  PIC X(01) VALUE "N".
00193          88 FIN-EXPLORACION    VALUE "S".
00194       05 WS-FIN-MES-SW   PIC X(01) VALUE "N".
00195          88 FIN-DEL-MES        VALUE "S".
00196       05 WS-PROGRAMADA-SW PIC X(01) VALUE "N".
00197          88 FECHA-PROGRAMADA   VALUE "S".
00198       05 WS-SIN-CALEN-SW PIC X(01) VALUE "N".
00199          88 SIN-CALENDARIO     VALUE "S".
00200       05 WS-AVISO-SW     PIC X(01) VALUE "N".
00201          88 HUBO-AVISO         VALUE "S".
00202       05 WS-ERROR-SW     PIC X(01) VALUE "N".
00203          88 ERROR-DE-ARCHIVO   VALUE "S".
00204 *
00205 *-------------------------------------------------------------*
00206 *    ID DEL LOTE DE INSTRUCCIONES: "IR" + NUMERO DE SEIS      *
00207 *    CIFRAS. WS-LOTE-LEIDO ES LA MISMA VISTA SOBRE UN LOTE    *
00208 *    DE INSTRUC O DE BATCHHST, PARA SACAR EL MAYOR NUMERO.    *
00209 *-------------------------------------------------------------*
00210    01 WS-LOTE-NUEVO.
00211       05 WLN-PREFIJO     PIC X(02) VALUE "IR".
00212       05 WLN-NUMERO      PIC 9(06) VALUE ZERO.
00213    01 WS-LOTE-LEIDO.
00214       05 WLL-PREFIJO     PIC X(02).
00215       05 WLL-NUMERO      PIC X(06).
00216       05 WLL-NUMERO-N REDEFINES WLL-NUMERO PIC 9(06).
00217 *
00218 *-------------------------------------------------------------*
00219 *    LOTES DE GENERACIONES ANTERIORES QUE TODAVIA ESTAN       *
00220 *    PENDIENTES EN ALGUNA INSTRUCCION, Y SI BATCHHST YA LOS   *
00221 *    TIENE.                                                   *
00222 *-------------------------------------------------------------*
00223    01 WS-TABLA-LOTES.
00224       05 WS-LOTE-ENTRADA OCCURS 100 TIMES.
00225          10 WS-LT-LOTE-ID   PIC X(08).
00226          10 WS-LT-EN-HIST   PIC X(01).
00227 *
00228 *-------------------------------------------------------------*
00229 *    CALENDARIO CONTABLE EN ORDEN DE FECHA, CON SU MARCA DE   *
00230 *    DIA HABIL.                                               *
00231 *-------------------------------------------------------------*
00232    01 WS-TABLA-CALENDARIO.
00233       05 WS-CALEN-DIA OCCURS 2000 TIMES.
00234          10 WS-CALEN-FECHA  PIC 9(08).
00235          10 WS-CALEN-HABIL  PIC X(01).
00236 *
00237 *-------------------------------------------------------------*
00238 *    FECHA DEL CALENDARIO EN EVALUACION Y FECHA AUXILIAR PARA *
00239 *    COMPARAR EL MES, CON SU VISTA NUMERICA.                  *
00240 *-------------------------------------------------------------*
00241    01 WS-FECHA-DIA.
00242       05 WD-ANO            PIC 9(04).
00243       05 WD-MES            PIC 9(02).
00244       05 WD-DIA            PIC 9(02).
00245    01 WS-FECHA-DIA-N REDEFINES WS-FECHA-DIA
00246                            PIC 9(08).
00247    01 WS-FECHA-AUX.
00248       05 WA-ANO            PIC 9(04).
00249       05 WA-MES            PIC 9(02).
00250       05 WA-DIA            PIC 9(02).
00251    01 WS-FECHA-AUX-N REDEFINES WS-FECHA-AUX
00252                            PIC 9(08).
00253 *
00254 *-------------------------------------------------------------*
00255 *    DIAS DE CADA MES (FEBRERO SIN BISIESTO).                 *
00256 *-------------------------------------------------------------*
00257    01 WS-DIAS-POR-MES      PIC X(24)
00258                  VALUE "312831303130313130313031".
00259    01 WS-DIAS-POR-MES-R REDEFINES WS-DIAS-POR-MES.
00260       05 WS-DM-DIAS        PIC 9(02) OCCURS 12 TIMES.
00261 *
00262 *-------------------------------------------------------------*
00263 *    REGISTRO DE LA BITACORA INSTLOG: UNO POR DETALLE          *
00264 *    GENERADO (MARCA G) O GENERADO DE NUEVO PORQUE SU LOTE     *
00265 *    ANTERIOR NO LLEGO A BATCHHST (MARCA R). SE ACUMULAN EN    *
00266 *    LA TABLA Y SE GRABAN AL FINAL, SOLO SI EL LOTE QUEDO      *
00267 *    COMPLETO.                                                 *
00268 *-------------------------------------------------------------*
00269    01 WS-REG-LOG.
00270       05 IL-FECHA          PIC 9(08).
00271       05 IL-HORA           PIC 9(08).
00272       05 IL-INSTRUC-ID     PIC X(08).
00273       05 IL-DUENO-ID       PIC X(08).
00274       05 IL-FECHA-PROGRAMADA PIC 9(08).
00275       05 IL-FECHA-EFECTIVA PIC 9(08).
00276       05 IL-LOTE-ID        PIC X(08).
00277       05 IL-SECUENCIA      PIC 9(08).
00278       05 IL-TIPO-TRANS     PIC X(02).
00279       05 IL-MONEDA         PIC X(03).
00280       05 IL-NUMERO1        PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00281       05 IL-NUMERO2        PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00282       05 IL-MARCA          PIC X(01).
00283    01 WS-TABLA-DISPAROS.
00284       05 WS-DISPARO        PIC X(90) OCCURS 2000 TIMES.
00285 *
00286  PROCEDURE DIVISION.
00287 *-------------------------------------------------------------*
00288  0000-PRINCIPAL.
00289 *-------------------------------------------------------------*
00290      PERFORM 1000-INICIO THRU 1000-INICIO-EXIT.
00291      IF NOT ERROR-DE-ARCHIVO
00292          PERFORM 2000-PROC-INSTRUC THRU 2000-PROC-INSTRUC-EXIT
00293              UNTIL FIN-INSTRUC
00294      END-IF.
00295      PERFORM 9000-FINAL THRU 9000-FINAL-EXIT.
00296      STOP RUN.
00297 *-------------------------------------------------------------*
00298  1000-INICIO.
00299 *    CARGA EL CALENDARIO, HACE UNA PRIMERA PASADA SOBRE
00300 *    INSTRUC PARA CONOCER LOS LOTES PENDIENTES Y EL MAYOR
00301 *    NUMERO USADO, CRUZA ESOS LOTES CONTRA BATCHHST Y ABRE LA
00302 *    BITACORA Y LA SEGUNDA PASADA CON INSTNEW E INSTLOTE. UN
00303 *    INSTRUC QUE NO EXISTE SE TRATA COMO VACIO: INSTLOTE SALE
00304 *    VACIO.
00305 *-------------------------------------------------------------*
00306      ACCEPT WS-RUN-FECHA FROM DATE YYYYMMDD.
00307      ACCEPT WS-RUN-HORA FROM TIME.
00308      PERFORM 1100-CARGAR-CALENDARIO THRU
00309          1100-CARGAR-CALENDARIO-EXIT.
00310      IF ERROR-DE-ARCHIVO
00311          GO TO 1000-INICIO-EXIT
00312      END-IF.
00313      OPEN INPUT INSTRUC.
00314      IF WS-INSTR-STATUS = "35"
00315          DISPLAY "CALCINST: INSTRUC NO EXISTE - NADA QUE GENERAR"
00316          MOVE "N" TO WS-ARCHIVO-SW
00317          MOVE "S" TO WS-FIN-INSTR-SW
00318      ELSE
00319          IF WS-INSTR-STATUS NOT = "00"
00320              DISPLAY "CALCINST: NO ABRIO INSTRUC - STATUS "
00321                  WS-INSTR-STATUS
00322              MOVE "S" TO WS-ERROR-SW
00323              GO TO 1000-INICIO-EXIT
00324          END-IF
00325      END-IF.
00326      IF INSTRUC-EXISTE
00327          PERFORM 1200-EXPLORAR-INSTRUC THRU
00328              1200-EXPLORAR-INSTRUC-EXIT
00329              UNTIL FIN-INSTRUC
00330          CLOSE INSTRUC
00331      END-IF.
00332      IF ERROR-DE-ARCHIVO
00333          GO TO 1000-INICIO-EXIT
00334      END-IF.
00335      PERFORM 1300-CRUZAR-BATCHHST THRU 1300-CRUZAR-BATCHHST-EXIT.
00336      IF ERROR-DE-ARCHIVO
00337          GO TO 1000-INICIO-EXIT
00338      END-IF.
00339      IF WS-LOTE-MAYOR-HIST > WS-LOTE-MAYOR-INST
00340          MOVE WS-LOTE-MAYOR-HIST TO WLN-NUMERO
00341          DISPLAY "CALCINST: BATCHHST TIENE EL LOTE " WS-LOTE-NUEVO
00342              " QUE NO FIGURA EN INSTRUC - LA COPIA DE INSTNEW "
00343              "DE UNA NOCHE ANTERIOR NO SE HIZO, REVISAR ANTES "
00344              "DE GENERAR"
00345          MOVE "S" TO WS-ERROR-SW
00346          GO TO 1000-INICIO-EXIT
00347      END-IF.
00348      COMPUTE WLN-NUMERO = WS-LOTE-MAYOR-INST + 1.
00349      OPEN EXTEND INSTLOG.
00350      IF WS-INSTLOG-STATUS NOT = "00"
00351          OPEN OUTPUT INSTLOG
00352      END-IF.
00353      IF WS-INSTLOG-STATUS NOT = "00"
00354          DISPLAY "CALCINST: NO ABRIO INSTLOG - STATUS "
00355              WS-INSTLOG-STATUS " - SIN BITACORA NO SE GENERA"
00356          MOVE "S" TO WS-ERROR-SW
00357          GO TO 1000-INICIO-EXIT
00358      END-IF.
00359      OPEN OUTPUT INSTLOTE.
00360      IF WS-INSTLOTE-STATUS NOT = "00"
00361          DISPLAY "CALCINST: NO ABRIO INSTLOTE - STATUS "
00362              WS-INSTLOTE-STATUS
00363          MOVE "S" TO WS-ERROR-SW
00364          GO TO 1000-INICIO-EXIT
00365      END-IF.
00366      OPEN OUTPUT INSTNEW.
00367      IF WS-INSTNEW-STATUS NOT = "00"
00368          DISPLAY "CALCINST: NO ABRIO INSTNEW - STATUS "
00369              WS-INSTNEW-STATUS
00370          MOVE "S" TO WS-ERROR-SW
00371          GO TO 1000-INICIO-EXIT
00372      END-IF.
00373      IF NOT INSTRUC-EXISTE
00374          GO TO 1000-INICIO-EXIT
00375      END-IF.
00376      MOVE "N" TO WS-FIN-INSTR-SW.
00377      OPEN INPUT INSTRUC.
00378      IF WS-INSTR-STATUS NOT = "00"
00379          DISPLAY "CALCINST: NO REABRIO INSTRUC - STATUS "
00380              WS-INSTR-STATUS
00381          MOVE "S" TO WS-ERROR-SW
00382          GO TO 1000-INICIO-EXIT
00383      END-IF.
00384      PERFORM 2900-LEER-INSTRUC THRU 2900-LEER-INSTRUC-EXIT.
00385  1000-INICIO-EXIT.
00386      EXIT.
00387 *-------------------------------------------------------------*
00388  1100-CARGAR-CALENDARIO.
00389 *    CARGA EL CALENDARIO CONTABLE (CALENFIL) EN LA TABLA DE
00390 *    TRABAJO. DEBE VENIR EN ORDEN DE FECHA Y SIN REPETIDAS
00391 *    (ASI LO DEJA CALCFISC); SIN CALENDARIO NO SE SABE QUE
00392 *    DIAS SON HABILES Y NO SE GENERA NADA. SI NO LLEGA HASTA
00393 *    LA FECHA DE LA CORRIDA, SE GENERA LO QUE CUBRE Y SE
00394 *    AVISA.
00395 *-------------------------------------------------------------*
00396      OPEN INPUT CALENFIL.
00397      IF WS-CALEN-STATUS NOT = "00"
00398          DISPLAY "CALCINST: NO ABRIO CALENFIL - STATUS "
00399              WS-CALEN-STATUS
00400          MOVE "S" TO WS-ERROR-SW
00401          GO TO 1100-CARGAR-CALENDARIO-EXIT
00402      END-IF.
00403      PERFORM 1110-CARGAR-DIA THRU 1110-CARGAR-DIA-EXIT
00404          UNTIL FIN-CALENFIL.
00405      CLOSE CALENFIL.
00406      IF ERROR-DE-ARCHIVO
00407          GO TO 1100-CARGAR-CALENDARIO-EXIT
00408      END-IF.
00409      IF WS-CALEN-CANT = ZERO
00410          DISPLAY "CALCINST: CALENFIL VACIO - NO SE GENERA NADA"
00411          MOVE "S" TO WS-ERROR-SW
00412          GO TO 1100-CARGAR-CALENDARIO-EXIT
00413      END-IF.
00414      IF WS-CALEN-FECHA (WS-CALEN-CANT) < WS-RUN-FECHA
00415          DISPLAY "CALCINST: CALENFIL TERMINA EL "
00416              WS-CALEN-FECHA (WS-CALEN-CANT) " - LAS FECHAS "
00417              "POSTERIORES NO SE EVALUAN HASTA GENERAR EL "
00418              "EJERCICIO CON CALCFISC"
00419          MOVE "S" TO WS-AVISO-SW
00420      END-IF.
00421  1100-CARGAR-CALENDARIO-EXIT.
00422      EXIT.
00423 *-------------------------------------------------------------*
00424  1110-CARGAR-DIA.
00425 *    CARGA UNA FECHA DE CALENFIL EN LA TABLA DEL CALENDARIO.
00426 *-------------------------------------------------------------*
00427      READ CALENFIL
00428          AT END
00429              MOVE "S" TO WS-FIN-CALEN-SW
00430      END-READ.
00431      IF FIN-CALENFIL
00432          GO TO 1110-CARGAR-DIA-EXIT
00433      END-IF.
00434      IF CA-FECHA NOT > WS-CALEN-ANTERIOR
00435          DISPLAY "CALCINST: CALENFIL FUERA DE ORDEN O CON FECHA "
00436              "REPETIDA EN " CA-FECHA
00437          MOVE "S" TO WS-ERROR-SW
00438          MOVE "S" TO WS-FIN-CALEN-SW
00439          GO TO 1110-CARGAR-DIA-EXIT
00440      END-IF.
00441      IF WS-CALEN-CANT NOT < WS-CALEN-MAX
00442          DISPLAY "CALCINST: CALENFIL EXCEDE LA TABLA DE "
00443              WS-CALEN-MAX " FECHAS - SE IGNORA EL RESTO"
00444          MOVE "S" TO WS-FIN-CALEN-SW
00445          GO TO 1110-CARGAR-DIA-EXIT
00446      END-IF.
00447      ADD 1 TO WS-CALEN-CANT.
00448      MOVE CA-FECHA     TO WS-CALEN-FECHA (WS-CALEN-CANT).
00449      MOVE CA-DIA-HABIL TO WS-CALEN-HABIL (WS-CALEN-CANT).
00450      MOVE CA-FECHA     TO WS-CALEN-ANTERIOR.
00451  1110-CARGAR-DIA-EXIT.
00452      EXIT.
00453 *-------------------------------------------------------------*
00454  1200-EXPLORAR-INSTRUC.
00455 *    LEE UNA INSTRUCCION EN LA PRIMERA PASADA. DE SU ULTIMO
00456 *    LOTE GUARDA EL MAYOR NUMERO; SI TIENE UN LOTE PENDIENTE
00457 *    LO GUARDA (UNA SOLA VEZ) PARA CRUZARLO CONTRA BATCHHST.
00458 *-------------------------------------------------------------*
00459      READ INSTRUC
00460          AT END
00461              MOVE "S" TO WS-FIN-INSTR-SW
00462      END-READ.
00463      IF FIN-INSTRUC
00464          GO TO 1200-EXPLORAR-INSTRUC-EXIT
00465      END-IF.
00466      IF IR-ULTIMO-LOTE NOT = SPACES
00467          MOVE IR-ULTIMO-LOTE TO WS-LOTE-LEIDO
00468          IF WLL-PREFIJO = "IR" AND WLL-NUMERO NUMERIC
00469              IF WLL-NUMERO-N > WS-LOTE-MAYOR-INST
00470                  MOVE WLL-NUMERO-N TO WS-LOTE-MAYOR-INST
00471              END-IF
00472          END-IF
00473      END-IF.
00474      IF IR-LOTE-PEND = SPACES
00475          GO TO 1200-EXPLORAR-INSTRUC-EXIT
00476      END-IF.
00477      MOVE IR-LOTE-PEND TO WS-LOTE-BUSCADO.
00478      PERFORM 1400-BUSCAR-LOTE THRU 1400-BUSCAR-LOTE-EXIT.
00479      IF WS-LOTE-ENC > ZERO
00480          GO TO 1200-EXPLORAR-INSTRUC-EXIT
00481      END-IF.
00482      IF WS-LOTE-CANT NOT < WS-LOTE-MAX
00483          DISPLAY "CALCINST: MAS DE " WS-LOTE-MAX " LOTES DE "
00484              "INSTRUCCIONES SIN CONFIRMAR - REVISAR INSTRUC"
00485          MOVE "S" TO WS-ERROR-SW
00486          MOVE "S" TO WS-FIN-INSTR-SW
00487          GO TO 1200-EXPLORAR-INSTRUC-EXIT
00488      END-IF.
00489      ADD 1 TO WS-LOTE-CANT.
00490      MOVE IR-LOTE-PEND TO WS-LT-LOTE-ID (WS-LOTE-CANT).
00491      MOVE "N"          TO WS-LT-EN-HIST (WS-LOTE-CANT).
00492  1200-EXPLORAR-INSTRUC-EXIT.
00493      EXIT.
00494 *-------------------------------------------------------------*
00495  1300-CRUZAR-BATCHHST.
00496 *    RECORRE EL HISTORIAL DE LOTES PROCESADOS, MARCA LOS
00497 *    LOTES PENDIENTES QUE YA ESTAN EN EL Y GUARDA EL MAYOR
00498 *    NUMERO DE LOTE "IR" PROCESADO. SIN HISTORIAL NINGUN LOTE
00499 *    SE DA POR PROCESADO.
00500 *-------------------------------------------------------------*
00501      OPEN INPUT BATCHHST.
00502      IF WS-BATCH-STATUS = "35"
00503          GO TO 1300-CRUZAR-BATCHHST-EXIT
00504      END-IF.
00505      IF WS-BATCH-STATUS NOT = "00"
00506          DISPLAY "CALCINST: NO ABRIO BATCHHST - STATUS "
00507              WS-BATCH-STATUS " - SIN HISTORIAL NO SE PUEDE "
00508              "CONFIRMAR LO YA GENERADO"
00509          MOVE "S" TO WS-ERROR-SW
00510          GO TO 1300-CRUZAR-BATCHHST-EXIT
00511      END-IF.
00512      PERFORM 1310-LEER-BATCHHST THRU 1310-LEER-BATCHHST-EXIT
00513          UNTIL FIN-BATCHHST.
00514      CLOSE BATCHHST.
00515  1300-CRUZAR-BATCHHST-EXIT.
00516      EXIT.
00517 *-------------------------------------------------------------*
00518  1310-LEER-BATCHHST.
00519 *    LEE UN LOTE DE BATCHHST, GUARDA SU NUMERO SI ES UN LOTE
00520 *    "IR" Y, SI ES UN LOTE PENDIENTE, LO MARCA COMO YA
00521 *    PROCESADO.
00522 *-------------------------------------------------------------*
00523      READ BATCHHST
00524          AT END
00525              MOVE "S" TO WS-FIN-BATCH-SW
00526      END-READ.
00527      IF FIN-BATCHHST
00528          GO TO 1310-LEER-BATCHHST-EXIT
00529      END-IF.
00530      MOVE BH-LOTE-ID TO WS-LOTE-LEIDO.
00531      IF WLL-PREFIJO = "IR" AND WLL-NUMERO NUMERIC
00532          IF WLL-NUMERO-N > WS-LOTE-MAYOR-HIST
00533              MOVE WLL-NUMERO-N TO WS-LOTE-MAYOR-HIST
00534          END-IF
00535      END-IF.
00536      MOVE BH-LOTE-ID TO WS-LOTE-BUSCADO.
00537      PERFORM 1400-BUSCAR-LOTE THRU 1400-BUSCAR-LOTE-EXIT.
00538      IF WS-LOTE-ENC > ZERO
00539          MOVE "S" TO WS-LT-EN-HIST (WS-LOTE-ENC)
00540      END-IF.
00541  1310-LEER-BATCHHST-EXIT.
00542      EXIT.
00543 *-------------------------------------------------------------*
00544  1400-BUSCAR-LOTE.
00545 *    BUSCA WS-LOTE-BUSCADO EN LA TABLA DE LOTES PENDIENTES Y
00546 *    DEJA SU POSICION EN WS-LOTE-ENC (CERO SI NO ESTA).
00547 *-------------------------------------------------------------*
00548      MOVE ZERO TO WS-LOTE-ENC.
00549      PERFORM 1410-COMPARAR-LOTE THRU 1410-COMPARAR-LOTE-EXIT
00550          VARYING WS-LOTE-IDX FROM 1 BY 1
00551          UNTIL WS-LOTE-IDX > WS-LOTE-CANT
00552             OR WS-LOTE-ENC > ZERO.
00553  1400-BUSCAR-LOTE-EXIT.
00554      EXIT.
00555 *-------------------------------------------------------------*
00556  1410-COMPARAR-LOTE.
00557 *    COMPARA UNA ENTRADA DE LA TABLA CON EL LOTE BUSCADO.
00558 *-------------------------------------------------------------*
00559      IF WS-LT-LOTE-ID (WS-LOTE-IDX) = WS-LOTE-BUSCADO
00560          MOVE WS-LOTE-IDX TO WS-LOTE-ENC
00561      END-IF.
00562  1410-COMPARAR-LOTE-EXIT.
00563      EXIT.
00564 *-------------------------------------------------------------*
00565  2000-PROC-INSTRUC.
00566 *    SEGUNDA PASADA: CONFIRMA O DESHACE LA GENERACION
00567 *    PENDIENTE DE LA INSTRUCCION, GENERA LAS FECHAS QUE LE
00568 *    TOCAN SI ESTA ACTIVA, LA DA POR TERMINADA SI YA PASO SU
00569 *    FECHA FIN, Y LA COPIA A INSTNEW CON SU CONTROL AL DIA.
00570 *-------------------------------------------------------------*
00571      MOVE "G" TO WS-MARCA-LOG.
00572      IF IR-LOTE-PEND NOT = SPACES
00573          PERFORM 2100-CONFIRMAR-PENDIENTE THRU
00574              2100-CONFIRMAR-PENDIENTE-EXIT
00575      END-IF.
00576      IF IR-SUSPENDIDA
00577          IF IR-PROG-HASTA < WS-RUN-FECHA
00578              MOVE WS-RUN-FECHA TO IR-PROG-HASTA
00579          END-IF
00580          GO TO 2000-PROC-GRABAR
00581      END-IF.
00582      IF NOT IR-ACTIVA
00583          GO TO 2000-PROC-GRABAR
00584      END-IF.
00585      ADD 1 TO WS-CONT-ACTIVAS.
00586      MOVE IR-PROG-HASTA TO WS-PROG-ANTES.
00587      MOVE ZERO TO WS-INST-GENERADOS.
00588      PERFORM 2200-EXPLORAR-CALENDARIO THRU
00589          2200-EXPLORAR-CALENDARIO-EXIT.
00590      IF ERROR-DE-ARCHIVO
00591          MOVE "S" TO WS-FIN-INSTR-SW
00592          GO TO 2000-PROC-INSTRUC-EXIT
00593      END-IF.
00594      IF WS-INST-GENERADOS > ZERO
00595          ADD 1 TO WS-CONT-DISPARADAS
00596          MOVE WS-PROG-ANTES TO IR-PROG-ANTERIOR
00597          MOVE WS-LOTE-NUEVO TO IR-LOTE-PEND
00598          MOVE WS-LOTE-NUEVO TO IR-ULTIMO-LOTE
00599          MOVE WS-RUN-FECHA  TO IR-ULTIMA-GEN
00600          ADD 1 TO IR-CONT-GENERADAS
00601      END-IF.
00602      IF IR-FECHA-FIN > ZERO
00603        AND IR-PROG-HASTA NOT < IR-FECHA-FIN
00604        AND IR-LOTE-PEND = SPACES
00605          MOVE "T" TO IR-ESTADO
00606          ADD 1 TO WS-CONT-TERMINADAS
00607          DISPLAY "CALCINST: INSTRUCCION " IR-INSTRUC-ID
00608              " TERMINADA - VENCIO EL " IR-FECHA-FIN
00609      END-IF.
00610  2000-PROC-GRABAR.
00611      WRITE INSTNEW-RECORD FROM INSTRUC-RECORD.
00612      IF WS-INSTNEW-STATUS NOT = "00"
00613          DISPLAY "CALCINST: NO SE PUDO GRABAR INSTNEW - STATUS "
00614              WS-INSTNEW-STATUS
00615          MOVE "S" TO WS-ERROR-SW
00616          MOVE "S" TO WS-FIN-INSTR-SW
00617          GO TO 2000-PROC-INSTRUC-EXIT
00618      END-IF.
00619      PERFORM 2900-LEER-INSTRUC THRU 2900-LEER-INSTRUC-EXIT.
00620  2000-PROC-INSTRUC-EXIT.
00621      EXIT.
00622 *-------------------------------------------------------------*
00623  2100-CONFIRMAR-PENDIENTE.
00624 *    SI EL LOTE DE LA ULTIMA GENERACION YA ESTA EN BATCHHST,
00625 *    QUEDA CONFIRMADO. SI NO, EL CICLO NO LLEGO A PROCESARLO:
00626 *    LA INSTRUCCION VUELVE A LA FECHA DONDE ESTABA ANTES DE
00627 *    ESA GENERACION Y ESAS FECHAS SE GENERAN DE NUEVO.
00628 *-------------------------------------------------------------*
00629      MOVE IR-LOTE-PEND TO WS-LOTE-BUSCADO.
00630      PERFORM 1400-BUSCAR-LOTE THRU 1400-BUSCAR-LOTE-EXIT.
00631      IF WS-LOTE-ENC > ZERO
00632          IF WS-LT-EN-HIST (WS-LOTE-ENC) = "S"
00633              ADD 1 TO WS-CONT-CONFIRMA
00634              MOVE SPACES TO IR-LOTE-PEND
00635              GO TO 2100-CONFIRMAR-PENDIENTE-EXIT
00636          END-IF
00637      END-IF.
00638      DISPLAY "CALCINST: INSTRUCCION " IR-INSTRUC-ID
00639          " NO SE PROCESO EN EL LOTE " IR-LOTE-PEND
00640          " - SE GENERA DE NUEVO DESDE " IR-PROG-ANTERIOR.
00641      ADD 1 TO WS-CONT-REGENERA.
00642      MOVE IR-PROG-ANTERIOR TO IR-PROG-HASTA.
00643      MOVE SPACES TO IR-LOTE-PEND.
00644      IF IR-CONT-GENERADAS > ZERO
00645          SUBTRACT 1 FROM IR-CONT-GENERADAS
00646      END-IF.
00647      MOVE "R" TO WS-MARCA-LOG.
00648  2100-CONFIRMAR-PENDIENTE-EXIT.
00649      EXIT.
00650 *-------------------------------------------------------------*
00651  2200-EXPLORAR-CALENDARIO.
00652 *    RECORRE EL CALENDARIO DESDE LA PRIMERA FECHA QUE LA
00653 *    INSTRUCCION NO TIENE EVALUADA HASTA LA FECHA DE LA
00654 *    CORRIDA (O SU FECHA FIN, SI ES ANTERIOR).
00655 *-------------------------------------------------------------*
00656      MOVE "N" TO WS-FIN-EXPL-SW.
00657      MOVE 1 TO WS-CALEN-IDX.
00658      PERFORM 2210-EVALUAR-FECHA THRU 2210-EVALUAR-FECHA-EXIT
00659          UNTIL FIN-EXPLORACION.
00660  2200-EXPLORAR-CALENDARIO-EXIT.
00661      EXIT.
00662 *-------------------------------------------------------------*
00663  2210-EVALUAR-FECHA.
00664 *    EVALUA UNA FECHA DEL CALENDARIO. SI LA FRECUENCIA LE
00665 *    TOCA, LA CORRE AL DIA HABIL (LA MISMA SI YA LO ES) Y
00666 *    GENERA EL DETALLE CON ESA FECHA EFECTIVA; SI ESE DIA
00667 *    HABIL TODAVIA NO LLEGA, LA FECHA QUEDA SIN EVALUAR PARA
00668 *    OTRA NOCHE. CADA FECHA EVALUADA AVANZA IR-PROG-HASTA.
00669 *-------------------------------------------------------------*
00670      IF WS-CALEN-IDX > WS-CALEN-CANT
00671          MOVE "S" TO WS-FIN-EXPL-SW
00672          GO TO 2210-EVALUAR-FECHA-EXIT
00673      END-IF.
00674      MOVE WS-CALEN-FECHA (WS-CALEN-IDX) TO WS-FECHA-DIA-N.
00675      IF WS-FECHA-DIA-N NOT > IR-PROG-HASTA
00676        OR WS-FECHA-DIA-N < IR-FECHA-INICIO
00677          ADD 1 TO WS-CALEN-IDX
00678          GO TO 2210-EVALUAR-FECHA-EXIT
00679      END-IF.
00680      IF WS-FECHA-DIA-N > WS-RUN-FECHA
00681          MOVE "S" TO WS-FIN-EXPL-SW
00682          GO TO 2210-EVALUAR-FECHA-EXIT
00683      END-IF.
00684      IF IR-FECHA-FIN > ZERO AND WS-FECHA-DIA-N > IR-FECHA-FIN
00685          MOVE "S" TO WS-FIN-EXPL-SW
00686          GO TO 2210-EVALUAR-FECHA-EXIT
00687      END-IF.
00688      PERFORM 2300-FECHA-PROGRAMADA THRU
00689          2300-FECHA-PROGRAMADA-EXIT.
00690      IF SIN-CALENDARIO
00691          DISPLAY "CALCINST: INSTRUCCION " IR-INSTRUC-ID
00692              " - EL CALENDARIO NO ALCANZA PARA EVALUAR EL "
00693              WS-FECHA-DIA-N " - QUEDA PARA OTRA NOCHE"
00694          MOVE "S" TO WS-AVISO-SW
00695          MOVE "S" TO WS-FIN-EXPL-SW
00696          GO TO 2210-EVALUAR-FECHA-EXIT
00697      END-IF.
00698      IF NOT FECHA-PROGRAMADA
00699          MOVE WS-FECHA-DIA-N TO IR-PROG-HASTA
00700          ADD 1 TO WS-CALEN-IDX
00701          GO TO 2210-EVALUAR-FECHA-EXIT
00702      END-IF.
00703      PERFORM 2400-CORRER-A-HABIL THRU 2400-CORRER-A-HABIL-EXIT.
00704      IF WS-CALEN-HABIL-IDX = ZERO
00705          DISPLAY "CALCINST: INSTRUCCION " IR-INSTRUC-ID
00706              " - NO HAY DIA HABIL EN EL CALENDARIO DESPUES DEL "
00707              WS-FECHA-DIA-N " - QUEDA PARA OTRA NOCHE"
00708          MOVE "S" TO WS-AVISO-SW
00709          MOVE "S" TO WS-FIN-EXPL-SW
00710          GO TO 2210-EVALUAR-FECHA-EXIT
00711      END-IF.
00712      IF WS-CALEN-FECHA (WS-CALEN-HABIL-IDX) > WS-RUN-FECHA
00713          MOVE "S" TO WS-FIN-EXPL-SW
00714          GO TO 2210-EVALUAR-FECHA-EXIT
00715      END-IF.
00716      PERFORM 2500-GENERAR-DETALLE THRU 2500-GENERAR-DETALLE-EXIT.
00717      IF ERROR-DE-ARCHIVO
00718          MOVE "S" TO WS-FIN-EXPL-SW
00719          GO TO 2210-EVALUAR-FECHA-EXIT
00720      END-IF.
00721      MOVE WS-FECHA-DIA-N TO IR-PROG-HASTA.
00722      ADD 1 TO WS-CALEN-IDX.
00723  2210-EVALUAR-FECHA-EXIT.
00724      EXIT.
00725 *-------------------------------------------------------------*
00726  2300-FECHA-PROGRAMADA.
00727 *    DECIDE SI A LA FECHA EN EVALUACION LE TOCA LA FRECUENCIA
00728 *    DE LA INSTRUCCION: D CADA DIA HABIL; S EL DIA DE LA
00729 *    SEMANA IR-DIA; M EL DIA IR-DIA DEL MES, O EL ULTIMO DIA
00730 *    SI EL MES ES MAS CORTO; H EL DIA HABIL NUMERO IR-DIA DEL
00731 *    MES, O EL ULTIMO DIA HABIL SI EL MES TIENE MENOS.
00732 *-------------------------------------------------------------*
00733      MOVE "N" TO WS-PROGRAMADA-SW.
00734      MOVE "N" TO WS-SIN-CALEN-SW.
00735      IF IR-DIARIA
00736          IF WS-CALEN-HABIL (WS-CALEN-IDX) = "S"
00737              MOVE "S" TO WS-PROGRAMADA-SW
00738          END-IF
00739          GO TO 2300-FECHA-PROGRAMADA-EXIT
00740      END-IF.
00741      IF IR-SEMANAL
00742          PERFORM 2700-DIA-DE-SEMANA THRU 2700-DIA-DE-SEMANA-EXIT
00743          IF WS-DIA-SEMANA = IR-DIA
00744              MOVE "S" TO WS-PROGRAMADA-SW
00745          END-IF
00746          GO TO 2300-FECHA-PROGRAMADA-EXIT
00747      END-IF.
00748      IF IR-MENSUAL
00749          PERFORM 2600-DIAS-DEL-MES THRU 2600-DIAS-DEL-MES-EXIT
00750          IF WD-DIA = IR-DIA
00751            OR (IR-DIA > WS-DIAS-MES AND WD-DIA = WS-DIAS-MES)
00752              MOVE "S" TO WS-PROGRAMADA-SW
00753          END-IF
00754          GO TO 2300-FECHA-PROGRAMADA-EXIT
00755      END-IF.
00756      IF IR-HABIL-DEL-MES
00757          PERFORM 2310-HABIL-DEL-MES THRU 2310-HABIL-DEL-MES-EXIT
00758      END-IF.
00759  2300-FECHA-PROGRAMADA-EXIT.
00760      EXIT.
00761 *-------------------------------------------------------------*
00762  2310-HABIL-DEL-MES.
00763 *    CUENTA LOS DIAS HABILES DEL MES HASTA LA FECHA EN
00764 *    EVALUACION (INCLUSIVE). SI ES EL NUMERO IR-DIA LE TOCA;
00765 *    SI VA POR DEBAJO LE TOCA SOLO SI NO QUEDA OTRO DIA HABIL
00766 *    EN EL MES, LO QUE EXIGE QUE EL CALENDARIO LLEGUE AL MES
00767 *    SIGUIENTE.
00768 *-------------------------------------------------------------*
00769      IF WS-CALEN-HABIL (WS-CALEN-IDX) NOT = "S"
00770          GO TO 2310-HABIL-DEL-MES-EXIT
00771      END-IF.
00772      MOVE ZERO TO WS-HABILES-MES.
00773      MOVE WS-CALEN-IDX TO WS-CALEN-AUX.
00774      MOVE "N" TO WS-FIN-MES-SW.
00775      PERFORM 2320-CONTAR-ANTERIOR THRU 2320-CONTAR-ANTERIOR-EXIT
00776          UNTIL FIN-DEL-MES.
00777      IF WS-HABILES-MES = IR-DIA
00778          MOVE "S" TO WS-PROGRAMADA-SW
00779          GO TO 2310-HABIL-DEL-MES-EXIT
00780      END-IF.
00781      IF WS-HABILES-MES > IR-DIA
00782          GO TO 2310-HABIL-DEL-MES-EXIT
00783      END-IF.
00784      MOVE "S" TO WS-PROGRAMADA-SW.
00785      COMPUTE WS-CALEN-AUX = WS-CALEN-IDX + 1.
00786      MOVE "N" TO WS-FIN-MES-SW.
00787      PERFORM 2330-BUSCAR-POSTERIOR THRU
00788          2330-BUSCAR-POSTERIOR-EXIT
00789          UNTIL FIN-DEL-MES.
00790  2310-HABIL-DEL-MES-EXIT.
00791      EXIT.
00792 *-------------------------------------------------------------*
00793  2320-CONTAR-ANTERIOR.
00794 *    CUENTA UN DIA DEL MES HACIA ATRAS DESDE LA FECHA EN
00795 *    EVALUACION, HASTA SALIR DEL MES O DEL CALENDARIO.
00796 *-------------------------------------------------------------*
00797      IF WS-CALEN-AUX = ZERO
00798          MOVE "S" TO WS-FIN-MES-SW
00799          GO TO 2320-CONTAR-ANTERIOR-EXIT
00800      END-IF.
00801      MOVE WS-CALEN-FECHA (WS-CALEN-AUX) TO WS-FECHA-AUX-N.
00802      IF WA-ANO NOT = WD-ANO OR WA-MES NOT = WD-MES
00803          MOVE "S" TO WS-FIN-MES-SW
00804          GO TO 2320-CONTAR-ANTERIOR-EXIT
00805      END-IF.
00806      IF WS-CALEN-HABIL (WS-CALEN-AUX) = "S"
00807          ADD 1 TO WS-HABILES-MES
00808      END-IF.
00809      SUBTRACT 1 FROM WS-CALEN-AUX.
00810  2320-CONTAR-ANTERIOR-EXIT.
00811      EXIT.
00812 *-------------------------------------------------------------*
00813  2330-BUSCAR-POSTERIOR.
00814 *    MIRA UN DIA DEL MES HACIA ADELANTE: OTRO DIA HABIL EN EL
00815 *    MES QUITA LA FECHA; SALIR DEL MES LA CONFIRMA COMO EL
00816 *    ULTIMO DIA HABIL; SALIR DEL CALENDARIO DEJA LA FECHA SIN
00817 *    EVALUAR.
00818 *-------------------------------------------------------------*
00819      IF WS-CALEN-AUX > WS-CALEN-CANT
00820          MOVE "N" TO WS-PROGRAMADA-SW
00821          MOVE "S" TO WS-SIN-CALEN-SW
00822          MOVE "S" TO WS-FIN-MES-SW
00823          GO TO 2330-BUSCAR-POSTERIOR-EXIT
00824      END-IF.
00825      MOVE WS-CALEN-FECHA (WS-CALEN-AUX) TO WS-FECHA-AUX-N.
00826      IF WA-ANO NOT = WD-ANO OR WA-MES NOT = WD-MES
00827          MOVE "S" TO WS-FIN-MES-SW
00828          GO TO 2330-BUSCAR-POSTERIOR-EXIT
00829      END-IF.
00830      IF WS-CALEN-HABIL (WS-CALEN-AUX) = "S"
00831          MOVE "N" TO WS-PROGRAMADA-SW
00832          MOVE "S" TO WS-FIN-MES-SW
00833          GO TO 2330-BUSCAR-POSTERIOR-EXIT
00834      END-IF.
00835      ADD 1 TO WS-CALEN-AUX.
00836  2330-BUSCAR-POSTERIOR-EXIT.
00837      EXIT.
00838 *-------------------------------------------------------------*
00839  2400-CORRER-A-HABIL.
00840 *    DEJA EN WS-CALEN-HABIL-IDX LA POSICION DEL PRIMER DIA
00841 *    HABIL DESDE LA FECHA EN EVALUACION (ELLA MISMA SI YA ES
00842 *    HABIL), O CERO SI EL CALENDARIO NO TIENE NINGUNO.
00843 *-------------------------------------------------------------*
00844      MOVE ZERO TO WS-CALEN-HABIL-IDX.
00845      PERFORM 2410-PROBAR-HABIL THRU 2410-PROBAR-HABIL-EXIT
00846          VARYING WS-CALEN-AUX FROM WS-CALEN-IDX BY 1
00847          UNTIL WS-CALEN-AUX > WS-CALEN-CANT
00848             OR WS-CALEN-HABIL-IDX > ZERO.
00849  2400-CORRER-A-HABIL-EXIT.
00850      EXIT.
00851 *-------------------------------------------------------------*
00852  2410-PROBAR-HABIL.
00853 *    PRUEBA SI UNA FECHA DEL CALENDARIO ES DIA HABIL.
00854 *-------------------------------------------------------------*
00855      IF WS-CALEN-HABIL (WS-CALEN-AUX) = "S"
00856          MOVE WS-CALEN-AUX TO WS-CALEN-HABIL-IDX
00857      END-IF.
00858  2410-PROBAR-HABIL-EXIT.
00859      EXIT.
00860 *-------------------------------------------------------------*
00861  2500-GENERAR-DETALLE.
00862 *    GRABA EL DETALLE DE LA INSTRUCCION EN EL LOTE (EL
00863 *    ENCABEZADO SE GRABA ANTES DEL PRIMERO) CON LA FECHA
00864 *    EFECTIVA CORRIDA AL DIA HABIL, ACUMULA LOS TOTALES DEL
00865 *    TRAILER Y GUARDA SU REGISTRO DE BITACORA.
00866 *-------------------------------------------------------------*
00867      IF WS-DISP-CANT NOT < WS-DISP-MAX
00868          DISPLAY "CALCINST: MAS DE " WS-DISP-MAX " DETALLES EN "
00869              "UNA NOCHE - REVISAR INSTRUC"
00870          MOVE "S" TO WS-ERROR-SW
00871          GO TO 2500-GENERAR-DETALLE-EXIT
00872      END-IF.
00873      IF NOT ENCABEZADO-GRABADO
00874          MOVE SPACES        TO TI-REG-ENCABEZADO
00875          MOVE "H"           TO TI-ENC-TIPO-REG
00876          MOVE WS-LOTE-NUEVO TO TI-LOTE-ID
00877          MOVE WS-RUN-FECHA  TO TI-LOTE-FECHA
00878          MOVE "RECURREN"    TO TI-LOTE-ORIGEN
00879          WRITE TI-REG-ENCABEZADO
00880          IF WS-INSTLOTE-STATUS NOT = "00"
00881              DISPLAY "CALCINST: NO SE PUDO GRABAR INSTLOTE - "
00882                  "STATUS " WS-INSTLOTE-STATUS
00883              MOVE "S" TO WS-ERROR-SW
00884              GO TO 2500-GENERAR-DETALLE-EXIT
00885          END-IF
00886          MOVE "S" TO WS-ENCAB-SW
00887      END-IF.
00888      MOVE SPACES          TO INSTLOTE-RECORD.
00889      MOVE "D"             TO TI-TIPO-REG.
00890      MOVE IR-NUMERO1      TO TI-NUMERO1.
00891      MOVE IR-NUMERO2      TO TI-NUMERO2.
00892      MOVE WS-CALEN-FECHA (WS-CALEN-HABIL-IDX)
00893                           TO TI-FECHA-EFECTIVA.
00894      MOVE IR-TIPO-TRANS   TO TI-TIPO-TRANS.
00895      MOVE IR-MONEDA       TO TI-MONEDA.
00896      MOVE ZERO            TO TI-REF-RUN-ID.
00897      MOVE ZERO            TO TI-REF-SECUENCIA.
00898      WRITE INSTLOTE-RECORD.
00899      IF WS-INSTLOTE-STATUS NOT = "00"
00900          DISPLAY "CALCINST: NO SE PUDO GRABAR INSTLOTE - STATUS "
00901              WS-INSTLOTE-STATUS
00902          MOVE "S" TO WS-ERROR-SW
00903          GO TO 2500-GENERAR-DETALLE-EXIT
00904      END-IF.
00905      ADD IR-NUMERO1 TO WS-HASH-NUM1.
00906      ADD IR-NUMERO2 TO WS-HASH-NUM2.
00907      ADD 1 TO WS-CONT-GENERADOS.
00908      ADD 1 TO WS-INST-GENERADOS.
00909      MOVE WS-RUN-FECHA      TO IL-FECHA.
00910      MOVE WS-RUN-HORA       TO IL-HORA.
00911      MOVE IR-INSTRUC-ID     TO IL-INSTRUC-ID.
00912      MOVE IR-DUENO-ID       TO IL-DUENO-ID.
00913      MOVE WS-FECHA-DIA-N    TO IL-FECHA-PROGRAMADA.
00914      MOVE TI-FECHA-EFECTIVA TO IL-FECHA-EFECTIVA.
00915      MOVE WS-LOTE-NUEVO     TO IL-LOTE-ID.
00916      MOVE WS-CONT-GENERADOS TO IL-SECUENCIA.
00917      MOVE IR-TIPO-TRANS     TO IL-TIPO-TRANS.
00918      MOVE IR-MONEDA         TO IL-MONEDA.
00919      MOVE IR-NUMERO1        TO IL-NUMERO1.
00920      MOVE IR-NUMERO2        TO IL-NUMERO2.
00921      MOVE WS-MARCA-LOG      TO IL-MARCA.
00922      ADD 1 TO WS-DISP-CANT.
00923      MOVE WS-REG-LOG TO WS-DISPARO (WS-DISP-CANT).
00924  2500-GENERAR-DETALLE-EXIT.
00925      EXIT.
00926 *-------------------------------------------------------------*
00927  2600-DIAS-DEL-MES.
00928 *    DEJA EN WS-DIAS-MES LOS DIAS DEL MES DE LA FECHA EN
00929 *    EVALUACION. FEBRERO TIENE 29 EN LOS ANOS BISIESTOS:
00930 *    DIVISIBLES POR 4, SALVO LOS SECULARES NO DIVISIBLES POR
00931 *    400.
00932 *-------------------------------------------------------------*
00933      MOVE WS-DM-DIAS (WD-MES) TO WS-DIAS-MES.
00934      IF WD-MES NOT = 2
00935          GO TO 2600-DIAS-DEL-MES-EXIT
00936      END-IF.
00937      DIVIDE WD-ANO BY 4 GIVING WS-Z-COCIENTE
00938          REMAINDER WS-BIS-RESTO4.
00939      DIVIDE WD-ANO BY 100 GIVING WS-Z-COCIENTE
00940          REMAINDER WS-BIS-RESTO100.
00941      DIVIDE WD-ANO BY 400 GIVING WS-Z-COCIENTE
00942          REMAINDER WS-BIS-RESTO400.
00943      IF WS-BIS-RESTO4 = ZERO
00944        AND (WS-BIS-RESTO100 NOT = ZERO OR WS-BIS-RESTO400 = ZERO)
00945          MOVE 29 TO WS-DIAS-MES
00946      END-IF.
00947  2600-DIAS-DEL-MES-EXIT.
00948      EXIT.
00949 *-------------------------------------------------------------*
00950  2700-DIA-DE-SEMANA.
00951 *    DEJA EN WS-DIA-SEMANA EL DIA DE LA SEMANA DE LA FECHA EN
00952 *    EVALUACION (1 = LUNES ... 7 = DOMINGO) POR LA CONGRUENCIA
00953 *    DE ZELLER: ENERO Y FEBRERO CUENTAN COMO MESES 13 Y 14 DEL
00954 *    ANO ANTERIOR, Y EL RESULTADO H (0 = SABADO ... 6 =
00955 *    VIERNES) SE PASA A ESA NUMERACION.
00956 *-------------------------------------------------------------*
00957      MOVE WD-DIA TO WS-Z-DIA.
00958      MOVE WD-MES TO WS-Z-MES.
00959      MOVE WD-ANO TO WS-Z-ANO.
00960      IF WS-Z-MES < 3
00961          ADD 12 TO WS-Z-MES
00962          SUBTRACT 1 FROM WS-Z-ANO
00963      END-IF.
00964      DIVIDE WS-Z-ANO BY 100 GIVING WS-Z-SIGLO
00965          REMAINDER WS-Z-ANO-SIGLO.
00966      COMPUTE WS-Z-SUMA = 13 * (WS-Z-MES + 1).
00967      DIVIDE WS-Z-SUMA BY 5 GIVING WS-Z-TERM1.
00968      DIVIDE WS-Z-ANO-SIGLO BY 4 GIVING WS-Z-TERM2.
00969      DIVIDE WS-Z-SIGLO BY 4 GIVING WS-Z-TERM3.
00970      COMPUTE WS-Z-SUMA = WS-Z-DIA + WS-Z-TERM1 + WS-Z-ANO-SIGLO
00971          + WS-Z-TERM2 + WS-Z-TERM3 + 5 * WS-Z-SIGLO.
00972      DIVIDE WS-Z-SUMA BY 7 GIVING WS-Z-COCIENTE
00973          REMAINDER WS-Z-H.
00974      COMPUTE WS-DIA-SEMANA = WS-Z-H + 6.
00975      IF WS-DIA-SEMANA > 7
00976          SUBTRACT 7 FROM WS-DIA-SEMANA
00977      END-IF.
00978  2700-DIA-DE-SEMANA-EXIT.
00979      EXIT.
00980 *-------------------------------------------------------------*
00981  2900-LEER-INSTRUC.
00982 *    LEE LA SIGUIENTE INSTRUCCION DE LA SEGUNDA PASADA.
00983 *-------------------------------------------------------------*
00984      READ INSTRUC
00985          AT END
00986              MOVE "S" TO WS-FIN-INSTR-SW
00987      END-READ.
00988      IF NOT FIN-INSTRUC
00989          ADD 1 TO WS-CONT-LEIDAS
00990      END-IF.
00991  2900-LEER-INSTRUC-EXIT.
00992      EXIT.
00993 *-------------------------------------------------------------*
00994  9000-FINAL.
00995 *    GRABA EL TRAILER DEL LOTE SI SE GENERO ALGO Y LA
00996 *    BITACORA DE LO GENERADO, CIERRA LOS ARCHIVOS, REPORTA Y
00997 *    GRADUA EL RETURN-CODE: 0 INSTRUC COPIADO COMPLETO (CON O
00998 *    SIN LOTE), 4 IGUAL PERO CON FECHAS QUE EL CALENDARIO NO
00999 *    ALCANZO A CUBRIR, 12 ERROR (EL JOB NO DEBE PONER INSTNEW
01000 *    EN LUGAR DE INSTRUC). CON ERROR INSTLOTE SE VACIA: UN
01001 *    LOTE A MEDIAS NUNCA LLEGA A CALCULOS.
01002 *-------------------------------------------------------------*
01003      IF ENCABEZADO-GRABADO AND NOT ERROR-DE-ARCHIVO
01004          MOVE SPACES            TO TI-REG-TRAILER
01005          MOVE "T"               TO TI-TRL-TIPO-REG
01006          MOVE WS-CONT-GENERADOS TO TI-TRL-CANTIDAD
01007          MOVE WS-HASH-NUM1      TO TI-TRL-HASH-NUM1
01008          MOVE WS-HASH-NUM2      TO TI-TRL-HASH-NUM2
01009          WRITE TI-REG-TRAILER
01010          IF WS-INSTLOTE-STATUS NOT = "00"
01011              DISPLAY "CALCINST: NO SE PUDO GRABAR EL TRAILER DE "
01012                  "INSTLOTE - STATUS " WS-INSTLOTE-STATUS
01013              MOVE "S" TO WS-ERROR-SW
01014          END-IF
01015      END-IF.
01016      IF NOT ERROR-DE-ARCHIVO
01017          PERFORM 9100-GRABAR-BITACORA THRU
01018              9100-GRABAR-BITACORA-EXIT
01019              VARYING WS-DISP-IDX FROM 1 BY 1
01020              UNTIL WS-DISP-IDX > WS-DISP-CANT
01021                 OR ERROR-DE-ARCHIVO
01022      END-IF.
01023      CLOSE INSTRUC.
01024      CLOSE INSTNEW.
01025      CLOSE INSTLOTE.
01026      CLOSE INSTLOG.
01027      IF ERROR-DE-ARCHIVO AND ENCABEZADO-GRABADO
01028          OPEN OUTPUT INSTLOTE
01029          CLOSE INSTLOTE
01030      END-IF.
01031      DISPLAY "CALCINST: INSTRUCCIONES LEIDAS  : " WS-CONT-LEIDAS.
01032      DISPLAY "CALCINST: ACTIVAS EVALUADAS     : " WS-CONT-ACTIVAS.
01033      DISPLAY "CALCINST: CON DETALLES GENERADOS: "
01034          WS-CONT-DISPARADAS.
01035      DISPLAY "CALCINST: DETALLES EN EL LOTE   : "
01036          WS-CONT-GENERADOS.
01037      DISPLAY "CALCINST: GENERADAS DE NUEVO    : "
01038          WS-CONT-REGENERA.
01039      DISPLAY "CALCINST: CONFIRMADAS EN BATCHHST: "
01040          WS-CONT-CONFIRMA.
01041      DISPLAY "CALCINST: TERMINADAS POR FECHA FIN: "
01042          WS-CONT-TERMINADAS.
01043      IF WS-CONT-GENERADOS > ZERO AND NOT ERROR-DE-ARCHIVO
01044          DISPLAY "CALCINST: LOTE DE INSTRUCCIONES " WS-LOTE-NUEVO
01045      END-IF.
01046      IF ERROR-DE-ARCHIVO
01047          DISPLAY "CALCINST: GENERACION NO REALIZADA - "
01048              "RETURN-CODE 12"
01049          MOVE 12 TO RETURN-CODE
01050      ELSE
01051          IF HUBO-AVISO
01052              DISPLAY "CALCINST: GENERACION CON AVISOS DE "
01053                  "CALENDARIO - RETURN-CODE 4"
01054              MOVE 4 TO RETURN-CODE
01055          ELSE
01056              MOVE 0 TO RETURN-CODE
01057          END-IF
01058      END-IF.
01059  9000-FINAL-EXIT.
01060      EXIT.
01061 *-------------------------------------------------------------*
01062  9100-GRABAR-BITACORA.
01063 *    GRABA EN INSTLOG UN DETALLE GENERADO.
01064 *-------------------------------------------------------------*
01065      WRITE INSTLOG-RECORD FROM WS-DISPARO (WS-DISP-IDX).
01066      IF WS-INSTLOG-STATUS NOT = "00"
01067          DISPLAY "CALCINST: NO SE PUDO GRABAR INSTLOG - STATUS "
01068              WS-INSTLOG-STATUS
01069          MOVE "S" TO WS-ERROR-SW
01070      END-IF.
01071  9100-GRABAR-BITACORA-EXIT.
01072      EXIT.
