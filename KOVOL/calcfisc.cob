00001  IDENTIFICATION DIVISION.
00002   PROGRAM-ID. CALCFISC.
00003   AUTHOR. MARIO QUIROS.
00004   INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
00005   DATE-WRITTEN. 2026-10-15.
00006   DATE-COMPILED.
00007 *
00008 *-------------------------------------------------------------*
00009 * CALCFISC GENERA UN EJERCICIO FISCAL COMPLETO DEL CALENDARIO *
00010 * CONTABLE (CALENFIL), QUE YA NO SE ARMA A MANO. EL PROGRAMA  *
00011 * LEE SU PARAMETRO (FISCPARM): UN REGISTRO "P" CON EL PRIMER  *
00012 * DIA DEL EJERCICIO, LA REGLA DE FIN DE SEMANA, EL MODO DE LA *
00013 * CORRIDA Y EL OPERADOR QUE LA SOLICITA, Y UN REGISTRO "F"    *
00014 * POR CADA FERIADO QUE MANTIENE CONTABILIDAD. EL OPERADOR     *
00015 * DEBE ESTAR AUTORIZADO EN OPERAUTH, IGUAL QUE EN CALCCIER.   *
00016 *                                                             *
00017 * EL EJERCICIO VA DEL PRIMER DIA INDICADO (SIEMPRE EL DIA 01  *
00018 * DE UN MES) HASTA EL DIA ANTERIOR AL MISMO DIA DEL ANO       *
00019 * SIGUIENTE. CADA FECHA SE MARCA HABIL SALVO QUE CAIGA EN FIN *
00020 * DE SEMANA SEGUN LA REGLA O SEA FERIADO, Y NACE CON EL       *
00021 * PERIODO ABIERTO ("A"). EL CALENDARIO VIVO SE COPIA A        *
00022 * CALENNEW CON EL EJERCICIO INTERCALADO EN SU LUGAR: LAS      *
00023 * FECHAS FUERA DEL EJERCICIO PASAN TAL CUAL, LAS DEL          *
00024 * EJERCICIO QUE YA EXISTEN ABIERTAS SE REEMPLAZAN, Y LAS QUE  *
00025 * YA ESTAN CERRADAS NUNCA SE TOCAN: SE CONSERVAN COMO ESTAN Y *
00026 * EL LISTADO SENALA LAS QUE EL EJERCICIO HABRIA CAMBIADO.     *
00027 *                                                             *
00028 * CADA CORRIDA PRODUCE EN FISCRPT EL LISTADO DEL EJERCICIO,   *
00029 * FECHA POR FECHA, PARA LA FIRMA DE CONTABILIDAD. EN MODO     *
00030 * PRUEBA ("P") EL PROGRAMA TERMINA CON RC=4 Y EL JOB NO       *
00031 * REEMPLAZA EL CALENDARIO. CON EL LISTADO FIRMADO SE VUELVE A *
00032 * CORRER EN MODO DEFINITIVO ("D"): SE GENERA DE NUEVO CONTRA  *
00033 * EL CALENDARIO VIVO DE ESE MOMENTO, SE DEJA EL REGISTRO DE   *
00034 * AUDITORIA EN CIERAUDT Y EL JOB PONE CALENNEW EN LUGAR DEL   *
00035 * CALENFIL VIVO SOLO SI EL PASO TERMINA EN CERO.              *
00036 *-------------------------------------------------------------*
00037 * HISTORIAL DE MODIFICACIONES                                 *
00038 *-------------------------------------------------------------*
00039 * FECHA       INIC.  DESCRIPCION                              *
00040 * 2026-10-15  MQR    VERSION INICIAL DEL PROGRAMA.            *
00041 *-------------------------------------------------------------*
00042  ENVIRONMENT DIVISION.
00043  INPUT-OUTPUT SECTION.
00044   FILE-CONTROL.
00045      SELECT FISCPARM ASSIGN TO "FISCPARM"
00046         ORGANIZATION IS LINE SEQUENTIAL
00047         FILE STATUS IS WS-FPARM-STATUS.
00048      SELECT OPERAUTH ASSIGN TO "OPERAUTH"
00049         ORGANIZATION IS LINE SEQUENTIAL
00050         FILE STATUS IS WS-AUTH-STATUS.
00051      SELECT CALENFIL ASSIGN TO "CALENFIL"
00052         ORGANIZATION IS LINE SEQUENTIAL
00053         FILE STATUS IS WS-CALEN-STATUS.
00054      SELECT CALENNEW ASSIGN TO "CALENNEW"
00055         ORGANIZATION IS LINE SEQUENTIAL
00056         FILE STATUS IS WS-CALNEW-STATUS.
00057      SELECT FISCRPT  ASSIGN TO "FISCRPT"
00058         ORGANIZATION IS LINE SEQUENTIAL
00059         FILE STATUS IS WS-FRPT-STATUS.
00060      SELECT CIERAUDT ASSIGN TO "CIERAUDT"
00061         ORGANIZATION IS LINE SEQUENTIAL
00062         FILE STATUS IS WS-CAUD-STATUS.
00063 *
00064  DATA DIVISION.
00065   FILE SECTION.
00066   FD  FISCPARM
00067       LABEL RECORDS ARE STANDARD
00068       RECORDING MODE IS F.
00069   01  FISCPARM-RECORD.
00070       05 FP-TIPO           PIC X(01).
00071          88 FP-ES-PARAMETRO     VALUE "P".
00072          88 FP-ES-FERIADO       VALUE "F".
00073       05 FP-DATOS          PIC X(47).
00074       05 FP-PARAMETRO REDEFINES FP-DATOS.
00075          10 FP-INICIO-EJERC PIC 9(08).
00076          10 FP-FIN-SEMANA   PIC X(02).
00077          10 FP-MODO         PIC X(01).
00078          10 FP-OPERADOR-ID  PIC X(08).
00079          10 FILLER          PIC X(28).
00080       05 FP-FERIADO REDEFINES FP-DATOS.
00081          10 FP-FECHA-FERIADO PIC 9(08).
00082          10 FP-DESC-FERIADO PIC X(30).
00083          10 FILLER          PIC X(09).
00084 *
00085   FD  OPERAUTH
00086       LABEL RECORDS ARE STANDARD
00087       RECORDING MODE IS F.
00088   01  OPERAUTH-RECORD.
00089       05 OA-OPERADOR-ID    PIC X(08).
00090 *
00091   FD  CALENFIL
00092       LABEL RECORDS ARE STANDARD
00093       RECORDING MODE IS F.
00094   01  CALEN-RECORD.
00095       COPY CALENR.
00096 *
00097   FD  CALENNEW
00098       LABEL RECORDS ARE STANDARD
00099       RECORDING MODE IS F.
00100   01  CALENNEW-RECORD      PIC X(10).
00101 *
00102   FD  FISCRPT
00103       LABEL RECORDS ARE STANDARD
00104       RECORDING MODE IS F.
00105   01  PRT-RECORD           PIC X(132).
00106 *
00107   FD  CIERAUDT
00108       LABEL RECORDS ARE STANDARD
00109       RECORDING MODE IS F.
00110   01  CIERAUDT-RECORD.
00111       05 CD-FECHA          PIC 9(08).
00112       05 CD-HORA           PIC 9(06).
00113       05 CD-QUIEN          PIC X(08).
00114       05 CD-ACCION         PIC X(15).
00115       05 CD-PERIODO-DESDE  PIC 9(08).
00116       05 CD-PERIODO-HASTA  PIC 9(08).
00117 *
00118   WORKING-STORAGE SECTION.
00119    77 WS-FPARM-STATUS    PIC X(02) VALUE "00".
00120    77 WS-AUTH-STATUS     PIC X(02) VALUE "00".
00121    77 WS-CALEN-STATUS    PIC X(02) VALUE "00".
00122    77 WS-CALNEW-STATUS   PIC X(02) VALUE "00".
00123    77 WS-FRPT-STATUS     PIC X(02) VALUE "00".
00124    77 WS-CAUD-STATUS     PIC X(02) VALUE "00".
00125    77 WS-RUN-FECHA       PIC 9(08) VALUE ZERO.
00126    77 WS-RUN-HORA        PIC 9(06) VALUE ZERO.
00127    77 WS-QUIEN           PIC X(08) VALUE SPACES.
00128    77 WS-AUTH-CANT       PIC 9(04) COMP VALUE ZERO.
00129    77 WS-AUTH-MAX        PIC 9(04) COMP VALUE 100.
00130    77 WS-AUTH-IDX        PIC 9(04) COMP VALUE ZERO.
00131    77 WS-AUTH-ENC        PIC 9(04) COMP VALUE ZERO.
00132    77 WS-OPER-BUSCADO    PIC X(08) VALUE SPACES.
00133    77 WS-FER-CANT        PIC 9(04) COMP VALUE ZERO.
00134    77 WS-FER-MAX         PIC 9(04) COMP VALUE 100.
00135    77 WS-FER-IDX         PIC 9(04) COMP VALUE ZERO.
00136    77 WS-FER-ENC         PIC 9(04) COMP VALUE ZERO.
00137    77 WS-CONT-PARAM      PIC 9(04) COMP VALUE ZERO.
00138    77 WS-CALEN-MAX       PIC 9(04) COMP VALUE 2000.
00139    77 WS-FIN-SEMANA      PIC X(02) VALUE SPACES.
00140    77 WS-MODO            PIC X(01) VALUE SPACES.
00141    77 WS-FECHA-INICIO    PIC 9(08) VALUE ZERO.
00142    77 WS-FECHA-FIN       PIC 9(08) VALUE ZERO.
00143    77 WS-FECHA-ULTIMA    PIC 9(08) VALUE ZERO.
00144    77 WS-FECHA-ANTERIOR  PIC 9(08) VALUE ZERO.
00145    77 WS-DIA-SEMANA      PIC 9(02) VALUE ZERO.
00146    77 WS-DIAS-MES        PIC 9(02) VALUE ZERO.
00147    77 WS-ORIGEN          PIC X(30) VALUE SPACES.
00148    77 WS-CONT-DIAS       PIC 9(08) COMP VALUE ZERO.
00149    77 WS-CONT-HABILES    PIC 9(08) COMP VALUE ZERO.
00150    77 WS-CONT-FIN-SEM    PIC 9(08) COMP VALUE ZERO.
00151    77 WS-CONT-FERIADOS   PIC 9(08) COMP VALUE ZERO.
00152    77 WS-CONT-NUEVAS     PIC 9(08) COMP VALUE ZERO.
00153    77 WS-CONT-REEMPL     PIC 9(08) COMP VALUE ZERO.
00154    77 WS-CONT-CERRADAS   PIC 9(08) COMP VALUE ZERO.
00155    77 WS-CONT-DIFIEREN   PIC 9(08) COMP VALUE ZERO.
00156    77 WS-CONT-COPIADAS   PIC 9(08) COMP VALUE ZERO.
00157    77 WS-CONT-ESCRITAS   PIC 9(08) COMP VALUE ZERO.
00158    77 WS-CONT-FER-FUERA  PIC 9(08) COMP VALUE ZERO.
00159 *
00160 *-------------------------------------------------------------*
00161 *    CAMPOS DE TRABAJO DEL CALCULO DEL DIA DE LA SEMANA
00162 *    (CONGRUENCIA DE ZELLER) Y DE LOS ANOS BISIESTOS.
00163 *-------------------------------------------------------------*
00164    77 WS-Z-DIA           PIC 9(04) COMP VALUE ZERO.
00165    77 WS-Z-MES           PIC 9(04) COMP VALUE ZERO.
00166    77 WS-Z-ANO           PIC 9(04) COMP VALUE ZERO.
00167    77 WS-Z-SIGLO         PIC 9(04) COMP VALUE ZERO.
00168    77 WS-Z-ANO-SIGLO     PIC 9(04) COMP VALUE ZERO.
00169    77 WS-Z-TERM1         PIC 9(04) COMP VALUE ZERO.
00170    77 WS-Z-TERM2         PIC 9(04) COMP VALUE ZERO.
00171    77 WS-Z-TERM3         PIC 9(04) COMP VALUE ZERO.
00172    77 WS-Z-SUMA          PIC 9(06) COMP VALUE ZERO.
00173    77 WS-Z-COCIENTE      PIC 9(06) COMP VALUE ZERO.
00174    77 WS-Z-H             PIC 9(04) COMP VALUE ZERO.
00175    77 WS-BIS-RESTO4      PIC 9(04) COMP VALUE ZERO.
00176    77 WS-BIS-RESTO100    PIC 9(04) COMP VALUE ZERO.
00177    77 WS-BIS-RESTO400    PIC 9(04) COMP VALUE ZERO.
00178 *
00179    01 WS-HORA-CRUDA.
00180       05 WS-HORA-HHMMSS  PIC 9(06).
00181       05 FILLER          PIC 9(02).
00182 *
00183    01 WS-SWITCHES.
00184       05 WS-FIN-AUTH-SW  PIC X(01) VALUE "N".
00185          88 FIN-OPERAUTH       VALUE "S".
00186       05 WS-FIN-PARM-SW  PIC X(01) VALUE "N".
00187          88 FIN-FISCPARM       VALUE "S".
00188       05 WS-FIN-CALEN-SW PIC X(01) VALUE "N".
00189          88 FIN-CALENFIL       VALUE "S".
00190       05 WS-HABIL-SW     PIC X(01) VALUE "S".
00191          88 DIA-HABIL          VALUE "S".
00192       05 WS-ERROR-SW     PIC X(01) VALUE "N".
00193          88 ERROR-DE-ARCHIVO   VALUE "S".
00194 *
00195 *-------------------------------------------------------------*
00196 *    FECHA EN CURSO DEL EJERCICIO Y FECHA DE PRUEBA PARA LA
00197 *    VALIDACION DE LOS FERIADOS, CON SU VISTA NUMERICA.
00198 *-------------------------------------------------------------*
00199    01 WS-FECHA-DIA.
00200       05 WD-ANO            PIC 9(04).
00201       05 WD-MES            PIC 9(02).
00202       05 WD-DIA            PIC 9(02).
00203    01 WS-FECHA-DIA-N REDEFINES WS-FECHA-DIA
00204                            PIC 9(08).
00205    01 WS-FECHA-PRUEBA.
00206       05 WF-ANO            PIC 9(04).
00207       05 WF-MES            PIC 9(02).
00208       05 WF-DIA            PIC 9(02).
00209    01 WS-FECHA-PRUEBA-N REDEFINES WS-FECHA-PRUEBA
00210                            PIC 9(08).
00211    01 WS-FECHA-CALCULO.
00212       05 WC-ANO            PIC 9(04).
00213       05 WC-MES            PIC 9(02).
00214 *
00215 *-------------------------------------------------------------*
00216 *    DIAS DE CADA MES (FEBRERO SIN BISIESTO) Y NOMBRES DE LOS
00217 *    DIAS DE LA SEMANA (1 = LUNES ... 7 = DOMINGO).
00218 *-------------------------------------------------------------*
00219    01 WS-DIAS-POR-MES      PIC X(24)
00220                  VALUE "312831303130313130313031".
00221    01 WS-DIAS-POR-MES-R REDEFINES WS-DIAS-POR-MES.
00222       05 WS-DM-DIAS        PIC 9(02) OCCURS 12 TIMES.
00223    01 WS-NOMBRES-DIA       PIC X(21)
00224                  VALUE "LUNMARMIEJUEVIESABDOM".
00225    01 WS-NOMBRES-DIA-R REDEFINES WS-NOMBRES-DIA.
00226       05 WS-NOMBRE-DIA     PIC X(03) OCCURS 7 TIMES.
00227 *
00228 *-------------------------------------------------------------*
00229 *    FECHA DEL EJERCICIO TAL COMO SE GRABA EN CALENNEW.
00230 *-------------------------------------------------------------*
00231    01 WS-DIA-NUEVO.
00232       05 WN-FECHA          PIC 9(08).
00233       05 WN-DIA-HABIL      PIC X(01).
00234       05 WN-PERIODO-EST    PIC X(01).
00235 *
00236    01 WS-TABLA-AUTORIZADOS.
00237       05 WS-AUTH-OPERADOR OCCURS 100 TIMES PIC X(08).
00238 *
00239    01 WS-TABLA-FERIADOS.
00240       05 WS-FERIADO OCCURS 100 TIMES.
00241          10 WS-FER-FECHA   PIC 9(08).
00242          10 WS-FER-DESC    PIC X(30).
00243 *
00244 *-------------------------------------------------------------*
00245 *    LINEAS DEL LISTADO DEL EJERCICIO.
00246 *-------------------------------------------------------------*
00247    01 WS-LINEA-TITULO.
00248       05 FILLER            PIC X(05) VALUE SPACES.
00249       05 FILLER            PIC X(19)
00250                       VALUE "EJERCICIO FISCAL  ".
00251       05 WLT-DESDE         PIC 9(08).
00252       05 FILLER            PIC X(03) VALUE " A ".
00253       05 WLT-HASTA         PIC 9(08).
00254       05 FILLER            PIC X(17)
00255                       VALUE "  FIN DE SEMANA: ".
00256       05 WLT-FIN-SEMANA    PIC X(02).
00257       05 FILLER            PIC X(12) VALUE "  SOLICITA: ".
00258       05 WLT-OPERADOR      PIC X(08).
00259       05 FILLER            PIC X(08) VALUE "  FECHA ".
00260       05 WLT-FECHA         PIC 9(08).
00261       05 FILLER            PIC X(02) VALUE SPACES.
00262       05 WLT-MODO          PIC X(27).
00263       05 FILLER            PIC X(05) VALUE SPACES.
00264    01 WS-LINEA-ENCABEZADO.
00265       05 FILLER            PIC X(05) VALUE SPACES.
00266       05 FILLER            PIC X(30)
00267                       VALUE "FECHA     DIA    HABIL  EST.  ".
00268       05 FILLER            PIC X(32) VALUE "ORIGEN".
00269       05 FILLER            PIC X(07) VALUE "FERIADO".
00270       05 FILLER            PIC X(58) VALUE SPACES.
00271    01 WS-LINEA-DETALLE.
00272       05 FILLER            PIC X(05) VALUE SPACES.
00273       05 WLD-FECHA         PIC 9(08).
00274       05 FILLER            PIC X(02) VALUE SPACES.
00275       05 WLD-DIA           PIC X(03).
00276       05 FILLER            PIC X(04) VALUE SPACES.
00277       05 WLD-HABIL         PIC X(01).
00278       05 FILLER            PIC X(06) VALUE SPACES.
00279       05 WLD-ESTADO        PIC X(01).
00280       05 FILLER            PIC X(05) VALUE SPACES.
00281       05 WLD-ORIGEN        PIC X(30).
00282       05 FILLER            PIC X(02) VALUE SPACES.
00283       05 WLD-FERIADO       PIC X(30).
00284       05 FILLER            PIC X(35) VALUE SPACES.
00285    01 WS-LINEA-CIFRA.
00286       05 FILLER            PIC X(05) VALUE SPACES.
00287       05 WLC-LITERAL       PIC X(40).
00288       05 FILLER            PIC X(02) VALUE SPACES.
00289       05 WLC-CANTIDAD      PIC Z(07)9.
00290       05 FILLER            PIC X(77) VALUE SPACES.
00291    01 WS-LINEA-FIRMA.
00292       05 FILLER            PIC X(05) VALUE SPACES.
00293       05 FILLER            PIC X(40)
00294                  VALUE "FIRMA DE CONTABILIDAD: _________________".
00295       05 FILLER            PIC X(30)
00296                  VALUE "____   FECHA: ____________    ".
00297       05 FILLER            PIC X(57) VALUE SPACES.
00298    01 WS-LINEA-BLANCO      PIC X(132) VALUE SPACES.
00299 *
00300  PROCEDURE DIVISION.
00301 *-------------------------------------------------------------*
00302  0000-PRINCIPAL.
00303 *-------------------------------------------------------------*
00304      PERFORM 1000-INICIO THRU 1000-INICIO-EXIT.
00305      IF NOT ERROR-DE-ARCHIVO
00306          PERFORM 2000-GENERAR-EJERCICIO THRU
00307              2000-GENERAR-EJERCICIO-EXIT
00308      END-IF.
00309      PERFORM 9000-FINAL THRU 9000-FINAL-EXIT.
00310      STOP RUN.
00311 *-------------------------------------------------------------*
00312  1000-INICIO.
00313 *    LEE Y VALIDA EL PARAMETRO DEL EJERCICIO CON SUS FERIADOS,
00314 *    CARGA LA LISTA DE OPERADORES AUTORIZADOS Y VERIFICA AL
00315 *    SOLICITANTE. SIN PARAMETRO VALIDO O SIN AUTORIZACION NO
00316 *    SE GENERA NADA.
00317 *-------------------------------------------------------------*
00318      ACCEPT WS-RUN-FECHA FROM DATE YYYYMMDD.
00319      ACCEPT WS-HORA-CRUDA FROM TIME.
00320      MOVE WS-HORA-HHMMSS TO WS-RUN-HORA.
00321      PERFORM 1300-LEER-PARAMETROS THRU 1300-LEER-PARAMETROS-EXIT.
00322      IF ERROR-DE-ARCHIVO
00323          GO TO 1000-INICIO-EXIT
00324      END-IF.
00325      DISPLAY "CALCFISC: EJERCICIO " WS-FECHA-INICIO " A "
00326          WS-FECHA-ULTIMA " MODO " WS-MODO " SOLICITADO POR "
00327          WS-QUIEN.
00328      PERFORM 1100-CARGAR-AUTORIZADOS THRU
00329          1100-CARGAR-AUTORIZADOS-EXIT.
00330      IF ERROR-DE-ARCHIVO
00331          GO TO 1000-INICIO-EXIT
00332      END-IF.
00333      MOVE WS-QUIEN TO WS-OPER-BUSCADO.
00334      PERFORM 1200-AUTORIZAR-OPERADOR THRU
00335          1200-AUTORIZAR-OPERADOR-EXIT.
00336      IF WS-AUTH-ENC = ZERO
00337          DISPLAY "CALCFISC: OPERADOR " WS-QUIEN
00338              " NO AUTORIZADO PARA GENERAR EL CALENDARIO"
00339          MOVE "S" TO WS-ERROR-SW
00340      END-IF.
00341  1000-INICIO-EXIT.
00342      EXIT.
00343 *-------------------------------------------------------------*
00344  1100-CARGAR-AUTORIZADOS.
00345 *    CARGA LA LISTA DE OPERADORES AUTORIZADOS (OPERAUTH),
00346 *    IGUAL QUE CALCCIER. SIN LISTA NO HAY CALENDARIO.
00347 *-------------------------------------------------------------*
00348      OPEN INPUT OPERAUTH.
00349      IF WS-AUTH-STATUS NOT = "00"
00350          DISPLAY "CALCFISC: NO ABRIO OPERAUTH - STATUS "
00351              WS-AUTH-STATUS
00352          MOVE "S" TO WS-ERROR-SW
00353          GO TO 1100-CARGAR-AUTORIZADOS-EXIT
00354      END-IF.
00355      PERFORM 1110-CARGAR-OPERADOR THRU
00356          1110-CARGAR-OPERADOR-EXIT
00357          UNTIL FIN-OPERAUTH.
00358      CLOSE OPERAUTH.
00359      IF WS-AUTH-CANT = ZERO
00360          DISPLAY "CALCFISC: OPERAUTH VACIO - NADIE AUTORIZADO"
00361          MOVE "S" TO WS-ERROR-SW
00362      END-IF.
00363  1100-CARGAR-AUTORIZADOS-EXIT.
00364      EXIT.
00365 *-------------------------------------------------------------*
00366  1110-CARGAR-OPERADOR.
00367 *    CARGA UN OPERADOR AUTORIZADO EN LA TABLA.
00368 *-------------------------------------------------------------*
00369      READ OPERAUTH
00370          AT END
00371              MOVE "S" TO WS-FIN-AUTH-SW
00372      END-READ.
00373      IF FIN-OPERAUTH
00374          GO TO 1110-CARGAR-OPERADOR-EXIT
00375      END-IF.
00376      IF WS-AUTH-CANT NOT < WS-AUTH-MAX
00377          DISPLAY "CALCFISC: OPERAUTH EXCEDE LA TABLA - SE "
00378              "IGNORA EL RESTO"
00379          MOVE "S" TO WS-FIN-AUTH-SW
00380          GO TO 1110-CARGAR-OPERADOR-EXIT
00381      END-IF.
00382      ADD 1 TO WS-AUTH-CANT.
00383      MOVE OA-OPERADOR-ID TO WS-AUTH-OPERADOR (WS-AUTH-CANT).
00384  1110-CARGAR-OPERADOR-EXIT.
00385      EXIT.
00386 *-------------------------------------------------------------*
00387  1200-AUTORIZAR-OPERADOR.
00388 *    BUSCA EL OPERADOR EN WS-OPER-BUSCADO DENTRO DE LA LISTA
00389 *    DE AUTORIZADOS Y DEJA SU POSICION EN WS-AUTH-ENC (CERO
00390 *    SI NO ESTA).
00391 *-------------------------------------------------------------*
00392      MOVE ZERO TO WS-AUTH-ENC.
00393      PERFORM 1210-COMPARAR-OPERADOR THRU
00394          1210-COMPARAR-OPERADOR-EXIT
00395          VARYING WS-AUTH-IDX FROM 1 BY 1
00396          UNTIL WS-AUTH-IDX > WS-AUTH-CANT
00397             OR WS-AUTH-ENC > ZERO.
00398  1200-AUTORIZAR-OPERADOR-EXIT.
00399      EXIT.
00400 *-------------------------------------------------------------*
00401  1210-COMPARAR-OPERADOR.
00402 *    COMPARA UNA ENTRADA DE LA LISTA CON EL OPERADOR BUSCADO.
00403 *-------------------------------------------------------------*
00404      IF WS-AUTH-OPERADOR (WS-AUTH-IDX) = WS-OPER-BUSCADO
00405          MOVE WS-AUTH-IDX TO WS-AUTH-ENC
00406      END-IF.
00407  1210-COMPARAR-OPERADOR-EXIT.
00408      EXIT.
00409 *-------------------------------------------------------------*
00410  1300-LEER-PARAMETROS.
00411 *    LEE FISCPARM COMPLETO: EXACTAMENTE UN REGISTRO "P" Y LOS
00412 *    FERIADOS "F". UN PARAMETRO O UN FERIADO ILEGAL DETIENE LA
00413 *    CORRIDA: UN FERIADO QUE SE PIERDE DEJA CONTABILIZAR EN UN
00414 *    DIA INHABIL. LOS FERIADOS DE OTROS EJERCICIOS SE IGNORAN,
00415 *    ASI LA LISTA PUEDE TRAER VARIOS ANOS.
00416 *-------------------------------------------------------------*
00417      OPEN INPUT FISCPARM.
00418      IF WS-FPARM-STATUS NOT = "00"
00419          DISPLAY "CALCFISC: NO ABRIO FISCPARM - STATUS "
00420              WS-FPARM-STATUS
00421          MOVE "S" TO WS-ERROR-SW
00422          GO TO 1300-LEER-PARAMETROS-EXIT
00423      END-IF.
00424      PERFORM 1310-LEER-PARAMETRO THRU 1310-LEER-PARAMETRO-EXIT
00425          UNTIL FIN-FISCPARM.
00426      CLOSE FISCPARM.
00427      IF WS-CONT-PARAM NOT = 1
00428          DISPLAY "CALCFISC: FISCPARM DEBE TRAER UN SOLO REGISTRO "
00429              "P Y TRAE " WS-CONT-PARAM
00430          MOVE "S" TO WS-ERROR-SW
00431      END-IF.
00432      IF ERROR-DE-ARCHIVO
00433          GO TO 1300-LEER-PARAMETROS-EXIT
00434      END-IF.
00435      MOVE WS-FECHA-INICIO TO WS-FECHA-DIA-N.
00436      ADD 1 TO WD-ANO.
00437      MOVE WS-FECHA-DIA-N TO WS-FECHA-FIN.
00438      PERFORM 1400-DIA-ANTERIOR-FIN THRU
00439          1400-DIA-ANTERIOR-FIN-EXIT.
00440      PERFORM 1330-REVISAR-FERIADO THRU 1330-REVISAR-FERIADO-EXIT
00441          VARYING WS-FER-IDX FROM 1 BY 1
00442          UNTIL WS-FER-IDX > WS-FER-CANT.
00443  1300-LEER-PARAMETROS-EXIT.
00444      EXIT.
00445 *-------------------------------------------------------------*
00446  1310-LEER-PARAMETRO.
00447 *    LEE UN REGISTRO DE FISCPARM Y LO VALIDA SEGUN SU TIPO.
00448 *-------------------------------------------------------------*
00449      READ FISCPARM
00450          AT END
00451              MOVE "S" TO WS-FIN-PARM-SW
00452      END-READ.
00453      IF FIN-FISCPARM
00454          GO TO 1310-LEER-PARAMETRO-EXIT
00455      END-IF.
00456      IF FP-ES-FERIADO
00457          PERFORM 1320-CARGAR-FERIADO THRU 1320-CARGAR-FERIADO-EXIT
00458          GO TO 1310-LEER-PARAMETRO-EXIT
00459      END-IF.
00460      IF NOT FP-ES-PARAMETRO
00461          DISPLAY "CALCFISC: FISCPARM CON REGISTRO DE TIPO "
00462              "ILEGAL: " FISCPARM-RECORD
00463          MOVE "S" TO WS-ERROR-SW
00464          GO TO 1310-LEER-PARAMETRO-EXIT
00465      END-IF.
00466      ADD 1 TO WS-CONT-PARAM.
00467      MOVE FP-INICIO-EJERC TO WS-FECHA-PRUEBA.
00468      IF FP-INICIO-EJERC NOT NUMERIC
00469        OR WF-MES < 1 OR WF-MES > 12
00470        OR WF-DIA NOT = 1
00471        OR WF-ANO < 1901
00472          DISPLAY "CALCFISC: INICIO DEL EJERCICIO ILEGAL - DEBE "
00473              "SER EL DIA 01 DE UN MES (AAAAMM01)"
00474          MOVE "S" TO WS-ERROR-SW
00475      END-IF.
00476      IF FP-FIN-SEMANA NOT = "SD" AND FP-FIN-SEMANA NOT = "DO"
00477        AND FP-FIN-SEMANA NOT = "VS" AND FP-FIN-SEMANA NOT = "NO"
00478          DISPLAY "CALCFISC: REGLA DE FIN DE SEMANA ILEGAL - SOLO "
00479              "SD, DO, VS O NO"
00480          MOVE "S" TO WS-ERROR-SW
00481      END-IF.
00482      IF FP-MODO NOT = "P" AND FP-MODO NOT = "D"
00483          DISPLAY "CALCFISC: MODO ILEGAL - SOLO P (PRUEBA) O D "
00484              "(DEFINITIVO)"
00485          MOVE "S" TO WS-ERROR-SW
00486      END-IF.
00487      MOVE FP-INICIO-EJERC TO WS-FECHA-INICIO.
00488      MOVE FP-FIN-SEMANA   TO WS-FIN-SEMANA.
00489      MOVE FP-MODO         TO WS-MODO.
00490      MOVE FP-OPERADOR-ID  TO WS-QUIEN.
00491  1310-LEER-PARAMETRO-EXIT.
00492      EXIT.
00493 *-------------------------------------------------------------*
00494  1320-CARGAR-FERIADO.
00495 *    VALIDA UN FERIADO Y LO CARGA EN LA TABLA. LA FECHA DEBE
00496 *    EXISTIR (MES 01 A 12, DIA DENTRO DEL MES, CON BISIESTOS).
00497 *-------------------------------------------------------------*
00498      MOVE FP-FECHA-FERIADO TO WS-FECHA-PRUEBA.
00499      IF FP-FECHA-FERIADO NOT NUMERIC
00500        OR WF-MES < 1 OR WF-MES > 12 OR WF-DIA < 1
00501          DISPLAY "CALCFISC: FERIADO CON FECHA ILEGAL: "
00502              FP-FECHA-FERIADO " " FP-DESC-FERIADO
00503          MOVE "S" TO WS-ERROR-SW
00504          GO TO 1320-CARGAR-FERIADO-EXIT
00505      END-IF.
00506      MOVE WF-ANO TO WC-ANO.
00507      MOVE WF-MES TO WC-MES.
00508      PERFORM 1500-DIAS-DEL-MES THRU 1500-DIAS-DEL-MES-EXIT.
00509      IF WF-DIA > WS-DIAS-MES
00510          DISPLAY "CALCFISC: FERIADO CON FECHA ILEGAL: "
00511              FP-FECHA-FERIADO " " FP-DESC-FERIADO
00512          MOVE "S" TO WS-ERROR-SW
00513          GO TO 1320-CARGAR-FERIADO-EXIT
00514      END-IF.
00515      IF WS-FER-CANT NOT < WS-FER-MAX
00516          DISPLAY "CALCFISC: FISCPARM EXCEDE LA TABLA DE "
00517              WS-FER-MAX " FERIADOS"
00518          MOVE "S" TO WS-ERROR-SW
00519          MOVE "S" TO WS-FIN-PARM-SW
00520          GO TO 1320-CARGAR-FERIADO-EXIT
00521      END-IF.
00522      ADD 1 TO WS-FER-CANT.
00523      MOVE FP-FECHA-FERIADO TO WS-FER-FECHA (WS-FER-CANT).
00524      MOVE FP-DESC-FERIADO  TO WS-FER-DESC (WS-FER-CANT).
00525  1320-CARGAR-FERIADO-EXIT.
00526      EXIT.
00527 *-------------------------------------------------------------*
00528  1330-REVISAR-FERIADO.
00529 *    CUENTA Y AVISA LOS FERIADOS QUE NO CAEN EN EL EJERCICIO
00530 *    QUE SE GENERA.
00531 *-------------------------------------------------------------*
00532      IF WS-FER-FECHA (WS-FER-IDX) < WS-FECHA-INICIO
00533        OR WS-FER-FECHA (WS-FER-IDX) > WS-FECHA-ULTIMA
00534          ADD 1 TO WS-CONT-FER-FUERA
00535          DISPLAY "CALCFISC: FERIADO " WS-FER-FECHA (WS-FER-IDX)
00536              " FUERA DEL EJERCICIO - SE IGNORA"
00537      END-IF.
00538  1330-REVISAR-FERIADO-EXIT.
00539      EXIT.
00540 *-------------------------------------------------------------*
00541  1400-DIA-ANTERIOR-FIN.
00542 *    DEJA EN WS-FECHA-ULTIMA EL ULTIMO DIA DEL EJERCICIO: EL
00543 *    DIA ANTERIOR A WS-FECHA-FIN, QUE SIEMPRE ES UN DIA 01, ASI
00544 *    QUE ES EL ULTIMO DIA DEL MES ANTERIOR.
00545 *-------------------------------------------------------------*
00546      MOVE WS-FECHA-FIN TO WS-FECHA-PRUEBA-N.
00547      IF WF-MES = 1
00548          MOVE 12 TO WF-MES
00549          SUBTRACT 1 FROM WF-ANO
00550      ELSE
00551          SUBTRACT 1 FROM WF-MES
00552      END-IF.
00553      MOVE WF-ANO TO WC-ANO.
00554      MOVE WF-MES TO WC-MES.
00555      PERFORM 1500-DIAS-DEL-MES THRU 1500-DIAS-DEL-MES-EXIT.
00556      MOVE WS-DIAS-MES TO WF-DIA.
00557      MOVE WS-FECHA-PRUEBA-N TO WS-FECHA-ULTIMA.
00558  1400-DIA-ANTERIOR-FIN-EXIT.
00559      EXIT.
00560 *-------------------------------------------------------------*
00561  1500-DIAS-DEL-MES.
00562 *    DEJA EN WS-DIAS-MES LOS DIAS DEL MES WC-MES DEL ANO
00563 *    WC-ANO. FEBRERO TIENE 29 EN LOS ANOS BISIESTOS: DIVISIBLES
00564 *    POR 4, SALVO LOS SECULARES NO DIVISIBLES POR 400.
00565 *-------------------------------------------------------------*
00566      MOVE WS-DM-DIAS (WC-MES) TO WS-DIAS-MES.
00567      IF WC-MES NOT = 2
00568          GO TO 1500-DIAS-DEL-MES-EXIT
00569      END-IF.
00570      DIVIDE WC-ANO BY 4 GIVING WS-Z-COCIENTE
00571          REMAINDER WS-BIS-RESTO4.
00572      DIVIDE WC-ANO BY 100 GIVING WS-Z-COCIENTE
00573          REMAINDER WS-BIS-RESTO100.
00574      DIVIDE WC-ANO BY 400 GIVING WS-Z-COCIENTE
00575          REMAINDER WS-BIS-RESTO400.
00576      IF WS-BIS-RESTO4 = ZERO
00577        AND (WS-BIS-RESTO100 NOT = ZERO OR WS-BIS-RESTO400 = ZERO)
00578          MOVE 29 TO WS-DIAS-MES
00579      END-IF.
00580  1500-DIAS-DEL-MES-EXIT.
00581      EXIT.
00582 *-------------------------------------------------------------*
00583  1600-DIA-DE-SEMANA.
00584 *    DEJA EN WS-DIA-SEMANA EL DIA DE LA SEMANA DE WS-FECHA-DIA
00585 *    (1 = LUNES ... 7 = DOMINGO) POR LA CONGRUENCIA DE ZELLER:
00586 *    ENERO Y FEBRERO CUENTAN COMO MESES 13 Y 14 DEL ANO
00587 *    ANTERIOR, Y EL RESULTADO H (0 = SABADO ... 6 = VIERNES)
00588 *    SE PASA A LA NUMERACION DEL LISTADO. SOLO SE CALCULA PARA
00589 *    EL PRIMER DIA; LOS DEMAS AVANZAN DE A UNO.
00590 *-------------------------------------------------------------*
00591      MOVE WD-DIA TO WS-Z-DIA.
00592      MOVE WD-MES TO WS-Z-MES.
00593      MOVE WD-ANO TO WS-Z-ANO.
00594      IF WS-Z-MES < 3
00595          ADD 12 TO WS-Z-MES
00596          SUBTRACT 1 FROM WS-Z-ANO
00597      END-IF.
00598      DIVIDE WS-Z-ANO BY 100 GIVING WS-Z-SIGLO
00599          REMAINDER WS-Z-ANO-SIGLO.
00600      COMPUTE WS-Z-SUMA = 13 * (WS-Z-MES + 1).
00601      DIVIDE WS-Z-SUMA BY 5 GIVING WS-Z-TERM1.
00602      DIVIDE WS-Z-ANO-SIGLO BY 4 GIVING WS-Z-TERM2.
00603      DIVIDE WS-Z-SIGLO BY 4 GIVING WS-Z-TERM3.
00604      COMPUTE WS-Z-SUMA = WS-Z-DIA + WS-Z-TERM1 + WS-Z-ANO-SIGLO
00605          + WS-Z-TERM2 + WS-Z-TERM3 + 5 * WS-Z-SIGLO.
00606      DIVIDE WS-Z-SUMA BY 7 GIVING WS-Z-COCIENTE
00607          REMAINDER WS-Z-H.
00608      COMPUTE WS-DIA-SEMANA = WS-Z-H + 6.
00609      IF WS-DIA-SEMANA > 7
00610          SUBTRACT 7 FROM WS-DIA-SEMANA
00611      END-IF.
00612  1600-DIA-DE-SEMANA-EXIT.
00613      EXIT.
00614 *-------------------------------------------------------------*
00615  2000-GENERAR-EJERCICIO.
00616 *    COPIA EL CALENDARIO VIVO A CALENNEW CON EL EJERCICIO
00617 *    INTERCALADO: PRIMERO LAS FECHAS ANTERIORES AL EJERCICIO,
00618 *    LUEGO CADA DIA DEL EJERCICIO (CONSUMIENDO LA FECHA VIVA
00619 *    IGUAL SI EXISTE) Y AL FINAL LAS FECHAS POSTERIORES.
00620 *    CALENFIL DEBE VENIR EN ORDEN DE FECHA Y SIN REPETIDAS; SI
00621 *    NO EXISTE, EL EJERCICIO ES EL PRIMER CALENDARIO.
00622 *-------------------------------------------------------------*
00623      OPEN INPUT CALENFIL.
00624      IF WS-CALEN-STATUS = "35"
00625          DISPLAY "CALCFISC: CALENFIL NO EXISTE - EL EJERCICIO "
00626              "ES EL PRIMER CALENDARIO"
00627          MOVE "S" TO WS-FIN-CALEN-SW
00628      ELSE
00629          IF WS-CALEN-STATUS NOT = "00"
00630              DISPLAY "CALCFISC: NO ABRIO CALENFIL - STATUS "
00631                  WS-CALEN-STATUS
00632              MOVE "S" TO WS-ERROR-SW
00633              GO TO 2000-GENERAR-EJERCICIO-EXIT
00634          END-IF
00635      END-IF.
00636      OPEN OUTPUT CALENNEW.
00637      IF WS-CALNEW-STATUS NOT = "00"
00638          DISPLAY "CALCFISC: NO ABRIO CALENNEW - STATUS "
00639              WS-CALNEW-STATUS
00640          MOVE "S" TO WS-ERROR-SW
00641          GO TO 2000-GENERAR-CERRAR
00642      END-IF.
00643      OPEN OUTPUT FISCRPT.
00644      IF WS-FRPT-STATUS NOT = "00"
00645          DISPLAY "CALCFISC: NO ABRIO FISCRPT - STATUS "
00646              WS-FRPT-STATUS
00647          MOVE "S" TO WS-ERROR-SW
00648          CLOSE CALENNEW
00649          GO TO 2000-GENERAR-CERRAR
00650      END-IF.
00651      PERFORM 2050-ENCABEZAR-LISTADO THRU
00652          2050-ENCABEZAR-LISTADO-EXIT.
00653      IF NOT FIN-CALENFIL
00654          PERFORM 2100-LEER-CALENDARIO THRU
00655              2100-LEER-CALENDARIO-EXIT
00656      END-IF.
00657      PERFORM 2200-COPIAR-ANTERIOR THRU 2200-COPIAR-ANTERIOR-EXIT
00658          UNTIL FIN-CALENFIL
00659             OR CA-FECHA NOT < WS-FECHA-INICIO.
00660      MOVE WS-FECHA-INICIO TO WS-FECHA-DIA-N.
00661      PERFORM 1600-DIA-DE-SEMANA THRU 1600-DIA-DE-SEMANA-EXIT.
00662      PERFORM 2300-GENERAR-DIA THRU 2300-GENERAR-DIA-EXIT
00663          UNTIL WS-FECHA-DIA-N NOT < WS-FECHA-FIN
00664             OR ERROR-DE-ARCHIVO.
00665      PERFORM 2400-COPIAR-POSTERIOR THRU
00666          2400-COPIAR-POSTERIOR-EXIT
00667          UNTIL FIN-CALENFIL.
00668      PERFORM 2500-TOTALIZAR-LISTADO THRU
00669          2500-TOTALIZAR-LISTADO-EXIT.
00670      CLOSE FISCRPT.
00671      CLOSE CALENNEW.
00672      IF WS-CONT-ESCRITAS > WS-CALEN-MAX
00673          DISPLAY "CALCFISC: EL CALENDARIO QUEDARIA CON "
00674              WS-CONT-ESCRITAS " FECHAS Y LOS PROGRAMAS CARGAN "
00675              "HASTA " WS-CALEN-MAX " - DEPURE EJERCICIOS VIEJOS"
00676          MOVE "S" TO WS-ERROR-SW
00677      END-IF.
00678  2000-GENERAR-CERRAR.
00679      IF WS-CALEN-STATUS NOT = "35"
00680          CLOSE CALENFIL
00681      END-IF.
00682  2000-GENERAR-EJERCICIO-EXIT.
00683      EXIT.
00684 *-------------------------------------------------------------*
00685  2050-ENCABEZAR-LISTADO.
00686 *    GRABA EL TITULO Y EL ENCABEZADO DEL LISTADO.
00687 *-------------------------------------------------------------*
00688      MOVE WS-FECHA-INICIO TO WLT-DESDE.
00689      MOVE WS-FECHA-ULTIMA TO WLT-HASTA.
00690      MOVE WS-FIN-SEMANA   TO WLT-FIN-SEMANA.
00691      MOVE WS-QUIEN        TO WLT-OPERADOR.
00692      MOVE WS-RUN-FECHA    TO WLT-FECHA.
00693      IF WS-MODO = "D"
00694          MOVE "DEFINITIVO" TO WLT-MODO
00695      ELSE
00696          MOVE "PRUEBA - PENDIENTE DE FIRMA" TO WLT-MODO
00697      END-IF.
00698      WRITE PRT-RECORD FROM WS-LINEA-TITULO.
00699      WRITE PRT-RECORD FROM WS-LINEA-BLANCO.
00700      WRITE PRT-RECORD FROM WS-LINEA-ENCABEZADO.
00701  2050-ENCABEZAR-LISTADO-EXIT.
00702      EXIT.
00703 *-------------------------------------------------------------*
00704  2100-LEER-CALENDARIO.
00705 *    LEE LA FECHA SIGUIENTE DEL CALENDARIO VIVO Y VERIFICA QUE
00706 *    SEA NUMERICA Y POSTERIOR A LA ANTERIOR. UN CALENDARIO
00707 *    DESORDENADO NO SE PUEDE INTERCALAR: LA CORRIDA SE DETIENE.
00708 *-------------------------------------------------------------*
00709      READ CALENFIL
00710          AT END
00711              MOVE "S" TO WS-FIN-CALEN-SW
00712      END-READ.
00713      IF FIN-CALENFIL
00714          GO TO 2100-LEER-CALENDARIO-EXIT
00715      END-IF.
00716      IF CA-FECHA NOT NUMERIC
00717        OR CA-FECHA NOT > WS-FECHA-ANTERIOR
00718          DISPLAY "CALCFISC: CALENFIL FUERA DE ORDEN O CON FECHA "
00719              "REPETIDA O ILEGAL: " CA-FECHA
00720          MOVE "S" TO WS-ERROR-SW
00721          MOVE "S" TO WS-FIN-CALEN-SW
00722          GO TO 2100-LEER-CALENDARIO-EXIT
00723      END-IF.
00724      MOVE CA-FECHA TO WS-FECHA-ANTERIOR.
00725  2100-LEER-CALENDARIO-EXIT.
00726      EXIT.
00727 *-------------------------------------------------------------*
00728  2200-COPIAR-ANTERIOR.
00729 *    COPIA TAL CUAL UNA FECHA ANTERIOR AL EJERCICIO.
00730 *-------------------------------------------------------------*
00731      WRITE CALENNEW-RECORD FROM CALEN-RECORD.
00732      ADD 1 TO WS-CONT-COPIADAS.
00733      ADD 1 TO WS-CONT-ESCRITAS.
00734      PERFORM 2100-LEER-CALENDARIO THRU 2100-LEER-CALENDARIO-EXIT.
00735  2200-COPIAR-ANTERIOR-EXIT.
00736      EXIT.
00737 *-------------------------------------------------------------*
00738  2300-GENERAR-DIA.
00739 *    GENERA UN DIA DEL EJERCICIO: HABIL SALVO FIN DE SEMANA O
00740 *    FERIADO, PERIODO ABIERTO. SI EL CALENDARIO VIVO YA TRAE LA
00741 *    FECHA CERRADA SE CONSERVA LA VIVA SIN TOCARLA; SI LA TRAE
00742 *    ABIERTA SE REEMPLAZA. LISTA EL DIA Y AVANZA AL SIGUIENTE.
00743 *-------------------------------------------------------------*
00744      MOVE "S" TO WS-HABIL-SW.
00745      MOVE SPACES TO WLD-FERIADO.
00746      PERFORM 2310-APLICAR-FIN-SEMANA THRU
00747          2310-APLICAR-FIN-SEMANA-EXIT.
00748      MOVE ZERO TO WS-FER-ENC.
00749      PERFORM 2320-COMPARAR-FERIADO THRU 2320-COMPARAR-FERIADO-EXIT
00750          VARYING WS-FER-IDX FROM 1 BY 1
00751          UNTIL WS-FER-IDX > WS-FER-CANT
00752             OR WS-FER-ENC > ZERO.
00753      IF WS-FER-ENC > ZERO
00754          MOVE WS-FER-DESC (WS-FER-ENC) TO WLD-FERIADO
00755          ADD 1 TO WS-CONT-FERIADOS
00756          MOVE "N" TO WS-HABIL-SW
00757      END-IF.
00758      ADD 1 TO WS-CONT-DIAS.
00759      MOVE WS-FECHA-DIA-N TO WN-FECHA.
00760      MOVE WS-HABIL-SW    TO WN-DIA-HABIL.
00761      MOVE "A"            TO WN-PERIODO-EST.
00762      IF DIA-HABIL
00763          ADD 1 TO WS-CONT-HABILES
00764      END-IF.
00765      IF NOT FIN-CALENFIL
00766        AND CA-FECHA = WS-FECHA-DIA-N
00767          PERFORM 2330-FECHA-EXISTENTE THRU
00768              2330-FECHA-EXISTENTE-EXIT
00769          PERFORM 2100-LEER-CALENDARIO THRU
00770              2100-LEER-CALENDARIO-EXIT
00771      ELSE
00772          MOVE "NUEVA" TO WS-ORIGEN
00773          ADD 1 TO WS-CONT-NUEVAS
00774      END-IF.
00775      WRITE CALENNEW-RECORD FROM WS-DIA-NUEVO.
00776      ADD 1 TO WS-CONT-ESCRITAS.
00777      MOVE WN-FECHA       TO WLD-FECHA.
00778      MOVE WS-NOMBRE-DIA (WS-DIA-SEMANA) TO WLD-DIA.
00779      MOVE WN-DIA-HABIL   TO WLD-HABIL.
00780      MOVE WN-PERIODO-EST TO WLD-ESTADO.
00781      MOVE WS-ORIGEN      TO WLD-ORIGEN.
00782      WRITE PRT-RECORD FROM WS-LINEA-DETALLE.
00783      MOVE WS-FECHA-DIA-N TO WS-FECHA-ULTIMA.
00784      PERFORM 2350-AVANZAR-DIA THRU 2350-AVANZAR-DIA-EXIT.
00785  2300-GENERAR-DIA-EXIT.
00786      EXIT.
00787 *-------------------------------------------------------------*
00788  2310-APLICAR-FIN-SEMANA.
00789 *    MARCA INHABIL EL DIA SI CAE EN FIN DE SEMANA SEGUN LA
00790 *    REGLA: SD = SABADO Y DOMINGO, DO = SOLO DOMINGO, VS =
00791 *    VIERNES Y SABADO, NO = SIN FIN DE SEMANA.
00792 *-------------------------------------------------------------*
00793      IF (WS-FIN-SEMANA = "SD"
00794            AND (WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 7))
00795        OR (WS-FIN-SEMANA = "DO" AND WS-DIA-SEMANA = 7)
00796        OR (WS-FIN-SEMANA = "VS"
00797            AND (WS-DIA-SEMANA = 5 OR WS-DIA-SEMANA = 6))
00798          MOVE "N" TO WS-HABIL-SW
00799          ADD 1 TO WS-CONT-FIN-SEM
00800      END-IF.
00801  2310-APLICAR-FIN-SEMANA-EXIT.
00802      EXIT.
00803 *-------------------------------------------------------------*
00804  2320-COMPARAR-FERIADO.
00805 *    COMPARA UN FERIADO DE LA TABLA CON EL DIA EN CURSO.
00806 *-------------------------------------------------------------*
00807      IF WS-FER-FECHA (WS-FER-IDX) = WS-FECHA-DIA-N
00808          MOVE WS-FER-IDX TO WS-FER-ENC
00809      END-IF.
00810  2320-COMPARAR-FERIADO-EXIT.
00811      EXIT.
00812 *-------------------------------------------------------------*
00813  2330-FECHA-EXISTENTE.
00814 *    EL CALENDARIO VIVO YA TRAE EL DIA. CERRADO: SE CONSERVA LA
00815 *    FECHA VIVA Y, SI SU MARCA DE HABIL NO ES LA QUE SE GENERO,
00816 *    SE SENALA EN EL LISTADO. ABIERTO: SE REEMPLAZA.
00817 *-------------------------------------------------------------*
00818      IF CA-PERIODO-EST NOT = "C"
00819          MOVE "REEMPLAZA FECHA ABIERTA" TO WS-ORIGEN
00820          ADD 1 TO WS-CONT-REEMPL
00821          GO TO 2330-FECHA-EXISTENTE-EXIT
00822      END-IF.
00823      ADD 1 TO WS-CONT-CERRADAS.
00824      IF CA-DIA-HABIL = WN-DIA-HABIL
00825          MOVE "CERRADA - SE CONSERVA" TO WS-ORIGEN
00826      ELSE
00827          MOVE "CERRADA - SE CONSERVA, DIFIERE" TO WS-ORIGEN
00828          ADD 1 TO WS-CONT-DIFIEREN
00829      END-IF.
00830      MOVE CA-DIA-HABIL   TO WN-DIA-HABIL.
00831      MOVE CA-PERIODO-EST TO WN-PERIODO-EST.
00832  2330-FECHA-EXISTENTE-EXIT.
00833      EXIT.
00834 *-------------------------------------------------------------*
00835  2350-AVANZAR-DIA.
00836 *    PASA AL DIA SIGUIENTE, CAMBIANDO DE MES Y DE ANO CUANDO
00837 *    CORRESPONDE, Y AVANZA EL DIA DE LA SEMANA.
00838 *-------------------------------------------------------------*
00839      MOVE WD-ANO TO WC-ANO.
00840      MOVE WD-MES TO WC-MES.
00841      PERFORM 1500-DIAS-DEL-MES THRU 1500-DIAS-DEL-MES-EXIT.
00842      IF WD-DIA < WS-DIAS-MES
00843          ADD 1 TO WD-DIA
00844      ELSE
00845          MOVE 1 TO WD-DIA
00846          IF WD-MES < 12
00847              ADD 1 TO WD-MES
00848          ELSE
00849              MOVE 1 TO WD-MES
00850              ADD 1 TO WD-ANO
00851          END-IF
00852      END-IF.
00853      IF WS-DIA-SEMANA < 7
00854          ADD 1 TO WS-DIA-SEMANA
00855      ELSE
00856          MOVE 1 TO WS-DIA-SEMANA
00857      END-IF.
00858  2350-AVANZAR-DIA-EXIT.
00859      EXIT.
00860 *-------------------------------------------------------------*
00861  2400-COPIAR-POSTERIOR.
00862 *    COPIA TAL CUAL UNA FECHA POSTERIOR AL EJERCICIO.
00863 *-------------------------------------------------------------*
00864      WRITE CALENNEW-RECORD FROM CALEN-RECORD.
00865      ADD 1 TO WS-CONT-COPIADAS.
00866      ADD 1 TO WS-CONT-ESCRITAS.
00867      PERFORM 2100-LEER-CALENDARIO THRU 2100-LEER-CALENDARIO-EXIT.
00868  2400-COPIAR-POSTERIOR-EXIT.
00869      EXIT.
00870 *-------------------------------------------------------------*
00871  2500-TOTALIZAR-LISTADO.
00872 *    GRABA LAS CIFRAS DEL EJERCICIO Y LA LINEA DE FIRMA.
00873 *-------------------------------------------------------------*
00874      WRITE PRT-RECORD FROM WS-LINEA-BLANCO.
00875      MOVE "DIAS DEL EJERCICIO" TO WLC-LITERAL.
00876      MOVE WS-CONT-DIAS TO WLC-CANTIDAD.
00877      WRITE PRT-RECORD FROM WS-LINEA-CIFRA.
00878      MOVE "DIAS HABILES GENERADOS" TO WLC-LITERAL.
00879      MOVE WS-CONT-HABILES TO WLC-CANTIDAD.
00880      WRITE PRT-RECORD FROM WS-LINEA-CIFRA.
00881      MOVE "DIAS DE FIN DE SEMANA" TO WLC-LITERAL.
00882      MOVE WS-CONT-FIN-SEM TO WLC-CANTIDAD.
00883      WRITE PRT-RECORD FROM WS-LINEA-CIFRA.
00884      MOVE "FERIADOS DEL EJERCICIO" TO WLC-LITERAL.
00885      MOVE WS-CONT-FERIADOS TO WLC-CANTIDAD.
00886      WRITE PRT-RECORD FROM WS-LINEA-CIFRA.
00887      MOVE "FERIADOS DE OTROS EJERCICIOS IGNORADOS" TO WLC-LITERAL.
00888      MOVE WS-CONT-FER-FUERA TO WLC-CANTIDAD.
00889      WRITE PRT-RECORD FROM WS-LINEA-CIFRA.
00890      MOVE "FECHAS NUEVAS" TO WLC-LITERAL.
00891      MOVE WS-CONT-NUEVAS TO WLC-CANTIDAD.
00892      WRITE PRT-RECORD FROM WS-LINEA-CIFRA.
00893      MOVE "FECHAS ABIERTAS REEMPLAZADAS" TO WLC-LITERAL.
00894      MOVE WS-CONT-REEMPL TO WLC-CANTIDAD.
00895      WRITE PRT-RECORD FROM WS-LINEA-CIFRA.
00896      MOVE "FECHAS CERRADAS CONSERVADAS" TO WLC-LITERAL.
00897      MOVE WS-CONT-CERRADAS TO WLC-CANTIDAD.
00898      WRITE PRT-RECORD FROM WS-LINEA-CIFRA.
00899      MOVE "  DE ELLAS CON MARCA HABIL DISTINTA" TO WLC-LITERAL.
00900      MOVE WS-CONT-DIFIEREN TO WLC-CANTIDAD.
00901      WRITE PRT-RECORD FROM WS-LINEA-CIFRA.
00902      MOVE "FECHAS DE OTROS EJERCICIOS COPIADAS" TO WLC-LITERAL.
00903      MOVE WS-CONT-COPIADAS TO WLC-CANTIDAD.
00904      WRITE PRT-RECORD FROM WS-LINEA-CIFRA.
00905      MOVE "TOTAL DE FECHAS EN EL CALENDARIO NUEVO" TO WLC-LITERAL.
00906      MOVE WS-CONT-ESCRITAS TO WLC-CANTIDAD.
00907      WRITE PRT-RECORD FROM WS-LINEA-CIFRA.
00908      WRITE PRT-RECORD FROM WS-LINEA-BLANCO.
00909      WRITE PRT-RECORD FROM WS-LINEA-FIRMA.
00910  2500-TOTALIZAR-LISTADO-EXIT.
00911      EXIT.
00912 *-------------------------------------------------------------*
00913  9000-FINAL.
00914 *    EN MODO DEFINITIVO GRABA LA AUDITORIA DEL EJERCICIO
00915 *    GENERADO. GRADUA EL RETURN-CODE: 0 EJERCICIO DEFINITIVO
00916 *    (EL JOB REEMPLAZA EL CALENDARIO), 4 PRUEBA PENDIENTE DE
00917 *    FIRMA (NO SE REEMPLAZA), 12 ERROR DE PARAMETRO O ARCHIVOS.
00918 *-------------------------------------------------------------*
00919      IF ERROR-DE-ARCHIVO
00920          DISPLAY "CALCFISC: CALENDARIO NO GENERADO - "
00921              "RETURN-CODE 12"
00922          MOVE 12 TO RETURN-CODE
00923          GO TO 9000-FINAL-EXIT
00924      END-IF.
00925      DISPLAY "CALCFISC: DIAS " WS-CONT-DIAS " HABILES "
00926          WS-CONT-HABILES " NUEVAS " WS-CONT-NUEVAS
00927          " REEMPLAZADAS " WS-CONT-REEMPL " CERRADAS CONSERVADAS "
00928          WS-CONT-CERRADAS.
00929      IF WS-MODO NOT = "D"
00930          DISPLAY "CALCFISC: CORRIDA DE PRUEBA - EL LISTADO QUEDA "
00931              "PARA FIRMA Y EL CALENDARIO NO SE REEMPLAZA - "
00932              "RETURN-CODE 4"
00933          MOVE 4 TO RETURN-CODE
00934          GO TO 9000-FINAL-EXIT
00935      END-IF.
00936      PERFORM 9100-GRABAR-AUDITORIA THRU
00937          9100-GRABAR-AUDITORIA-EXIT.
00938      IF NOT ERROR-DE-ARCHIVO
00939          DISPLAY "CALCFISC: EJERCICIO " WS-FECHA-INICIO " A "
00940              WS-FECHA-ULTIMA " GENERADO POR " WS-QUIEN
00941      END-IF.
00942  9000-FINAL-EXIT.
00943      EXIT.
00944 *-------------------------------------------------------------*
00945  9100-GRABAR-AUDITORIA.
00946 *    GRABA EN CIERAUDT, JUNTO A LOS CIERRES, EL REGISTRO DEL
00947 *    EJERCICIO GENERADO CON QUIEN LO PIDIO Y CUANDO. SIN
00948 *    AUDITORIA NO HAY CALENDARIO NUEVO.
00949 *-------------------------------------------------------------*
00950      OPEN EXTEND CIERAUDT.
00951      IF WS-CAUD-STATUS NOT = "00"
00952          CLOSE CIERAUDT
00953          OPEN OUTPUT CIERAUDT
00954      END-IF.
00955      IF WS-CAUD-STATUS NOT = "00"
00956          DISPLAY "CALCFISC: NO ABRIO CIERAUDT - STATUS "
00957              WS-CAUD-STATUS " - SIN AUDITORIA NO HAY CALENDARIO"
00958          MOVE "S" TO WS-ERROR-SW
00959          MOVE 12 TO RETURN-CODE
00960          GO TO 9100-GRABAR-AUDITORIA-EXIT
00961      END-IF.
00962      MOVE WS-RUN-FECHA    TO CD-FECHA.
00963      MOVE WS-RUN-HORA     TO CD-HORA.
00964      MOVE WS-QUIEN        TO CD-QUIEN.
00965      MOVE "EJERCICIO-NUEVO" TO CD-ACCION.
00966      MOVE WS-FECHA-INICIO TO CD-PERIODO-DESDE.
00967      MOVE WS-FECHA-ULTIMA TO CD-PERIODO-HASTA.
00968      WRITE CIERAUDT-RECORD.
00969      CLOSE CIERAUDT.
00970  9100-GRABAR-AUDITORIA-EXIT.
00971      EXIT.
