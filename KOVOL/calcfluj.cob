00001  IDENTIFICATION DIVISION.
00002   PROGRAM-ID. CALCFLUJ.
00003   AUTHOR. MARIO QUIROS.
00004   INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
00005   DATE-WRITTEN. 2026-10-15.
00006   DATE-COMPILED.
00007 *
00008 *-------------------------------------------------------------*
00009 * CALCFLUJ ES EL CONTROL DIARIO DEL FLUJO DE FONDOS DE UNA    *
00010 * FECHA DE NEGOCIO, DE PUNTA A PUNTA, EN UNA SOLA HOJA PARA   *
00011 * LA FIRMA DE FINANZAS. PARTE DE LO QUE LLEGO: LOS TRAILERS   *
00012 * DE LOS LOTES DE TRANSIN DE LA NOCHE (CANTIDAD DE DETALLES Y *
00013 * HASH DE NUMERO1, QUE ES EL MONTO TAL COMO LO MANDO CADA     *
00014 * ALIMENTADOR), Y LO SIGUE ETAPA POR ETAPA:                   *
00015 *                                                             *
00016 * ENTRADA  RECIBIDO SEGUN TRAILERS, MENOS LOTES DUPLICADOS Y  *
00017 *          LOTES SIN PROCESAR (SEGUN LOTESTAT Y BATCHHST),    *
00018 *          MENOS LA DIFERENCIA DE LOS LOTES QUE NO CUADRARON  *
00019 *          CON SU TRAILER, ES LO LEIDO POR CALCULOS; LO LEIDO *
00020 *          DEBE SER IGUAL A RECHAZOS + RETENIDOS POR LIMITE + *
00020A*          ALMACENADOS EN FUTUROS POR FECHA EFECTIVA FUTURA + *
00021 *          LO CONTABILIZADO EN CALCLOG, TODO CON LA FECHA DE  *
00022 *          CORRIDA IGUAL A LA FECHA DE NEGOCIO.               *
00023 * MAYOR    LA GENERACION DE GLFEEDV (SELLADA EN "V" SOLO SI   *
00024 *          RECONCIL CUADRO CALCLOG CONTRA GLFEED) DEBE SER DE *
00025 *          LA FECHA, CUADRAR CON SU TRAILER Y NETEAR DEBE     *
00026 *          CONTRA HABER; LO ENVIADO DEBE SER IGUAL A LO       *
00027 *          ACUSADO EN GLACKIN (POSTEADO + RECHAZADO), MENOS   *
00028 *          LOS ACUSES SIN ASIENTO, MAS LOS ASIENTOS SIN ACUSE *
00029 *          QUE GLACKMAT DEJO EN GLEXCEP EN LA FECHA DEL       *
00030 *          CRUCE.                                             *
00031 *                                                             *
00032 * CADA ETAPA LLEVA CANTIDAD Y MONTO; TODA DIFERENCIA ENTRE    *
00033 * ETAPAS QUE NO NETEA EN CERO SE MARCA "NO CUADRA" Y LOS      *
00034 * LOTES QUE LA EXPLICAN SALEN COMO OBSERVACIONES. LA FECHA DE *
00035 * NEGOCIO Y LA DEL CRUCE DEL MAYOR VIENEN DE FLUJPARM (SIN    *
00036 * FLUJPARM, O EN CERO, VALE LA FECHA DE CORRIDA; SIN FECHA    *
00037 * DEL CRUCE, LA DE NEGOCIO). EL RETURN-CODE ES LA COMPUERTA   *
00038 * DE LA FIRMA: 0 TODO CUADRA, 4 CUADRA CON PARTIDAS ABIERTAS  *
00039 * (RECHAZOS O RETENIDOS PENDIENTES, LOTES DUPLICADOS O        *
00040 * EXCEPCIONES ABIERTAS EN GLEXCEP), 8 ALGUNA ETAPA NO CUADRA  *
00041 * Y 12 EL CONTROL NO SE PUDO HACER.                           *
00042 *-------------------------------------------------------------*
00043 * HISTORIAL DE MODIFICACIONES                                 *
00044 *-------------------------------------------------------------*
00045 * FECHA       INIC.  DESCRIPCION                              *
00046 * 2026-10-15  MQR    VERSION INICIAL DEL PROGRAMA.            *
000461* 2026-10-15  MQR    SE AGREGA LA ETAPA DE LOS DETALLES QUE   *
000462*                    CALCULOS ALMACENO EN FUTUROS POR TRAER   *
000463*                    FECHA EFECTIVA POSTERIOR A LA CORRIDA:   *
000464*                    SE LEEN Y NO SE CONTABILIZAN, ASI QUE SE *
000465*                    RESTAN DE LO LEIDO COMO LOS RECHAZOS Y   *
000466*                    LOS RETENIDOS.                           *
00047 *-------------------------------------------------------------*
00048  ENVIRONMENT DIVISION.
00049  INPUT-OUTPUT SECTION.
00050   FILE-CONTROL.
00051      SELECT FLUJPARM ASSIGN TO "FLUJPARM"
00052         ORGANIZATION IS LINE SEQUENTIAL
00053         FILE STATUS IS WS-FPARM-STATUS.
00054      SELECT TRANSIN  ASSIGN TO "TRANSIN"
00055         ORGANIZATION IS LINE SEQUENTIAL
00056         FILE STATUS IS WS-TRANSIN-STATUS.
00057      SELECT LOTESTAT ASSIGN TO "LOTESTAT"
00058         ORGANIZATION IS LINE SEQUENTIAL
00059         FILE STATUS IS WS-LOTEST-STATUS.
00060      SELECT BATCHHST ASSIGN TO "BATCHHST"
00061         ORGANIZATION IS LINE SEQUENTIAL
00062         FILE STATUS IS WS-BATCH-STATUS.
00063      SELECT RECHAZOS ASSIGN TO "RECHAZOS"
00064         ORGANIZATION IS LINE SEQUENTIAL
00065         FILE STATUS IS WS-RECHAZOS-STATUS.
00066      SELECT RETENIDO ASSIGN TO "RETENIDO"
00067         ORGANIZATION IS LINE SEQUENTIAL
00068         FILE STATUS IS WS-RETEN-STATUS.
00068A     SELECT FUTUROS  ASSIGN TO "FUTUROS"
00068B        ORGANIZATION IS LINE SEQUENTIAL
00068C        FILE STATUS IS WS-FUTUR-STATUS.
00069      SELECT CALCLOG  ASSIGN TO "CALCLOG"
00070         ORGANIZATION IS INDEXED
00071         ACCESS MODE IS SEQUENTIAL
00072         RECORD KEY IS CL-LLAVE
00073         FILE STATUS IS WS-CALCLOG-STATUS.
00074      SELECT GLFEED   ASSIGN TO "GLFEED"
00075         ORGANIZATION IS LINE SEQUENTIAL
00076         FILE STATUS IS WS-GLFEED-STATUS.
00077      SELECT GLACKIN  ASSIGN TO "GLACKIN"
00078         ORGANIZATION IS LINE SEQUENTIAL
00079         FILE STATUS IS WS-GLACK-STATUS.
00080      SELECT GLEXCEP  ASSIGN TO "GLEXCEP"
00081         ORGANIZATION IS LINE SEQUENTIAL
00082         FILE STATUS IS WS-GLEXC-STATUS.
00083      SELECT FLUJRPT  ASSIGN TO "FLUJRPT"
00084         ORGANIZATION IS LINE SEQUENTIAL
00085         FILE STATUS IS WS-FRPT-STATUS.
00086 *
00087  DATA DIVISION.
00088   FILE SECTION.
00089   FD  FLUJPARM
00090       LABEL RECORDS ARE STANDARD
00091       RECORDING MODE IS F.
00092   01  FLUJPARM-RECORD.
00093       05 FJ-FECHA-NEGOCIO  PIC 9(08).
00094       05 FJ-FECHA-CRUCE    PIC 9(08).
00095 *
00096   FD  TRANSIN
00097       LABEL RECORDS ARE STANDARD
00098       RECORDING MODE IS F.
00099   01  TRANSIN-RECORD.
00100       05 TI-TIPO-REG       PIC X(01).
00101          88 TI-ES-ENCABEZADO     VALUE "H".
00102          88 TI-ES-DETALLE        VALUE "D".
00103          88 TI-ES-TRAILER        VALUE "T".
00104       05 TI-NUMERO1        PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00105       05 TI-NUMERO2        PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00106       05 FILLER            PIC X(27).
00107   01  TI-REG-ENCABEZADO.
00108       05 FILLER            PIC X(01).
00109       05 TI-LOTE-ID        PIC X(08).
00110       05 TI-LOTE-FECHA     PIC 9(08).
00111       05 TI-LOTE-ORIGEN    PIC X(08).
00112       05 FILLER            PIC X(23).
00113   01  TI-REG-TRAILER.
00114       05 FILLER            PIC X(01).
00115       05 TI-TRL-CANTIDAD   PIC 9(08).
00116       05 TI-TRL-HASH-NUM1  PIC S9(13)V9(2)
00117                                SIGN LEADING SEPARATE.
00118       05 TI-TRL-HASH-NUM2  PIC S9(13)V9(2)
00119                                SIGN LEADING SEPARATE.
00120       05 FILLER            PIC X(07).
00121 *
00122   FD  LOTESTAT
00123       LABEL RECORDS ARE STANDARD
00124       RECORDING MODE IS F.
00125   01  LOTESTAT-RECORD.
00126       COPY LOTESTR.
00127 *
00128   FD  BATCHHST
00129       LABEL RECORDS ARE STANDARD
00130       RECORDING MODE IS F.
00131   01  BATCH-RECORD.
00132       05 BH-LOTE-ID        PIC X(08).
00133       05 BH-FECHA-PROC     PIC 9(08).
00134       05 BH-RUN-ID         PIC 9(06).
00135 *
00136   FD  RECHAZOS
00137       LABEL RECORDS ARE STANDARD
00138       RECORDING MODE IS F.
00139   01  RECHAZO-RECORD.
00140       COPY RECHAZOR.
00141 *
00142   FD  RETENIDO
00143       LABEL RECORDS ARE STANDARD
00144       RECORDING MODE IS F.
00145   01  RETENIDO-RECORD.
00146       COPY RETENR.
00147 *
00147A  FD  FUTUROS
00147B      LABEL RECORDS ARE STANDARD
00147C      RECORDING MODE IS F.
00147D  01  FUTUROS-RECORD.
00147E      COPY FUTUROR.
00147F*
00148   FD  CALCLOG
00149       LABEL RECORDS ARE STANDARD
00150       RECORDING MODE IS F.
00151   01  CALCLOG-RECORD.
00152       COPY CALCLOGR.
00153 *
00154   FD  GLFEED
00155       LABEL RECORDS ARE STANDARD
00156       RECORDING MODE IS F.
00157   01  GLFEED-RECORD.
00158       COPY GLFEEDR.
00159 *
00160   FD  GLACKIN
00161       LABEL RECORDS ARE STANDARD
00162       RECORDING MODE IS F.
00163   01  GLACK-RECORD.
00164       05 AK-FECHA          PIC 9(08).
00165       05 AK-CUENTA         PIC X(10).
00166       05 AK-MONTO          PIC S9(15)V9(2)
00167                                SIGN LEADING SEPARATE.
00168       05 AK-ESTADO         PIC X(01).
00169          88 AK-POSTEADO         VALUE "P".
00170          88 AK-RECHAZADO        VALUE "R".
00171       05 AK-MOTIVO         PIC X(20).
00172 *
00173   FD  GLEXCEP
00174       LABEL RECORDS ARE STANDARD
00175       RECORDING MODE IS F.
00176   01  GLEXCEP-RECORD.
00177       COPY GLEXCEPR.
00178 *
00179   FD  FLUJRPT
00180       LABEL RECORDS ARE STANDARD
00181       RECORDING MODE IS F.
00182   01  PRT-RECORD           PIC X(132).
00183 *
00184   WORKING-STORAGE SECTION.
00185    77 WS-FPARM-STATUS    PIC X(02) VALUE "00".
00186    77 WS-TRANSIN-STATUS  PIC X(02) VALUE "00".
00187    77 WS-LOTEST-STATUS   PIC X(02) VALUE "00".
00188    77 WS-BATCH-STATUS    PIC X(02) VALUE "00".
00189    77 WS-RECHAZOS-STATUS PIC X(02) VALUE "00".
00190    77 WS-RETEN-STATUS    PIC X(02) VALUE "00".
00190A   77 WS-FUTUR-STATUS    PIC X(02) VALUE "00".
00191    77 WS-CALCLOG-STATUS  PIC X(02) VALUE "00".
00192    77 WS-GLFEED-STATUS   PIC X(02) VALUE "00".
00193    77 WS-GLACK-STATUS    PIC X(02) VALUE "00".
00194    77 WS-GLEXC-STATUS    PIC X(02) VALUE "00".
00195    77 WS-FRPT-STATUS     PIC X(02) VALUE "00".
00196    77 WS-RUN-FECHA       PIC 9(08) VALUE ZERO.
00197    77 WS-RUN-HORA        PIC 9(06) VALUE ZERO.
00198    77 WS-FECHA-NEGOCIO   PIC 9(08) VALUE ZERO.
00199    77 WS-FECHA-CRUCE     PIC 9(08) VALUE ZERO.
00200    77 WS-LOTE-CANT       PIC 9(04) COMP VALUE ZERO.
00201    77 WS-LOTE-MAX        PIC 9(04) COMP VALUE 500.
00202    77 WS-LOTE-IDX        PIC 9(04) COMP VALUE ZERO.
00203    77 WS-LOTE-ENC        PIC 9(04) COMP VALUE ZERO.
00204    77 WS-LOTE-VIGENTE    PIC 9(04) COMP VALUE ZERO.
00205    77 WS-LOTE-BUSCADO    PIC X(08) VALUE SPACES.
00206    77 WS-OBS-CANT        PIC 9(04) COMP VALUE ZERO.
00207    77 WS-OBS-MAX         PIC 9(04) COMP VALUE 15.
00208    77 WS-OBS-IDX         PIC 9(04) COMP VALUE ZERO.
00209    77 WS-OBS-TOTAL       PIC 9(08) COMP VALUE ZERO.
00210    77 WS-OBS-RESTO       PIC 9(08) COMP VALUE ZERO.
00211    77 WS-CONT-NO-CUADRA  PIC 9(04) COMP VALUE ZERO.
00212    77 WS-CONT-ABIERTAS   PIC 9(08) COMP VALUE ZERO.
00213    77 WS-CONT-SIN-LOTE   PIC 9(08) COMP VALUE ZERO.
00214    77 WS-CONT-TRANSIN    PIC 9(08) COMP VALUE ZERO.
00215    77 WS-CONT-GL-REG     PIC 9(08) COMP VALUE ZERO.
00216 *
00217 *-------------------------------------------------------------*
00218 *    CIFRAS DE LA ENTRADA: CANTIDAD DE DETALLES Y MONTO (SUMA
00219 *    DE NUMERO1 TAL COMO LLEGO) DE CADA ETAPA.
00220 *-------------------------------------------------------------*
00221    77 WS-REC-CANT        PIC S9(08) COMP VALUE ZERO.
00222    77 WS-REC-MONTO       PIC S9(16)V9(02) VALUE ZERO.
00223    77 WS-REC-LOTES       PIC 9(04) COMP VALUE ZERO.
00224    77 WS-DUP-CANT        PIC S9(08) COMP VALUE ZERO.
00225    77 WS-DUP-MONTO       PIC S9(16)V9(02) VALUE ZERO.
00226    77 WS-DUP-LOTES       PIC 9(04) COMP VALUE ZERO.
00227    77 WS-NOP-CANT        PIC S9(08) COMP VALUE ZERO.
00228    77 WS-NOP-MONTO       PIC S9(16)V9(02) VALUE ZERO.
00229    77 WS-NOP-LOTES       PIC 9(04) COMP VALUE ZERO.
00230    77 WS-DTR-CANT        PIC S9(08) COMP VALUE ZERO.
00231    77 WS-DTR-MONTO       PIC S9(16)V9(02) VALUE ZERO.
00232    77 WS-DTR-LOTES       PIC 9(04) COMP VALUE ZERO.
00233    77 WS-LEI-CANT        PIC S9(08) COMP VALUE ZERO.
00234    77 WS-LEI-MONTO       PIC S9(16)V9(02) VALUE ZERO.
00235    77 WS-RZ-CANT         PIC S9(08) COMP VALUE ZERO.
00236    77 WS-RZ-MONTO        PIC S9(16)V9(02) VALUE ZERO.
00237    77 WS-RZ-PEND         PIC 9(08) COMP VALUE ZERO.
00238    77 WS-RT-CANT         PIC S9(08) COMP VALUE ZERO.
00239    77 WS-RT-MONTO        PIC S9(16)V9(02) VALUE ZERO.
00240    77 WS-RT-PEND         PIC 9(08) COMP VALUE ZERO.
00240A   77 WS-FU-CANT         PIC S9(08) COMP VALUE ZERO.
00240B   77 WS-FU-MONTO        PIC S9(16)V9(02) VALUE ZERO.
00241    77 WS-CL-CANT         PIC S9(08) COMP VALUE ZERO.
00242    77 WS-CL-MONTO        PIC S9(16)V9(02) VALUE ZERO.
00243    77 WS-ENT-DIF-CANT    PIC S9(08) COMP VALUE ZERO.
00244    77 WS-ENT-DIF-MONTO   PIC S9(16)V9(02) VALUE ZERO.
00245 *
00246 *-------------------------------------------------------------*
00247 *    CIFRAS DEL MAYOR: ASIENTOS DE LA GENERACION DE GLFEEDV,
00248 *    ACUSES DE GLACKIN Y EXCEPCIONES DE GLEXCEP DEL CRUCE.
00249 *-------------------------------------------------------------*
00250    77 WS-GLF-GEN-ID      PIC 9(06) VALUE ZERO.
00251    77 WS-GLF-GEN-FECHA   PIC 9(08) VALUE ZERO.
00252    77 WS-GLF-GEN-ESTADO  PIC X(01) VALUE SPACE.
00253    77 WS-GLF-CANT        PIC S9(08) COMP VALUE ZERO.
00254    77 WS-GLF-MONTO       PIC S9(16)V9(02) VALUE ZERO.
00255    77 WS-GLF-DEBE        PIC S9(16)V9(02) VALUE ZERO.
00256    77 WS-GLF-HABER       PIC S9(16)V9(02) VALUE ZERO.
00257    77 WS-GLF-NETO        PIC S9(16)V9(02) VALUE ZERO.
00258    77 WS-GLF-TRL-CANT    PIC S9(08) COMP VALUE ZERO.
00259    77 WS-GLF-TRL-DEBE    PIC S9(16)V9(02) VALUE ZERO.
00260    77 WS-GLF-TRL-HABER   PIC S9(16)V9(02) VALUE ZERO.
00261    77 WS-ACP-CANT        PIC S9(08) COMP VALUE ZERO.
00262    77 WS-ACP-MONTO       PIC S9(16)V9(02) VALUE ZERO.
00263    77 WS-ACR-CANT        PIC S9(08) COMP VALUE ZERO.
00264    77 WS-ACR-MONTO       PIC S9(16)V9(02) VALUE ZERO.
00265    77 WS-EXA-CANT        PIC S9(08) COMP VALUE ZERO.
00266    77 WS-EXA-MONTO       PIC S9(16)V9(02) VALUE ZERO.
00267    77 WS-EXS-CANT        PIC S9(08) COMP VALUE ZERO.
00268    77 WS-EXS-MONTO       PIC S9(16)V9(02) VALUE ZERO.
00269    77 WS-EXO-CANT        PIC S9(08) COMP VALUE ZERO.
00270    77 WS-EXO-MONTO       PIC S9(16)V9(02) VALUE ZERO.
00271    77 WS-MAY-DIF-CANT    PIC S9(08) COMP VALUE ZERO.
00272    77 WS-MAY-DIF-MONTO   PIC S9(16)V9(02) VALUE ZERO.
00273 *
00274    01 WS-HORA-CRUDA.
00275       05 WS-HORA-HHMMSS  PIC 9(06).
00276       05 FILLER          PIC 9(02).
00277 *
00278    01 WS-SWITCHES.
00279       05 WS-FIN-SW       PIC X(01) VALUE "N".
00280          88 FIN-ARCHIVO        VALUE "S".
00281       05 WS-GLF-TRL-SW   PIC X(01) VALUE "N".
00282          88 GLFEED-CON-TRAILER VALUE "S".
00283       05 WS-GLF-ENC-SW   PIC X(01) VALUE "N".
00284          88 GLFEED-CON-ENCAB   VALUE "S".
00285       05 WS-GLACK-SW     PIC X(01) VALUE "S".
00286          88 HAY-GLACKIN        VALUE "S".
00287       05 WS-ERROR-SW     PIC X(01) VALUE "N".
00288          88 ERROR-DE-ARCHIVO   VALUE "S".
00289 *
00290 *-------------------------------------------------------------*
00291 *    VALOR CRUDO DEL DETALLE RECHAZADO, PARA TOMAR SU NUMERO1
00292 *    TAL COMO LLEGO EN TRANSIN.
00293 *-------------------------------------------------------------*
00294    01 WS-CRUDO.
00295       05 WCR-TIPO-REG      PIC X(01).
00296       05 WCR-NUMERO1       PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00297       05 FILLER            PIC X(37).
00298 *
00299 *-------------------------------------------------------------*
00300 *    LOTES DE TRANSIN DE LA NOCHE: TRAILER, LO LEIDO, ESTADO
00301 *    CON QUE CALCULOS LOS DEJO EN LOTESTAT (EN BLANCO SI NO
00302 *    LOS PROCESO) Y SI QUEDARON REGISTRADOS EN BATCHHST.
00303 *-------------------------------------------------------------*
00304    01 WS-TABLA-LOTES.
00305       05 WS-LOTE OCCURS 500 TIMES.
00306          10 WS-LT-ID         PIC X(08).
00307          10 WS-LT-ORIGEN     PIC X(08).
00308          10 WS-LT-TRL-SW     PIC X(01).
00309             88 LT-CON-TRAILER      VALUE "S".
00310          10 WS-LT-TRL-CANT   PIC 9(08).
00311          10 WS-LT-TRL-HASH   PIC S9(13)V9(02).
00312          10 WS-LT-LEI-CANT   PIC 9(08).
00313          10 WS-LT-LEI-HASH   PIC S9(13)V9(02).
00314          10 WS-LT-ESTADO     PIC X(01).
00315             88 LT-ACEPTADO         VALUE "A".
00316             88 LT-RETENIDO         VALUE "R".
00317             88 LT-DUPLICADO        VALUE "D".
00318             88 LT-SIN-PROCESAR     VALUE SPACE.
00319          10 WS-LT-BH-SW      PIC X(01).
00320             88 LT-EN-BATCHHST      VALUE "S".
00321 *
00322 *-------------------------------------------------------------*
00323 *    OBSERVACIONES POR LOTE QUE EXPLICAN LAS DIFERENCIAS. LA
00324 *    HOJA LLEVA LAS PRIMERAS; TODAS SALEN POR SYSOUT.
00325 *-------------------------------------------------------------*
00326    01 WS-OBS-LOTE.
00327       05 FILLER            PIC X(05) VALUE "LOTE ".
00328       05 WOL-LOTE          PIC X(08).
00329       05 FILLER            PIC X(09) VALUE "  ORIGEN ".
00330       05 WOL-ORIGEN        PIC X(08).
00331       05 FILLER            PIC X(03) VALUE " - ".
00332       05 WOL-TEXTO         PIC X(50).
00333       05 FILLER            PIC X(17) VALUE SPACES.
00334 *
00335    01 WS-TABLA-OBS.
00336       05 WS-OBS-LINEA OCCURS 15 TIMES PIC X(100).
00337 *
00338 *-------------------------------------------------------------*
00339 *    LINEAS DE LA HOJA DE CONTROL.
00340 *-------------------------------------------------------------*
00341    01 WS-LINEA-TITULO.
00342       05 FILLER            PIC X(05) VALUE SPACES.
00343       05 FILLER            PIC X(37)
00344                  VALUE "CONTROL DEL FLUJO DE FONDOS - FECHA ".
00345       05 FILLER            PIC X(11) VALUE "DE NEGOCIO ".
00346       05 WLT-NEGOCIO       PIC 9(08).
00347       05 FILLER            PIC X(19)
00348                  VALUE "  CRUCE DEL MAYOR ".
00349       05 WLT-CRUCE         PIC 9(08).
00350       05 FILLER            PIC X(10) VALUE "  EMITIDO ".
00351       05 WLT-FECHA         PIC 9(08).
00352       05 FILLER            PIC X(01) VALUE SPACE.
00353       05 WLT-HORA          PIC 9(06).
00354       05 FILLER            PIC X(19) VALUE SPACES.
00355    01 WS-LINEA-COLUMNAS.
00356       05 FILLER            PIC X(07) VALUE SPACES.
00357       05 FILLER            PIC X(44) VALUE "ETAPA".
00358       05 FILLER            PIC X(09) VALUE " CANTIDAD".
00359       05 FILLER            PIC X(02) VALUE SPACES.
00360       05 FILLER            PIC X(19) VALUE "              MONTO".
00361       05 FILLER            PIC X(02) VALUE SPACES.
00362       05 FILLER            PIC X(20) VALUE "RESULTADO".
00363       05 FILLER            PIC X(29) VALUE SPACES.
00364    01 WS-LINEA-SECCION.
00365       05 FILLER            PIC X(05) VALUE SPACES.
00366       05 WLS-TEXTO         PIC X(70).
00367       05 FILLER            PIC X(57) VALUE SPACES.
00368    01 WS-LINEA-ETAPA.
00369       05 FILLER            PIC X(07) VALUE SPACES.
00370       05 WLE-LITERAL       PIC X(44).
00371       05 WLE-CANTIDAD      PIC S9(08) SIGN LEADING SEPARATE.
00372       05 FILLER            PIC X(02) VALUE SPACES.
00373       05 WLE-MONTO         PIC S9(16)V9(02) SIGN LEADING
00374                                SEPARATE.
00375       05 FILLER            PIC X(02) VALUE SPACES.
00376       05 WLE-RESULTADO     PIC X(20).
00377       05 FILLER            PIC X(29) VALUE SPACES.
00378    01 WS-LINEA-GENERACION.
00379       05 FILLER            PIC X(07) VALUE SPACES.
00380       05 FILLER            PIC X(23)
00381                  VALUE "GENERACION DE GLFEEDV: ".
00382       05 WLG-GEN-ID        PIC 9(06).
00383       05 FILLER            PIC X(08) VALUE "  FECHA ".
00384       05 WLG-GEN-FECHA     PIC 9(08).
00385       05 FILLER            PIC X(09) VALUE "  ESTADO ".
00386       05 WLG-GEN-ESTADO    PIC X(01).
00387       05 FILLER            PIC X(02) VALUE SPACES.
00388       05 WLG-RESULTADO     PIC X(40).
00389       05 FILLER            PIC X(28) VALUE SPACES.
00390    01 WS-LINEA-OBS.
00391       05 FILLER            PIC X(07) VALUE SPACES.
00392       05 WLO-TEXTO         PIC X(100).
00393       05 FILLER            PIC X(25) VALUE SPACES.
00394    01 WS-LINEA-RESTO.
00395       05 FILLER            PIC X(07) VALUE SPACES.
00396       05 FILLER            PIC X(02) VALUE "Y ".
00397       05 WLX-RESTO         PIC Z(07)9.
00398       05 FILLER            PIC X(40)
00399                  VALUE " OBSERVACIONES MAS (VER EL SYSOUT)".
00400       05 FILLER            PIC X(75) VALUE SPACES.
00401    01 WS-LINEA-RESULTADO.
00402       05 FILLER            PIC X(05) VALUE SPACES.
00403       05 WLR-TEXTO         PIC X(80).
00404       05 FILLER            PIC X(47) VALUE SPACES.
00405    01 WS-LINEA-FIRMA.
00406       05 FILLER            PIC X(05) VALUE SPACES.
00407       05 FILLER            PIC X(40)
00408                  VALUE "FIRMA DE FINANZAS: ____________________".
00409       05 FILLER            PIC X(30)
00410                  VALUE "____   FECHA: ____________    ".
00411       05 FILLER            PIC X(57) VALUE SPACES.
00412    01 WS-LINEA-BLANCO      PIC X(132) VALUE SPACES.
00413 *
00414  PROCEDURE DIVISION.
00415 *-------------------------------------------------------------*
00416  0000-PRINCIPAL.
00417 *-------------------------------------------------------------*
00418      PERFORM 1000-INICIO THRU 1000-INICIO-EXIT.
00419      IF NOT ERROR-DE-ARCHIVO
00420          PERFORM 2000-LEER-TRANSIN THRU 2000-LEER-TRANSIN-EXIT
00421      END-IF.
00422      IF NOT ERROR-DE-ARCHIVO
00423          PERFORM 3000-LEER-LOTESTAT THRU
00424              3000-LEER-LOTESTAT-EXIT
00425          PERFORM 3100-LEER-BATCHHST THRU
00426              3100-LEER-BATCHHST-EXIT
00427          PERFORM 3200-LEER-RECHAZOS THRU
00428              3200-LEER-RECHAZOS-EXIT
00429          PERFORM 3300-LEER-RETENIDO THRU
00430              3300-LEER-RETENIDO-EXIT
00430A         PERFORM 3350-LEER-FUTUROS THRU
00430B             3350-LEER-FUTUROS-EXIT
00431          PERFORM 3400-LEER-CALCLOG THRU 3400-LEER-CALCLOG-EXIT
00432      END-IF.
00433      IF NOT ERROR-DE-ARCHIVO
00434          PERFORM 4000-LEER-GLFEED THRU 4000-LEER-GLFEED-EXIT
00435      END-IF.
00436      IF NOT ERROR-DE-ARCHIVO
00437          PERFORM 4100-LEER-GLACKIN THRU 4100-LEER-GLACKIN-EXIT
00438          PERFORM 4200-LEER-GLEXCEP THRU 4200-LEER-GLEXCEP-EXIT
00439      END-IF.
00440      IF NOT ERROR-DE-ARCHIVO
00441          PERFORM 5000-CUADRAR-ENTRADA THRU
00442              5000-CUADRAR-ENTRADA-EXIT
00443          PERFORM 5500-CUADRAR-MAYOR THRU
00444              5500-CUADRAR-MAYOR-EXIT
00445          PERFORM 6000-ESCRIBIR-HOJA THRU 6000-ESCRIBIR-HOJA-EXIT
00446      END-IF.
00447      PERFORM 9000-FINAL THRU 9000-FINAL-EXIT.
00448      STOP RUN.
00449 *-------------------------------------------------------------*
00450  1000-INICIO.
00451 *    TOMA LA FECHA DE NEGOCIO Y LA DEL CRUCE DEL MAYOR DE
00452 *    FLUJPARM. SIN FLUJPARM, O CON LA FECHA DE NEGOCIO EN
00453 *    CERO, VALE LA FECHA DE CORRIDA; SIN FECHA DEL CRUCE,
00454 *    VALE LA DE NEGOCIO (GLACKJOB CORRIO EL MISMO DIA).
00455 *-------------------------------------------------------------*
00456      ACCEPT WS-RUN-FECHA FROM DATE YYYYMMDD.
00457      ACCEPT WS-HORA-CRUDA FROM TIME.
00458      MOVE WS-HORA-HHMMSS TO WS-RUN-HORA.
00459      MOVE WS-RUN-FECHA TO WS-FECHA-NEGOCIO.
00460      OPEN INPUT FLUJPARM.
00461      IF WS-FPARM-STATUS = "35"
00462          GO TO 1000-INICIO-FECHAS
00463      END-IF.
00464      IF WS-FPARM-STATUS NOT = "00"
00465          DISPLAY "CALCFLUJ: NO ABRIO FLUJPARM - STATUS "
00466              WS-FPARM-STATUS
00467          MOVE "S" TO WS-ERROR-SW
00468          GO TO 1000-INICIO-EXIT
00469      END-IF.
00470      READ FLUJPARM
00471          AT END
00472              MOVE ZERO TO FJ-FECHA-NEGOCIO
00473              MOVE ZERO TO FJ-FECHA-CRUCE
00474      END-READ.
00475      CLOSE FLUJPARM.
00476      IF FJ-FECHA-NEGOCIO NOT NUMERIC
00477        OR FJ-FECHA-CRUCE NOT NUMERIC
00478          DISPLAY "CALCFLUJ: FLUJPARM CON FECHAS NO NUMERICAS"
00479          MOVE "S" TO WS-ERROR-SW
00480          GO TO 1000-INICIO-EXIT
00481      END-IF.
00482      IF FJ-FECHA-NEGOCIO > ZERO
00483          MOVE FJ-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
00484      END-IF.
00485      MOVE FJ-FECHA-CRUCE TO WS-FECHA-CRUCE.
00486  1000-INICIO-FECHAS.
00487      IF WS-FECHA-CRUCE = ZERO
00488          MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CRUCE
00489      END-IF.
00490      DISPLAY "CALCFLUJ: FECHA DE NEGOCIO " WS-FECHA-NEGOCIO
00491          " - CRUCE DEL MAYOR " WS-FECHA-CRUCE.
00492  1000-INICIO-EXIT.
00493      EXIT.
00494 *-------------------------------------------------------------*
00495  2000-LEER-TRANSIN.
00496 *    RECORRE TRANSIN DE LA NOCHE Y ARMA LA TABLA DE LOTES CON
00497 *    SU TRAILER Y LO QUE REALMENTE TRAEN: CANTIDAD DE
00498 *    DETALLES Y HASH DE NUMERO1 DE LOS DETALLES NUMERICOS,
00499 *    IGUAL QUE LO CUENTA CALCULOS. SIN TRANSIN NO HAY PUNTO
00500 *    DE PARTIDA Y EL CONTROL NO SE HACE.
00501 *-------------------------------------------------------------*
00502      OPEN INPUT TRANSIN.
00503      IF WS-TRANSIN-STATUS NOT = "00"
00504          DISPLAY "CALCFLUJ: NO ABRIO TRANSIN - STATUS "
00505              WS-TRANSIN-STATUS
00506          MOVE "S" TO WS-ERROR-SW
00507          GO TO 2000-LEER-TRANSIN-EXIT
00508      END-IF.
00509      MOVE "N" TO WS-FIN-SW.
00510      PERFORM 2100-PROC-TRANSIN THRU 2100-PROC-TRANSIN-EXIT
00511          UNTIL FIN-ARCHIVO.
00512      CLOSE TRANSIN.
00513      DISPLAY "CALCFLUJ: TRANSIN - REGISTROS " WS-CONT-TRANSIN
00514          " LOTES " WS-LOTE-CANT.
00515      IF WS-CONT-SIN-LOTE > ZERO
00516          MOVE SPACES TO WOL-LOTE
00517          MOVE SPACES TO WOL-ORIGEN
00518          MOVE "DETALLES SIN ENCABEZADO DE LOTE EN TRANSIN"
00519              TO WOL-TEXTO
00520          PERFORM 8000-AGREGAR-OBSERVACION THRU
00521              8000-AGREGAR-OBSERVACION-EXIT
00522          ADD 1 TO WS-CONT-NO-CUADRA
00523      END-IF.
00524  2000-LEER-TRANSIN-EXIT.
00525      EXIT.
00526 *-------------------------------------------------------------*
00527  2100-PROC-TRANSIN.
00528 *    LEE UN REGISTRO DE TRANSIN Y LO APLICA AL LOTE VIGENTE:
00529 *    EL ENCABEZADO ABRE UN LOTE NUEVO, EL DETALLE SUMA Y EL
00530 *    TRAILER DEJA LOS TOTALES DE CONTROL DEL LOTE.
00531 *-------------------------------------------------------------*
00532      READ TRANSIN
00533          AT END
00534              MOVE "S" TO WS-FIN-SW
00535      END-READ.
00536      IF FIN-ARCHIVO
00537          GO TO 2100-PROC-TRANSIN-EXIT
00538      END-IF.
00539      ADD 1 TO WS-CONT-TRANSIN.
00540      IF TI-ES-ENCABEZADO
00541          PERFORM 2110-ABRIR-LOTE THRU 2110-ABRIR-LOTE-EXIT
00542          GO TO 2100-PROC-TRANSIN-EXIT
00543      END-IF.
00544      IF WS-LOTE-VIGENTE = ZERO
00545          IF TI-ES-DETALLE
00546              ADD 1 TO WS-CONT-SIN-LOTE
00547          END-IF
00548          GO TO 2100-PROC-TRANSIN-EXIT
00549      END-IF.
00550      IF TI-ES-DETALLE
00551          ADD 1 TO WS-LT-LEI-CANT (WS-LOTE-VIGENTE)
00552          IF TI-NUMERO1 NUMERIC AND TI-NUMERO2 NUMERIC
00553              ADD TI-NUMERO1 TO WS-LT-LEI-HASH (WS-LOTE-VIGENTE)
00554          END-IF
00555          GO TO 2100-PROC-TRANSIN-EXIT
00556      END-IF.
00557      IF TI-ES-TRAILER
00558          MOVE "S" TO WS-LT-TRL-SW (WS-LOTE-VIGENTE)
00559          IF TI-TRL-CANTIDAD NUMERIC
00560              MOVE TI-TRL-CANTIDAD
00561                  TO WS-LT-TRL-CANT (WS-LOTE-VIGENTE)
00562          END-IF
00563          IF TI-TRL-HASH-NUM1 NUMERIC
00564              MOVE TI-TRL-HASH-NUM1
00565                  TO WS-LT-TRL-HASH (WS-LOTE-VIGENTE)
00566          END-IF
00567          MOVE ZERO TO WS-LOTE-VIGENTE
00568      END-IF.
00569  2100-PROC-TRANSIN-EXIT.
00570      EXIT.
00571 *-------------------------------------------------------------*
00572  2110-ABRIR-LOTE.
00573 *    AGREGA A LA TABLA EL LOTE QUE ABRE EL ENCABEZADO. UN
00574 *    LOTE ANTERIOR QUE NO LLEGO A SU TRAILER QUEDA ASI, SIN
00575 *    TRAILER. SI LA TABLA SE LLENA EL CONTROL NO SE HACE.
00576 *-------------------------------------------------------------*
00577      IF WS-LOTE-CANT NOT < WS-LOTE-MAX
00578          DISPLAY "CALCFLUJ: TRANSIN EXCEDE LA TABLA DE "
00579              WS-LOTE-MAX " LOTES"
00580          MOVE "S" TO WS-ERROR-SW
00581          MOVE "S" TO WS-FIN-SW
00582          GO TO 2110-ABRIR-LOTE-EXIT
00583      END-IF.
00584      ADD 1 TO WS-LOTE-CANT.
00585      MOVE WS-LOTE-CANT   TO WS-LOTE-VIGENTE.
00586      MOVE TI-LOTE-ID     TO WS-LT-ID (WS-LOTE-CANT).
00587      MOVE TI-LOTE-ORIGEN TO WS-LT-ORIGEN (WS-LOTE-CANT).
00588      MOVE "N"            TO WS-LT-TRL-SW (WS-LOTE-CANT).
00589      MOVE ZERO           TO WS-LT-TRL-CANT (WS-LOTE-CANT).
00590      MOVE ZERO           TO WS-LT-TRL-HASH (WS-LOTE-CANT).
00591      MOVE ZERO           TO WS-LT-LEI-CANT (WS-LOTE-CANT).
00592      MOVE ZERO           TO WS-LT-LEI-HASH (WS-LOTE-CANT).
00593      MOVE SPACE          TO WS-LT-ESTADO (WS-LOTE-CANT).
00594      MOVE "N"            TO WS-LT-BH-SW (WS-LOTE-CANT).
00595  2110-ABRIR-LOTE-EXIT.
00596      EXIT.
00597 *-------------------------------------------------------------*
00598  3000-LEER-LOTESTAT.
00599 *    TOMA DE LOTESTAT EL ESTADO CON QUE CALCULOS TERMINO CADA
00600 *    LOTE EN LA FECHA DE NEGOCIO. UN MISMO LOTE PUEDE VENIR
00601 *    DOS VECES EN TRANSIN (EL SEGUNDO SALE DUPLICADO): CADA
00602 *    ESTADO VA AL PRIMER LOTE CON ESE ID QUE AUN NO TIENE; SI
00603 *    YA TODOS TIENEN (REINICIO DE LA CORRIDA) VALE EL ULTIMO.
00604 *    UN LOTE EN LOTESTAT QUE NO ESTA EN TRANSIN NO CUADRA.
00605 *-------------------------------------------------------------*
00606      OPEN INPUT LOTESTAT.
00607      IF WS-LOTEST-STATUS = "35"
00608          DISPLAY "CALCFLUJ: SIN LOTESTAT - NINGUN LOTE PROCESADO"
00609          GO TO 3000-LEER-LOTESTAT-EXIT
00610      END-IF.
00611      IF WS-LOTEST-STATUS NOT = "00"
00612          DISPLAY "CALCFLUJ: NO ABRIO LOTESTAT - STATUS "
00613              WS-LOTEST-STATUS
00614          MOVE "S" TO WS-ERROR-SW
00615          GO TO 3000-LEER-LOTESTAT-EXIT
00616      END-IF.
00617      MOVE "N" TO WS-FIN-SW.
00618      PERFORM 3010-PROC-LOTESTAT THRU 3010-PROC-LOTESTAT-EXIT
00619          UNTIL FIN-ARCHIVO.
00620      CLOSE LOTESTAT.
00621  3000-LEER-LOTESTAT-EXIT.
00622      EXIT.
00623 *-------------------------------------------------------------*
00624  3010-PROC-LOTESTAT.
00625 *    APLICA UN REGISTRO DE LOTESTAT DE LA FECHA A SU LOTE.
00626 *-------------------------------------------------------------*
00627      READ LOTESTAT
00628          AT END
00629              MOVE "S" TO WS-FIN-SW
00630      END-READ.
00631      IF FIN-ARCHIVO
00632          GO TO 3010-PROC-LOTESTAT-EXIT
00633      END-IF.
00634      IF LS-RUN-FECHA NOT = WS-FECHA-NEGOCIO
00635          GO TO 3010-PROC-LOTESTAT-EXIT
00636      END-IF.
00637      MOVE LS-LOTE-ID TO WS-LOTE-BUSCADO.
00638      MOVE ZERO TO WS-LOTE-ENC.
00639      PERFORM 3020-COMPARAR-SIN-ESTADO THRU
00640          3020-COMPARAR-SIN-ESTADO-EXIT
00641          VARYING WS-LOTE-IDX FROM 1 BY 1
00642          UNTIL WS-LOTE-IDX > WS-LOTE-CANT
00643             OR WS-LOTE-ENC > ZERO.
00644      IF WS-LOTE-ENC = ZERO
00645          PERFORM 3030-COMPARAR-ULTIMO THRU
00646              3030-COMPARAR-ULTIMO-EXIT
00647              VARYING WS-LOTE-IDX FROM 1 BY 1
00648              UNTIL WS-LOTE-IDX > WS-LOTE-CANT
00649      END-IF.
00650      IF WS-LOTE-ENC = ZERO
00651          MOVE LS-LOTE-ID     TO WOL-LOTE
00652          MOVE LS-LOTE-ORIGEN TO WOL-ORIGEN
00653          MOVE "EN LOTESTAT PERO NO EN EL TRANSIN DE LA NOCHE"
00654              TO WOL-TEXTO
00655          PERFORM 8000-AGREGAR-OBSERVACION THRU
00656              8000-AGREGAR-OBSERVACION-EXIT
00657          ADD 1 TO WS-CONT-NO-CUADRA
00658          GO TO 3010-PROC-LOTESTAT-EXIT
00659      END-IF.
00660      MOVE LS-ESTADO TO WS-LT-ESTADO (WS-LOTE-ENC).
00661  3010-PROC-LOTESTAT-EXIT.
00662      EXIT.
00663 *-------------------------------------------------------------*
00664  3020-COMPARAR-SIN-ESTADO.
00665 *    COMPARA UN LOTE DE LA TABLA, TODAVIA SIN ESTADO, CON EL
00666 *    LOTE BUSCADO.
00667 *-------------------------------------------------------------*
00668      IF WS-LT-ID (WS-LOTE-IDX) = WS-LOTE-BUSCADO
00669        AND LT-SIN-PROCESAR (WS-LOTE-IDX)
00670          MOVE WS-LOTE-IDX TO WS-LOTE-ENC
00671      END-IF.
00672  3020-COMPARAR-SIN-ESTADO-EXIT.
00673      EXIT.
00674 *-------------------------------------------------------------*
00675  3030-COMPARAR-ULTIMO.
00676 *    COMPARA UN LOTE DE LA TABLA CON EL BUSCADO Y SE QUEDA
00677 *    CON EL ULTIMO QUE COINCIDE.
00678 *-------------------------------------------------------------*
00679      IF WS-LT-ID (WS-LOTE-IDX) = WS-LOTE-BUSCADO
00680          MOVE WS-LOTE-IDX TO WS-LOTE-ENC
00681      END-IF.
00682  3030-COMPARAR-ULTIMO-EXIT.
00683      EXIT.
00684 *-------------------------------------------------------------*
00685  3100-LEER-BATCHHST.
00686 *    MARCA LOS LOTES QUE QUEDARON REGISTRADOS EN BATCHHST EN
00687 *    LA FECHA DE NEGOCIO. UN REGISTRO DE LA FECHA SIN LOTE
00688 *    ACEPTADO EN TRANSIN NO CUADRA.
00689 *-------------------------------------------------------------*
00690      OPEN INPUT BATCHHST.
00691      IF WS-BATCH-STATUS = "35"
00692          DISPLAY "CALCFLUJ: SIN BATCHHST - NINGUN LOTE REGISTRADO"
00693          GO TO 3100-LEER-BATCHHST-EXIT
00694      END-IF.
00695      IF WS-BATCH-STATUS NOT = "00"
00696          DISPLAY "CALCFLUJ: NO ABRIO BATCHHST - STATUS "
00697              WS-BATCH-STATUS
00698          MOVE "S" TO WS-ERROR-SW
00699          GO TO 3100-LEER-BATCHHST-EXIT
00700      END-IF.
00701      MOVE "N" TO WS-FIN-SW.
00702      PERFORM 3110-PROC-BATCHHST THRU 3110-PROC-BATCHHST-EXIT
00703          UNTIL FIN-ARCHIVO.
00704      CLOSE BATCHHST.
00705  3100-LEER-BATCHHST-EXIT.
00706      EXIT.
00707 *-------------------------------------------------------------*
00708  3110-PROC-BATCHHST.
00709 *    APLICA UN REGISTRO DE BATCHHST DE LA FECHA A SU LOTE.
00710 *-------------------------------------------------------------*
00711      READ BATCHHST
00712          AT END
00713              MOVE "S" TO WS-FIN-SW
00714      END-READ.
00715      IF FIN-ARCHIVO
00716          GO TO 3110-PROC-BATCHHST-EXIT
00717      END-IF.
00718      IF BH-FECHA-PROC NOT = WS-FECHA-NEGOCIO
00719          GO TO 3110-PROC-BATCHHST-EXIT
00720      END-IF.
00721      MOVE BH-LOTE-ID TO WS-LOTE-BUSCADO.
00722      MOVE ZERO TO WS-LOTE-ENC.
00723      PERFORM 3120-COMPARAR-ACEPTADO THRU
00724          3120-COMPARAR-ACEPTADO-EXIT
00725          VARYING WS-LOTE-IDX FROM 1 BY 1
00726          UNTIL WS-LOTE-IDX > WS-LOTE-CANT
00727             OR WS-LOTE-ENC > ZERO.
00728      IF WS-LOTE-ENC = ZERO
00729          MOVE BH-LOTE-ID TO WOL-LOTE
00730          MOVE SPACES     TO WOL-ORIGEN
00731          MOVE "EN BATCHHST SIN LOTE ACEPTADO EN TRANSIN"
00732              TO WOL-TEXTO
00733          PERFORM 8000-AGREGAR-OBSERVACION THRU
00734              8000-AGREGAR-OBSERVACION-EXIT
00735          ADD 1 TO WS-CONT-NO-CUADRA
00736          GO TO 3110-PROC-BATCHHST-EXIT
00737      END-IF.
00738      MOVE "S" TO WS-LT-BH-SW (WS-LOTE-ENC).
00739  3110-PROC-BATCHHST-EXIT.
00740      EXIT.
00741 *-------------------------------------------------------------*
00742  3120-COMPARAR-ACEPTADO.
00743 *    COMPARA UN LOTE ACEPTADO, AUN SIN MARCA DE BATCHHST, CON
00744 *    EL LOTE BUSCADO.
00745 *-------------------------------------------------------------*
00746      IF WS-LT-ID (WS-LOTE-IDX) = WS-LOTE-BUSCADO
00747        AND LT-ACEPTADO (WS-LOTE-IDX)
00748        AND NOT LT-EN-BATCHHST (WS-LOTE-IDX)
00749          MOVE WS-LOTE-IDX TO WS-LOTE-ENC
00750      END-IF.
00751  3120-COMPARAR-ACEPTADO-EXIT.
00752      EXIT.
00753 *-------------------------------------------------------------*
00754  3200-LEER-RECHAZOS.
00755 *    SUMA LOS RECHAZOS DE LA FECHA DE NEGOCIO CON EL NUMERO1
00756 *    DE SU VALOR CRUDO (EN CERO SI NO ERA NUMERICO, IGUAL QUE
00757 *    EN EL HASH DE CALCULOS) Y CUENTA LOS QUE SIGUEN
00758 *    PENDIENTES DE REPARACION.
00759 *-------------------------------------------------------------*
00760      OPEN INPUT RECHAZOS.
00761      IF WS-RECHAZOS-STATUS = "35"
00762          GO TO 3200-LEER-RECHAZOS-EXIT
00763      END-IF.
00764      IF WS-RECHAZOS-STATUS NOT = "00"
00765          DISPLAY "CALCFLUJ: NO ABRIO RECHAZOS - STATUS "
00766              WS-RECHAZOS-STATUS
00767          MOVE "S" TO WS-ERROR-SW
00768          GO TO 3200-LEER-RECHAZOS-EXIT
00769      END-IF.
00770      MOVE "N" TO WS-FIN-SW.
00771      PERFORM 3210-PROC-RECHAZO THRU 3210-PROC-RECHAZO-EXIT
00772          UNTIL FIN-ARCHIVO.
00773      CLOSE RECHAZOS.
00774  3200-LEER-RECHAZOS-EXIT.
00775      EXIT.
00776 *-------------------------------------------------------------*
00777  3210-PROC-RECHAZO.
00778 *    ACUMULA UN RECHAZO DE LA FECHA.
00779 *-------------------------------------------------------------*
00780      READ RECHAZOS
00781          AT END
00782              MOVE "S" TO WS-FIN-SW
00783      END-READ.
00784      IF FIN-ARCHIVO
00785          GO TO 3210-PROC-RECHAZO-EXIT
00786      END-IF.
00787      IF RZ-RUN-FECHA NOT = WS-FECHA-NEGOCIO
00788          GO TO 3210-PROC-RECHAZO-EXIT
00789      END-IF.
00790      ADD 1 TO WS-RZ-CANT.
00791      MOVE RZ-VALOR-CRUDO TO WS-CRUDO.
00792      IF WCR-NUMERO1 NUMERIC
00793          ADD WCR-NUMERO1 TO WS-RZ-MONTO
00794      END-IF.
00795      IF RZ-PENDIENTE
00796          ADD 1 TO WS-RZ-PEND
00797      END-IF.
00798  3210-PROC-RECHAZO-EXIT.
00799      EXIT.
00800 *-------------------------------------------------------------*
00801  3300-LEER-RETENIDO.
00802 *    SUMA LOS DETALLES QUE CALCULOS RETUVO POR LIMITE EN LA
00803 *    FECHA DE NEGOCIO, CUALQUIERA SEA SU ESTADO DE HOY, Y
00804 *    CUENTA LOS QUE AUN NO TIENEN DECISION O NO SALIERON.
00805 *-------------------------------------------------------------*
00806      OPEN INPUT RETENIDO.
00807      IF WS-RETEN-STATUS = "35"
00808          GO TO 3300-LEER-RETENIDO-EXIT
00809      END-IF.
00810      IF WS-RETEN-STATUS NOT = "00"
00811          DISPLAY "CALCFLUJ: NO ABRIO RETENIDO - STATUS "
00812              WS-RETEN-STATUS
00813          MOVE "S" TO WS-ERROR-SW
00814          GO TO 3300-LEER-RETENIDO-EXIT
00815      END-IF.
00816      MOVE "N" TO WS-FIN-SW.
00817      PERFORM 3310-PROC-RETENIDO THRU 3310-PROC-RETENIDO-EXIT
00818          UNTIL FIN-ARCHIVO.
00819      CLOSE RETENIDO.
00820  3300-LEER-RETENIDO-EXIT.
00821      EXIT.
00822 *-------------------------------------------------------------*
00823  3310-PROC-RETENIDO.
00824 *    ACUMULA UN RETENIDO DE LA FECHA.
00825 *-------------------------------------------------------------*
00826      READ RETENIDO
00827          AT END
00828              MOVE "S" TO WS-FIN-SW
00829      END-READ.
00830      IF FIN-ARCHIVO
00831          GO TO 3310-PROC-RETENIDO-EXIT
00832      END-IF.
00833      IF RN-RUN-FECHA NOT = WS-FECHA-NEGOCIO
00834          GO TO 3310-PROC-RETENIDO-EXIT
00835      END-IF.
00836      ADD 1 TO WS-RT-CANT.
00837      IF RN-NUMERO1 NUMERIC
00838          ADD RN-NUMERO1 TO WS-RT-MONTO
00839      END-IF.
00840      IF RN-PENDIENTE OR RN-APROBADO
00841          ADD 1 TO WS-RT-PEND
00842      END-IF.
00843  3310-PROC-RETENIDO-EXIT.
00844      EXIT.
00844A*-------------------------------------------------------------*
00844B 3350-LEER-FUTUROS.
00844C*    SUMA LOS DETALLES QUE CALCULOS ALMACENO EN FUTUROS EN LA
00844D*    FECHA DE NEGOCIO, CUALQUIERA SEA SU ESTADO DE HOY.
00844E*-------------------------------------------------------------*
00844F     OPEN INPUT FUTUROS.
00844G     IF WS-FUTUR-STATUS = "35"
00844H         GO TO 3350-LEER-FUTUROS-EXIT
00844I     END-IF.
00844J     IF WS-FUTUR-STATUS NOT = "00"
00844K         DISPLAY "CALCFLUJ: NO ABRIO FUTUROS - STATUS "
00844L             WS-FUTUR-STATUS
00844M         MOVE "S" TO WS-ERROR-SW
00844N         GO TO 3350-LEER-FUTUROS-EXIT
00844O     END-IF.
00844P     MOVE "N" TO WS-FIN-SW.
00844Q     PERFORM 3360-PROC-FUTURO THRU 3360-PROC-FUTURO-EXIT
00844R         UNTIL FIN-ARCHIVO.
00844S     CLOSE FUTUROS.
00844T 3350-LEER-FUTUROS-EXIT.
00844U     EXIT.
00844V*-------------------------------------------------------------*
00844W 3360-PROC-FUTURO.
00844X*    ACUMULA UN FUTURO ALMACENADO EN LA FECHA.
00844Y*-------------------------------------------------------------*
00844Z     READ FUTUROS
00845A         AT END
00845B             MOVE "S" TO WS-FIN-SW
00845C     END-READ.
00845D     IF FIN-ARCHIVO
00845E         GO TO 3360-PROC-FUTURO-EXIT
00845F     END-IF.
00845G     IF FU-RUN-FECHA NOT = WS-FECHA-NEGOCIO
00845H         GO TO 3360-PROC-FUTURO-EXIT
00845I     END-IF.
00845J     ADD 1 TO WS-FU-CANT.
00845K     IF FU-NUMERO1 NUMERIC
00845L         ADD FU-NUMERO1 TO WS-FU-MONTO
00845M     END-IF.
00845N 3360-PROC-FUTURO-EXIT.
00845O     EXIT.
00845P*-------------------------------------------------------------*
00846  3400-LEER-CALCLOG.
00847 *    SUMA LO CONTABILIZADO EN CALCLOG CON FECHA DE CORRIDA
00848 *    IGUAL A LA FECHA DE NEGOCIO, CON EL NUMERO1 ORIGINAL
00849 *    (ANTES DE CONVERTIR A MONEDA FUNCIONAL), QUE ES EL QUE
00850 *    ENTRA AL HASH DEL TRAILER.
00851 *-------------------------------------------------------------*
00852      OPEN INPUT CALCLOG.
00853      IF WS-CALCLOG-STATUS NOT = "00"
00854          DISPLAY "CALCFLUJ: NO ABRIO CALCLOG - STATUS "
00855              WS-CALCLOG-STATUS
00856          MOVE "S" TO WS-ERROR-SW
00857          GO TO 3400-LEER-CALCLOG-EXIT
00858      END-IF.
00859      MOVE "N" TO WS-FIN-SW.
00860      PERFORM 3410-PROC-CALCLOG THRU 3410-PROC-CALCLOG-EXIT
00861          UNTIL FIN-ARCHIVO.
00862      CLOSE CALCLOG.
00863  3400-LEER-CALCLOG-EXIT.
00864      EXIT.
00865 *-------------------------------------------------------------*
00866  3410-PROC-CALCLOG.
00867 *    ACUMULA UN REGISTRO DE CALCLOG DE LA FECHA.
00868 *-------------------------------------------------------------*
00869      READ CALCLOG NEXT RECORD
00870          AT END
00871              MOVE "S" TO WS-FIN-SW
00872      END-READ.
00873      IF FIN-ARCHIVO
00874          GO TO 3410-PROC-CALCLOG-EXIT
00875      END-IF.
00876      IF CL-RUN-FECHA NOT = WS-FECHA-NEGOCIO
00877          GO TO 3410-PROC-CALCLOG-EXIT
00878      END-IF.
00879      ADD 1 TO WS-CL-CANT.
00880      ADD CL-NUMERO1-ORIG TO WS-CL-MONTO.
00881  3410-PROC-CALCLOG-EXIT.
00882      EXIT.
00883 *-------------------------------------------------------------*
00884  4000-LEER-GLFEED.
00885 *    RECORRE LA GENERACION DE GLFEEDV QUE SE LE ENTREGO AL
00886 *    MAYOR: ENCABEZADO, ASIENTOS (CANTIDAD, MONTO, DEBE Y
00887 *    HABER) Y TRAILER DE CONTROL.
00888 *-------------------------------------------------------------*
00889      OPEN INPUT GLFEED.
00890      IF WS-GLFEED-STATUS NOT = "00"
00891          DISPLAY "CALCFLUJ: NO ABRIO GLFEED - STATUS "
00892              WS-GLFEED-STATUS
00893          MOVE "S" TO WS-ERROR-SW
00894          GO TO 4000-LEER-GLFEED-EXIT
00895      END-IF.
00896      MOVE "N" TO WS-FIN-SW.
00897      PERFORM 4010-PROC-GLFEED THRU 4010-PROC-GLFEED-EXIT
00898          UNTIL FIN-ARCHIVO.
00899      CLOSE GLFEED.
00900  4000-LEER-GLFEED-EXIT.
00901      EXIT.
00902 *-------------------------------------------------------------*
00903  4010-PROC-GLFEED.
00904 *    APLICA UN REGISTRO DE LA GENERACION DE GLFEEDV.
00905 *-------------------------------------------------------------*
00906      READ GLFEED
00907          AT END
00908              MOVE "S" TO WS-FIN-SW
00909      END-READ.
00910      IF FIN-ARCHIVO
00911          GO TO 4010-PROC-GLFEED-EXIT
00912      END-IF.
00913      ADD 1 TO WS-CONT-GL-REG.
00914      IF GL-ES-CONTROL-ENC
00915          MOVE "S"           TO WS-GLF-ENC-SW
00916          MOVE GL-GEN-ID     TO WS-GLF-GEN-ID
00917          MOVE GL-GEN-FECHA  TO WS-GLF-GEN-FECHA
00918          MOVE GL-GEN-ESTADO TO WS-GLF-GEN-ESTADO
00919          GO TO 4010-PROC-GLFEED-EXIT
00920      END-IF.
00921      IF GL-ES-CONTROL-TRL
00922          MOVE "S"              TO WS-GLF-TRL-SW
00923          MOVE GL-TRL-CANTIDAD  TO WS-GLF-TRL-CANT
00924          MOVE GL-TRL-TOT-DEBE  TO WS-GLF-TRL-DEBE
00925          MOVE GL-TRL-TOT-HABER TO WS-GLF-TRL-HABER
00926          GO TO 4010-PROC-GLFEED-EXIT
00927      END-IF.
00928      ADD 1 TO WS-GLF-CANT.
00929      ADD GL-MONTO TO WS-GLF-MONTO.
00930      IF GL-ES-DEBITO
00931          ADD GL-MONTO TO WS-GLF-DEBE
00932      ELSE
00933          ADD GL-MONTO TO WS-GLF-HABER
00934      END-IF.
00935  4010-PROC-GLFEED-EXIT.
00936      EXIT.
00937 *-------------------------------------------------------------*
00938  4100-LEER-GLACKIN.
00939 *    SUMA LOS ACUSES DEL MAYOR POR ESTADO. SIN GLACKIN LOS
00940 *    ACUSES QUEDAN EN CERO Y EL CUADRE DEL MAYOR LO MUESTRA.
00941 *-------------------------------------------------------------*
00942      OPEN INPUT GLACKIN.
00943      IF WS-GLACK-STATUS = "35"
00944          DISPLAY "CALCFLUJ: SIN GLACKIN - EL MAYOR NO DEVOLVIO "
00945              "ACUSES"
00946          MOVE "N" TO WS-GLACK-SW
00947          GO TO 4100-LEER-GLACKIN-EXIT
00948      END-IF.
00949      IF WS-GLACK-STATUS NOT = "00"
00950          DISPLAY "CALCFLUJ: NO ABRIO GLACKIN - STATUS "
00951              WS-GLACK-STATUS
00952          MOVE "S" TO WS-ERROR-SW
00953          GO TO 4100-LEER-GLACKIN-EXIT
00954      END-IF.
00955      MOVE "N" TO WS-FIN-SW.
00956      PERFORM 4110-PROC-GLACKIN THRU 4110-PROC-GLACKIN-EXIT
00957          UNTIL FIN-ARCHIVO.
00958      CLOSE GLACKIN.
00959  4100-LEER-GLACKIN-EXIT.
00960      EXIT.
00961 *-------------------------------------------------------------*
00962  4110-PROC-GLACKIN.
00963 *    ACUMULA UN ACUSE COMO POSTEADO O RECHAZADO.
00964 *-------------------------------------------------------------*
00965      READ GLACKIN
00966          AT END
00967              MOVE "S" TO WS-FIN-SW
00968      END-READ.
00969      IF FIN-ARCHIVO
00970          GO TO 4110-PROC-GLACKIN-EXIT
00971      END-IF.
00972      IF AK-POSTEADO
00973          ADD 1 TO WS-ACP-CANT
00974          ADD AK-MONTO TO WS-ACP-MONTO
00975      ELSE
00976          ADD 1 TO WS-ACR-CANT
00977          ADD AK-MONTO TO WS-ACR-MONTO
00978      END-IF.
00979  4110-PROC-GLACKIN-EXIT.
00980      EXIT.
00981 *-------------------------------------------------------------*
00982  4200-LEER-GLEXCEP.
00983 *    SUMA LAS EXCEPCIONES QUE GLACKMAT GRABO EN LA FECHA DEL
00984 *    CRUCE: ACUSES SIN ASIENTO Y ASIENTOS SIN ACUSE (LOS QUE
00985 *    EXPLICAN LA DIFERENCIA ENTRE LO ENVIADO Y LO ACUSADO), Y
00986 *    LAS QUE SIGUEN ABIERTAS EN EL CIRCUITO DE REPARACION.
00987 *-------------------------------------------------------------*
00988      OPEN INPUT GLEXCEP.
00989      IF WS-GLEXC-STATUS = "35"
00990          GO TO 4200-LEER-GLEXCEP-EXIT
00991      END-IF.
00992      IF WS-GLEXC-STATUS NOT = "00"
00993          DISPLAY "CALCFLUJ: NO ABRIO GLEXCEP - STATUS "
00994              WS-GLEXC-STATUS
00995          MOVE "S" TO WS-ERROR-SW
00996          GO TO 4200-LEER-GLEXCEP-EXIT
00997      END-IF.
00998      MOVE "N" TO WS-FIN-SW.
00999      PERFORM 4210-PROC-GLEXCEP THRU 4210-PROC-GLEXCEP-EXIT
01000          UNTIL FIN-ARCHIVO.
01001      CLOSE GLEXCEP.
01002  4200-LEER-GLEXCEP-EXIT.
01003      EXIT.
01004 *-------------------------------------------------------------*
01005  4210-PROC-GLEXCEP.
01006 *    ACUMULA UNA EXCEPCION DE LA FECHA DEL CRUCE.
01007 *-------------------------------------------------------------*
01008      READ GLEXCEP
01009          AT END
01010              MOVE "S" TO WS-FIN-SW
01011      END-READ.
01012      IF FIN-ARCHIVO
01013          GO TO 4210-PROC-GLEXCEP-EXIT
01014      END-IF.
01015      IF EX-RUN-FECHA NOT = WS-FECHA-CRUCE
01016          GO TO 4210-PROC-GLEXCEP-EXIT
01017      END-IF.
01018      IF EX-TIPO = "ACK SIN ASIENTO ENVIADO "
01019          ADD 1 TO WS-EXA-CANT
01020          ADD EX-MONTO TO WS-EXA-MONTO
01021      END-IF.
01022      IF EX-TIPO = "ASIENTO SIN ACUSE       "
01023          ADD 1 TO WS-EXS-CANT
01024          ADD EX-MONTO TO WS-EXS-MONTO
01025      END-IF.
01026      IF EX-PENDIENTE
01027          ADD 1 TO WS-EXO-CANT
01028          ADD EX-MONTO TO WS-EXO-MONTO
01029      END-IF.
01030  4210-PROC-GLEXCEP-EXIT.
01031      EXIT.
01032 *-------------------------------------------------------------*
01033  5000-CUADRAR-ENTRADA.
01034 *    REPARTE CADA LOTE DE TRANSIN EN SU ETAPA: DUPLICADO, SIN
01035 *    PROCESAR O LEIDO POR CALCULOS (ACEPTADO O RETENIDO), CON
01036 *    LA DIFERENCIA CONTRA SU TRAILER APARTE. LUEGO CUADRA LO
01037 *    LEIDO CONTRA RECHAZOS + RETENIDOS + FUTUROS + CALCLOG.
01038 *-------------------------------------------------------------*
01039      PERFORM 5100-CLASIFICAR-LOTE THRU 5100-CLASIFICAR-LOTE-EXIT
01040          VARYING WS-LOTE-IDX FROM 1 BY 1
01041          UNTIL WS-LOTE-IDX > WS-LOTE-CANT.
01042      COMPUTE WS-ENT-DIF-CANT = WS-LEI-CANT - WS-RZ-CANT
01043          - WS-RT-CANT - WS-FU-CANT - WS-CL-CANT.
01044      COMPUTE WS-ENT-DIF-MONTO = WS-LEI-MONTO - WS-RZ-MONTO
01045          - WS-RT-MONTO - WS-FU-MONTO - WS-CL-MONTO.
01046      IF WS-DTR-CANT NOT = ZERO
01047        OR WS-DTR-MONTO NOT = ZERO
01048          ADD 1 TO WS-CONT-NO-CUADRA
01049      END-IF.
01050      IF WS-NOP-LOTES > ZERO
01051          ADD 1 TO WS-CONT-NO-CUADRA
01052      END-IF.
01053      IF WS-ENT-DIF-CANT NOT = ZERO
01054        OR WS-ENT-DIF-MONTO NOT = ZERO
01055          ADD 1 TO WS-CONT-NO-CUADRA
01056      END-IF.
01057      ADD WS-DUP-LOTES TO WS-CONT-ABIERTAS.
01058      ADD WS-RZ-PEND   TO WS-CONT-ABIERTAS.
01059      ADD WS-RT-PEND   TO WS-CONT-ABIERTAS.
01060  5000-CUADRAR-ENTRADA-EXIT.
01061      EXIT.
01062 *-------------------------------------------------------------*
01063  5100-CLASIFICAR-LOTE.
01064 *    LO RECIBIDO DE UN LOTE ES LO QUE DICE SU TRAILER (LO
01065 *    LEIDO SI LLEGO SIN TRAILER). UN LOTE ACEPTADO DEBE
01066 *    ESTAR EN BATCHHST; UNO QUE NO CUADRA CON SU TRAILER
01067 *    DEJA SU DIFERENCIA Y SU OBSERVACION.
01068 *-------------------------------------------------------------*
01069      MOVE WS-LT-ID (WS-LOTE-IDX)     TO WOL-LOTE.
01070      MOVE WS-LT-ORIGEN (WS-LOTE-IDX) TO WOL-ORIGEN.
01071      ADD 1 TO WS-REC-LOTES.
01072      IF NOT LT-CON-TRAILER (WS-LOTE-IDX)
01073          MOVE WS-LT-LEI-CANT (WS-LOTE-IDX)
01074              TO WS-LT-TRL-CANT (WS-LOTE-IDX)
01075          MOVE WS-LT-LEI-HASH (WS-LOTE-IDX)
01076              TO WS-LT-TRL-HASH (WS-LOTE-IDX)
01077          MOVE "SIN TRAILER EN TRANSIN (TRANSMISION TRUNCA)"
01078              TO WOL-TEXTO
01079          PERFORM 8000-AGREGAR-OBSERVACION THRU
01080              8000-AGREGAR-OBSERVACION-EXIT
01081      END-IF.
01082      ADD WS-LT-TRL-CANT (WS-LOTE-IDX) TO WS-REC-CANT.
01083      ADD WS-LT-TRL-HASH (WS-LOTE-IDX) TO WS-REC-MONTO.
01084      IF LT-DUPLICADO (WS-LOTE-IDX)
01085          ADD 1 TO WS-DUP-LOTES
01086          ADD WS-LT-TRL-CANT (WS-LOTE-IDX) TO WS-DUP-CANT
01087          ADD WS-LT-TRL-HASH (WS-LOTE-IDX) TO WS-DUP-MONTO
01088          MOVE "DUPLICADO EN BATCHHST - NO SE PROCESO"
01089              TO WOL-TEXTO
01090          PERFORM 8000-AGREGAR-OBSERVACION THRU
01091              8000-AGREGAR-OBSERVACION-EXIT
01092          GO TO 5100-CLASIFICAR-LOTE-EXIT
01093      END-IF.
01094      IF LT-SIN-PROCESAR (WS-LOTE-IDX)
01095          ADD 1 TO WS-NOP-LOTES
01096          ADD WS-LT-TRL-CANT (WS-LOTE-IDX) TO WS-NOP-CANT
01097          ADD WS-LT-TRL-HASH (WS-LOTE-IDX) TO WS-NOP-MONTO
01098          MOVE "SIN ESTADO EN LOTESTAT - CALCULOS NO LO PROCESO"
01099              TO WOL-TEXTO
01100          PERFORM 8000-AGREGAR-OBSERVACION THRU
01101              8000-AGREGAR-OBSERVACION-EXIT
01102          GO TO 5100-CLASIFICAR-LOTE-EXIT
01103      END-IF.
01104      ADD WS-LT-LEI-CANT (WS-LOTE-IDX) TO WS-LEI-CANT.
01105      ADD WS-LT-LEI-HASH (WS-LOTE-IDX) TO WS-LEI-MONTO.
01106      IF WS-LT-TRL-CANT (WS-LOTE-IDX)
01107            NOT = WS-LT-LEI-CANT (WS-LOTE-IDX)
01108        OR WS-LT-TRL-HASH (WS-LOTE-IDX)
01109            NOT = WS-LT-LEI-HASH (WS-LOTE-IDX)
01110          ADD 1 TO WS-DTR-LOTES
01111          COMPUTE WS-DTR-CANT = WS-DTR-CANT
01112              + WS-LT-TRL-CANT (WS-LOTE-IDX)
01113              - WS-LT-LEI-CANT (WS-LOTE-IDX)
01114          COMPUTE WS-DTR-MONTO = WS-DTR-MONTO
01115              + WS-LT-TRL-HASH (WS-LOTE-IDX)
01116              - WS-LT-LEI-HASH (WS-LOTE-IDX)
01117          MOVE "NO CUADRA CON SU TRAILER (CANTIDAD O HASH)"
01118              TO WOL-TEXTO
01119          PERFORM 8000-AGREGAR-OBSERVACION THRU
01120              8000-AGREGAR-OBSERVACION-EXIT
01121      END-IF.
01122      IF LT-RETENIDO (WS-LOTE-IDX)
01123          MOVE "RETENIDO POR CALCULOS - NO QUEDO EN BATCHHST"
01124              TO WOL-TEXTO
01125          PERFORM 8000-AGREGAR-OBSERVACION THRU
01126              8000-AGREGAR-OBSERVACION-EXIT
01127      END-IF.
01128      IF LT-ACEPTADO (WS-LOTE-IDX)
01129        AND NOT LT-EN-BATCHHST (WS-LOTE-IDX)
01130          ADD 1 TO WS-CONT-NO-CUADRA
01131          MOVE "ACEPTADO EN LOTESTAT PERO SIN REGISTRO EN BATCHHST"
01132              TO WOL-TEXTO
01133          PERFORM 8000-AGREGAR-OBSERVACION THRU
01134              8000-AGREGAR-OBSERVACION-EXIT
01135      END-IF.
01136  5100-CLASIFICAR-LOTE-EXIT.
01137      EXIT.
01138 *-------------------------------------------------------------*
01139  5500-CUADRAR-MAYOR.
01140 *    CUADRA LA GENERACION DE GLFEEDV CONSIGO MISMA (FECHA,
01141 *    SELLO "V", TRAILER Y DEBE CONTRA HABER) Y LO ENVIADO
01142 *    CONTRA LO ACUSADO POR EL MAYOR MAS LAS EXCEPCIONES DEL
01143 *    CRUCE. LAS EXCEPCIONES ABIERTAS QUEDAN COMO PARTIDAS
01144 *    ABIERTAS DE LA FIRMA.
01145 *-------------------------------------------------------------*
01146      COMPUTE WS-GLF-NETO = WS-GLF-DEBE - WS-GLF-HABER.
01147      IF NOT GLFEED-CON-ENCAB
01148        OR WS-GLF-GEN-FECHA NOT = WS-FECHA-NEGOCIO
01149        OR WS-GLF-GEN-ESTADO NOT = "V"
01150          ADD 1 TO WS-CONT-NO-CUADRA
01151      END-IF.
01152      IF NOT GLFEED-CON-TRAILER
01153        OR WS-GLF-TRL-CANT NOT = WS-GLF-CANT
01154        OR WS-GLF-TRL-DEBE NOT = WS-GLF-DEBE
01155        OR WS-GLF-TRL-HABER NOT = WS-GLF-HABER
01156          ADD 1 TO WS-CONT-NO-CUADRA
01157      END-IF.
01158      IF WS-GLF-NETO NOT = ZERO
01159          ADD 1 TO WS-CONT-NO-CUADRA
01160      END-IF.
01161      COMPUTE WS-MAY-DIF-CANT = WS-GLF-CANT - WS-ACP-CANT
01162          - WS-ACR-CANT + WS-EXA-CANT - WS-EXS-CANT.
01163      COMPUTE WS-MAY-DIF-MONTO = WS-GLF-MONTO - WS-ACP-MONTO
01164          - WS-ACR-MONTO + WS-EXA-MONTO - WS-EXS-MONTO.
01165      IF WS-MAY-DIF-CANT NOT = ZERO
01166        OR WS-MAY-DIF-MONTO NOT = ZERO
01167          ADD 1 TO WS-CONT-NO-CUADRA
01168      END-IF.
01169      ADD WS-EXO-CANT TO WS-CONT-ABIERTAS.
01170  5500-CUADRAR-MAYOR-EXIT.
01171      EXIT.
01172 *-------------------------------------------------------------*
01173  6000-ESCRIBIR-HOJA.
01174 *    ESCRIBE LA HOJA DE CONTROL: ENTRADA, MAYOR, OBSERVACIONES
01175 *    Y RESULTADO, CON LA LINEA DE FIRMA DE FINANZAS.
01176 *-------------------------------------------------------------*
01177      OPEN OUTPUT FLUJRPT.
01178      IF WS-FRPT-STATUS NOT = "00"
01179          DISPLAY "CALCFLUJ: NO ABRIO FLUJRPT - STATUS "
01180              WS-FRPT-STATUS
01181          MOVE "S" TO WS-ERROR-SW
01182          GO TO 6000-ESCRIBIR-HOJA-EXIT
01183      END-IF.
01184      MOVE WS-FECHA-NEGOCIO TO WLT-NEGOCIO.
01185      MOVE WS-FECHA-CRUCE   TO WLT-CRUCE.
01186      MOVE WS-RUN-FECHA     TO WLT-FECHA.
01187      MOVE WS-RUN-HORA      TO WLT-HORA.
01188      WRITE PRT-RECORD FROM WS-LINEA-TITULO.
01189      WRITE PRT-RECORD FROM WS-LINEA-BLANCO.
01190      WRITE PRT-RECORD FROM WS-LINEA-COLUMNAS.
01191      PERFORM 6100-HOJA-ENTRADA THRU 6100-HOJA-ENTRADA-EXIT.
01192      PERFORM 6200-HOJA-MAYOR THRU 6200-HOJA-MAYOR-EXIT.
01193      PERFORM 6300-HOJA-OBSERVACIONES THRU
01194          6300-HOJA-OBSERVACIONES-EXIT.
01195      PERFORM 6400-HOJA-RESULTADO THRU 6400-HOJA-RESULTADO-EXIT.
01196      CLOSE FLUJRPT.
01197  6000-ESCRIBIR-HOJA-EXIT.
01198      EXIT.
01199 *-------------------------------------------------------------*
01200  6100-HOJA-ENTRADA.
01201 *    ETAPAS DE LA ENTRADA, DE LO RECIBIDO A LO CONTABILIZADO.
01202 *-------------------------------------------------------------*
01203      WRITE PRT-RECORD FROM WS-LINEA-BLANCO.
01204      MOVE "ENTRADA (MONTO = NUMERO1 TAL COMO LLEGO EN TRANSIN)"
01205          TO WLS-TEXTO.
01206      WRITE PRT-RECORD FROM WS-LINEA-SECCION.
01207      MOVE "RECIBIDO SEGUN TRAILERS DE TRANSIN" TO WLE-LITERAL.
01208      MOVE WS-REC-CANT  TO WLE-CANTIDAD.
01209      MOVE WS-REC-MONTO TO WLE-MONTO.
01210      MOVE SPACES       TO WLE-RESULTADO.
01211      WRITE PRT-RECORD FROM WS-LINEA-ETAPA.
01212      MOVE "(-) LOTES DUPLICADOS, NO PROCESADOS" TO WLE-LITERAL.
01213      MOVE WS-DUP-CANT  TO WLE-CANTIDAD.
01214      MOVE WS-DUP-MONTO TO WLE-MONTO.
01215      MOVE SPACES       TO WLE-RESULTADO.
01216      IF WS-DUP-LOTES > ZERO
01217          MOVE "ABIERTO" TO WLE-RESULTADO
01218      END-IF.
01219      WRITE PRT-RECORD FROM WS-LINEA-ETAPA.
01220      MOVE "(-) LOTES SIN ESTADO EN LOTESTAT" TO WLE-LITERAL.
01221      MOVE WS-NOP-CANT  TO WLE-CANTIDAD.
01222      MOVE WS-NOP-MONTO TO WLE-MONTO.
01223      MOVE "CUADRA"     TO WLE-RESULTADO.
01224      IF WS-NOP-LOTES > ZERO
01225          MOVE "*** NO CUADRA ***" TO WLE-RESULTADO
01226      END-IF.
01227      WRITE PRT-RECORD FROM WS-LINEA-ETAPA.
01228      MOVE "(-) DIFERENCIA DE LOTES CONTRA SU TRAILER"
01229          TO WLE-LITERAL.
01230      MOVE WS-DTR-CANT  TO WLE-CANTIDAD.
01231      MOVE WS-DTR-MONTO TO WLE-MONTO.
01232      MOVE "CUADRA"     TO WLE-RESULTADO.
01233      IF WS-DTR-CANT NOT = ZERO
01234        OR WS-DTR-MONTO NOT = ZERO
01235          MOVE "*** NO CUADRA ***" TO WLE-RESULTADO
01236      END-IF.
01237      WRITE PRT-RECORD FROM WS-LINEA-ETAPA.
01238      MOVE "(=) LEIDO POR CALCULOS" TO WLE-LITERAL.
01239      MOVE WS-LEI-CANT  TO WLE-CANTIDAD.
01240      MOVE WS-LEI-MONTO TO WLE-MONTO.
01241      MOVE SPACES       TO WLE-RESULTADO.
01242      WRITE PRT-RECORD FROM WS-LINEA-ETAPA.
01243      MOVE "(-) RECHAZOS" TO WLE-LITERAL.
01244      MOVE WS-RZ-CANT   TO WLE-CANTIDAD.
01245      MOVE WS-RZ-MONTO  TO WLE-MONTO.
01246      MOVE SPACES       TO WLE-RESULTADO.
01247      IF WS-RZ-PEND > ZERO
01248          MOVE "ABIERTO" TO WLE-RESULTADO
01249      END-IF.
01250      WRITE PRT-RECORD FROM WS-LINEA-ETAPA.
01251      MOVE "(-) RETENIDOS POR LIMITE" TO WLE-LITERAL.
01252      MOVE WS-RT-CANT   TO WLE-CANTIDAD.
01253      MOVE WS-RT-MONTO  TO WLE-MONTO.
01254      MOVE SPACES       TO WLE-RESULTADO.
01255      IF WS-RT-PEND > ZERO
01256          MOVE "ABIERTO" TO WLE-RESULTADO
01257      END-IF.
01258      WRITE PRT-RECORD FROM WS-LINEA-ETAPA.
01258A     MOVE "(-) ALMACENADOS EN FUTUROS" TO WLE-LITERAL.
01258B     MOVE WS-FU-CANT   TO WLE-CANTIDAD.
01258C     MOVE WS-FU-MONTO  TO WLE-MONTO.
01258D     MOVE SPACES       TO WLE-RESULTADO.
01258E     WRITE PRT-RECORD FROM WS-LINEA-ETAPA.
01259      MOVE "(-) CONTABILIZADO EN CALCLOG" TO WLE-LITERAL.
01260      MOVE WS-CL-CANT   TO WLE-CANTIDAD.
01261      MOVE WS-CL-MONTO  TO WLE-MONTO.
01262      MOVE SPACES       TO WLE-RESULTADO.
01263      WRITE PRT-RECORD FROM WS-LINEA-ETAPA.
01264      MOVE "(=) DIFERENCIA DE LA ENTRADA" TO WLE-LITERAL.
01265      MOVE WS-ENT-DIF-CANT  TO WLE-CANTIDAD.
01266      MOVE WS-ENT-DIF-MONTO TO WLE-MONTO.
01267      MOVE "CUADRA"         TO WLE-RESULTADO.
01268      IF WS-ENT-DIF-CANT NOT = ZERO
01269        OR WS-ENT-DIF-MONTO NOT = ZERO
01270          MOVE "*** NO CUADRA ***" TO WLE-RESULTADO
01271      END-IF.
01272      WRITE PRT-RECORD FROM WS-LINEA-ETAPA.
01273  6100-HOJA-ENTRADA-EXIT.
01274      EXIT.
01275 *-------------------------------------------------------------*
01276  6200-HOJA-MAYOR.
01277 *    ETAPAS DEL MAYOR, DE LO ENVIADO EN GLFEEDV A LO QUE SIGUE
01278 *    ABIERTO EN GLEXCEP.
01279 *-------------------------------------------------------------*
01280      WRITE PRT-RECORD FROM WS-LINEA-BLANCO.
01281      MOVE "MAYOR GENERAL (MONTO = SUMA DE LOS ASIENTOS)"
01282          TO WLS-TEXTO.
01283      WRITE PRT-RECORD FROM WS-LINEA-SECCION.
01284      MOVE WS-GLF-GEN-ID     TO WLG-GEN-ID.
01285      MOVE WS-GLF-GEN-FECHA  TO WLG-GEN-FECHA.
01286      MOVE WS-GLF-GEN-ESTADO TO WLG-GEN-ESTADO.
01287      MOVE "CUADRA - VERIFICADA POR RECONCIL" TO WLG-RESULTADO.
01288      IF WS-GLF-GEN-ESTADO NOT = "V"
01289          MOVE "*** NO CUADRA *** SIN VERIFICAR"
01290              TO WLG-RESULTADO
01291      END-IF.
01292      IF WS-GLF-GEN-FECHA NOT = WS-FECHA-NEGOCIO
01293          MOVE "*** NO CUADRA *** NO ES DE LA FECHA"
01294              TO WLG-RESULTADO
01295      END-IF.
01296      IF NOT GLFEED-CON-ENCAB
01297          MOVE "*** NO CUADRA *** SIN ENCABEZADO"
01298              TO WLG-RESULTADO
01299      END-IF.
01300      WRITE PRT-RECORD FROM WS-LINEA-GENERACION.
01301      MOVE "ASIENTOS ENVIADOS EN GLFEEDV" TO WLE-LITERAL.
01302      MOVE WS-GLF-CANT  TO WLE-CANTIDAD.
01303      MOVE WS-GLF-MONTO TO WLE-MONTO.
01304      MOVE "CUADRA"     TO WLE-RESULTADO.
01305      IF NOT GLFEED-CON-TRAILER
01306        OR WS-GLF-TRL-CANT NOT = WS-GLF-CANT
01307        OR WS-GLF-TRL-DEBE NOT = WS-GLF-DEBE
01308        OR WS-GLF-TRL-HABER NOT = WS-GLF-HABER
01309          MOVE "*** NO CUADRA TRL **" TO WLE-RESULTADO
01310      END-IF.
01311      WRITE PRT-RECORD FROM WS-LINEA-ETAPA.
01312      MOVE "    DEBE MENOS HABER DE LA GENERACION" TO WLE-LITERAL.
01313      MOVE ZERO         TO WLE-CANTIDAD.
01314      MOVE WS-GLF-NETO  TO WLE-MONTO.
01315      MOVE "CUADRA"     TO WLE-RESULTADO.
01316      IF WS-GLF-NETO NOT = ZERO
01317          MOVE "*** NO CUADRA ***" TO WLE-RESULTADO
01318      END-IF.
01319      WRITE PRT-RECORD FROM WS-LINEA-ETAPA.
01320      MOVE "(-) ACUSES DEL MAYOR - POSTEADOS" TO WLE-LITERAL.
01321      MOVE WS-ACP-CANT  TO WLE-CANTIDAD.
01322      MOVE WS-ACP-MONTO TO WLE-MONTO.
01323      MOVE SPACES       TO WLE-RESULTADO.
01324      IF NOT HAY-GLACKIN
01325          MOVE "SIN GLACKIN" TO WLE-RESULTADO
01326      END-IF.
01327      WRITE PRT-RECORD FROM WS-LINEA-ETAPA.
01328      MOVE "(-) ACUSES DEL MAYOR - RECHAZADOS" TO WLE-LITERAL.
01329      MOVE WS-ACR-CANT  TO WLE-CANTIDAD.
01330      MOVE WS-ACR-MONTO TO WLE-MONTO.
01331      MOVE SPACES       TO WLE-RESULTADO.
01332      WRITE PRT-RECORD FROM WS-LINEA-ETAPA.
01333      MOVE "(+) ACUSES SIN ASIENTO ENVIADO (GLEXCEP)"
01334          TO WLE-LITERAL.
01335      MOVE WS-EXA-CANT  TO WLE-CANTIDAD.
01336      MOVE WS-EXA-MONTO TO WLE-MONTO.
01337      MOVE SPACES       TO WLE-RESULTADO.
01338      WRITE PRT-RECORD FROM WS-LINEA-ETAPA.
01339      MOVE "(-) ASIENTOS SIN ACUSE (GLEXCEP)" TO WLE-LITERAL.
01340      MOVE WS-EXS-CANT  TO WLE-CANTIDAD.
01341      MOVE WS-EXS-MONTO TO WLE-MONTO.
01342      MOVE SPACES       TO WLE-RESULTADO.
01343      WRITE PRT-RECORD FROM WS-LINEA-ETAPA.
01344      MOVE "(=) DIFERENCIA ENVIADO CONTRA ACUSADO" TO WLE-LITERAL.
01345      MOVE WS-MAY-DIF-CANT  TO WLE-CANTIDAD.
01346      MOVE WS-MAY-DIF-MONTO TO WLE-MONTO.
01347      MOVE "CUADRA"         TO WLE-RESULTADO.
01348      IF WS-MAY-DIF-CANT NOT = ZERO
01349        OR WS-MAY-DIF-MONTO NOT = ZERO
01350          MOVE "*** NO CUADRA ***" TO WLE-RESULTADO
01351      END-IF.
01352      WRITE PRT-RECORD FROM WS-LINEA-ETAPA.
01353      MOVE "EXCEPCIONES DEL CRUCE ABIERTAS EN GLEXCEP"
01354          TO WLE-LITERAL.
01355      MOVE WS-EXO-CANT  TO WLE-CANTIDAD.
01356      MOVE WS-EXO-MONTO TO WLE-MONTO.
01357      MOVE SPACES       TO WLE-RESULTADO.
01358      IF WS-EXO-CANT > ZERO
01359          MOVE "ABIERTO" TO WLE-RESULTADO
01360      END-IF.
01361      WRITE PRT-RECORD FROM WS-LINEA-ETAPA.
01362  6200-HOJA-MAYOR-EXIT.
01363      EXIT.
01364 *-------------------------------------------------------------*
01365  6300-HOJA-OBSERVACIONES.
01366 *    OBSERVACIONES POR LOTE QUE CABEN EN LA HOJA, Y CUANTAS
01367 *    MAS QUEDARON SOLO EN EL SYSOUT.
01368 *-------------------------------------------------------------*
01369      IF WS-OBS-TOTAL = ZERO
01370          GO TO 6300-HOJA-OBSERVACIONES-EXIT
01371      END-IF.
01372      WRITE PRT-RECORD FROM WS-LINEA-BLANCO.
01373      MOVE "OBSERVACIONES" TO WLS-TEXTO.
01374      WRITE PRT-RECORD FROM WS-LINEA-SECCION.
01375      PERFORM 6310-ESCRIBIR-OBSERVACION THRU
01376          6310-ESCRIBIR-OBSERVACION-EXIT
01377          VARYING WS-OBS-IDX FROM 1 BY 1
01378          UNTIL WS-OBS-IDX > WS-OBS-CANT.
01379      IF WS-OBS-TOTAL > WS-OBS-CANT
01380          COMPUTE WS-OBS-RESTO = WS-OBS-TOTAL - WS-OBS-CANT
01381          MOVE WS-OBS-RESTO TO WLX-RESTO
01382          WRITE PRT-RECORD FROM WS-LINEA-RESTO
01383      END-IF.
01384  6300-HOJA-OBSERVACIONES-EXIT.
01385      EXIT.
01386 *-------------------------------------------------------------*
01387  6310-ESCRIBIR-OBSERVACION.
01388 *    ESCRIBE UNA OBSERVACION DE LA TABLA.
01389 *-------------------------------------------------------------*
01390      MOVE WS-OBS-LINEA (WS-OBS-IDX) TO WLO-TEXTO.
01391      WRITE PRT-RECORD FROM WS-LINEA-OBS.
01392  6310-ESCRIBIR-OBSERVACION-EXIT.
01393      EXIT.
01394 *-------------------------------------------------------------*
01395  6400-HOJA-RESULTADO.
01396 *    RESULTADO DEL CONTROL, QUE ES EL MISMO RETURN-CODE DEL
01397 *    PASO, Y LA LINEA DE FIRMA.
01398 *-------------------------------------------------------------*
01399      WRITE PRT-RECORD FROM WS-LINEA-BLANCO.
01400      MOVE "RESULTADO: EL FLUJO CUADRA DE PUNTA A PUNTA - RC 0"
01401          TO WLR-TEXTO.
01402      IF WS-CONT-ABIERTAS > ZERO
01403          MOVE "RESULTADO: CUADRA CON PARTIDAS ABIERTAS - RC 4"
01404              TO WLR-TEXTO
01405      END-IF.
01406      IF WS-CONT-NO-CUADRA > ZERO
01407          MOVE "RESULTADO: EL FLUJO NO CUADRA - NO SE FIRMA - RC 8"
01408              TO WLR-TEXTO
01409      END-IF.
01410      WRITE PRT-RECORD FROM WS-LINEA-RESULTADO.
01411      WRITE PRT-RECORD FROM WS-LINEA-BLANCO.
01412      WRITE PRT-RECORD FROM WS-LINEA-BLANCO.
01413      WRITE PRT-RECORD FROM WS-LINEA-FIRMA.
01414  6400-HOJA-RESULTADO-EXIT.
01415      EXIT.
01416 *-------------------------------------------------------------*
01417  8000-AGREGAR-OBSERVACION.
01418 *    MUESTRA POR SYSOUT LA OBSERVACION ARMADA EN WS-OBS-LOTE
01419 *    Y LA GUARDA PARA LA HOJA SI TODAVIA CABE.
01420 *-------------------------------------------------------------*
01421      ADD 1 TO WS-OBS-TOTAL.
01422      DISPLAY "CALCFLUJ: " WS-OBS-LOTE.
01423      IF WS-OBS-CANT NOT < WS-OBS-MAX
01424          GO TO 8000-AGREGAR-OBSERVACION-EXIT
01425      END-IF.
01426      ADD 1 TO WS-OBS-CANT.
01427      MOVE WS-OBS-LOTE TO WS-OBS-LINEA (WS-OBS-CANT).
01428  8000-AGREGAR-OBSERVACION-EXIT.
01429      EXIT.
01430 *-------------------------------------------------------------*
01431  9000-FINAL.
01432 *    GRADUA EL RETURN-CODE, QUE ES LA COMPUERTA DE LA FIRMA:
01433 *    0 EL FLUJO CUADRA, 4 CUADRA CON PARTIDAS ABIERTAS, 8
01434 *    ALGUNA ETAPA NO CUADRA, 12 EL CONTROL NO SE PUDO HACER.
01435 *-------------------------------------------------------------*
01436      IF ERROR-DE-ARCHIVO
01437          DISPLAY "CALCFLUJ: CONTROL NO REALIZADO - "
01438              "RETURN-CODE 12"
01439          MOVE 12 TO RETURN-CODE
01440          GO TO 9000-FINAL-EXIT
01441      END-IF.
01442      DISPLAY "CALCFLUJ: RECIBIDO " WS-REC-CANT " LEIDO "
01443          WS-LEI-CANT " CALCLOG " WS-CL-CANT " ASIENTOS "
01444          WS-GLF-CANT.
01445      DISPLAY "CALCFLUJ: ETAPAS QUE NO CUADRAN: "
01446          WS-CONT-NO-CUADRA " PARTIDAS ABIERTAS: "
01447          WS-CONT-ABIERTAS.
01448      IF WS-CONT-NO-CUADRA > ZERO
01449          DISPLAY "CALCFLUJ: EL FLUJO NO CUADRA - RETURN-CODE 8"
01450          MOVE 8 TO RETURN-CODE
01451          GO TO 9000-FINAL-EXIT
01452      END-IF.
01453      IF WS-CONT-ABIERTAS > ZERO
01454          DISPLAY "CALCFLUJ: EL FLUJO CUADRA CON PARTIDAS "
01455              "ABIERTAS - RETURN-CODE 4"
01456          MOVE 4 TO RETURN-CODE
01457          GO TO 9000-FINAL-EXIT
01458      END-IF.
01459      DISPLAY "CALCFLUJ: EL FLUJO CUADRA - RETURN-CODE 0".
01460  9000-FINAL-EXIT.
01461      EXIT.
