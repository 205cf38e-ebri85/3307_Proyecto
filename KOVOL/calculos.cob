025W8 *                    REPROCESO SE LIMPIA EN CORRIDA NORMAL:      *
025W9 *                    UN ID VIEJO EN PARMFILE YA NO SE SELLA EN   *
025X1 *                    CALCLOG NI EN RUNSTAT SIN REPROCESO.        *
025Y1 * 2026-10-15  MQR    CADA DETALLE SE GRABA EN CALCLOG Y EN       *
025Y2 *                    RECHAZOS CON EL LOTE Y EL SISTEMA DE ORIGEN *
025Y3 *                    DE SU ENCABEZADO, Y CADA LOTE QUE TERMINA   *
025Y4 *                    (ACEPTADO, RETENIDO O DUPLICADO) SE         *
025Y5 *                    REGISTRA EN EL ARCHIVO NUEVO LOTESTAT, DE   *
025Y6 *                    DONDE CALCACUS ARMA EL ACUSE DE CADA        *
025Y7 *                    ALIMENTADOR.                                *
025Z1 * 2026-10-15  MQR    EL DETALLE DE TRANSIN TRAE EL CODIGO ISO DE *
025Z2 *                    MONEDA (TI-MONEDA). UN DETALLE EN MONEDA    *
025Z3 *                    EXTRANJERA SE CONVIERTE A MONEDA FUNCIONAL  *
025Z4 *                    ANTES DE 3000-CALCULAR CON LA TASA DE       *
025Z5 *                    TIPCAMB (ARCHIVO NUEVO DE TESORERIA)        *
025Z6 *                    VIGENTE A SU FECHA EFECTIVA; SI NO HAY TASA *
025Z7 *                    A ESA FECHA VA A RECHAZOS CON SU PROPIO     *
025Z8 *                    MOTIVO. MONEDA EN BLANCO ES MONEDA          *
025Z9 *                    FUNCIONAL. CALCLOG GUARDA LOS MONTOS        *
025ZA *                    ORIGINALES, LOS CONVERTIDOS, LA TASA Y SU   *
025ZB *                    FECHA DE VIGENCIA.                          *
026A1 * 2026-10-15  MQR    SE AGREGA EL TIPO DE TRANSACCION "RV"       *
026A2 *                    (REVERSO): EL DETALLE TRAE LA CORRIDA Y     *
026A3 *                    SECUENCIA DEL ORIGINAL QUE ANULA, QUE SE    *
026A4 *                    BUSCA EN CALCLOG O, SI YA SE PURGO, EN      *
026A5 *                    CALCHIST. SE RECHAZA SI EL ORIGINAL NO      *
026A6 *                    EXISTE, YA FUE REVERSADO O ES A SU VEZ UN   *
026A7 *                    REVERSO. EL REVERSO NO SE CALCULA: TOMA LOS *
026A8 *                    RESULTADOS Y EL TIPO DEL ORIGINAL, GRABA EN *
026A9 *                    GLFEED EL ESPEJO EXACTO DE SUS ASIENTOS A   *
026B1 *                    LAS MISMAS CUENTAS DE GLMAP (DESCRIPCION    *
026B2 *                    "REV " + REFERENCIA) Y DEJA EL ORIGINAL     *
026B3 *                    MARCADO COMO REVERSADO CON LA LLAVE DEL     *
026B4 *                    REVERSO.                                    *
026C1 * 2026-10-15  MQR    SE AGREGA LA COLA DE RETENIDOS POR MONTO:   *
026C2 *                    UN DETALLE CUYO MONTO EN MONEDA FUNCIONAL   *
026C3 *                    PASA EL LIMITE QUE EL ARCHIVO NUEVO LIMITES *
026C4 *                    FIJA PARA SU TIPO (Y, SI HACE FALTA, PARA   *
026C5 *                    EL ORIGEN DEL LOTE) NO SE CALCULA NI SE     *
026C6 *                    CONTABILIZA: ENTRA EN EL CUADRE DEL LOTE Y  *
026C7 *                    SE GRABA PENDIENTE EN RETENIDO PARA QUE     *
026C8 *                    CALCAPRO LO APRUEBE O LO DECLINE. UN        *
026C9 *                    DETALLE DE UN LOTE DE LIBERACION DE         *
026D1 *                    CALCLIBR SOLO PASA SIN LIMITE SI RETENIDO   *
026D2 *                    LO TIENE LIBERADO EN ESE MISMO LOTE Y CON   *
026D3 *                    LOS MISMOS MONTOS; SI NO, VA A RECHAZOS.    *
026D4 *                    LOS REVERSOS NO SE RETIENEN. LOS RETENIDOS  *
026D5 *                    DEJAN LA CORRIDA EN RETURN-CODE 4.          *
026E1 * 2026-10-15  MQR    GLMAP GANA FECHAS DE VIGENCIA (VER GLMAPR)  *
026E2 *                    Y SE MANTIENE CON GLMAPMNT: CADA ASIENTO    *
026E3 *                    SALE CON LA VERSION DEL MAPEO VIGENTE A LA  *
026E4 *                    FECHA EFECTIVA DE LA TRANSACCION, Y UN      *
026E5 *                    REVERSO CON LA VIGENTE A LA FECHA DEL       *
026E6 *                    ORIGINAL, PARA QUE EL ESPEJO USE LAS MISMAS *
026E7 *                    CUENTAS. ESA FECHA SE GRABA EN CL-FECHA-    *
026E8 *                    MAPEO Y EL RESUMEN DE LA ALIMENTACION LA    *
026E9 *                    TOMA DE AHI. LA TABLA DEL MAPEO PASA DE 10  *
026EA *                    A 500 ENTRADAS. CALCLOG Y CALCHIST PASAN DE *
026EB *                    217 A 225 BYTES.                            *
026F1 * 2026-10-15  MQR    EL CALENDARIO PUEDE TRAER VARIOS EJERCICIOS *
026F2 *                    FISCALES (LOS GENERA CALCFISC): LA TABLA    *
026F3 *                    DEL CALENDARIO PASA DE 500 A 2000 FECHAS.   *
026G1 * 2026-10-15  MQR    SE AGREGA EL ALMACEN DE FUTUROS: UN DETALLE *
026G2 *                    VALIDO CUYA FECHA EFECTIVA ES POSTERIOR A   *
026G3 *                    LA FECHA DE LA CORRIDA NO SE CALCULA NI SE  *
026G4 *                    CONTABILIZA: ENTRA EN EL CUADRE DEL LOTE Y  *
026G5 *                    SE GRABA PENDIENTE EN FUTUROS, Y CALCFLIB   *
026G6 *                    LO DEVUELVE EN UN LOTE DE ORIGEN FUTUROS LA *
026G7 *                    NOCHE EN QUE VENCE. UN DETALLE DE ESE LOTE  *
026G8 *                    SOLO PASA SI FUTUROS LO TIENE LIBERADO EN   *
026G9 *                    ESE MISMO LOTE Y ES IDENTICO AL ALMACENADO; *
026GA *                    SI NO, VA A RECHAZOS. LA CONVERSION, EL     *
026GB *                    LIMITE Y EL MAPEO SE APLICAN CUANDO VENCE.  *
026GC *                    EL CHECKPOINT GANA EL CONTADOR DE           *
026GD *                    ALMACENADOS.                                *
026H1 * 2026-10-15  MQR    SE AGREGA EL SUSPENSO DE RECHAZOS: EN MODO  *
026H2 *                    ALIMENTACION CADA DETALLE QUE VA A RECHAZOS *
026H3 *                    CON NUMERO1 VALIDO Y DISTINTO DE CERO SE    *
026H4 *                    CONTABILIZA EN GLFEED CONTRA LA CUENTA DE   *
026H5 *                    SUSPENSO QUE GLMAP DEFINE PARA SU ORIGEN Y  *
026H6 *                    TIPO (REGISTRO "S", VER GLMAPR), CON MARCA  *
026H7 *                    "SUS " Y LA LLAVE DEL RECHAZO; LA CUENTA,   *
026H8 *                    LA CONTRAPARTIDA Y EL MONTO QUEDAN EN EL    *
026H9 *                    RECHAZO. EL LOTE DE RESUBMISION DE CALCREPA *
026HA *                    TRAE UN REGISTRO "L" POR CADA SUSPENSO QUE  *
026HB *                    SE CORRIGIO O SE DIO DE BAJA, Y CALCULOS    *
026HC *                    GRABA EL ASIENTO INVERSO CON MARCA "LSU ".  *
026HD *                    UN "L" FUERA DE UN LOTE DE ORIGEN CALCREPA  *
026HE *                    SE IGNORA Y DEJA LA CORRIDA EN RETURN-CODE  *
026HF *                    4.                                          *
026I1 * 2026-10-15  MQR    SE AGREGA EL MODO DE SIMULACION: UNA        *
026I2 *                    CORRIDA QUE TRAE EL ARCHIVO SIMCTL VUELVE A *
026I3 *                    PASAR LA CORRIDA DE PRODUCCION QUE SIMCTL   *
026I4 *                    INDICA (O LA ULTIMA DE RUNCTL), CON SU      *
026I5 *                    MISMO NUMERO Y LA FECHA QUE TIENE EN        *
026I6 *                    RUNSTAT, PERO CON EL PARMFILE Y EL GLMAP    *
026I7 *                    PROPUESTOS. LOS RESULTADOS VAN A SIMLOG Y   *
026I8 *                    LOS ASIENTOS A SIMFEED, CON EL ENCABEZADO   *
026I9 *                    EN "S"; NO SE GRABA CALCLOG, RUNCTL,        *
026IA *                    BATCHHST, CKPTFILE, RUNSTAT, GLFEED,        *
026IB *                    RECHAZOS, RETENIDO, FUTUROS NI LOTESTAT. UN *
026IC *                    LOTE SOLO SE DESCARTA POR DUPLICADO SI      *
026ID *                    BATCHHST LO TIENE DE UNA CORRIDA ANTERIOR A *
026IE *                    LA SIMULADA. CALCSIMC COMPARA LA SIMULACION *
026IF *                    CONTRA LA PRODUCCION.                       *
026J1 * 2026-10-15  MQR    EL SUSPENSO DE UN RECHAZO EN MONEDA         *
026J2 *                    EXTRANJERA SE CONTABILIZA CONVERTIDO CON LA *
026J3 *                    TASA DE TIPCAMB A SU FECHA EFECTIVA (SIN    *
026J4 *                    TASA NO SE CONTABILIZA, COMO SIN CUENTA DE  *
026J5 *                    SUSPENSO). LA LIBERACION DE UN RETENIDO SIN *
026J6 *                    LIMITE SE ACEPTA SOLO EN LOTES DE ORIGEN    *
026J7 *                    "RETENIDO"; EN LOS DEMAS LOTES TI-REF NO    *
026J8 *                    CUENTA PARA EL LIMITE.                      *
026K1 * 2026-10-15  MQR    UN REVERSO GRABA EN CL-NUMERO1/2-ORIG LO    *
026K2 *                    RECIBIDO EN TRANSIN, COMO TODO DETALLE, Y   *
026K3 *                    LOS MONTOS ORIGINALES DEL ORIGINAL EN LOS   *
026K4 *                    NUEVOS CL-REVERSA-ORIG1/2: CALCLOG Y        *
026K5 *                    CALCHIST PASAN DE 225 A 245 BYTES. SI FALLA *
026K6 *                    LA REESCRITURA DEL ORIGINAL EN CALCHIST, NO *
026K7 *                    QUEDA COMO MARCADO Y LA CORRIDA TERMINA CON *
026K8 *                    ERROR DE ARCHIVO. EL RECHAZO SE GRABA CON   *
026K9 *                    LA CORRIDA QUE LO GENERO (RZ-RUN-ID).       *
00025 *-----------------------------------------------------------*
00026  ENVIRONMENT DIVISION.
00027  INPUT-OUTPUT SECTION.
037O1      SELECT OPERAUTH ASSIGN TO "OPERAUTH"
037O2         ORGANIZATION IS LINE SEQUENTIAL
037O3         FILE STATUS IS WS-AUTH-STATUS.
037P1      SELECT LOTESTAT ASSIGN TO "LOTESTAT"
037P2         ORGANIZATION IS LINE SEQUENTIAL
037P3         FILE STATUS IS WS-LOTEST-STATUS.
037Q1      SELECT TIPCAMB  ASSIGN TO "TIPCAMB"
037Q2         ORGANIZATION IS LINE SEQUENTIAL
037Q3         FILE STATUS IS WS-TCAMB-STATUS.
037R1      SELECT CALCHIST ASSIGN TO "CALCHIST"
037R2         ORGANIZATION IS LINE SEQUENTIAL
037R3         FILE STATUS IS WS-HIST-STATUS.
037S1      SELECT LIMITES  ASSIGN TO "LIMITES"
037S2         ORGANIZATION IS LINE SEQUENTIAL
037S3         FILE STATUS IS WS-LIMIT-STATUS.
037T1      SELECT RETENIDO ASSIGN TO "RETENIDO"
037T2         ORGANIZATION IS LINE SEQUENTIAL
037T3         FILE STATUS IS WS-RETEN-STATUS.
037U1      SELECT FUTUROS  ASSIGN TO "FUTUROS"
037U2         ORGANIZATION IS LINE SEQUENTIAL
037U3         FILE STATUS IS WS-FUTUR-STATUS.
037V1      SELECT SIMCTL   ASSIGN TO "SIMCTL"
037V2         ORGANIZATION IS LINE SEQUENTIAL
037V3         FILE STATUS IS WS-SIMCTL-STATUS.
037W1      SELECT SIMLOG   ASSIGN TO "SIMLOG"
037W2         ORGANIZATION IS LINE SEQUENTIAL
037W3         FILE STATUS IS WS-SIMLOG-STATUS.
037X1      SELECT SIMFEED  ASSIGN TO "SIMFEED"
037X2         ORGANIZATION IS LINE SEQUENTIAL
037X3         FILE STATUS IS WS-SIMFEED-STATUS.
00038 *
00039  DATA DIVISION.
00040   FILE SECTION.
044A2          88 TI-ES-ENCABEZADO     VALUE "H".
044A3          88 TI-ES-DETALLE        VALUE "D".
044A4          88 TI-ES-TRAILER        VALUE "T".
044A5          88 TI-ES-LIQUIDACION    VALUE "L".
00045       05 TI-NUMERO1        PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00046       05 TI-NUMERO2        PIC S9(7)V9(2) SIGN LEADING SEPARATE.
046A0       05 TI-FECHA-EFECTIVA PIC 9(08).
046A0A      05 TI-TIPO-TRANS     PIC X(02).
046A0B      05 TI-MONEDA         PIC X(03).
046A0C      05 TI-REF-RUN-ID     PIC 9(06).
046A0D      05 TI-REF-SECUENCIA  PIC 9(08).
046A1   01  TI-TRANSIN-CRUDO REDEFINES TRANSIN-RECORD PIC X(48).
046B1   01  TI-REG-ENCABEZADO.
046B2       05 FILLER            PIC X(01).
046B3       05 TI-LOTE-ID        PIC X(08).
046C5                                SIGN LEADING SEPARATE.
046C6       05 TI-TRL-HASH-NUM2  PIC S9(13)V9(2)
046C7                                SIGN LEADING SEPARATE.
046D1   01  TI-REG-LIQUIDACION.
046D2       05 FILLER            PIC X(01).
046D3       05 TI-LQ-RZ-FECHA    PIC 9(08).
046D4       05 TI-LQ-RZ-NUMERO   PIC 9(08).
046D5       05 TI-LQ-CUENTA      PIC X(10).
046D6       05 TI-LQ-CONTRA      PIC X(10).
046D7       05 TI-LQ-MONTO       PIC S9(7)V9(2) SIGN LEADING SEPARATE.
046D8       05 TI-LQ-ACCION      PIC X(01).
00047 *
00048   FD  CALCLOG
00049       LABEL RECORDS ARE STANDARD
066H6       05 CK-CONT-LOTES-MAL PIC 9(4).
066H7       05 CK-CONT-LOTES-DUP PIC 9(4).
066H8       05 CK-REG-FISICOS    PIC 9(8).
066H9       05 CK-CONT-RETENIDOS PIC 9(8).
066HA       05 CK-CONT-FUTUROS   PIC 9(8).
00066H*
00066I  FD  PARMFILE
00066J      LABEL RECORDS ARE STANDARD
067E3       RECORDING MODE IS F.
067E4   01  OPERAUTH-RECORD.
067E5       05 OA-OPERADOR-ID    PIC X(08).
067F1 *
067F2   FD  LOTESTAT
067F3       LABEL RECORDS ARE STANDARD
067F4       RECORDING MODE IS F.
067F5   01  LOTESTAT-RECORD.
067F6       COPY LOTESTR.
067G1 *
067G2   FD  TIPCAMB
067G3       LABEL RECORDS ARE STANDARD
067G4       RECORDING MODE IS F.
067G5   01  TIPCAMB-RECORD.
067G6       COPY TIPCAMR.
067H1 *
067H2   FD  CALCHIST
067H3       LABEL RECORDS ARE STANDARD
067H4       RECORDING MODE IS F.
067H5   01  CALCHIST-RECORD      PIC X(245).
067I1 *
067I2   FD  LIMITES
067I3       LABEL RECORDS ARE STANDARD
067I4       RECORDING MODE IS F.
067I5   01  LIMITES-RECORD.
067I6       COPY LIMITR.
067J1 *
067J2   FD  RETENIDO
067J3       LABEL RECORDS ARE STANDARD
067J4       RECORDING MODE IS F.
067J5   01  RETENIDO-RECORD.
067J6       COPY RETENR.
067K1 *
067K2   FD  FUTUROS
067K3       LABEL RECORDS ARE STANDARD
067K4       RECORDING MODE IS F.
067K5   01  FUTUROS-RECORD.
067K6       COPY FUTUROR.
067L1 *
067L2   FD  SIMCTL
067L3       LABEL RECORDS ARE STANDARD
067L4       RECORDING MODE IS F.
067L5   01  SIMCTL-RECORD.
067L6       05 SC-RUN-ID         PIC 9(06).
067M1 *
067M2   FD  SIMLOG
067M3       LABEL RECORDS ARE STANDARD
067M4       RECORDING MODE IS F.
067M5   01  SIMLOG-RECORD        PIC X(245).
067N1 *
067N2   FD  SIMFEED
067N3       LABEL RECORDS ARE STANDARD
067N4       RECORDING MODE IS F.
067N5   01  SIMFEED-RECORD       PIC X(58).
00067 *
00068   WORKING-STORAGE SECTION.
00039    COPY CALCWS.
049D3    77 WS-HASH-NUM1       PIC S9(13)V9(2) VALUE ZERO.
049D4    77 WS-HASH-NUM2       PIC S9(13)V9(2) VALUE ZERO.
049D5    77 WS-LOTE-ID         PIC X(08) VALUE SPACES.
049D5A   77 WS-LOTE-FECHA      PIC 9(08) VALUE ZERO.
049D5B   77 WS-LOTE-ORIGEN     PIC X(08) VALUE SPACES.
049D5C   77 WS-LOTEST-STATUS   PIC X(02) VALUE "00".
049D5D   77 WS-LS-ESTADO       PIC X(01) VALUE SPACE.
049D5E   77 WS-TCAMB-STATUS    PIC X(02) VALUE "00".
049D6    77 WS-TRL-CANTIDAD    PIC 9(08) VALUE ZERO.
049D7    77 WS-TRL-HASH-NUM1   PIC S9(13)V9(2) VALUE ZERO.
049D8    77 WS-TRL-HASH-NUM2   PIC S9(13)V9(2) VALUE ZERO.
049E1    77 WS-FECHA-EFECTIVA  PIC 9(08) VALUE ZERO.
049E1A   77 WS-FECHA-MAPEO     PIC 9(08) VALUE ZERO.
049E2    77 WS-MOTIVO-RECHAZO  PIC X(33) VALUE SPACES.
049E3    77 WS-CALEN-CANT      PIC 9(04) COMP VALUE ZERO.
049E4    77 WS-CALEN-MAX       PIC 9(04) COMP VALUE 2000.
049E5    77 WS-CALEN-IDX       PIC 9(04) COMP VALUE ZERO.
049E6    77 WS-CALEN-ENC       PIC 9(04) COMP VALUE ZERO.
049E7    77 WS-TCAMB-CANT      PIC 9(04) COMP VALUE ZERO.
049E8    77 WS-TCAMB-MAX       PIC 9(04) COMP VALUE 2000.
049E9    77 WS-TCAMB-IDX       PIC 9(04) COMP VALUE ZERO.
049EA    77 WS-TCAMB-ENC       PIC 9(04) COMP VALUE ZERO.
049EB    77 WS-MONEDA          PIC X(03) VALUE SPACES.
049EC    77 WS-TASA-CAMBIO     PIC 9(07)V9(06) VALUE ZERO.
049ED    77 WS-TASA-FECHA      PIC 9(08) VALUE ZERO.
049F1    77 WS-LOTE-RUN-PREV   PIC 9(06) VALUE ZERO.
049F2    77 WS-LOTE-FECHA-PREV PIC 9(08) VALUE ZERO.
049F3    77 WS-LOTE-CONT-REG   PIC 9(08) COMP VALUE ZERO.
049F9    77 WS-REG-FISICOS     PIC 9(08) COMP VALUE ZERO.
049G1    77 WS-GLMAP-STATUS    PIC X(02) VALUE "00".
049G2    77 WS-GLMAP-CANT      PIC 9(04) COMP VALUE ZERO.
049G3    77 WS-GLMAP-MAX       PIC 9(04) COMP VALUE 500.
049G4    77 WS-GLMAP-IDX       PIC 9(04) COMP VALUE ZERO.
049G5    77 WS-GL-TOT-DEBE     PIC S9(16)V9(2) VALUE ZERO.
049G6    77 WS-GL-TOT-HABER    PIC S9(16)V9(2) VALUE ZERO.
049I4    77 WS-CONT-DIV0       PIC 9(08) COMP VALUE ZERO.
049I5    77 WS-CONT-DESB       PIC 9(08) COMP VALUE ZERO.
049I5A   77 WS-RS-ESTADO       PIC X(02) VALUE "IN".
049I5B   77 WS-HIST-STATUS     PIC X(02) VALUE "00".
049I5C   77 WS-CONT-REVERSOS   PIC 9(08) COMP VALUE ZERO.
049I5D   77 WS-GL-CTA-DEBITO   PIC X(10) VALUE SPACES.
049I5E   77 WS-GL-CTA-CREDITO  PIC X(10) VALUE SPACES.
049I5F   77 WS-GL-DESC         PIC X(20) VALUE SPACES.
049I5G   77 WS-LIMIT-STATUS    PIC X(02) VALUE "00".
049I5H   77 WS-RETEN-STATUS    PIC X(02) VALUE "00".
049I5I   77 WS-CONT-RETENIDOS  PIC 9(08) COMP VALUE ZERO.
049I5J   77 WS-LIM-CANT        PIC 9(04) COMP VALUE ZERO.
049I5K   77 WS-LIM-MAX         PIC 9(04) COMP VALUE 200.
049I5L   77 WS-LIM-IDX         PIC 9(04) COMP VALUE ZERO.
049I5M   77 WS-LIM-ENC         PIC 9(04) COMP VALUE ZERO.
049I5N   77 WS-LIB-CANT        PIC 9(04) COMP VALUE ZERO.
049I5O   77 WS-LIB-MAX         PIC 9(04) COMP VALUE 500.
049I5P   77 WS-LIB-IDX         PIC 9(04) COMP VALUE ZERO.
049I5Q   77 WS-LIB-ENC         PIC 9(04) COMP VALUE ZERO.
049I5R   77 WS-RET-BUSCA-RUN   PIC 9(06) VALUE ZERO.
049I5S   77 WS-RET-BUSCA-SEC   PIC 9(08) VALUE ZERO.
049I5T   77 WS-RET-MONTO       PIC 9(07)V9(02) VALUE ZERO.
049I5U   77 WS-RET-MONTO2      PIC 9(07)V9(02) VALUE ZERO.
049I5V   77 WS-RET-LIMITE      PIC 9(07)V9(02) VALUE ZERO.
049I5W   77 WS-FUTUR-STATUS    PIC X(02) VALUE "00".
049I5X   77 WS-CONT-FUTUROS    PIC 9(08) COMP VALUE ZERO.
049I5Y   77 WS-FUT-CANT        PIC 9(04) COMP VALUE ZERO.
049I5Z   77 WS-FUT-MAX         PIC 9(04) COMP VALUE 500.
049I61   77 WS-FUT-IDX         PIC 9(04) COMP VALUE ZERO.
049I62   77 WS-FUT-ENC         PIC 9(04) COMP VALUE ZERO.
049I63   77 WS-SUS-CANT        PIC 9(04) COMP VALUE ZERO.
049I64   77 WS-SUS-MAX         PIC 9(04) COMP VALUE 100.
049I65   77 WS-SUS-IDX         PIC 9(04) COMP VALUE ZERO.
049I66   77 WS-SUS-ENC         PIC 9(04) COMP VALUE ZERO.
049I67   77 WS-SUS-NIVEL       PIC 9(01) VALUE ZERO.
049I68   77 WS-SUS-NIVEL-ENC   PIC 9(01) VALUE ZERO.
049I69   77 WS-SUS-TIPO        PIC X(02) VALUE SPACES.
049I6A   77 WS-SUS-MARCA       PIC X(04) VALUE SPACES.
049I6B   77 WS-SUS-RZ-FECHA    PIC 9(08) VALUE ZERO.
049I6C   77 WS-SUS-RZ-NUMERO   PIC 9(08) VALUE ZERO.
049I6D   77 WS-CONT-SUSPENSOS  PIC 9(08) COMP VALUE ZERO.
049I6E   77 WS-CONT-SIN-SUSP   PIC 9(08) COMP VALUE ZERO.
049I6F   77 WS-CONT-LIQUIDADOS PIC 9(08) COMP VALUE ZERO.
049I6G   77 WS-CONT-LIQ-MAL    PIC 9(08) COMP VALUE ZERO.
049I6H   77 WS-SIMCTL-STATUS   PIC X(02) VALUE "00".
049I6I   77 WS-SIMLOG-STATUS   PIC X(02) VALUE "00".
049I6J   77 WS-SIMFEED-STATUS  PIC X(02) VALUE "00".
049I6K   77 WS-SIM-ESTADO      PIC X(02) VALUE SPACES.
049I6 *
049J1    01 WS-HORA-CRUDA.
049J2       05 WS-HORA-HHMMSS  PIC 9(06).
056P2          88 SALTANDO-LOTE       VALUE "S".
056Q1       05 WS-LOTE-ABI-SW   PIC X(01) VALUE "N".
056Q2          88 LOTE-ABIERTO        VALUE "S".
056R1       05 WS-FIN-TCAMB-SW  PIC X(01) VALUE "N".
056R2          88 FIN-TIPCAMB         VALUE "S".
056S1       05 WS-FIN-LIM-SW    PIC X(01) VALUE "N".
056S2          88 FIN-LIMITES         VALUE "S".
056T1       05 WS-FIN-RETEN-SW  PIC X(01) VALUE "N".
056T2          88 FIN-RETENIDO        VALUE "S".
056U1       05 WS-RETENER-SW    PIC X(01) VALUE "N".
056U2          88 TRANS-RETENIDA      VALUE "S".
056V1       05 WS-FIN-FUTUR-SW  PIC X(01) VALUE "N".
056V2          88 FIN-FUTUROS         VALUE "S".
056W1       05 WS-SIMULA-SW     PIC X(01) VALUE "N".
056W2          88 MODO-SIMULACION     VALUE "S".
056X1       05 WS-FIN-RUNST-SW  PIC X(01) VALUE "N".
056X2          88 FIN-RUNSTAT         VALUE "S".
056Y1       05 WS-CORRIDA-SW    PIC X(01) VALUE "N".
056Y2          88 CORRIDA-ENCONTRADA  VALUE "S".
00057 *
057H1  01 WS-TABLA-CALENDARIO.
057H2     05 WS-CALEN-DIA OCCURS 2000 TIMES.
057H3        10 WS-CALEN-FECHA  PIC 9(08).
057H4        10 WS-CALEN-HABIL  PIC X(01).
057H5        10 WS-CALEN-ESTADO PIC X(01).
057I1  01 WS-TABLA-GLMAP.
057I2     05 WS-GLMAP-CUENTA OCCURS 500 TIMES.
057I3        10 WS-GLMAP-RESULT PIC X(01).
057I3A       10 WS-GLMAP-TIPO   PIC X(02).
057I4        10 WS-GLMAP-DEBE   PIC X(10).
057I5        10 WS-GLMAP-HABER  PIC X(10).
057I6        10 WS-GLMAP-DESC   PIC X(20).
057I6A       10 WS-GLMAP-DESDE  PIC 9(08).
057I6B       10 WS-GLMAP-HASTA  PIC 9(08).
057I6C*
057I6D*-------------------------------------------------------------*
057I6E*    CUENTAS DE SUSPENSO DE LOS RECHAZOS (REGISTROS "S" DE    *
057I6F*    GLMAP), CON EL ORIGEN Y EL TIPO A LOS QUE APLICAN.       *
057I6G*    ORIGEN EN BLANCO = TODO ORIGEN, TIPO "00" = TODO TIPO.   *
057I6H*-------------------------------------------------------------*
057I6I 01 WS-TABLA-SUSPENSO.
057I6J    05 WS-SUS-ENTRADA OCCURS 100 TIMES.
057I6K       10 WS-SU-ORIGEN    PIC X(08).
057I6L       10 WS-SU-TIPO      PIC X(02).
057I6M       10 WS-SU-CUENTA    PIC X(10).
057I6N       10 WS-SU-CONTRA    PIC X(10).
057I7  01 WS-TABLA-TIPCAMB.
057I8     05 WS-TCAMB-TASA OCCURS 2000 TIMES.
057I9        10 WS-TC-MONEDA    PIC X(03).
057IA        10 WS-TC-FECHA     PIC 9(08).
057IB        10 WS-TC-TASA      PIC 9(07)V9(06).
057IC  01 WS-TABLA-LIMITES.
057ID     05 WS-LIM-ENTRADA OCCURS 200 TIMES.
057IE        10 WS-LM-TIPO      PIC X(02).
057IF        10 WS-LM-ORIGEN    PIC X(08).
057IG        10 WS-LM-MONTO     PIC 9(07)V9(02).
057IH *
057II *-------------------------------------------------------------*
057IJ *    RETENIDOS QUE LA CORRIDA NECESITA CONOCER: LOS            *
057IK *    LIBERADOS POR CALCLIBR (SU LOTE Y SUS MONTOS) Y, AL       *
057IL *    REINICIAR, LOS QUE LA MISMA CORRIDA YA HABIA RETENIDO.    *
057IM *-------------------------------------------------------------*
057IN  01 WS-TABLA-RETENIDOS.
057IO     05 WS-RET-ENTRADA OCCURS 500 TIMES.
057IP        10 WS-RT-RUN-ID    PIC 9(06).
057IQ        10 WS-RT-SECUENCIA PIC 9(08).
057IR        10 WS-RT-ESTADO    PIC X(01).
057IS        10 WS-RT-LOTE      PIC X(08).
057IT        10 WS-RT-NUMERO1   PIC S9(7)V9(2).
057IU        10 WS-RT-NUMERO2   PIC S9(7)V9(2).
057IV1*
057IV2*-------------------------------------------------------------*
057IV3*    FUTUROS QUE LA CORRIDA NECESITA CONOCER: LOS LIBERADOS  *
057IV4*    POR CALCFLIB (SU LOTE Y SU DETALLE CRUDO, Y SI YA SE    *
057IV5*    USARON) Y, AL REINICIAR, LOS QUE LA MISMA CORRIDA YA    *
057IV6*    HABIA ALMACENADO.                                       *
057IV7*-------------------------------------------------------------*
057IV8  01 WS-TABLA-FUTUROS.
057IV9    05 WS-FUT-ENTRADA OCCURS 500 TIMES.
057IVA       10 WS-FT-RUN-ID    PIC 9(06).
057IVB       10 WS-FT-SECUENCIA PIC 9(08).
057IVC       10 WS-FT-ESTADO    PIC X(01).
057IVD       10 WS-FT-LOTE      PIC X(08).
057IVE       10 WS-FT-USADO     PIC X(01).
057IVF       10 WS-FT-DETALLE   PIC X(48).
057J1 *
057J2 *-------------------------------------------------------------*
057J3 *    TIPO DE TRANSACCION VIGENTE Y LAS MARCAS DE QUE           *
057K9        88 APLICA-R5            VALUE "S".
057L1  01 WS-MONTO-APLICA-SW    PIC X(01) VALUE "S".
057L2     88 MONTO-APLICA            VALUE "S".
057L3 *
057L4 *-------------------------------------------------------------*
057L5 *    REVERSO EN CURSO: LLAVE DEL ORIGINAL QUE ANULA, DONDE     *
057L6 *    SE ENCONTRO (CALCLOG O CALCHIST) Y LOS DATOS DEL          *
057L7 *    ORIGINAL QUE EL REVERSO HEREDA EN CALCLOG.                *
057L8 *-------------------------------------------------------------*
057L9  01 WS-REVERSO.
057LA     05 WS-REV-SW          PIC X(01) VALUE "N".
057LB        88 TRANS-REVERSO        VALUE "S".
057LC     05 WS-REV-DONDE       PIC X(01) VALUE SPACE.
057LD        88 REV-EN-CALCLOG       VALUE "L".
057LE        88 REV-EN-CALCHIST      VALUE "H".
057LF     05 WS-REV-LLAVE.
057LG        10 WS-REV-RUN-ID    PIC 9(06) VALUE ZERO.
057LH        10 WS-REV-SECUENCIA PIC 9(08) VALUE ZERO.
057LI     05 WS-REV-REDONDEO    PIC X(01) VALUE SPACE.
057LJ     05 WS-REV-NUMERO1-ORIG PIC S9(7)V9(2)
057LK                             SIGN LEADING SEPARATE.
057LL     05 WS-REV-NUMERO2-ORIG PIC S9(7)V9(2)
057LM                             SIGN LEADING SEPARATE.
057LN     05 WS-FIN-HIST-SW     PIC X(01) VALUE "N".
057LO        88 FIN-CALCHIST         VALUE "S".
057LP  01 WS-DESC-REVERSO.
057LQ     05 FILLER             PIC X(04) VALUE "REV ".
057LR     05 WDR-RUN-ID         PIC 9(06) VALUE ZERO.
057LS     05 FILLER             PIC X(01) VALUE "/".
057LT     05 WDR-SECUENCIA      PIC 9(08) VALUE ZERO.
057LU     05 FILLER             PIC X(01) VALUE SPACE.
057M1 *
057M2 *-------------------------------------------------------------*
057M3 *    TABLA DEL RESUMEN DE LA ALIMENTACION: UN ASIENTO POR      *
057M4 *    FECHA + CUENTA + TIPO DE ASIENTO, DERIVADO DEL CALCLOG    *
057M5 *    DE LA CORRIDA AL FINAL, CUANDO PM-MODO-RESUMEN = S.       *
057M5A*    LOS ASIENTOS DE REVERSOS SE RESUMEN APARTE.               *
057M6 *-------------------------------------------------------------*
057M7  01 WS-TABLA-RESUMEN.
057M8     05 WS-RESUMEN-ENT OCCURS 500 TIMES.
057M9        10 WS-RES-FECHA   PIC 9(08).
057N1        10 WS-RES-CUENTA  PIC X(10).
057N2        10 WS-RES-TIPO    PIC X(01).
057N2A       10 WS-RES-REVERSO PIC X(01).
057N3        10 WS-RES-MONTO   PIC S9(15)V9(2).
057N4  77 WS-RES-CANT          PIC 9(04) COMP VALUE ZERO.
057N5  77 WS-RES-MAX           PIC 9(04) COMP VALUE 500.
057N8  77 WS-RES-BUSCA-FECHA   PIC 9(08) VALUE ZERO.
057N9  77 WS-RES-BUSCA-CUENTA  PIC X(10) VALUE SPACES.
057O1  77 WS-RES-BUSCA-TIPO    PIC X(01) VALUE SPACE.
057O1A 77 WS-RES-BUSCA-REV     PIC X(01) VALUE SPACE.
057O2  01 WS-FIN-RESLOG-SW     PIC X(01) VALUE "N".
057O3     88 FIN-RESUMEN-LOG        VALUE "S".
057P1 *
00067      ACCEPT WS-RUN-FECHA FROM DATE YYYYMMDD.
067A0      ACCEPT WS-HORA-CRUDA FROM TIME.
067A1A     MOVE WS-HORA-HHMMSS TO WS-HORA-INICIO.
067A1B     PERFORM 1800-VERIFICAR-SIMULACION THRU
067A1C         1800-VERIFICAR-SIMULACION-EXIT.
00067A     PERFORM 1060-LEER-PARAMETROS THRU
067B1         1060-LEER-PARAMETROS-EXIT.
067C2      PERFORM 1065-VERIFICAR-OPERADOR THRU
072A1          MOVE "S" TO WS-ERROR-SW
00073          GO TO 1000-INICIO-EXIT
00074      END-IF.
074Y9      IF NOT MODO-SIMULACION
074Z1          OPEN EXTEND LOTESTAT
074Z2          IF WS-LOTEST-STATUS NOT = "00"
074Z3              CLOSE LOTESTAT
074Z4              OPEN OUTPUT LOTESTAT
074Z5          END-IF
074Z6          IF WS-LOTEST-STATUS NOT = "00"
074Z7              DISPLAY "CALCULOS: NO ABRIO LOTESTAT - STATUS "
074Z8                  WS-LOTEST-STATUS
074Z9              MOVE "S" TO WS-FIN-SW
074ZA              MOVE "S" TO WS-ERROR-SW
074ZB              GO TO 1000-INICIO-EXIT
074ZC          END-IF
074ZD      END-IF.
074A1      PERFORM 1300-LEER-ENCABEZADO THRU
074A2          1300-LEER-ENCABEZADO-EXIT.
074A3      IF NOT FIN-TRANSIN AND NOT REINICIO-ACTIVO
074C2          PERFORM 1500-CARGAR-GLMAP THRU
074C3              1500-CARGAR-GLMAP-EXIT
074C4      END-IF.
074D1      IF NOT FIN-TRANSIN
074D2          PERFORM 1600-CARGAR-TIPCAMB THRU
074D3              1600-CARGAR-TIPCAMB-EXIT
074D4      END-IF.
074E1      IF NOT FIN-TRANSIN
074E2          PERFORM 1700-CARGAR-LIMITES THRU
074E3              1700-CARGAR-LIMITES-EXIT
074E4      END-IF.
074E5      IF NOT FIN-TRANSIN
074E6          PERFORM 1750-CARGAR-RETENIDOS THRU
074E7              1750-CARGAR-RETENIDOS-EXIT
074E8      END-IF.
074E9      IF NOT FIN-TRANSIN
074EA          PERFORM 1770-CARGAR-FUTUROS THRU
074EB              1770-CARGAR-FUTUROS-EXIT
074EC      END-IF.
074ED      IF MODO-SIMULACION
074EE          PERFORM 1850-ABRIR-SIMULACION THRU
074EF              1850-ABRIR-SIMULACION-EXIT
074EF1         IF ERROR-DE-ARCHIVO
074EF2             GO TO 1000-INICIO-EXIT
074EF3         END-IF
074EG          GO TO 1000-INICIO-ENCABEZADO
074EH      END-IF.
00075      OPEN I-O CALCLOG.
00076      IF WS-CALCLOG-STATUS NOT = "00"
00077          CLOSE CALCLOG
079B6          CLOSE RECHAZOS
079B7          OPEN OUTPUT RECHAZOS
079B8      END-IF.
079B8A 1000-INICIO-ENCABEZADO.
079B9      PERFORM 5000-ENCABEZADO-REPORTE THRU
079C0          5000-ENCABEZADO-REPORTE-EXIT.
00079A     IF REINICIO-ACTIVO
00086A*    ENCUENTRA CON UN NUMERO DE REGISTRO MAYOR QUE CERO,
00086B*    ACTIVA EL REINICIO Y RECUPERA LA CORRIDA Y EL REGISTRO
00086C*    DESDE DONDE CONTINUAR.
086C1 *    UNA SIMULACION NUNCA REINICIA NI LEE EL CHECKPOINT.
00087 *-------------------------------------------------------------*
087A1      IF MODO-SIMULACION
087A2          GO TO 1050-VERIFICAR-REINICIO-EXIT
087A3      END-IF.
00088      MOVE ZERO TO WS-ULTIMO-REG.
00089      OPEN INPUT CKPTFILE.
00090      IF WS-CKPT-STATUS = "00"
098B6              MOVE CK-CONT-LOTES-MAL TO WS-CONT-LOTES-MAL
098B7              MOVE CK-CONT-LOTES-DUP TO WS-CONT-LOTES-DUP
098B8              MOVE CK-REG-FISICOS   TO WS-REG-FISICOS
098B9              MOVE CK-CONT-RETENIDOS TO WS-CONT-RETENIDOS
098BA              MOVE CK-CONT-FUTUROS   TO WS-CONT-FUTUROS
00099          END-IF
00100          CLOSE CKPTFILE
00101      END-IF.
00105  1100-ASIGNAR-RUN-ID.
00106 *    LEE EL ULTIMO NUMERO DE CORRIDA DE RUNCTL Y LE SUMA UNO
00107 *    PARA OBTENER EL NUMERO DE CORRIDA VIGENTE.
107A1 *    EN UNA SIMULACION EL NUMERO ES EL DE LA CORRIDA SIMULADA.
00108 *-------------------------------------------------------------*
108A1      IF MODO-SIMULACION
108A2          GO TO 1100-ASIGNAR-RUN-ID-EXIT
108A3      END-IF.
00109      MOVE ZERO TO WS-RUN-ID.
00110      OPEN INPUT RUNCTL.
00111      IF WS-RUNCTL-STATUS = "00"
122I7      END-IF.
122I8      IF TI-ES-ENCABEZADO
122I9          MOVE TI-LOTE-ID TO WS-LOTE-ID
122I9A         MOVE TI-LOTE-FECHA  TO WS-LOTE-FECHA
122I9B         MOVE TI-LOTE-ORIGEN TO WS-LOTE-ORIGEN
122J1          MOVE "S" TO WS-LOTE-ABI-SW
122J2      END-IF.
122J3      IF TI-ES-TRAILER
122Z6          GO TO 1300-LEER-ENCABEZADO-EXIT
122Z7      END-IF.
122Z8      MOVE TI-LOTE-ID TO WS-LOTE-ID.
122Z81     MOVE TI-LOTE-FECHA  TO WS-LOTE-FECHA.
122Z82     MOVE TI-LOTE-ORIGEN TO WS-LOTE-ORIGEN.
122Z8A     MOVE "S" TO WS-LOTE-ABI-SW.
122Z8B     IF NOT REINICIO-ACTIVO
122Z8C         ADD 1 TO WS-CONT-LOTES
122YG *    SIGUIENTE, SALVO QUE PARMFILE TRAIGA EL REPROCESO
122YH *    FORZADO. ESTO NO ES EL REINICIO DE CKPTFILE, QUE
122YH1*    REANUDA UNA CORRIDA INCOMPLETA.
122YH2*    EL LOTE DESCARTADO QUEDA EN LOTESTAT COMO DUPLICADO.
122YI *-------------------------------------------------------------*
122YJ      OPEN INPUT BATCHHST.
122YK      IF WS-BATCH-STATUS = "35"
122Y2A             "DESCARTA Y LA CORRIDA SIGUE"
122Y3          ADD 1 TO WS-CONT-LOTES-DUP
122Y3A         MOVE "S" TO WS-SALTAR-SW
122Y3B         MOVE "D" TO WS-LS-ESTADO
122Y3C         PERFORM 9250-GRABAR-ESTADO-LOTE THRU
122Y3D             9250-GRABAR-ESTADO-LOTE-EXIT
122Y4      END-IF.
122Y5  1350-VERIFICAR-LOTE-EXIT.
122Y6      EXIT.
122Y8  1360-BUSCAR-LOTE.
122Y9 *    LEE UN REGISTRO DEL HISTORIAL DE LOTES Y MARCA SI EL
122YAA*    LOTE VIGENTE YA APARECE REGISTRADO.
122YAL*    EN UNA SIMULACION SOLO CUENTA UN REGISTRO DE UNA
122YAM*    CORRIDA ANTERIOR A LA SIMULADA: LOS QUE GRABO LA
122YAN*    PROPIA CORRIDA DE PRODUCCION NO SON DUPLICADOS.
122YAB*-------------------------------------------------------------*
122YAC     READ BATCHHST
122YAD         AT END
122YAE             MOVE "S" TO WS-FIN-BATCH-SW
122YAF     END-READ.
122YAG     IF NOT FIN-BATCHHST AND BH-LOTE-ID = WS-LOTE-ID
122YAO       AND (NOT MODO-SIMULACION OR BH-RUN-ID < WS-RUN-ID)
122YAH         MOVE "S" TO WS-LOTE-DUP-SW
122YA1         MOVE BH-RUN-ID     TO WS-LOTE-RUN-PREV
122YA2         MOVE BH-FECHA-PROC TO WS-LOTE-FECHA-PREV
123D6 *    REGISTRO "B" TRAE LA CUENTA DE CONTROL DEL ASIENTO DE
123D7 *    CUADRE. SIN MAPEO NO HAY ALIMENTACION DE PARTIDA DOBLE,
123D8 *    ASI QUE EN MODO ALIMENTACION LA CORRIDA SE DETIENE.
123D8A*    CADA ENTRADA GUARDA SU VIGENCIA: TODAS LAS VERSIONES
123D8B*    SE CARGAN Y LA QUE APLICA SE ELIGE AL GENERAR CADA
123D8C*    ASIENTO.
123D9 *-------------------------------------------------------------*
123E1      OPEN INPUT GLMAP.
123E2      IF WS-GLMAP-STATUS NOT = "00"
123G2 *    CARGA UN REGISTRO DE GLMAP: "1" A "5" VAN A LA TABLA DE
123G3 *    RESULTADOS MAPEADOS, "B" ES LA CUENTA DE CONTROL DEL
123G4 *    CUADRE, CUALQUIER OTRO VALOR SE REPORTA Y SE IGNORA.
123G4C*    LOS "S" SON LAS CUENTAS DE SUSPENSO DE LOS RECHAZOS Y VAN
123G4D*    A SU PROPIA TABLA (VER 1520-CARGAR-SUSPENSO).
123G4A*    UNA VIGENCIA EN CERO O EN BLANCO QUEDA ABIERTA: DESDE
123G4B*    CERO, HASTA 99999999.
123G5 *-------------------------------------------------------------*
123G6      READ GLMAP
123G7          AT END
123H6          MOVE GM-DESCRIPCION  TO WS-DESC-BALANCE
123H7          GO TO 1510-CARGAR-CUENTA-EXIT
123H8      END-IF.
123H8A     IF GM-RESULTADO = "S"
123H8B         PERFORM 1520-CARGAR-SUSPENSO THRU
123H8C             1520-CARGAR-SUSPENSO-EXIT
123H8D         GO TO 1510-CARGAR-CUENTA-EXIT
123H8E     END-IF.
123H9      IF GM-RESULTADO < "1" OR GM-RESULTADO > "5"
123I1          DISPLAY "CALCULOS: GLMAP CON RESULTADO INVALIDO "
123I2              GM-RESULTADO " - REGISTRO IGNORADO"
123J4      MOVE GM-CUENTA-DEBE  TO WS-GLMAP-DEBE (WS-GLMAP-CANT).
123J5      MOVE GM-CUENTA-HABER TO WS-GLMAP-HABER (WS-GLMAP-CANT).
123J6      MOVE GM-DESCRIPCION  TO WS-GLMAP-DESC (WS-GLMAP-CANT).
123J6A     MOVE ZERO     TO WS-GLMAP-DESDE (WS-GLMAP-CANT).
123J6B     MOVE 99999999 TO WS-GLMAP-HASTA (WS-GLMAP-CANT).
123J6C     IF GM-VIGENTE-DESDE NUMERIC
123J6D         MOVE GM-VIGENTE-DESDE
123J6E             TO WS-GLMAP-DESDE (WS-GLMAP-CANT)
123J6F     END-IF.
123J6G     IF GM-VIGENTE-HASTA NUMERIC
123J6H       AND GM-VIGENTE-HASTA NOT = ZERO
123J6I         MOVE GM-VIGENTE-HASTA
123J6J             TO WS-GLMAP-HASTA (WS-GLMAP-CANT)
123J6K     END-IF.
123J7  1510-CARGAR-CUENTA-EXIT.
123J8      EXIT.
123J9 *-------------------------------------------------------------*
123J9A 1520-CARGAR-SUSPENSO.
123J9B*    CARGA UN REGISTRO "S" DE GLMAP EN LA TABLA DE CUENTAS DE
123J9C*    SUSPENSO. EL TIPO EN BLANCO SE GUARDA COMO "00" (TODO
123J9D*    TIPO). EL SUSPENSO NO SE FECHA: LA VIGENCIA DEL
123J9E*    REGISTRO NO SE MIRA.
123J9F*-------------------------------------------------------------*
123J9G     IF WS-SUS-CANT NOT < WS-SUS-MAX
123J9H         DISPLAY "CALCULOS: GLMAP EXCEDE LA TABLA DE SUSPENSO - "
123J9I             "REGISTRO IGNORADO"
123J9J         GO TO 1520-CARGAR-SUSPENSO-EXIT
123J9K     END-IF.
123J9L     ADD 1 TO WS-SUS-CANT.
123J9M     MOVE GM-SUS-ORIGEN   TO WS-SU-ORIGEN (WS-SUS-CANT).
123J9N     MOVE GM-TIPO-TRANS   TO WS-SU-TIPO (WS-SUS-CANT).
123J9O     IF GM-TIPO-TRANS = SPACES
123J9P         MOVE "00" TO WS-SU-TIPO (WS-SUS-CANT)
123J9Q     END-IF.
123J9R     MOVE GM-CUENTA-DEBE  TO WS-SU-CUENTA (WS-SUS-CANT).
123J9S     MOVE GM-CUENTA-HABER TO WS-SU-CONTRA (WS-SUS-CANT).
123J9T 1520-CARGAR-SUSPENSO-EXIT.
123J9U     EXIT.
123K1 *-------------------------------------------------------------*
123K2  1600-CARGAR-TIPCAMB.
123K3 *    CARGA LOS TIPOS DE CAMBIO DE TESORERIA (TIPCAMB) EN LA
123K4 *    TABLA DE TRABAJO: UNA ENTRADA POR MONEDA Y FECHA DE
123K5 *    VIGENCIA. SIN EL ARCHIVO LA CORRIDA SE DETIENE, COMO SIN
123K6 *    CALENDARIO; UN TIPCAMB VACIO SOLO SE AVISA, PORQUE UN
123K7 *    LOTE EN MONEDA FUNCIONAL NO NECESITA TASAS (LOS DETALLES
123K8 *    EN OTRA MONEDA IRAN A RECHAZOS POR FALTA DE TASA).
123K9 *-------------------------------------------------------------*
123L1      OPEN INPUT TIPCAMB.
123L2      IF WS-TCAMB-STATUS NOT = "00"
123L3          DISPLAY "CALCULOS: NO ABRIO TIPCAMB - STATUS "
123L4              WS-TCAMB-STATUS
123L5          MOVE "S" TO WS-FIN-SW
123L6          MOVE "S" TO WS-ERROR-SW
123L7          GO TO 1600-CARGAR-TIPCAMB-EXIT
123L8      END-IF.
123L9      PERFORM 1610-CARGAR-TASA THRU 1610-CARGAR-TASA-EXIT
123M1          UNTIL FIN-TIPCAMB.
123M2      CLOSE TIPCAMB.
123M3      IF WS-TCAMB-CANT = ZERO
123M4          DISPLAY "CALCULOS: TIPCAMB SIN TASAS - SOLO SE "
123M5              "ACEPTAN DETALLES EN MONEDA FUNCIONAL"
123M6      END-IF.
123M7  1600-CARGAR-TIPCAMB-EXIT.
123M8      EXIT.
123M9 *-------------------------------------------------------------*
123N1  1610-CARGAR-TASA.
123N2 *    CARGA UNA TASA DE TIPCAMB EN LA TABLA. UNA ENTRADA SIN
123N3 *    MONEDA, CON FECHA NO NUMERICA O CON TASA NO NUMERICA O
123N4 *    EN CERO SE REPORTA Y SE IGNORA.
123N5 *-------------------------------------------------------------*
123N6      READ TIPCAMB
123N7          AT END
123N8              MOVE "S" TO WS-FIN-TCAMB-SW
123N9      END-READ.
123O1      IF FIN-TIPCAMB
123O2          GO TO 1610-CARGAR-TASA-EXIT
123O3      END-IF.
123O4      IF TC-MONEDA = SPACES OR TC-FECHA NOT NUMERIC
123O5         OR TC-TASA NOT NUMERIC
123O6          DISPLAY "CALCULOS: TIPCAMB CON ENTRADA INVALIDA "
123O7              TC-MONEDA " " TC-FECHA " - IGNORADA"
123O8          GO TO 1610-CARGAR-TASA-EXIT
123O9      END-IF.
123P1      IF TC-TASA = ZERO
123P2          DISPLAY "CALCULOS: TIPCAMB CON TASA EN CERO "
123P3              TC-MONEDA " " TC-FECHA " - IGNORADA"
123P4          GO TO 1610-CARGAR-TASA-EXIT
123P5      END-IF.
123P6      IF WS-TCAMB-CANT NOT < WS-TCAMB-MAX
123P7          DISPLAY "CALCULOS: TIPCAMB EXCEDE LA TABLA DE "
123P8              WS-TCAMB-MAX " TASAS - SE IGNORA EL RESTO"
123P9          MOVE "S" TO WS-FIN-TCAMB-SW
123Q1          GO TO 1610-CARGAR-TASA-EXIT
123Q2      END-IF.
123Q3      ADD 1 TO WS-TCAMB-CANT.
123Q4      MOVE TC-MONEDA TO WS-TC-MONEDA (WS-TCAMB-CANT).
123Q5      MOVE TC-FECHA  TO WS-TC-FECHA (WS-TCAMB-CANT).
123Q6      MOVE TC-TASA   TO WS-TC-TASA (WS-TCAMB-CANT).
123Q7  1610-CARGAR-TASA-EXIT.
123Q8      EXIT.
123R1 *-------------------------------------------------------------*
123R2  1700-CARGAR-LIMITES.
123R3 *    CARGA LOS LIMITES POR TIPO DE TRANSACCION Y ORIGEN
123R4 *    (LIMITES) EN LA TABLA DE TRABAJO. SIN EL ARCHIVO NINGUN
123R5 *    DETALLE SE RETIENE Y SOLO SE AVISA; UN ARCHIVO QUE
123R6 *    EXISTE PERO NO ABRE DETIENE LA CORRIDA.
123R7 *-------------------------------------------------------------*
123R8      OPEN INPUT LIMITES.
123R9      IF WS-LIMIT-STATUS = "35"
123RA          DISPLAY "CALCULOS: SIN ARCHIVO LIMITES - NINGUN "
123RB              "DETALLE SE RETIENE POR MONTO"
123RC          GO TO 1700-CARGAR-LIMITES-EXIT
123RD      END-IF.
123RE      IF WS-LIMIT-STATUS NOT = "00"
123RF          DISPLAY "CALCULOS: NO ABRIO LIMITES - STATUS "
123RG              WS-LIMIT-STATUS
123RH          MOVE "S" TO WS-FIN-SW
123RI          MOVE "S" TO WS-ERROR-SW
123RJ          GO TO 1700-CARGAR-LIMITES-EXIT
123RK      END-IF.
123RL      PERFORM 1710-CARGAR-LIMITE THRU 1710-CARGAR-LIMITE-EXIT
123RM          UNTIL FIN-LIMITES.
123RN      CLOSE LIMITES.
123RO      DISPLAY "CALCULOS: LIMITES CARGADOS: " WS-LIM-CANT.
123RP  1700-CARGAR-LIMITES-EXIT.
123RQ      EXIT.
123S1 *-------------------------------------------------------------*
123S2  1710-CARGAR-LIMITE.
123S3 *    CARGA UNA ENTRADA DE LIMITES EN LA TABLA. TIPO EN
123S4 *    BLANCO ES TIPO "00", IGUAL QUE EN EL DETALLE. UNA
123S5 *    ENTRADA CON MONTO NO NUMERICO SE REPORTA Y SE IGNORA.
123S6 *-------------------------------------------------------------*
123S7      READ LIMITES
123S8          AT END
123S9              MOVE "S" TO WS-FIN-LIM-SW
123SA      END-READ.
123SB      IF FIN-LIMITES
123SC          GO TO 1710-CARGAR-LIMITE-EXIT
123SD      END-IF.
123SE      IF LM-MONTO-MAX NOT NUMERIC
123SF          DISPLAY "CALCULOS: LIMITES CON ENTRADA INVALIDA "
123SG              LM-TIPO-TRANS " " LM-LOTE-ORIGEN " - IGNORADA"
123SH          GO TO 1710-CARGAR-LIMITE-EXIT
123SI      END-IF.
123SJ      IF WS-LIM-CANT NOT < WS-LIM-MAX
123SK          DISPLAY "CALCULOS: LIMITES EXCEDE LA TABLA DE "
123SL              WS-LIM-MAX " ENTRADAS - SE IGNORA EL RESTO"
123SM          MOVE "S" TO WS-FIN-LIM-SW
123SN          GO TO 1710-CARGAR-LIMITE-EXIT
123SO      END-IF.
123SP      ADD 1 TO WS-LIM-CANT.
123SQ      MOVE LM-TIPO-TRANS  TO WS-LM-TIPO (WS-LIM-CANT).
123SR      IF LM-TIPO-TRANS = SPACES
123SS          MOVE "00" TO WS-LM-TIPO (WS-LIM-CANT)
123ST      END-IF.
123SU      MOVE LM-LOTE-ORIGEN TO WS-LM-ORIGEN (WS-LIM-CANT).
123SV      MOVE LM-MONTO-MAX   TO WS-LM-MONTO (WS-LIM-CANT).
123SW  1710-CARGAR-LIMITE-EXIT.
123SX      EXIT.
123T1 *-------------------------------------------------------------*
123T2  1750-CARGAR-RETENIDOS.
123T3 *    LEE LA COLA DE RETENIDOS Y GUARDA EN LA TABLA LOS
123T4 *    LIBERADOS (Y, AL REINICIAR, LOS DE ESTA MISMA CORRIDA),
123T5 *    Y LUEGO LA DEJA ABIERTA AL FINAL PARA LOS RETENIDOS
123T6 *    NUEVOS. SIN EL ARCHIVO LA COLA NACE VACIA.
123T6A*    UNA SIMULACION SOLO LA LEE.
123T7 *-------------------------------------------------------------*
123T8      OPEN INPUT RETENIDO.
123T9      IF WS-RETEN-STATUS = "00"
123TA          PERFORM 1760-CARGAR-RETENIDO THRU
123TB              1760-CARGAR-RETENIDO-EXIT
123TC              UNTIL FIN-RETENIDO
123TD          CLOSE RETENIDO
123TE      ELSE
123TF          IF WS-RETEN-STATUS NOT = "35"
123TG              DISPLAY "CALCULOS: NO ABRIO RETENIDO - STATUS "
123TH                  WS-RETEN-STATUS
123TI              MOVE "S" TO WS-FIN-SW
123TJ              MOVE "S" TO WS-ERROR-SW
123TK              GO TO 1750-CARGAR-RETENIDOS-EXIT
123TL          END-IF
123TM      END-IF.
123TMA     IF MODO-SIMULACION
123TMB         GO TO 1750-CARGAR-RETENIDOS-EXIT
123TMC     END-IF.
123TN      OPEN EXTEND RETENIDO.
123TO      IF WS-RETEN-STATUS NOT = "00"
123TP          CLOSE RETENIDO
123TQ          OPEN OUTPUT RETENIDO
123TR      END-IF.
123TS      IF WS-RETEN-STATUS NOT = "00"
123TT          DISPLAY "CALCULOS: NO SE PUDO ABRIR RETENIDO PARA "
123TU              "GRABAR - STATUS " WS-RETEN-STATUS
123TV          MOVE "S" TO WS-FIN-SW
123TW          MOVE "S" TO WS-ERROR-SW
123TX      END-IF.
123TY  1750-CARGAR-RETENIDOS-EXIT.
123TZ      EXIT.
123U1 *-------------------------------------------------------------*
123U2  1760-CARGAR-RETENIDO.
123U3 *    LEE UN RETENIDO Y LO GUARDA EN LA TABLA SI ESTA
123U4 *    LIBERADO O SI ES DE LA CORRIDA QUE SE ESTA REINICIANDO.
123U5 *    LOS DEMAS NO LE INTERESAN A CALCULOS.
123U6 *-------------------------------------------------------------*
123U7      READ RETENIDO
123U8          AT END
123U9              MOVE "S" TO WS-FIN-RETEN-SW
123UA      END-READ.
123UB      IF FIN-RETENIDO
123UC          GO TO 1760-CARGAR-RETENIDO-EXIT
123UD      END-IF.
123UE      IF NOT RN-LIBERADO
123UF        AND (NOT REINICIO-ACTIVO OR RN-RUN-ID NOT = WS-RUN-ID)
123UG          GO TO 1760-CARGAR-RETENIDO-EXIT
123UH      END-IF.
123UI      IF WS-LIB-CANT NOT < WS-LIB-MAX
123UJ          DISPLAY "CALCULOS: RETENIDO EXCEDE LA TABLA DE "
123UK              WS-LIB-MAX " LIBERADOS - SE IGNORA EL RESTO"
123UL          MOVE "S" TO WS-FIN-RETEN-SW
123UM          GO TO 1760-CARGAR-RETENIDO-EXIT
123UN      END-IF.
123UO      ADD 1 TO WS-LIB-CANT.
123UP      MOVE RN-RUN-ID      TO WS-RT-RUN-ID (WS-LIB-CANT).
123UQ      MOVE RN-SECUENCIA   TO WS-RT-SECUENCIA (WS-LIB-CANT).
123UR      MOVE RN-ESTADO      TO WS-RT-ESTADO (WS-LIB-CANT).
123US      MOVE RN-LIBERA-LOTE TO WS-RT-LOTE (WS-LIB-CANT).
123UT      MOVE RN-NUMERO1     TO WS-RT-NUMERO1 (WS-LIB-CANT).
123UU      MOVE RN-NUMERO2     TO WS-RT-NUMERO2 (WS-LIB-CANT).
123UV  1760-CARGAR-RETENIDO-EXIT.
123UW      EXIT.
123V1 *-------------------------------------------------------------*
123V2  1770-CARGAR-FUTUROS.
123V3 *    LEE EL ALMACEN DE FUTUROS Y GUARDA EN LA TABLA LOS
123V4 *    LIBERADOS (Y, AL REINICIAR, LOS DE ESTA MISMA CORRIDA),
123V5 *    Y LUEGO LO DEJA ABIERTO AL FINAL PARA LOS DETALLES QUE
123V6 *    SE ALMACENEN. SIN EL ARCHIVO EL ALMACEN NACE VACIO.
123V7 *-------------------------------------------------------------*
123V8      OPEN INPUT FUTUROS.
123V9      IF WS-FUTUR-STATUS = "00"
123VA          PERFORM 1780-CARGAR-FUTURO THRU
123VB              1780-CARGAR-FUTURO-EXIT
123VC              UNTIL FIN-FUTUROS
123VD          CLOSE FUTUROS
123VE      ELSE
123VF          IF WS-FUTUR-STATUS NOT = "35"
123VG              DISPLAY "CALCULOS: NO ABRIO FUTUROS - STATUS "
123VH                  WS-FUTUR-STATUS
123VI              MOVE "S" TO WS-FIN-SW
123VJ              MOVE "S" TO WS-ERROR-SW
123VK              GO TO 1770-CARGAR-FUTUROS-EXIT
123VL          END-IF
123VM      END-IF.
123VMA     IF MODO-SIMULACION
123VMB         GO TO 1770-CARGAR-FUTUROS-EXIT
123VMC     END-IF.
123VN      OPEN EXTEND FUTUROS.
123VO      IF WS-FUTUR-STATUS NOT = "00"
123VP          CLOSE FUTUROS
123VQ          OPEN OUTPUT FUTUROS
123VR      END-IF.
123VS      IF WS-FUTUR-STATUS NOT = "00"
123VT          DISPLAY "CALCULOS: NO SE PUDO ABRIR FUTUROS PARA "
123VU              "GRABAR - STATUS " WS-FUTUR-STATUS
123VV          MOVE "S" TO WS-FIN-SW
123VW          MOVE "S" TO WS-ERROR-SW
123VX      END-IF.
123VY  1770-CARGAR-FUTUROS-EXIT.
123VZ      EXIT.
123W1 *-------------------------------------------------------------*
123W2  1780-CARGAR-FUTURO.
123W3 *    LEE UN FUTURO Y LO GUARDA EN LA TABLA SI ESTA LIBERADO
123W4 *    O SI ES DE LA CORRIDA QUE SE ESTA REINICIANDO. LOS
123W5 *    DEMAS NO LE INTERESAN A CALCULOS.
123W6 *-------------------------------------------------------------*
123W7      READ FUTUROS
123W8          AT END
123W9              MOVE "S" TO WS-FIN-FUTUR-SW
123WA      END-READ.
123WB      IF FIN-FUTUROS
123WC          GO TO 1780-CARGAR-FUTURO-EXIT
123WD      END-IF.
123WE      IF NOT FU-LIBERADO
123WF        AND (NOT REINICIO-ACTIVO OR FU-RUN-ID NOT = WS-RUN-ID)
123WG          GO TO 1780-CARGAR-FUTURO-EXIT
123WH      END-IF.
123WI      IF WS-FUT-CANT NOT < WS-FUT-MAX
123WJ          DISPLAY "CALCULOS: FUTUROS EXCEDE LA TABLA DE "
123WK              WS-FUT-MAX " LIBERADOS - SE IGNORA EL RESTO"
123WL          MOVE "S" TO WS-FIN-FUTUR-SW
123WM          GO TO 1780-CARGAR-FUTURO-EXIT
123WN      END-IF.
123WO      ADD 1 TO WS-FUT-CANT.
123WP      MOVE FU-RUN-ID      TO WS-FT-RUN-ID (WS-FUT-CANT).
123WQ      MOVE FU-SECUENCIA   TO WS-FT-SECUENCIA (WS-FUT-CANT).
123WR      MOVE FU-ESTADO      TO WS-FT-ESTADO (WS-FUT-CANT).
123WS      MOVE FU-LIBERA-LOTE TO WS-FT-LOTE (WS-FUT-CANT).
123WT      MOVE "N"            TO WS-FT-USADO (WS-FUT-CANT).
123WU      MOVE FU-DETALLE     TO WS-FT-DETALLE (WS-FUT-CANT).
123WV  1780-CARGAR-FUTURO-EXIT.
123WW      EXIT.
123XA1*-------------------------------------------------------------*
123XA2 1800-VERIFICAR-SIMULACION.
123XA3*    UNA CORRIDA QUE TRAE EL ARCHIVO SIMCTL ES UNA SIMULACION:
123XA4*    VUELVE A PASAR LA CORRIDA DE PRODUCCION CUYO NUMERO TRAE
123XA5*    SIMCTL (EN CERO, LA ULTIMA DE RUNCTL) CON EL PARMFILE Y
123XA6*    EL GLMAP PROPUESTOS, CON SU MISMO NUMERO Y LA FECHA CON
123XA7*    QUE QUEDO EN RUNSTAT, PARA QUE LAS LLAVES Y LAS FECHAS
123XA8*    COINCIDAN CON LAS DE PRODUCCION. LOS RESULTADOS VAN A
123XA9*    SIMLOG Y LOS ASIENTOS A SIMFEED; NINGUN ARCHIVO DE
123XAA*    PRODUCCION SE GRABA. SIN SIMCTL LA CORRIDA ES NORMAL.
123XAB*-------------------------------------------------------------*
123XAC     OPEN INPUT SIMCTL.
123XAD     IF WS-SIMCTL-STATUS = "35"
123XAE         GO TO 1800-VERIFICAR-SIMULACION-EXIT
123XAF     END-IF.
123XAG     MOVE "S" TO WS-SIMULA-SW.
123XAH     IF WS-SIMCTL-STATUS NOT = "00"
123XAI         DISPLAY "CALCULOS: NO ABRIO SIMCTL - STATUS "
123XAJ             WS-SIMCTL-STATUS
123XAK         MOVE "S" TO WS-ERROR-SW
123XAL         GO TO 1800-VERIFICAR-SIMULACION-EXIT
123XAM     END-IF.
123XAN     MOVE ZERO TO WS-RUN-ID.
123XAO     READ SIMCTL
123XAP         AT END
123XAQ             CONTINUE
123XAR     END-READ.
123XAS     IF WS-SIMCTL-STATUS = "00" AND SC-RUN-ID NUMERIC
123XAT         MOVE SC-RUN-ID TO WS-RUN-ID
123XAU     END-IF.
123XAV     CLOSE SIMCTL.
123XAW     IF WS-RUN-ID = ZERO
123XAX         OPEN INPUT RUNCTL
123XAY         IF WS-RUNCTL-STATUS = "00"
123XAZ             READ RUNCTL
123XB1                 AT END
123XB2                    CONTINUE
123XB3             END-READ
123XB4             IF WS-RUNCTL-STATUS = "00"
123XB5                 MOVE RC-ULTIMO-RUN-ID TO WS-RUN-ID
123XB6             END-IF
123XB7             CLOSE RUNCTL
123XB8         END-IF
123XB9     END-IF.
123XBA     IF WS-RUN-ID = ZERO
123XBB         DISPLAY "CALCULOS: SIMCTL SIN CORRIDA Y RUNCTL SIN "
123XBC             "CORRIDAS - NO HAY CORRIDA QUE SIMULAR"
123XBD         MOVE "S" TO WS-ERROR-SW
123XBE         GO TO 1800-VERIFICAR-SIMULACION-EXIT
123XBF     END-IF.
123XBG     PERFORM 1810-BUSCAR-CORRIDA THRU 1810-BUSCAR-CORRIDA-EXIT.
123XBH     IF NOT CORRIDA-ENCONTRADA
123XBI         DISPLAY "CALCULOS: LA CORRIDA " WS-RUN-ID " NO ESTA EN "
123XBJ             "RUNSTAT - NO SE PUEDE SIMULAR"
123XBK         MOVE "S" TO WS-ERROR-SW
123XBL         GO TO 1800-VERIFICAR-SIMULACION-EXIT
123XBM     END-IF.
123XBN     IF WS-SIM-ESTADO = "IN"
123XBO         DISPLAY "CALCULOS: LA CORRIDA " WS-RUN-ID " NO TERMINO "
123XBP             "- NO SE PUEDE SIMULAR"
123XBQ         MOVE "S" TO WS-ERROR-SW
123XBR         GO TO 1800-VERIFICAR-SIMULACION-EXIT
123XBS     END-IF.
123XBT     DISPLAY "CALCULOS: SIMULACION DE LA CORRIDA " WS-RUN-ID
123XBU         " DEL " WS-RUN-FECHA " (ESTADO " WS-SIM-ESTADO
123XBV         ") - NO SE GRABA NINGUN ARCHIVO DE PRODUCCION".
123XBW 1800-VERIFICAR-SIMULACION-EXIT.
123XBX     EXIT.
123XBY*-------------------------------------------------------------*
123XBZ 1810-BUSCAR-CORRIDA.
123XC1*    BUSCA EN RUNSTAT LA CORRIDA A SIMULAR: SU PRIMER REGISTRO
123XC2*    DA LA FECHA DE LA CORRIDA Y EL ULTIMO SU ESTADO FINAL.
123XC3*-------------------------------------------------------------*
123XC4     MOVE "N" TO WS-CORRIDA-SW.
123XC5     MOVE "N" TO WS-FIN-RUNST-SW.
123XC6     OPEN INPUT RUNSTAT.
123XC7     IF WS-RUNSTAT-STATUS NOT = "00"
123XC8         DISPLAY "CALCULOS: NO ABRIO RUNSTAT - STATUS "
123XC9             WS-RUNSTAT-STATUS
123XCA         GO TO 1810-BUSCAR-CORRIDA-EXIT
123XCB     END-IF.
123XCC     PERFORM 1820-LEER-RUNSTAT THRU 1820-LEER-RUNSTAT-EXIT
123XCD         UNTIL FIN-RUNSTAT.
123XCE     CLOSE RUNSTAT.
123XCF 1810-BUSCAR-CORRIDA-EXIT.
123XCG     EXIT.
123XCH*-------------------------------------------------------------*
123XCI 1820-LEER-RUNSTAT.
123XCJ*    LEE UN REGISTRO DE RUNSTAT Y, SI ES DE LA CORRIDA A
123XCK*    SIMULAR, TOMA SU FECHA (EL PRIMERO) Y SU ESTADO.
123XCL*-------------------------------------------------------------*
123XCM     READ RUNSTAT
123XCN         AT END
123XCO             MOVE "S" TO WS-FIN-RUNST-SW
123XCP     END-READ.
123XCQ     IF WS-RUNSTAT-STATUS NOT = "00"
123XCR         MOVE "S" TO WS-FIN-RUNST-SW
123XCS     END-IF.
123XCT     IF FIN-RUNSTAT OR RS-RUN-ID NOT = WS-RUN-ID
123XCU         GO TO 1820-LEER-RUNSTAT-EXIT
123XCV     END-IF.
123XCW     IF NOT CORRIDA-ENCONTRADA
123XCX         MOVE RS-FECHA TO WS-RUN-FECHA
123XCY         MOVE "S" TO WS-CORRIDA-SW
123XCZ     END-IF.
123XD1     MOVE RS-ESTADO TO WS-SIM-ESTADO.
123XD2 1820-LEER-RUNSTAT-EXIT.
123XD3     EXIT.
123XD4*-------------------------------------------------------------*
123XD5 1850-ABRIR-SIMULACION.
123XD6*    ABRE LOS ARCHIVOS DE UNA SIMULACION: CALCLOG SOLO PARA
123XD7*    LEER (LOS ORIGINALES DE LOS REVERSOS), SIMLOG PARA LOS
123XD8*    RESULTADOS, SIMFEED CON SU ENCABEZADO EN MODO
123XD9*    ALIMENTACION, Y EL REGISTRO DIARIO. RECHAZOS NO SE ABRE.
123XDA*-------------------------------------------------------------*
123XDB     OPEN INPUT CALCLOG.
123XDC     IF WS-CALCLOG-STATUS NOT = "00"
123XDD         DISPLAY "CALCULOS: NO ABRIO CALCLOG - STATUS "
123XDE             WS-CALCLOG-STATUS
123XDF         MOVE "S" TO WS-FIN-SW
123XDG         MOVE "S" TO WS-ERROR-SW
123XDH         GO TO 1850-ABRIR-SIMULACION-EXIT
123XDI     END-IF.
123XDJ     OPEN OUTPUT SIMLOG.
123XDK     IF WS-SIMLOG-STATUS NOT = "00"
123XDL         DISPLAY "CALCULOS: NO ABRIO SIMLOG - STATUS "
123XDM             WS-SIMLOG-STATUS
123XDN         MOVE "S" TO WS-FIN-SW
123XDO         MOVE "S" TO WS-ERROR-SW
123XDP         GO TO 1850-ABRIR-SIMULACION-EXIT
123XDQ     END-IF.
123XDR     IF MODO-ALIMENTACION
123XDS         OPEN OUTPUT SIMFEED
123XDT         IF WS-SIMFEED-STATUS NOT = "00"
123XDU             DISPLAY "CALCULOS: NO ABRIO SIMFEED - STATUS "
123XDV                 WS-SIMFEED-STATUS
123XDW             MOVE "S" TO WS-FIN-SW
123XDX             MOVE "S" TO WS-ERROR-SW
123XDY             GO TO 1850-ABRIR-SIMULACION-EXIT
123XDZ         END-IF
123XE1         PERFORM 4250-ENCABEZADO-GLFEED THRU
123XE2             4250-ENCABEZADO-GLFEED-EXIT
123XE3     END-IF.
123XE4     OPEN EXTEND PRTFILE.
123XE5     IF WS-PRTFILE-STATUS NOT = "00"
123XE6         CLOSE PRTFILE
123XE7         OPEN OUTPUT PRTFILE
123XE8     END-IF.
123XE9 1850-ABRIR-SIMULACION-EXIT.
123XEA     EXIT.
00077 *-------------------------------------------------------------*
00078  2000-PROC-TRANS.
00079 *    VALIDA LA TRANSACCION VIGENTE; SI NUMERO1/NUMERO2 NO SON    *
079D3 *    CALCULARLA. SI ES VALIDA, CALCULA LOS RESULTADOS, LOS       *
079D4 *    MUESTRA Y LOS GRABA. EN CUALQUIER CASO LUEGO LEE LA         *
079D5 *    SIGUIENTE TRANSACCION.                                      *
079D6 *    LOS MONTOS SE CALCULAN YA CONVERTIDOS A MONEDA FUNCIONAL    *
079D7 *    (VER 2200-CONVERTIR-MONEDA); LOS TOTALES DE CONTROL DEL     *
079D8 *    LOTE SE ACUMULAN SOBRE LOS MONTOS ORIGINALES DEL DETALLE.   *
079D9 *    UN REVERSO (TIPO "RV") NO SE CALCULA: TOMA LOS              *
079E1 *    RESULTADOS DEL ORIGINAL QUE ANULA (VER                      *
079E2 *    2300-BUSCAR-ORIGINAL).                                      *
079E3 *    UN DETALLE QUE PASA SU LIMITE POR MONTO NO SE CALCULA:      *
079E4 *    QUEDA PENDIENTE EN RETENIDO (VER 2400-VERIFICAR-LIMITE).    *
079E5 *    UN DETALLE CON FECHA EFECTIVA POSTERIOR A LA CORRIDA NO     *
079E6 *    SE CALCULA: QUEDA PENDIENTE EN FUTUROS HASTA QUE VENZA      *
079E7 *    (VER 2970-ALMACENAR-FUTURO).                                *
00081 *-------------------------------------------------------------*
081A0      ADD 1 TO WS-CONT-REG.
081A0A     ADD 1 TO WS-LOTE-CONT-REG.
081A0B     MOVE "N" TO WS-REV-SW.
081A1      IF TI-NUMERO1 NOT NUMERIC OR TI-NUMERO2 NOT NUMERIC
081A1A         MOVE "NUMERO1/NUMERO2 NO SON NUMERICOS"
081A1B             TO WS-MOTIVO-RECHAZO
081B7              2950-RECHAZAR-TRANS-EXIT
081B8          GO TO 2000-PROC-LEER
081B9      END-IF.
081C1      IF WS-LOTE-ORIGEN = "FUTUROS"
081C2          PERFORM 2430-VERIFICAR-FUTURO THRU
081C3              2430-VERIFICAR-FUTURO-EXIT
081C4          IF WS-MOTIVO-RECHAZO NOT = SPACES
081C5              PERFORM 2950-RECHAZAR-TRANS THRU
081C6                  2950-RECHAZAR-TRANS-EXIT
081C7              GO TO 2000-PROC-LEER
081C8          END-IF
081C9      ELSE
081CA          IF TI-FECHA-EFECTIVA > WS-RUN-FECHA
081CB            AND WS-LOTE-ORIGEN NOT = "RETENIDO"
081CC              PERFORM 2970-ALMACENAR-FUTURO THRU
081CD                  2970-ALMACENAR-FUTURO-EXIT
081CE              GO TO 2000-PROC-LEER
081CF          END-IF
081CG      END-IF.
083A3      MOVE TI-FECHA-EFECTIVA TO WS-FECHA-EFECTIVA.
083A3A     IF TRANS-REVERSO
083A3B         PERFORM 2300-BUSCAR-ORIGINAL THRU
083A3C             2300-BUSCAR-ORIGINAL-EXIT
083A3D         IF WS-MOTIVO-RECHAZO NOT = SPACES
083A3E             PERFORM 2950-RECHAZAR-TRANS THRU
083A3F                 2950-RECHAZAR-TRANS-EXIT
083A3G             GO TO 2000-PROC-LEER
083A3H         END-IF
083A3I         ADD 1 TO WS-CONT-REVERSOS
083A3J         GO TO 2000-PROC-MOSTRAR
083A3K     END-IF.
083A3L     MOVE WS-FECHA-EFECTIVA TO WS-FECHA-MAPEO.
083A4      PERFORM 2200-CONVERTIR-MONEDA THRU
083A5          2200-CONVERTIR-MONEDA-EXIT.
083A6      IF WS-MOTIVO-RECHAZO NOT = SPACES
083A7          PERFORM 2950-RECHAZAR-TRANS THRU
083A8              2950-RECHAZAR-TRANS-EXIT
083A9          GO TO 2000-PROC-LEER
083B1      END-IF.
083B2      PERFORM 2400-VERIFICAR-LIMITE THRU
083B3          2400-VERIFICAR-LIMITE-EXIT.
083B4      IF WS-MOTIVO-RECHAZO NOT = SPACES
083B5          PERFORM 2950-RECHAZAR-TRANS THRU
083B6              2950-RECHAZAR-TRANS-EXIT
083B7          GO TO 2000-PROC-LEER
083B8      END-IF.
083B9      IF TRANS-RETENIDA
083BA          PERFORM 2960-RETENER-TRANS THRU
083BB              2960-RETENER-TRANS-EXIT
083BC          GO TO 2000-PROC-LEER
083BD      END-IF.
00085      PERFORM 3000-CALCULAR THRU 3000-CALCULAR-EXIT.
085A1      IF DIVISION-POR-CERO
085A2          ADD 1 TO WS-CONT-DIV0
085A4      IF EXPRESION-DESBORDE
085A5          ADD 1 TO WS-CONT-DESB
085A6      END-IF.
085Z1  2000-PROC-MOSTRAR.
00086      DISPLAY "TRANSACCION   : " WS-CONT-REG.
086A1      DISPLAY "OPERADOR      : " WS-OPERADOR-ID.
086A2      DISPLAY "FECHA EFECTIVA: " WS-FECHA-EFECTIVA.
086A3      IF WS-MONEDA NOT = SPACES
086A4          DISPLAY "MONEDA / TASA : " WS-MONEDA " "
086A5              WS-TASA-CAMBIO " AL " WS-TASA-FECHA
086A6      END-IF.
086A7      IF TRANS-REVERSO
086A8          DISPLAY "REVERSO DE    : " WS-REV-RUN-ID "/"
086A9              WS-REV-SECUENCIA
086B1      END-IF.
00087      DISPLAY "MULTIPLICACION: " RESULTADO1.
00088      DISPLAY "DIVISION      : " RESULTADO2.
088A1      IF DIVISION-POR-CERO
091A4      END-IF.
00092      PERFORM 4000-ESCRIBIR-CALCLOG THRU
092M1          4000-ESCRIBIR-CALCLOG-EXIT.
092M2      IF TRANS-REVERSO
092M3          PERFORM 4050-MARCAR-ORIGINAL THRU
092M4              4050-MARCAR-ORIGINAL-EXIT
092M5      END-IF.
00092I     IF MODO-ALIMENTACION AND NOT MODO-RESUMEN
00092J         PERFORM 4200-ESCRIBIR-GLFEED THRU
00092K             4200-ESCRIBIR-GLFEED-EXIT
094F4 *    BLANCO = LAS CINCO OPERACIONES, "01" A "05" = SOLO ESE
094F5 *    RESULTADO. UN TIPO ILEGAL DEJA EL MOTIVO EN
094F6 *    WS-MOTIVO-RECHAZO.
094F6A*    "RV" ES UN REVERSO: SOLO SE MARCA; EL TIPO Y LOS
094F6B*    RESULTADOS LOS TOMA 2300-BUSCAR-ORIGINAL DEL ORIGINAL.
094F7 *-------------------------------------------------------------*
094F8      MOVE SPACES TO WS-MOTIVO-RECHAZO.
094F9      MOVE TI-TIPO-TRANS TO WS-TIPO-TRANS.
094G1      IF WS-TIPO-TRANS = SPACES
094G2          MOVE "00" TO WS-TIPO-TRANS
094G3      END-IF.
094G3A     IF WS-TIPO-TRANS = "RV"
094G3B         MOVE "S" TO WS-REV-SW
094G3C         GO TO 2150-VALIDAR-TIPO-EXIT
094G3D     END-IF.
094G4      MOVE "S" TO WS-APLICA-R1.
094G5      MOVE "S" TO WS-APLICA-R2.
094G6      MOVE "S" TO WS-APLICA-R3.
094K1  2150-VALIDAR-TIPO-EXIT.
094K2      EXIT.
094K3 *-------------------------------------------------------------*
094L1  2200-CONVERTIR-MONEDA.
094L2 *    DEJA EN NUMERO1/NUMERO2 LOS MONTOS DEL DETALLE EN MONEDA
094L3 *    FUNCIONAL. MONEDA EN BLANCO ES MONEDA FUNCIONAL: TASA 1
094L4 *    SIN BUSCAR EN TIPCAMB. CUALQUIER OTRA MONEDA TOMA LA
094L5 *    TASA DE FECHA MAS RECIENTE QUE NO PASE LA FECHA
094L6 *    EFECTIVA DEL DETALLE; SI NO HAY, O SI EL MONTO
094L7 *    CONVERTIDO NO CABE EN NUMERO1/NUMERO2, DEJA EL MOTIVO EN
094L8 *    WS-MOTIVO-RECHAZO. LA CONVERSION SIEMPRE REDONDEA, SIN
094L9 *    IMPORTAR WS-MODO-REDONDEO, PARA QUE RECONCIL LA PUEDA
094M1 *    REPETIR EXACTA DESDE CALCLOG.
094M2 *-------------------------------------------------------------*
094M3      MOVE SPACES TO WS-MOTIVO-RECHAZO.
094M4      MOVE TI-MONEDA TO WS-MONEDA.
094M5      IF WS-MONEDA = SPACES
094M6          MOVE 1 TO WS-TASA-CAMBIO
094M7          MOVE ZERO TO WS-TASA-FECHA
094M8          MOVE TI-NUMERO1 TO NUMERO1
094M9          MOVE TI-NUMERO2 TO NUMERO2
094N1          GO TO 2200-CONVERTIR-MONEDA-EXIT
094N2      END-IF.
094N3      MOVE ZERO TO WS-TCAMB-ENC.
094N4      PERFORM 2210-BUSCAR-TASA THRU 2210-BUSCAR-TASA-EXIT
094N5          VARYING WS-TCAMB-IDX FROM 1 BY 1
094N6          UNTIL WS-TCAMB-IDX > WS-TCAMB-CANT.
094N7      IF WS-TCAMB-ENC = ZERO
094N8          MOVE "MONEDA SIN TIPO DE CAMBIO A FECHA"
094N9              TO WS-MOTIVO-RECHAZO
094O1          GO TO 2200-CONVERTIR-MONEDA-EXIT
094O2      END-IF.
094O3      MOVE WS-TC-TASA (WS-TCAMB-ENC)  TO WS-TASA-CAMBIO.
094O4      MOVE WS-TC-FECHA (WS-TCAMB-ENC) TO WS-TASA-FECHA.
094O5      COMPUTE NUMERO1 ROUNDED = TI-NUMERO1 * WS-TASA-CAMBIO
094O6          ON SIZE ERROR
094O7              MOVE "MONTO CONVERTIDO EXCEDE EL CAMPO"
094O8                  TO WS-MOTIVO-RECHAZO
094O9      END-COMPUTE.
094P1      COMPUTE NUMERO2 ROUNDED = TI-NUMERO2 * WS-TASA-CAMBIO
094P2          ON SIZE ERROR
094P3              MOVE "MONTO CONVERTIDO EXCEDE EL CAMPO"
094P4                  TO WS-MOTIVO-RECHAZO
094P5      END-COMPUTE.
094P6  2200-CONVERTIR-MONEDA-EXIT.
094P7      EXIT.
094P8 *-------------------------------------------------------------*
094P9  2210-BUSCAR-TASA.
094Q1 *    COMPARA UNA ENTRADA DE LA TABLA DE TIPCAMB CON LA MONEDA
094Q2 *    DEL DETALLE Y SE QUEDA CON LA DE FECHA MAS RECIENTE QUE
094Q3 *    NO PASE LA FECHA EFECTIVA. A IGUAL FECHA GANA LA ULTIMA
094Q4 *    ENTRADA DEL ARCHIVO, QUE ES LA CORRECCION DE TESORERIA.
094Q5 *-------------------------------------------------------------*
094Q6      IF WS-TC-MONEDA (WS-TCAMB-IDX) NOT = WS-MONEDA
094Q7         OR WS-TC-FECHA (WS-TCAMB-IDX) > WS-FECHA-EFECTIVA
094Q8          GO TO 2210-BUSCAR-TASA-EXIT
094Q9      END-IF.
094R1      IF WS-TCAMB-ENC = ZERO
094R2          MOVE WS-TCAMB-IDX TO WS-TCAMB-ENC
094R3          GO TO 2210-BUSCAR-TASA-EXIT
094R4      END-IF.
094R5      IF WS-TC-FECHA (WS-TCAMB-IDX) NOT <
094R6         WS-TC-FECHA (WS-TCAMB-ENC)
094R7          MOVE WS-TCAMB-IDX TO WS-TCAMB-ENC
094R8      END-IF.
094R9  2210-BUSCAR-TASA-EXIT.
094S1      EXIT.
094T0 *-------------------------------------------------------------*
094T1  2300-BUSCAR-ORIGINAL.
094T2 *    BUSCA EL DETALLE ORIGINAL QUE ANULA EL REVERSO VIGENTE,
094T3 *    POR LA CORRIDA Y SECUENCIA QUE TRAE EN TI-REF-RUN-ID Y
094T4 *    TI-REF-SECUENCIA: PRIMERO EN CALCLOG Y, SI YA SE PURGO,
094T5 *    EN CALCHIST. SI NO EXISTE, YA FUE REVERSADO POR OTRO
094T6 *    DETALLE O ES A SU VEZ UN REVERSO, DEJA EL MOTIVO EN
094T7 *    WS-MOTIVO-RECHAZO. SI LO ENCUENTRA, DEJA SUS NUMEROS,
094T8 *    RESULTADOS, MONEDA, TASA, TIPO Y MARCAS COMO LOS DE LA
094T9 *    TRANSACCION VIGENTE. UN ORIGINAL YA MARCADO CON LA
094TA *    LLAVE DE ESTE MISMO REVERSO ES UN REINICIO Y SE ACEPTA.
094TA1*    EL MAPEO DEL REVERSO ES EL VIGENTE A LA FECHA DEL
094TA2*    ORIGINAL, PARA QUE EL ESPEJO USE SUS MISMAS CUENTAS.
094TB *-------------------------------------------------------------*
094TC      MOVE SPACES TO WS-MOTIVO-RECHAZO.
094TD      MOVE SPACE  TO WS-REV-DONDE.
094TE      IF TI-REF-RUN-ID NOT NUMERIC
094TF        OR TI-REF-SECUENCIA NOT NUMERIC
094TG        OR TI-REF-RUN-ID = ZERO
094TH          MOVE "REVERSO SIN REFERENCIA VALIDA"
094TI              TO WS-MOTIVO-RECHAZO
094TJ          GO TO 2300-BUSCAR-ORIGINAL-EXIT
094TK      END-IF.
094TL      MOVE TI-REF-RUN-ID    TO WS-REV-RUN-ID.
094TM      MOVE TI-REF-SECUENCIA TO WS-REV-SECUENCIA.
094TN      MOVE WS-REV-LLAVE     TO CL-LLAVE.
094TO      READ CALCLOG
094TP          INVALID KEY
094TQ              CONTINUE
094TR      END-READ.
094TS      IF WS-CALCLOG-STATUS = "00"
094TT          MOVE "L" TO WS-REV-DONDE
094TU      ELSE
094TV          PERFORM 2310-BUSCAR-EN-HISTORIA THRU
094TW              2310-BUSCAR-EN-HISTORIA-EXIT
094TX      END-IF.
094TY      IF WS-REV-DONDE = SPACE
094TZ          MOVE "REVERSO: ORIGINAL NO ENCONTRADO"
094U1              TO WS-MOTIVO-RECHAZO
094U2          GO TO 2300-BUSCAR-ORIGINAL-EXIT
094U3      END-IF.
094U4      IF CL-ES-REVERSO
094U5          MOVE "NO SE PUEDE REVERSAR UN REVERSO"
094U6              TO WS-MOTIVO-RECHAZO
094U7          GO TO 2300-BUSCAR-ORIGINAL-EXIT
094U8      END-IF.
094U9      IF CL-REVERSADO
094UA        AND (CL-REVERSA-RUN-ID NOT = WS-RUN-ID
094UB          OR CL-REVERSA-SEC NOT = WS-CONT-REG)
094UC          MOVE "REVERSO: ORIGINAL YA REVERSADO"
094UD              TO WS-MOTIVO-RECHAZO
094UE          GO TO 2300-BUSCAR-ORIGINAL-EXIT
094UF      END-IF.
094UG      MOVE CL-NUMERO1       TO NUMERO1.
094UH      MOVE CL-NUMERO2       TO NUMERO2.
094UI      MOVE CL-RESULTADO1    TO RESULTADO1.
094UJ      MOVE CL-RESULTADO2    TO RESULTADO2.
094UK      MOVE CL-RESULTADO3    TO RESULTADO3.
094UL      MOVE CL-RESULTADO4    TO RESULTADO4.
094UM      MOVE CL-RESULTADO5    TO RESULTADO5.
094UN      MOVE CL-DIVISION-SW   TO WS-DIVISION-SW.
094UO      MOVE CL-EXPRESION-SW  TO WS-EXPRESION-SW.
094UP      MOVE CL-MONEDA        TO WS-MONEDA.
094UQ      MOVE CL-TASA-CAMBIO   TO WS-TASA-CAMBIO.
094UR      MOVE CL-TASA-FECHA    TO WS-TASA-FECHA.
094US      MOVE CL-MODO-REDONDEO TO WS-REV-REDONDEO.
094UT      MOVE CL-NUMERO1-ORIG  TO WS-REV-NUMERO1-ORIG.
094UU      MOVE CL-NUMERO2-ORIG  TO WS-REV-NUMERO2-ORIG.
094UU1     MOVE CL-FECHA-MAPEO   TO WS-FECHA-MAPEO.
094UU2     IF CL-FECHA-MAPEO NOT NUMERIC
094UU3       OR CL-FECHA-MAPEO = ZERO
094UU4         MOVE CL-FECHA-EFECTIVA TO WS-FECHA-MAPEO
094UU5     END-IF.
094UV      PERFORM 9365-MARCAR-TIPO-LOG THRU
094UW          9365-MARCAR-TIPO-LOG-EXIT.
094UX      MOVE WS-REV-RUN-ID    TO WDR-RUN-ID.
094UY      MOVE WS-REV-SECUENCIA TO WDR-SECUENCIA.
094UZ  2300-BUSCAR-ORIGINAL-EXIT.
094V1      EXIT.
094V2 *-------------------------------------------------------------*
094V3  2310-BUSCAR-EN-HISTORIA.
094V4 *    RECORRE LA HISTORIA PURGADA DE CALCLOG (CALCHIST) EN
094V5 *    BUSCA DE LA LLAVE DEL ORIGINAL. SIN HISTORIA EL
094V6 *    ORIGINAL QUEDA COMO NO ENCONTRADO.
094V7 *-------------------------------------------------------------*
094V8      MOVE "N" TO WS-FIN-HIST-SW.
094V9      OPEN INPUT CALCHIST.
094VA      IF WS-HIST-STATUS NOT = "00"
094VB          GO TO 2310-BUSCAR-EN-HISTORIA-EXIT
094VC      END-IF.
094VD      PERFORM 2320-LEER-HISTORIA THRU 2320-LEER-HISTORIA-EXIT
094VE          UNTIL FIN-CALCHIST.
094VF      CLOSE CALCHIST.
094VG  2310-BUSCAR-EN-HISTORIA-EXIT.
094VH      EXIT.
094VI *-------------------------------------------------------------*
094VJ  2320-LEER-HISTORIA.
094VK *    LEE EL SIGUIENTE REGISTRO DE CALCHIST Y, SI ES EL
094VL *    ORIGINAL BUSCADO, LO DEJA EN EL AREA DE CALCLOG.
094VM *-------------------------------------------------------------*
094VN      READ CALCHIST
094VO          AT END
094VP              MOVE "S" TO WS-FIN-HIST-SW
094VQ      END-READ.
094VR      IF FIN-CALCHIST OR WS-HIST-STATUS NOT = "00"
094VS          MOVE "S" TO WS-FIN-HIST-SW
094VT          GO TO 2320-LEER-HISTORIA-EXIT
094VU      END-IF.
094VV      MOVE CALCHIST-RECORD TO CALCLOG-RECORD.
094VW      IF CL-LLAVE = WS-REV-LLAVE
094VX          MOVE "H" TO WS-REV-DONDE
094VY          MOVE "S" TO WS-FIN-HIST-SW
094VZ      END-IF.
094W1  2320-LEER-HISTORIA-EXIT.
094W2      EXIT.
094X1 *-------------------------------------------------------------*
094X2  2400-VERIFICAR-LIMITE.
094X3 *    DECIDE SI EL DETALLE VIGENTE SE CONTABILIZA O SE
094X4 *    RETIENE. UN DETALLE DE UN LOTE DE ORIGEN "RETENIDO"
094X5 *    (LOTE DE LIBERACION DE CALCLIBR) DEBE TRAER LA LLAVE DE
094X5A*    SU RETENIDO Y PASA SIN LIMITE SOLO SI RETENIDO LO TIENE
094X6 *    LIBERADO EN ESTE MISMO LOTE Y CON LOS MISMOS MONTOS; SI
094X7 *    NO, DEJA EL MOTIVO EN WS-MOTIVO-RECHAZO. EN LOS LOTES DE
094X7A*    CUALQUIER OTRO ORIGEN LA REFERENCIA NO CUENTA PARA EL
094X8 *    LIMITE. TODOS ELLOS SE COMPARAN CONTRA LA
094X9 *    ENTRADA DE LIMITES DE SU TIPO Y EL ORIGEN DEL LOTE, O SI
094XA *    NO LA HAY, LA DE SU TIPO CON ORIGEN EN BLANCO; SIN
094XB *    ENTRADA NO HAY LIMITE. EL MONTO QUE SE COMPARA ES EL
094XC *    MAYOR VALOR ABSOLUTO DE NUMERO1/NUMERO2 YA EN MONEDA
094XD *    FUNCIONAL.
094XE *-------------------------------------------------------------*
094XF      MOVE SPACES TO WS-MOTIVO-RECHAZO.
094XG      MOVE "N" TO WS-RETENER-SW.
094XG1     IF WS-LOTE-ORIGEN NOT = "RETENIDO"
094XG2         GO TO 2400-VERIFICAR-LIMITE-MONTO
094XG3     END-IF.
094XH      IF TI-REF-RUN-ID NOT NUMERIC
094XI        OR TI-REF-SECUENCIA NOT NUMERIC
094XJ          MOVE "RETENIDO SIN LIBERACION VALIDA"
094XJ1             TO WS-MOTIVO-RECHAZO
094XJ2         GO TO 2400-VERIFICAR-LIMITE-EXIT
094XK      END-IF.
094XL      IF TI-REF-RUN-ID = ZERO AND TI-REF-SECUENCIA = ZERO
094XM          MOVE "RETENIDO SIN LIBERACION VALIDA"
094XM1             TO WS-MOTIVO-RECHAZO
094XM2         GO TO 2400-VERIFICAR-LIMITE-EXIT
094XN      END-IF.
094XO      MOVE TI-REF-RUN-ID    TO WS-RET-BUSCA-RUN.
094XP      MOVE TI-REF-SECUENCIA TO WS-RET-BUSCA-SEC.
094XQ      PERFORM 2420-BUSCAR-RETENIDO THRU
094XR          2420-BUSCAR-RETENIDO-EXIT.
094XS      IF WS-LIB-ENC = ZERO
094XT          MOVE "RETENIDO SIN LIBERACION VALIDA"
094XU              TO WS-MOTIVO-RECHAZO
094XV          GO TO 2400-VERIFICAR-LIMITE-EXIT
094XW      END-IF.
094XX      IF WS-RT-ESTADO (WS-LIB-ENC) NOT = "L"
094XY        OR WS-RT-LOTE (WS-LIB-ENC) NOT = WS-LOTE-ID
094XZ        OR WS-RT-NUMERO1 (WS-LIB-ENC) NOT = TI-NUMERO1
094Y1        OR WS-RT-NUMERO2 (WS-LIB-ENC) NOT = TI-NUMERO2
094Y2          MOVE "RETENIDO SIN LIBERACION VALIDA"
094Y3              TO WS-MOTIVO-RECHAZO
094Y4      END-IF.
094Y5      GO TO 2400-VERIFICAR-LIMITE-EXIT.
094Y6  2400-VERIFICAR-LIMITE-MONTO.
094Y7      MOVE ZERO TO WS-LIM-ENC.
094Y8      PERFORM 2410-BUSCAR-LIMITE THRU 2410-BUSCAR-LIMITE-EXIT
094Y9          VARYING WS-LIM-IDX FROM 1 BY 1
094YA          UNTIL WS-LIM-IDX > WS-LIM-CANT.
094YB      IF WS-LIM-ENC = ZERO
094YC          GO TO 2400-VERIFICAR-LIMITE-EXIT
094YD      END-IF.
094YE      IF NUMERO1 < ZERO
094YF          COMPUTE WS-RET-MONTO = ZERO - NUMERO1
094YG      ELSE
094YH          MOVE NUMERO1 TO WS-RET-MONTO
094YI      END-IF.
094YJ      IF NUMERO2 < ZERO
094YK          COMPUTE WS-RET-MONTO2 = ZERO - NUMERO2
094YL      ELSE
094YM          MOVE NUMERO2 TO WS-RET-MONTO2
094YN      END-IF.
094YO      IF WS-RET-MONTO2 > WS-RET-MONTO
094YP          MOVE WS-RET-MONTO2 TO WS-RET-MONTO
094YQ      END-IF.
094YR      MOVE WS-LM-MONTO (WS-LIM-ENC) TO WS-RET-LIMITE.
094YS      IF WS-RET-MONTO > WS-RET-LIMITE
094YT          MOVE "S" TO WS-RETENER-SW
094YU      END-IF.
094YV  2400-VERIFICAR-LIMITE-EXIT.
094YW      EXIT.
094Z1 *-------------------------------------------------------------*
094Z2  2410-BUSCAR-LIMITE.
094Z3 *    COMPARA UNA ENTRADA DE LA TABLA DE LIMITES CON EL TIPO
094Z4 *    DEL DETALLE Y EL ORIGEN DEL LOTE. LA ENTRADA CON EL
094Z5 *    ORIGEN EXACTO LE GANA A LA DE ORIGEN EN BLANCO, SIN
094Z6 *    IMPORTAR EN QUE ORDEN VENGAN EN EL ARCHIVO.
094Z7 *-------------------------------------------------------------*
094Z8      IF WS-LM-TIPO (WS-LIM-IDX) NOT = WS-TIPO-TRANS
094Z9          GO TO 2410-BUSCAR-LIMITE-EXIT
094ZA      END-IF.
094ZB      IF WS-LM-ORIGEN (WS-LIM-IDX) = WS-LOTE-ORIGEN
094ZC          MOVE WS-LIM-IDX TO WS-LIM-ENC
094ZD          GO TO 2410-BUSCAR-LIMITE-EXIT
094ZE      END-IF.
094ZF      IF WS-LM-ORIGEN (WS-LIM-IDX) = SPACES
094ZG        AND WS-LIM-ENC = ZERO
094ZH          MOVE WS-LIM-IDX TO WS-LIM-ENC
094ZI      END-IF.
094ZJ  2410-BUSCAR-LIMITE-EXIT.
094ZK      EXIT.
094ZL *-------------------------------------------------------------*
094ZM  2420-BUSCAR-RETENIDO.
094ZN *    BUSCA EN LA TABLA DE RETENIDOS LA LLAVE DE CORRIDA Y
094ZO *    SECUENCIA QUE TRAE WS-RET-BUSCA-RUN/SEC. DEJA LA
094ZP *    POSICION EN WS-LIB-ENC, O CERO SI NO ESTA.
094ZQ *-------------------------------------------------------------*
094ZR      MOVE ZERO TO WS-LIB-ENC.
094ZS      PERFORM 2425-COMPARAR-RETENIDO THRU
094ZT          2425-COMPARAR-RETENIDO-EXIT
094ZU          VARYING WS-LIB-IDX FROM 1 BY 1
094ZV          UNTIL WS-LIB-IDX > WS-LIB-CANT
094ZW             OR WS-LIB-ENC > ZERO.
094ZX  2420-BUSCAR-RETENIDO-EXIT.
094ZY      EXIT.
094ZZ *-------------------------------------------------------------*
095A1  2425-COMPARAR-RETENIDO.
095A2      IF WS-RT-RUN-ID (WS-LIB-IDX) = WS-RET-BUSCA-RUN
095A3        AND WS-RT-SECUENCIA (WS-LIB-IDX) = WS-RET-BUSCA-SEC
095A4          MOVE WS-LIB-IDX TO WS-LIB-ENC
095A5      END-IF.
095A6  2425-COMPARAR-RETENIDO-EXIT.
095A7      EXIT.
095B1 *-------------------------------------------------------------*
095B2  2430-VERIFICAR-FUTURO.
095B3 *    UN DETALLE DE UN LOTE DE LIBERACION DE CALCFLIB (ORIGEN
095B4 *    FUTUROS) SOLO PASA SI FUTUROS TIENE LIBERADO EN ESTE
095B5 *    MISMO LOTE UN DETALLE IDENTICO QUE LA CORRIDA TODAVIA NO
095B6 *    HAYA USADO; SI NO, DEJA EL MOTIVO EN WS-MOTIVO-RECHAZO.
095B7 *    LA REFERENCIA DEL DETALLE QUEDA INTACTA PARA LOS
095B8 *    REVERSOS, POR ESO SE COMPARA EL DETALLE CRUDO COMPLETO.
095B9 *-------------------------------------------------------------*
095BA      MOVE SPACES TO WS-MOTIVO-RECHAZO.
095BB      MOVE ZERO TO WS-FUT-ENC.
095BC      PERFORM 2435-COMPARAR-LIBERADO THRU
095BD          2435-COMPARAR-LIBERADO-EXIT
095BE          VARYING WS-FUT-IDX FROM 1 BY 1
095BF          UNTIL WS-FUT-IDX > WS-FUT-CANT
095BG             OR WS-FUT-ENC > ZERO.
095BH      IF WS-FUT-ENC = ZERO
095BI          MOVE "FUTURO SIN LIBERACION VALIDA"
095BJ              TO WS-MOTIVO-RECHAZO
095BK          GO TO 2430-VERIFICAR-FUTURO-EXIT
095BL      END-IF.
095BM      MOVE "S" TO WS-FT-USADO (WS-FUT-ENC).
095BN  2430-VERIFICAR-FUTURO-EXIT.
095BO      EXIT.
095BP *-------------------------------------------------------------*
095BQ  2435-COMPARAR-LIBERADO.
095BR      IF WS-FT-ESTADO (WS-FUT-IDX) = "L"
095BS        AND WS-FT-LOTE (WS-FUT-IDX) = WS-LOTE-ID
095BT        AND WS-FT-USADO (WS-FUT-IDX) = "N"
095BU        AND WS-FT-DETALLE (WS-FUT-IDX) = TI-TRANSIN-CRUDO
095BV          MOVE WS-FUT-IDX TO WS-FUT-ENC
095BW      END-IF.
095BX  2435-COMPARAR-LIBERADO-EXIT.
095BY      EXIT.
095BZ *-------------------------------------------------------------*
095C1  2440-BUSCAR-FUTURO.
095C2 *    BUSCA EN LA TABLA DE FUTUROS LA LLAVE DE ESTA CORRIDA
095C3 *    Y EL REGISTRO VIGENTE. DEJA LA POSICION EN WS-FUT-ENC, O
095C4 *    CERO SI NO ESTA.
095C5 *-------------------------------------------------------------*
095C6      MOVE ZERO TO WS-FUT-ENC.
095C7      PERFORM 2445-COMPARAR-FUTURO THRU
095C8          2445-COMPARAR-FUTURO-EXIT
095C9          VARYING WS-FUT-IDX FROM 1 BY 1
095CA          UNTIL WS-FUT-IDX > WS-FUT-CANT
095CB             OR WS-FUT-ENC > ZERO.
095CC  2440-BUSCAR-FUTURO-EXIT.
095CD      EXIT.
095CE *-------------------------------------------------------------*
095CF  2445-COMPARAR-FUTURO.
095CG      IF WS-FT-RUN-ID (WS-FUT-IDX) = WS-RUN-ID
095CH        AND WS-FT-SECUENCIA (WS-FUT-IDX) = WS-CONT-REG
095CI          MOVE WS-FUT-IDX TO WS-FUT-ENC
095CJ      END-IF.
095CK  2445-COMPARAR-FUTURO-EXIT.
095CL      EXIT.
094S2 *-------------------------------------------------------------*
00096  2900-LEER-TRANS.
00097 *    AVANZA TRANSIN HASTA EL SIGUIENTE DETALLE PROCESABLE O
00098 *    EL FIN DE ARCHIVO. LOS REGISTROS DE CONTROL QUE VAYAN
105A1 *-------------------------------------------------------------*
105B1  2910-LEER-REGISTRO.
105B2 *    LEE UN REGISTRO DE TRANSIN Y LO CLASIFICA POR SU TIPO.
105B2A*    LA LIQUIDACION DE SUSPENSO "L" NO ES UN DETALLE: NO SE
105B2B*    CALCULA NI ENTRA EN EL CUADRE DEL LOTE.
105B3 *-------------------------------------------------------------*
105B4      READ TRANSIN
105B5          AT END
105E1          PERFORM 2930-ABRIR-LOTE THRU 2930-ABRIR-LOTE-EXIT
105E2          GO TO 2910-LEER-REGISTRO-EXIT
105E3      END-IF.
105E3A     IF TI-ES-LIQUIDACION
105E3B         IF NOT SALTANDO-LOTE
105E3C             PERFORM 2940-LIQUIDAR-SUSPENSO THRU
105E3D                 2940-LIQUIDAR-SUSPENSO-EXIT
105E3E         END-IF
105E3F         GO TO 2910-LEER-REGISTRO-EXIT
105E3G     END-IF.
105E4      DISPLAY "CALCULOS: TIPO DE REGISTRO INVALIDO """
105E5          TI-TIPO-REG """ EN TRANSIN - REGISTRO IGNORADO".
105E6  2910-LEER-REGISTRO-EXIT.
105F5 *    LOTE SIGUIENTE. UN LOTE QUE NO CUADRA SE RETIENE SOLO:
105F6 *    NO SE REGISTRA Y LA CORRIDA TERMINARA CON RETURN-CODE 8,
105F7 *    PERO LOS DEMAS LOTES DE LA NOCHE SIGUEN.
105F7A*    EN AMBOS CASOS EL ESTADO DEL LOTE QUEDA EN LOTESTAT.
105F8 *-------------------------------------------------------------*
105F9      MOVE TI-TRL-CANTIDAD  TO WS-TRL-CANTIDAD.
105G1      MOVE TI-TRL-HASH-NUM1 TO WS-TRL-HASH-NUM1.
105G7          ADD 1 TO WS-CONT-LOTES-OK
105G8          PERFORM 9200-REGISTRAR-LOTE THRU
105G9              9200-REGISTRAR-LOTE-EXIT
105G9A         MOVE "A" TO WS-LS-ESTADO
105H1      ELSE
105H2          ADD 1 TO WS-CONT-LOTES-MAL
105H3          DISPLAY "CALCULOS: LOTE " WS-LOTE-ID " RETENIDO - "
105H4              "NO SE REGISTRA EN BATCHHST"
105H4A         MOVE "R" TO WS-LS-ESTADO
105H5      END-IF.
105H5A     PERFORM 9250-GRABAR-ESTADO-LOTE THRU
105H5B         9250-GRABAR-ESTADO-LOTE-EXIT.
105H6      MOVE ZERO TO WS-LOTE-CONT-REG.
105H7      MOVE ZERO TO WS-HASH-NUM1.
105H8      MOVE ZERO TO WS-HASH-NUM2.
105J8              " - EL LOTE ANTERIOR NO CUADRA"
105J8A         IF NOT SALTANDO-LOTE
105J9              ADD 1 TO WS-CONT-LOTES-MAL
105J9B             MOVE "R" TO WS-LS-ESTADO
105J9C             PERFORM 9250-GRABAR-ESTADO-LOTE THRU
105J9D                 9250-GRABAR-ESTADO-LOTE-EXIT
105J9A         END-IF
105K1          MOVE ZERO TO WS-LOTE-CONT-REG
105K2          MOVE ZERO TO WS-HASH-NUM1
105K5      END-IF.
105K5A     MOVE "N" TO WS-SALTAR-SW.
105K6      MOVE TI-LOTE-ID TO WS-LOTE-ID.
105K6A     MOVE TI-LOTE-FECHA  TO WS-LOTE-FECHA.
105K6B     MOVE TI-LOTE-ORIGEN TO WS-LOTE-ORIGEN.
105K7      MOVE "S" TO WS-LOTE-ABI-SW.
105K8      ADD 1 TO WS-CONT-LOTES.
105K9      DISPLAY "CALCULOS: LOTE " TI-LOTE-ID
105L4          1350-VERIFICAR-LOTE-EXIT.
105L5  2930-ABRIR-LOTE-EXIT.
105L6      EXIT.
105Q1 *-------------------------------------------------------------*
105Q2  2940-LIQUIDAR-SUSPENSO.
105Q3 *    GRABA EN GLFEED EL ASIENTO INVERSO DEL SUSPENSO DE UN
105Q4 *    RECHAZO QUE CALCREPA CORRIGIO O DIO DE BAJA: DEBITA LA
105Q5 *    CONTRAPARTIDA Y ACREDITA LA CUENTA DE SUSPENSO POR EL
105Q6 *    MONTO QUE SE CONTABILIZO AL RECHAZAR. SOLO LO ACEPTA
105Q7 *    DENTRO DE UN LOTE DE ORIGEN CALCREPA; CUALQUIER OTRO SE
105Q8 *    IGNORA Y SE CUENTA. FUERA DE MODO ALIMENTACION NO HAY
105Q9 *    SUSPENSO QUE LIQUIDAR.
105QA *-------------------------------------------------------------*
105QB      IF NOT MODO-ALIMENTACION
105QC          GO TO 2940-LIQUIDAR-SUSPENSO-EXIT
105QD      END-IF.
105QE      IF NOT LOTE-ABIERTO OR WS-LOTE-ORIGEN NOT = "CALCREPA"
105QF          DISPLAY "CALCULOS: LIQUIDACION DE SUSPENSO "
105QG              TI-LQ-RZ-FECHA "/" TI-LQ-RZ-NUMERO
105QH              " FUERA DE UN LOTE DE CALCREPA - REGISTRO "
105QI              "IGNORADO"
105QJ          ADD 1 TO WS-CONT-LIQ-MAL
105QK          GO TO 2940-LIQUIDAR-SUSPENSO-EXIT
105QL      END-IF.
105QM      IF TI-LQ-MONTO NOT NUMERIC
105QN        OR TI-LQ-CUENTA = SPACES OR TI-LQ-CONTRA = SPACES
105QO          DISPLAY "CALCULOS: LIQUIDACION DE SUSPENSO "
105QP              TI-LQ-RZ-FECHA "/" TI-LQ-RZ-NUMERO
105QQ              " INCOMPLETA - REGISTRO IGNORADO"
105QR          ADD 1 TO WS-CONT-LIQ-MAL
105QS          GO TO 2940-LIQUIDAR-SUSPENSO-EXIT
105QT      END-IF.
105QU      MOVE TI-LQ-CONTRA    TO WS-GL-CTA-DEBITO.
105QV      MOVE TI-LQ-CUENTA    TO WS-GL-CTA-CREDITO.
105QW      MOVE TI-LQ-MONTO     TO WS-GL-MONTO.
105QX      MOVE "LSU "          TO WS-SUS-MARCA.
105QY      MOVE TI-LQ-RZ-FECHA  TO WS-SUS-RZ-FECHA.
105QZ      MOVE TI-LQ-RZ-NUMERO TO WS-SUS-RZ-NUMERO.
105R1      PERFORM 4260-ESCRIBIR-SUSPENSO THRU
105R2          4260-ESCRIBIR-SUSPENSO-EXIT.
105R3      ADD 1 TO WS-CONT-LIQUIDADOS.
105R4  2940-LIQUIDAR-SUSPENSO-EXIT.
105R5      EXIT.
105A0 *-------------------------------------------------------------*
105A1  2950-RECHAZAR-TRANS.
105A2 *    GRABA EN RECHAZOS EL REGISTRO DE TRANSIN QUE NO PASO LA     *
105A3 *    VALIDACION, CON SU VALOR CRUDO Y EL MOTIVO QUE DEJO LA      *
105A4 *    VALIDACION EN WS-MOTIVO-RECHAZO, Y SIGUE CON LA             *
105A4A*    SIGUIENTE TRANSACCION EN VEZ DE DETENER LA CORRIDA.         *
105A4B*    EN MODO ALIMENTACION EL MONTO DEL RECHAZO VA A SUSPENSO.    *
105A4C*    UNA SIMULACION NO GRABA RECHAZOS PERO SI EL SUSPENSO.       *
105A5 *-------------------------------------------------------------*
105A6      ADD 1 TO WS-CONT-RECHAZOS.
105A7      MOVE WS-RUN-FECHA     TO RZ-RUN-FECHA.
105A8      MOVE WS-CONT-REG      TO RZ-NUMERO-REG.
105A8A     MOVE WS-RUN-ID        TO RZ-RUN-ID.
105A9      MOVE TI-TRANSIN-CRUDO TO RZ-VALOR-CRUDO.
105B0      MOVE WS-MOTIVO-RECHAZO TO RZ-MOTIVO.
105B0A     MOVE "P" TO RZ-ESTADO.
105B0B     MOVE WS-LOTE-ID       TO RZ-LOTE-ID.
105B0C     MOVE WS-LOTE-ORIGEN   TO RZ-LOTE-ORIGEN.
105B0D     MOVE SPACES TO RZ-SUS-CUENTA.
105B0E     MOVE SPACES TO RZ-SUS-CONTRA.
105B0F     MOVE ZERO   TO RZ-SUS-MONTO.
105B0G     IF MODO-ALIMENTACION
105B0H         PERFORM 2955-CONTABILIZAR-SUSPENSO THRU
105B0I             2955-CONTABILIZAR-SUSPENSO-EXIT
105B0J     END-IF.
105B1      IF NOT MODO-SIMULACION
105B1A         WRITE RECHAZO-RECORD
105B1B     END-IF.
105B2      DISPLAY "CALCULOS: REGISTRO " WS-CONT-REG
105B3          " RECHAZADO - " WS-MOTIVO-RECHAZO.
105B4  2950-RECHAZAR-TRANS-EXIT.
105B5      EXIT.
105S1 *-------------------------------------------------------------*
105S2  2955-CONTABILIZAR-SUSPENSO.
105S3 *    CONTABILIZA EN GLFEED EL MONTO DEL DETALLE RECHAZADO
105S4 *    (NUMERO1 CONVERTIDO A MONEDA FUNCIONAL CON LA TASA DE
105S4A*    TIPCAMB A SU FECHA EFECTIVA, COMO EN 2200) DEBITANDO LA
105S5 *    CUENTA DE SUSPENSO DE SU ORIGEN Y TIPO Y ACREDITANDO SU
105S6 *    CONTRAPARTIDA, PARA QUE EL DINERO NO DESAPAREZCA DEL
105S7 *    MAYOR MIENTRAS EL RECHAZO ESTA PENDIENTE. EL ASIENTO
105S8 *    LLEVA "SUS " Y LA LLAVE DEL RECHAZO, Y LAS CUENTAS Y EL
105S9 *    MONTO QUEDAN EN EL RECHAZO PARA QUE CALCREPA LO LIQUIDE.
105SA *    UN NUMERO1 INVALIDO O EN CERO NO TIENE NADA QUE
105SB *    CONTABILIZAR; SIN CUENTA DE SUSPENSO PARA EL ORIGEN Y
105SC *    EL TIPO SE AVISA Y EL RECHAZO QUEDA FUERA DEL MAYOR. LO
105SC1*    MISMO SI SU MONEDA NO TIENE TASA A ESA FECHA (O LA FECHA
105SC2*    NO ES NUMERICA) O SI EL MONTO CONVERTIDO NO CABE EN EL
105SC3*    RECHAZO.
105SD *-------------------------------------------------------------*
105SE      IF TI-NUMERO1 NOT NUMERIC
105SF          GO TO 2955-CONTABILIZAR-SUSPENSO-EXIT
105SG      END-IF.
105SH      IF TI-NUMERO1 = ZERO
105SI          GO TO 2955-CONTABILIZAR-SUSPENSO-EXIT
105SJ      END-IF.
105SK      MOVE TI-TIPO-TRANS TO WS-SUS-TIPO.
105SL      IF WS-SUS-TIPO = SPACES
105SM          MOVE "00" TO WS-SUS-TIPO
105SN      END-IF.
105SO      MOVE ZERO TO WS-SUS-ENC.
105SP      MOVE 9    TO WS-SUS-NIVEL-ENC.
105SQ      PERFORM 2956-BUSCAR-SUSPENSO THRU 2956-BUSCAR-SUSPENSO-EXIT
105SR          VARYING WS-SUS-IDX FROM 1 BY 1
105SS          UNTIL WS-SUS-IDX > WS-SUS-CANT.
105ST      IF WS-SUS-ENC = ZERO
105SU          DISPLAY "CALCULOS: SIN CUENTA DE SUSPENSO PARA ORIGEN "
105SV              WS-LOTE-ORIGEN " TIPO " WS-SUS-TIPO
105SW              " - EL RECHAZO NO SE CONTABILIZA"
105SX          ADD 1 TO WS-CONT-SIN-SUSP
105SY          GO TO 2955-CONTABILIZAR-SUSPENSO-EXIT
105SZ      END-IF.
105SZ1     PERFORM 2957-CONVERTIR-SUSPENSO THRU
105SZ2         2957-CONVERTIR-SUSPENSO-EXIT.
105SZ3     IF WS-TCAMB-ENC = ZERO
105SZ4         DISPLAY "CALCULOS: NO SE CONVIERTE LA MONEDA "
105SZ5             WS-MONEDA " AL " TI-FECHA-EFECTIVA
105SZ6             " - EL RECHAZO NO SE CONTABILIZA"
105SZ7         ADD 1 TO WS-CONT-SIN-SUSP
105SZ8         GO TO 2955-CONTABILIZAR-SUSPENSO-EXIT
105SZ9     END-IF.
105T1      MOVE WS-SU-CUENTA (WS-SUS-ENC) TO WS-GL-CTA-DEBITO.
105T2      MOVE WS-SU-CONTRA (WS-SUS-ENC) TO WS-GL-CTA-CREDITO.
105T4      MOVE "SUS "        TO WS-SUS-MARCA.
105T5      MOVE WS-RUN-FECHA  TO WS-SUS-RZ-FECHA.
105T6      MOVE WS-CONT-REG   TO WS-SUS-RZ-NUMERO.
105T7      PERFORM 4260-ESCRIBIR-SUSPENSO THRU
105T8          4260-ESCRIBIR-SUSPENSO-EXIT.
105T9      MOVE WS-SU-CUENTA (WS-SUS-ENC) TO RZ-SUS-CUENTA.
105TA      MOVE WS-SU-CONTRA (WS-SUS-ENC) TO RZ-SUS-CONTRA.
105TB      MOVE WS-GL-MONTO   TO RZ-SUS-MONTO.
105TC      ADD 1 TO WS-CONT-SUSPENSOS.
105TD  2955-CONTABILIZAR-SUSPENSO-EXIT.
105TE      EXIT.
105TF *-------------------------------------------------------------*
105TG  2956-BUSCAR-SUSPENSO.
105TH *    COMPARA UNA ENTRADA DE LA TABLA DE SUSPENSO CON EL ORIGEN
105TI *    DEL LOTE Y EL TIPO DEL DETALLE, Y SE QUEDA CON LA MAS
105TJ *    PRECISA SIN IMPORTAR EN QUE ORDEN VENGAN EN EL ARCHIVO:
105TK *    1 ORIGEN Y TIPO EXACTOS, 2 ORIGEN EXACTO Y TODO TIPO,
105TL *    3 TODO ORIGEN Y TIPO EXACTO, 4 TODO ORIGEN Y TODO TIPO.
105TM *-------------------------------------------------------------*
105TN      MOVE ZERO TO WS-SUS-NIVEL.
105TO      IF WS-SU-ORIGEN (WS-SUS-IDX) = WS-LOTE-ORIGEN
105TP          IF WS-SU-TIPO (WS-SUS-IDX) = WS-SUS-TIPO
105TQ              MOVE 1 TO WS-SUS-NIVEL
105TR          ELSE
105TS              IF WS-SU-TIPO (WS-SUS-IDX) = "00"
105TT                  MOVE 2 TO WS-SUS-NIVEL
105TU              END-IF
105TV          END-IF
105TW      END-IF.
105TX      IF WS-SUS-NIVEL = ZERO
105TY        AND WS-SU-ORIGEN (WS-SUS-IDX) = SPACES
105TZ          IF WS-SU-TIPO (WS-SUS-IDX) = WS-SUS-TIPO
105U1              MOVE 3 TO WS-SUS-NIVEL
105U2          ELSE
105U3              IF WS-SU-TIPO (WS-SUS-IDX) = "00"
105U4                  MOVE 4 TO WS-SUS-NIVEL
105U5              END-IF
105U6          END-IF
105U7      END-IF.
105U8      IF WS-SUS-NIVEL > ZERO
105U9        AND WS-SUS-NIVEL < WS-SUS-NIVEL-ENC
105UA          MOVE WS-SUS-NIVEL TO WS-SUS-NIVEL-ENC
105UB          MOVE WS-SUS-IDX   TO WS-SUS-ENC
105UC      END-IF.
105UD  2956-BUSCAR-SUSPENSO-EXIT.
105UE      EXIT.
105UF *-------------------------------------------------------------*
105UG  2957-CONVERTIR-SUSPENSO.
105UH *    DEJA EN WS-GL-MONTO EL NUMERO1 DEL DETALLE RECHAZADO EN
105UI *    MONEDA FUNCIONAL, CON LA MISMA BUSQUEDA DE TASA DE 2200
105UJ *    A LA FECHA EFECTIVA DEL DETALLE. SI NO SE PUEDE
105UK *    CONVERTIR DEJA WS-TCAMB-ENC EN CERO. NO TOCA
105UL *    WS-MOTIVO-RECHAZO NI LOS MONTOS DEL CALCULO.
105UM *-------------------------------------------------------------*
105UN      MOVE TI-MONEDA TO WS-MONEDA.
105UO      IF WS-MONEDA = SPACES
105UP          MOVE 1 TO WS-TCAMB-ENC
105UQ          MOVE TI-NUMERO1 TO WS-GL-MONTO
105UR          GO TO 2957-CONVERTIR-SUSPENSO-EXIT
105US      END-IF.
105UT      MOVE ZERO TO WS-TCAMB-ENC.
105UU      IF TI-FECHA-EFECTIVA NOT NUMERIC
105UV          GO TO 2957-CONVERTIR-SUSPENSO-EXIT
105UW      END-IF.
105UX      MOVE TI-FECHA-EFECTIVA TO WS-FECHA-EFECTIVA.
105UY      PERFORM 2210-BUSCAR-TASA THRU 2210-BUSCAR-TASA-EXIT
105UZ          VARYING WS-TCAMB-IDX FROM 1 BY 1
105V1          UNTIL WS-TCAMB-IDX > WS-TCAMB-CANT.
105V2      IF WS-TCAMB-ENC = ZERO
105V3          GO TO 2957-CONVERTIR-SUSPENSO-EXIT
105V4      END-IF.
105V5      COMPUTE WS-GL-MONTO ROUNDED =
105V6          TI-NUMERO1 * WS-TC-TASA (WS-TCAMB-ENC).
105V7      IF WS-GL-MONTO > 9999999.99
105V8        OR WS-GL-MONTO < -9999999.99
105V9          MOVE ZERO TO WS-TCAMB-ENC
105VA      END-IF.
105VB  2957-CONVERTIR-SUSPENSO-EXIT.
105VC      EXIT.
105M1 *-------------------------------------------------------------*
105M2  2960-RETENER-TRANS.
105M3 *    GRABA PENDIENTE EN RETENIDO EL DETALLE QUE PASO SU
105M4 *    LIMITE, CON LA LLAVE DE CORRIDA Y SECUENCIA QUE LE
105M5 *    TOCABA, EL LOTE, EL OPERADOR QUE SOMETIO LA CORRIDA Y
105M6 *    EL DETALLE CRUDO, PARA QUE CALCAPRO LO DECIDA. AL
105M7 *    REINICIAR NO SE GRABA DE NUEVO UN DETALLE QUE LA MISMA
105M8 *    CORRIDA YA HABIA RETENIDO ANTES DE INTERRUMPIRSE.
105M8A*    UNA SIMULACION SOLO LO CUENTA.
105M9 *-------------------------------------------------------------*
105MA      ADD 1 TO WS-CONT-RETENIDOS.
105MB      IF REINICIO-ACTIVO
105MC          MOVE WS-RUN-ID   TO WS-RET-BUSCA-RUN
105MD          MOVE WS-CONT-REG TO WS-RET-BUSCA-SEC
105ME          PERFORM 2420-BUSCAR-RETENIDO THRU
105MF              2420-BUSCAR-RETENIDO-EXIT
105MG          IF WS-LIB-ENC > ZERO
105MH              DISPLAY "CALCULOS: REGISTRO " WS-CONT-REG
105MI                  " YA ESTABA RETENIDO"
105MJ              GO TO 2960-RETENER-TRANS-EXIT
105MK          END-IF
105ML      END-IF.
105MLA     IF MODO-SIMULACION
105MLB         DISPLAY "CALCULOS: REGISTRO " WS-CONT-REG
105MLC             " SE RETENDRIA POR MONTO - " WS-RET-MONTO
105MLD         GO TO 2960-RETENER-TRANS-EXIT
105MLE     END-IF.
105MM      MOVE WS-RUN-ID        TO RN-RUN-ID.
105MN      MOVE WS-CONT-REG      TO RN-SECUENCIA.
105MO      MOVE WS-RUN-FECHA     TO RN-RUN-FECHA.
105MP      MOVE WS-OPERADOR-ID   TO RN-OPERADOR-ID.
105MQ      MOVE WS-LOTE-ID       TO RN-LOTE-ID.
105MR      MOVE WS-LOTE-ORIGEN   TO RN-LOTE-ORIGEN.
105MS      MOVE TI-TRANSIN-CRUDO TO RN-DETALLE.
105MT      MOVE WS-RET-MONTO     TO RN-MONTO-EVAL.
105MU      MOVE WS-RET-LIMITE    TO RN-LIMITE.
105MV      MOVE "P"              TO RN-ESTADO.
105MW      MOVE SPACES           TO RN-DECIDE-ID.
105MX      MOVE ZERO             TO RN-DECIDE-FECHA.
105MY      MOVE ZERO             TO RN-DECIDE-HORA.
105MZ      MOVE SPACES           TO RN-LIBERA-LOTE.
105N1      WRITE RETENIDO-RECORD.
105N2      IF WS-RETEN-STATUS NOT = "00"
105N3          DISPLAY "CALCULOS: NO SE PUDO GRABAR EL RETENIDO "
105N4              WS-CONT-REG " - STATUS " WS-RETEN-STATUS
105N5          MOVE "S" TO WS-ERROR-SW
105N6          GO TO 2960-RETENER-TRANS-EXIT
105N7      END-IF.
105N8      DISPLAY "CALCULOS: REGISTRO " WS-CONT-REG
105N9          " RETENIDO POR MONTO - " WS-RET-MONTO
105NA          " LIMITE " WS-RET-LIMITE.
105NB  2960-RETENER-TRANS-EXIT.
105NC      EXIT.
105O1 *-------------------------------------------------------------*
105O2  2970-ALMACENAR-FUTURO.
105O3 *    GRABA PENDIENTE EN FUTUROS EL DETALLE CUYA FECHA
105O4 *    EFECTIVA ES POSTERIOR A LA CORRIDA, CON LA LLAVE DE
105O5 *    CORRIDA Y SECUENCIA QUE LE TOCABA, EL LOTE, EL OPERADOR
105O6 *    QUE SOMETIO LA CORRIDA Y EL DETALLE CRUDO, PARA QUE
105O7 *    CALCFLIB LO DEVUELVA LA NOCHE EN QUE VENCE. AL REINICIAR
105O8 *    NO SE GRABA DE NUEVO UN DETALLE QUE LA MISMA CORRIDA YA
105O9 *    HABIA ALMACENADO ANTES DE INTERRUMPIRSE.
105O9A*    UNA SIMULACION SOLO LO CUENTA.
105OA *-------------------------------------------------------------*
105OB      ADD 1 TO WS-CONT-FUTUROS.
105OC      IF REINICIO-ACTIVO
105OD          PERFORM 2440-BUSCAR-FUTURO THRU
105OE              2440-BUSCAR-FUTURO-EXIT
105OF          IF WS-FUT-ENC > ZERO
105OG              DISPLAY "CALCULOS: REGISTRO " WS-CONT-REG
105OH                  " YA ESTABA ALMACENADO"
105OI              GO TO 2970-ALMACENAR-FUTURO-EXIT
105OJ          END-IF
105OK      END-IF.
105OKA     IF MODO-SIMULACION
105OKB         DISPLAY "CALCULOS: REGISTRO " WS-CONT-REG
105OKC             " SE ALMACENARIA HASTA " TI-FECHA-EFECTIVA
105OKD         GO TO 2970-ALMACENAR-FUTURO-EXIT
105OKE     END-IF.
105OL      MOVE WS-RUN-ID        TO FU-RUN-ID.
105OM      MOVE WS-CONT-REG      TO FU-SECUENCIA.
105ON      MOVE WS-RUN-FECHA     TO FU-RUN-FECHA.
105OO      MOVE WS-OPERADOR-ID   TO FU-OPERADOR-ID.
105OP      MOVE WS-LOTE-ID       TO FU-LOTE-ID.
105OQ      MOVE WS-LOTE-ORIGEN   TO FU-LOTE-ORIGEN.
105OR      MOVE TI-TRANSIN-CRUDO TO FU-DETALLE.
105OS      MOVE "P"              TO FU-ESTADO.
105OT      MOVE SPACES           TO FU-ANULA-ID.
105OU      MOVE ZERO             TO FU-ANULA-FECHA.
105OV      MOVE ZERO             TO FU-ANULA-HORA.
105OW      MOVE SPACES           TO FU-ANULA-MOTIVO.
105OX      MOVE SPACES           TO FU-LIBERA-LOTE.
105OY      MOVE ZERO             TO FU-LIBERA-FECHA.
105OZ      WRITE FUTUROS-RECORD.
105P1      IF WS-FUTUR-STATUS NOT = "00"
105P2          DISPLAY "CALCULOS: NO SE PUDO GRABAR EL FUTURO "
105P3              WS-CONT-REG " - STATUS " WS-FUTUR-STATUS
105P4          MOVE "S" TO WS-ERROR-SW
105P5          GO TO 2970-ALMACENAR-FUTURO-EXIT
105P6      END-IF.
105P7      DISPLAY "CALCULOS: REGISTRO " WS-CONT-REG
105P8          " ALMACENADO HASTA SU FECHA EFECTIVA "
105P9          TI-FECHA-EFECTIVA.
105PA  2970-ALMACENAR-FUTURO-EXIT.
105PB      EXIT.
00106 *-------------------------------------------------------------*
00107  3000-CALCULAR.
00108 *    PRODUCE LOS RESULTADOS QUE APLICAN SEGUN EL TIPO DE
00119  4000-ESCRIBIR-CALCLOG.
00120 *    ARMA Y ESCRIBE EL REGISTRO DE AUDITORIA DE LA
00121 *    TRANSACCION VIGENTE EN CALCLOG.
121A1 *    UN REVERSO SE GRABA EN "V" CON LA LLAVE DEL ORIGINAL Y
121A2 *    CON EL REDONDEO DE ESTE; LOS MONTOS ORIGINALES DEL
121A2A*    ORIGINAL VAN EN CL-REVERSA-ORIG1/2, Y CL-NUMERO1/2-ORIG
121A2B*    QUEDAN CON LO RECIBIDO, IGUAL QUE EN TODO DETALLE.
121A3 *    EN UNA SIMULACION EL REGISTRO VA A SIMLOG.
00122 *-------------------------------------------------------------*
00123      MOVE WS-RUN-FECHA TO CL-RUN-FECHA.
00124      MOVE WS-RUN-ID    TO CL-RUN-ID.
124A1      MOVE WS-FECHA-EFECTIVA TO CL-FECHA-EFECTIVA.
124A1A     MOVE WS-FECHA-MAPEO    TO CL-FECHA-MAPEO.
00125      MOVE NUMERO1      TO CL-NUMERO1.
00126      MOVE NUMERO2      TO CL-NUMERO2.
00127      MOVE RESULTADO1   TO CL-RESULTADO1.
131A4      MOVE WS-EXPRESION-SW  TO CL-EXPRESION-SW.
131A4A     MOVE WS-TIPO-TRANS    TO CL-TIPO-TRANS.
131A4B     MOVE WS-AUTORIZA-ID   TO CL-AUTORIZA-ID.
131A4C     MOVE WS-LOTE-ID       TO CL-LOTE-ID.
131A4D     MOVE WS-LOTE-ORIGEN   TO CL-LOTE-ORIGEN.
131A4E     MOVE WS-MONEDA        TO CL-MONEDA.
131A4F     MOVE TI-NUMERO1       TO CL-NUMERO1-ORIG.
131A4G     MOVE TI-NUMERO2       TO CL-NUMERO2-ORIG.
131A4H     MOVE WS-TASA-CAMBIO   TO CL-TASA-CAMBIO.
131A4I     MOVE WS-TASA-FECHA    TO CL-TASA-FECHA.
131A4J     MOVE SPACE            TO CL-REVERSA-EST.
131A4K     MOVE ZERO             TO CL-REVERSA-RUN-ID.
131A4L     MOVE ZERO             TO CL-REVERSA-SEC.
131A4M     MOVE ZERO             TO CL-REVERSA-ORIG1.
131A4N     MOVE ZERO             TO CL-REVERSA-ORIG2.
131A4O     IF TRANS-REVERSO
131A4P         MOVE "V"                 TO CL-REVERSA-EST
131A4Q         MOVE WS-REV-LLAVE        TO CL-REVERSA-LLAVE
131A4R         MOVE WS-REV-NUMERO1-ORIG TO CL-REVERSA-ORIG1
131A4S         MOVE WS-REV-NUMERO2-ORIG TO CL-REVERSA-ORIG2
131A4T         MOVE WS-REV-REDONDEO     TO CL-MODO-REDONDEO
131A4U     END-IF.
131A5      MOVE WS-CONT-REG      TO CL-SECUENCIA.
131A6      IF MODO-SIMULACION
131A7          WRITE SIMLOG-RECORD FROM CALCLOG-RECORD
131A7A         IF WS-SIMLOG-STATUS NOT = "00"
131A7B             DISPLAY "CALCULOS: NO GRABO SIMLOG - STATUS "
131A7C                 WS-SIMLOG-STATUS
131A7D             MOVE "S" TO WS-ERROR-SW
131A7E         END-IF
131A8          GO TO 4000-ESCRIBIR-CALCLOG-EXIT
131A9      END-IF.
00132      WRITE CALCLOG-RECORD
132A1          INVALID KEY
132A2              CONTINUE
132B4      END-IF.
00133  4000-ESCRIBIR-CALCLOG-EXIT.
00134      EXIT.
133C1 *-------------------------------------------------------------*
133C2  4050-MARCAR-ORIGINAL.
133C3 *    DEJA EL ORIGINAL DEL REVERSO VIGENTE MARCADO COMO
133C4 *    REVERSADO ("R") CON LA LLAVE DEL REVERSO, EN CALCLOG O
133C5 *    EN CALCHIST SEGUN DONDE SE ENCONTRO. SI NO SE PUEDE
133C6 *    MARCAR, LA CORRIDA TERMINA CON ERROR DE ARCHIVO.
133C6A*    UNA SIMULACION NO MARCA NADA.
133C7 *-------------------------------------------------------------*
133C7A     IF MODO-SIMULACION
133C7B         GO TO 4050-MARCAR-ORIGINAL-EXIT
133C7C     END-IF.
133C8      IF REV-EN-CALCHIST
133C9          PERFORM 4060-MARCAR-EN-HISTORIA THRU
133CA              4060-MARCAR-EN-HISTORIA-EXIT
133CB          GO TO 4050-MARCAR-ORIGINAL-EXIT
133CC      END-IF.
133CD      MOVE WS-REV-LLAVE TO CL-LLAVE.
133CE      READ CALCLOG
133CF          INVALID KEY
133CG              CONTINUE
133CH      END-READ.
133CI      IF WS-CALCLOG-STATUS NOT = "00"
133CJ          DISPLAY "CALCULOS: NO SE RELEYO EL ORIGINAL "
133CK              WS-REV-RUN-ID "/" WS-REV-SECUENCIA
133CL              " - STATUS " WS-CALCLOG-STATUS
133CM          MOVE "S" TO WS-ERROR-SW
133CN          GO TO 4050-MARCAR-ORIGINAL-EXIT
133CO      END-IF.
133CP      MOVE "R"         TO CL-REVERSA-EST.
133CQ      MOVE WS-RUN-ID   TO CL-REVERSA-RUN-ID.
133CR      MOVE WS-CONT-REG TO CL-REVERSA-SEC.
133CS      REWRITE CALCLOG-RECORD
133CT          INVALID KEY
133CU              CONTINUE
133CV      END-REWRITE.
133CW      IF WS-CALCLOG-STATUS NOT = "00"
133CX          DISPLAY "CALCULOS: NO SE MARCO EL ORIGINAL "
133CY              WS-REV-RUN-ID "/" WS-REV-SECUENCIA
133CZ              " - STATUS " WS-CALCLOG-STATUS
133D1          MOVE "S" TO WS-ERROR-SW
133D2      END-IF.
133D3  4050-MARCAR-ORIGINAL-EXIT.
133D4      EXIT.
133D5 *-------------------------------------------------------------*
133D6  4060-MARCAR-EN-HISTORIA.
133D7 *    MARCA EL ORIGINAL PURGADO EN SU LUGAR DENTRO DE
133D8 *    CALCHIST: RECORRE LA HISTORIA HASTA SU LLAVE Y LO
133D9 *    REESCRIBE CON LA MARCA Y LA LLAVE DEL REVERSO.
133DA *-------------------------------------------------------------*
133DB      MOVE "N"   TO WS-FIN-HIST-SW.
133DC      MOVE SPACE TO WS-REV-DONDE.
133DD      OPEN I-O CALCHIST.
133DE      IF WS-HIST-STATUS NOT = "00"
133DF          DISPLAY "CALCULOS: NO ABRIO CALCHIST PARA MARCAR "
133DG              "EL ORIGINAL - STATUS " WS-HIST-STATUS
133DH          MOVE "S" TO WS-ERROR-SW
133DI          GO TO 4060-MARCAR-EN-HISTORIA-EXIT
133DJ      END-IF.
133DK      PERFORM 4070-REESCRIBIR-HISTORIA THRU
133DL          4070-REESCRIBIR-HISTORIA-EXIT
133DM          UNTIL FIN-CALCHIST.
133DN      CLOSE CALCHIST.
133DO      IF WS-REV-DONDE = SPACE AND NOT ERROR-DE-ARCHIVO
133DP          DISPLAY "CALCULOS: NO SE MARCO EN CALCHIST EL "
133DQ              "ORIGINAL " WS-REV-RUN-ID "/" WS-REV-SECUENCIA
133DR          MOVE "S" TO WS-ERROR-SW
133DS      END-IF.
133DT  4060-MARCAR-EN-HISTORIA-EXIT.
133DU      EXIT.
133DV *-------------------------------------------------------------*
133DW  4070-REESCRIBIR-HISTORIA.
133DX *    LEE EL SIGUIENTE REGISTRO DE CALCHIST Y, SI ES EL
133DY *    ORIGINAL DEL REVERSO, LO REESCRIBE MARCADO. SOLO SI
133DY1*    LA REESCRITURA SALE BIEN QUEDA COMO MARCADO EN CALCHIST;
133DY2*    SI NO, LA CORRIDA TERMINA CON ERROR DE ARCHIVO.
133DZ *-------------------------------------------------------------*
133E1      READ CALCHIST
133E2          AT END
133E3              MOVE "S" TO WS-FIN-HIST-SW
133E4      END-READ.
133E5      IF FIN-CALCHIST OR WS-HIST-STATUS NOT = "00"
133E6          MOVE "S" TO WS-FIN-HIST-SW
133E7          GO TO 4070-REESCRIBIR-HISTORIA-EXIT
133E8      END-IF.
133E9      MOVE CALCHIST-RECORD TO CALCLOG-RECORD.
133EA      IF CL-LLAVE NOT = WS-REV-LLAVE
133EB          GO TO 4070-REESCRIBIR-HISTORIA-EXIT
133EC      END-IF.
133ED      MOVE "S"         TO WS-FIN-HIST-SW.
133EE      MOVE "R"         TO CL-REVERSA-EST.
133EF      MOVE WS-RUN-ID   TO CL-REVERSA-RUN-ID.
133EG      MOVE WS-CONT-REG TO CL-REVERSA-SEC.
133EH      REWRITE CALCHIST-RECORD FROM CALCLOG-RECORD.
133EH1     IF WS-HIST-STATUS NOT = "00"
133EH2         DISPLAY "CALCULOS: NO SE MARCO EN CALCHIST EL "
133EH3             "ORIGINAL " WS-REV-RUN-ID "/" WS-REV-SECUENCIA
133EH4             " - STATUS " WS-HIST-STATUS
133EH5         MOVE "S" TO WS-ERROR-SW
133EH6         GO TO 4070-REESCRIBIR-HISTORIA-EXIT
133EH7     END-IF.
133EH8     MOVE "H" TO WS-REV-DONDE.
133EI  4070-REESCRIBIR-HISTORIA-EXIT.
133EJ      EXIT.
134A0 *-------------------------------------------------------------*
134A1  4200-ESCRIBIR-GLFEED.
134A2 *    GENERA LOS ASIENTOS DE PARTIDA DOBLE DE LA TRANSACCION
134AF *    LA TRANSACCION VIGENTE Y ACUMULA LOS TOTALES DEBE Y
134AG *    HABER DE LA GENERACION. LA ENTRADA CUYO TIPO NO
134AG1*    COINCIDE CON EL DE LA TRANSACCION, O CUYO RESULTADO NO
134AG2*    APLICA SEGUN EL TIPO, NO GENERA ASIENTOS. EN UN
134AG3*    REVERSO EL PAR SALE ESPEJADO (VER
134AG4*    4230-CUENTAS-DEL-ASIENTO).
134AG5*    TAMPOCO LA QUE NO ESTA VIGENTE A LA FECHA DEL MAPEO.
134AH *-------------------------------------------------------------*
134AH1     IF WS-GLMAP-TIPO (WS-GLMAP-IDX) NOT = "00"
134AH2       AND WS-GLMAP-TIPO (WS-GLMAP-IDX) NOT = SPACES
134AH3       AND WS-GLMAP-TIPO (WS-GLMAP-IDX) NOT = WS-TIPO-TRANS
134AH4         GO TO 4210-ESCRIBIR-ASIENTO-EXIT
134AH5     END-IF.
134AH6     IF WS-FECHA-MAPEO < WS-GLMAP-DESDE (WS-GLMAP-IDX)
134AH7       OR WS-FECHA-MAPEO > WS-GLMAP-HASTA (WS-GLMAP-IDX)
134AH8         GO TO 4210-ESCRIBIR-ASIENTO-EXIT
134AH9     END-IF.
134AI      PERFORM 4220-MONTO-DEL-RESULTADO THRU
134AJ          4220-MONTO-DEL-RESULTADO-EXIT.
134AJ1     IF NOT MONTO-APLICA
134AJ2         GO TO 4210-ESCRIBIR-ASIENTO-EXIT
134AJ3     END-IF.
134AJ4     MOVE "A" TO GL-TIPO-REG.
134AJ7     PERFORM 4230-CUENTAS-DEL-ASIENTO THRU
134AJ8         4230-CUENTAS-DEL-ASIENTO-EXIT.
134AK      MOVE WS-FECHA-EFECTIVA TO GL-FECHA.
134AL      MOVE WS-GL-CTA-DEBITO  TO GL-CUENTA.
134AM      MOVE "D"            TO GL-TIPO-ASIENTO.
134AN      MOVE WS-GL-MONTO    TO GL-MONTO.
134AO      MOVE WS-GL-DESC     TO GL-DESCRIPCION.
134AP      PERFORM 4290-GRABAR-GLFEED THRU 4290-GRABAR-GLFEED-EXIT.
134AP1     ADD 1 TO WS-GL-CONT-ASI.
134AQ      ADD WS-GL-MONTO TO WS-GL-TOT-DEBE.
134AR      MOVE WS-FECHA-EFECTIVA TO GL-FECHA.
134AS      MOVE WS-GL-CTA-CREDITO TO GL-CUENTA.
134AT      MOVE "C"            TO GL-TIPO-ASIENTO.
134AU      MOVE WS-GL-MONTO    TO GL-MONTO.
134AV      MOVE WS-GL-DESC     TO GL-DESCRIPCION.
134AW      PERFORM 4290-GRABAR-GLFEED THRU 4290-GRABAR-GLFEED-EXIT.
134AW1     ADD 1 TO WS-GL-CONT-ASI.
134AX      ADD WS-GL-MONTO TO WS-GL-TOT-HABER.
134AY  4210-ESCRIBIR-ASIENTO-EXIT.
134D3      END-IF.
134D4  4220-MONTO-DEL-RESULTADO-EXIT.
134D5      EXIT.
134E1 *-------------------------------------------------------------*
134E2  4230-CUENTAS-DEL-ASIENTO.
134E3 *    DEJA LAS CUENTAS DEL DEBITO Y DEL CREDITO Y LA
134E4 *    DESCRIPCION QUE LA ENTRADA DEL MAPEO EN TURNO DA A LA
134E5 *    TRANSACCION VIGENTE. UN REVERSO ES EL ESPEJO EXACTO DEL
134E6 *    ORIGINAL: DEBITA LA CUENTA QUE ESTE ACREDITO, ACREDITA
134E7 *    LA QUE DEBITO, Y LLEVA "REV " Y LA REFERENCIA DEL
134E8 *    ORIGINAL EN LA DESCRIPCION.
134E9 *-------------------------------------------------------------*
134EA      MOVE WS-GLMAP-DEBE (WS-GLMAP-IDX)  TO WS-GL-CTA-DEBITO.
134EB      MOVE WS-GLMAP-HABER (WS-GLMAP-IDX) TO WS-GL-CTA-CREDITO.
134EC      MOVE WS-GLMAP-DESC (WS-GLMAP-IDX)  TO WS-GL-DESC.
134ED      IF TRANS-REVERSO
134EE          MOVE WS-GLMAP-HABER (WS-GLMAP-IDX)
134EF              TO WS-GL-CTA-DEBITO
134EG          MOVE WS-GLMAP-DEBE (WS-GLMAP-IDX)
134EH              TO WS-GL-CTA-CREDITO
134EI          MOVE WS-DESC-REVERSO TO WS-GL-DESC
134EJ      END-IF.
134EK  4230-CUENTAS-DEL-ASIENTO-EXIT.
134EL      EXIT.
134F1 *-------------------------------------------------------------*
134F2  4260-ESCRIBIR-SUSPENSO.
134F3 *    GRABA EL PAR DEBITO/CREDITO DE UN SUSPENSO O DE SU
134F4 *    LIQUIDACION CON LAS CUENTAS Y EL MONTO QUE DEJO EL
134F5 *    LLAMADOR, FECHADO EN LA CORRIDA Y CON LA MARCA Y LA
134F6 *    LLAVE DEL RECHAZO EN LA DESCRIPCION, Y ACUMULA LOS
134F7 *    TOTALES DE LA GENERACION. NO PASA POR EL RESUMEN.
134F8 *-------------------------------------------------------------*
134F9      MOVE "A" TO GL-TIPO-REG.
134FA      MOVE WS-RUN-FECHA     TO GL-FECHA.
134FB      MOVE WS-GL-CTA-DEBITO TO GL-CUENTA.
134FC      MOVE "D"              TO GL-TIPO-ASIENTO.
134FD      MOVE WS-GL-MONTO      TO GL-MONTO.
134FE      MOVE WS-SUS-MARCA     TO GL-SUS-MARCA.
134FF      MOVE WS-SUS-RZ-FECHA  TO GL-SUS-RZ-FECHA.
134FG      MOVE WS-SUS-RZ-NUMERO TO GL-SUS-RZ-NUMERO.
134FH      PERFORM 4290-GRABAR-GLFEED THRU 4290-GRABAR-GLFEED-EXIT.
134FI      ADD 1 TO WS-GL-CONT-ASI.
134FJ      ADD WS-GL-MONTO TO WS-GL-TOT-DEBE.
134FK      MOVE WS-GL-CTA-CREDITO TO GL-CUENTA.
134FL      MOVE "C"              TO GL-TIPO-ASIENTO.
134FM      PERFORM 4290-GRABAR-GLFEED THRU 4290-GRABAR-GLFEED-EXIT.
134FN      ADD 1 TO WS-GL-CONT-ASI.
134FO      ADD WS-GL-MONTO TO WS-GL-TOT-HABER.
134FP  4260-ESCRIBIR-SUSPENSO-EXIT.
134FQ      EXIT.
134FR *-------------------------------------------------------------*
134FS  4290-GRABAR-GLFEED.
134FT *    GRABA EL REGISTRO ARMADO EN EL AREA DE GLFEED: EN GLFEED
134FU *    EN UNA CORRIDA NORMAL Y EN SIMFEED EN UNA SIMULACION.
134FV *-------------------------------------------------------------*
134FW      IF MODO-SIMULACION
134FX          WRITE SIMFEED-RECORD FROM GLFEED-RECORD
134FY      ELSE
134FZ          WRITE GLFEED-RECORD
134FZA     END-IF.
134FZB 4290-GRABAR-GLFEED-EXIT.
134FZC     EXIT.
00134A*-------------------------------------------------------------*
00134B 4300-ESCRIBIR-CHECKPOINT.
00134C*    GRABA EN CKPTFILE EL NUMERO DE CORRIDA Y EL ULTIMO
00134D*    REGISTRO DE TRANSIN PROCESADO HASTA EL MOMENTO.
134DZ *    UNA SIMULACION NO GRABA CHECKPOINT.
00134E*-------------------------------------------------------------*
134E0A     IF MODO-SIMULACION
134E0B         GO TO 4300-ESCRIBIR-CHECKPOINT-EXIT
134E0C     END-IF.
00134F     MOVE WS-RUN-ID   TO CK-RUN-ID.
00134G     MOVE WS-CONT-REG TO CK-ULTIMO-REG.
134G1      MOVE WS-PAGINA-CONT   TO CK-PAGINA-CONT.
134H1F     MOVE WS-CONT-LOTES-MAL TO CK-CONT-LOTES-MAL.
134H1G     MOVE WS-CONT-LOTES-DUP TO CK-CONT-LOTES-DUP.
134H1H     MOVE WS-REG-FISICOS   TO CK-REG-FISICOS.
134H1I     MOVE WS-CONT-RETENIDOS TO CK-CONT-RETENIDOS.
134H1J     MOVE WS-CONT-FUTUROS   TO CK-CONT-FUTUROS.
00134H     OPEN OUTPUT CKPTFILE.
134H1      IF WS-CKPT-STATUS NOT = "00"
134H2          DISPLAY "CALCULOS: NO SE PUDO GRABAR EL CHECKPOINT - "
134M6      ADD 1 TO WS-PAGINA-CONT.
134M7      MOVE SPACES TO WS-LINEA-ENCABEZADO.
134M7A     MOVE "REGISTRO DIARIO DE CALCULOS" TO WLE-TITULO.
134M7E     IF MODO-SIMULACION
134M7F         MOVE "SIMULACION DE CALCULOS" TO WLE-TITULO
134M7G     END-IF.
134M7B     MOVE "FECHA: "       TO WLE-FECHA-LIT.
134M7C     MOVE WS-RUN-FECHA    TO WLE-FECHA.
134M7D     MOVE "PAGINA "       TO WLE-PAGINA-LIT.
134N6 *    ESCRIBE LA LINEA DE DETALLE DE LA TRANSACCION VIGENTE EN  *
134N7 *    EL REGISTRO DIARIO DE CALCULOS Y ACUMULA LOS TOTALES DE   *
134N8 *    CONTROL. SI LA PAGINA ACTUAL SE LLENO, ABRE UNA NUEVA.    *
134N8A*    UN REVERSO SE MARCA Y SE RESTA DE LOS TOTALES.            *
134N9 *-------------------------------------------------------------*
134P0      IF WS-LINEA-CONT NOT < WS-LINEAS-POR-PAG
134P1          PERFORM 5000-ENCABEZADO-REPORTE THRU
134Q1D     IF EXPRESION-DESBORDE AND NOT DIVISION-POR-CERO
134Q1E         MOVE "** OVERFLOW **" TO WLD-EXCEPCION
134Q1F     END-IF.
134Q1G     IF TRANS-REVERSO
134Q1H         MOVE "** REVERSO **" TO WLD-EXCEPCION
134Q1I     END-IF.
134Q2      WRITE PRT-RECORD FROM WS-LINEA-DETALLE.
134Q3      ADD 1 TO WS-LINEA-CONT.
134Q3A     IF TRANS-REVERSO
134Q3B         SUBTRACT RESULTADO1 FROM WS-TOTAL-RESULT1
134Q3C         SUBTRACT RESULTADO2 FROM WS-TOTAL-RESULT2
134Q3D         SUBTRACT RESULTADO3 FROM WS-TOTAL-RESULT3
134Q3E         GO TO 5100-ESCRIBIR-DETALLE-EXIT
134Q3F     END-IF.
134Q4      ADD RESULTADO1 TO WS-TOTAL-RESULT1.
134Q5      ADD RESULTADO2 TO WS-TOTAL-RESULT2.
134Q6      ADD RESULTADO3 TO WS-TOTAL-RESULT3.
00137G*    LIMPIA EL CHECKPOINT: UN CHECKPOINT PENDIENTE DE UNA
00137H*    CORRIDA INTERRUMPIDA DEBE SOBREVIVIR AL REBOTE PARA
00137I*    QUE EL REINICIO NO DUPLIQUE LO YA GRABADO CON EXTEND.
137I1 *    UNA SIMULACION SOLO CIERRA SUS ARCHIVOS: NO TOCA RUNCTL
137I2 *    NI EL CHECKPOINT.
00139 *-------------------------------------------------------------*
139A0A     IF ERROR-DE-ARCHIVO
139A0B         DISPLAY "CALCULOS: CORRIDA CON ERROR - EL CHECKPOINT "
139A0F         IF MODO-ALIMENTACION
139A0G             CLOSE GLFEED
139A0H         END-IF
139A0I         IF MODO-SIMULACION
139A0J             CLOSE SIMLOG
139A0K             CLOSE SIMFEED
139A0L         END-IF
139A0M         CLOSE PRTFILE
139A0N         CLOSE RECHAZOS
139A0O         CLOSE LOTESTAT
139A0P         CLOSE RETENIDO
139A0Q         CLOSE FUTUROS
139A0R         GO TO 9000-FINAL-CONTEO
139A0S     END-IF.
139A1      IF SALTANDO-LOTE
139A2          DISPLAY "CALCULOS: EL LOTE DESCARTADO " WS-LOTE-ID
139A3              " TERMINO SIN TRAILER"
139A8              ADD 1 TO WS-CONT-LOTES-MAL
139A9              DISPLAY "CALCULOS: LOTE " WS-LOTE-ID
139B1                  " RETENIDO - NO SE REGISTRA EN BATCHHST"
139B1A             MOVE "R" TO WS-LS-ESTADO
139B1B             PERFORM 9250-GRABAR-ESTADO-LOTE THRU
139B1C                 9250-GRABAR-ESTADO-LOTE-EXIT
139B2          END-IF
139B3      END-IF.
00140      CLOSE TRANSIN.
141A3              9300-ASIENTO-DE-CUADRE-EXIT
141A5          PERFORM 9390-TRAILER-GLFEED THRU
141A6              9390-TRAILER-GLFEED-EXIT
00141B         IF MODO-SIMULACION
141B1              CLOSE SIMFEED
141B2          ELSE
141B3              CLOSE GLFEED
141B4          END-IF
00141C     END-IF.
00141D     PERFORM 5200-ESCRIBIR-TOTALES THRU
00141E         5200-ESCRIBIR-TOTALES-EXIT.
00141F     CLOSE PRTFILE.
141F1      IF MODO-SIMULACION
141F2          CLOSE SIMLOG
141F3          DISPLAY "CALCULOS: SIMULACION DE LA CORRIDA " WS-RUN-ID
141F4              " TERMINADA - RESULTADOS EN SIMLOG"
141F5          GO TO 9000-FINAL-CONTEO
141F6      END-IF.
00141G     CLOSE RECHAZOS.
141G1      CLOSE LOTESTAT.
141G2      CLOSE RETENIDO.
141G3      CLOSE FUTUROS.
141H3      IF WS-CONT-LOTES-OK > ZERO
00142          MOVE WS-RUN-ID TO RC-ULTIMO-RUN-ID
00143          OPEN OUTPUT RUNCTL
145C1F     MOVE ZERO      TO CK-CONT-LOTES-MAL.
145C1G     MOVE ZERO      TO CK-CONT-LOTES-DUP.
145C1H     MOVE ZERO      TO CK-REG-FISICOS.
145C1I     MOVE ZERO      TO CK-CONT-RETENIDOS.
145C1J     MOVE ZERO      TO CK-CONT-FUTUROS.
00145C     OPEN OUTPUT CKPTFILE.
145C1      IF WS-CKPT-STATUS NOT = "00"
145C2          DISPLAY "CALCULOS: NO SE PUDO LIMPIAR EL CHECKPOINT - "
146A4      DISPLAY "CALCULOS: LOTES CUADRADOS : " WS-CONT-LOTES-OK.
146A5      DISPLAY "CALCULOS: LOTES RETENIDOS : " WS-CONT-LOTES-MAL.
146A6      DISPLAY "CALCULOS: LOTES DUPLICADOS: " WS-CONT-LOTES-DUP.
146A7      DISPLAY "CALCULOS: REVERSOS        : " WS-CONT-REVERSOS.
146A8      DISPLAY "CALCULOS: RETENIDOS MONTO : " WS-CONT-RETENIDOS.
146A9      DISPLAY "CALCULOS: FUTUROS ALMACEN.: " WS-CONT-FUTUROS.
146AA      DISPLAY "CALCULOS: SUSPENSOS       : " WS-CONT-SUSPENSOS.
146AB      DISPLAY "CALCULOS: SUSPENSOS LIQ.  : " WS-CONT-LIQUIDADOS.
146AC      IF WS-CONT-SIN-SUSP > ZERO
146AD          DISPLAY "CALCULOS: RECHAZOS SIN CUENTA DE SUSPENSO: "
146AE              WS-CONT-SIN-SUSP
146AF      END-IF.
146AG      IF WS-CONT-LIQ-MAL > ZERO
146AH          DISPLAY "CALCULOS: LIQUIDACIONES IGNORADAS: "
146AI              WS-CONT-LIQ-MAL
146AJ      END-IF.
146B1      PERFORM 9400-ESTADO-FINAL THRU 9400-ESTADO-FINAL-EXIT.
00147  9000-FINAL-EXIT.
00148      EXIT.
00181 *    REGISTRA EN BATCHHST EL LOTE QUE ACABA DE TERMINAR
00182 *    COMPLETO Y CUADRADO, PARA QUE UNA RETRANSMISION DEL
00183 *    MISMO LOTE NO SE CONTABILICE DOS VECES.
183A1 *    UNA SIMULACION NO LO REGISTRA.
00184 *-------------------------------------------------------------*
184A1      IF MODO-SIMULACION
184A2          GO TO 9200-REGISTRAR-LOTE-EXIT
184A3      END-IF.
00185      OPEN EXTEND BATCHHST.
00186      IF WS-BATCH-STATUS NOT = "00"
00187          CLOSE BATCHHST
00199      CLOSE BATCHHST.
00200  9200-REGISTRAR-LOTE-EXIT.
00201      EXIT.
201A1 *-------------------------------------------------------------*
201A2  9250-GRABAR-ESTADO-LOTE.
201A3 *    GRABA EN LOTESTAT EL ESTADO CON QUE TERMINO EL LOTE
201A4 *    VIGENTE (A ACEPTADO, R RETENIDO, D DUPLICADO), CON SU
201A5 *    SISTEMA DE ORIGEN, PARA EL ACUSE QUE CALCACUS LE
201A6 *    DEVUELVE A CADA ALIMENTADOR.
201A6A*    UNA SIMULACION NO LO GRABA.
201A7 *-------------------------------------------------------------*
201A7A     IF MODO-SIMULACION
201A7B         GO TO 9250-GRABAR-ESTADO-LOTE-EXIT
201A7C     END-IF.
201A8      MOVE WS-RUN-ID        TO LS-RUN-ID.
201A9      MOVE WS-RUN-FECHA     TO LS-RUN-FECHA.
201B1      MOVE WS-LOTE-ID       TO LS-LOTE-ID.
201B2      MOVE WS-LOTE-FECHA    TO LS-LOTE-FECHA.
201B3      MOVE WS-LOTE-ORIGEN   TO LS-LOTE-ORIGEN.
201B4      MOVE WS-LS-ESTADO     TO LS-ESTADO.
201B5      MOVE WS-LOTE-CONT-REG TO LS-CANT-DETALLES.
201B6      WRITE LOTESTAT-RECORD.
201B7      IF WS-LOTEST-STATUS NOT = "00"
201B8          DISPLAY "CALCULOS: NO SE PUDO GRABAR EL ESTADO DEL LOTE "
201B9              WS-LOTE-ID " EN LOTESTAT - STATUS " WS-LOTEST-STATUS
201C1          MOVE "S" TO WS-ERROR-SW
201C2      END-IF.
201C3  9250-GRABAR-ESTADO-LOTE-EXIT.
201C4      EXIT.
00202 *-------------------------------------------------------------*
00203  9300-ASIENTO-DE-CUADRE.
00204 *    GRABA EL ASIENTO DE CUADRE DE LA GENERACION: LA
00217          MOVE "C" TO GL-TIPO-ASIENTO
00218          MOVE WS-GL-NETO TO GL-MONTO
00219      END-IF.
00220      PERFORM 4290-GRABAR-GLFEED THRU 4290-GRABAR-GLFEED-EXIT.
220A1      ADD 1 TO WS-GL-CONT-ASI.
00221      DISPLAY "CALCULOS: GLFEED DEBE " WS-GL-TOT-DEBE
00222          " HABER " WS-GL-TOT-HABER
224B3 *    GLFEED: ID DE GENERACION (NUMERO DE CORRIDA), FECHA Y
224B4 *    ESTADO PENDIENTE DE LIBERACION. EL PASO GLRELEAS LO
224B5 *    SELLA EN "V" SOLO DESPUES DE QUE RECONCIL PASA.
224B5A*    LA DE UNA SIMULACION SALE EN "S" Y NUNCA SE LIBERA.
224B6 *-------------------------------------------------------------*
224B7      MOVE SPACES TO GLFEED-RECORD.
224B8      MOVE "H" TO GL-TIPO-REG.
224B9      MOVE WS-RUN-ID    TO GL-GEN-ID.
224C1      MOVE WS-RUN-FECHA TO GL-GEN-FECHA.
224C2      MOVE "P" TO GL-GEN-ESTADO.
224C2A     IF MODO-SIMULACION
224C2B         MOVE "S" TO GL-GEN-ESTADO
224C2C     END-IF.
224C3      PERFORM 4290-GRABAR-GLFEED THRU 4290-GRABAR-GLFEED-EXIT.
224C4  4250-ENCABEZADO-GLFEED-EXIT.
224C5      EXIT.
224C6 *-------------------------------------------------------------*
224D8      MOVE WS-GL-CONT-ASI  TO GL-TRL-CANTIDAD.
224D9      MOVE WS-GL-TOT-DEBE  TO GL-TRL-TOT-DEBE.
224E1      MOVE WS-GL-TOT-HABER TO GL-TRL-TOT-HABER.
224E2      PERFORM 4290-GRABAR-GLFEED THRU 4290-GRABAR-GLFEED-EXIT.
224E3  9390-TRAILER-GLFEED-EXIT.
224E4      EXIT.
225A1 *-------------------------------------------------------------*
225B5 *    UN SOLO ASIENTO POR CADA COMBINACION. EL DETALLE QUEDA
225B6 *    EN CALCLOG PARA EL DESGLOSE. DERIVAR EL RESUMEN DE
225B7 *    CALCLOG LO HACE SEGURO ANTE UN REINICIO.
225B7A*    UNA SIMULACION RESUME LO QUE GRABO EN SIMLOG.
225B8 *-------------------------------------------------------------*
225B9      MOVE "N" TO WS-FIN-RESLOG-SW.
225BA      IF MODO-SIMULACION
225BB          CLOSE SIMLOG
225BC          OPEN INPUT SIMLOG
225BD          IF WS-SIMLOG-STATUS NOT = "00"
225BE              DISPLAY "CALCULOS: NO SE RELEYO SIMLOG - STATUS "
225BF                  WS-SIMLOG-STATUS
225BG              MOVE "S" TO WS-FIN-RESLOG-SW
225BH          END-IF
225BI          GO TO 9350-RESUMIR-LEER
225BJ      END-IF.
225C1      MOVE WS-RUN-ID TO CL-RUN-ID.
225C2      MOVE ZERO      TO CL-SECUENCIA.
225C3      START CALCLOG KEY NOT < CL-LLAVE
225C8A     IF WS-CALCLOG-STATUS NOT = "00"
225C8B         MOVE "S" TO WS-FIN-RESLOG-SW
225C8C     END-IF.
225C8D 9350-RESUMIR-LEER.
225C9      IF NOT FIN-RESUMEN-LOG
225D1          PERFORM 9355-LEER-LOG-RESUMEN THRU
225D2              9355-LEER-LOG-RESUMEN-EXIT
225F2 *    LEE EL SIGUIENTE REGISTRO DE CALCLOG DE LA CORRIDA
225F3 *    VIGENTE; AL SALIR DE LA CORRIDA O AL FIN DE ARCHIVO
225F4 *    ENCIENDE EL SWITCH DE FIN DEL RESUMEN.
225F4A*    EN UNA SIMULACION LEE SIMLOG, QUE ES SOLO DE LA CORRIDA.
225F5 *-------------------------------------------------------------*
225F5A     IF MODO-SIMULACION
225F5B         READ SIMLOG INTO CALCLOG-RECORD
225F5C             AT END
225F5D                 MOVE "S" TO WS-FIN-RESLOG-SW
225F5E         END-READ
225F5F         IF WS-SIMLOG-STATUS NOT = "00"
225F5G             MOVE "S" TO WS-FIN-RESLOG-SW
225F5H         END-IF
225F5I         GO TO 9355-LEER-LOG-RESUMEN-EXIT
225F5J     END-IF.
225F6      READ CALCLOG NEXT
225F7          AT END
225F8              MOVE "S" TO WS-FIN-RESLOG-SW
225H9      MOVE CL-RESULTADO4 TO RESULTADO4.
225I1      MOVE CL-RESULTADO5 TO RESULTADO5.
225I2      MOVE CL-FECHA-EFECTIVA TO WS-FECHA-EFECTIVA.
225I2A     MOVE "N" TO WS-REV-SW.
225I2B     IF CL-ES-REVERSO
225I2C         MOVE "S" TO WS-REV-SW
225I2D     END-IF.
225I2E     MOVE CL-FECHA-MAPEO    TO WS-FECHA-MAPEO.
225I3      PERFORM 9365-MARCAR-TIPO-LOG THRU
225I4          9365-MARCAR-TIPO-LOG-EXIT.
225I5      PERFORM 9370-ACUMULAR-ENTRADA THRU
225P3 *    QUE LA ENTRADA DEL MAPEO EN TURNO GENERA PARA LA
225P4 *    TRANSACCION VIGENTE, CON LAS MISMAS GUARDAS DE TIPO Y
225P5 *    APLICACION QUE 4210-ESCRIBIR-ASIENTO.
225P5A*    LA VIGENCIA SE MIDE CONTRA LA FECHA DEL MAPEO QUE
225P5B*    QUEDO GRABADA EN CALCLOG.
225P6 *-------------------------------------------------------------*
225P7      IF WS-GLMAP-TIPO (WS-GLMAP-IDX) NOT = "00"
225P8        AND WS-GLMAP-TIPO (WS-GLMAP-IDX) NOT = SPACES
225P9        AND WS-GLMAP-TIPO (WS-GLMAP-IDX) NOT = WS-TIPO-TRANS
225Q1          GO TO 9370-ACUMULAR-ENTRADA-EXIT
225Q2      END-IF.
225Q2A     IF WS-FECHA-MAPEO < WS-GLMAP-DESDE (WS-GLMAP-IDX)
225Q2B       OR WS-FECHA-MAPEO > WS-GLMAP-HASTA (WS-GLMAP-IDX)
225Q2C         GO TO 9370-ACUMULAR-ENTRADA-EXIT
225Q2D     END-IF.
225Q3      PERFORM 4220-MONTO-DEL-RESULTADO THRU
225Q4          4220-MONTO-DEL-RESULTADO-EXIT.
225Q5      IF NOT MONTO-APLICA
225Q6          GO TO 9370-ACUMULAR-ENTRADA-EXIT
225Q7      END-IF.
225Q7A     PERFORM 4230-CUENTAS-DEL-ASIENTO THRU
225Q7B         4230-CUENTAS-DEL-ASIENTO-EXIT.
225Q8      MOVE WS-FECHA-EFECTIVA TO WS-RES-BUSCA-FECHA.
225Q8A     MOVE WS-REV-SW         TO WS-RES-BUSCA-REV.
225Q9      MOVE WS-GL-CTA-DEBITO  TO WS-RES-BUSCA-CUENTA.
225R2      MOVE "D" TO WS-RES-BUSCA-TIPO.
225R3      PERFORM 9375-SUMAR-RESUMEN THRU
225R4          9375-SUMAR-RESUMEN-EXIT.
225R5      ADD WS-GL-MONTO TO WS-GL-TOT-DEBE.
225R6      MOVE WS-GL-CTA-CREDITO TO WS-RES-BUSCA-CUENTA.
225R8      MOVE "C" TO WS-RES-BUSCA-TIPO.
225R9      PERFORM 9375-SUMAR-RESUMEN THRU
225S1          9375-SUMAR-RESUMEN-EXIT.
225T1  9375-SUMAR-RESUMEN.
225T2 *    SUMA EL MONTO VIGENTE EN LA ENTRADA DE LA TABLA DEL
225T3 *    RESUMEN QUE COINCIDE EN FECHA + CUENTA + TIPO DE
225T4 *    ASIENTO (Y MARCA DE REVERSO), AGREGANDOLA SI ES LA
225T4A*    PRIMERA VEZ.
225T5 *-------------------------------------------------------------*
225T6      MOVE ZERO TO WS-RES-ENC.
225T7      PERFORM 9376-COMPARAR-RESUMEN THRU
225V2          MOVE WS-RES-BUSCA-CUENTA
225V3              TO WS-RES-CUENTA (WS-RES-CANT)
225V4          MOVE WS-RES-BUSCA-TIPO   TO WS-RES-TIPO (WS-RES-CANT)
225V4A         MOVE WS-RES-BUSCA-REV TO WS-RES-REVERSO (WS-RES-CANT)
225V5          MOVE ZERO TO WS-RES-MONTO (WS-RES-CANT)
225V6          MOVE WS-RES-CANT TO WS-RES-ENC
225V7      END-IF.
225X5      IF WS-RES-FECHA (WS-RES-IDX) = WS-RES-BUSCA-FECHA
225X6        AND WS-RES-CUENTA (WS-RES-IDX) = WS-RES-BUSCA-CUENTA
225X7        AND WS-RES-TIPO (WS-RES-IDX) = WS-RES-BUSCA-TIPO
225X7A       AND WS-RES-REVERSO (WS-RES-IDX) = WS-RES-BUSCA-REV
225X8          MOVE WS-RES-IDX TO WS-RES-ENC
225X9      END-IF.
225Y1  9376-COMPARAR-RESUMEN-EXIT.
225Z7      MOVE WS-RES-TIPO (WS-RES-IDX)   TO GL-TIPO-ASIENTO.
225Z8      MOVE WS-RES-MONTO (WS-RES-IDX)  TO GL-MONTO.
225Z9      MOVE "CALCULOS RESUMEN"         TO GL-DESCRIPCION.
225Z9A     IF WS-RES-REVERSO (WS-RES-IDX) = "S"
225Z9B         MOVE "REV CALCULOS RESUMEN" TO GL-DESCRIPCION
225Z9C     END-IF.
226A1      PERFORM 4290-GRABAR-GLFEED THRU 4290-GRABAR-GLFEED-EXIT.
226A1A     ADD 1 TO WS-GL-CONT-ASI.
226A2  9380-ESCRIBIR-RESUMEN-EXIT.
226A3      EXIT.
00227  9400-ESTADO-FINAL.
00228 *    DETERMINA EL ESTADO FINAL DE LA CORRIDA, LO GRABA EN
00229 *    RUNSTAT CON LA HORA DE FIN Y LOS CONTADORES, Y GRADUA
00230 *    EL RETURN-CODE: 0 LIMPIA, 4 CON RECHAZOS, DETALLES
00231 *    RETENIDOS POR MONTO, EXCEPCIONES DE CALCULO O
231A1 *    LIQUIDACIONES DE SUSPENSO IGNORADAS, 8 ALGUN
00232 *    LOTE RETENIDO O DESCARTADO POR DUPLICADO, 12 ARCHIVO DE
232A1 *    CONTROL QUE NO ABRE.
00233 *-------------------------------------------------------------*
00234      ACCEPT WS-HORA-CRUDA FROM TIME.
00235      MOVE WS-HORA-HHMMSS TO WS-HORA-FIN.
00249                  IF WS-CONT-RECHAZOS > ZERO
00250                    OR WS-CONT-DIV0 > ZERO
00251                    OR WS-CONT-DESB > ZERO
251A1                    OR WS-CONT-RETENIDOS > ZERO
251A2                    OR WS-CONT-LIQ-MAL > ZERO
00252                      MOVE 4 TO RETURN-CODE
00253                  ELSE
00254                      MOVE 0 TO RETURN-CODE
00267 *    VIGENTE CON EL ESTADO QUE TRAIGA RS-ESTADO: "IN" AL
00268 *    INICIAR Y EL ESTADO FINAL AL TERMINAR. EL ULTIMO
00269 *    REGISTRO DE CADA CORRIDA ES EL QUE VALE.
269A1 *    UNA SIMULACION NO GRABA RUNSTAT.
00270 *-------------------------------------------------------------*
270A1      IF MODO-SIMULACION
270A2          GO TO 9500-GRABAR-RUNSTAT-EXIT
270A3      END-IF.
00271      OPEN EXTEND RUNSTAT.
00272      IF WS-RUNSTAT-STATUS NOT = "00"
00273          CLOSE RUNSTAT
