014K1 * 2026-09-02  MQR    EL DETALLE DE TRANSIN GANA EL TIPO DE     *
014K2 *                    TRANSACCION (2 BYTES): RZ-VALOR-CRUDO     *
014K3 *                    CRECE A X(31) Y EL REGISTRO A 81 BYTES.   *
014L1 * 2026-10-15  MQR    SE AGREGAN RZ-LOTE-ID Y RZ-LOTE-ORIGEN:   *
014L2 *                    EL LOTE Y EL SISTEMA DE ORIGEN DEL        *
014L3 *                    DETALLE RECHAZADO, PARA QUE CALCACUS LE   *
014L4 *                    DEVUELVA A CADA ALIMENTADOR SUS PROPIOS   *
014L5 *                    RECHAZOS. EL REGISTRO PASA DE 81 A 97     *
014L6 *                    BYTES.                                    *
014M1 * 2026-10-15  MQR    RZ-VALOR-CRUDO SE ENSANCHA A X(34): EL   *
014M2 *                    DETALLE DE TRANSIN GANA EL CODIGO ISO DE *
014M3 *                    MONEDA (3 BYTES). EL REGISTRO PASA DE 97 *
014M4 *                    A 100 BYTES.                             *
014N1 * 2026-10-15  MQR    RZ-VALOR-CRUDO SE ENSANCHA A X(48): EL   *
014N2 *                    DETALLE DE TRANSIN GANA LA REFERENCIA    *
014N3 *                    (CORRIDA Y SECUENCIA) DEL ORIGINAL QUE   *
014N4 *                    ANULA UN REVERSO. EL REGISTRO PASA DE    *
014N5 *                    100 A 114 BYTES.                         *
014O1 * 2026-10-15  MQR    SE AGREGAN RZ-SUS-CUENTA, RZ-SUS-CONTRA  *
014O2 *                    Y RZ-SUS-MONTO: LA CUENTA DE SUSPENSO,   *
014O3 *                    SU CONTRAPARTIDA Y EL MONTO QUE CALCULOS *
014O4 *                    CONTABILIZO EN GLFEED AL RECHAZAR EL     *
014O5 *                    DETALLE (VER GLMAPR, REGISTRO "S").      *
014O6 *                    CUENTA EN BLANCO = NO SE CONTABILIZO     *
014O7 *                    SUSPENSO. CALCREPA LOS USA PARA LIQUIDAR *
014O8 *                    EL SUSPENSO AL CORREGIR O DAR DE BAJA EL *
014O9 *                    RECHAZO. EL REGISTRO PASA DE 114 A 144   *
014OA *                    BYTES.                                   *
014P1 * 2026-10-15  MQR    SE AGREGA RZ-RUN-ID: LA CORRIDA DE       *
014P2 *                    CALCULOS QUE GRABO EL RECHAZO (LA MISMA  *
014P3 *                    EN UN REINICIO), PARA QUE CALCACUS LE    *
014P4 *                    ATRIBUYA CADA RECHAZO AL LOTE DE SU      *
014P5 *                    CORRIDA AUNQUE OTRA CORRIDA DE LA MISMA  *
014P6 *                    FECHA REPITA EL ID DEL LOTE. EN CEROS EN *
014P7 *                    LO GRABADO ANTES. EL REGISTRO PASA DE    *
014P8 *                    144 A 150 BYTES.                         *
00015 *-------------------------------------------------------------*
00016      05 RZ-RUN-FECHA       PIC 9(8).
00017      05 RZ-NUMERO-REG      PIC 9(8).
00018      05 RZ-VALOR-CRUDO     PIC X(48).
00019      05 RZ-MOTIVO          PIC X(33).
00020      05 RZ-ESTADO          PIC X(01).
00021         88 RZ-PENDIENTE         VALUES "P", SPACE.
00022         88 RZ-CORREGIDO         VALUE "C".
00023         88 RZ-DADO-DE-BAJA      VALUE "B".
00024      05 RZ-LOTE-ID         PIC X(8).
00025      05 RZ-LOTE-ORIGEN     PIC X(8).
025A1      05 RZ-SUS-CUENTA      PIC X(10).
025A2      05 RZ-SUS-CONTRA      PIC X(10).
025A3      05 RZ-SUS-MONTO       PIC S9(7)V9(2)
025A4                                SIGN LEADING SEPARATE.
025A5      05 RZ-RUN-ID          PIC 9(6).
