013B9 *                    SOLO DESPUES DE QUE RECONCIL PASA, PARA  *
013C1 *                    QUE EL MAYOR RECHACE UNA GENERACION      *
013C2 *                    CORTA O SIN VERIFICAR.                   *
013D1 * 2026-10-15  MQR    SE AGREGA GL-DESC-REVERSO, VISTA ALTERNA *
013D2 *                    DE GL-DESCRIPCION PARA LOS ASIENTOS      *
013D3 *                    ESPEJO DE UN REVERSO: MARCA "REV " Y LA  *
013D4 *                    REFERENCIA CORRIDA/SECUENCIA DEL DETALLE *
013D5 *                    ORIGINAL. EL LARGO DEL REGISTRO NO       *
013D6 *                    CAMBIA.                                  *
013E1 * 2026-10-15  MQR    SE AGREGA GL-DESC-SUSPENSO, VISTA        *
013E2 *                    ALTERNA DE GL-DESCRIPCION PARA LOS       *
013E3 *                    ASIENTOS DE SUSPENSO: MARCA "SUS " EN EL *
013E4 *                    QUE CALCULOS GRABA AL RECHAZAR UN        *
013E5 *                    DETALLE, "LSU " EN EL QUE LO LIQUIDA     *
013E6 *                    CUANDO CALCREPA LO CORRIGE O LO DA DE    *
013E7 *                    BAJA, Y LA LLAVE DEL RECHAZO (FECHA DE   *
013E8 *                    CORRIDA Y NUMERO DE REGISTRO). EL LARGO  *
013E9 *                    DEL REGISTRO NO CAMBIA.                  *
013F1 * 2026-10-15  MQR    SE AGREGA GL-GEN-SIMULADA: LA GENERACION *
013F2 *                    QUE ARMA UNA SIMULACION DE CALCULOS      *
013F3 *                    (SIMFEED) LLEVA EL ENCABEZADO EN "S" Y   *
013F4 *                    NO SE LIBERA NUNCA.                      *
00014 *-------------------------------------------------------------*
014A1      05 GL-TIPO-REG       PIC X(01).
014A2         88 GL-ES-CONTROL-ENC   VALUE "H".
00020         10 GL-MONTO       PIC S9(15)V9(2)
00021                               SIGN LEADING SEPARATE.
00022         10 GL-DESCRIPCION PIC X(20).
022A1         10 GL-DESC-REVERSO REDEFINES GL-DESCRIPCION.
022A2            15 GL-REV-MARCA      PIC X(04).
022A3               88 GL-ES-REVERSO     VALUE "REV ".
022A4            15 GL-REV-REFERENCIA PIC X(16).
022B1         10 GL-DESC-SUSPENSO REDEFINES GL-DESCRIPCION.
022B2            15 GL-SUS-MARCA      PIC X(04).
022B3               88 GL-ES-SUSPENSO     VALUE "SUS ".
022B4               88 GL-ES-LIQ-SUSPENSO VALUE "LSU ".
022B5            15 GL-SUS-RZ-FECHA   PIC 9(08).
022B6            15 GL-SUS-RZ-NUMERO  PIC 9(08).
00023      05 GL-ENCABEZADO REDEFINES GL-DATOS.
00024         10 GL-GEN-ID      PIC 9(06).
00025         10 GL-GEN-FECHA   PIC 9(08).
00026         10 GL-GEN-ESTADO  PIC X(01).
00027            88 GL-GEN-PENDIENTE  VALUE "P".
00028            88 GL-GEN-VERIFICADA VALUE "V".
028A1            88 GL-GEN-SIMULADA   VALUE "S".
00029         10 FILLER         PIC X(42).
00030      05 GL-TRAILER-REG REDEFINES GL-DATOS.
00031         10 GL-TRL-CANTIDAD PIC 9(08).
