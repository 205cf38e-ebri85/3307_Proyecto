026A2 *                    VERDAD (VER CALCLOGR, QUE CRECE A 132    *
026A3 *                    BYTES): CALCNEW, CALCHIST Y LOS TOTALES  *
026A4 *                    DEL REPORTE SE ENSANCHAN A JUEGO.        *
026B1 * 2026-10-15  MQR    CALCLOGR GANA EL LOTE Y EL SISTEMA DE    *
026B2 *                    ORIGEN DE CADA DETALLE: CALCNEW Y        *
026B3 *                    CALCHIST PASAN DE 142 A 158 BYTES.       *
026C1 * 2026-10-15  MQR    CALCLOGR GANA LA MONEDA, LOS MONTOS      *
026C2 *                    ORIGINALES Y LA TASA DE CAMBIO DE CADA   *
026C3 *                    TRANSACCION: CALCNEW Y CALCHIST PASAN DE *
026C4 *                    158 A 202 BYTES.                         *
026D1 * 2026-10-15  MQR    CALCLOGR GANA LA MARCA DE REVERSO Y LA   *
026D2 *                    LLAVE DE LA OTRA MITAD DEL PAR: CALCNEW  *
026D3 *                    Y CALCHIST PASAN DE 202 A 217 BYTES.     *
026E1 * 2026-10-15  MQR    CALCLOGR GANA LA FECHA DEL MAPEO:        *
026E2 *                    CALCNEW Y CALCHIST PASAN DE 217 A 225    *
026E3 *                    BYTES.                                   *
026F1 * 2026-10-15  MQR    CALCLOGR GANA LOS MONTOS ORIGINALES DEL  *
026F2 *                    ORIGINAL EN UN REVERSO: CALCNEW Y        *
026F3 *                    CALCHIST PASAN DE 225 A 245 BYTES.       *
00027 *-------------------------------------------------------------*
00028  ENVIRONMENT DIVISION.
00029  INPUT-OUTPUT SECTION.
00063       05 CN-LLAVE.
00064          10 CN-RUN-ID      PIC 9(6).
00065          10 CN-SECUENCIA   PIC 9(8).
00066       05 CN-RESTO          PIC X(231).
00067 *
00068   FD  CALCHIST
00069       LABEL RECORDS ARE STANDARD
00070       RECORDING MODE IS F.
00071   01  CALCHIST-RECORD      PIC X(245).
00072 *
00073   FD  PURGPARM
00074       LABEL RECORDS ARE STANDARD
