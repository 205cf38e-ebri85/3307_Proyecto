014A4 *                    ENTRADAS CUYO TIPO COINCIDE CON EL DE LA   *
014A5 *                    TRANSACCION GENERAN ASIENTOS. EL REGISTRO  *
014A6 *                    "B" DEL CUADRE IGNORA EL TIPO.             *
014B1 * 2026-10-15  MQR    SE AGREGAN GM-VIGENTE-DESDE Y GM-VIGENTE-  *
014B2 *                    HASTA: CADA ENTRADA "1" A "5" RIGE SOLO    *
014B3 *                    ENTRE ESAS FECHAS (CERO O BLANCO = SIN     *
014B4 *                    LIMITE DE ESE LADO), Y CADA PROGRAMA TOMA  *
014B5 *                    LA VERSION VIGENTE A LA FECHA EFECTIVA DE  *
014B6 *                    LA TRANSACCION (LA DEL ORIGINAL EN UN      *
014B7 *                    REVERSO). EL REGISTRO "B" ES UNO SOLO Y NO *
014B8 *                    SE FECHA. EL ARCHIVO SE MANTIENE CON       *
014B9 *                    GLMAPMNT. EL REGISTRO PASA DE 43 A 59      *
014BA *                    BYTES.                                     *
014C1 * 2026-10-15  MQR    SE AGREGA EL REGISTRO "S" DE SUSPENSO: GM- *
014C2 *                    CUENTA-DEBE ES LA CUENTA DE SUSPENSO Y GM- *
014C3 *                    CUENTA-HABER SU CONTRAPARTIDA, PARA EL     *
014C4 *                    TIPO DE TRANSACCION GM-TIPO-TRANS ("00" O  *
014C5 *                    BLANCO = TODO TIPO). EN VEZ DE DESCRIPCION *
014C6 *                    TRAE LA VISTA GM-DESC-SUSPENSO: EL ORIGEN  *
014C7 *                    DEL LOTE (BLANCO = TODO ORIGEN) Y UNA      *
014C8 *                    NOTA. COMO EL "B", NO SE FECHA. EL LARGO   *
014C9 *                    DEL REGISTRO NO CAMBIA.                    *
00015 *-------------------------------------------------------------*
00016      05 GM-RESULTADO      PIC X(01).
016A1      05 GM-TIPO-TRANS     PIC X(02).
00017      05 GM-CUENTA-DEBE    PIC X(10).
00018      05 GM-CUENTA-HABER   PIC X(10).
00019      05 GM-DESCRIPCION    PIC X(20).
019A1      05 GM-DESC-SUSPENSO REDEFINES GM-DESCRIPCION.
019A2         10 GM-SUS-ORIGEN  PIC X(08).
019A3         10 GM-SUS-NOTA    PIC X(12).
019A4      05 GM-VIGENTE-DESDE  PIC 9(08).
019A5      05 GM-VIGENTE-HASTA  PIC 9(08).
