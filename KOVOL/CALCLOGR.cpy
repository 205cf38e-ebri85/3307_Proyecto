016I4 *                    AUDITORIA VEA QUIEN APROBO LA DOBLE      *
016I5 *                    CONTABILIZACION. EL REGISTRO PASA DE     *
016I6 *                    134 A 142 BYTES.                         *
016J1 * 2026-10-15  MQR    SE AGREGAN CL-LOTE-ID Y CL-LOTE-ORIGEN:  *
016J2 *                    EL LOTE DE TRANSIN Y EL SISTEMA DE       *
016J3 *                    ORIGEN DE DONDE VINO CADA DETALLE, PARA  *
016J4 *                    DEVOLVER A CADA ALIMENTADOR EL ACUSE DE  *
016J5 *                    SUS LOTES (VER CALCACUS). EL REGISTRO    *
016J6 *                    PASA DE 142 A 158 BYTES.                 *
016K1 * 2026-10-15  MQR    SE AGREGAN CL-MONEDA, CL-NUMERO1-ORIG,   *
016K2 *                    CL-NUMERO2-ORIG, CL-TASA-CAMBIO Y CL-    *
016K3 *                    TASA-FECHA: LA MONEDA DEL DETALLE, LOS   *
016K4 *                    MONTOS ORIGINALES ANTES DE CONVERTIR, LA *
016K5 *                    TASA APLICADA Y LA FECHA DE VIGENCIA DE  *
016K6 *                    ESA TASA EN TIPCAMB. CL-NUMERO1/2 QUEDAN *
016K7 *                    EN MONEDA FUNCIONAL. EL REGISTRO PASA DE *
016K8 *                    158 A 202 BYTES.                         *
016L1 * 2026-10-15  MQR    SE AGREGAN CL-REVERSA-EST Y CL-REVERSA-  *
016L2 *                    LLAVE PARA LOS REVERSOS: UN DETALLE      *
016L3 *                    REVERSADO QUEDA EN "R" CON LA LLAVE      *
016L4 *                    (CORRIDA Y SECUENCIA) DEL REVERSO QUE LO *
016L5 *                    ANULO, Y EL REVERSO QUEDA EN "V" CON LA  *
016L6 *                    LLAVE DEL ORIGINAL. EL REGISTRO PASA DE  *
016L7 *                    202 A 217 BYTES.                         *
016M1 * 2026-10-15  MQR    SE AGREGA CL-FECHA-MAPEO: LA FECHA CON   *
016M2 *                    LA QUE SE ELIGIO LA VERSION DE GLMAP DE  *
016M3 *                    LA TRANSACCION (SU FECHA EFECTIVA, O LA  *
016M4 *                    DEL ORIGINAL EN UN REVERSO), PARA QUE    *
016M5 *                    RECONCIL Y EL RESUMEN DE LA ALIMENTACION *
016M6 *                    USEN LAS MISMAS CUENTAS QUE CALCULOS. EL *
016M7 *                    REGISTRO PASA DE 217 A 225 BYTES.        *
016N1 * 2026-10-15  MQR    SE AGREGAN CL-REVERSA-ORIG1 Y -ORIG2:    *
016N2 *                    EN UN REVERSO, LOS MONTOS ORIGINALES DEL *
016N3 *                    DETALLE QUE ANULA; EN CEROS SI NO ES UN  *
016N4 *                    REVERSO. CL-NUMERO1/2-ORIG QUEDAN        *
016N5 *                    SIEMPRE CON LO RECIBIDO EN TRANSIN,      *
016N6 *                    TAMBIEN EN EL REVERSO, PARA QUE CUADREN  *
016N7 *                    CONTRA LOS TOTALES DE CONTROL DEL LOTE.  *
016N8 *                    EL REGISTRO PASA DE 225 A 245 BYTES.     *
00017 *-------------------------------------------------------------*
00017A     05 CL-LLAVE.
00018A        10 CL-RUN-ID      PIC 9(6).
00031      05 CL-EXPRESION-SW   PIC X(01).
00032      05 CL-TIPO-TRANS     PIC X(02).
00033      05 CL-AUTORIZA-ID    PIC X(08).
00034      05 CL-LOTE-ID        PIC X(08).
00035      05 CL-LOTE-ORIGEN    PIC X(08).
00036      05 CL-MONEDA         PIC X(03).
00037      05 CL-NUMERO1-ORIG   PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00038      05 CL-NUMERO2-ORIG   PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00039      05 CL-TASA-CAMBIO    PIC 9(07)V9(06).
00040      05 CL-TASA-FECHA     PIC 9(08).
00041      05 CL-REVERSA-EST    PIC X(01).
00042         88 CL-REVERSADO       VALUE "R".
00043         88 CL-ES-REVERSO      VALUE "V".
00044      05 CL-REVERSA-LLAVE.
00045         10 CL-REVERSA-RUN-ID PIC 9(6).
00046         10 CL-REVERSA-SEC    PIC 9(8).
00047      05 CL-FECHA-MAPEO    PIC 9(8).
00048      05 CL-REVERSA-ORIG1  PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00049      05 CL-REVERSA-ORIG2  PIC S9(7)V9(2) SIGN LEADING SEPARATE.
