00001 *-------------------------------------------------------------*
00002 *    INSTRUR  -  REGISTRO DE INSTRUCCIONES RECURRENTES          *
00003 *                                                               *
00004 *    LAYOUT DEL ARCHIVO INSTRUC: CADA TRANSACCION RECURRENTE    *
00005 *    QUE CALCINST GENERA SOLA EN UN LOTE DE TRANSIN, CON SUS    *
00006 *    MONTOS, TIPO DE TRANSACCION Y MONEDA, SU FRECUENCIA (D     *
00007 *    CADA DIA HABIL; S SEMANAL, EL DIA DE LA SEMANA IR-DIA,     *
00008 *    1 = LUNES ... 7 = DOMINGO; M MENSUAL, EL DIA IR-DIA DEL    *
00009 *    MES O EL ULTIMO SI EL MES ES MAS CORTO; H EL DIA HABIL     *
00010 *    NUMERO IR-DIA DEL MES), SU VIGENCIA, SU DUENO Y SU         *
00011 *    ESTADO: A ACTIVA, S SUSPENDIDA Y T TERMINADA (YA PASO SU   *
00012 *    FECHA FIN). LOS CAMPOS DE CONTROL LOS MANTIENE SOLO        *
00013 *    CALCINST: IR-PROG-HASTA ES LA ULTIMA FECHA DEL CALENDARIO  *
00014 *    YA EVALUADA, E IR-LOTE-PEND EL LOTE DE LA ULTIMA           *
00015 *    GENERACION MIENTRAS NO APAREZCA EN BATCHHST (SI NO         *
00016 *    APARECE, LA GENERACION SE REPITE DESDE IR-PROG-ANTERIOR).  *
00017 *    EL ALTA Y LOS CAMBIOS SE HACEN SOLO CON INSTMANT. SE COPIA *
00018 *    BAJO EL 01 DEL FD.                                         *
00019 *-------------------------------------------------------------*
00020 * FECHA       INIC.  DESCRIPCION                                *
00021 * 2026-10-15  MQR    VERSION INICIAL DE LA COPY.                *
00022 *-------------------------------------------------------------*
00023      05 IR-INSTRUC-ID      PIC X(08).
00024      05 IR-DESCRIPCION     PIC X(30).
00025      05 IR-DUENO-ID        PIC X(08).
00026      05 IR-NUMERO1         PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00027      05 IR-NUMERO2         PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00028      05 IR-TIPO-TRANS      PIC X(02).
00029      05 IR-MONEDA          PIC X(03).
00030      05 IR-FRECUENCIA      PIC X(01).
00031         88 IR-DIARIA            VALUE "D".
00032         88 IR-SEMANAL           VALUE "S".
00033         88 IR-MENSUAL           VALUE "M".
00034         88 IR-HABIL-DEL-MES     VALUE "H".
00035      05 IR-DIA             PIC 9(02).
00036      05 IR-FECHA-INICIO    PIC 9(08).
00037      05 IR-FECHA-FIN       PIC 9(08).
00038      05 IR-ESTADO          PIC X(01).
00039         88 IR-ACTIVA            VALUE "A".
00040         88 IR-SUSPENDIDA        VALUE "S".
00041         88 IR-TERMINADA         VALUE "T".
00042      05 IR-CONTROL.
00043         10 IR-PROG-HASTA   PIC 9(08).
00044         10 IR-PROG-ANTERIOR PIC 9(08).
00045         10 IR-LOTE-PEND    PIC X(08).
00046         10 IR-ULTIMO-LOTE  PIC X(08).
00047         10 IR-ULTIMA-GEN   PIC 9(08).
00048         10 IR-CONT-GENERADAS PIC 9(06).
00049      05 IR-ALTA-ID         PIC X(08).
00050      05 IR-ALTA-FECHA      PIC 9(08).
00051      05 IR-MODIF-ID        PIC X(08).
00052      05 IR-MODIF-FECHA     PIC 9(08).
