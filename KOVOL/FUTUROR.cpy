00001 *-------------------------------------------------------------*
00002 *    FUTUROR  -  REGISTRO DEL ALMACEN DE FUTUROS                *
00003 *                                                               *
00004 *    LAYOUT DEL ARCHIVO FUTUROS: CADA DETALLE DE TRANSIN QUE    *
00005 *    CALCULOS NO CONTABILIZO PORQUE SU FECHA EFECTIVA ES        *
00006 *    POSTERIOR A LA FECHA DE LA CORRIDA, CON LA LLAVE DE        *
00007 *    CORRIDA Y SECUENCIA QUE LE TOCABA, EL LOTE Y EL OPERADOR   *
00008 *    QUE SOMETIO LA CORRIDA, EL DETALLE CRUDO TAL COMO LLEGO Y  *
00009 *    SU ESTADO: P PENDIENTE DE VENCER, L LIBERADO EN UN LOTE    *
00010 *    DE CALCFLIB, C CONTABILIZADO (SU LOTE YA ESTA EN           *
00011 *    BATCHHST) Y X ANULADO POR UN OPERADOR (CALCFANU, CON SU    *
00012 *    MOTIVO). SE COPIA BAJO EL 01 DEL FD.                       *
00013 *-------------------------------------------------------------*
00014 * FECHA       INIC.  DESCRIPCION                                *
00015 * 2026-10-15  MQR    VERSION INICIAL DE LA COPY.                *
00016 *-------------------------------------------------------------*
00017      05 FU-LLAVE.
00018         10 FU-RUN-ID       PIC 9(6).
00019         10 FU-SECUENCIA    PIC 9(8).
00020      05 FU-RUN-FECHA       PIC 9(8).
00021      05 FU-OPERADOR-ID     PIC X(08).
00022      05 FU-LOTE-ID         PIC X(08).
00023      05 FU-LOTE-ORIGEN     PIC X(08).
00024      05 FU-DETALLE.
00025         10 FU-TIPO-REG     PIC X(01).
00026         10 FU-NUMERO1      PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00027         10 FU-NUMERO2      PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00028         10 FU-FECHA-EFECTIVA PIC 9(08).
00029         10 FU-TIPO-TRANS   PIC X(02).
00030         10 FU-MONEDA       PIC X(03).
00031         10 FU-REF-RUN-ID   PIC 9(06).
00032         10 FU-REF-SECUENCIA PIC 9(08).
00033      05 FU-ESTADO          PIC X(01).
00034         88 FU-PENDIENTE         VALUE "P".
00035         88 FU-LIBERADO          VALUE "L".
00036         88 FU-CONTABILIZADO     VALUE "C".
00037         88 FU-ANULADO           VALUE "X".
00038      05 FU-ANULA-ID        PIC X(08).
00039      05 FU-ANULA-FECHA     PIC 9(8).
00040      05 FU-ANULA-HORA      PIC 9(6).
00041      05 FU-ANULA-MOTIVO    PIC X(30).
00042      05 FU-LIBERA-LOTE     PIC X(08).
00043      05 FU-LIBERA-FECHA    PIC 9(8).
