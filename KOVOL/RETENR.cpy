00001 *-------------------------------------------------------------*
00002 *    RETENR  -  REGISTRO DE LA COLA DE RETENIDOS                *
00003 *                                                               *
00004 *    LAYOUT DEL ARCHIVO RETENIDO: CADA DETALLE DE TRANSIN QUE   *
00005 *    CALCULOS NO CONTABILIZO POR PASAR SU LIMITE (VER LIMITR),  *
00006 *    CON LA LLAVE DE CORRIDA Y SECUENCIA QUE LE TOCABA, EL LOTE *
00007 *    Y EL OPERADOR QUE SOMETIO LA CORRIDA, EL DETALLE CRUDO TAL *
00008 *    COMO LLEGO Y EL ESTADO DE SU APROBACION: P PENDIENTE, A    *
00009 *    APROBADO Y D DECLINADO (CALCAPRO), L LIBERADO EN UN LOTE   *
00010 *    DE CALCLIBR Y C CONTABILIZADO (SU LOTE YA ESTA EN          *
00011 *    BATCHHST). SE COPIA BAJO EL 01 DEL FD.                     *
00012 *-------------------------------------------------------------*
00013 * FECHA       INIC.  DESCRIPCION                                *
00014 * 2026-10-15  MQR    VERSION INICIAL DE LA COPY.                *
00015 *-------------------------------------------------------------*
00016      05 RN-LLAVE.
00017         10 RN-RUN-ID       PIC 9(6).
00018         10 RN-SECUENCIA    PIC 9(8).
00019      05 RN-RUN-FECHA       PIC 9(8).
00020      05 RN-OPERADOR-ID     PIC X(08).
00021      05 RN-LOTE-ID         PIC X(08).
00022      05 RN-LOTE-ORIGEN     PIC X(08).
00023      05 RN-DETALLE.
00024         10 RN-TIPO-REG     PIC X(01).
00025         10 RN-NUMERO1      PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00026         10 RN-NUMERO2      PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00027         10 RN-FECHA-EFECTIVA PIC 9(08).
00028         10 RN-TIPO-TRANS   PIC X(02).
00029         10 RN-MONEDA       PIC X(03).
00030         10 RN-REF-RUN-ID   PIC 9(06).
00031         10 RN-REF-SECUENCIA PIC 9(08).
00032      05 RN-MONTO-EVAL      PIC 9(07)V9(02).
00033      05 RN-LIMITE          PIC 9(07)V9(02).
00034      05 RN-ESTADO          PIC X(01).
00035         88 RN-PENDIENTE         VALUE "P".
00036         88 RN-APROBADO          VALUE "A".
00037         88 RN-DECLINADO         VALUE "D".
00038         88 RN-LIBERADO          VALUE "L".
00039         88 RN-CONTABILIZADO     VALUE "C".
00040      05 RN-DECIDE-ID       PIC X(08).
00041      05 RN-DECIDE-FECHA    PIC 9(08).
00042      05 RN-DECIDE-HORA     PIC 9(06).
00043      05 RN-LIBERA-LOTE     PIC X(08).
