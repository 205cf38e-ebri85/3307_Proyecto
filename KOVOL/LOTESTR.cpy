00001 *-------------------------------------------------------------*
00002 *    LOTESTR  -  REGISTRO DE ESTADO DE LOTE (LOTESTAT)         *
00003 *                                                               *
00004 *    LAYOUT DEL REGISTRO QUE CALCULOS GRABA EN LOTESTAT POR     *
00005 *    CADA LOTE DE TRANSIN QUE TERMINA EN LA CORRIDA: ACEPTADO   *
00006 *    (CUADRO CON SU TRAILER Y QUEDO EN BATCHHST), RETENIDO      *
00007 *    (NO CUADRO O LLEGO SIN TRAILER) O DUPLICADO (BATCHHST YA   *
00008 *    LO TENIA). CALCACUS LO LEE PARA ARMAR EL ACUSE DE CADA     *
00009 *    SISTEMA DE ORIGEN. SE COPIA BAJO EL 01 DEL FD.             *
00010 *-------------------------------------------------------------*
00011 * FECHA       INIC.  DESCRIPCION                                *
00012 * 2026-10-15  MQR    VERSION INICIAL DE LA COPY.                *
00013 *-------------------------------------------------------------*
00014      05 LS-RUN-ID          PIC 9(6).
00015      05 LS-RUN-FECHA       PIC 9(8).
00016      05 LS-LOTE-ID         PIC X(8).
00017      05 LS-LOTE-FECHA      PIC 9(8).
00018      05 LS-LOTE-ORIGEN     PIC X(8).
00019      05 LS-ESTADO          PIC X(01).
00020         88 LS-ACEPTADO          VALUE "A".
00021         88 LS-RETENIDO          VALUE "R".
00022         88 LS-DUPLICADO         VALUE "D".
00023      05 LS-CANT-DETALLES   PIC 9(8).
