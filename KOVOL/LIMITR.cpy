00001 *-------------------------------------------------------------*
00002 *    LIMITR  -  REGISTRO DEL ARCHIVO DE LIMITES                 *
00003 *                                                               *
00004 *    LAYOUT DEL ARCHIVO LIMITES: MONTO MAXIMO QUE CALCULOS      *
00005 *    CONTABILIZA SIN APROBACION POR TIPO DE TRANSACCION Y,      *
00006 *    CUANDO HACE FALTA, POR SISTEMA DE ORIGEN DEL LOTE. ORIGEN  *
00007 *    EN BLANCO VALE PARA CUALQUIER ORIGEN; LA ENTRADA CON EL    *
00008 *    ORIGEN EXACTO LE GANA A LA GENERAL. UN TIPO SIN ENTRADA NO *
00009 *    TIENE LIMITE. EL MONTO SE COMPARA CONTRA EL MAYOR VALOR    *
00010 *    ABSOLUTO DE NUMERO1/NUMERO2 YA EN MONEDA FUNCIONAL.        *
00011 *    SE COPIA BAJO EL 01 DEL FD.                                *
00012 *-------------------------------------------------------------*
00013 * FECHA       INIC.  DESCRIPCION                                *
00014 * 2026-10-15  MQR    VERSION INICIAL DE LA COPY.                *
00015 *-------------------------------------------------------------*
00016      05 LM-TIPO-TRANS      PIC X(02).
00017      05 LM-LOTE-ORIGEN     PIC X(08).
00018      05 LM-MONTO-MAX       PIC 9(07)V9(02).
