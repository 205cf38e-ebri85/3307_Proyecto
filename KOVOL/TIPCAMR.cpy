00001 *-------------------------------------------------------------*
00002 *    TIPCAMR  -  REGISTRO DEL ARCHIVO DE TIPOS DE CAMBIO        *
00003 *                                                               *
00004 *    LAYOUT DEL ARCHIVO TIPCAMB QUE MANTIENE TESORERIA: UNA     *
00005 *    ENTRADA POR MONEDA (CODIGO ISO) Y FECHA DE VIGENCIA CON    *
00006 *    LAS UNIDADES DE MONEDA FUNCIONAL QUE VALE UNA UNIDAD DE    *
00007 *    ESA MONEDA. LA TASA VIGENTE PARA UNA FECHA EFECTIVA ES LA  *
00008 *    DE FECHA MAS RECIENTE QUE NO LA PASE. SE COPIA BAJO EL 01  *
00009 *    DEL FD EN TODO PROGRAMA QUE LEA TIPCAMB.                   *
00010 *-------------------------------------------------------------*
00011 * FECHA       INIC.  DESCRIPCION                                *
00012 * 2026-10-15  MQR    VERSION INICIAL DE LA COPY.                *
00013 *-------------------------------------------------------------*
00014      05 TC-MONEDA          PIC X(03).
00015      05 TC-FECHA           PIC 9(08).
00016      05 TC-TASA            PIC 9(07)V9(06).
