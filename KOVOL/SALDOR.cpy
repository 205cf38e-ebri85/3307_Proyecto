00001 *-------------------------------------------------------------*
00002 *    SALDOR  -  REGISTRO DEL MAESTRO DE SALDOS DEL MAYOR        *
00003 *                                                               *
00004 *    LAYOUT DEL ARCHIVO INDEXADO SALDOS: UNA ENTRADA POR CUENTA *
00005 *    DE GLMAP Y PERIODO (ANO Y MES DE LA FECHA DEL ASIENTO),    *
00006 *    ACUMULADA SOLO CON LOS ASIENTOS QUE EL MAYOR CONFIRMO COMO *
00007 *    POSTEADOS EN GLACKIN (GLACKMAT). TRAE EL DEBE Y EL HABER   *
00008 *    DEL PERIODO, LO ACUMULADO EN EL ANO ANTES DEL PERIODO Y LO *
00009 *    ACUMULADO EN EL ANO AL CIERRE DEL PERIODO. CALCCIER MARCA  *
00010 *    CERRADO EL PERIODO Y ARRASTRA EL ACUMULADO AL SIGUIENTE.   *
00011 *    SE COPIA BAJO EL 01 DEL FD EN TODO PROGRAMA QUE LEA O      *
00012 *    ESCRIBA SALDOS.                                            *
00013 *-------------------------------------------------------------*
00014 * FECHA       INIC.  DESCRIPCION                                *
00015 * 2026-10-15  MQR    VERSION INICIAL DE LA COPY.                *
00016 *-------------------------------------------------------------*
00017      05 SB-LLAVE.
00018         10 SB-CUENTA      PIC X(10).
00019         10 SB-PERIODO     PIC 9(06).
00020         10 SB-PERIODO-R REDEFINES SB-PERIODO.
00021            15 SB-ANO      PIC 9(04).
00022            15 SB-MES      PIC 9(02).
00023      05 SB-ESTADO         PIC X(01).
00024         88 SB-ABIERTO          VALUE "A".
00025         88 SB-CERRADO          VALUE "C".
00026      05 SB-DEBE-PER       PIC S9(16)V9(2) SIGN LEADING SEPARATE.
00027      05 SB-HABER-PER      PIC S9(16)V9(2) SIGN LEADING SEPARATE.
00028      05 SB-SALDO-PER      PIC S9(16)V9(2) SIGN LEADING SEPARATE.
00029      05 SB-DEBE-ANT       PIC S9(16)V9(2) SIGN LEADING SEPARATE.
00030      05 SB-HABER-ANT      PIC S9(16)V9(2) SIGN LEADING SEPARATE.
00031      05 SB-DEBE-ACUM      PIC S9(16)V9(2) SIGN LEADING SEPARATE.
00032      05 SB-HABER-ACUM     PIC S9(16)V9(2) SIGN LEADING SEPARATE.
00033      05 SB-SALDO-ACUM     PIC S9(16)V9(2) SIGN LEADING SEPARATE.
00034      05 SB-CONT-ASIENTOS  PIC 9(08).
00035      05 SB-ULT-FECHA      PIC 9(08).
