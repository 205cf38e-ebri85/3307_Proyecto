00014 *   - EL ENCABEZADO "H" DEBE ABRIR CADA LOTE,                *
00015 *   - NUMERO1/NUMERO2 DEBEN SER NUMERICOS,                   *
00016 *   - EL TIPO DE TRANSACCION DEBE SER "00"/BLANCO O "01" A   *
00017 *     "05", O "RV" (REVERSO) CON REFERENCIA NUMERICA Y       *
017A0 *     DISTINTA DE CERO AL REGISTRO DE CALCLOG QUE ANULA,     *
017A1 *   - LA MONEDA DEBE VENIR EN BLANCO O CON LETRAS (EL        *
017A2 *     REVERSO NO LA LLEVA: LA TOMA DEL ORIGINAL),            *
00018 *   - LA FECHA EFECTIVA DEBE SER DIA HABIL DE PERIODO        *
00019 *     ABIERTO SEGUN EL CALENDARIO CONTABLE (CALENFIL),       *
00020 *   - Y EL TRAILER "T" DEBE CUADRAR EN CANTIDAD Y EN LOS     *
00029 *-------------------------------------------------------------*
00030 * FECHA       INIC.  DESCRIPCION                              *
00031 * 2026-09-02  MQR    VERSION INICIAL DEL PROGRAMA.            *
031A1 * 2026-10-15  MQR    EL DETALLE TRAE EL CODIGO ISO DE MONEDA  *
031A2 *                    (TI-MONEDA): SE VALIDA QUE VENGA EN      *
031A3 *                    BLANCO (MONEDA FUNCIONAL) O CON LETRAS   *
031A4 *                    MAYUSCULAS. LA EXISTENCIA DE LA TASA NO  *
031A5 *                    SE VALIDA AQUI PORQUE TESORERIA PUEDE    *
031A6 *                    CARGARLA DESPUES DE LA ENTREGA.          *
031B1 * 2026-10-15  MQR    SE ACEPTA EL TIPO "RV" (REVERSO): EL     *
031B2 *                    DETALLE TRAE LA REFERENCIA AL REGISTRO   *
031B3 *                    DE CALCLOG QUE SE REVERSA, QUE DEBE SER  *
031B4 *                    NUMERICA Y DISTINTA DE CERO. AL REVERSO  *
031B5 *                    NO SE LE REVISA LA MONEDA. QUE EL        *
031B6 *                    ORIGINAL EXISTA LO VERIFICA CALCULOS.    *
031C1 * 2026-10-15  MQR    EL CALENDARIO PUEDE TRAER VARIOS         *
031C2 *                    EJERCICIOS FISCALES (LOS GENERA          *
031C3 *                    CALCFISC): LA TABLA DEL CALENDARIO PASA  *
031C4 *                    DE 500 A 2000 FECHAS.                    *
00032 *-------------------------------------------------------------*
00033  ENVIRONMENT DIVISION.
00034  INPUT-OUTPUT SECTION.
00057       05 TI-NUMERO2        PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00058       05 TI-FECHA-EFECTIVA PIC 9(08).
00059       05 TI-TIPO-TRANS     PIC X(02).
059A1       05 TI-MONEDA         PIC X(03).
059A2       05 TI-REF-RUN-ID     PIC 9(06).
059A3       05 TI-REF-SECUENCIA  PIC 9(08).
00060   01  TI-REG-ENCABEZADO.
00061       05 FILLER            PIC X(01).
00062       05 TI-LOTE-ID        PIC X(08).
00087    77 WS-ERPT-STATUS     PIC X(02) VALUE "00".
00088    77 WS-RUN-FECHA       PIC 9(08) VALUE ZERO.
00089    77 WS-CALEN-CANT      PIC 9(04) COMP VALUE ZERO.
00090    77 WS-CALEN-MAX       PIC 9(04) COMP VALUE 2000.
00091    77 WS-CALEN-IDX       PIC 9(04) COMP VALUE ZERO.
00092    77 WS-CALEN-ENC       PIC 9(04) COMP VALUE ZERO.
00093    77 WS-CONT-REG        PIC 9(08) COMP VALUE ZERO.
00113          88 ERROR-DE-ARCHIVO   VALUE "S".
00114 *
00115    01 WS-TABLA-CALENDARIO.
00116       05 WS-CALEN-DIA OCCURS 2000 TIMES.
00117          10 WS-CALEN-FECHA  PIC 9(08).
00118          10 WS-CALEN-HABIL  PIC X(01).
00119          10 WS-CALEN-ESTADO PIC X(01).
00378 *-------------------------------------------------------------*
00379  5000-VALIDAR-DETALLE.
00380 *    APLICA A UN DETALLE LOS MISMOS FILTROS QUE CALCULOS:
00381 *    NUMERICOS, TIPO DE TRANSACCION LEGAL, CODIGO DE MONEDA
00382 *    BIEN FORMADO Y FECHA EFECTIVA EN DIA HABIL DE PERIODO
382A1 *    ABIERTO. EL REVERSO NO LLEVA MONEDA: SE LE REVISA LA
382A2 *    REFERENCIA AL REGISTRO QUE ANULA.
00383 *-------------------------------------------------------------*
00384      ADD 1 TO WS-LOTE-CONT-REG.
00385      MOVE SPACES TO WS-MOTIVO-ERROR.
00392      ADD TI-NUMERO2 TO WS-HASH-NUM2.
00393      IF TI-TIPO-TRANS NOT = SPACES
00394        AND TI-TIPO-TRANS NOT = "00"
394A1        AND TI-TIPO-TRANS NOT = "RV"
00395        AND (TI-TIPO-TRANS < "01" OR TI-TIPO-TRANS > "05")
00396          MOVE "TIPO DE TRANSACCION INVALIDO"
00397              TO WS-MOTIVO-ERROR
00398          GO TO 5000-VALIDAR-REPORTE
00399      END-IF.
399A0A     IF TI-TIPO-TRANS = "RV"
399A0B         IF TI-REF-RUN-ID NOT NUMERIC
399A0C           OR TI-REF-SECUENCIA NOT NUMERIC
399A0D           OR TI-REF-RUN-ID = ZERO
399A0E           OR TI-REF-SECUENCIA = ZERO
399A0F             MOVE "REVERSO SIN REFERENCIA VALIDA"
399A0G                 TO WS-MOTIVO-ERROR
399A0H             GO TO 5000-VALIDAR-REPORTE
399A0I         END-IF
399A0J         GO TO 5000-VALIDAR-FECHA
399A0K     END-IF.
399A1      IF TI-MONEDA NOT ALPHABETIC-UPPER
399A2          MOVE "CODIGO DE MONEDA INVALIDO"
399A3              TO WS-MOTIVO-ERROR
399A4          GO TO 5000-VALIDAR-REPORTE
399A5      END-IF.
399A6  5000-VALIDAR-FECHA.
00400      IF TI-FECHA-EFECTIVA NOT NUMERIC
00401          MOVE "FECHA EFECTIVA NO NUMERICA" TO WS-MOTIVO-ERROR
00402          GO TO 5000-VALIDAR-REPORTE
