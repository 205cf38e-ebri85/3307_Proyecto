00022 * NUEVOS; ACCION "B" DA DE BAJA SIN RESUBMITIR. UNA          *
00023 * CORRECCION QUE NO PASA LA REVALIDACION DEJA EL RECHAZO     *
00024 * PENDIENTE Y EL PROGRAMA TERMINA CON RETURN-CODE 4.         *
024A1 * UN RECHAZO QUE CALCULOS CONTABILIZO EN SUSPENSO (CUENTA     *
024A2 * RZ-SUS-CUENTA) LLEVA SU LIQUIDACION "L" EN EL LOTE DE       *
024A3 * RESUBMISION AL CORREGIRSE (ANTES DEL DETALLE CORREGIDO) Y   *
024A4 * AL DARSE DE BAJA. LAS LIQUIDACIONES NO CUENTAN EN EL        *
024A5 * TRAILER DEL LOTE.                                           *
00025 *-------------------------------------------------------------*
00026 * HISTORIAL DE MODIFICACIONES                                *
00027 *-------------------------------------------------------------*
029B5 *                    QUE EN CALCULOS Y VIAJA EN EL LOTE DE    *
029B6 *                    RESUBMISION. EL CRUDO CRECE A 31 Y       *
029B7 *                    RECHNEW A 81 BYTES.                      *
029C1 * 2026-10-15  MQR    RECHAZOR GANA EL LOTE Y EL SISTEMA DE    *
029C2 *                    ORIGEN DEL DETALLE RECHAZADO, QUE PASAN  *
029C3 *                    TAL CUAL A RECHNEW: RECHNEW PASA DE 81 A *
029C4 *                    97 BYTES.                                *
029D1 * 2026-10-15  MQR    EL DETALLE DE TRANSIN GANA EL CODIGO DE  *
029D2 *                    MONEDA: CORRFILE TRAE CO-MONEDA Y        *
029D3 *                    RESUBTRN LO PASA AL DETALLE. UNA         *
029D4 *                    CORRECCION CON MONEDA EN BLANCO CONSERVA *
029D5 *                    LA DEL DETALLE RECHAZADO, TOMADA DE SU   *
029D6 *                    VALOR CRUDO. LA TASA NO SE VALIDA AQUI:  *
029D7 *                    LA BUSCA CALCULOS AL REPROCESAR. RECHNEW *
029D8 *                    PASA DE 97 A 100 BYTES.                  *
029E1 * 2026-10-15  MQR    SE ACEPTA EL TIPO "RV" (REVERSO):        *
029E2 *                    CORRFILE Y EL DETALLE DE RESUBTRN GANAN  *
029E3 *                    LA REFERENCIA AL REGISTRO DE CALCLOG QUE *
029E4 *                    SE REVERSA. UNA CORRECCION CON           *
029E5 *                    REFERENCIA EN BLANCO CONSERVA LA DEL     *
029E6 *                    VALOR CRUDO; DEBE QUEDAR NUMERICA Y      *
029E7 *                    DISTINTA DE CERO. EL REVERSO NO LLEVA    *
029E8 *                    MONEDA: LA TOMA CALCULOS DEL ORIGINAL.   *
029E9 *                    RECHNEW PASA DE 100 A 114 BYTES.         *
029F1 * 2026-10-15  MQR    EL CALENDARIO PUEDE TRAER VARIOS         *
029F2 *                    EJERCICIOS FISCALES (LOS GENERA          *
029F3 *                    CALCFISC): LA TABLA DEL CALENDARIO PASA  *
029F4 *                    DE 500 A 2000 FECHAS.                    *
029G1 * 2026-10-15  MQR    RECHAZOR GANA LA CUENTA, LA              *
029G2 *                    CONTRAPARTIDA Y EL MONTO DEL SUSPENSO    *
029G3 *                    QUE CALCULOS CONTABILIZO AL RECHAZAR. AL *
029G4 *                    PASAR UN RECHAZO CON SUSPENSO A          *
029G5 *                    CORREGIDO O DADO DE BAJA SE GRABA EN     *
029G6 *                    RESUBTRN UN REGISTRO "L" DE LIQUIDACION  *
029G7 *                    (LLAVE DEL RECHAZO, CUENTAS, MONTO Y     *
029G8 *                    ACCION) PARA QUE CALCULOS REVIERTA EL    *
029G9 *                    SUSPENSO; NO CUENTA NI SUMA EN EL        *
029GA *                    TRAILER. RECHNEW PASA DE 114 A 144       *
029GB *                    BYTES.                                   *
029H1 * 2026-10-15  MQR    RECHAZOR GANA LA CORRIDA QUE GRABO EL    *
029H2 *                    RECHAZO: RECHNEW PASA DE 144 A 150       *
029H3 *                    BYTES.                                   *
00030 *-------------------------------------------------------------*
00031  ENVIRONMENT DIVISION.
00032  INPUT-OUTPUT SECTION.
00073       05 CO-NUMERO2        PIC X(10).
00074       05 CO-FECHA-EFEC     PIC X(08).
074A1       05 CO-TIPO-TRANS     PIC X(02).
074A2       05 CO-MONEDA         PIC X(03).
074A3       05 CO-REF-RUN-ID     PIC X(06).
074A4       05 CO-REF-SECUENCIA  PIC X(08).
00075 *
00076   FD  CALENFIL
00077       LABEL RECORDS ARE STANDARD
00084   FD  RECHNEW
00085       LABEL RECORDS ARE STANDARD
00086       RECORDING MODE IS F.
00087   01  RECHNEW-RECORD       PIC X(150).
00088 *
00089   FD  RESUBTRN
00090       LABEL RECORDS ARE STANDARD
00097                                SIGN LEADING SEPARATE.
00098       05 RT-FECHA-EFECTIVA PIC 9(08).
098A1       05 RT-TIPO-TRANS     PIC X(02).
098A2       05 RT-MONEDA         PIC X(03).
098A3       05 RT-REF-RUN-ID     PIC 9(06).
098A4       05 RT-REF-SECUENCIA  PIC 9(08).
00097   01  RT-REG-ENCABEZADO.
00098       05 FILLER            PIC X(01).
00099       05 RT-LOTE-ID        PIC X(08).
00106                                SIGN LEADING SEPARATE.
00107       05 RT-TRL-HASH-NUM2  PIC S9(13)V9(2)
00108                                SIGN LEADING SEPARATE.
108A1   01  RT-REG-LIQUIDACION.
108A2       05 FILLER            PIC X(01).
108A3       05 RT-LQ-RZ-FECHA    PIC 9(08).
108A4       05 RT-LQ-RZ-NUMERO   PIC 9(08).
108A5       05 RT-LQ-CUENTA      PIC X(10).
108A6       05 RT-LQ-CONTRA      PIC X(10).
108A7       05 RT-LQ-MONTO       PIC S9(7)V9(2) SIGN LEADING SEPARATE.
108A8       05 RT-LQ-ACCION      PIC X(01).
00107 *
00108   WORKING-STORAGE SECTION.
00109    77 WS-RECHAZOS-STATUS PIC X(02) VALUE "00".
00118    77 WS-CORR-IDX        PIC 9(04) COMP VALUE ZERO.
00119    77 WS-CORR-ENC        PIC 9(04) COMP VALUE ZERO.
00120    77 WS-CALEN-CANT      PIC 9(04) COMP VALUE ZERO.
00121    77 WS-CALEN-MAX       PIC 9(04) COMP VALUE 2000.
00122    77 WS-CALEN-IDX       PIC 9(04) COMP VALUE ZERO.
00123    77 WS-CALEN-ENC       PIC 9(04) COMP VALUE ZERO.
00124    77 WS-CONT-LEIDOS     PIC 9(08) COMP VALUE ZERO.
00126    77 WS-CONT-CORREGIDOS PIC 9(08) COMP VALUE ZERO.
00127    77 WS-CONT-BAJAS      PIC 9(08) COMP VALUE ZERO.
00128    77 WS-CONT-FALLIDAS   PIC 9(08) COMP VALUE ZERO.
128A1    77 WS-CONT-LIQUIDAC   PIC 9(08) COMP VALUE ZERO.
128A2    77 WS-ACCION-LIQ      PIC X(01) VALUE SPACE.
00129    77 WS-HASH-NUM1       PIC S9(13)V9(2) VALUE ZERO.
00130    77 WS-HASH-NUM2       PIC S9(13)V9(2) VALUE ZERO.
00131    77 WS-MOTIVO-FALLA    PIC X(33) VALUE SPACES.
00145       05 WD-FECHA-N REDEFINES WD-FECHA
00146                           PIC 9(08).
146A1       05 WD-TIPO-TRANS    PIC X(02).
146A2       05 WD-MONEDA        PIC X(03).
146A3       05 WD-REF-RUN-ID    PIC X(06).
146A4       05 WD-REF-RUN-ID-N REDEFINES WD-REF-RUN-ID
146A5                           PIC 9(06).
146A6       05 WD-REF-SECUENCIA PIC X(08).
146A7       05 WD-REF-SECUENCIA-N REDEFINES WD-REF-SECUENCIA
146A8                           PIC 9(08).
146B1 *
146B2    01 WS-CRUDO-DETALLE.
146B3       05 FILLER           PIC X(01).
146B4       05 FILLER           PIC X(10).
146B5       05 FILLER           PIC X(10).
146B6       05 FILLER           PIC X(08).
146B7       05 FILLER           PIC X(02).
146B8       05 WC-MONEDA        PIC X(03).
146B9       05 WC-REF-RUN-ID    PIC X(06).
146C1       05 WC-REF-SECUENCIA PIC X(08).
00147 *
00148    01 WS-SWITCHES.
00149       05 WS-FIN-SW       PIC X(01) VALUE "N".
00164          10 WS-CO-NUMERO2  PIC X(10).
00165          10 WS-CO-FECHA-EF PIC X(08).
165A1          10 WS-CO-TIPO     PIC X(02).
165A2          10 WS-CO-MONEDA   PIC X(03).
165A3          10 WS-CO-REF-RUN  PIC X(06).
165A4          10 WS-CO-REF-SEC  PIC X(08).
00166 *
00167    01 WS-TABLA-CALENDARIO.
00168       05 WS-CALEN-DIA OCCURS 2000 TIMES.
00169          10 WS-CALEN-FECHA  PIC 9(08).
00170          10 WS-CALEN-HABIL  PIC X(01).
00171          10 WS-CALEN-ESTADO PIC X(01).
00265      MOVE CO-NUMERO2    TO WS-CO-NUMERO2 (WS-CORR-CANT).
00266      MOVE CO-FECHA-EFEC TO WS-CO-FECHA-EF (WS-CORR-CANT).
266A1      MOVE CO-TIPO-TRANS TO WS-CO-TIPO (WS-CORR-CANT).
266A2      MOVE CO-MONEDA     TO WS-CO-MONEDA (WS-CORR-CANT).
266A3      MOVE CO-REF-RUN-ID TO WS-CO-REF-RUN (WS-CORR-CANT).
266A4      MOVE CO-REF-SECUENCIA
266A5                         TO WS-CO-REF-SEC (WS-CORR-CANT).
00267  1110-CARGAR-CORRECCION-EXIT.
00268      EXIT.
00269 *-------------------------------------------------------------*
00316 *    COPIA TAL CUAL; SI TIENE CORRECCION SE REVALIDA Y SE
00317 *    RESUBMITE O SE DA DE BAJA; SI NO TIENE CORRECCION SIGUE
00318 *    PENDIENTE Y ENVEJECIENDO. LUEGO LEE EL SIGUIENTE.
318A1 *    AL CORREGIRSE O DARSE DE BAJA, SU SUSPENSO SE LIQUIDA.
00319 *-------------------------------------------------------------*
00320      ADD 1 TO WS-CONT-LEIDOS.
00321      IF NOT RZ-PENDIENTE
00338      IF WS-CO-ACCION (WS-CORR-ENC) = "B"
00339          MOVE "B" TO RZ-ESTADO
00340          ADD 1 TO WS-CONT-BAJAS
340A1          MOVE "B" TO WS-ACCION-LIQ
340A2          PERFORM 2100-LIQUIDAR-SUSPENSO THRU
340A3              2100-LIQUIDAR-SUSPENSO-EXIT
00341          PERFORM 4000-GRABAR-RECHNEW THRU
00342              4000-GRABAR-RECHNEW-EXIT
00343          GO TO 2000-PROC-LEER
00354              4000-GRABAR-RECHNEW-EXIT
00355          GO TO 2000-PROC-LEER
00356      END-IF.
356A1      MOVE "C" TO WS-ACCION-LIQ.
356A2      PERFORM 2100-LIQUIDAR-SUSPENSO THRU
356A3          2100-LIQUIDAR-SUSPENSO-EXIT.
00357      MOVE SPACES        TO RESUB-RECORD.
00358      MOVE "D"           TO RT-TIPO-REG.
00359      MOVE WD-NUMERO1-N  TO RT-NUMERO1.
00360      MOVE WD-NUMERO2-N  TO RT-NUMERO2.
00361      MOVE WD-FECHA-N    TO RT-FECHA-EFECTIVA.
361A1      MOVE WD-TIPO-TRANS TO RT-TIPO-TRANS.
361A2      MOVE WD-MONEDA     TO RT-MONEDA.
361A3      MOVE WD-REF-RUN-ID-N    TO RT-REF-RUN-ID.
361A4      MOVE WD-REF-SECUENCIA-N TO RT-REF-SECUENCIA.
00362      WRITE RESUB-RECORD.
00363      ADD WD-NUMERO1-N TO WS-HASH-NUM1.
00364      ADD WD-NUMERO2-N TO WS-HASH-NUM2.
00369      PERFORM 2900-LEER-RECHAZO THRU 2900-LEER-RECHAZO-EXIT.
00370  2000-PROC-RECHAZO-EXIT.
00371      EXIT.
371A1 *-------------------------------------------------------------*
371A2  2100-LIQUIDAR-SUSPENSO.
371A3 *    SI CALCULOS CONTABILIZO EL RECHAZO VIGENTE EN SUSPENSO,
371A4 *    GRABA EN EL LOTE DE RESUBMISION SU LIQUIDACION "L" CON
371A5 *    LA LLAVE DEL RECHAZO, LAS CUENTAS, EL MONTO Y LA ACCION
371A6 *    (C O B) QUE DEJO EL LLAMADOR EN WS-ACCION-LIQ.
371A7 *-------------------------------------------------------------*
371A8      IF RZ-SUS-CUENTA = SPACES
371A9          GO TO 2100-LIQUIDAR-SUSPENSO-EXIT
371B1      END-IF.
371B2      MOVE SPACES        TO RT-REG-LIQUIDACION.
371B3      MOVE "L"           TO RT-TIPO-REG.
371B4      MOVE RZ-RUN-FECHA  TO RT-LQ-RZ-FECHA.
371B5      MOVE RZ-NUMERO-REG TO RT-LQ-RZ-NUMERO.
371B6      MOVE RZ-SUS-CUENTA TO RT-LQ-CUENTA.
371B7      MOVE RZ-SUS-CONTRA TO RT-LQ-CONTRA.
371B8      MOVE RZ-SUS-MONTO  TO RT-LQ-MONTO.
371B9      MOVE WS-ACCION-LIQ TO RT-LQ-ACCION.
371C1      WRITE RT-REG-LIQUIDACION.
371C2      ADD 1 TO WS-CONT-LIQUIDAC.
371C3  2100-LIQUIDAR-SUSPENSO-EXIT.
371C4      EXIT.
00372 *-------------------------------------------------------------*
00373  2900-LEER-RECHAZO.
00374 *    LEE UN RECHAZO; AL FIN DE ARCHIVO ENCIENDE EL SWITCH.
00396 *    NUMERO1/NUMERO2 Y FECHA NUMERICOS, Y FECHA EFECTIVA EN
00397 *    DIA HABIL DE PERIODO ABIERTO. DEJA EL MOTIVO EN
00398 *    WS-MOTIVO-FALLA; EN BLANCO SI LA CORRECCION PASA.
398A1 *    UNA MONEDA EN BLANCO EN LA CORRECCION CONSERVA LA DEL
398A2 *    DETALLE RECHAZADO; LA QUE QUEDE DEBE SER BLANCO
398A3 *    (MONEDA FUNCIONAL) O LETRAS.
398A4 *    UN REVERSO ("RV") NO LLEVA MONEDA NI SE LE REVISA:
398A5 *    SE REVALIDA SU REFERENCIA AL REGISTRO DE CALCLOG
398A6 *    (VER 3120); LOS DEMAS TIPOS VIAJAN CON REFERENCIA
398A7 *    EN CEROS.
00399 *-------------------------------------------------------------*
00400      MOVE SPACES TO WS-MOTIVO-FALLA.
00401      MOVE WS-CO-NUMERO1 (WS-CORR-ENC)  TO WD-NUMERO1.
00402      MOVE WS-CO-NUMERO2 (WS-CORR-ENC)  TO WD-NUMERO2.
00403      MOVE WS-CO-FECHA-EF (WS-CORR-ENC) TO WD-FECHA.
403A0      MOVE ZEROS TO WD-REF-RUN-ID.
403A0A     MOVE ZEROS TO WD-REF-SECUENCIA.
403A1      MOVE WS-CO-TIPO (WS-CORR-ENC)     TO WD-TIPO-TRANS.
403A2      IF WD-TIPO-TRANS = SPACES
403A3          MOVE "00" TO WD-TIPO-TRANS
403A4      END-IF.
403A5      IF WD-TIPO-TRANS NOT = "00"
403A5A       AND WD-TIPO-TRANS NOT = "RV"
403A6        AND (WD-TIPO-TRANS < "01" OR WD-TIPO-TRANS > "05")
403A7          MOVE "TIPO DE TRANSACCION INVALIDO"
403A8              TO WS-MOTIVO-FALLA
403A9          GO TO 3100-REVALIDAR-CORRECCION-EXIT
403B1      END-IF.
403B1A     IF WD-TIPO-TRANS = "RV"
403B1B         PERFORM 3120-REVALIDAR-REFERENCIA THRU
403B1C             3120-REVALIDAR-REFERENCIA-EXIT
403B1D         IF WS-MOTIVO-FALLA NOT = SPACES
403B1E             GO TO 3100-REVALIDAR-CORRECCION-EXIT
403B1F         END-IF
403B1G         GO TO 3100-REVALIDAR-NUMEROS
403B1H     END-IF.
403B2      MOVE WS-CO-MONEDA (WS-CORR-ENC)   TO WD-MONEDA.
403B3      IF WD-MONEDA = SPACES
403B4          MOVE RZ-VALOR-CRUDO TO WS-CRUDO-DETALLE
403B5          MOVE WC-MONEDA      TO WD-MONEDA
403B6      END-IF.
403B7      IF WD-MONEDA NOT ALPHABETIC-UPPER
403B8          MOVE "CODIGO DE MONEDA INVALIDO"
403B9              TO WS-MOTIVO-FALLA
403C1          GO TO 3100-REVALIDAR-CORRECCION-EXIT
403C2      END-IF.
403C3  3100-REVALIDAR-NUMEROS.
00404      IF WD-NUMERO1-N NOT NUMERIC OR WD-NUMERO2-N NOT NUMERIC
00405          MOVE "NUMERO1/NUMERO2 NO SON NUMERICOS"
00406              TO WS-MOTIVO-FALLA
00440      END-IF.
00441  3110-BUSCAR-FECHA-EXIT.
00442      EXIT.
442A1 *-------------------------------------------------------------*
442A2  3120-REVALIDAR-REFERENCIA.
442A3 *    REVALIDA LA REFERENCIA DE UN REVERSO AL REGISTRO DE
442A4 *    CALCLOG QUE ANULA. UNA REFERENCIA EN BLANCO EN LA
442A5 *    CORRECCION CONSERVA LA DEL DETALLE RECHAZADO, TOMADA
442A6 *    DE SU VALOR CRUDO. QUE EL ORIGINAL EXISTA Y NO ESTE YA
442A7 *    REVERSADO LO VERIFICA CALCULOS AL REPROCESAR.
442A8 *-------------------------------------------------------------*
442A9      MOVE SPACES TO WD-MONEDA.
442B1      MOVE WS-CO-REF-RUN (WS-CORR-ENC) TO WD-REF-RUN-ID.
442B2      MOVE WS-CO-REF-SEC (WS-CORR-ENC) TO WD-REF-SECUENCIA.
442B3      IF WD-REF-RUN-ID = SPACES AND WD-REF-SECUENCIA = SPACES
442B4          MOVE RZ-VALOR-CRUDO   TO WS-CRUDO-DETALLE
442B5          MOVE WC-REF-RUN-ID    TO WD-REF-RUN-ID
442B6          MOVE WC-REF-SECUENCIA TO WD-REF-SECUENCIA
442B7      END-IF.
442B8      IF WD-REF-RUN-ID-N NOT NUMERIC
442B9        OR WD-REF-SECUENCIA-N NOT NUMERIC
442C1          MOVE "REVERSO SIN REFERENCIA VALIDA" TO WS-MOTIVO-FALLA
442C2          GO TO 3120-REVALIDAR-REFERENCIA-EXIT
442C3      END-IF.
442C4      IF WD-REF-RUN-ID-N = ZERO OR WD-REF-SECUENCIA-N = ZERO
442C5          MOVE "REVERSO SIN REFERENCIA VALIDA" TO WS-MOTIVO-FALLA
442C6      END-IF.
442C7  3120-REVALIDAR-REFERENCIA-EXIT.
442C8      EXIT.
00443 *-------------------------------------------------------------*
00444  4000-GRABAR-RECHNEW.
00445 *    GRABA EL RECHAZO VIGENTE, CON SU ESTADO ACTUALIZADO, EN
00478      DISPLAY "CALCREPA: DADOS DE BAJA      : " WS-CONT-BAJAS.
00479      DISPLAY "CALCREPA: CORRECCIONES MALAS : "
00480          WS-CONT-FALLIDAS.
480A1      DISPLAY "CALCREPA: SUSPENSOS LIQ.     : "
480A2          WS-CONT-LIQUIDAC.
00481      IF WS-CONT-FALLIDAS > ZERO
00482          DISPLAY "CALCREPA: HAY CORRECCIONES QUE NO PASARON "
00483              "LA REVALIDACION - RETURN-CODE 4"
