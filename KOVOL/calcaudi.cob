00021 * LAS DOS MARCAS DE EXCEPCION VIENE EN "S", SOLO CUMPLEN     *
00022 * LOS REGISTROS QUE TENGAN ENCENDIDA ALGUNA DE LAS MARCAS   *
00023 * PEDIDAS.                                                   *
023A1 * CON AP-SOLO-REVERSOS EN "S" SOLO CUMPLEN LOS REGISTROS DE  *
023A2 * UN PAR DE REVERSO: EL ORIGINAL REVERSADO Y SU REVERSO,     *
023A3 * CADA UNO CON LA LLAVE DEL OTRO EN LA LINEA DE DETALLE.     *
00024 *-------------------------------------------------------------*
00025 * HISTORIAL DE MODIFICACIONES                                *
00026 *-------------------------------------------------------------*
028B3 *                    CRECE A 132 BYTES): AUDIEXT, CALCHIST Y  *
028B4 *                    EL REPORTE SIGUEN EL MISMO LARGO Y LAS   *
028B5 *                    COLUMNAS DEL DETALLE SE ENSANCHAN.       *
028C1 * 2026-10-15  MQR    CALCLOGR GANA EL LOTE Y EL SISTEMA DE    *
028C2 *                    ORIGEN DE CADA DETALLE: AUDIEXT Y        *
028C3 *                    CALCHIST PASAN DE 142 A 158 BYTES.       *
028D1 * 2026-10-15  MQR    CALCLOGR GANA LA MONEDA, LOS MONTOS      *
028D2 *                    ORIGINALES Y LA TASA DE CAMBIO DE CADA   *
028D3 *                    TRANSACCION: AUDIEXT Y CALCHIST PASAN DE *
028D4 *                    158 A 202 BYTES.                         *
028E1 * 2026-10-15  MQR    CALCLOGR GANA LA MARCA DE REVERSO Y LA   *
028E2 *                    LLAVE DE LA OTRA MITAD DEL PAR: AUDIEXT  *
028E3 *                    Y CALCHIST PASAN DE 202 A 217 BYTES. EL  *
028E4 *                    DETALLE MUESTRA LA MARCA (R = REVERSADO, *
028E5 *                    V = REVERSO) Y LA REFERENCIA             *
028E6 *                    CORRIDA/SECUENCIA, Y AUDIPARM GANA AP-   *
028E7 *                    SOLO-REVERSOS PARA PEDIR SOLO LOS        *
028E8 *                    REGISTROS DE UN PAR DE REVERSO.          *
028F1 * 2026-10-15  MQR    CALCLOGR GANA LA FECHA DEL MAPEO:        *
028F2 *                    AUDIEXT Y CALCHIST PASAN DE 217 A 225    *
028F3 *                    BYTES.                                   *
028G1 * 2026-10-15  MQR    CALCLOGR GANA LOS MONTOS ORIGINALES DEL  *
028G2 *                    ORIGINAL EN UN REVERSO: AUDIEXT Y        *
028G3 *                    CALCHIST PASAN DE 225 A 245 BYTES.       *
00029 *-------------------------------------------------------------*
00030  ENVIRONMENT DIVISION.
00031  INPUT-OUTPUT SECTION.
00064       05 AP-OPERADOR-ID    PIC X(08).
00065       05 AP-SOLO-DIVISION  PIC X(01).
00066       05 AP-SOLO-DESBORDE  PIC X(01).
066A1       05 AP-SOLO-REVERSOS  PIC X(01).
00067 *
00068   FD  AUDIRPT
00069       LABEL RECORDS ARE STANDARD
00073   FD  AUDIEXT
00074       LABEL RECORDS ARE STANDARD
00075       RECORDING MODE IS F.
00076   01  AUDIEXT-RECORD       PIC X(245).
00077 *
077A1   FD  CALCHIST
077A2       LABEL RECORDS ARE STANDARD
077A3       RECORDING MODE IS F.
077A4   01  CALCHIST-RECORD      PIC X(245).
077A5 *
00078   WORKING-STORAGE SECTION.
00079    77 WS-CALCLOG-STATUS  PIC X(02) VALUE "00".
00106          88 REGISTRO-CUMPLE    VALUE "S".
106A1       05 WS-FIN-HIST-SW  PIC X(01) VALUE "N".
106A2          88 FIN-CALCHIST       VALUE "S".
106A3       05 WS-SOLO-REV-SW  PIC X(01) VALUE "N".
106A4          88 PIDE-REVERSOS      VALUE "S".
00107 *
00108 *-------------------------------------------------------------*
00109 *    LINEAS DEL REPORTE DE CONSULTA.                          *
00125               "CORRIDA SECUENCIA FECHA    OPERADOR".
00126       05 FILLER            PIC X(52) VALUE
00126A              " NUMERO1    NUMERO2     RESULTADO3   RESULTADO5".
00127       05 FILLER            PIC X(43) VALUE
127A1               "  D E R REFERENCIA".
00128    01 WS-LINEA-DETALLE.
00129       05 FILLER            PIC X(02) VALUE SPACES.
00130       05 WLD-CORRIDA       PIC 9(06).
00148       05 WLD-DIVISION      PIC X(01).
00149       05 FILLER            PIC X(01) VALUE SPACES.
00150       05 WLD-DESBORDE      PIC X(01).
00151       05 FILLER            PIC X(01) VALUE SPACES.
151A1       05 WLD-REVERSO       PIC X(01).
151A2       05 FILLER            PIC X(01) VALUE SPACES.
151A3       05 WLD-REFERENCIA.
151A4          10 WLD-REF-CORRIDA   PIC 9(06).
151A5          10 WLD-REF-BARRA     PIC X(01).
151A6          10 WLD-REF-SECUENCIA PIC 9(08).
00152    01 WS-LINEA-TOTALES.
00153       05 FILLER            PIC X(05) VALUE SPACES.
00154       05 FILLER            PIC X(24)
00247      MOVE AP-OPERADOR-ID   TO WS-OPERADOR-SEL.
00248      MOVE AP-SOLO-DIVISION TO WS-SOLO-DIV-SW.
00249      MOVE AP-SOLO-DESBORDE TO WS-SOLO-DES-SW.
249A1      MOVE AP-SOLO-REVERSOS TO WS-SOLO-REV-SW.
00250      CLOSE AUDIPARM.
00251      DISPLAY "CALCAUDI: FECHAS " WS-FECHA-DESDE " A "
00252          WS-FECHA-HASTA " CORRIDAS " WS-RUN-DESDE " A "
00253          WS-RUN-HASTA " OPERADOR " WS-OPERADOR-SEL
00254          " DIV " WS-SOLO-DIV-SW " DES " WS-SOLO-DES-SW
254A1          " REV " WS-SOLO-REV-SW.
00255  1100-LEER-CRITERIOS-EXIT.
00256      EXIT.
00257 *-------------------------------------------------------------*
00279 *    CRITERIOS DEL PARAMETRO. LAS MARCAS DE EXCEPCION SE
00280 *    COMBINAN EN "O": SI SE PIDIO DIVISION Y/O DESBORDE,
00281 *    BASTA QUE EL REGISTRO TENGA ALGUNA DE LAS PEDIDAS.
281A1 *    SI SE PIDIERON REVERSOS, EL REGISTRO DEBE SER PARTE DE
281A2 *    UN PAR (REVERSADO O REVERSO).
00282 *-------------------------------------------------------------*
00283      MOVE "N" TO WS-CUMPLE-SW.
00284      IF CL-RUN-FECHA < WS-FECHA-DESDE
00301              GO TO 2100-EVALUAR-CRITERIOS-EXIT
00302          END-IF
00303      END-IF.
303A1      IF PIDE-REVERSOS
303A2        AND NOT CL-REVERSADO
303A3        AND NOT CL-ES-REVERSO
303A4          GO TO 2100-EVALUAR-CRITERIOS-EXIT
303A5      END-IF.
00304      MOVE "S" TO WS-CUMPLE-SW.
00305  2100-EVALUAR-CRITERIOS-EXIT.
00306      EXIT.
00335 *-------------------------------------------------------------*
00336  5100-ESCRIBIR-DETALLE.
00337 *    ESCRIBE LA LINEA DE DETALLE DEL REGISTRO SELECCIONADO;
00338 *    SI LA PAGINA SE LLENO, ABRE UNA NUEVA. UN REGISTRO DE
338A1 *    UN PAR DE REVERSO MUESTRA SU MARCA Y LA LLAVE DE LA
338A2 *    OTRA MITAD DEL PAR.
00339 *-------------------------------------------------------------*
00340      IF WS-LINEA-CONT NOT < WS-LINEAS-POR-PAG
00341          PERFORM 5000-ENCABEZADO-REPORTE THRU
00351      MOVE CL-RESULTADO5  TO WLD-RESULTADO5.
00352      MOVE CL-DIVISION-SW TO WLD-DIVISION.
00353      MOVE CL-EXPRESION-SW TO WLD-DESBORDE.
353A1      MOVE CL-REVERSA-EST TO WLD-REVERSO.
353A2      MOVE SPACES         TO WLD-REFERENCIA.
353A3      IF CL-REVERSADO OR CL-ES-REVERSO
353A4          MOVE CL-REVERSA-RUN-ID TO WLD-REF-CORRIDA
353A5          MOVE "/"               TO WLD-REF-BARRA
353A6          MOVE CL-REVERSA-SEC    TO WLD-REF-SECUENCIA
353A7      END-IF.
00354      WRITE PRT-RECORD FROM WS-LINEA-DETALLE.
00355      ADD 1 TO WS-LINEA-CONT.
00356  5100-ESCRIBIR-DETALLE-EXIT.
