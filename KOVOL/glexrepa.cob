030B8 *                    GENERACION Y LA SELLA EN "V" EN          *
030B9 *                    GLRESUBV, QUE ES LO UNICO QUE RECIBE EL  *
030C1 *                    MAYOR.                                   *
030D1 * 2026-10-15  MQR    LA REVALIDACION CONTROLA TAMBIEN LA      *
030D2 *                    CUENTA: DEBE SER LA DE CONTROL DEL       *
030D3 *                    CUADRE O LA CUENTA DEBE/HABER DE UNA     *
030D4 *                    ENTRADA DE GLMAP VIGENTE A LA FECHA      *
030D5 *                    CORREGIDA DEL ASIENTO (VER GLMAPR). EL   *
030D6 *                    MAPEO SE CARGA CON TODAS SUS VERSIONES   *
030D7 *                    JUNTO CON LA CUENTA DE CONTROL. SIN      *
030D8 *                    GLMAP LA CUENTA NO SE CONTROLA.          *
030E1 * 2026-10-15  MQR    EL CALENDARIO PUEDE TRAER VARIOS         *
030E2 *                    EJERCICIOS FISCALES (LOS GENERA          *
030E3 *                    CALCFISC): LA TABLA DEL CALENDARIO PASA  *
030E4 *                    DE 500 A 2000 FECHAS.                    *
030F1 * 2026-10-15  MQR    LAS CUENTAS DE SUSPENSO DE LOS RECHAZOS  *
030F2 *                    (REGISTROS "S" DE GLMAP, SIN FECHAS)     *
030F3 *                    TAMBIEN SON CUENTAS VALIDAS PARA         *
030F4 *                    CORREGIR UN ASIENTO: LOS ASIENTOS DE     *
030F5 *                    SUSPENSO VAN A GLFEED Y PUEDEN VOLVER EN *
030F6 *                    GLEXCEP.                                 *
00031 *-------------------------------------------------------------*
00032  ENVIRONMENT DIVISION.
00033  INPUT-OUTPUT SECTION.
00108    77 WS-CORR-IDX        PIC 9(04) COMP VALUE ZERO.
00109    77 WS-CORR-ENC        PIC 9(04) COMP VALUE ZERO.
00110    77 WS-CALEN-CANT      PIC 9(04) COMP VALUE ZERO.
00111    77 WS-CALEN-MAX       PIC 9(04) COMP VALUE 2000.
00112    77 WS-CALEN-IDX       PIC 9(04) COMP VALUE ZERO.
00113    77 WS-CALEN-ENC       PIC 9(04) COMP VALUE ZERO.
00114    77 WS-CONT-LEIDAS     PIC 9(08) COMP VALUE ZERO.
00122    77 WS-CTA-BALANCE     PIC X(10) VALUE "CALCCONTRL".
00123    77 WS-DESC-BALANCE    PIC X(20) VALUE "GLEXREPA CUADRE RSUB".
00124    77 WS-MOTIVO-FALLA    PIC X(33) VALUE SPACES.
124A1    77 WS-GLMAP-CANT      PIC 9(04) COMP VALUE ZERO.
124A2    77 WS-GLMAP-MAX       PIC 9(04) COMP VALUE 500.
124A3    77 WS-GLMAP-IDX       PIC 9(04) COMP VALUE ZERO.
124A4    77 WS-GLMAP-ENC       PIC 9(04) COMP VALUE ZERO.
00125 *
00126    01 WS-DETALLE-PRUEBA.
00127       05 WD-FECHA         PIC X(08).
00156          10 WS-CO-DESC     PIC X(20).
00157 *
00158    01 WS-TABLA-CALENDARIO.
00159       05 WS-CALEN-DIA OCCURS 2000 TIMES.
00160          10 WS-CALEN-FECHA  PIC 9(08).
00161          10 WS-CALEN-HABIL  PIC X(01).
00162          10 WS-CALEN-ESTADO PIC X(01).
162A1 *
162A2    01 WS-TABLA-GLMAP.
162A3       05 WS-GLMAP-ENTRADA OCCURS 500 TIMES.
162A4          10 WS-GLMAP-DEBE   PIC X(10).
162A5          10 WS-GLMAP-HABER  PIC X(10).
162A6          10 WS-GLMAP-DESDE  PIC 9(08).
162A7          10 WS-GLMAP-HASTA  PIC 9(08).
00163 *
00164  PROCEDURE DIVISION.
00165 *-------------------------------------------------------------*
00317 *-------------------------------------------------------------*
00318  1300-CARGAR-CTA-CONTROL.
00319 *    TOMA DE GLMAP LA CUENTA DE CONTROL DEL ASIENTO DE
00320 *    CUADRE (REGISTRO "B") Y CARGA LAS ENTRADAS "1" A "5"
320A1 *    CON SU VIGENCIA, PARA REVALIDAR LA CUENTA CORREGIDA.
320A2 *    SIN GLMAP SE USA LA CUENTA DE CONTROL POR OMISION,
00321 *    IGUAL QUE CALCULOS, Y LA CUENTA NO SE CONTROLA.
00322 *-------------------------------------------------------------*
00323      OPEN INPUT GLMAP.
00324      IF WS-GLMAP-STATUS NOT = "00"
00334 *-------------------------------------------------------------*
00335  1310-BUSCAR-CTA-B.
00336 *    LEE UN REGISTRO DE GLMAP; EL REGISTRO "B" TRAE LA
00337 *    CUENTA DE CONTROL DEL CUADRE, LOS "1" A "5" VAN A LA
337A1 *    TABLA DEL MAPEO, IGUAL QUE LOS "S" DE SUSPENSO (SIN
337A2 *    FECHAS, QUEDAN CON VIGENCIA ABIERTA).
00338 *-------------------------------------------------------------*
00339      READ GLMAP
00340          AT END
00343      IF NOT FIN-GLMAP AND GM-RESULTADO = "B"
00344          MOVE GM-CUENTA-DEBE TO WS-CTA-BALANCE
00345      END-IF.
345A1      IF NOT FIN-GLMAP
345A2        AND ((GM-RESULTADO NOT < "1" AND GM-RESULTADO NOT > "5")
345A2A            OR GM-RESULTADO = "S")
345A3          PERFORM 1320-CARGAR-MAPEO THRU
345A4              1320-CARGAR-MAPEO-EXIT
345A5      END-IF.
00346  1310-BUSCAR-CTA-B-EXIT.
00347      EXIT.
347A1 *-------------------------------------------------------------*
347A2  1320-CARGAR-MAPEO.
347A3 *    CARGA LAS CUENTAS DEBE Y HABER DE LA ENTRADA LEIDA CON
347A4 *    SU VIGENCIA: CERO O BLANCO QUEDA ABIERTA (DESDE CERO,
347A5 *    HASTA 99999999).
347A6 *-------------------------------------------------------------*
347A7      IF WS-GLMAP-CANT NOT < WS-GLMAP-MAX
347A8          DISPLAY "GLEXREPA: GLMAP EXCEDE LA TABLA - SE "
347A9              "IGNORA LA ENTRADA " GM-RESULTADO "/" GM-TIPO-TRANS
347B1          GO TO 1320-CARGAR-MAPEO-EXIT
347B2      END-IF.
347B3      ADD 1 TO WS-GLMAP-CANT.
347B4      MOVE GM-CUENTA-DEBE  TO WS-GLMAP-DEBE (WS-GLMAP-CANT).
347B5      MOVE GM-CUENTA-HABER TO WS-GLMAP-HABER (WS-GLMAP-CANT).
347B6      MOVE ZERO     TO WS-GLMAP-DESDE (WS-GLMAP-CANT).
347B7      MOVE 99999999 TO WS-GLMAP-HASTA (WS-GLMAP-CANT).
347B8      IF GM-VIGENTE-DESDE NUMERIC
347B9          MOVE GM-VIGENTE-DESDE
347C1              TO WS-GLMAP-DESDE (WS-GLMAP-CANT)
347C2      END-IF.
347C3      IF GM-VIGENTE-HASTA NUMERIC
347C4        AND GM-VIGENTE-HASTA NOT = ZERO
347C5          MOVE GM-VIGENTE-HASTA
347C6              TO WS-GLMAP-HASTA (WS-GLMAP-CANT)
347C7      END-IF.
347C8  1320-CARGAR-MAPEO-EXIT.
347C9      EXIT.
00348 *-------------------------------------------------------------*
00349  2000-PROC-EXCEPCION.
00350 *    RESUELVE LA EXCEPCION VIGENTE: SI YA NO ESTA PENDIENTE
00434  3100-REVALIDAR-CORRECCION.
00435 *    APLICA A LA CORRECCION LOS FILTROS DEL LADO DEL MAYOR:
00436 *    FECHA NUMERICA EN DIA HABIL DE PERIODO ABIERTO, LADO
00437 *    D/C, MONTO NUMERICO Y CUENTA NO BLANCA, Y QUE LA CUENTA
437A1 *    SEA LA DE CONTROL O ESTE MAPEADA EN GLMAP A LA FECHA
437A2 *    DEL ASIENTO. DEJA EL MOTIVO EN WS-MOTIVO-FALLA; EN
00438 *    BLANCO SI LA CORRECCION PASA.
00439 *-------------------------------------------------------------*
00440      MOVE SPACES TO WS-MOTIVO-FALLA.
00441      MOVE WS-CO-FECHA-AS (WS-CORR-ENC) TO WD-FECHA.
00477      IF WS-CALEN-ESTADO (WS-CALEN-ENC) NOT = "A"
00478          MOVE "FECHA DEL ASIENTO EN PERIODO CERRADO"
00479              TO WS-MOTIVO-FALLA
479A1          GO TO 3100-REVALIDAR-CORRECCION-EXIT
00480      END-IF.
480A1      IF WS-GLMAP-CANT = ZERO
480A2        OR WS-CO-CUENTA (WS-CORR-ENC) = WS-CTA-BALANCE
480A3          GO TO 3100-REVALIDAR-CORRECCION-EXIT
480A4      END-IF.
480A5      MOVE ZERO TO WS-GLMAP-ENC.
480A6      PERFORM 3120-BUSCAR-MAPEO THRU 3120-BUSCAR-MAPEO-EXIT
480A7          VARYING WS-GLMAP-IDX FROM 1 BY 1
480A8          UNTIL WS-GLMAP-IDX > WS-GLMAP-CANT
480A9             OR WS-GLMAP-ENC > ZERO.
480B1      IF WS-GLMAP-ENC = ZERO
480B2          MOVE "CUENTA NO MAPEADA A LA FECHA" TO WS-MOTIVO-FALLA
480B3      END-IF.
00481  3100-REVALIDAR-CORRECCION-EXIT.
00482      EXIT.
00483 *-------------------------------------------------------------*
00489      END-IF.
00490  3110-BUSCAR-FECHA-EXIT.
00491      EXIT.
491A1 *-------------------------------------------------------------*
491A2  3120-BUSCAR-MAPEO.
491A3 *    BUSCA UNA ENTRADA DEL MAPEO VIGENTE A LA FECHA CORREGIDA
491A4 *    CUYA CUENTA DEBE O HABER SEA LA CUENTA CORREGIDA.
491A5 *-------------------------------------------------------------*
491A6      IF WD-FECHA-N NOT < WS-GLMAP-DESDE (WS-GLMAP-IDX)
491A7        AND WD-FECHA-N NOT > WS-GLMAP-HASTA (WS-GLMAP-IDX)
491A8        AND (WS-GLMAP-DEBE (WS-GLMAP-IDX)
491A9               = WS-CO-CUENTA (WS-CORR-ENC)
491B1          OR WS-GLMAP-HABER (WS-GLMAP-IDX)
491B2               = WS-CO-CUENTA (WS-CORR-ENC))
491B3          MOVE WS-GLMAP-IDX TO WS-GLMAP-ENC
491B4      END-IF.
491B5  3120-BUSCAR-MAPEO-EXIT.
491B6      EXIT.
00492 *-------------------------------------------------------------*
00493  4000-GRABAR-GLEXNEW.
00494 *    GRABA LA EXCEPCION VIGENTE, CON SU ESTADO ACTUALIZADO,
