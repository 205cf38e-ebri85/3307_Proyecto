019U2 *                    TOTAL ESPERADO DEL CRUCE SE ACUMULA AHORA   *
019U3 *                    POR ENTRADA DEL MAPEO (WS-EXP-RESULT) Y LA  *
019U4 *                    TABLA GLOBAL QUEDO SIN LECTORES.            *
019V1 * 2026-10-15  MQR    SE VERIFICA LA CONVERSION DE MONEDA DE CADA *
019V2 *                    TRANSACCION: CL-NUMERO1-ORIG Y CL-          *
019V3 *                    NUMERO2-ORIG POR CL-TASA-CAMBIO,            *
019V4 *                    REDONDEADO, DEBEN DAR EL CL-NUMERO1/2       *
019V5 *                    GRABADO. UNA DIFERENCIA SE REPORTA COMO     *
019V6 *                    EXCEPCION CON SU PROPIA LEYENDA.            *
019W1 * 2026-10-15  MQR    LOS REVERSOS (CL-REVERSA-EST "V") SE CRUZAN *
019W2 *                    APARTE: SU RESULTADO SE ESPERA EN WS-EXP-   *
019W3 *                    REVERSO Y SUS ASIENTOS ESPEJO, MARCADOS     *
019W4 *                    "REV " EN GL-DESCRIPCION, DEBEN ACREDITAR   *
019W5 *                    LA CUENTA DEBE Y DEBITAR LA CUENTA HABER DE *
019W6 *                    LA ENTRADA DEL MAPEO POR ESE MISMO TOTAL.   *
019X1 * 2026-10-15  MQR    GLMAP TRAE FECHAS DE VIGENCIA (VER GLMAPR): *
019X2 *                    EL ESPERADO DE CADA TRANSACCION SE TOMA     *
019X3 *                    SOLO DE LAS ENTRADAS VIGENTES A SU CL-      *
019X4 *                    FECHA-MAPEO, LA MISMA FECHA CON QUE         *
019X5 *                    CALCULOS ELIGIO EL MAPEO. COMO VARIAS       *
019X6 *                    VERSIONES PUEDEN COMPARTIR CUENTAS, EL      *
019X7 *                    CRUCE PASA DE SER POR ENTRADA DEL MAPEO A   *
019X8 *                    SER POR CUENTA (TABLA WS-TABLA-CRUCE), CON  *
019X9 *                    LOS MISMOS CUATRO LADOS DEBE, HABER, REV-D  *
019XA *                    Y REV-H. LA TABLA DEL MAPEO PASA DE 10 A    *
019XB *                    500 ENTRADAS.                               *
019Y1 * 2026-10-15  MQR    LOS ASIENTOS DE SUSPENSO DE LOS RECHAZOS Y  *
019Y2 *                    DE SU LIQUIDACION (MARCAS "SUS " Y "LSU "   *
019Y3 *                    EN GL-DESCRIPCION, VER GLFEEDR) NO VIENEN   *
019Y4 *                    DE CALCLOG: QUEDAN FUERA DEL CRUCE POR      *
019Y5 *                    CUENTA, SIGUEN SUMANDO AL NETO DE LA        *
019Y6 *                    GENERACION, Y CADA MARCA DEBE CUADRAR SUS   *
019Y7 *                    DEBITOS CONTRA SUS CREDITOS; SI NO, ES      *
019Y8 *                    EXCEPCION DE CRUCE.                         *
019Z1 * 2026-10-15  MQR    EN UN REVERSO LA CONVERSION SE VERIFICA CON *
019Z2 *                    LOS MONTOS ORIGINALES DEL ORIGINAL          *
019Z3 *                    (CL-REVERSA-ORIG1/2): CL-NUMERO1/2-ORIG     *
019Z4 *                    TRAEN LO RECIBIDO EN TRANSIN.               *
00020 *-------------------------------------------------------------*
00021  ENVIRONMENT DIVISION.
00022  INPUT-OUTPUT SECTION.
047B6    77 WS-LINEA-CONT       PIC 9(04) COMP VALUE ZERO.
047B7    77 WS-LINEAS-POR-PAG   PIC 9(04) COMP VALUE 60.
047C1    77 WS-GLMAP-CANT       PIC 9(04) COMP VALUE ZERO.
047C2    77 WS-GLMAP-MAX        PIC 9(04) COMP VALUE 500.
047C3    77 WS-GLMAP-IDX        PIC 9(04) COMP VALUE ZERO.
047C4    77 WS-CTA-BALANCE      PIC X(10) VALUE "CALCCONTRL".
047C5    77 WS-GL-TOT-DEBE      PIC S9(16)V9(2) VALUE ZERO.
047C6    77 WS-GL-TOT-HABER     PIC S9(16)V9(2) VALUE ZERO.
047C7    77 WS-GL-NETO          PIC S9(16)V9(2) VALUE ZERO.
047C8    77 WS-CONT-CRUCE-EXC   PIC 9(08) COMP VALUE ZERO.
047C8A   77 WS-SUS-DEBE         PIC S9(16)V9(2) VALUE ZERO.
047C8B   77 WS-SUS-HABER        PIC S9(16)V9(2) VALUE ZERO.
047C8C   77 WS-LSU-DEBE         PIC S9(16)V9(2) VALUE ZERO.
047C8D   77 WS-LSU-HABER        PIC S9(16)V9(2) VALUE ZERO.
047C9    77 WS-CONV-NUMERO1     PIC S9(14)V9(2) VALUE ZERO.
047D1    77 WS-CONV-NUMERO2     PIC S9(14)V9(2) VALUE ZERO.
047D1A   77 WS-CONV-ORIG1       PIC S9(7)V9(2) VALUE ZERO.
047D1B   77 WS-CONV-ORIG2       PIC S9(7)V9(2) VALUE ZERO.
047D2    77 WS-EXP-MONTO        PIC S9(16)V9(2) VALUE ZERO.
047D3    77 WS-FECHA-MAPEO      PIC 9(08) VALUE ZERO.
047D4    77 WS-CRZ-CANT         PIC 9(04) COMP VALUE ZERO.
047D5    77 WS-CRZ-MAX          PIC 9(04) COMP VALUE 1000.
047D6    77 WS-CRZ-IDX          PIC 9(04) COMP VALUE ZERO.
047D7    77 WS-CRZ-ENC          PIC 9(04) COMP VALUE ZERO.
047D8    77 WS-CRZ-BUSCA        PIC X(10) VALUE SPACES.
00048    77 WS-CONT-LEIDOS      PIC 9(8) COMP VALUE ZERO.
00049    77 WS-CONT-EXCEPCION   PIC 9(8) COMP VALUE ZERO.
00050 *
053F2          88 ERROR-DE-ARCHIVO    VALUE "S".
00054 *
054A1  01 WS-TABLA-GLMAP.
054A2     05 WS-GLMAP-CUENTA OCCURS 500 TIMES.
054A3        10 WS-GLMAP-RESULT PIC X(01).
054A3A       10 WS-GLMAP-TIPO   PIC X(02).
054A4        10 WS-GLMAP-DEBE   PIC X(10).
054A5        10 WS-GLMAP-HABER  PIC X(10).
054A6        10 WS-GLMAP-DESDE  PIC 9(08).
054A7        10 WS-GLMAP-HASTA  PIC 9(08).
054A8  01 WS-TABLA-CRUCE.
054A8A    05 WS-CRZ-CUENTA OCCURS 1000 TIMES.
054A8B       10 WS-CRZ-CTA      PIC X(10).
054A8C       10 WS-CRZ-DEBE     PIC S9(16)V9(2).
054A8D       10 WS-CRZ-HABER    PIC S9(16)V9(2).
054A8E       10 WS-EXP-DEBE     PIC S9(16)V9(2).
054A8F       10 WS-EXP-HABER    PIC S9(16)V9(2).
054A8G       10 WS-CRZ-REV-DEBE PIC S9(16)V9(2).
054A8H       10 WS-CRZ-REV-HABER PIC S9(16)V9(2).
054A8I       10 WS-EXP-REV-DEBE PIC S9(16)V9(2).
054A8J       10 WS-EXP-REV-HABER PIC S9(16)V9(2).
054A9 *
054B1 *
054B1A*-------------------------------------------------------------*
00082 *-------------------------------------------------------------*
00083      ADD 1 TO WS-CONT-LEIDOS.
083A6      PERFORM 2100-MARCAR-TIPO THRU 2100-MARCAR-TIPO-EXIT.
083A6A     MOVE CL-FECHA-MAPEO TO WS-FECHA-MAPEO.
083A6B     IF CL-FECHA-MAPEO NOT NUMERIC
083A6C       OR CL-FECHA-MAPEO = ZERO
083A6D         MOVE CL-FECHA-EFECTIVA TO WS-FECHA-MAPEO
083A6E     END-IF.
083A7      IF CRUCE-POSIBLE
083A8          PERFORM 2200-ACUMULAR-ESPERADO THRU
083A9              2200-ACUMULAR-ESPERADO-EXIT
083B1              VARYING WS-GLMAP-IDX FROM 1 BY 1
083B2              UNTIL WS-GLMAP-IDX > WS-GLMAP-CANT
083B3      END-IF.
083B4      PERFORM 2300-VERIFICAR-CONVERSION THRU
083B5          2300-VERIFICAR-CONVERSION-EXIT.
00084      MOVE CL-NUMERO1 TO NUMERO1.
00085      MOVE CL-NUMERO2 TO NUMERO2.
00085A     MOVE CL-MODO-REDONDEO TO WS-MODO-REDONDEO.
091E6      EXIT.
091E7 *-------------------------------------------------------------*
091F1  2200-ACUMULAR-ESPERADO.
091F2 *    SI LA ENTRADA DEL MAPEO EN TURNO ESTA VIGENTE A LA
091F3 *    FECHA DEL MAPEO DE LA TRANSACCION Y SU TIPO COINCIDE,
091F4 *    ACUMULA EL RESULTADO DE CALCLOG QUE ESA ENTRADA
091F5 *    ALIMENTA EN SUS CUENTAS DEBE Y HABER. ESTE ES EL
091F5A*    TOTAL ESPERADO CONTRA EL QUE SE CRUZA GLFEED; EL DE
091F5B*    UN REVERSO SE ACUMULA APARTE, EN LOS LADOS REV-D/REV-H.
091F6 *-------------------------------------------------------------*
091F7      IF WS-GLMAP-TIPO (WS-GLMAP-IDX) NOT = "00"
091F8        AND WS-GLMAP-TIPO (WS-GLMAP-IDX) NOT = SPACES
091F9        AND WS-GLMAP-TIPO (WS-GLMAP-IDX) NOT = WS-TIPO-TRANS
091G1          GO TO 2200-ACUMULAR-ESPERADO-EXIT
091G2      END-IF.
091G21     IF WS-FECHA-MAPEO < WS-GLMAP-DESDE (WS-GLMAP-IDX)
091G22       OR WS-FECHA-MAPEO > WS-GLMAP-HASTA (WS-GLMAP-IDX)
091G23         GO TO 2200-ACUMULAR-ESPERADO-EXIT
091G24     END-IF.
091G2A     MOVE ZERO TO WS-EXP-MONTO.
091G3      IF WS-GLMAP-RESULT (WS-GLMAP-IDX) = "1"
091G4          MOVE CL-RESULTADO1 TO WS-EXP-MONTO
091G5      END-IF.
091G6      IF WS-GLMAP-RESULT (WS-GLMAP-IDX) = "2"
091G7          MOVE CL-RESULTADO2 TO WS-EXP-MONTO
091G8      END-IF.
091G9      IF WS-GLMAP-RESULT (WS-GLMAP-IDX) = "3"
091H1          MOVE CL-RESULTADO3 TO WS-EXP-MONTO
091H2      END-IF.
091H3      IF WS-GLMAP-RESULT (WS-GLMAP-IDX) = "4"
091H4          MOVE CL-RESULTADO4 TO WS-EXP-MONTO
091H5      END-IF.
091H6      IF WS-GLMAP-RESULT (WS-GLMAP-IDX) = "5"
091H7          MOVE CL-RESULTADO5 TO WS-EXP-MONTO
091H8      END-IF.
091H8A     MOVE WS-GLMAP-DEBE (WS-GLMAP-IDX) TO WS-CRZ-BUSCA.
091H8B     PERFORM 6130-BUSCAR-CUENTA THRU 6130-BUSCAR-CUENTA-EXIT.
091H8C     IF WS-CRZ-ENC > ZERO
091H8D         IF CL-ES-REVERSO
091H8E             ADD WS-EXP-MONTO TO WS-EXP-REV-DEBE (WS-CRZ-ENC)
091H8F         ELSE
091H8G             ADD WS-EXP-MONTO TO WS-EXP-DEBE (WS-CRZ-ENC)
091H8H         END-IF
091H8I     END-IF.
091H8J     MOVE WS-GLMAP-HABER (WS-GLMAP-IDX) TO WS-CRZ-BUSCA.
091H8K     PERFORM 6130-BUSCAR-CUENTA THRU 6130-BUSCAR-CUENTA-EXIT.
091H8L     IF WS-CRZ-ENC > ZERO
091H8M         IF CL-ES-REVERSO
091H8N             ADD WS-EXP-MONTO TO WS-EXP-REV-HABER (WS-CRZ-ENC)
091H8O         ELSE
091H8P             ADD WS-EXP-MONTO TO WS-EXP-HABER (WS-CRZ-ENC)
091H8Q         END-IF
091H8R     END-IF.
091H9  2200-ACUMULAR-ESPERADO-EXIT.
091I1      EXIT.
091I2 *-------------------------------------------------------------*
091J1  2300-VERIFICAR-CONVERSION.
091J2 *    REPITE LA CONVERSION A MONEDA FUNCIONAL QUE HIZO CALCULOS
091J3 *    (MONTO ORIGINAL POR LA TASA GRABADA, SIEMPRE REDONDEADO)
091J4 *    Y LA COMPARA CONTRA NUMERO1/NUMERO2 DE CALCLOG. UNA
091J5 *    TRANSACCION EN MONEDA FUNCIONAL TRAE TASA 1 Y SIEMPRE
091J6 *    COINCIDE. UN REVERSO LLEVA LOS MONTOS DEL ORIGINAL QUE
091J6A*    ANULA, ASI QUE SE VERIFICA CON LOS MONTOS ORIGINALES DE
091J6B*    ESTE (CL-REVERSA-ORIG1/2).
091J7 *-------------------------------------------------------------*
091J7A     MOVE CL-NUMERO1-ORIG TO WS-CONV-ORIG1.
091J7B     MOVE CL-NUMERO2-ORIG TO WS-CONV-ORIG2.
091J7C     IF CL-ES-REVERSO
091J7D         MOVE CL-REVERSA-ORIG1 TO WS-CONV-ORIG1
091J7E         MOVE CL-REVERSA-ORIG2 TO WS-CONV-ORIG2
091J7F     END-IF.
091J8      COMPUTE WS-CONV-NUMERO1 ROUNDED =
091J9          WS-CONV-ORIG1 * CL-TASA-CAMBIO.
091K1      COMPUTE WS-CONV-NUMERO2 ROUNDED =
091K2          WS-CONV-ORIG2 * CL-TASA-CAMBIO.
091K3      IF WS-CONV-NUMERO1 = CL-NUMERO1
091K4         AND WS-CONV-NUMERO2 = CL-NUMERO2
091K5          GO TO 2300-VERIFICAR-CONVERSION-EXIT
091K6      END-IF.
091K7      ADD 1 TO WS-CONT-EXCEPCION.
091K8      MOVE "MONTO CONVERTIDO NO COINCIDE CON LA TASA"
091K9          TO WLD-LEYENDA.
091L1      PERFORM 5100-ESCRIBIR-DIFERENCIA THRU
091L2          5100-ESCRIBIR-DIFERENCIA-EXIT.
091L3      DISPLAY "RECONCIL: CONVERSION CORRIDA " CL-RUN-ID
091L4          " SECUENCIA " CL-SECUENCIA " MONEDA " CL-MONEDA
091L5          " TASA " CL-TASA-CAMBIO.
091L6      DISPLAY "          ORIGINAL 1=" WS-CONV-ORIG1
091L7          " 2=" WS-CONV-ORIG2.
091L8      DISPLAY "          CALCLOG  1=" CL-NUMERO1
091L9          " 2=" CL-NUMERO2.
091M1      DISPLAY "          RECALCULO 1=" WS-CONV-NUMERO1
091M2          " 2=" WS-CONV-NUMERO2.
091M3  2300-VERIFICAR-CONVERSION-EXIT.
091M4      EXIT.
091M5 *-------------------------------------------------------------*
00092  2900-LEER-CALCLOG.
00093 *    LEE EL SIGUIENTE REGISTRO DE CALCLOG; AL FIN DE ARCHIVO,
00094 *    O AL SALIR DE LA CORRIDA VIGENTE, ENCIENDE EL SWITCH DE
00123        OR RESULTADO4 NOT = CL-RESULTADO4
00124        OR RESULTADO5 NOT = CL-RESULTADO5
00125          ADD 1 TO WS-CONT-EXCEPCION
125A0          MOVE "RESULTADO RECALCULADO NO COINCIDE CON CALCLOG"
125A0A             TO WLD-LEYENDA
125A1          PERFORM 5100-ESCRIBIR-DIFERENCIA THRU
125A2              5100-ESCRIBIR-DIFERENCIA-EXIT
00126          DISPLAY "RECONCIL: DIFERENCIA CORRIDA " CL-RUN-ID
139B3 *-------------------------------------------------------------*
139B4  5100-ESCRIBIR-DIFERENCIA.
139B5 *    ESCRIBE EN EL REPORTE LA TRANSACCION CUYO RECALCULO NO
139B6 *    COINCIDE CON LO GRABADO EN CALCLOG, CON LA LEYENDA QUE
139B6A*    DEJO EN WLD-LEYENDA EL PARRAFO QUE LA DETECTO.
139B7 *-------------------------------------------------------------*
139B8      IF WS-LINEA-CONT NOT < WS-LINEAS-POR-PAG
139B9          PERFORM 5000-ENCABEZADO-REPORTE THRU
139C2      END-IF.
139C3      MOVE CL-RUN-ID    TO WLD-CORRIDA.
139C4      MOVE CL-SECUENCIA TO WLD-SECUENCIA.
139C7      WRITE PRT-RECORD FROM WS-LINEA-DIFERENCIA.
139C8      ADD 1 TO WS-LINEA-CONT.
139C9  5100-ESCRIBIR-DIFERENCIA-EXIT.
139F5 *    DE LA CORRIDA, Y LA GENERACION COMPLETA DEBE NETEAR EN
139F6 *    CERO. SIN GLMAP O SIN GLFEED (CORRIDA NORMAL, SIN
139F7 *    ALIMENTACION) EL CRUCE SE OMITE SIN MARCAR EXCEPCION.
139F7A*    LOS ASIENTOS DE SUSPENSO Y DE SU LIQUIDACION SOLO DEBEN
139F7B*    CUADRAR CONSIGO MISMOS (VER 6400-CUADRAR-SUSPENSO).
139F8 *-------------------------------------------------------------*
139G1      IF NOT CRUCE-POSIBLE
139G2          GO TO 6000-CRUZAR-GLFEED-EXIT
139H4      CLOSE GLFEED.
139H5      PERFORM 6300-COMPARAR-CUENTA THRU
139H6          6300-COMPARAR-CUENTA-EXIT
139H7          VARYING WS-CRZ-IDX FROM 1 BY 1
139H8          UNTIL WS-CRZ-IDX > WS-CRZ-CANT.
139H8A     PERFORM 6400-CUADRAR-SUSPENSO THRU
139H8B         6400-CUADRAR-SUSPENSO-EXIT.
139H9      COMPUTE WS-GL-NETO = WS-GL-TOT-DEBE - WS-GL-TOT-HABER.
139I1      IF WS-GL-NETO NOT = ZERO
139I2          MOVE "**NETO**  " TO WLC-CUENTA
139J5  6100-CARGAR-GLMAP.
139J6 *    CARGA EL MAPEO DE CUENTAS. SOLO LAS ENTRADAS "1" A "5"
139J7 *    PARTICIPAN DEL CRUCE; "B" APORTA LA CUENTA DE CONTROL.
139J7A*    SE CARGAN TODAS LAS VERSIONES, CADA UNA CON SU
139J7B*    VIGENCIA, Y SUS CUENTAS QUEDAN EN LA TABLA DE CRUCE.
139J8 *-------------------------------------------------------------*
139J9      OPEN INPUT GLMAP.
139K1      IF WS-GLMAP-STATUS NOT = "00"
139L6      EXIT.
139L7 *-------------------------------------------------------------*
139L8  6110-CARGAR-CUENTA.
139L9 *    CARGA UNA ENTRADA DEL MAPEO CON SU VIGENCIA (CERO O
139M1 *    BLANCO = ABIERTA) Y REGISTRA SUS CUENTAS DEBE Y HABER
139M1A*    EN LA TABLA DE CRUCE.
139M2 *-------------------------------------------------------------*
139M3      READ GLMAP
139M4          AT END
139O6A     MOVE GM-TIPO-TRANS   TO WS-GLMAP-TIPO (WS-GLMAP-CANT).
139O7      MOVE GM-CUENTA-DEBE  TO WS-GLMAP-DEBE (WS-GLMAP-CANT).
139O8      MOVE GM-CUENTA-HABER TO WS-GLMAP-HABER (WS-GLMAP-CANT).
139O9      MOVE ZERO     TO WS-GLMAP-DESDE (WS-GLMAP-CANT).
139P1      MOVE 99999999 TO WS-GLMAP-HASTA (WS-GLMAP-CANT).
139P1A     IF GM-VIGENTE-DESDE NUMERIC
139P1B         MOVE GM-VIGENTE-DESDE
139P1C             TO WS-GLMAP-DESDE (WS-GLMAP-CANT)
139P1D     END-IF.
139P1E     IF GM-VIGENTE-HASTA NUMERIC
139P1F       AND GM-VIGENTE-HASTA NOT = ZERO
139P1G         MOVE GM-VIGENTE-HASTA
139P1H             TO WS-GLMAP-HASTA (WS-GLMAP-CANT)
139P1I     END-IF.
139P2      MOVE GM-CUENTA-DEBE  TO WS-CRZ-BUSCA.
139P2A     PERFORM 6120-REGISTRAR-CUENTA THRU
139P2B         6120-REGISTRAR-CUENTA-EXIT.
139P2C     MOVE GM-CUENTA-HABER TO WS-CRZ-BUSCA.
139P2D     PERFORM 6120-REGISTRAR-CUENTA THRU
139P2E         6120-REGISTRAR-CUENTA-EXIT.
139P5  6110-CARGAR-CUENTA-EXIT.
139P6      EXIT.
139P61*-------------------------------------------------------------*
139P62 6120-REGISTRAR-CUENTA.
139P63*    AGREGA A LA TABLA DE CRUCE LA CUENTA DE WS-CRZ-BUSCA,
139P64*    CON SUS TOTALES EN CERO, SI TODAVIA NO ESTA. UNA
139P65*    CUENTA COMPARTIDA POR VARIAS ENTRADAS SE CRUZA UNA SOLA
139P66*    VEZ.
139P67*-------------------------------------------------------------*
139P68     PERFORM 6130-BUSCAR-CUENTA THRU 6130-BUSCAR-CUENTA-EXIT.
139P69     IF WS-CRZ-ENC > ZERO
139P6A         GO TO 6120-REGISTRAR-CUENTA-EXIT
139P6B     END-IF.
139P6C     IF WS-CRZ-CANT NOT < WS-CRZ-MAX
139P6D         DISPLAY "RECONCIL: CUENTAS DEL MAPEO EXCEDEN LA "
139P6E             "TABLA DE CRUCE - " WS-CRZ-BUSCA " NO SE CRUZA"
139P6F         GO TO 6120-REGISTRAR-CUENTA-EXIT
139P6G     END-IF.
139P6H     ADD 1 TO WS-CRZ-CANT.
139P6I     MOVE WS-CRZ-BUSCA TO WS-CRZ-CTA (WS-CRZ-CANT).
139P6J     MOVE ZERO TO WS-CRZ-DEBE (WS-CRZ-CANT).
139P6K     MOVE ZERO TO WS-CRZ-HABER (WS-CRZ-CANT).
139P6L     MOVE ZERO TO WS-EXP-DEBE (WS-CRZ-CANT).
139P6M     MOVE ZERO TO WS-EXP-HABER (WS-CRZ-CANT).
139P6N     MOVE ZERO TO WS-CRZ-REV-DEBE (WS-CRZ-CANT).
139P6O     MOVE ZERO TO WS-CRZ-REV-HABER (WS-CRZ-CANT).
139P6P     MOVE ZERO TO WS-EXP-REV-DEBE (WS-CRZ-CANT).
139P6Q     MOVE ZERO TO WS-EXP-REV-HABER (WS-CRZ-CANT).
139P6R 6120-REGISTRAR-CUENTA-EXIT.
139P6S     EXIT.
139P7 *-------------------------------------------------------------*
139P7A 6130-BUSCAR-CUENTA.
139P7B*    BUSCA LA CUENTA DE WS-CRZ-BUSCA EN LA TABLA DE CRUCE Y
139P7C*    DEJA SU POSICION EN WS-CRZ-ENC (CERO SI NO ESTA).
139P7D*-------------------------------------------------------------*
139P7E     MOVE ZERO TO WS-CRZ-ENC.
139P7F     PERFORM 6140-COMPARAR-LLAVE THRU 6140-COMPARAR-LLAVE-EXIT
139P7G         VARYING WS-CRZ-IDX FROM 1 BY 1
139P7H         UNTIL WS-CRZ-IDX > WS-CRZ-CANT
139P7I            OR WS-CRZ-ENC > ZERO.
139P7J 6130-BUSCAR-CUENTA-EXIT.
139P7K     EXIT.
139P7L*-------------------------------------------------------------*
139P7M 6140-COMPARAR-LLAVE.
139P7N*    COMPARA LA CUENTA EN TURNO DE LA TABLA DE CRUCE CONTRA
139P7O*    LA BUSCADA Y GUARDA SU POSICION SI COINCIDE.
139P7P*-------------------------------------------------------------*
139P7Q     IF WS-CRZ-CTA (WS-CRZ-IDX) = WS-CRZ-BUSCA
139P7R         MOVE WS-CRZ-IDX TO WS-CRZ-ENC
139P7S     END-IF.
139P7T 6140-COMPARAR-LLAVE-EXIT.
139P7U     EXIT.
139P7V*-------------------------------------------------------------*
139P8  6200-ACUMULAR-ASIENTO.
139P9 *    LEE UN ASIENTO DE GLFEED Y ACUMULA SU MONTO EN LA
139Q1 *    CUENTA DE LA TABLA DE CRUCE QUE LE CORRESPONDE Y EN
139Q2 *    LOS TOTALES DEBE/HABER DE LA GENERACION.
139Q2A*    LOS DE SUSPENSO NO SE CRUZAN POR CUENTA: SE ACUMULAN
139Q2B*    APARTE, POR MARCA Y LADO.
139Q3 *-------------------------------------------------------------*
139Q4      READ GLFEED
139Q5          AT END
139R4      ELSE
139R5          ADD GL-MONTO TO WS-GL-TOT-HABER
139R6      END-IF.
139R6A     IF GL-ES-SUSPENSO OR GL-ES-LIQ-SUSPENSO
139R6B         PERFORM 6220-ACUMULAR-SUSPENSO THRU
139R6C             6220-ACUMULAR-SUSPENSO-EXIT
139R6D         GO TO 6200-ACUMULAR-ASIENTO-EXIT
139R6E     END-IF.
139R7      MOVE GL-CUENTA TO WS-CRZ-BUSCA.
139R8      PERFORM 6130-BUSCAR-CUENTA THRU 6130-BUSCAR-CUENTA-EXIT.
139R9      IF WS-CRZ-ENC > ZERO
139R9A         PERFORM 6210-ACUMULAR-CUENTA THRU
139R9B             6210-ACUMULAR-CUENTA-EXIT
139S1      END-IF.
139S2  6200-ACUMULAR-ASIENTO-EXIT.
139S3      EXIT.
139S4 *-------------------------------------------------------------*
139S5  6210-ACUMULAR-CUENTA.
139S6 *    ACUMULA EL ASIENTO VIGENTE EN SU CUENTA DE LA TABLA DE
139S7 *    CRUCE, SEGUN SU LADO. EL ESPEJO DE UN REVERSO
139S7A*    (ACREDITA LA CUENTA DEBE, DEBITA LA HABER) SE ACUMULA
139S7B*    APARTE.
139S8 *-------------------------------------------------------------*
139S8A     IF GL-ES-REVERSO
139S8B         IF GL-ES-CREDITO
139S8C             ADD GL-MONTO TO WS-CRZ-REV-DEBE (WS-CRZ-ENC)
139S8D         ELSE
139S8E             ADD GL-MONTO TO WS-CRZ-REV-HABER (WS-CRZ-ENC)
139S8F         END-IF
139S8J         GO TO 6210-ACUMULAR-CUENTA-EXIT
139S8K     END-IF.
139S9      IF GL-ES-DEBITO
139T2          ADD GL-MONTO TO WS-CRZ-DEBE (WS-CRZ-ENC)
139T4      ELSE
139T6          ADD GL-MONTO TO WS-CRZ-HABER (WS-CRZ-ENC)
139T7      END-IF.
139T8  6210-ACUMULAR-CUENTA-EXIT.
139T9      EXIT.
139TA *-------------------------------------------------------------*
139TB  6220-ACUMULAR-SUSPENSO.
139TC *    ACUMULA EL ASIENTO DE SUSPENSO ("SUS ") O DE SU
139TD *    LIQUIDACION ("LSU ") VIGENTE SEGUN SU LADO.
139TE *-------------------------------------------------------------*
139TF      IF GL-ES-SUSPENSO
139TG          IF GL-ES-DEBITO
139TH              ADD GL-MONTO TO WS-SUS-DEBE
139TI          ELSE
139TJ              ADD GL-MONTO TO WS-SUS-HABER
139TK          END-IF
139TL          GO TO 6220-ACUMULAR-SUSPENSO-EXIT
139TM      END-IF.
139TN      IF GL-ES-DEBITO
139TO          ADD GL-MONTO TO WS-LSU-DEBE
139TP      ELSE
139TQ          ADD GL-MONTO TO WS-LSU-HABER
139TR      END-IF.
139TS  6220-ACUMULAR-SUSPENSO-EXIT.
139TT      EXIT.
139U1 *-------------------------------------------------------------*
139U2  6300-COMPARAR-CUENTA.
139U3 *    COMPARA EL TOTAL DEBITADO Y ACREDITADO A LA CUENTA EN
139U4 *    TURNO DE LA TABLA DE CRUCE CONTRA EL TOTAL DE LOS
139U5 *    RESULTADOS QUE CALCLOG DICE QUE SE LE ALIMENTARON, Y LO
139U5A*    MISMO CON EL ESPEJO DE LOS REVERSOS.
139U6 *-------------------------------------------------------------*
139U7      MOVE WS-CRZ-CTA (WS-CRZ-IDX) TO WLC-CUENTA.
139U7A     IF WS-CRZ-DEBE (WS-CRZ-IDX)
139U8        NOT = WS-EXP-DEBE (WS-CRZ-IDX)
139V1          MOVE "DEBE " TO WLC-LADO
139V2          MOVE WS-CRZ-DEBE (WS-CRZ-IDX) TO WLC-MONTO-GL
139V3          MOVE WS-EXP-DEBE (WS-CRZ-IDX) TO WLC-MONTO-EXP
139V4          PERFORM 5200-ESCRIBIR-CRUCE THRU
139V5              5200-ESCRIBIR-CRUCE-EXIT
139V6          DISPLAY "RECONCIL: CUENTA "
139V7              WS-CRZ-CTA (WS-CRZ-IDX)
139V8              " DEBE NO CRUZA CON CALCLOG"
139V9      END-IF.
139W1      IF WS-CRZ-HABER (WS-CRZ-IDX)
139W2        NOT = WS-EXP-HABER (WS-CRZ-IDX)
139W4          MOVE "HABER" TO WLC-LADO
139W5          MOVE WS-CRZ-HABER (WS-CRZ-IDX) TO WLC-MONTO-GL
139W6          MOVE WS-EXP-HABER (WS-CRZ-IDX) TO WLC-MONTO-EXP
139W7          PERFORM 5200-ESCRIBIR-CRUCE THRU
139W8              5200-ESCRIBIR-CRUCE-EXIT
139W9          DISPLAY "RECONCIL: CUENTA "
139X1              WS-CRZ-CTA (WS-CRZ-IDX)
139X2              " HABER NO CRUZA CON CALCLOG"
139X3      END-IF.
139X3A     IF WS-CRZ-REV-DEBE (WS-CRZ-IDX)
139X3B       NOT = WS-EXP-REV-DEBE (WS-CRZ-IDX)
139X3D         MOVE "REV-D" TO WLC-LADO
139X3E         MOVE WS-CRZ-REV-DEBE (WS-CRZ-IDX) TO WLC-MONTO-GL
139X3F         MOVE WS-EXP-REV-DEBE (WS-CRZ-IDX) TO WLC-MONTO-EXP
139X3G         PERFORM 5200-ESCRIBIR-CRUCE THRU
139X3H             5200-ESCRIBIR-CRUCE-EXIT
139X3I         DISPLAY "RECONCIL: CUENTA "
139X3J             WS-CRZ-CTA (WS-CRZ-IDX)
139X3K             " REVERSOS DEBE NO CRUZAN CON CALCLOG"
139X3L     END-IF.
139X3M     IF WS-CRZ-REV-HABER (WS-CRZ-IDX)
139X3N       NOT = WS-EXP-REV-HABER (WS-CRZ-IDX)
139X3P         MOVE "REV-H" TO WLC-LADO
139X3Q         MOVE WS-CRZ-REV-HABER (WS-CRZ-IDX)
139X3R             TO WLC-MONTO-GL
139X3S         MOVE WS-EXP-REV-HABER (WS-CRZ-IDX) TO WLC-MONTO-EXP
139X3T         PERFORM 5200-ESCRIBIR-CRUCE THRU
139X3U             5200-ESCRIBIR-CRUCE-EXIT
139X3V         DISPLAY "RECONCIL: CUENTA "
139X3W             WS-CRZ-CTA (WS-CRZ-IDX)
139X3X             " REVERSOS HABER NO CRUZAN CON CALCLOG"
139X3Y     END-IF.
139X4  6300-COMPARAR-CUENTA-EXIT.
139X5      EXIT.
139X51*-------------------------------------------------------------*
139X52 6400-CUADRAR-SUSPENSO.
139X53*    LOS ASIENTOS DE SUSPENSO Y LOS DE SU LIQUIDACION SALEN
139X54*    SIEMPRE EN PARES DEBITO/CREDITO POR EL MISMO MONTO: EN
139X55*    CADA MARCA LO DEBITADO DEBE SER IGUAL A LO ACREDITADO.
139X56*    UNA DIFERENCIA SE REPORTA COMO EXCEPCION DE CRUCE.
139X57*-------------------------------------------------------------*
139X58     IF WS-SUS-DEBE NOT = WS-SUS-HABER
139X59         MOVE "**SUSP**  "  TO WLC-CUENTA
139X5A         MOVE "SUS  "       TO WLC-LADO
139X5B         MOVE WS-SUS-DEBE   TO WLC-MONTO-GL
139X5C         MOVE WS-SUS-HABER  TO WLC-MONTO-EXP
139X5D         PERFORM 5200-ESCRIBIR-CRUCE THRU
139X5E             5200-ESCRIBIR-CRUCE-EXIT
139X5F         DISPLAY "RECONCIL: LOS ASIENTOS DE SUSPENSO NO "
139X5G             "CUADRAN - DEBE " WS-SUS-DEBE " HABER "
139X5H             WS-SUS-HABER
139X5I     END-IF.
139X5J     IF WS-LSU-DEBE NOT = WS-LSU-HABER
139X5K         MOVE "**LIQS**  "  TO WLC-CUENTA
139X5L         MOVE "LSU  "       TO WLC-LADO
139X5M         MOVE WS-LSU-DEBE   TO WLC-MONTO-GL
139X5N         MOVE WS-LSU-HABER  TO WLC-MONTO-EXP
139X5O         PERFORM 5200-ESCRIBIR-CRUCE THRU
139X5P             5200-ESCRIBIR-CRUCE-EXIT
139X5Q         DISPLAY "RECONCIL: LAS LIQUIDACIONES DE SUSPENSO NO "
139X5R             "CUADRAN - DEBE " WS-LSU-DEBE " HABER "
139X5S             WS-LSU-HABER
139X5T     END-IF.
139X5U 6400-CUADRAR-SUSPENSO-EXIT.
139X5V     EXIT.
139X6 *-------------------------------------------------------------*
00140  9000-FINAL.
00141 *    CRUZA GLFEED CONTRA CALCLOG, ESCRIBE EL RESUMEN DEL
