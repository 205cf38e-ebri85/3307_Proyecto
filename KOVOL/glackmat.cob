00016 * ENVIADO, LO POSTEADO Y LO RECHAZADO, PARA QUE EL TURNO DE   *
00017 * LA MANANA SEPA EN MINUTOS SI LA ALIMENTACION DE ANOCHE      *
00018 * QUEDO COMPLETA EN EL MAYOR.                                 *
018A1 *                                                             *
018A2 * LOS ASIENTOS POSTEADOS SE ACUMULAN ADEMAS, POR CUENTA Y     *
018A3 * PERIODO, EN EL MAESTRO DE SALDOS DEL MAYOR (SALDOS), DE     *
018A4 * DONDE SALEN LA BALANZA DE COMPROBACION (GLBALANZ) Y EL      *
018A5 * ARRASTRE DEL CIERRE DE PERIODO (CALCCIER).                  *
00019 *-------------------------------------------------------------*
00020 * HISTORIAL DE MODIFICACIONES                                 *
00021 *-------------------------------------------------------------*
023E5 *                    YA NO REPITE LLAVES (FECHA + SECUENCIA)  *
023E6 *                    Y GLEXREPA NO APLICA UNA CORRECCION A    *
023E7 *                    DOS EXCEPCIONES DISTINTAS.               *
023F1 * 2026-10-15  MQR    SE MANTIENE EL MAESTRO DE SALDOS DEL     *
023F2 *                    MAYOR (SALDOS, VER SALDOR): CADA ASIENTO *
023F3 *                    QUE EL MAYOR CONFIRMA COMO POSTEADO SUMA *
023F4 *                    A SU CUENTA EN EL PERIODO (ANO Y MES) DE *
023F5 *                    SU FECHA, Y SE ARRASTRA A LOS PERIODOS   *
023F6 *                    POSTERIORES DEL ANO QUE YA EXISTAN. LO   *
023F7 *                    RECHAZADO O SIN ACUSE NO TOCA EL         *
023F8 *                    MAESTRO. UN ASIENTO POSTEADO QUE NO SE   *
023F9 *                    PUEDE APLICAR TERMINA EL PASO CON        *
023G1 *                    RETURN-CODE 12.                          *
023H1 * 2026-10-15  MQR    SE AGREGA SALDCTL CON EL NUMERO DE LA    *
023H2 *                    ULTIMA GENERACION APLICADA A SALDOS: UNA *
023H3 *                    RECORRIDA SOBRE LA MISMA GENERACION      *
023H4 *                    VUELVE A CRUZAR Y A REPORTAR PERO YA NO  *
023H5 *                    SUMA DE NUEVO LOS ASIENTOS AL MAESTRO.   *
00024 *-------------------------------------------------------------*
00025  ENVIRONMENT DIVISION.
00026  INPUT-OUTPUT SECTION.
00034      SELECT GLEXCEP  ASSIGN TO "GLEXCEP"
00035         ORGANIZATION IS LINE SEQUENTIAL
00036         FILE STATUS IS WS-GLEXC-STATUS.
036A1      SELECT SALDOS   ASSIGN TO "SALDOS"
036A2         ORGANIZATION IS INDEXED
036A3         ACCESS MODE IS DYNAMIC
036A4         RECORD KEY IS SB-LLAVE
036A5         FILE STATUS IS WS-SALDOS-STATUS.
036B1      SELECT SALDCTL  ASSIGN TO "SALDCTL"
036B2         ORGANIZATION IS LINE SEQUENTIAL
036B3         FILE STATUS IS WS-SALDCTL-STATUS.
00037 *
00038  DATA DIVISION.
00039   FILE SECTION.
00061       RECORDING MODE IS F.
00062   01  GLEXCEP-RECORD.
00063       COPY GLEXCEPR.
063A1 *
063A2   FD  SALDOS
063A3       LABEL RECORDS ARE STANDARD
063A4       RECORDING MODE IS F.
063A5   01  SALDOS-RECORD.
063A6       COPY SALDOR.
063B1 *
063B2   FD  SALDCTL
063B3       LABEL RECORDS ARE STANDARD
063B4       RECORDING MODE IS F.
063B5   01  SALDCTL-RECORD.
063B6       05 SC-GEN-ID         PIC 9(06).
063B7       05 SC-APLIC-FECHA    PIC 9(08).
00069 *
00070   WORKING-STORAGE SECTION.
00071    77 WS-GLFEED-STATUS   PIC X(02) VALUE "00".
00085    77 WS-TOT-RECHAZADO   PIC S9(16)V9(2) VALUE ZERO.
085A1    77 WS-RUN-FECHA       PIC 9(08) VALUE ZERO.
085A2    77 WS-EXC-SECUENCIA   PIC 9(08) COMP VALUE ZERO.
085B1    77 WS-SALDOS-STATUS   PIC X(02) VALUE "00".
085B2    77 WS-CONT-SALDOS     PIC 9(08) COMP VALUE ZERO.
085B3    77 WS-CONT-SALDO-ALTA PIC 9(08) COMP VALUE ZERO.
085B4    77 WS-CONT-SALDO-ARR  PIC 9(08) COMP VALUE ZERO.
085B5    77 WS-CONT-SALDO-ERR  PIC 9(08) COMP VALUE ZERO.
085B6    77 WS-SV-DEBE         PIC S9(16)V9(2) VALUE ZERO.
085B7    77 WS-SV-HABER        PIC S9(16)V9(2) VALUE ZERO.
085B8    77 WS-SV-DEBE-ANT     PIC S9(16)V9(2) VALUE ZERO.
085B9    77 WS-SV-HABER-ANT    PIC S9(16)V9(2) VALUE ZERO.
085C1    77 WS-SALDCTL-STATUS  PIC X(02) VALUE "00".
085C2    77 WS-GEN-ID          PIC 9(06) VALUE ZERO.
085C3    77 WS-CONT-SALDO-OMIT PIC 9(08) COMP VALUE ZERO.
00086 *
00087    01 WS-SWITCHES.
00088       05 WS-FIN-FEED-SW  PIC X(01) VALUE "N".
091A2          88 FIN-GLEXCEP        VALUE "S".
00092A      05 WS-ERROR-SW     PIC X(01) VALUE "N".
00092B         88 ERROR-DE-ARCHIVO   VALUE "S".
092C1       05 WS-FIN-CTA-SW   PIC X(01) VALUE "N".
092C2          88 FIN-CUENTA-SALDO   VALUE "S".
092C3       05 WS-ALTA-SW      PIC X(01) VALUE "N".
092C4          88 SALDO-NUEVO        VALUE "S".
092C4A      05 WS-APLICADA-SW  PIC X(01) VALUE "N".
092C4B         88 GENERACION-APLICADA VALUE "S".
092C5 *
092C6 *-------------------------------------------------------------*
092C7 *    CUENTA Y PERIODO DEL ASIENTO QUE SE APLICA AL MAESTRO DE *
092C8 *    SALDOS. EL PERIODO ES EL ANO Y MES DE LA FECHA DEL       *
092C9 *    ASIENTO.                                                 *
092D1 *-------------------------------------------------------------*
092D2    01 WS-SALDO-VIGENTE.
092D3       05 WS-SV-CUENTA    PIC X(10).
092D4       05 WS-SV-FECHA     PIC 9(08).
092D5       05 WS-SV-FECHA-R REDEFINES WS-SV-FECHA.
092D6          10 WS-SV-PERIODO  PIC 9(06).
092D7          10 WS-SV-PERIODO-R REDEFINES WS-SV-PERIODO.
092D8             15 WS-SV-ANO   PIC 9(04).
092D9             15 WS-SV-MES   PIC 9(02).
092E1          10 WS-SV-DIA      PIC 9(02).
00092 *
00093    01 WS-TABLA-ASIENTOS.
00094       05 WS-ASIENTO OCCURS 5000 TIMES.
00129G         CLOSE GLACKIN
00129H         GO TO 1000-INICIO-EXIT
00129I     END-IF.
129J1      OPEN I-O SALDOS.
129J2      IF WS-SALDOS-STATUS = "35"
129J3          OPEN OUTPUT SALDOS
129J4          CLOSE SALDOS
129J5          OPEN I-O SALDOS
129J6      END-IF.
129J7      IF WS-SALDOS-STATUS NOT = "00"
129J8          DISPLAY "GLACKMAT: NO ABRIO SALDOS - STATUS "
129J9              WS-SALDOS-STATUS
129K1          MOVE "S" TO WS-ERROR-SW
129K2          MOVE "S" TO WS-FIN-ACK-SW
129K3          CLOSE GLFEED
129K4          CLOSE GLACKIN
129K5          CLOSE GLEXCEP
129K6          GO TO 1000-INICIO-EXIT
129K7      END-IF.
00130      PERFORM 1100-CARGAR-ASIENTO THRU 1100-CARGAR-ASIENTO-EXIT
00131          UNTIL FIN-GLFEED.
00132      CLOSE GLFEED.
00133      DISPLAY "GLACKMAT: ASIENTOS ENVIADOS CARGADOS: "
00134          WS-ASI-CANT.
134A1      PERFORM 1200-VERIFICAR-APLICADA THRU
134A2          1200-VERIFICAR-APLICADA-EXIT.
134A3      IF ERROR-DE-ARCHIVO
134A4          GO TO 1000-INICIO-EXIT
134A5      END-IF.
00135      PERFORM 2900-LEER-ACK THRU 2900-LEER-ACK-EXIT.
00136  1000-INICIO-EXIT.
00137      EXIT.
00147      IF FIN-GLFEED
00148          GO TO 1100-CARGAR-ASIENTO-EXIT
00149      END-IF.
148A1      IF GL-ES-CONTROL-ENC
148A2          MOVE GL-GEN-ID TO WS-GEN-ID
148A3      END-IF.
149A1      IF NOT GL-ES-ASIENTO
149A2          GO TO 1100-CARGAR-ASIENTO-EXIT
149A3      END-IF.
00162      ADD GL-MONTO TO WS-TOT-ENVIADO.
00163  1100-CARGAR-ASIENTO-EXIT.
00164      EXIT.
164A1 *-------------------------------------------------------------*
164A2  1200-VERIFICAR-APLICADA.
164A3 *    LEE EN SALDCTL LA ULTIMA GENERACION QUE SE APLICO AL
164A4 *    MAESTRO DE SALDOS. SI ES LA MISMA QUE SE CRUZA AHORA (UNA
164A5 *    RECORRIDA DE GLACKJOB), EL CRUCE Y LAS EXCEPCIONES SE
164A6 *    HACEN IGUAL PERO NINGUN ASIENTO VUELVE A SUMAR A SALDOS.
164A7 *    UN SALDCTL QUE NO EXISTE, O UNA GENERACION SIN
164A8 *    ENCABEZADO, NO SE CONSIDERA APLICADA.
164A9 *-------------------------------------------------------------*
164B1      MOVE "N" TO WS-APLICADA-SW.
164B2      OPEN INPUT SALDCTL.
164B3      IF WS-SALDCTL-STATUS = "35"
164B4          GO TO 1200-VERIFICAR-APLICADA-EXIT
164B5      END-IF.
164B6      IF WS-SALDCTL-STATUS NOT = "00"
164B7          DISPLAY "GLACKMAT: NO ABRIO SALDCTL - STATUS "
164B8              WS-SALDCTL-STATUS
164B9          MOVE "S" TO WS-ERROR-SW
164C1          MOVE "S" TO WS-FIN-ACK-SW
164C2          CLOSE GLACKIN
164C3          CLOSE GLEXCEP
164C4          CLOSE SALDOS
164C5          GO TO 1200-VERIFICAR-APLICADA-EXIT
164C6      END-IF.
164C7      READ SALDCTL
164C8          AT END
164C9              MOVE ZERO TO SC-GEN-ID
164D1      END-READ.
164D2      CLOSE SALDCTL.
164D3      IF SC-GEN-ID NOT NUMERIC
164D4        OR WS-GEN-ID = ZERO
164D5          GO TO 1200-VERIFICAR-APLICADA-EXIT
164D6      END-IF.
164D7      IF SC-GEN-ID = WS-GEN-ID
164D8          MOVE "S" TO WS-APLICADA-SW
164D9          DISPLAY "GLACKMAT: LA GENERACION " WS-GEN-ID
164E1              " YA SE APLICO A SALDOS EL " SC-APLIC-FECHA
164E2              " - NO SE VUELVE A APLICAR"
164E3      END-IF.
164E4  1200-VERIFICAR-APLICADA-EXIT.
164E5      EXIT.
00165 *-------------------------------------------------------------*
00166  2000-PROC-ACK.
00167 *    CRUZA EL ACUSE VIGENTE CONTRA LA TABLA DE ASIENTOS
00198          MOVE "P" TO WS-ASI-ESTADO (WS-ASI-ENC)
00199          ADD 1 TO WS-CONT-POSTEADOS
00200          ADD AK-MONTO TO WS-TOT-POSTEADO
200A1          PERFORM 4000-ACTUALIZAR-SALDO THRU
200A2              4000-ACTUALIZAR-SALDO-EXIT
00201      END-IF.
00202  2000-PROC-LEER.
00203      PERFORM 2900-LEER-ACK THRU 2900-LEER-ACK-EXIT.
00228      END-IF.
00229  3000-BUSCAR-ASIENTO-EXIT.
00230      EXIT.
230A1 *-------------------------------------------------------------*
230A2  4000-ACTUALIZAR-SALDO.
230A3 *    APLICA AL MAESTRO DE SALDOS EL ASIENTO QUE EL MAYOR
230A4 *    CONFIRMO COMO POSTEADO: SU MONTO VA AL DEBE O AL HABER DE
230A5 *    LA CUENTA EN EL PERIODO DE LA FECHA DEL ASIENTO, SEGUN EL
230A6 *    TIPO DEL ASIENTO ENVIADO. LA CUENTA Y PERIODO QUE TODAVIA
230A7 *    NO EXISTE SE DA DE ALTA, Y EL ASIENTO SE ARRASTRA A LOS
230A8 *    PERIODOS POSTERIORES DEL MISMO ANO QUE YA EXISTAN. SOLO
230A9 *    EL ACUSE "P" TOCA EL MAESTRO, Y NUNCA SI LA GENERACION
230A9A*    YA SE HABIA APLICADO (VER 1200).
230B1 *-------------------------------------------------------------*
230B2      IF NOT AK-POSTEADO
230B3          GO TO 4000-ACTUALIZAR-SALDO-EXIT
230B4      END-IF.
230B4A     IF GENERACION-APLICADA
230B4B         ADD 1 TO WS-CONT-SALDO-OMIT
230B4C         GO TO 4000-ACTUALIZAR-SALDO-EXIT
230B4D     END-IF.
230B5      MOVE ZERO TO WS-SV-DEBE.
230B6      MOVE ZERO TO WS-SV-HABER.
230B7      IF WS-ASI-TIPO (WS-ASI-ENC) = "D"
230B8          MOVE WS-ASI-MONTO (WS-ASI-ENC) TO WS-SV-DEBE
230B9      ELSE
230C1          MOVE WS-ASI-MONTO (WS-ASI-ENC) TO WS-SV-HABER
230C2      END-IF.
230C3      MOVE WS-ASI-CUENTA (WS-ASI-ENC) TO WS-SV-CUENTA.
230C4      MOVE WS-ASI-FECHA (WS-ASI-ENC)  TO WS-SV-FECHA.
230C5      MOVE "N" TO WS-ALTA-SW.
230C6      MOVE WS-SV-CUENTA  TO SB-CUENTA.
230C7      MOVE WS-SV-PERIODO TO SB-PERIODO.
230C8      READ SALDOS
230C9          INVALID KEY
230D1              CONTINUE
230D2      END-READ.
230D3      IF WS-SALDOS-STATUS = "23"
230D4          PERFORM 4100-ALTA-SALDO THRU 4100-ALTA-SALDO-EXIT
230D5      END-IF.
230D6      IF NOT SALDO-NUEVO
230D7        AND WS-SALDOS-STATUS NOT = "00"
230D8          DISPLAY "GLACKMAT: NO LEYO SALDOS CUENTA " WS-SV-CUENTA
230D9              " PERIODO " WS-SV-PERIODO " - STATUS "
230E1              WS-SALDOS-STATUS
230E2          ADD 1 TO WS-CONT-SALDO-ERR
230E3          GO TO 4000-ACTUALIZAR-SALDO-EXIT
230E4      END-IF.
230E5      ADD WS-SV-DEBE  TO SB-DEBE-PER.
230E6      ADD WS-SV-DEBE  TO SB-DEBE-ACUM.
230E7      ADD WS-SV-HABER TO SB-HABER-PER.
230E8      ADD WS-SV-HABER TO SB-HABER-ACUM.
230E9      COMPUTE SB-SALDO-PER  = SB-DEBE-PER  - SB-HABER-PER.
230F1      COMPUTE SB-SALDO-ACUM = SB-DEBE-ACUM - SB-HABER-ACUM.
230F2      ADD 1 TO SB-CONT-ASIENTOS.
230F3      MOVE WS-RUN-FECHA TO SB-ULT-FECHA.
230F4      IF SALDO-NUEVO
230F5          WRITE SALDOS-RECORD
230F6              INVALID KEY
230F7                  CONTINUE
230F8          END-WRITE
230F9      ELSE
230G1          REWRITE SALDOS-RECORD
230G2              INVALID KEY
230G3                  CONTINUE
230G4          END-REWRITE
230G5      END-IF.
230G6      IF WS-SALDOS-STATUS NOT = "00"
230G7          DISPLAY "GLACKMAT: NO GRABO SALDOS CUENTA " WS-SV-CUENTA
230G8              " PERIODO " WS-SV-PERIODO " - STATUS "
230G9              WS-SALDOS-STATUS
230H1          ADD 1 TO WS-CONT-SALDO-ERR
230H2          GO TO 4000-ACTUALIZAR-SALDO-EXIT
230H3      END-IF.
230H4      IF SB-CERRADO
230H5          DISPLAY "GLACKMAT: ASIENTO POSTEADO EN PERIODO "
230H6              "CERRADO - CUENTA " WS-SV-CUENTA
230H7              " PERIODO " WS-SV-PERIODO
230H8      END-IF.
230H9      ADD 1 TO WS-CONT-SALDOS.
230I1      IF SALDO-NUEVO
230I2          ADD 1 TO WS-CONT-SALDO-ALTA
230I3      END-IF.
230I4      PERFORM 4200-ARRASTRAR-POSTERIOR THRU
230I5          4200-ARRASTRAR-POSTERIOR-EXIT.
230I6  4000-ACTUALIZAR-SALDO-EXIT.
230I7      EXIT.
230I8 *-------------------------------------------------------------*
230I9  4100-ALTA-SALDO.
230J1 *    ARMA EL REGISTRO NUEVO DE LA CUENTA Y PERIODO VIGENTE. LO
230J2 *    ACUMULADO ANTES DEL PERIODO ES EL ACUMULADO DEL ULTIMO
230J3 *    PERIODO ANTERIOR DE LA MISMA CUENTA EN EL MISMO ANO (CERO
230J4 *    SI ES SU PRIMER MOVIMIENTO DEL ANO).
230J5 *-------------------------------------------------------------*
230J6      MOVE ZERO TO WS-SV-DEBE-ANT.
230J7      MOVE ZERO TO WS-SV-HABER-ANT.
230J8      MOVE "N" TO WS-FIN-CTA-SW.
230J9      MOVE WS-SV-CUENTA TO SB-CUENTA.
230K1      MOVE WS-SV-ANO    TO SB-ANO.
230K2      MOVE 1            TO SB-MES.
230K3      START SALDOS KEY NOT < SB-LLAVE
230K4          INVALID KEY
230K5              MOVE "S" TO WS-FIN-CTA-SW
230K6      END-START.
230K7      PERFORM 4110-LEER-ANTERIOR THRU 4110-LEER-ANTERIOR-EXIT
230K8          UNTIL FIN-CUENTA-SALDO.
230K9      MOVE WS-SV-CUENTA    TO SB-CUENTA.
230L1      MOVE WS-SV-PERIODO   TO SB-PERIODO.
230L2      MOVE "A"             TO SB-ESTADO.
230L3      MOVE ZERO            TO SB-DEBE-PER.
230L4      MOVE ZERO            TO SB-HABER-PER.
230L5      MOVE ZERO            TO SB-SALDO-PER.
230L6      MOVE WS-SV-DEBE-ANT  TO SB-DEBE-ANT.
230L7      MOVE WS-SV-DEBE-ANT  TO SB-DEBE-ACUM.
230L8      MOVE WS-SV-HABER-ANT TO SB-HABER-ANT.
230L9      MOVE WS-SV-HABER-ANT TO SB-HABER-ACUM.
230M1      COMPUTE SB-SALDO-ACUM = SB-DEBE-ACUM - SB-HABER-ACUM.
230M2      MOVE ZERO            TO SB-CONT-ASIENTOS.
230M3      MOVE "S" TO WS-ALTA-SW.
230M4  4100-ALTA-SALDO-EXIT.
230M5      EXIT.
230M6 *-------------------------------------------------------------*
230M7  4110-LEER-ANTERIOR.
230M8 *    LEE UN PERIODO DE LA CUENTA ANTERIOR AL VIGENTE Y SE QUEDA
230M9 *    CON SU ACUMULADO; EL ULTIMO LEIDO ES EL MAS RECIENTE.
230N1 *-------------------------------------------------------------*
230N2      READ SALDOS NEXT
230N3          AT END
230N4              MOVE "S" TO WS-FIN-CTA-SW
230N5      END-READ.
230N6      IF FIN-CUENTA-SALDO
230N7        OR WS-SALDOS-STATUS NOT = "00"
230N8        OR SB-CUENTA NOT = WS-SV-CUENTA
230N9        OR SB-PERIODO NOT < WS-SV-PERIODO
230O1          MOVE "S" TO WS-FIN-CTA-SW
230O2          GO TO 4110-LEER-ANTERIOR-EXIT
230O3      END-IF.
230O4      MOVE SB-DEBE-ACUM  TO WS-SV-DEBE-ANT.
230O5      MOVE SB-HABER-ACUM TO WS-SV-HABER-ANT.
230O6  4110-LEER-ANTERIOR-EXIT.
230O7      EXIT.
230O8 *-------------------------------------------------------------*
230O9  4200-ARRASTRAR-POSTERIOR.
230P1 *    SUMA EL ASIENTO A LO ACUMULADO ANTES DEL PERIODO Y AL
230P2 *    ACUMULADO DEL ANO DE LOS PERIODOS POSTERIORES DE LA MISMA
230P3 *    CUENTA Y ANO QUE YA EXISTEN (UN PERIODO YA ARRASTRADO POR
230P4 *    CALCCIER O CON ASIENTOS POSTEADOS ANTES QUE ESTE).
230P5 *-------------------------------------------------------------*
230P6      MOVE "N" TO WS-FIN-CTA-SW.
230P7      MOVE WS-SV-CUENTA  TO SB-CUENTA.
230P8      MOVE WS-SV-PERIODO TO SB-PERIODO.
230P9      START SALDOS KEY > SB-LLAVE
230Q1          INVALID KEY
230Q2              MOVE "S" TO WS-FIN-CTA-SW
230Q3      END-START.
230Q4      PERFORM 4210-ARRASTRAR-PERIODO THRU
230Q5          4210-ARRASTRAR-PERIODO-EXIT
230Q6          UNTIL FIN-CUENTA-SALDO.
230Q7  4200-ARRASTRAR-POSTERIOR-EXIT.
230Q8      EXIT.
230Q9 *-------------------------------------------------------------*
230R1  4210-ARRASTRAR-PERIODO.
230R2 *    LEE EL PERIODO SIGUIENTE DE LA CUENTA Y, SI ES DEL MISMO
230R3 *    ANO, LE SUMA EL ASIENTO EN LO ACUMULADO.
230R4 *-------------------------------------------------------------*
230R5      READ SALDOS NEXT
230R6          AT END
230R7              MOVE "S" TO WS-FIN-CTA-SW
230R8      END-READ.
230R9      IF FIN-CUENTA-SALDO
230S1        OR WS-SALDOS-STATUS NOT = "00"
230S2        OR SB-CUENTA NOT = WS-SV-CUENTA
230S3        OR SB-ANO NOT = WS-SV-ANO
230S4          MOVE "S" TO WS-FIN-CTA-SW
230S5          GO TO 4210-ARRASTRAR-PERIODO-EXIT
230S6      END-IF.
230S7      ADD WS-SV-DEBE  TO SB-DEBE-ANT.
230S8      ADD WS-SV-DEBE  TO SB-DEBE-ACUM.
230S9      ADD WS-SV-HABER TO SB-HABER-ANT.
230T1      ADD WS-SV-HABER TO SB-HABER-ACUM.
230T2      COMPUTE SB-SALDO-ACUM = SB-DEBE-ACUM - SB-HABER-ACUM.
230T3      REWRITE SALDOS-RECORD
230T4          INVALID KEY
230T5              CONTINUE
230T6      END-REWRITE.
230T7      IF WS-SALDOS-STATUS NOT = "00"
230T8          DISPLAY "GLACKMAT: NO ARRASTRO SALDOS CUENTA " SB-CUENTA
230T9              " PERIODO " SB-PERIODO " - STATUS "
230U1              WS-SALDOS-STATUS
230U2          ADD 1 TO WS-CONT-SALDO-ERR
230U3          MOVE "S" TO WS-FIN-CTA-SW
230U4          GO TO 4210-ARRASTRAR-PERIODO-EXIT
230U5      END-IF.
230U6      ADD 1 TO WS-CONT-SALDO-ARR.
230U7  4210-ARRASTRAR-PERIODO-EXIT.
230U8      EXIT.
00231 *-------------------------------------------------------------*
00232  9000-FINAL.
00233 *    REPORTA COMO EXCEPCION TODO ASIENTO ENVIADO QUE QUEDO
00241          UNTIL WS-ASI-IDX > WS-ASI-CANT.
00242      CLOSE GLACKIN.
00243      CLOSE GLEXCEP.
243A1      CLOSE SALDOS.
243A2      PERFORM 9200-MARCAR-APLICADA THRU
243A3          9200-MARCAR-APLICADA-EXIT.
00244      DISPLAY "GLACKMAT: ASIENTOS ENVIADOS  : " WS-CONT-ENVIADOS
00245          " MONTO " WS-TOT-ENVIADO.
00246      DISPLAY "GLACKMAT: ASIENTOS POSTEADOS : " WS-CONT-POSTEADOS
00249          WS-CONT-RECHAZADOS " MONTO " WS-TOT-RECHAZADO.
00250      DISPLAY "GLACKMAT: ASIENTOS SIN ACUSE : " WS-CONT-SIN-ACK.
00251      DISPLAY "GLACKMAT: ACUSES SIN ASIENTO : " WS-CONT-ACK-HUERF.
251A1      DISPLAY "GLACKMAT: SALDOS ACTUALIZADOS : " WS-CONT-SALDOS
251A2          " ALTAS " WS-CONT-SALDO-ALTA
251A3          " ARRASTRES " WS-CONT-SALDO-ARR.
251A4      IF GENERACION-APLICADA
251A5          DISPLAY "GLACKMAT: POSTEADOS NO REAPLICADOS: "
251A6              WS-CONT-SALDO-OMIT
251A7      END-IF.
00252      IF WS-CONT-RECHAZADOS > ZERO
00253        OR WS-CONT-SIN-ACK > ZERO
00254        OR WS-CONT-ACK-HUERF > ZERO
00259          DISPLAY "GLACKMAT: LA GENERACION QUEDO COMPLETA EN "
00260              "EL MAYOR"
00261      END-IF.
261A1      IF WS-CONT-SALDO-ERR > ZERO
261A2          DISPLAY "GLACKMAT: " WS-CONT-SALDO-ERR
261A3              " ASIENTOS POSTEADOS NO SE APLICARON AL MAESTRO "
261A4              "DE SALDOS - RETURN-CODE 12"
261A5          MOVE 12 TO RETURN-CODE
261A6      END-IF.
261A7      IF ERROR-DE-ARCHIVO
261A8          DISPLAY "GLACKMAT: SALDCTL NO QUEDO ACTUALIZADO, UNA "
261A9              "RECORRIDA VOLVERIA A APLICAR LA GENERACION - "
261B1              "RETURN-CODE 12"
261B2          MOVE 12 TO RETURN-CODE
261B3      END-IF.
00262  9000-FINAL-EXIT.
00263      EXIT.
00264 *-------------------------------------------------------------*
00277      END-IF.
00278  9100-REPORTAR-PENDIENTE-EXIT.
00279      EXIT.
279A1 *-------------------------------------------------------------*
279A2  9200-MARCAR-APLICADA.
279A3 *    DEJA EN SALDCTL LA GENERACION QUE SE ACABA DE APLICAR A
279A4 *    SALDOS, PARA QUE UNA RECORRIDA NO LA APLIQUE DOS VECES.
279A5 *    UNA GENERACION YA APLICADA O SIN ENCABEZADO NO LO TOCA.
279A6 *-------------------------------------------------------------*
279A7      IF GENERACION-APLICADA
279A8        OR WS-GEN-ID = ZERO
279A9          GO TO 9200-MARCAR-APLICADA-EXIT
279B1      END-IF.
279B2      OPEN OUTPUT SALDCTL.
279B3      IF WS-SALDCTL-STATUS NOT = "00"
279B4          DISPLAY "GLACKMAT: NO ABRIO SALDCTL PARA GRABAR - "
279B5              "STATUS " WS-SALDCTL-STATUS
279B6          MOVE "S" TO WS-ERROR-SW
279B7          GO TO 9200-MARCAR-APLICADA-EXIT
279B8      END-IF.
279B9      MOVE WS-GEN-ID    TO SC-GEN-ID.
279C1      MOVE WS-RUN-FECHA TO SC-APLIC-FECHA.
279C2      WRITE SALDCTL-RECORD.
279C3      CLOSE SALDCTL.
279C4  9200-MARCAR-APLICADA-EXIT.
279C5      EXIT.
00280 *-------------------------------------------------------------*
00281  8000-GRABAR-EXCEPCION.
00282 *    GRABA LA EXCEPCION VIGENTE EN GLEXCEP CON SU LLAVE DE
