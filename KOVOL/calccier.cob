00024 * CIERRPT, Y DEJA EN CIERAUDT UN REGISTRO DE AUDITORIA CON    *
00025 * QUIEN CERRO Y CUANDO, IGUAL QUE PARMAUDT HACE CON LOS       *
00026 * CAMBIOS DE PARAMETROS.                                      *
026A1 * EL CIERRE ARRASTRA ADEMAS EL MAESTRO DE SALDOS DEL MAYOR    *
026A2 * (SALDOS): MARCA CERRADOS LOS SALDOS DE LOS MESES DEL        *
026A3 * PERIODO Y LLEVA SU ACUMULADO DEL ANO AL MES SIGUIENTE.      *
00027 *-------------------------------------------------------------*
00028 * HISTORIAL DE MODIFICACIONES                                 *
00029 *-------------------------------------------------------------*
031C2 *                    CORRIDA Y EL SEGUNDO AUTORIZADOR DEL     *
031C3 *                    REPROCESO FORZADO: EL LAYOUT SE SIGUE    *
031C4 *                    TAL CUAL LO GRABA CALCULOS.              *
031D1 * 2026-10-15  MQR    EL CIERRE ARRASTRA EL MAESTRO DE SALDOS  *
031D2 *                    DEL MAYOR (SALDOS, VER SALDOR): LOS      *
031D3 *                    SALDOS DE LOS PERIODOS (ANO Y MES) QUE   *
031D4 *                    CAEN EN EL CIERRE SE MARCAN CERRADOS Y   *
031D5 *                    SU ACUMULADO DEL ANO PASA A SER LO       *
031D6 *                    ACUMULADO ANTES DEL PERIODO SIGUIENTE,   *
031D7 *                    QUE SE DA DE ALTA SI TODAVIA NO EXISTE.  *
031D8 *                    AL CAMBIAR DE ANO EL ACUMULADO ARRANCA   *
031D9 *                    EN CERO. EL RESUMEN DE CIERRE REPORTA    *
031E1 *                    CUANTOS SALDOS SE CERRARON Y             *
031E2 *                    ARRASTRARON.                             *
031F1 * 2026-10-15  MQR    LOS REVERSOS (CL-ES-REVERSO) SE RESTAN   *
031F2 *                    DE LOS TOTALES DEL PERIODO EN VEZ DE     *
031F3 *                    SUMARSE: EL PAR ORIGINAL Y REVERSO NETEA *
031F4 *                    EN CERO.                                 *
00032 *-------------------------------------------------------------*
00033  ENVIRONMENT DIVISION.
00034  INPUT-OUTPUT SECTION.
00065      SELECT CIERAUDT ASSIGN TO "CIERAUDT"
00066         ORGANIZATION IS LINE SEQUENTIAL
00067         FILE STATUS IS WS-CAUD-STATUS.
067A1      SELECT SALDOS   ASSIGN TO "SALDOS"
067A2         ORGANIZATION IS INDEXED
067A3         ACCESS MODE IS DYNAMIC
067A4         RECORD KEY IS SB-LLAVE
067A5         FILE STATUS IS WS-SALDOS-STATUS.
00068 *
00069  DATA DIVISION.
00070   FILE SECTION.
00146       05 CD-ACCION         PIC X(15).
00147       05 CD-PERIODO-DESDE  PIC 9(08).
00148       05 CD-PERIODO-HASTA  PIC 9(08).
148A1 *
148A2   FD  SALDOS
148A3       LABEL RECORDS ARE STANDARD
148A4       RECORDING MODE IS F.
148A5   01  SALDOS-RECORD.
148A6       COPY SALDOR.
00149 *
00150   WORKING-STORAGE SECTION.
00151    77 WS-CPARM-STATUS    PIC X(02) VALUE "00".
00178    77 WS-TOT-RESULT1     PIC S9(16)V9(2) VALUE ZERO.
00179    77 WS-TOT-RESULT2     PIC S9(16)V9(2) VALUE ZERO.
00180    77 WS-TOT-RESULT3     PIC S9(16)V9(2) VALUE ZERO.
180A1    77 WS-SALDOS-STATUS   PIC X(02) VALUE "00".
180A2    77 WS-PER-DESDE       PIC 9(06) VALUE ZERO.
180A3    77 WS-PER-HASTA       PIC 9(06) VALUE ZERO.
180A4    77 WS-CONT-SB-CERR    PIC 9(08) COMP VALUE ZERO.
180A5    77 WS-CONT-SB-ARRAST  PIC 9(08) COMP VALUE ZERO.
180A6    77 WS-SB-ACUM-DEBE    PIC S9(16)V9(2) VALUE ZERO.
180A7    77 WS-SB-ACUM-HABER   PIC S9(16)V9(2) VALUE ZERO.
00181 *
00182    01 WS-HORA-CRUDA.
00183       05 WS-HORA-HHMMSS  PIC 9(06).
00200          88 CIERRE-PROCEDE     VALUE "S".
00201       05 WS-ERROR-SW     PIC X(01) VALUE "N".
00202          88 ERROR-DE-ARCHIVO   VALUE "S".
202A1       05 WS-FIN-SALDO-SW PIC X(01) VALUE "N".
202A2          88 FIN-SALDOS         VALUE "S".
202A3       05 WS-ALTA-SW      PIC X(01) VALUE "N".
202A4          88 SALDO-NUEVO        VALUE "S".
202A5 *
202A6 *-------------------------------------------------------------*
202A7 *    LLAVE DEL SALDO QUE SE CIERRA Y PERIODO SIGUIENTE AL QUE  *
202A8 *    SE ARRASTRA SU ACUMULADO.                                 *
202A9 *-------------------------------------------------------------*
202B1    01 WS-SALDO-ACTUAL.
202B2       05 WS-SA-CUENTA    PIC X(10).
202B3       05 WS-SA-PERIODO   PIC 9(06).
202B4       05 WS-SA-PERIODO-R REDEFINES WS-SA-PERIODO.
202B5          10 WS-SA-ANO    PIC 9(04).
202B6          10 WS-SA-MES    PIC 9(02).
202B7    01 WS-PERIODO-SIGUIENTE.
202B8       05 WS-PS-ANO       PIC 9(04).
202B9       05 WS-PS-MES       PIC 9(02).
202C1    01 WS-PERIODO-SIG-R REDEFINES WS-PERIODO-SIGUIENTE
202C2                          PIC 9(06).
00203 *
00204    01 WS-TABLA-AUTORIZADOS.
00205       05 WS-AUTH-OPERADOR OCCURS 100 TIMES PIC X(08).
00250      IF NOT ERROR-DE-ARCHIVO AND CIERRE-PROCEDE
00251          PERFORM 3000-CERRAR-PERIODO THRU
00252              3000-CERRAR-PERIODO-EXIT
252A1          PERFORM 3500-ARRASTRAR-SALDOS THRU
252A2              3500-ARRASTRAR-SALDOS-EXIT
00253          PERFORM 4000-RESUMEN-CALCLOG THRU
00254              4000-RESUMEN-CALCLOG-EXIT
00255      END-IF.
00566      WRITE CALENNEW-RECORD FROM CALEN-RECORD.
00567  3100-COPIAR-DIA-EXIT.
00568      EXIT.
568A1 *-------------------------------------------------------------*
568A2  3500-ARRASTRAR-SALDOS.
568A3 *    RECORRE EL MAESTRO DE SALDOS Y, POR CADA CUENTA CON SALDO
568A4 *    EN UN MES DEL PERIODO QUE SE CIERRA, LO MARCA CERRADO Y
568A5 *    ARRASTRA SU ACUMULADO DEL ANO AL MES SIGUIENTE. SI EL
568A6 *    CALENDARIO NO TUVO NADA QUE CERRAR NO SE TOCA EL MAESTRO.
568A7 *    UN MAESTRO QUE TODAVIA NO EXISTE NO TIENE NADA QUE
568A8 *    ARRASTRAR.
568A9 *-------------------------------------------------------------*
568B1      IF NOT CIERRE-PROCEDE
568B2          GO TO 3500-ARRASTRAR-SALDOS-EXIT
568B3      END-IF.
568B4      DIVIDE WS-FECHA-DESDE BY 100 GIVING WS-PER-DESDE.
568B5      DIVIDE WS-FECHA-HASTA BY 100 GIVING WS-PER-HASTA.
568B6      OPEN I-O SALDOS.
568B7      IF WS-SALDOS-STATUS = "35"
568B8          DISPLAY "CALCCIER: SIN MAESTRO DE SALDOS - NADA QUE "
568B9              "ARRASTRAR"
568C1          GO TO 3500-ARRASTRAR-SALDOS-EXIT
568C2      END-IF.
568C3      IF WS-SALDOS-STATUS NOT = "00"
568C4          DISPLAY "CALCCIER: NO ABRIO SALDOS - STATUS "
568C5              WS-SALDOS-STATUS
568C6          MOVE "S" TO WS-ERROR-SW
568C7          GO TO 3500-ARRASTRAR-SALDOS-EXIT
568C8      END-IF.
568C9      MOVE "N" TO WS-FIN-SALDO-SW.
568D1      MOVE LOW-VALUES TO SB-LLAVE.
568D2      START SALDOS KEY NOT < SB-LLAVE
568D3          INVALID KEY
568D4              MOVE "S" TO WS-FIN-SALDO-SW
568D5      END-START.
568D6      PERFORM 3510-CERRAR-SALDO THRU 3510-CERRAR-SALDO-EXIT
568D7          UNTIL FIN-SALDOS.
568D8      CLOSE SALDOS.
568D9      DISPLAY "CALCCIER: SALDOS CERRADOS " WS-CONT-SB-CERR
568E1          " ARRASTRADOS " WS-CONT-SB-ARRAST.
568E2  3500-ARRASTRAR-SALDOS-EXIT.
568E3      EXIT.
568E4 *-------------------------------------------------------------*
568E5  3510-CERRAR-SALDO.
568E6 *    LEE EL SALDO SIGUIENTE DEL MAESTRO; SI SU MES CAE EN EL
568E7 *    PERIODO LO MARCA CERRADO, ARRASTRA SU ACUMULADO Y VUELVE A
568E8 *    POSICIONAR LA LECTURA DESPUES DE SU LLAVE.
568E9 *-------------------------------------------------------------*
568F1      READ SALDOS NEXT
568F2          AT END
568F3              MOVE "S" TO WS-FIN-SALDO-SW
568F4      END-READ.
568F5      IF FIN-SALDOS
568F6          GO TO 3510-CERRAR-SALDO-EXIT
568F7      END-IF.
568F8      IF WS-SALDOS-STATUS NOT = "00"
568F9          DISPLAY "CALCCIER: ERROR AL LEER SALDOS - STATUS "
568G1              WS-SALDOS-STATUS
568G2          MOVE "S" TO WS-ERROR-SW
568G3          MOVE "S" TO WS-FIN-SALDO-SW
568G4          GO TO 3510-CERRAR-SALDO-EXIT
568G5      END-IF.
568G6      IF SB-PERIODO < WS-PER-DESDE
568G7        OR SB-PERIODO > WS-PER-HASTA
568G8          GO TO 3510-CERRAR-SALDO-EXIT
568G9      END-IF.
568H1      MOVE SB-CUENTA     TO WS-SA-CUENTA.
568H2      MOVE SB-PERIODO    TO WS-SA-PERIODO.
568H3      MOVE SB-DEBE-ACUM  TO WS-SB-ACUM-DEBE.
568H4      MOVE SB-HABER-ACUM TO WS-SB-ACUM-HABER.
568H5      MOVE "C" TO SB-ESTADO.
568H6      REWRITE SALDOS-RECORD
568H7          INVALID KEY
568H8              CONTINUE
568H9      END-REWRITE.
568I1      IF WS-SALDOS-STATUS NOT = "00"
568I2          DISPLAY "CALCCIER: NO CERRO EL SALDO " WS-SA-CUENTA
568I3              " PERIODO " WS-SA-PERIODO " - STATUS "
568I4              WS-SALDOS-STATUS
568I5          MOVE "S" TO WS-ERROR-SW
568I6          MOVE "S" TO WS-FIN-SALDO-SW
568I7          GO TO 3510-CERRAR-SALDO-EXIT
568I8      END-IF.
568I9      ADD 1 TO WS-CONT-SB-CERR.
568J1      MOVE WS-SA-ANO TO WS-PS-ANO.
568J2      MOVE WS-SA-MES TO WS-PS-MES.
568J3      IF WS-PS-MES = 12
568J4          ADD 1 TO WS-PS-ANO
568J5          MOVE 1 TO WS-PS-MES
568J6      ELSE
568J7          ADD 1 TO WS-PS-MES
568J8      END-IF.
568J9      PERFORM 3520-ARRASTRAR-SIGUIENTE THRU
568K1          3520-ARRASTRAR-SIGUIENTE-EXIT.
568K2      IF ERROR-DE-ARCHIVO
568K3          MOVE "S" TO WS-FIN-SALDO-SW
568K4          GO TO 3510-CERRAR-SALDO-EXIT
568K5      END-IF.
568K6      MOVE WS-SA-CUENTA  TO SB-CUENTA.
568K7      MOVE WS-SA-PERIODO TO SB-PERIODO.
568K8      START SALDOS KEY > SB-LLAVE
568K9          INVALID KEY
568L1              MOVE "S" TO WS-FIN-SALDO-SW
568L2      END-START.
568L3  3510-CERRAR-SALDO-EXIT.
568L4      EXIT.
568L5 *-------------------------------------------------------------*
568L6  3520-ARRASTRAR-SIGUIENTE.
568L7 *    LLEVA EL ACUMULADO DEL ANO DEL SALDO QUE SE CIERRA A LO
568L8 *    ACUMULADO ANTES DEL MES SIGUIENTE DE LA MISMA CUENTA, Y
568L9 *    RECALCULA EL ACUMULADO DE ESE MES. EL MES SIGUIENTE QUE NO
568M1 *    EXISTE SE DA DE ALTA SIN MOVIMIENTOS. SI EL MES SIGUIENTE
568M2 *    ES DE OTRO ANO, LO ACUMULADO ANTES ARRANCA EN CERO Y NO SE
568M3 *    DA DE ALTA NADA. EL ARRASTRE REEMPLAZA (NO SUMA), ASI QUE
568M4 *    UN CIERRE REPETIDO DEJA LOS MISMOS SALDOS.
568M5 *-------------------------------------------------------------*
568M6      MOVE "N" TO WS-ALTA-SW.
568M7      MOVE WS-SA-CUENTA     TO SB-CUENTA.
568M8      MOVE WS-PERIODO-SIG-R TO SB-PERIODO.
568M9      READ SALDOS
568N1          INVALID KEY
568N2              CONTINUE
568N3      END-READ.
568N4      IF WS-SALDOS-STATUS = "23"
568N5        AND WS-PS-ANO NOT = WS-SA-ANO
568N6          GO TO 3520-ARRASTRAR-SIGUIENTE-EXIT
568N7      END-IF.
568N8      IF WS-SALDOS-STATUS = "23"
568N9          MOVE "S" TO WS-ALTA-SW
568O1          MOVE WS-SA-CUENTA     TO SB-CUENTA
568O2          MOVE WS-PERIODO-SIG-R TO SB-PERIODO
568O3          MOVE "A"              TO SB-ESTADO
568O4          MOVE ZERO TO SB-DEBE-PER
568O5          MOVE ZERO TO SB-HABER-PER
568O6          MOVE ZERO TO SB-SALDO-PER
568O7          MOVE ZERO TO SB-CONT-ASIENTOS
568O8          MOVE WS-RUN-FECHA TO SB-ULT-FECHA
568O9      END-IF.
568P1      IF NOT SALDO-NUEVO
568P2        AND WS-SALDOS-STATUS NOT = "00"
568P3          DISPLAY "CALCCIER: NO LEYO SALDOS CUENTA " WS-SA-CUENTA
568P4              " PERIODO " WS-PERIODO-SIG-R " - STATUS "
568P5              WS-SALDOS-STATUS
568P6          MOVE "S" TO WS-ERROR-SW
568P7          GO TO 3520-ARRASTRAR-SIGUIENTE-EXIT
568P8      END-IF.
568P9      IF WS-PS-ANO = WS-SA-ANO
568Q1          MOVE WS-SB-ACUM-DEBE  TO SB-DEBE-ANT
568Q2          MOVE WS-SB-ACUM-HABER TO SB-HABER-ANT
568Q3      ELSE
568Q4          MOVE ZERO TO SB-DEBE-ANT
568Q5          MOVE ZERO TO SB-HABER-ANT
568Q6      END-IF.
568Q7      COMPUTE SB-DEBE-ACUM  = SB-DEBE-ANT  + SB-DEBE-PER.
568Q8      COMPUTE SB-HABER-ACUM = SB-HABER-ANT + SB-HABER-PER.
568Q9      COMPUTE SB-SALDO-ACUM = SB-DEBE-ACUM - SB-HABER-ACUM.
568R1      IF SALDO-NUEVO
568R2          WRITE SALDOS-RECORD
568R3              INVALID KEY
568R4                  CONTINUE
568R5          END-WRITE
568R6      ELSE
568R7          REWRITE SALDOS-RECORD
568R8              INVALID KEY
568R9                  CONTINUE
568S1          END-REWRITE
568S2      END-IF.
568S3      IF WS-SALDOS-STATUS NOT = "00"
568S4          DISPLAY "CALCCIER: NO ARRASTRO SALDOS CUENTA "
568S5              WS-SA-CUENTA " PERIODO " WS-PERIODO-SIG-R
568S6              " - STATUS " WS-SALDOS-STATUS
568S7          MOVE "S" TO WS-ERROR-SW
568S8          GO TO 3520-ARRASTRAR-SIGUIENTE-EXIT
568S9      END-IF.
568T1      ADD 1 TO WS-CONT-SB-ARRAST.
568T2  3520-ARRASTRAR-SIGUIENTE-EXIT.
568T3      EXIT.
00569 *-------------------------------------------------------------*
00570  4000-RESUMEN-CALCLOG.
00571 *    PRODUCE EL RESUMEN DE CIERRE: CANTIDAD Y TOTALES DE LAS
00599      MOVE "FECHAS CERRADAS         " TO WLC-LITERAL.
00600      MOVE WS-CONT-CERRADAS TO WLC-CANTIDAD.
00601      WRITE PRT-RECORD FROM WS-LINEA-CIFRA.
601A1      MOVE "SALDOS CERRADOS         " TO WLC-LITERAL.
601A2      MOVE WS-CONT-SB-CERR TO WLC-CANTIDAD.
601A3      WRITE PRT-RECORD FROM WS-LINEA-CIFRA.
601A4      MOVE "SALDOS ARRASTRADOS      " TO WLC-LITERAL.
601A5      MOVE WS-CONT-SB-ARRAST TO WLC-CANTIDAD.
601A6      WRITE PRT-RECORD FROM WS-LINEA-CIFRA.
00602      MOVE WS-TOT-RESULT1 TO WLR-TOTAL1.
00603      MOVE WS-TOT-RESULT2 TO WLR-TOTAL2.
00604      MOVE WS-TOT-RESULT3 TO WLR-TOTAL3.
00609 *-------------------------------------------------------------*
00610  4100-ACUMULAR-TRANS.
00611 *    ACUMULA UNA TRANSACCION DE CALCLOG SI SU FECHA EFECTIVA
00612 *    CAE EN EL PERIODO QUE SE CIERRA. UN REVERSO RESTA LO
612A1 *    QUE SUMO SU ORIGINAL.
00613 *-------------------------------------------------------------*
00614      READ CALCLOG NEXT
00615          AT END
00621      IF CL-FECHA-EFECTIVA NOT < WS-FECHA-DESDE
00622        AND CL-FECHA-EFECTIVA NOT > WS-FECHA-HASTA
00623          ADD 1 TO WS-CONT-TRANS
623A1          IF CL-ES-REVERSO
623A2              SUBTRACT CL-RESULTADO1 FROM WS-TOT-RESULT1
623A3              SUBTRACT CL-RESULTADO2 FROM WS-TOT-RESULT2
623A4              SUBTRACT CL-RESULTADO3 FROM WS-TOT-RESULT3
623A5          ELSE
00624              ADD CL-RESULTADO1 TO WS-TOT-RESULT1
00625              ADD CL-RESULTADO2 TO WS-TOT-RESULT2
00626              ADD CL-RESULTADO3 TO WS-TOT-RESULT3
626A1          END-IF
00627      END-IF.
00628  4100-ACUMULAR-TRANS-EXIT.
00629      EXIT.
