00001  IDENTIFICATION DIVISION.
00002   PROGRAM-ID. CALCFLIB.
00003   AUTHOR. MARIO QUIROS.
00004   INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
00005   DATE-WRITTEN. 2026-10-15.
00006   DATE-COMPILED.
00007 *
00008 *-------------------------------------------------------------*
00009 * CALCFLIB CORRE EN CALCNITE DESPUES DE LA LIBERACION DE     *
00010 * RETENIDOS: DEVUELVE LOS DETALLES DEL ALMACEN DE FUTUROS    *
00011 * CUYA FECHA EFECTIVA YA VENCIO (NO ES POSTERIOR A LA FECHA  *
00012 * DE LA CORRIDA), ARMANDO CON ELLOS UN LOTE LIMPIO DE        *
00013 * TRANSIN (ENCABEZADO "H", DETALLES "D" Y TRAILER "T" CON    *
00014 * CANTIDAD Y HASH) EN FUTLOTE, QUE EL JOB PONE DELANTE DE    *
00015 * TRANSIN EN EL PASO CALCULO. EL LOTE LLEVA UN ID NUEVO      *
00016 * "FU" + NUMERO (EL SIGUIENTE AL MAYOR QUE YA TENGA          *
00017 * FUTUROS) Y ORIGEN "FUTUROS". CADA DETALLE SALE TAL COMO    *
00018 * SE ALMACENO, CON SU REFERENCIA INTACTA (UN REVERSO SIGUE   *
00019 * APUNTANDO A SU ORIGINAL): CALCULOS SOLO LO DEJA PASAR SI   *
00020 * FUTUROS LO TIENE LIBERADO EN ESE MISMO LOTE Y ES IDENTICO  *
00021 * AL ALMACENADO.                                             *
00022 *                                                             *
00023 * LOS LIBERADOS DE UN CICLO ANTERIOR SE BUSCAN EN BATCHHST:  *
00024 * SI SU LOTE YA ESTA, QUEDAN CONTABILIZADOS (C); SI NO, EL   *
00025 * CICLO NO LLEGO A PROCESARLO Y SE VUELVEN A LIBERAR EN EL   *
00026 * LOTE NUEVO. LOS ANULADOS (X) Y LOS QUE TODAVIA NO VENCEN   *
00027 * PASAN SIN CAMBIO. EL ALMACEN COMPLETO SE COPIA A FUTNEW    *
00028 * CON LOS ESTADOS NUEVOS Y EL JOB LO PONE EN LUGAR DE        *
00029 * FUTUROS.                                                   *
00030 *-------------------------------------------------------------*
00031 * HISTORIAL DE MODIFICACIONES                                 *
00032 *-------------------------------------------------------------*
00033 * FECHA       INIC.  DESCRIPCION                              *
00034 * 2026-10-15  MQR    VERSION INICIAL DEL PROGRAMA.            *
00035 *-------------------------------------------------------------*
00036  ENVIRONMENT DIVISION.
00037  INPUT-OUTPUT SECTION.
00038   FILE-CONTROL.
00039      SELECT FUTUROS  ASSIGN TO "FUTUROS"
00040         ORGANIZATION IS LINE SEQUENTIAL
00041         FILE STATUS IS WS-FUTUR-STATUS.
00042      SELECT BATCHHST ASSIGN TO "BATCHHST"
00043         ORGANIZATION IS LINE SEQUENTIAL
00044         FILE STATUS IS WS-BATCH-STATUS.
00045      SELECT FUTNEW   ASSIGN TO "FUTNEW"
00046         ORGANIZATION IS LINE SEQUENTIAL
00047         FILE STATUS IS WS-FUTNEW-STATUS.
00048      SELECT FUTLOTE  ASSIGN TO "FUTLOTE"
00049         ORGANIZATION IS LINE SEQUENTIAL
00050         FILE STATUS IS WS-FUTLOTE-STATUS.
00051 *
00052  DATA DIVISION.
00053   FILE SECTION.
00054   FD  FUTUROS
00055       LABEL RECORDS ARE STANDARD
00056       RECORDING MODE IS F.
00057   01  FUTUROS-RECORD.
00058       COPY FUTUROR.
00059 *
00060   FD  BATCHHST
00061       LABEL RECORDS ARE STANDARD
00062       RECORDING MODE IS F.
00063   01  BATCH-RECORD.
00064       05 BH-LOTE-ID        PIC X(08).
00065       05 BH-FECHA-PROC     PIC 9(08).
00066       05 BH-RUN-ID         PIC 9(06).
00067 *
00068   FD  FUTNEW
00069       LABEL RECORDS ARE STANDARD
00070       RECORDING MODE IS F.
00071   01  FUTNEW-RECORD         PIC X(163).
00072 *
00073   FD  FUTLOTE
00074       LABEL RECORDS ARE STANDARD
00075       RECORDING MODE IS F.
00076   01  FUTLOTE-RECORD.
00077       05 TI-TIPO-REG       PIC X(01).
00078       05 TI-NUMERO1        PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00079       05 TI-NUMERO2        PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00080       05 TI-FECHA-EFECTIVA PIC 9(08).
00081       05 TI-TIPO-TRANS     PIC X(02).
00082       05 TI-MONEDA         PIC X(03).
00083       05 TI-REF-RUN-ID     PIC 9(06).
00084       05 TI-REF-SECUENCIA  PIC 9(08).
00085   01  TI-REG-ENCABEZADO.
00086       05 TI-ENC-TIPO-REG   PIC X(01).
00087       05 TI-LOTE-ID        PIC X(08).
00088       05 TI-LOTE-FECHA     PIC 9(08).
00089       05 TI-LOTE-ORIGEN    PIC X(08).
00090   01  TI-REG-TRAILER.
00091       05 TI-TRL-TIPO-REG   PIC X(01).
00092       05 TI-TRL-CANTIDAD   PIC 9(08).
00093       05 TI-TRL-HASH-NUM1  PIC S9(13)V9(2)
00094                                SIGN LEADING SEPARATE.
00095       05 TI-TRL-HASH-NUM2  PIC S9(13)V9(2)
00096                                SIGN LEADING SEPARATE.
00097 *
00098   WORKING-STORAGE SECTION.
00099    77 WS-FUTUR-STATUS    PIC X(02) VALUE "00".
00100    77 WS-BATCH-STATUS    PIC X(02) VALUE "00".
00101    77 WS-FUTNEW-STATUS   PIC X(02) VALUE "00".
00102    77 WS-FUTLOTE-STATUS  PIC X(02) VALUE "00".
00103    77 WS-RUN-FECHA       PIC 9(08) VALUE ZERO.
00104    77 WS-LOTE-MAYOR      PIC 9(06) VALUE ZERO.
00105    77 WS-LOTE-CANT       PIC 9(04) COMP VALUE ZERO.
00106    77 WS-LOTE-MAX        PIC 9(04) COMP VALUE 100.
00107    77 WS-LOTE-IDX        PIC 9(04) COMP VALUE ZERO.
00108    77 WS-LOTE-ENC        PIC 9(04) COMP VALUE ZERO.
00109    77 WS-LOTE-BUSCADO    PIC X(08) VALUE SPACES.
00110    77 WS-CONT-LEIDOS     PIC 9(08) COMP VALUE ZERO.
00111    77 WS-CONT-LIBERADOS  PIC 9(08) COMP VALUE ZERO.
00112    77 WS-CONT-RELIBERA   PIC 9(08) COMP VALUE ZERO.
00113    77 WS-CONT-CONTAB     PIC 9(08) COMP VALUE ZERO.
00114    77 WS-CONT-PENDIENTES PIC 9(08) COMP VALUE ZERO.
00115    77 WS-CONT-ANULADOS   PIC 9(08) COMP VALUE ZERO.
00116    77 WS-HASH-NUM1       PIC S9(13)V9(2) VALUE ZERO.
00117    77 WS-HASH-NUM2       PIC S9(13)V9(2) VALUE ZERO.
00118 *
00119    01 WS-SWITCHES.
00120       05 WS-FIN-FUTUR-SW PIC X(01) VALUE "N".
00121          88 FIN-FUTUROS        VALUE "S".
00122       05 WS-FIN-BATCH-SW PIC X(01) VALUE "N".
00123          88 FIN-BATCHHST       VALUE "S".
00124       05 WS-ALMACEN-SW   PIC X(01) VALUE "S".
00125          88 ALMACEN-EXISTE     VALUE "S".
00126       05 WS-ENCAB-SW     PIC X(01) VALUE "N".
00127          88 ENCABEZADO-GRABADO VALUE "S".
00128       05 WS-ERROR-SW     PIC X(01) VALUE "N".
00129          88 ERROR-DE-ARCHIVO   VALUE "S".
00130 *
00131 *-------------------------------------------------------------*
00132 *    ID DEL LOTE DE LIBERACION: "FU" + NUMERO DE SEIS         *
00133 *    CIFRAS. WS-LOTE-LEIDO ES LA MISMA VISTA SOBRE EL LOTE    *
00134 *    DE UN FUTURO YA LIBERADO, PARA SACAR EL MAYOR NUMERO.    *
00135 *-------------------------------------------------------------*
00136    01 WS-LOTE-NUEVO.
00137       05 WLN-PREFIJO     PIC X(02) VALUE "FU".
00138       05 WLN-NUMERO      PIC 9(06) VALUE ZERO.
00139    01 WS-LOTE-LEIDO.
00140       05 WLL-PREFIJO     PIC X(02).
00141       05 WLL-NUMERO      PIC X(06).
00142       05 WLL-NUMERO-N REDEFINES WLL-NUMERO PIC 9(06).
00143 *
00144 *-------------------------------------------------------------*
00145 *    LOTES DE LIBERACION DE CICLOS ANTERIORES QUE TODAVIA     *
00146 *    TIENEN FUTUROS EN ESTADO L, Y SI BATCHHST YA LOS TIENE.  *
00147 *-------------------------------------------------------------*
00148    01 WS-TABLA-LOTES.
00149       05 WS-LOTE-ENTRADA OCCURS 100 TIMES.
00150          10 WS-LT-LOTE-ID   PIC X(08).
00151          10 WS-LT-EN-HIST   PIC X(01).
00152 *
00153  PROCEDURE DIVISION.
00154 *-------------------------------------------------------------*
00155  0000-PRINCIPAL.
00156 *-------------------------------------------------------------*
00157      PERFORM 1000-INICIO THRU 1000-INICIO-EXIT.
00158      IF NOT ERROR-DE-ARCHIVO
00159          PERFORM 2000-PROC-FUTURO THRU 2000-PROC-FUTURO-EXIT
00160              UNTIL FIN-FUTUROS
00161      END-IF.
00162      PERFORM 9000-FINAL THRU 9000-FINAL-EXIT.
00163      STOP RUN.
00164 *-------------------------------------------------------------*
00165  1000-INICIO.
00166 *    PRIMERA PASADA SOBRE EL ALMACEN PARA CONOCER LOS LOTES
00167 *    DE LIBERACION PENDIENTES Y EL MAYOR NUMERO USADO, CRUCE
00168 *    DE ESOS LOTES CONTRA BATCHHST, Y APERTURA DE LA SEGUNDA
00169 *    PASADA CON FUTNEW Y FUTLOTE. UN ALMACEN QUE NO EXISTE SE
00170 *    TRATA COMO VACIO: FUTLOTE SALE VACIO.
00171 *-------------------------------------------------------------*
00172      ACCEPT WS-RUN-FECHA FROM DATE YYYYMMDD.
00173      OPEN INPUT FUTUROS.
00174      IF WS-FUTUR-STATUS = "35"
00175          DISPLAY "CALCFLIB: FUTUROS NO EXISTE - NADA QUE LIBERAR"
00176          MOVE "N" TO WS-ALMACEN-SW
00177          MOVE "S" TO WS-FIN-FUTUR-SW
00178      ELSE
00179          IF WS-FUTUR-STATUS NOT = "00"
00180              DISPLAY "CALCFLIB: NO ABRIO FUTUROS - STATUS "
00181                  WS-FUTUR-STATUS
00182              MOVE "S" TO WS-ERROR-SW
00183              GO TO 1000-INICIO-EXIT
00184          END-IF
00185      END-IF.
00186      IF ALMACEN-EXISTE
00187          PERFORM 1100-EXPLORAR-FUTURO THRU
00188              1100-EXPLORAR-FUTURO-EXIT
00189              UNTIL FIN-FUTUROS
00190          CLOSE FUTUROS
00191      END-IF.
00192      IF ERROR-DE-ARCHIVO
00193          GO TO 1000-INICIO-EXIT
00194      END-IF.
00195      IF WS-LOTE-CANT > ZERO
00196          PERFORM 1200-CRUZAR-BATCHHST THRU
00197              1200-CRUZAR-BATCHHST-EXIT
00198      END-IF.
00199      IF ERROR-DE-ARCHIVO
00200          GO TO 1000-INICIO-EXIT
00201      END-IF.
00202      COMPUTE WLN-NUMERO = WS-LOTE-MAYOR + 1.
00203      OPEN OUTPUT FUTLOTE.
00204      IF WS-FUTLOTE-STATUS NOT = "00"
00205          DISPLAY "CALCFLIB: NO ABRIO FUTLOTE - STATUS "
00206              WS-FUTLOTE-STATUS
00207          MOVE "S" TO WS-ERROR-SW
00208          GO TO 1000-INICIO-EXIT
00209      END-IF.
00210      OPEN OUTPUT FUTNEW.
00211      IF WS-FUTNEW-STATUS NOT = "00"
00212          DISPLAY "CALCFLIB: NO ABRIO FUTNEW - STATUS "
00213              WS-FUTNEW-STATUS
00214          MOVE "S" TO WS-ERROR-SW
00215          GO TO 1000-INICIO-EXIT
00216      END-IF.
00217      IF NOT ALMACEN-EXISTE
00218          GO TO 1000-INICIO-EXIT
00219      END-IF.
00220      MOVE "N" TO WS-FIN-FUTUR-SW.
00221      OPEN INPUT FUTUROS.
00222      IF WS-FUTUR-STATUS NOT = "00"
00223          DISPLAY "CALCFLIB: NO REABRIO FUTUROS - STATUS "
00224              WS-FUTUR-STATUS
00225          MOVE "S" TO WS-ERROR-SW
00226          GO TO 1000-INICIO-EXIT
00227      END-IF.
00228      PERFORM 2900-LEER-FUTURO THRU 2900-LEER-FUTURO-EXIT.
00229  1000-INICIO-EXIT.
00230      EXIT.
00231 *-------------------------------------------------------------*
00232  1100-EXPLORAR-FUTURO.
00233 *    LEE UN FUTURO EN LA PRIMERA PASADA. DE TODO LOTE DE
00234 *    LIBERACION GUARDA EL MAYOR NUMERO; DE LOS FUTUROS EN
00235 *    ESTADO L GUARDA SU LOTE (UNA SOLA VEZ) PARA CRUZARLO
00236 *    CONTRA BATCHHST.
00237 *-------------------------------------------------------------*
00238      READ FUTUROS
00239          AT END
00240              MOVE "S" TO WS-FIN-FUTUR-SW
00241      END-READ.
00242      IF FIN-FUTUROS
00243          GO TO 1100-EXPLORAR-FUTURO-EXIT
00244      END-IF.
00245      IF FU-LIBERA-LOTE = SPACES
00246          GO TO 1100-EXPLORAR-FUTURO-EXIT
00247      END-IF.
00248      MOVE FU-LIBERA-LOTE TO WS-LOTE-LEIDO.
00249      IF WLL-PREFIJO = "FU" AND WLL-NUMERO NUMERIC
00250          IF WLL-NUMERO-N > WS-LOTE-MAYOR
00251              MOVE WLL-NUMERO-N TO WS-LOTE-MAYOR
00252          END-IF
00253      END-IF.
00254      IF NOT FU-LIBERADO
00255          GO TO 1100-EXPLORAR-FUTURO-EXIT
00256      END-IF.
00257      MOVE FU-LIBERA-LOTE TO WS-LOTE-BUSCADO.
00258      PERFORM 1300-BUSCAR-LOTE THRU 1300-BUSCAR-LOTE-EXIT.
00259      IF WS-LOTE-ENC > ZERO
00260          GO TO 1100-EXPLORAR-FUTURO-EXIT
00261      END-IF.
00262      IF WS-LOTE-CANT NOT < WS-LOTE-MAX
00263          DISPLAY "CALCFLIB: MAS DE " WS-LOTE-MAX " LOTES DE "
00264              "LIBERACION SIN CONFIRMAR - REVISAR FUTUROS"
00265          MOVE "S" TO WS-ERROR-SW
00266          MOVE "S" TO WS-FIN-FUTUR-SW
00267          GO TO 1100-EXPLORAR-FUTURO-EXIT
00268      END-IF.
00269      ADD 1 TO WS-LOTE-CANT.
00270      MOVE FU-LIBERA-LOTE TO WS-LT-LOTE-ID (WS-LOTE-CANT).
00271      MOVE "N"            TO WS-LT-EN-HIST (WS-LOTE-CANT).
00272  1100-EXPLORAR-FUTURO-EXIT.
00273      EXIT.
00274 *-------------------------------------------------------------*
00275  1200-CRUZAR-BATCHHST.
00276 *    RECORRE EL HISTORIAL DE LOTES PROCESADOS Y MARCA LOS
00277 *    LOTES DE LIBERACION PENDIENTES QUE YA ESTAN EN EL. SIN
00278 *    HISTORIAL NINGUNO SE DA POR CONTABILIZADO.
00279 *-------------------------------------------------------------*
00280      OPEN INPUT BATCHHST.
00281      IF WS-BATCH-STATUS = "35"
00282          GO TO 1200-CRUZAR-BATCHHST-EXIT
00283      END-IF.
00284      IF WS-BATCH-STATUS NOT = "00"
00285          DISPLAY "CALCFLIB: NO ABRIO BATCHHST - STATUS "
00286              WS-BATCH-STATUS " - SIN HISTORIAL NO SE PUEDE "
00287              "CONFIRMAR LO YA LIBERADO"
00288          MOVE "S" TO WS-ERROR-SW
00289          GO TO 1200-CRUZAR-BATCHHST-EXIT
00290      END-IF.
00291      PERFORM 1210-LEER-BATCHHST THRU 1210-LEER-BATCHHST-EXIT
00292          UNTIL FIN-BATCHHST.
00293      CLOSE BATCHHST.
00294  1200-CRUZAR-BATCHHST-EXIT.
00295      EXIT.
00296 *-------------------------------------------------------------*
00297  1210-LEER-BATCHHST.
00298 *    LEE UN LOTE DE BATCHHST Y, SI ES UN LOTE DE LIBERACION
00299 *    PENDIENTE, LO MARCA COMO YA PROCESADO.
00300 *-------------------------------------------------------------*
00301      READ BATCHHST
00302          AT END
00303              MOVE "S" TO WS-FIN-BATCH-SW
00304      END-READ.
00305      IF FIN-BATCHHST
00306          GO TO 1210-LEER-BATCHHST-EXIT
00307      END-IF.
00308      MOVE BH-LOTE-ID TO WS-LOTE-BUSCADO.
00309      PERFORM 1300-BUSCAR-LOTE THRU 1300-BUSCAR-LOTE-EXIT.
00310      IF WS-LOTE-ENC > ZERO
00311          MOVE "S" TO WS-LT-EN-HIST (WS-LOTE-ENC)
00312      END-IF.
00313  1210-LEER-BATCHHST-EXIT.
00314      EXIT.
00315 *-------------------------------------------------------------*
00316  1300-BUSCAR-LOTE.
00317 *    BUSCA WS-LOTE-BUSCADO EN LA TABLA DE LOTES DE LIBERACION
00318 *    PENDIENTES Y DEJA SU POSICION EN WS-LOTE-ENC (CERO SI NO
00319 *    ESTA).
00320 *-------------------------------------------------------------*
00321      MOVE ZERO TO WS-LOTE-ENC.
00322      PERFORM 1310-COMPARAR-LOTE THRU 1310-COMPARAR-LOTE-EXIT
00323          VARYING WS-LOTE-IDX FROM 1 BY 1
00324          UNTIL WS-LOTE-IDX > WS-LOTE-CANT
00325             OR WS-LOTE-ENC > ZERO.
00326  1300-BUSCAR-LOTE-EXIT.
00327      EXIT.
00328 *-------------------------------------------------------------*
00329  1310-COMPARAR-LOTE.
00330 *    COMPARA UNA ENTRADA DE LA TABLA CON EL LOTE BUSCADO.
00331 *-------------------------------------------------------------*
00332      IF WS-LT-LOTE-ID (WS-LOTE-IDX) = WS-LOTE-BUSCADO
00333          MOVE WS-LOTE-IDX TO WS-LOTE-ENC
00334      END-IF.
00335  1310-COMPARAR-LOTE-EXIT.
00336      EXIT.
00337 *-------------------------------------------------------------*
00338  2000-PROC-FUTURO.
00339 *    SEGUNDA PASADA: UN FUTURO PENDIENTE CUYA FECHA EFECTIVA
00340 *    YA VENCIO SE LIBERA EN EL LOTE NUEVO; UN LIBERADO CUYO
00341 *    LOTE YA ESTA EN BATCHHST QUEDA CONTABILIZADO, Y SI NO
00342 *    ESTA SE VUELVE A LIBERAR. TODO FUTURO PASA A FUTNEW CON
00343 *    SU ESTADO.
00344 *-------------------------------------------------------------*
00345      IF FU-LIBERADO
00346          MOVE FU-LIBERA-LOTE TO WS-LOTE-BUSCADO
00347          PERFORM 1300-BUSCAR-LOTE THRU 1300-BUSCAR-LOTE-EXIT
00348          IF WS-LOTE-ENC > ZERO
00349              IF WS-LT-EN-HIST (WS-LOTE-ENC) = "S"
00350                  MOVE "C" TO FU-ESTADO
00351                  ADD 1 TO WS-CONT-CONTAB
00352              ELSE
00353                  DISPLAY "CALCFLIB: FUTURO " FU-RUN-ID "/"
00354                      FU-SECUENCIA " NO SE PROCESO EN EL LOTE "
00355                      FU-LIBERA-LOTE " - SE LIBERA DE NUEVO"
00356                  ADD 1 TO WS-CONT-RELIBERA
00357                  PERFORM 2100-LIBERAR-FUTURO THRU
00358                      2100-LIBERAR-FUTURO-EXIT
00359              END-IF
00360          END-IF
00361          GO TO 2000-PROC-GRABAR
00362      END-IF.
00363      IF FU-ANULADO
00364          ADD 1 TO WS-CONT-ANULADOS
00365          GO TO 2000-PROC-GRABAR
00366      END-IF.
00367      IF FU-PENDIENTE
00368          IF FU-FECHA-EFECTIVA > WS-RUN-FECHA
00369              ADD 1 TO WS-CONT-PENDIENTES
00370          ELSE
00371              PERFORM 2100-LIBERAR-FUTURO THRU
00372                  2100-LIBERAR-FUTURO-EXIT
00373          END-IF
00374      END-IF.
00375  2000-PROC-GRABAR.
00376      IF ERROR-DE-ARCHIVO
00377          MOVE "S" TO WS-FIN-FUTUR-SW
00378          GO TO 2000-PROC-FUTURO-EXIT
00379      END-IF.
00380      WRITE FUTNEW-RECORD FROM FUTUROS-RECORD.
00381      IF WS-FUTNEW-STATUS NOT = "00"
00382          DISPLAY "CALCFLIB: NO SE PUDO GRABAR FUTNEW - STATUS "
00383              WS-FUTNEW-STATUS
00384          MOVE "S" TO WS-ERROR-SW
00385          MOVE "S" TO WS-FIN-FUTUR-SW
00386          GO TO 2000-PROC-FUTURO-EXIT
00387      END-IF.
00388      PERFORM 2900-LEER-FUTURO THRU 2900-LEER-FUTURO-EXIT.
00389  2000-PROC-FUTURO-EXIT.
00390      EXIT.
00391 *-------------------------------------------------------------*
00392  2100-LIBERAR-FUTURO.
00393 *    GRABA EL FUTURO VIGENTE COMO DETALLE DEL LOTE DE
00394 *    LIBERACION (EL ENCABEZADO SE GRABA ANTES DEL PRIMERO),
00395 *    TAL COMO SE ALMACENO, ACUMULA LOS TOTALES DEL TRAILER Y
00396 *    LO DEJA LIBERADO EN ESE LOTE CON LA FECHA DE HOY.
00397 *-------------------------------------------------------------*
00398      IF NOT ENCABEZADO-GRABADO
00399          MOVE SPACES        TO TI-REG-ENCABEZADO
00400          MOVE "H"           TO TI-ENC-TIPO-REG
00401          MOVE WS-LOTE-NUEVO TO TI-LOTE-ID
00402          MOVE WS-RUN-FECHA  TO TI-LOTE-FECHA
00403          MOVE "FUTUROS"     TO TI-LOTE-ORIGEN
00404          WRITE TI-REG-ENCABEZADO
00405          IF WS-FUTLOTE-STATUS NOT = "00"
00406              DISPLAY "CALCFLIB: NO SE PUDO GRABAR FUTLOTE - "
00407                  "STATUS " WS-FUTLOTE-STATUS
00408              MOVE "S" TO WS-ERROR-SW
00409              GO TO 2100-LIBERAR-FUTURO-EXIT
00410          END-IF
00411          MOVE "S" TO WS-ENCAB-SW
00412      END-IF.
00413      MOVE FU-DETALLE   TO FUTLOTE-RECORD.
00414      WRITE FUTLOTE-RECORD.
00415      IF WS-FUTLOTE-STATUS NOT = "00"
00416          DISPLAY "CALCFLIB: NO SE PUDO GRABAR FUTLOTE - STATUS "
00417              WS-FUTLOTE-STATUS
00418          MOVE "S" TO WS-ERROR-SW
00419          GO TO 2100-LIBERAR-FUTURO-EXIT
00420      END-IF.
00421      ADD FU-NUMERO1 TO WS-HASH-NUM1.
00422      ADD FU-NUMERO2 TO WS-HASH-NUM2.
00423      ADD 1 TO WS-CONT-LIBERADOS.
00424      MOVE "L"           TO FU-ESTADO.
00425      MOVE WS-LOTE-NUEVO TO FU-LIBERA-LOTE.
00426      MOVE WS-RUN-FECHA  TO FU-LIBERA-FECHA.
00427  2100-LIBERAR-FUTURO-EXIT.
00428      EXIT.
00429 *-------------------------------------------------------------*
00430  2900-LEER-FUTURO.
00431 *    LEE EL SIGUIENTE FUTURO DE LA SEGUNDA PASADA.
00432 *-------------------------------------------------------------*
00433      READ FUTUROS
00434          AT END
00435              MOVE "S" TO WS-FIN-FUTUR-SW
00436      END-READ.
00437      IF NOT FIN-FUTUROS
00438          ADD 1 TO WS-CONT-LEIDOS
00439      END-IF.
00440  2900-LEER-FUTURO-EXIT.
00441      EXIT.
00442 *-------------------------------------------------------------*
00443  9000-FINAL.
00444 *    GRABA EL TRAILER DEL LOTE DE LIBERACION SI SE LIBERO
00445 *    ALGO, CIERRA LOS ARCHIVOS, REPORTA Y GRADUA EL
00446 *    RETURN-CODE: 0 ALMACEN COPIADO COMPLETO (CON O SIN
00447 *    LOTE), 12 ERROR DE ARCHIVO (EL JOB NO DEBE PONER FUTNEW
00448 *    EN LUGAR DE FUTUROS).
00449 *-------------------------------------------------------------*
00450      IF ENCABEZADO-GRABADO AND NOT ERROR-DE-ARCHIVO
00451          MOVE SPACES            TO TI-REG-TRAILER
00452          MOVE "T"               TO TI-TRL-TIPO-REG
00453          MOVE WS-CONT-LIBERADOS TO TI-TRL-CANTIDAD
00454          MOVE WS-HASH-NUM1      TO TI-TRL-HASH-NUM1
00455          MOVE WS-HASH-NUM2      TO TI-TRL-HASH-NUM2
00456          WRITE TI-REG-TRAILER
00457          IF WS-FUTLOTE-STATUS NOT = "00"
00458              DISPLAY "CALCFLIB: NO SE PUDO GRABAR EL TRAILER DE "
00459                  "FUTLOTE - STATUS " WS-FUTLOTE-STATUS
00460              MOVE "S" TO WS-ERROR-SW
00461          END-IF
00462      END-IF.
00463      CLOSE FUTUROS.
00464      CLOSE FUTNEW.
00465      CLOSE FUTLOTE.
00466      DISPLAY "CALCFLIB: FUTUROS LEIDOS        : " WS-CONT-LEIDOS.
00467      DISPLAY "CALCFLIB: LIBERADOS EN EL LOTE  : "
00468          WS-CONT-LIBERADOS.
00469      DISPLAY "CALCFLIB: DE ELLOS, RELIBERADOS : "
00470          WS-CONT-RELIBERA.
00471      DISPLAY "CALCFLIB: CONFIRMADOS EN BATCHHST: " WS-CONT-CONTAB.
00472      DISPLAY "CALCFLIB: PENDIENTES SIN VENCER: "
00473          WS-CONT-PENDIENTES.
00474      DISPLAY "CALCFLIB: ANULADOS EN EL ALMACEN: "
00475          WS-CONT-ANULADOS.
00476      IF WS-CONT-LIBERADOS > ZERO
00477          DISPLAY "CALCFLIB: LOTE DE LIBERACION " WS-LOTE-NUEVO
00478      END-IF.
00479      IF ERROR-DE-ARCHIVO
00480          DISPLAY "CALCFLIB: LIBERACION NO REALIZADA - "
00481              "RETURN-CODE 12"
00482          MOVE 12 TO RETURN-CODE
00483      ELSE
00484          MOVE 0 TO RETURN-CODE
00485      END-IF.
00486  9000-FINAL-EXIT.
00487      EXIT.
