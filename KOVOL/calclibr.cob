00001  IDENTIFICATION DIVISION.
00002   PROGRAM-ID. CALCLIBR.
00003   AUTHOR. MARIO QUIROS.
00004   INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
00005   DATE-WRITTEN. 2026-10-15.
00006   DATE-COMPILED.
00007 *
00008 *-------------------------------------------------------------*
00009 * CALCLIBR ES EL PRIMER PASO DE CALCNITE: LIBERA LOS         *
00010 * RETENIDOS POR MONTO QUE CALCAPRO DEJO APROBADOS, ARMANDO   *
00011 * CON ELLOS UN LOTE LIMPIO DE TRANSIN (ENCABEZADO "H",       *
00012 * DETALLES "D" Y TRAILER "T" CON CANTIDAD Y HASH) EN         *
00013 * RETLOTE, QUE EL JOB PONE DELANTE DE TRANSIN EN EL PASO     *
00014 * CALCULO. EL LOTE LLEVA UN ID NUEVO "RL" + NUMERO (EL       *
00015 * SIGUIENTE AL MAYOR QUE YA TENGA RETENIDO), ORIGEN          *
00016 * "RETENIDO", Y CADA DETALLE LLEVA EN TI-REF-RUN-ID/         *
00017 * TI-REF-SECUENCIA LA LLAVE DE SU RETENIDO: CALCULOS SOLO LO *
00018 * DEJA PASAR SIN LIMITE SI RETENIDO LO TIENE LIBERADO EN ESE *
00019 * MISMO LOTE Y CON LOS MISMOS MONTOS.                        *
00020 *                                                             *
00021 * LOS LIBERADOS DE UN CICLO ANTERIOR SE BUSCAN EN BATCHHST:  *
00022 * SI SU LOTE YA ESTA, QUEDAN CONTABILIZADOS (C); SI NO, EL   *
00023 * CICLO NO LLEGO A PROCESARLO Y SE VUELVEN A LIBERAR EN EL   *
00024 * LOTE NUEVO. LA COLA COMPLETA SE COPIA A RETNEW CON LOS     *
00025 * ESTADOS NUEVOS Y EL JOB LA PONE EN LUGAR DE RETENIDO.      *
00026 *-------------------------------------------------------------*
00027 * HISTORIAL DE MODIFICACIONES                                 *
00028 *-------------------------------------------------------------*
00029 * FECHA       INIC.  DESCRIPCION                              *
00030 * 2026-10-15  MQR    VERSION INICIAL DEL PROGRAMA.            *
00031 *-------------------------------------------------------------*
00032  ENVIRONMENT DIVISION.
00033  INPUT-OUTPUT SECTION.
00034   FILE-CONTROL.
00035      SELECT RETENIDO ASSIGN TO "RETENIDO"
00036         ORGANIZATION IS LINE SEQUENTIAL
00037         FILE STATUS IS WS-RETEN-STATUS.
00038      SELECT BATCHHST ASSIGN TO "BATCHHST"
00039         ORGANIZATION IS LINE SEQUENTIAL
00040         FILE STATUS IS WS-BATCH-STATUS.
00041      SELECT RETNEW   ASSIGN TO "RETNEW"
00042         ORGANIZATION IS LINE SEQUENTIAL
00043         FILE STATUS IS WS-RETNEW-STATUS.
00044      SELECT RETLOTE  ASSIGN TO "RETLOTE"
00045         ORGANIZATION IS LINE SEQUENTIAL
00046         FILE STATUS IS WS-RETLOTE-STATUS.
00047 *
00048  DATA DIVISION.
00049   FILE SECTION.
00050   FD  RETENIDO
00051       LABEL RECORDS ARE STANDARD
00052       RECORDING MODE IS F.
00053   01  RETENIDO-RECORD.
00054       COPY RETENR.
00055 *
00056   FD  BATCHHST
00057       LABEL RECORDS ARE STANDARD
00058       RECORDING MODE IS F.
00059   01  BATCH-RECORD.
00060       05 BH-LOTE-ID        PIC X(08).
00061       05 BH-FECHA-PROC     PIC 9(08).
00062       05 BH-RUN-ID         PIC 9(06).
00063 *
00064   FD  RETNEW
00065       LABEL RECORDS ARE STANDARD
00066       RECORDING MODE IS F.
00067   01  RETNEW-RECORD         PIC X(143).
00068 *
00069   FD  RETLOTE
00070       LABEL RECORDS ARE STANDARD
00071       RECORDING MODE IS F.
00072   01  RETLOTE-RECORD.
00073       05 TI-TIPO-REG       PIC X(01).
00074       05 TI-NUMERO1        PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00075       05 TI-NUMERO2        PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00076       05 TI-FECHA-EFECTIVA PIC 9(08).
00077       05 TI-TIPO-TRANS     PIC X(02).
00078       05 TI-MONEDA         PIC X(03).
00079       05 TI-REF-RUN-ID     PIC 9(06).
00080       05 TI-REF-SECUENCIA  PIC 9(08).
00081   01  TI-REG-ENCABEZADO.
00082       05 TI-ENC-TIPO-REG   PIC X(01).
00083       05 TI-LOTE-ID        PIC X(08).
00084       05 TI-LOTE-FECHA     PIC 9(08).
00085       05 TI-LOTE-ORIGEN    PIC X(08).
00086   01  TI-REG-TRAILER.
00087       05 TI-TRL-TIPO-REG   PIC X(01).
00088       05 TI-TRL-CANTIDAD   PIC 9(08).
00089       05 TI-TRL-HASH-NUM1  PIC S9(13)V9(2)
00090                                SIGN LEADING SEPARATE.
00091       05 TI-TRL-HASH-NUM2  PIC S9(13)V9(2)
00092                                SIGN LEADING SEPARATE.
00093 *
00094   WORKING-STORAGE SECTION.
00095    77 WS-RETEN-STATUS    PIC X(02) VALUE "00".
00096    77 WS-BATCH-STATUS    PIC X(02) VALUE "00".
00097    77 WS-RETNEW-STATUS   PIC X(02) VALUE "00".
00098    77 WS-RETLOTE-STATUS  PIC X(02) VALUE "00".
00099    77 WS-RUN-FECHA       PIC 9(08) VALUE ZERO.
00100    77 WS-LOTE-MAYOR      PIC 9(06) VALUE ZERO.
00101    77 WS-LOTE-CANT       PIC 9(04) COMP VALUE ZERO.
00102    77 WS-LOTE-MAX        PIC 9(04) COMP VALUE 100.
00103    77 WS-LOTE-IDX        PIC 9(04) COMP VALUE ZERO.
00104    77 WS-LOTE-ENC        PIC 9(04) COMP VALUE ZERO.
00105    77 WS-LOTE-BUSCADO    PIC X(08) VALUE SPACES.
00106    77 WS-CONT-LEIDOS     PIC 9(08) COMP VALUE ZERO.
00107    77 WS-CONT-LIBERADOS  PIC 9(08) COMP VALUE ZERO.
00108    77 WS-CONT-RELIBERA   PIC 9(08) COMP VALUE ZERO.
00109    77 WS-CONT-CONTAB     PIC 9(08) COMP VALUE ZERO.
00110    77 WS-HASH-NUM1       PIC S9(13)V9(2) VALUE ZERO.
00111    77 WS-HASH-NUM2       PIC S9(13)V9(2) VALUE ZERO.
00112 *
00113    01 WS-SWITCHES.
00114       05 WS-FIN-RETEN-SW PIC X(01) VALUE "N".
00115          88 FIN-RETENIDO       VALUE "S".
00116       05 WS-FIN-BATCH-SW PIC X(01) VALUE "N".
00117          88 FIN-BATCHHST       VALUE "S".
00118       05 WS-COLA-SW      PIC X(01) VALUE "S".
00119          88 COLA-EXISTE        VALUE "S".
00120       05 WS-ENCAB-SW     PIC X(01) VALUE "N".
00121          88 ENCABEZADO-GRABADO VALUE "S".
00122       05 WS-ERROR-SW     PIC X(01) VALUE "N".
00123          88 ERROR-DE-ARCHIVO   VALUE "S".
00124 *
00125 *-------------------------------------------------------------*
00126 *    ID DEL LOTE DE LIBERACION: "RL" + NUMERO DE SEIS         *
00127 *    CIFRAS. WS-LOTE-LEIDO ES LA MISMA VISTA SOBRE EL LOTE    *
00128 *    DE UN RETENIDO YA LIBERADO, PARA SACAR EL MAYOR NUMERO.  *
00129 *-------------------------------------------------------------*
00130    01 WS-LOTE-NUEVO.
00131       05 WLN-PREFIJO     PIC X(02) VALUE "RL".
00132       05 WLN-NUMERO      PIC 9(06) VALUE ZERO.
00133    01 WS-LOTE-LEIDO.
00134       05 WLL-PREFIJO     PIC X(02).
00135       05 WLL-NUMERO      PIC X(06).
00136       05 WLL-NUMERO-N REDEFINES WLL-NUMERO PIC 9(06).
00137 *
00138 *-------------------------------------------------------------*
00139 *    LOTES DE LIBERACION DE CICLOS ANTERIORES QUE TODAVIA     *
00140 *    TIENEN RETENIDOS EN ESTADO L, Y SI BATCHHST YA LOS TIENE. *
00141 *-------------------------------------------------------------*
00142    01 WS-TABLA-LOTES.
00143       05 WS-LOTE-ENTRADA OCCURS 100 TIMES.
00144          10 WS-LT-LOTE-ID   PIC X(08).
00145          10 WS-LT-EN-HIST   PIC X(01).
00146 *
00147  PROCEDURE DIVISION.
00148 *-------------------------------------------------------------*
00149  0000-PRINCIPAL.
00150 *-------------------------------------------------------------*
00151      PERFORM 1000-INICIO THRU 1000-INICIO-EXIT.
00152      IF NOT ERROR-DE-ARCHIVO
00153          PERFORM 2000-PROC-RETENIDO THRU 2000-PROC-RETENIDO-EXIT
00154              UNTIL FIN-RETENIDO
00155      END-IF.
00156      PERFORM 9000-FINAL THRU 9000-FINAL-EXIT.
00157      STOP RUN.
00158 *-------------------------------------------------------------*
00159  1000-INICIO.
00160 *    PRIMERA PASADA SOBRE LA COLA PARA CONOCER LOS LOTES DE
00161 *    LIBERACION PENDIENTES Y EL MAYOR NUMERO USADO, CRUCE DE
00162 *    ESOS LOTES CONTRA BATCHHST, Y APERTURA DE LA SEGUNDA
00163 *    PASADA CON RETNEW Y RETLOTE. UNA COLA QUE NO EXISTE SE
00164 *    TRATA COMO VACIA: RETLOTE SALE VACIO.
00165 *-------------------------------------------------------------*
00166      ACCEPT WS-RUN-FECHA FROM DATE YYYYMMDD.
00167      OPEN INPUT RETENIDO.
00168      IF WS-RETEN-STATUS = "35"
00169          DISPLAY "CALCLIBR: RETENIDO NO EXISTE - NADA QUE LIBERAR"
00170          MOVE "N" TO WS-COLA-SW
00171          MOVE "S" TO WS-FIN-RETEN-SW
00172      ELSE
00173          IF WS-RETEN-STATUS NOT = "00"
00174              DISPLAY "CALCLIBR: NO ABRIO RETENIDO - STATUS "
00175                  WS-RETEN-STATUS
00176              MOVE "S" TO WS-ERROR-SW
00177              GO TO 1000-INICIO-EXIT
00178          END-IF
00179      END-IF.
00180      IF COLA-EXISTE
00181          PERFORM 1100-EXPLORAR-RETENIDO THRU
00182              1100-EXPLORAR-RETENIDO-EXIT
00183              UNTIL FIN-RETENIDO
00184          CLOSE RETENIDO
00185      END-IF.
00186      IF ERROR-DE-ARCHIVO
00187          GO TO 1000-INICIO-EXIT
00188      END-IF.
00189      IF WS-LOTE-CANT > ZERO
00190          PERFORM 1200-CRUZAR-BATCHHST THRU
00191              1200-CRUZAR-BATCHHST-EXIT
00192      END-IF.
00193      IF ERROR-DE-ARCHIVO
00194          GO TO 1000-INICIO-EXIT
00195      END-IF.
00196      COMPUTE WLN-NUMERO = WS-LOTE-MAYOR + 1.
00197      OPEN OUTPUT RETLOTE.
00198      IF WS-RETLOTE-STATUS NOT = "00"
00199          DISPLAY "CALCLIBR: NO ABRIO RETLOTE - STATUS "
00200              WS-RETLOTE-STATUS
00201          MOVE "S" TO WS-ERROR-SW
00202          GO TO 1000-INICIO-EXIT
00203      END-IF.
00204      OPEN OUTPUT RETNEW.
00205      IF WS-RETNEW-STATUS NOT = "00"
00206          DISPLAY "CALCLIBR: NO ABRIO RETNEW - STATUS "
00207              WS-RETNEW-STATUS
00208          MOVE "S" TO WS-ERROR-SW
00209          GO TO 1000-INICIO-EXIT
00210      END-IF.
00211      IF NOT COLA-EXISTE
00212          GO TO 1000-INICIO-EXIT
00213      END-IF.
00214      MOVE "N" TO WS-FIN-RETEN-SW.
00215      OPEN INPUT RETENIDO.
00216      IF WS-RETEN-STATUS NOT = "00"
00217          DISPLAY "CALCLIBR: NO REABRIO RETENIDO - STATUS "
00218              WS-RETEN-STATUS
00219          MOVE "S" TO WS-ERROR-SW
00220          GO TO 1000-INICIO-EXIT
00221      END-IF.
00222      PERFORM 2900-LEER-RETENIDO THRU 2900-LEER-RETENIDO-EXIT.
00223  1000-INICIO-EXIT.
00224      EXIT.
00225 *-------------------------------------------------------------*
00226  1100-EXPLORAR-RETENIDO.
00227 *    LEE UN RETENIDO EN LA PRIMERA PASADA. DE TODO LOTE DE
00228 *    LIBERACION GUARDA EL MAYOR NUMERO; DE LOS RETENIDOS EN
00229 *    ESTADO L GUARDA SU LOTE (UNA SOLA VEZ) PARA CRUZARLO
00230 *    CONTRA BATCHHST.
00231 *-------------------------------------------------------------*
00232      READ RETENIDO
00233          AT END
00234              MOVE "S" TO WS-FIN-RETEN-SW
00235      END-READ.
00236      IF FIN-RETENIDO
00237          GO TO 1100-EXPLORAR-RETENIDO-EXIT
00238      END-IF.
00239      IF RN-LIBERA-LOTE = SPACES
00240          GO TO 1100-EXPLORAR-RETENIDO-EXIT
00241      END-IF.
00242      MOVE RN-LIBERA-LOTE TO WS-LOTE-LEIDO.
00243      IF WLL-PREFIJO = "RL" AND WLL-NUMERO NUMERIC
00244          IF WLL-NUMERO-N > WS-LOTE-MAYOR
00245              MOVE WLL-NUMERO-N TO WS-LOTE-MAYOR
00246          END-IF
00247      END-IF.
00248      IF NOT RN-LIBERADO
00249          GO TO 1100-EXPLORAR-RETENIDO-EXIT
00250      END-IF.
00251      MOVE RN-LIBERA-LOTE TO WS-LOTE-BUSCADO.
00252      PERFORM 1300-BUSCAR-LOTE THRU 1300-BUSCAR-LOTE-EXIT.
00253      IF WS-LOTE-ENC > ZERO
00254          GO TO 1100-EXPLORAR-RETENIDO-EXIT
00255      END-IF.
00256      IF WS-LOTE-CANT NOT < WS-LOTE-MAX
00257          DISPLAY "CALCLIBR: MAS DE " WS-LOTE-MAX " LOTES DE "
00258              "LIBERACION SIN CONFIRMAR - REVISAR RETENIDO"
00259          MOVE "S" TO WS-ERROR-SW
00260          MOVE "S" TO WS-FIN-RETEN-SW
00261          GO TO 1100-EXPLORAR-RETENIDO-EXIT
00262      END-IF.
00263      ADD 1 TO WS-LOTE-CANT.
00264      MOVE RN-LIBERA-LOTE TO WS-LT-LOTE-ID (WS-LOTE-CANT).
00265      MOVE "N"            TO WS-LT-EN-HIST (WS-LOTE-CANT).
00266  1100-EXPLORAR-RETENIDO-EXIT.
00267      EXIT.
00268 *-------------------------------------------------------------*
00269  1200-CRUZAR-BATCHHST.
00270 *    RECORRE EL HISTORIAL DE LOTES PROCESADOS Y MARCA LOS
00271 *    LOTES DE LIBERACION PENDIENTES QUE YA ESTAN EN EL. SIN
00272 *    HISTORIAL NINGUNO SE DA POR CONTABILIZADO.
00273 *-------------------------------------------------------------*
00274      OPEN INPUT BATCHHST.
00275      IF WS-BATCH-STATUS = "35"
00276          GO TO 1200-CRUZAR-BATCHHST-EXIT
00277      END-IF.
00278      IF WS-BATCH-STATUS NOT = "00"
00279          DISPLAY "CALCLIBR: NO ABRIO BATCHHST - STATUS "
00280              WS-BATCH-STATUS " - SIN HISTORIAL NO SE PUEDE "
00281              "CONFIRMAR LO YA LIBERADO"
00282          MOVE "S" TO WS-ERROR-SW
00283          GO TO 1200-CRUZAR-BATCHHST-EXIT
00284      END-IF.
00285      PERFORM 1210-LEER-BATCHHST THRU 1210-LEER-BATCHHST-EXIT
00286          UNTIL FIN-BATCHHST.
00287      CLOSE BATCHHST.
00288  1200-CRUZAR-BATCHHST-EXIT.
00289      EXIT.
00290 *-------------------------------------------------------------*
00291  1210-LEER-BATCHHST.
00292 *    LEE UN LOTE DE BATCHHST Y, SI ES UN LOTE DE LIBERACION
00293 *    PENDIENTE, LO MARCA COMO YA PROCESADO.
00294 *-------------------------------------------------------------*
00295      READ BATCHHST
00296          AT END
00297              MOVE "S" TO WS-FIN-BATCH-SW
00298      END-READ.
00299      IF FIN-BATCHHST
00300          GO TO 1210-LEER-BATCHHST-EXIT
00301      END-IF.
00302      MOVE BH-LOTE-ID TO WS-LOTE-BUSCADO.
00303      PERFORM 1300-BUSCAR-LOTE THRU 1300-BUSCAR-LOTE-EXIT.
00304      IF WS-LOTE-ENC > ZERO
00305          MOVE "S" TO WS-LT-EN-HIST (WS-LOTE-ENC)
00306      END-IF.
00307  1210-LEER-BATCHHST-EXIT.
00308      EXIT.
00309 *-------------------------------------------------------------*
00310  1300-BUSCAR-LOTE.
00311 *    BUSCA WS-LOTE-BUSCADO EN LA TABLA DE LOTES DE LIBERACION
00312 *    PENDIENTES Y DEJA SU POSICION EN WS-LOTE-ENC (CERO SI NO
00313 *    ESTA).
00314 *-------------------------------------------------------------*
00315      MOVE ZERO TO WS-LOTE-ENC.
00316      PERFORM 1310-COMPARAR-LOTE THRU 1310-COMPARAR-LOTE-EXIT
00317          VARYING WS-LOTE-IDX FROM 1 BY 1
00318          UNTIL WS-LOTE-IDX > WS-LOTE-CANT
00319             OR WS-LOTE-ENC > ZERO.
00320  1300-BUSCAR-LOTE-EXIT.
00321      EXIT.
00322 *-------------------------------------------------------------*
00323  1310-COMPARAR-LOTE.
00324 *    COMPARA UNA ENTRADA DE LA TABLA CON EL LOTE BUSCADO.
00325 *-------------------------------------------------------------*
00326      IF WS-LT-LOTE-ID (WS-LOTE-IDX) = WS-LOTE-BUSCADO
00327          MOVE WS-LOTE-IDX TO WS-LOTE-ENC
00328      END-IF.
00329  1310-COMPARAR-LOTE-EXIT.
00330      EXIT.
00331 *-------------------------------------------------------------*
00332  2000-PROC-RETENIDO.
00333 *    SEGUNDA PASADA: UN RETENIDO APROBADO SE LIBERA EN EL
00334 *    LOTE NUEVO; UN LIBERADO CUYO LOTE YA ESTA EN BATCHHST
00335 *    QUEDA CONTABILIZADO, Y SI NO ESTA SE VUELVE A LIBERAR.
00336 *    TODO RETENIDO PASA A RETNEW CON SU ESTADO.
00337 *-------------------------------------------------------------*
00338      IF RN-LIBERADO
00339          MOVE RN-LIBERA-LOTE TO WS-LOTE-BUSCADO
00340          PERFORM 1300-BUSCAR-LOTE THRU 1300-BUSCAR-LOTE-EXIT
00341          IF WS-LOTE-ENC > ZERO
00342              IF WS-LT-EN-HIST (WS-LOTE-ENC) = "S"
00343                  MOVE "C" TO RN-ESTADO
00344                  ADD 1 TO WS-CONT-CONTAB
00345              ELSE
00346                  DISPLAY "CALCLIBR: RETENIDO " RN-RUN-ID "/"
00347                      RN-SECUENCIA " NO SE PROCESO EN EL LOTE "
00348                      RN-LIBERA-LOTE " - SE LIBERA DE NUEVO"
00349                  ADD 1 TO WS-CONT-RELIBERA
00350                  PERFORM 2100-LIBERAR-RETENIDO THRU
00351                      2100-LIBERAR-RETENIDO-EXIT
00352              END-IF
00353          END-IF
00354          GO TO 2000-PROC-GRABAR
00355      END-IF.
00356      IF RN-APROBADO
00357          PERFORM 2100-LIBERAR-RETENIDO THRU
00358              2100-LIBERAR-RETENIDO-EXIT
00359      END-IF.
00360  2000-PROC-GRABAR.
00361      IF ERROR-DE-ARCHIVO
00362          MOVE "S" TO WS-FIN-RETEN-SW
00363          GO TO 2000-PROC-RETENIDO-EXIT
00364      END-IF.
00365      WRITE RETNEW-RECORD FROM RETENIDO-RECORD.
00366      IF WS-RETNEW-STATUS NOT = "00"
00367          DISPLAY "CALCLIBR: NO SE PUDO GRABAR RETNEW - STATUS "
00368              WS-RETNEW-STATUS
00369          MOVE "S" TO WS-ERROR-SW
00370          MOVE "S" TO WS-FIN-RETEN-SW
00371          GO TO 2000-PROC-RETENIDO-EXIT
00372      END-IF.
00373      PERFORM 2900-LEER-RETENIDO THRU 2900-LEER-RETENIDO-EXIT.
00374  2000-PROC-RETENIDO-EXIT.
00375      EXIT.
00376 *-------------------------------------------------------------*
00377  2100-LIBERAR-RETENIDO.
00378 *    GRABA EL RETENIDO VIGENTE COMO DETALLE DEL LOTE DE
00379 *    LIBERACION (EL ENCABEZADO SE GRABA ANTES DEL PRIMERO),
00380 *    CON LA LLAVE DEL RETENIDO COMO REFERENCIA, ACUMULA LOS
00381 *    TOTALES DEL TRAILER Y LO DEJA LIBERADO EN ESE LOTE.
00382 *-------------------------------------------------------------*
00383      IF NOT ENCABEZADO-GRABADO
00384          MOVE SPACES        TO TI-REG-ENCABEZADO
00385          MOVE "H"           TO TI-ENC-TIPO-REG
00386          MOVE WS-LOTE-NUEVO TO TI-LOTE-ID
00387          MOVE WS-RUN-FECHA  TO TI-LOTE-FECHA
00388          MOVE "RETENIDO"    TO TI-LOTE-ORIGEN
00389          WRITE TI-REG-ENCABEZADO
00390          IF WS-RETLOTE-STATUS NOT = "00"
00391              DISPLAY "CALCLIBR: NO SE PUDO GRABAR RETLOTE - "
00392                  "STATUS " WS-RETLOTE-STATUS
00393              MOVE "S" TO WS-ERROR-SW
00394              GO TO 2100-LIBERAR-RETENIDO-EXIT
00395          END-IF
00396          MOVE "S" TO WS-ENCAB-SW
00397      END-IF.
00398      MOVE RN-DETALLE   TO RETLOTE-RECORD.
00399      MOVE "D"          TO TI-TIPO-REG.
00400      MOVE RN-RUN-ID    TO TI-REF-RUN-ID.
00401      MOVE RN-SECUENCIA TO TI-REF-SECUENCIA.
00402      WRITE RETLOTE-RECORD.
00403      IF WS-RETLOTE-STATUS NOT = "00"
00404          DISPLAY "CALCLIBR: NO SE PUDO GRABAR RETLOTE - STATUS "
00405              WS-RETLOTE-STATUS
00406          MOVE "S" TO WS-ERROR-SW
00407          GO TO 2100-LIBERAR-RETENIDO-EXIT
00408      END-IF.
00409      ADD RN-NUMERO1 TO WS-HASH-NUM1.
00410      ADD RN-NUMERO2 TO WS-HASH-NUM2.
00411      ADD 1 TO WS-CONT-LIBERADOS.
00412      MOVE "L"           TO RN-ESTADO.
00413      MOVE WS-LOTE-NUEVO TO RN-LIBERA-LOTE.
00414  2100-LIBERAR-RETENIDO-EXIT.
00415      EXIT.
00416 *-------------------------------------------------------------*
00417  2900-LEER-RETENIDO.
00418 *    LEE EL SIGUIENTE RETENIDO DE LA SEGUNDA PASADA.
00419 *-------------------------------------------------------------*
00420      READ RETENIDO
00421          AT END
00422              MOVE "S" TO WS-FIN-RETEN-SW
00423      END-READ.
00424      IF NOT FIN-RETENIDO
00425          ADD 1 TO WS-CONT-LEIDOS
00426      END-IF.
00427  2900-LEER-RETENIDO-EXIT.
00428      EXIT.
00429 *-------------------------------------------------------------*
00430  9000-FINAL.
00431 *    GRABA EL TRAILER DEL LOTE DE LIBERACION SI SE LIBERO
00432 *    ALGO, CIERRA LOS ARCHIVOS, REPORTA Y GRADUA EL
00433 *    RETURN-CODE: 0 COLA COPIADA COMPLETA (CON O SIN LOTE),
00434 *    12 ERROR DE ARCHIVO (EL JOB NO DEBE PONER RETNEW EN
00435 *    LUGAR DE RETENIDO).
00436 *-------------------------------------------------------------*
00437      IF ENCABEZADO-GRABADO AND NOT ERROR-DE-ARCHIVO
00438          MOVE SPACES            TO TI-REG-TRAILER
00439          MOVE "T"               TO TI-TRL-TIPO-REG
00440          MOVE WS-CONT-LIBERADOS TO TI-TRL-CANTIDAD
00441          MOVE WS-HASH-NUM1      TO TI-TRL-HASH-NUM1
00442          MOVE WS-HASH-NUM2      TO TI-TRL-HASH-NUM2
00443          WRITE TI-REG-TRAILER
00444          IF WS-RETLOTE-STATUS NOT = "00"
00445              DISPLAY "CALCLIBR: NO SE PUDO GRABAR EL TRAILER DE "
00446                  "RETLOTE - STATUS " WS-RETLOTE-STATUS
00447              MOVE "S" TO WS-ERROR-SW
00448          END-IF
00449      END-IF.
00450      CLOSE RETENIDO.
00451      CLOSE RETNEW.
00452      CLOSE RETLOTE.
00453      DISPLAY "CALCLIBR: RETENIDOS LEIDOS      : " WS-CONT-LEIDOS.
00454      DISPLAY "CALCLIBR: LIBERADOS EN EL LOTE  : "
00455          WS-CONT-LIBERADOS.
00456      DISPLAY "CALCLIBR: DE ELLOS, RELIBERADOS : "
00457          WS-CONT-RELIBERA.
00458      DISPLAY "CALCLIBR: CONFIRMADOS EN BATCHHST: " WS-CONT-CONTAB.
00459      IF WS-CONT-LIBERADOS > ZERO
00460          DISPLAY "CALCLIBR: LOTE DE LIBERACION " WS-LOTE-NUEVO
00461      END-IF.
00462      IF ERROR-DE-ARCHIVO
00463          DISPLAY "CALCLIBR: LIBERACION NO REALIZADA - "
00464              "RETURN-CODE 12"
00465          MOVE 12 TO RETURN-CODE
00466      ELSE
00467          MOVE 0 TO RETURN-CODE
00468      END-IF.
00469  9000-FINAL-EXIT.
00470      EXIT.
