00001  IDENTIFICATION DIVISION.
00002   PROGRAM-ID. CALCFLIS.
00003   AUTHOR. MARIO QUIROS.
00004   INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
00005   DATE-WRITTEN. 2026-10-15.
00006   DATE-COMPILED.
00007 *
00008 *-------------------------------------------------------------*
00009 * CALCFLIS LISTA EL ALMACEN DE FUTUROS: LOS DETALLES QUE     *
00010 * CALCULOS GUARDO POR TRAER UNA FECHA EFECTIVA POSTERIOR A   *
00011 * SU CORRIDA Y QUE TODAVIA NO SE CONTABILIZAN, ORDENADOS POR *
00012 * FECHA EFECTIVA Y, DENTRO DE CADA FECHA, POR SISTEMA DE     *
00013 * ORIGEN DEL LOTE QUE LOS TRAJO. CADA ORIGEN Y CADA FECHA    *
00014 * CIERRAN CON SU SUBTOTAL DE CANTIDAD Y DE NUMERO1/NUMERO2,  *
00015 * Y AL FINAL VAN LOS TOTALES DEL LISTADO Y LA CUENTA DE LOS  *
00016 * CONTABILIZADOS Y ANULADOS QUE QUEDAN EN EL ARCHIVO.        *
00017 *                                                             *
00018 * SALEN LOS PENDIENTES (P) Y LOS LIBERADOS (L) QUE CALCFLIB  *
00019 * YA DEVOLVIO PERO CUYO LOTE TODAVIA NO CONFIRMA BATCHHST.   *
00020 * NO ACTUALIZA NADA; TERMINA CON RC=0, 4 SI EL LISTADO       *
00021 * QUEDO INCOMPLETO POR TABLA LLENA, O 12 SI NO PUDO LEER EL  *
00022 * ALMACEN O ESCRIBIR EL LISTADO.                             *
00023 *-------------------------------------------------------------*
00024 * HISTORIAL DE MODIFICACIONES                                 *
00025 *-------------------------------------------------------------*
00026 * FECHA       INIC.  DESCRIPCION                              *
00027 * 2026-10-15  MQR    VERSION INICIAL DEL PROGRAMA.            *
00028 *-------------------------------------------------------------*
00029  ENVIRONMENT DIVISION.
00030  INPUT-OUTPUT SECTION.
00031   FILE-CONTROL.
00032      SELECT FUTUROS  ASSIGN TO "FUTUROS"
00033         ORGANIZATION IS LINE SEQUENTIAL
00034         FILE STATUS IS WS-FUTUR-STATUS.
00035      SELECT FUTURPT  ASSIGN TO "FUTURPT"
00036         ORGANIZATION IS LINE SEQUENTIAL
00037         FILE STATUS IS WS-FRPT-STATUS.
00038 *
00039  DATA DIVISION.
00040   FILE SECTION.
00041   FD  FUTUROS
00042       LABEL RECORDS ARE STANDARD
00043       RECORDING MODE IS F.
00044   01  FUTUROS-RECORD.
00045       COPY FUTUROR.
00046 *
00047   FD  FUTURPT
00048       LABEL RECORDS ARE STANDARD
00049       RECORDING MODE IS F.
00050   01  PRT-RECORD           PIC X(132).
00051 *
00052   WORKING-STORAGE SECTION.
00053    77 WS-FUTUR-STATUS    PIC X(02) VALUE "00".
00054    77 WS-FRPT-STATUS     PIC X(02) VALUE "00".
00055    77 WS-RUN-FECHA       PIC 9(08) VALUE ZERO.
00056    77 WS-RUN-HORA        PIC 9(06) VALUE ZERO.
00057    77 WS-FUT-CANT        PIC 9(04) COMP VALUE ZERO.
00058    77 WS-FUT-MAX         PIC 9(04) COMP VALUE 2000.
00059    77 WS-FUT-IDX         PIC 9(04) COMP VALUE ZERO.
00060    77 WS-FUT-POS         PIC 9(04) COMP VALUE ZERO.
00061    77 WS-FUT-ANT         PIC 9(04) COMP VALUE ZERO.
00062    77 WS-CONT-LEIDOS     PIC 9(08) COMP VALUE ZERO.
00063    77 WS-CONT-CONTAB     PIC 9(08) COMP VALUE ZERO.
00064    77 WS-CONT-ANULADOS   PIC 9(08) COMP VALUE ZERO.
00065    77 WS-CONT-OMITIDOS   PIC 9(08) COMP VALUE ZERO.
00066    77 WS-FECHA-ACTUAL    PIC 9(08) VALUE ZERO.
00067    77 WS-ORIGEN-ACTUAL   PIC X(08) VALUE SPACES.
00068    77 WS-NIV-ORIGEN      PIC 9(01) VALUE 1.
00069    77 WS-NIV-FECHA       PIC 9(01) VALUE 2.
00070    77 WS-NIV-TOTAL       PIC 9(01) VALUE 3.
00071    77 WS-NIV             PIC 9(01) VALUE ZERO.
00072 *
00073    01 WS-HORA-CRUDA.
00074       05 WS-HORA-HHMMSS  PIC 9(06).
00075       05 FILLER          PIC 9(02).
00076 *
00077    01 WS-SWITCHES.
00078       05 WS-FIN-FUTUR-SW PIC X(01) VALUE "N".
00079          88 FIN-FUTUROS        VALUE "S".
00080       05 WS-UBICADO-SW   PIC X(01) VALUE "N".
00081          88 ENTRADA-UBICADA    VALUE "S".
00082       05 WS-ERROR-SW     PIC X(01) VALUE "N".
00083          88 ERROR-DE-ARCHIVO   VALUE "S".
00084 *
00085 *-------------------------------------------------------------*
00086 *    ACUMULADORES DE CANTIDAD Y NUMERO1/NUMERO2 POR ORIGEN,   *
00087 *    POR FECHA EFECTIVA Y DEL LISTADO COMPLETO.               *
00088 *-------------------------------------------------------------*
00089    01 WS-TOTALES.
00090       05 WS-TOT-NIVEL OCCURS 3 TIMES.
00091          10 WS-TOT-CANT     PIC 9(08) COMP.
00092          10 WS-TOT-NUM1     PIC S9(13)V9(02).
00093          10 WS-TOT-NUM2     PIC S9(13)V9(02).
00094 *
00095 *-------------------------------------------------------------*
00096 *    FUTUROS DEL LISTADO, GUARDADOS EN ORDEN DE FECHA         *
00097 *    EFECTIVA, ORIGEN Y LLAVE DE CORRIDA A MEDIDA QUE SE      *
00098 *    LEEN. WS-FUT-NUEVO TIENE LA MISMA FORMA QUE UNA ENTRADA. *
00099 *-------------------------------------------------------------*
00100    01 WS-FUT-NUEVO.
00101       05 WS-NV-CLAVE.
00102          10 WS-NV-FECHA     PIC 9(08).
00103          10 WS-NV-ORIGEN    PIC X(08).
00104          10 WS-NV-RUN-ID    PIC 9(06).
00105          10 WS-NV-SECUENCIA PIC 9(08).
00106       05 WS-NV-RESTO.
00107          10 WS-NV-ESTADO    PIC X(01).
00108          10 WS-NV-LOTE      PIC X(08).
00109          10 WS-NV-TIPO      PIC X(02).
00110          10 WS-NV-MONEDA    PIC X(03).
00111          10 WS-NV-NUMERO1   PIC S9(7)V9(2).
00112          10 WS-NV-NUMERO2   PIC S9(7)V9(2).
00113          10 WS-NV-LIBERA    PIC X(08).
00114    01 WS-TABLA-FUTUROS.
00115       05 WS-FUT-ENTRADA OCCURS 2000 TIMES.
00116          10 WS-FT-CLAVE.
00117             15 WS-FT-FECHA     PIC 9(08).
00118             15 WS-FT-ORIGEN    PIC X(08).
00119             15 WS-FT-RUN-ID    PIC 9(06).
00120             15 WS-FT-SECUENCIA PIC 9(08).
00121          10 WS-FT-RESTO.
00122             15 WS-FT-ESTADO    PIC X(01).
00123             15 WS-FT-LOTE      PIC X(08).
00124             15 WS-FT-TIPO      PIC X(02).
00125             15 WS-FT-MONEDA    PIC X(03).
00126             15 WS-FT-NUMERO1   PIC S9(7)V9(2).
00127             15 WS-FT-NUMERO2   PIC S9(7)V9(2).
00128             15 WS-FT-LIBERA    PIC X(08).
00129 *
00130 *-------------------------------------------------------------*
00131 *    LINEAS DEL LISTADO DE FUTUROS.                           *
00132 *-------------------------------------------------------------*
00133    01 WS-LINEA-TITULO.
00134       05 FILLER            PIC X(05) VALUE SPACES.
00135       05 FILLER            PIC X(29)
00136                  VALUE "ALMACEN DE FUTUROS POR FECHA ".
00137       05 FILLER            PIC X(17) VALUE "EFECTIVA Y ORIGEN".
00138       05 FILLER            PIC X(10) VALUE "  EMITIDO ".
00139       05 WLT-FECHA         PIC 9(08).
00140       05 FILLER            PIC X(01) VALUE SPACE.
00141       05 WLT-HORA          PIC 9(06).
00142       05 FILLER            PIC X(56) VALUE SPACES.
00143    01 WS-LINEA-COLUMNAS.
00144       05 FILLER            PIC X(02) VALUE SPACES.
00145       05 FILLER            PIC X(10) VALUE "FECHA EF. ".
00146       05 FILLER            PIC X(09) VALUE "ORIGEN   ".
00147       05 FILLER            PIC X(09) VALUE "LOTE     ".
00148       05 FILLER            PIC X(16) VALUE "CORRIDA/SECUEN. ".
00149       05 FILLER            PIC X(05) VALUE "TIPO ".
00150       05 FILLER            PIC X(04) VALUE "MON ".
00151       05 FILLER            PIC X(14) VALUE "       NUMERO1".
00152       05 FILLER            PIC X(02) VALUE SPACES.
00153       05 FILLER            PIC X(14) VALUE "       NUMERO2".
00154       05 FILLER            PIC X(02) VALUE SPACES.
00155       05 FILLER            PIC X(07) VALUE "ESTADO ".
00156       05 FILLER            PIC X(08) VALUE "LIBERADO".
00157       05 FILLER            PIC X(30) VALUE SPACES.
00158    01 WS-LINEA-DETALLE.
00159       05 FILLER            PIC X(02) VALUE SPACES.
00160       05 WLD-FECHA         PIC 9(08).
00161       05 FILLER            PIC X(02) VALUE SPACES.
00162       05 WLD-ORIGEN        PIC X(08).
00163       05 FILLER            PIC X(01) VALUE SPACES.
00164       05 WLD-LOTE          PIC X(08).
00165       05 FILLER            PIC X(01) VALUE SPACES.
00166       05 WLD-RUN-ID        PIC 9(06).
00167       05 FILLER            PIC X(01) VALUE "/".
00168       05 WLD-SECUENCIA     PIC 9(08).
00169       05 FILLER            PIC X(01) VALUE SPACES.
00170       05 WLD-TIPO          PIC X(02).
00171       05 FILLER            PIC X(03) VALUE SPACES.
00172       05 WLD-MONEDA        PIC X(03).
00173       05 FILLER            PIC X(01) VALUE SPACES.
00174       05 WLD-NUMERO1       PIC -(07)9.99.
00175       05 FILLER            PIC X(05) VALUE SPACES.
00176       05 WLD-NUMERO2       PIC -(07)9.99.
00177       05 FILLER            PIC X(05) VALUE SPACES.
00178       05 WLD-ESTADO        PIC X(01).
00179       05 FILLER            PIC X(03) VALUE SPACES.
00180       05 WLD-LIBERA        PIC X(08).
00181       05 FILLER            PIC X(33) VALUE SPACES.
00182    01 WS-LINEA-SUBTOTAL.
00183       05 FILLER            PIC X(12) VALUE SPACES.
00184       05 WLS-LITERAL       PIC X(15).
00185       05 WLS-CLAVE         PIC X(08).
00186       05 FILLER            PIC X(02) VALUE SPACES.
00187       05 WLS-CANT          PIC Z(07)9.
00188       05 FILLER            PIC X(09) VALUE " DETALLES".
00189       05 FILLER            PIC X(02) VALUE SPACES.
00190       05 WLS-NUMERO1       PIC -(13)9.99.
00191       05 FILLER            PIC X(02) VALUE SPACES.
00192       05 WLS-NUMERO2       PIC -(13)9.99.
00193       05 FILLER            PIC X(40) VALUE SPACES.
00194    01 WS-LINEA-RESUMEN.
00195       05 FILLER            PIC X(05) VALUE SPACES.
00196       05 WLR-LITERAL       PIC X(40).
00197       05 WLR-CANT          PIC Z(07)9.
00198       05 FILLER            PIC X(79) VALUE SPACES.
00199    01 WS-LINEA-BLANCO      PIC X(132) VALUE SPACES.
00200 *
00201  PROCEDURE DIVISION.
00202 *-------------------------------------------------------------*
00203  0000-PRINCIPAL.
00204 *-------------------------------------------------------------*
00205      PERFORM 1000-INICIO THRU 1000-INICIO-EXIT.
00206      IF NOT ERROR-DE-ARCHIVO
00207          PERFORM 2000-CARGAR-FUTURO THRU 2000-CARGAR-FUTURO-EXIT
00208              UNTIL FIN-FUTUROS
00209      END-IF.
00210      IF NOT ERROR-DE-ARCHIVO
00211          PERFORM 3000-ESCRIBIR-LISTADO THRU
00212              3000-ESCRIBIR-LISTADO-EXIT
00213      END-IF.
00214      PERFORM 9000-FINAL THRU 9000-FINAL-EXIT.
00215      STOP RUN.
00216 *-------------------------------------------------------------*
00217  1000-INICIO.
00218 *    ABRE EL ALMACEN Y EL LISTADO. UN ALMACEN QUE NO EXISTE SE
00219 *    TRATA COMO VACIO: EL LISTADO SALE SOLO CON LOS TOTALES.
00220 *-------------------------------------------------------------*
00221      ACCEPT WS-RUN-FECHA FROM DATE YYYYMMDD.
00222      ACCEPT WS-HORA-CRUDA FROM TIME.
00223      MOVE WS-HORA-HHMMSS TO WS-RUN-HORA.
00224      MOVE ZERO TO WS-TOT-CANT (1) WS-TOT-NUM1 (1) WS-TOT-NUM2 (1).
00225      MOVE ZERO TO WS-TOT-CANT (2) WS-TOT-NUM1 (2) WS-TOT-NUM2 (2).
00226      MOVE ZERO TO WS-TOT-CANT (3) WS-TOT-NUM1 (3) WS-TOT-NUM2 (3).
00227      OPEN INPUT FUTUROS.
00228      IF WS-FUTUR-STATUS = "35"
00229          DISPLAY "CALCFLIS: FUTUROS NO EXISTE - ALMACEN VACIO"
00230          MOVE "S" TO WS-FIN-FUTUR-SW
00231      ELSE
00232          IF WS-FUTUR-STATUS NOT = "00"
00233              DISPLAY "CALCFLIS: NO ABRIO FUTUROS - STATUS "
00234                  WS-FUTUR-STATUS
00235              MOVE "S" TO WS-ERROR-SW
00236              GO TO 1000-INICIO-EXIT
00237          END-IF
00238      END-IF.
00239      OPEN OUTPUT FUTURPT.
00240      IF WS-FRPT-STATUS NOT = "00"
00241          DISPLAY "CALCFLIS: NO ABRIO FUTURPT - STATUS "
00242              WS-FRPT-STATUS
00243          MOVE "S" TO WS-ERROR-SW
00244      END-IF.
00245  1000-INICIO-EXIT.
00246      EXIT.
00247 *-------------------------------------------------------------*
00248  2000-CARGAR-FUTURO.
00249 *    LEE UN FUTURO. LOS CONTABILIZADOS Y LOS ANULADOS SOLO SE
00250 *    CUENTAN; LOS PENDIENTES Y LIBERADOS SE GUARDAN EN LA
00251 *    TABLA EN SU LUGAR DEL ORDEN. SI LA TABLA SE LLENA, EL
00252 *    RESTO SE CUENTA COMO OMITIDO Y SE AVISA AL FINAL.
00253 *-------------------------------------------------------------*
00254      READ FUTUROS
00255          AT END
00256              MOVE "S" TO WS-FIN-FUTUR-SW
00257      END-READ.
00258      IF FIN-FUTUROS
00259          GO TO 2000-CARGAR-FUTURO-EXIT
00260      END-IF.
00261      ADD 1 TO WS-CONT-LEIDOS.
00262      IF FU-CONTABILIZADO
00263          ADD 1 TO WS-CONT-CONTAB
00264          GO TO 2000-CARGAR-FUTURO-EXIT
00265      END-IF.
00266      IF FU-ANULADO
00267          ADD 1 TO WS-CONT-ANULADOS
00268          GO TO 2000-CARGAR-FUTURO-EXIT
00269      END-IF.
00270      IF WS-FUT-CANT NOT < WS-FUT-MAX
00271          ADD 1 TO WS-CONT-OMITIDOS
00272          GO TO 2000-CARGAR-FUTURO-EXIT
00273      END-IF.
00274      MOVE FU-FECHA-EFECTIVA TO WS-NV-FECHA.
00275      MOVE FU-LOTE-ORIGEN    TO WS-NV-ORIGEN.
00276      MOVE FU-RUN-ID         TO WS-NV-RUN-ID.
00277      MOVE FU-SECUENCIA      TO WS-NV-SECUENCIA.
00278      MOVE FU-ESTADO         TO WS-NV-ESTADO.
00279      MOVE FU-LOTE-ID        TO WS-NV-LOTE.
00280      MOVE FU-TIPO-TRANS     TO WS-NV-TIPO.
00281      MOVE FU-MONEDA         TO WS-NV-MONEDA.
00282      MOVE FU-NUMERO1        TO WS-NV-NUMERO1.
00283      MOVE FU-NUMERO2        TO WS-NV-NUMERO2.
00284      MOVE FU-LIBERA-LOTE    TO WS-NV-LIBERA.
00285      ADD 1 TO WS-FUT-CANT.
00286      MOVE WS-FUT-CANT TO WS-FUT-POS.
00287      MOVE "N" TO WS-UBICADO-SW.
00288      PERFORM 2100-UBICAR-FUTURO THRU 2100-UBICAR-FUTURO-EXIT
00289          UNTIL ENTRADA-UBICADA.
00290      MOVE WS-FUT-NUEVO TO WS-FUT-ENTRADA (WS-FUT-POS).
00291  2000-CARGAR-FUTURO-EXIT.
00292      EXIT.
00293 *-------------------------------------------------------------*
00294  2100-UBICAR-FUTURO.
00295 *    BUSCA EL LUGAR DEL FUTURO NUEVO CORRIENDO HACIA ABAJO UNA
00296 *    POSICION CADA ENTRADA DE LA TABLA CON CLAVE MAYOR. DEJA
00297 *    EL LUGAR LIBRE EN WS-FUT-POS.
00298 *-------------------------------------------------------------*
00299      IF WS-FUT-POS = 1
00300          MOVE "S" TO WS-UBICADO-SW
00301          GO TO 2100-UBICAR-FUTURO-EXIT
00302      END-IF.
00303      COMPUTE WS-FUT-ANT = WS-FUT-POS - 1.
00304      IF WS-FT-CLAVE (WS-FUT-ANT) NOT > WS-NV-CLAVE
00305          MOVE "S" TO WS-UBICADO-SW
00306          GO TO 2100-UBICAR-FUTURO-EXIT
00307      END-IF.
00308      MOVE WS-FUT-ENTRADA (WS-FUT-ANT)
00309          TO WS-FUT-ENTRADA (WS-FUT-POS).
00310      MOVE WS-FUT-ANT TO WS-FUT-POS.
00311  2100-UBICAR-FUTURO-EXIT.
00312      EXIT.
00313 *-------------------------------------------------------------*
00314  3000-ESCRIBIR-LISTADO.
00315 *    ESCRIBE EL TITULO, LOS FUTUROS EN ORDEN CON LOS CORTES
00316 *    POR ORIGEN Y POR FECHA EFECTIVA, Y LOS TOTALES FINALES.
00317 *-------------------------------------------------------------*
00318      MOVE WS-RUN-FECHA TO WLT-FECHA.
00319      MOVE WS-RUN-HORA  TO WLT-HORA.
00320      WRITE PRT-RECORD FROM WS-LINEA-TITULO.
00321      WRITE PRT-RECORD FROM WS-LINEA-BLANCO.
00322      WRITE PRT-RECORD FROM WS-LINEA-COLUMNAS.
00323      WRITE PRT-RECORD FROM WS-LINEA-BLANCO.
00324      PERFORM 3100-ESCRIBIR-FUTURO THRU 3100-ESCRIBIR-FUTURO-EXIT
00325          VARYING WS-FUT-IDX FROM 1 BY 1
00326          UNTIL WS-FUT-IDX > WS-FUT-CANT.
00327      IF WS-FUT-CANT > ZERO
00328          PERFORM 3200-CORTE-ORIGEN THRU 3200-CORTE-ORIGEN-EXIT
00329          PERFORM 3300-CORTE-FECHA THRU 3300-CORTE-FECHA-EXIT
00330      END-IF.
00331      MOVE WS-NIV-TOTAL TO WS-NIV.
00332      MOVE "TOTAL LISTADO" TO WLS-LITERAL.
00333      MOVE SPACES          TO WLS-CLAVE.
00334      PERFORM 3400-LINEA-SUBTOTAL THRU 3400-LINEA-SUBTOTAL-EXIT.
00335      WRITE PRT-RECORD FROM WS-LINEA-BLANCO.
00336      MOVE "FUTUROS LEIDOS DEL ALMACEN" TO WLR-LITERAL.
00337      MOVE WS-CONT-LEIDOS TO WLR-CANT.
00338      WRITE PRT-RECORD FROM WS-LINEA-RESUMEN.
00339      MOVE "CONTABILIZADOS (NO SE LISTAN)" TO WLR-LITERAL.
00340      MOVE WS-CONT-CONTAB TO WLR-CANT.
00341      WRITE PRT-RECORD FROM WS-LINEA-RESUMEN.
00342      MOVE "ANULADOS (NO SE LISTAN)" TO WLR-LITERAL.
00343      MOVE WS-CONT-ANULADOS TO WLR-CANT.
00344      WRITE PRT-RECORD FROM WS-LINEA-RESUMEN.
00345      IF WS-CONT-OMITIDOS > ZERO
00346          MOVE "OMITIDOS POR TABLA LLENA (VER SYSOUT)"
00347              TO WLR-LITERAL
00348          MOVE WS-CONT-OMITIDOS TO WLR-CANT
00349          WRITE PRT-RECORD FROM WS-LINEA-RESUMEN
00350      END-IF.
00351  3000-ESCRIBIR-LISTADO-EXIT.
00352      EXIT.
00353 *-------------------------------------------------------------*
00354  3100-ESCRIBIR-FUTURO.
00355 *    ESCRIBE UN FUTURO DE LA TABLA. ANTES CIERRA EL ORIGEN Y
00356 *    LA FECHA ANTERIORES SI CAMBIARON.
00357 *-------------------------------------------------------------*
00358      IF WS-FUT-IDX > 1
00359          IF WS-FT-FECHA (WS-FUT-IDX) NOT = WS-FECHA-ACTUAL
00360              PERFORM 3200-CORTE-ORIGEN THRU 3200-CORTE-ORIGEN-EXIT
00361              PERFORM 3300-CORTE-FECHA THRU 3300-CORTE-FECHA-EXIT
00362          ELSE
00363              IF WS-FT-ORIGEN (WS-FUT-IDX) NOT = WS-ORIGEN-ACTUAL
00364                  PERFORM 3200-CORTE-ORIGEN THRU
00365                      3200-CORTE-ORIGEN-EXIT
00366              END-IF
00367          END-IF
00368      END-IF.
00369      MOVE WS-FT-FECHA (WS-FUT-IDX)  TO WS-FECHA-ACTUAL.
00370      MOVE WS-FT-ORIGEN (WS-FUT-IDX) TO WS-ORIGEN-ACTUAL.
00371      MOVE WS-FT-FECHA (WS-FUT-IDX)     TO WLD-FECHA.
00372      MOVE WS-FT-ORIGEN (WS-FUT-IDX)    TO WLD-ORIGEN.
00373      MOVE WS-FT-LOTE (WS-FUT-IDX)      TO WLD-LOTE.
00374      MOVE WS-FT-RUN-ID (WS-FUT-IDX)    TO WLD-RUN-ID.
00375      MOVE WS-FT-SECUENCIA (WS-FUT-IDX) TO WLD-SECUENCIA.
00376      MOVE WS-FT-TIPO (WS-FUT-IDX)      TO WLD-TIPO.
00377      MOVE WS-FT-MONEDA (WS-FUT-IDX)    TO WLD-MONEDA.
00378      MOVE WS-FT-NUMERO1 (WS-FUT-IDX)   TO WLD-NUMERO1.
00379      MOVE WS-FT-NUMERO2 (WS-FUT-IDX)   TO WLD-NUMERO2.
00380      MOVE WS-FT-ESTADO (WS-FUT-IDX)    TO WLD-ESTADO.
00381      MOVE WS-FT-LIBERA (WS-FUT-IDX)    TO WLD-LIBERA.
00382      WRITE PRT-RECORD FROM WS-LINEA-DETALLE.
00383      ADD 1 TO WS-TOT-CANT (1) WS-TOT-CANT (2) WS-TOT-CANT (3).
00384      ADD WS-FT-NUMERO1 (WS-FUT-IDX)
00385          TO WS-TOT-NUM1 (1) WS-TOT-NUM1 (2) WS-TOT-NUM1 (3).
00386      ADD WS-FT-NUMERO2 (WS-FUT-IDX)
00387          TO WS-TOT-NUM2 (1) WS-TOT-NUM2 (2) WS-TOT-NUM2 (3).
00388  3100-ESCRIBIR-FUTURO-EXIT.
00389      EXIT.
00390 *-------------------------------------------------------------*
00391  3200-CORTE-ORIGEN.
00392 *    ESCRIBE EL SUBTOTAL DEL ORIGEN QUE TERMINA Y LO REINICIA.
00393 *-------------------------------------------------------------*
00394      MOVE WS-NIV-ORIGEN    TO WS-NIV.
00395      MOVE "  TOTAL ORIGEN" TO WLS-LITERAL.
00396      MOVE WS-ORIGEN-ACTUAL TO WLS-CLAVE.
00397      PERFORM 3400-LINEA-SUBTOTAL THRU 3400-LINEA-SUBTOTAL-EXIT.
00398  3200-CORTE-ORIGEN-EXIT.
00399      EXIT.
00400 *-------------------------------------------------------------*
00401  3300-CORTE-FECHA.
00402 *    ESCRIBE EL SUBTOTAL DE LA FECHA EFECTIVA QUE TERMINA Y LO
00403 *    REINICIA, CON UNA LINEA EN BLANCO ANTES DE LA SIGUIENTE.
00404 *-------------------------------------------------------------*
00405      MOVE WS-NIV-FECHA     TO WS-NIV.
00406      MOVE "TOTAL FECHA"    TO WLS-LITERAL.
00407      MOVE WS-FECHA-ACTUAL  TO WLS-CLAVE.
00408      PERFORM 3400-LINEA-SUBTOTAL THRU 3400-LINEA-SUBTOTAL-EXIT.
00409      WRITE PRT-RECORD FROM WS-LINEA-BLANCO.
00410  3300-CORTE-FECHA-EXIT.
00411      EXIT.
00412 *-------------------------------------------------------------*
00413  3400-LINEA-SUBTOTAL.
00414 *    ESCRIBE LA LINEA DE TOTALES DEL NIVEL WS-NIV (ORIGEN,
00415 *    FECHA O LISTADO) Y DEJA ESE NIVEL EN CERO.
00416 *-------------------------------------------------------------*
00417      MOVE WS-TOT-CANT (WS-NIV) TO WLS-CANT.
00418      MOVE WS-TOT-NUM1 (WS-NIV) TO WLS-NUMERO1.
00419      MOVE WS-TOT-NUM2 (WS-NIV) TO WLS-NUMERO2.
00420      WRITE PRT-RECORD FROM WS-LINEA-SUBTOTAL.
00421      MOVE ZERO TO WS-TOT-CANT (WS-NIV).
00422      MOVE ZERO TO WS-TOT-NUM1 (WS-NIV).
00423      MOVE ZERO TO WS-TOT-NUM2 (WS-NIV).
00424  3400-LINEA-SUBTOTAL-EXIT.
00425      EXIT.
00426 *-------------------------------------------------------------*
00427  9000-FINAL.
00428 *    CIERRA LOS ARCHIVOS, REPORTA Y GRADUA EL RETURN-CODE:
00429 *    0 LISTADO COMPLETO, 4 SI QUEDARON FUTUROS FUERA DE LA
00430 *    TABLA, 12 ERROR DE ARCHIVO.
00431 *-------------------------------------------------------------*
00432      CLOSE FUTUROS.
00433      CLOSE FUTURPT.
00434      DISPLAY "CALCFLIS: FUTUROS LEIDOS        : " WS-CONT-LEIDOS.
00435      DISPLAY "CALCFLIS: LISTADOS              : " WS-FUT-CANT.
00436      DISPLAY "CALCFLIS: CONTABILIZADOS        : " WS-CONT-CONTAB.
00437      DISPLAY "CALCFLIS: ANULADOS              : "
00438          WS-CONT-ANULADOS.
00439      IF WS-CONT-OMITIDOS > ZERO
00440          DISPLAY "CALCFLIS: " WS-CONT-OMITIDOS " FUTUROS NO "
00441              "CABEN EN LA TABLA DE " WS-FUT-MAX " - LISTADO "
00442              "INCOMPLETO"
00443      END-IF.
00444      IF ERROR-DE-ARCHIVO
00445          DISPLAY "CALCFLIS: LISTADO NO REALIZADO - RETURN-CODE 12"
00446          MOVE 12 TO RETURN-CODE
00447      ELSE
00448          IF WS-CONT-OMITIDOS > ZERO
00449              MOVE 4 TO RETURN-CODE
00450          ELSE
00451              MOVE 0 TO RETURN-CODE
00452          END-IF
00453      END-IF.
00454  9000-FINAL-EXIT.
00455      EXIT.
