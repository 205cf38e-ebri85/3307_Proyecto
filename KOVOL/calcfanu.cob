00001  IDENTIFICATION DIVISION.
00002   PROGRAM-ID. CALCFANU.
00003   AUTHOR. MARIO QUIROS.
00004   INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
00005   DATE-WRITTEN. 2026-10-15.
00006   DATE-COMPILED.
00007 *
00008 *-------------------------------------------------------------*
00009 * CALCFANU ES LA ANULACION DE DETALLES DEL ALMACEN DE        *
00010 * FUTUROS: LOS QUE CALCULOS GUARDO POR TRAER UNA FECHA       *
00011 * EFECTIVA POSTERIOR A SU CORRIDA Y QUE TODAVIA NO VENCEN.   *
00012 * EL OPERADOR SE IDENTIFICA Y DEBE ESTAR EN OPERAUTH; PUEDE  *
00013 * ACOTAR LA REVISION A UN SISTEMA DE ORIGEN Y A UNA FECHA    *
00014 * EFECTIVA (VACIO ES TODOS). EL PROGRAMA LE MUESTRA CADA     *
00015 * FUTURO PENDIENTE QUE CAE EN EL FILTRO Y LE PIDE ANULARLO   *
00016 * (X, CON UN MOTIVO OBLIGATORIO), DEJARLO PENDIENTE (VACIO)  *
00017 * O TERMINAR (F). SOLO SE ANULA LO PENDIENTE: UN FUTURO YA   *
00018 * LIBERADO POR CALCFLIB ESTA EN UN LOTE Y SE CORRIGE COMO    *
00019 * CUALQUIER OTRO DETALLE CONTABILIZADO.                      *
00020 *                                                             *
00021 * CADA ANULACION SE GRABA PRIMERO EN SU ARCHIVO DE AUDITORIA *
00022 * FUTAUDT (QUIEN, CUANDO, LA LLAVE Y LOS DATOS DEL FUTURO,   *
00023 * EL ESTADO ANTERIOR, EL NUEVO Y EL MOTIVO); SIN AUDITORIA   *
00024 * NO HAY ANULACION. EL ALMACEN COMPLETO SE COPIA A FUTNEW    *
00025 * CON LOS ESTADOS NUEVOS Y EL JOB LO PONE EN LUGAR DE        *
00026 * FUTUROS. UN ANULADO NO SE LIBERA NUNCA.                    *
00027 *-------------------------------------------------------------*
00028 * HISTORIAL DE MODIFICACIONES                                 *
00029 *-------------------------------------------------------------*
00030 * FECHA       INIC.  DESCRIPCION                              *
00031 * 2026-10-15  MQR    VERSION INICIAL DEL PROGRAMA.            *
00032 *-------------------------------------------------------------*
00033  ENVIRONMENT DIVISION.
00034  INPUT-OUTPUT SECTION.
00035   FILE-CONTROL.
00036      SELECT FUTUROS  ASSIGN TO "FUTUROS"
00037         ORGANIZATION IS LINE SEQUENTIAL
00038         FILE STATUS IS WS-FUTUR-STATUS.
00039      SELECT FUTNEW   ASSIGN TO "FUTNEW"
00040         ORGANIZATION IS LINE SEQUENTIAL
00041         FILE STATUS IS WS-FUTNEW-STATUS.
00042      SELECT OPERAUTH ASSIGN TO "OPERAUTH"
00043         ORGANIZATION IS LINE SEQUENTIAL
00044         FILE STATUS IS WS-AUTH-STATUS.
00045      SELECT FUTAUDT  ASSIGN TO "FUTAUDT"
00046         ORGANIZATION IS LINE SEQUENTIAL
00047         FILE STATUS IS WS-AUDT-STATUS.
00048 *
00049  DATA DIVISION.
00050   FILE SECTION.
00051   FD  FUTUROS
00052       LABEL RECORDS ARE STANDARD
00053       RECORDING MODE IS F.
00054   01  FUTUROS-RECORD.
00055       COPY FUTUROR.
00056 *
00057   FD  FUTNEW
00058       LABEL RECORDS ARE STANDARD
00059       RECORDING MODE IS F.
00060   01  FUTNEW-RECORD         PIC X(163).
00061 *
00062   FD  OPERAUTH
00063       LABEL RECORDS ARE STANDARD
00064       RECORDING MODE IS F.
00065   01  OPERAUTH-RECORD.
00066       05 OA-OPERADOR-ID    PIC X(08).
00067 *
00068   FD  FUTAUDT
00069       LABEL RECORDS ARE STANDARD
00070       RECORDING MODE IS F.
00071   01  FUTAUDT-RECORD.
00072       05 FA-FECHA          PIC 9(08).
00073       05 FA-HORA           PIC 9(06).
00074       05 FA-QUIEN          PIC X(08).
00075       05 FA-RUN-ID         PIC 9(06).
00076       05 FA-SECUENCIA      PIC 9(08).
00077       05 FA-LOTE-ID        PIC X(08).
00078       05 FA-LOTE-ORIGEN    PIC X(08).
00079       05 FA-SOMETIO-ID     PIC X(08).
00080       05 FA-FECHA-EFECTIVA PIC 9(08).
00081       05 FA-TIPO-TRANS     PIC X(02).
00082       05 FA-NUMERO1        PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00083       05 FA-NUMERO2        PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00084       05 FA-ESTADO-ANT     PIC X(01).
00085       05 FA-ESTADO-NVO     PIC X(01).
00086       05 FA-MOTIVO         PIC X(30).
00087 *
00088   WORKING-STORAGE SECTION.
00089    77 WS-FUTUR-STATUS    PIC X(02) VALUE "00".
00090    77 WS-FUTNEW-STATUS   PIC X(02) VALUE "00".
00091    77 WS-AUTH-STATUS     PIC X(02) VALUE "00".
00092    77 WS-AUDT-STATUS     PIC X(02) VALUE "00".
00093    77 WS-RUN-FECHA       PIC 9(08) VALUE ZERO.
00094    77 WS-RUN-HORA        PIC 9(06) VALUE ZERO.
00095    77 WS-QUIEN           PIC X(08) VALUE SPACES.
00096    77 WS-AUTH-CANT       PIC 9(04) COMP VALUE ZERO.
00097    77 WS-AUTH-MAX        PIC 9(04) COMP VALUE 100.
00098    77 WS-AUTH-IDX        PIC 9(04) COMP VALUE ZERO.
00099    77 WS-AUTH-ENC        PIC 9(04) COMP VALUE ZERO.
00100    77 WS-OPER-BUSCADO    PIC X(08) VALUE SPACES.
00101    77 WS-RESPUESTA       PIC X(08) VALUE SPACES.
00102    77 WS-MOTIVO          PIC X(30) VALUE SPACES.
00103    77 WS-FILTRO-ORIGEN   PIC X(08) VALUE SPACES.
00104    77 WS-ESTADO-ANT      PIC X(01) VALUE SPACE.
00105    77 WS-CONT-LEIDOS     PIC 9(08) COMP VALUE ZERO.
00106    77 WS-CONT-REVISADOS  PIC 9(08) COMP VALUE ZERO.
00107    77 WS-CONT-ANULADOS   PIC 9(08) COMP VALUE ZERO.
00108    77 WS-CONT-PENDIENTES PIC 9(08) COMP VALUE ZERO.
00109 *
00110    01 WS-HORA-CRUDA.
00111       05 WS-HORA-HHMMSS  PIC 9(06).
00112       05 FILLER          PIC 9(02).
00113 *
00114    01 WS-FILTRO-FECHA-X  PIC X(08) VALUE SPACES.
00115    01 WS-FILTRO-FECHA REDEFINES WS-FILTRO-FECHA-X PIC 9(08).
00116 *
00117    01 WS-SWITCHES.
00118       05 WS-FIN-AUTH-SW  PIC X(01) VALUE "N".
00119          88 FIN-OPERAUTH       VALUE "S".
00120       05 WS-FIN-FUTUR-SW PIC X(01) VALUE "N".
00121          88 FIN-FUTUROS        VALUE "S".
00122       05 WS-CAMPO-OK-SW  PIC X(01) VALUE "N".
00123          88 CAMPO-OK           VALUE "S".
00124       05 WS-FIN-DECIDE-SW PIC X(01) VALUE "N".
00125          88 FIN-DECISIONES     VALUE "S".
00126       05 WS-FILTRO-SW    PIC X(01) VALUE "N".
00127          88 FILTRO-POR-FECHA   VALUE "S".
00128       05 WS-ERROR-SW     PIC X(01) VALUE "N".
00129          88 ERROR-DE-ARCHIVO   VALUE "S".
00130 *
00131    01 WS-TABLA-AUTORIZADOS.
00132       05 WS-AUTH-OPERADOR OCCURS 100 TIMES PIC X(08).
00133 *
00134  PROCEDURE DIVISION.
00135 *-------------------------------------------------------------*
00136  0000-PRINCIPAL.
00137 *-------------------------------------------------------------*
00138      PERFORM 1000-INICIO THRU 1000-INICIO-EXIT.
00139      IF NOT ERROR-DE-ARCHIVO
00140          PERFORM 2000-PROC-FUTURO THRU 2000-PROC-FUTURO-EXIT
00141              UNTIL FIN-FUTUROS
00142          PERFORM 9000-FINAL THRU 9000-FINAL-EXIT
00143      ELSE
00144          DISPLAY "CALCFANU: ANULACION NO REALIZADA - "
00145              "RETURN-CODE 12"
00146          MOVE 12 TO RETURN-CODE
00147      END-IF.
00148      STOP RUN.
00149 *-------------------------------------------------------------*
00150  1000-INICIO.
00151 *    IDENTIFICA Y AUTORIZA A QUIEN ANULA, PIDE EL FILTRO DE
00152 *    ORIGEN Y FECHA EFECTIVA, ABRE EL ALMACEN, SU COPIA NUEVA
00153 *    Y LA AUDITORIA, Y LEE EL PRIMER FUTURO.
00154 *-------------------------------------------------------------*
00155      ACCEPT WS-RUN-FECHA FROM DATE YYYYMMDD.
00156      ACCEPT WS-HORA-CRUDA FROM TIME.
00157      MOVE WS-HORA-HHMMSS TO WS-RUN-HORA.
00158      PERFORM 1100-CARGAR-AUTORIZADOS THRU
00159          1100-CARGAR-AUTORIZADOS-EXIT.
00160      IF ERROR-DE-ARCHIVO
00161          GO TO 1000-INICIO-EXIT
00162      END-IF.
00163      DISPLAY "CALCFANU: DIGITE SU ID DE OPERADOR: ".
00164      ACCEPT WS-QUIEN FROM CONSOLE.
00165      MOVE WS-QUIEN TO WS-OPER-BUSCADO.
00166      PERFORM 1200-AUTORIZAR-OPERADOR THRU
00167          1200-AUTORIZAR-OPERADOR-EXIT.
00168      IF WS-QUIEN = SPACES OR WS-AUTH-ENC = ZERO
00169          DISPLAY "CALCFANU: OPERADOR " WS-QUIEN
00170              " NO AUTORIZADO PARA ANULAR FUTUROS"
00171          MOVE "S" TO WS-ERROR-SW
00172          GO TO 1000-INICIO-EXIT
00173      END-IF.
00174      PERFORM 1400-PEDIR-FILTRO THRU 1400-PEDIR-FILTRO-EXIT.
00175      PERFORM 1300-ABRIR-ARCHIVOS THRU 1300-ABRIR-ARCHIVOS-EXIT.
00176      IF ERROR-DE-ARCHIVO
00177          GO TO 1000-INICIO-EXIT
00178      END-IF.
00179      PERFORM 2900-LEER-FUTURO THRU 2900-LEER-FUTURO-EXIT.
00180  1000-INICIO-EXIT.
00181      EXIT.
00182 *-------------------------------------------------------------*
00183  1100-CARGAR-AUTORIZADOS.
00184 *    CARGA LA LISTA DE OPERADORES AUTORIZADOS (OPERAUTH).
00185 *    SIN LISTA NO HAY ANULACION.
00186 *-------------------------------------------------------------*
00187      OPEN INPUT OPERAUTH.
00188      IF WS-AUTH-STATUS NOT = "00"
00189          DISPLAY "CALCFANU: NO ABRIO OPERAUTH - STATUS "
00190              WS-AUTH-STATUS
00191          MOVE "S" TO WS-ERROR-SW
00192          GO TO 1100-CARGAR-AUTORIZADOS-EXIT
00193      END-IF.
00194      PERFORM 1110-CARGAR-OPERADOR THRU
00195          1110-CARGAR-OPERADOR-EXIT
00196          UNTIL FIN-OPERAUTH.
00197      CLOSE OPERAUTH.
00198      IF WS-AUTH-CANT = ZERO
00199          DISPLAY "CALCFANU: OPERAUTH VACIO - NADIE AUTORIZADO"
00200          MOVE "S" TO WS-ERROR-SW
00201      END-IF.
00202  1100-CARGAR-AUTORIZADOS-EXIT.
00203      EXIT.
00204 *-------------------------------------------------------------*
00205  1110-CARGAR-OPERADOR.
00206 *    CARGA UN OPERADOR AUTORIZADO EN LA TABLA.
00207 *-------------------------------------------------------------*
00208      READ OPERAUTH
00209          AT END
00210              MOVE "S" TO WS-FIN-AUTH-SW
00211      END-READ.
00212      IF FIN-OPERAUTH
00213          GO TO 1110-CARGAR-OPERADOR-EXIT
00214      END-IF.
00215      IF WS-AUTH-CANT NOT < WS-AUTH-MAX
00216          DISPLAY "CALCFANU: OPERAUTH EXCEDE LA TABLA - SE "
00217              "IGNORA EL RESTO"
00218          MOVE "S" TO WS-FIN-AUTH-SW
00219          GO TO 1110-CARGAR-OPERADOR-EXIT
00220      END-IF.
00221      ADD 1 TO WS-AUTH-CANT.
00222      MOVE OA-OPERADOR-ID TO WS-AUTH-OPERADOR (WS-AUTH-CANT).
00223  1110-CARGAR-OPERADOR-EXIT.
00224      EXIT.
00225 *-------------------------------------------------------------*
00226  1200-AUTORIZAR-OPERADOR.
00227 *    BUSCA EL OPERADOR EN WS-OPER-BUSCADO DENTRO DE LA LISTA
00228 *    DE AUTORIZADOS Y DEJA SU POSICION EN WS-AUTH-ENC (CERO
00229 *    SI NO ESTA).
00230 *-------------------------------------------------------------*
00231      MOVE ZERO TO WS-AUTH-ENC.
00232      PERFORM 1210-COMPARAR-OPERADOR THRU
00233          1210-COMPARAR-OPERADOR-EXIT
00234          VARYING WS-AUTH-IDX FROM 1 BY 1
00235          UNTIL WS-AUTH-IDX > WS-AUTH-CANT
00236             OR WS-AUTH-ENC > ZERO.
00237  1200-AUTORIZAR-OPERADOR-EXIT.
00238      EXIT.
00239 *-------------------------------------------------------------*
00240  1210-COMPARAR-OPERADOR.
00241 *    COMPARA UNA ENTRADA DE LA LISTA CON EL OPERADOR BUSCADO.
00242 *-------------------------------------------------------------*
00243      IF WS-AUTH-OPERADOR (WS-AUTH-IDX) = WS-OPER-BUSCADO
00244          MOVE WS-AUTH-IDX TO WS-AUTH-ENC
00245      END-IF.
00246  1210-COMPARAR-OPERADOR-EXIT.
00247      EXIT.
00248 *-------------------------------------------------------------*
00249  1300-ABRIR-ARCHIVOS.
00250 *    ABRE LA AUDITORIA ANTES QUE NADA: SIN AUDITORIA NO SE
00251 *    ANULA NINGUN FUTURO. UN ALMACEN QUE NO EXISTE SE TRATA
00252 *    COMO VACIO.
00253 *-------------------------------------------------------------*
00254      OPEN EXTEND FUTAUDT.
00255      IF WS-AUDT-STATUS NOT = "00"
00256          CLOSE FUTAUDT
00257          OPEN OUTPUT FUTAUDT
00258      END-IF.
00259      IF WS-AUDT-STATUS NOT = "00"
00260          DISPLAY "CALCFANU: NO ABRIO FUTAUDT - STATUS "
00261              WS-AUDT-STATUS " - SIN AUDITORIA NO HAY ANULACION"
00262          MOVE "S" TO WS-ERROR-SW
00263          GO TO 1300-ABRIR-ARCHIVOS-EXIT
00264      END-IF.
00265      OPEN INPUT FUTUROS.
00266      IF WS-FUTUR-STATUS = "35"
00267          DISPLAY "CALCFANU: FUTUROS NO EXISTE - NADA QUE ANULAR"
00268          MOVE "S" TO WS-FIN-FUTUR-SW
00269      ELSE
00270          IF WS-FUTUR-STATUS NOT = "00"
00271              DISPLAY "CALCFANU: NO ABRIO FUTUROS - STATUS "
00272                  WS-FUTUR-STATUS
00273              MOVE "S" TO WS-ERROR-SW
00274              CLOSE FUTAUDT
00275              GO TO 1300-ABRIR-ARCHIVOS-EXIT
00276          END-IF
00277      END-IF.
00278      OPEN OUTPUT FUTNEW.
00279      IF WS-FUTNEW-STATUS NOT = "00"
00280          DISPLAY "CALCFANU: NO ABRIO FUTNEW - STATUS "
00281              WS-FUTNEW-STATUS
00282          MOVE "S" TO WS-ERROR-SW
00283          CLOSE FUTAUDT
00284          CLOSE FUTUROS
00285      END-IF.
00286  1300-ABRIR-ARCHIVOS-EXIT.
00287      EXIT.
00288 *-------------------------------------------------------------*
00289  1400-PEDIR-FILTRO.
00290 *    PIDE EL SISTEMA DE ORIGEN Y LA FECHA EFECTIVA A REVISAR.
00291 *    VACIO EN CUALQUIERA DE LOS DOS ES TODOS; UNA FECHA QUE
00292 *    NO ES NUMERICA SE VUELVE A PEDIR.
00293 *-------------------------------------------------------------*
00294      DISPLAY "CALCFANU: ORIGEN A REVISAR (VACIO=TODOS): ".
00295      MOVE SPACES TO WS-FILTRO-ORIGEN.
00296      ACCEPT WS-FILTRO-ORIGEN FROM CONSOLE.
00297      MOVE "N" TO WS-CAMPO-OK-SW.
00298      PERFORM 1410-PEDIR-FECHA THRU 1410-PEDIR-FECHA-EXIT
00299          UNTIL CAMPO-OK.
00300  1400-PEDIR-FILTRO-EXIT.
00301      EXIT.
00302 *-------------------------------------------------------------*
00303  1410-PEDIR-FECHA.
00304 *    PIDE LA FECHA EFECTIVA DEL FILTRO (AAAAMMDD O VACIO).
00305 *-------------------------------------------------------------*
00306      DISPLAY "CALCFANU: FECHA EFECTIVA AAAAMMDD (VACIO=TODAS): ".
00307      MOVE SPACES TO WS-FILTRO-FECHA-X.
00308      ACCEPT WS-FILTRO-FECHA-X FROM CONSOLE.
00309      IF WS-FILTRO-FECHA-X = SPACES
00310          MOVE "N" TO WS-FILTRO-SW
00311          MOVE "S" TO WS-CAMPO-OK-SW
00312          GO TO 1410-PEDIR-FECHA-EXIT
00313      END-IF.
00314      IF WS-FILTRO-FECHA-X NUMERIC
00315          MOVE "S" TO WS-FILTRO-SW
00316          MOVE "S" TO WS-CAMPO-OK-SW
00317          GO TO 1410-PEDIR-FECHA-EXIT
00318      END-IF.
00319      DISPLAY "CALCFANU: FECHA ILEGAL - OCHO DIGITOS O VACIO".
00320  1410-PEDIR-FECHA-EXIT.
00321      EXIT.
00322 *-------------------------------------------------------------*
00323  2000-PROC-FUTURO.
00324 *    PIDE LA DECISION SOBRE EL FUTURO VIGENTE SI ESTA
00325 *    PENDIENTE, CAE EN EL FILTRO Y EL OPERADOR NO HA
00326 *    TERMINADO, LO COPIA A FUTNEW CON SU ESTADO (NUEVO O EL
00327 *    MISMO) Y LEE EL SIGUIENTE. LOS DEMAS PASAN TAL CUAL.
00328 *-------------------------------------------------------------*
00329      IF NOT FU-PENDIENTE OR FIN-DECISIONES
00330          GO TO 2000-PROC-GRABAR
00331      END-IF.
00332      IF WS-FILTRO-ORIGEN NOT = SPACES
00333        AND FU-LOTE-ORIGEN NOT = WS-FILTRO-ORIGEN
00334          GO TO 2000-PROC-GRABAR
00335      END-IF.
00336      IF FILTRO-POR-FECHA
00337        AND FU-FECHA-EFECTIVA NOT = WS-FILTRO-FECHA
00338          GO TO 2000-PROC-GRABAR
00339      END-IF.
00340      PERFORM 2100-DECIDIR-FUTURO THRU 2100-DECIDIR-FUTURO-EXIT.
00341  2000-PROC-GRABAR.
00342      IF FU-PENDIENTE
00343          ADD 1 TO WS-CONT-PENDIENTES
00344      END-IF.
00345      WRITE FUTNEW-RECORD FROM FUTUROS-RECORD.
00346      IF WS-FUTNEW-STATUS NOT = "00"
00347          DISPLAY "CALCFANU: NO SE PUDO GRABAR FUTNEW - STATUS "
00348              WS-FUTNEW-STATUS
00349          MOVE "S" TO WS-ERROR-SW
00350          MOVE "S" TO WS-FIN-FUTUR-SW
00351          GO TO 2000-PROC-FUTURO-EXIT
00352      END-IF.
00353      PERFORM 2900-LEER-FUTURO THRU 2900-LEER-FUTURO-EXIT.
00354  2000-PROC-FUTURO-EXIT.
00355      EXIT.
00356 *-------------------------------------------------------------*
00357  2100-DECIDIR-FUTURO.
00358 *    MUESTRA EL FUTURO PENDIENTE Y PIDE LA DECISION. UNA
00359 *    ANULACION PIDE SU MOTIVO Y SE AUDITA ANTES DE APLICARSE.
00360 *-------------------------------------------------------------*
00361      ADD 1 TO WS-CONT-REVISADOS.
00362      DISPLAY "CALCFANU: FUTURO " FU-RUN-ID "/" FU-SECUENCIA
00363          " LOTE " FU-LOTE-ID " ORIGEN " FU-LOTE-ORIGEN.
00364      DISPLAY "          SOMETIDO POR " FU-OPERADOR-ID
00365          " EL " FU-RUN-FECHA.
00366      DISPLAY "          TIPO " FU-TIPO-TRANS " MONEDA " FU-MONEDA
00367          " FECHA EFECTIVA " FU-FECHA-EFECTIVA.
00368      DISPLAY "          NUMERO1 " FU-NUMERO1
00369          " NUMERO2 " FU-NUMERO2.
00370      MOVE "N" TO WS-CAMPO-OK-SW.
00371      PERFORM 2110-PEDIR-DECISION THRU 2110-PEDIR-DECISION-EXIT
00372          UNTIL CAMPO-OK.
00373      IF WS-RESPUESTA NOT = "X"
00374          GO TO 2100-DECIDIR-FUTURO-EXIT
00375      END-IF.
00376      MOVE "N" TO WS-CAMPO-OK-SW.
00377      PERFORM 2120-PEDIR-MOTIVO THRU 2120-PEDIR-MOTIVO-EXIT
00378          UNTIL CAMPO-OK.
00379      MOVE FU-ESTADO    TO WS-ESTADO-ANT.
00380      MOVE "X"          TO FU-ESTADO.
00381      ACCEPT WS-HORA-CRUDA FROM TIME.
00382      MOVE WS-HORA-HHMMSS TO WS-RUN-HORA.
00383      PERFORM 9100-GRABAR-AUDITORIA THRU
00384          9100-GRABAR-AUDITORIA-EXIT.
00385      IF FIN-DECISIONES
00386          MOVE WS-ESTADO-ANT TO FU-ESTADO
00387          GO TO 2100-DECIDIR-FUTURO-EXIT
00388      END-IF.
00389      MOVE WS-QUIEN     TO FU-ANULA-ID.
00390      MOVE WS-RUN-FECHA TO FU-ANULA-FECHA.
00391      MOVE WS-RUN-HORA  TO FU-ANULA-HORA.
00392      MOVE WS-MOTIVO    TO FU-ANULA-MOTIVO.
00393      ADD 1 TO WS-CONT-ANULADOS.
00394  2100-DECIDIR-FUTURO-EXIT.
00395      EXIT.
00396 *-------------------------------------------------------------*
00397  2110-PEDIR-DECISION.
00398 *    PIDE LA DECISION: X ANULA, VACIO LO DEJA PENDIENTE, F LO
00399 *    DEJA PENDIENTE Y TERMINA (LOS DEMAS PASAN A FUTNEW SIN
00400 *    PREGUNTAR).
00401 *-------------------------------------------------------------*
00402      DISPLAY "CALCFANU: X=ANULAR VACIO=PENDIENTE F=TERMINAR: ".
00403      MOVE SPACES TO WS-RESPUESTA.
00404      ACCEPT WS-RESPUESTA FROM CONSOLE.
00405      IF WS-RESPUESTA = SPACES OR WS-RESPUESTA = "X"
00406          MOVE "S" TO WS-CAMPO-OK-SW
00407          GO TO 2110-PEDIR-DECISION-EXIT
00408      END-IF.
00409      IF WS-RESPUESTA = "F"
00410          MOVE "S" TO WS-FIN-DECIDE-SW
00411          MOVE "S" TO WS-CAMPO-OK-SW
00412          GO TO 2110-PEDIR-DECISION-EXIT
00413      END-IF.
00414      DISPLAY "CALCFANU: VALOR ILEGAL - SOLO X, F O VACIO".
00415  2110-PEDIR-DECISION-EXIT.
00416      EXIT.
00417 *-------------------------------------------------------------*
00418  2120-PEDIR-MOTIVO.
00419 *    PIDE EL MOTIVO DE LA ANULACION; NO PUEDE QUEDAR VACIO.
00420 *-------------------------------------------------------------*
00421      DISPLAY "CALCFANU: MOTIVO DE LA ANULACION: ".
00422      MOVE SPACES TO WS-MOTIVO.
00423      ACCEPT WS-MOTIVO FROM CONSOLE.
00424      IF WS-MOTIVO NOT = SPACES
00425          MOVE "S" TO WS-CAMPO-OK-SW
00426          GO TO 2120-PEDIR-MOTIVO-EXIT
00427      END-IF.
00428      DISPLAY "CALCFANU: EL MOTIVO ES OBLIGATORIO".
00429  2120-PEDIR-MOTIVO-EXIT.
00430      EXIT.
00431 *-------------------------------------------------------------*
00432  2900-LEER-FUTURO.
00433 *    LEE EL SIGUIENTE FUTURO DEL ALMACEN.
00434 *-------------------------------------------------------------*
00435      IF FIN-FUTUROS
00436          GO TO 2900-LEER-FUTURO-EXIT
00437      END-IF.
00438      READ FUTUROS
00439          AT END
00440              MOVE "S" TO WS-FIN-FUTUR-SW
00441      END-READ.
00442      IF NOT FIN-FUTUROS
00443          ADD 1 TO WS-CONT-LEIDOS
00444      END-IF.
00445  2900-LEER-FUTURO-EXIT.
00446      EXIT.
00447 *-------------------------------------------------------------*
00448  9000-FINAL.
00449 *    CIERRA LOS ARCHIVOS, REPORTA LAS ANULACIONES Y GRADUA EL
00450 *    RETURN-CODE: 0 ALMACEN COPIADO COMPLETO A FUTNEW, 12
00451 *    FUTNEW INCOMPLETO (EL JOB NO DEBE PONERLO EN LUGAR DE
00452 *    FUTUROS).
00453 *-------------------------------------------------------------*
00454      CLOSE FUTUROS.
00455      CLOSE FUTNEW.
00456      CLOSE FUTAUDT.
00457      DISPLAY "CALCFANU: FUTUROS LEIDOS       : " WS-CONT-LEIDOS.
00458      DISPLAY "CALCFANU: REVISADOS            : "
00459          WS-CONT-REVISADOS.
00460      DISPLAY "CALCFANU: ANULADOS             : "
00461          WS-CONT-ANULADOS.
00462      DISPLAY "CALCFANU: QUEDAN PENDIENTES    : "
00463          WS-CONT-PENDIENTES.
00464      IF ERROR-DE-ARCHIVO
00465          DISPLAY "CALCFANU: FUTNEW INCOMPLETO - RETURN-CODE 12"
00466          MOVE 12 TO RETURN-CODE
00467      ELSE
00468          MOVE 0 TO RETURN-CODE
00469      END-IF.
00470  9000-FINAL-EXIT.
00471      EXIT.
00472 *-------------------------------------------------------------*
00473  9100-GRABAR-AUDITORIA.
00474 *    GRABA EL REGISTRO DE AUDITORIA DE LA ANULACION: QUIEN,
00475 *    CUANDO, LA LLAVE Y LOS DATOS DEL FUTURO, SU ESTADO
00476 *    ANTERIOR, EL NUEVO Y EL MOTIVO. SI NO SE PUEDE GRABAR,
00477 *    LA ANULACION NO SE APLICA Y NO SE PIDEN MAS.
00478 *-------------------------------------------------------------*
00479      MOVE WS-RUN-FECHA      TO FA-FECHA.
00480      MOVE WS-RUN-HORA       TO FA-HORA.
00481      MOVE WS-QUIEN          TO FA-QUIEN.
00482      MOVE FU-RUN-ID         TO FA-RUN-ID.
00483      MOVE FU-SECUENCIA      TO FA-SECUENCIA.
00484      MOVE FU-LOTE-ID        TO FA-LOTE-ID.
00485      MOVE FU-LOTE-ORIGEN    TO FA-LOTE-ORIGEN.
00486      MOVE FU-OPERADOR-ID    TO FA-SOMETIO-ID.
00487      MOVE FU-FECHA-EFECTIVA TO FA-FECHA-EFECTIVA.
00488      MOVE FU-TIPO-TRANS     TO FA-TIPO-TRANS.
00489      MOVE FU-NUMERO1        TO FA-NUMERO1.
00490      MOVE FU-NUMERO2        TO FA-NUMERO2.
00491      MOVE WS-ESTADO-ANT     TO FA-ESTADO-ANT.
00492      MOVE FU-ESTADO         TO FA-ESTADO-NVO.
00493      MOVE WS-MOTIVO         TO FA-MOTIVO.
00494      WRITE FUTAUDT-RECORD.
00495      IF WS-AUDT-STATUS NOT = "00"
00496          DISPLAY "CALCFANU: NO SE PUDO GRABAR FUTAUDT - STATUS "
00497              WS-AUDT-STATUS " - SIN AUDITORIA NO HAY ANULACION"
00498          MOVE "S" TO WS-FIN-DECIDE-SW
00499      END-IF.
00500  9100-GRABAR-AUDITORIA-EXIT.
00501      EXIT.
