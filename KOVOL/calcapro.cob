00001  IDENTIFICATION DIVISION.
00002   PROGRAM-ID. CALCAPRO.
00003   AUTHOR. MARIO QUIROS.
00004   INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
00005   DATE-WRITTEN. 2026-10-15.
00006   DATE-COMPILED.
00007 *
00008 *-------------------------------------------------------------*
00009 * CALCAPRO ES LA APROBACION DE LA COLA DE RETENIDOS POR      *
00010 * MONTO: LOS DETALLES QUE CALCULOS NO CONTABILIZO PORQUE     *
00011 * PASABAN SU LIMITE DE LIMITES Y DEJO PENDIENTES EN          *
00012 * RETENIDO. EL OPERADOR SE IDENTIFICA Y DEBE ESTAR EN        *
00013 * OPERAUTH; EL PROGRAMA LE MUESTRA CADA RETENIDO PENDIENTE   *
00014 * Y LE PIDE APROBARLO (A), DECLINARLO (D), DEJARLO PENDIENTE *
00015 * (VACIO) O TERMINAR (F). NADIE DECIDE SOBRE LOS RETENIDOS   *
00016 * DE UNA CORRIDA QUE EL MISMO SOMETIO: ESOS SE SALTAN Y      *
00017 * QUEDAN PARA OTRO OPERADOR.                                 *
00018 *                                                             *
00019 * CADA DECISION SE GRABA PRIMERO EN SU ARCHIVO DE AUDITORIA  *
00020 * RETAUDT (QUIEN, CUANDO, LA LLAVE DEL RETENIDO, EL ESTADO   *
00021 * ANTERIOR Y EL NUEVO); SIN AUDITORIA NO HAY DECISION. LA    *
00022 * COLA COMPLETA SE COPIA A RETNEW CON LOS ESTADOS NUEVOS Y   *
00023 * EL JOB LA PONE EN LUGAR DE RETENIDO. LOS APROBADOS LOS     *
00024 * LIBERA CALCLIBR EN EL SIGUIENTE CICLO DE CALCNITE.         *
00025 *-------------------------------------------------------------*
00026 * HISTORIAL DE MODIFICACIONES                                 *
00027 *-------------------------------------------------------------*
00028 * FECHA       INIC.  DESCRIPCION                              *
00029 * 2026-10-15  MQR    VERSION INICIAL DEL PROGRAMA.            *
00030 *-------------------------------------------------------------*
00031  ENVIRONMENT DIVISION.
00032  INPUT-OUTPUT SECTION.
00033   FILE-CONTROL.
00034      SELECT RETENIDO ASSIGN TO "RETENIDO"
00035         ORGANIZATION IS LINE SEQUENTIAL
00036         FILE STATUS IS WS-RETEN-STATUS.
00037      SELECT RETNEW   ASSIGN TO "RETNEW"
00038         ORGANIZATION IS LINE SEQUENTIAL
00039         FILE STATUS IS WS-RETNEW-STATUS.
00040      SELECT OPERAUTH ASSIGN TO "OPERAUTH"
00041         ORGANIZATION IS LINE SEQUENTIAL
00042         FILE STATUS IS WS-AUTH-STATUS.
00043      SELECT RETAUDT  ASSIGN TO "RETAUDT"
00044         ORGANIZATION IS LINE SEQUENTIAL
00045         FILE STATUS IS WS-AUDT-STATUS.
00046 *
00047  DATA DIVISION.
00048   FILE SECTION.
00049   FD  RETENIDO
00050       LABEL RECORDS ARE STANDARD
00051       RECORDING MODE IS F.
00052   01  RETENIDO-RECORD.
00053       COPY RETENR.
00054 *
00055   FD  RETNEW
00056       LABEL RECORDS ARE STANDARD
00057       RECORDING MODE IS F.
00058   01  RETNEW-RECORD         PIC X(143).
00059 *
00060   FD  OPERAUTH
00061       LABEL RECORDS ARE STANDARD
00062       RECORDING MODE IS F.
00063   01  OPERAUTH-RECORD.
00064       05 OA-OPERADOR-ID    PIC X(08).
00065 *
00066   FD  RETAUDT
00067       LABEL RECORDS ARE STANDARD
00068       RECORDING MODE IS F.
00069   01  RETAUDT-RECORD.
00070       05 RA-FECHA          PIC 9(08).
00071       05 RA-HORA           PIC 9(06).
00072       05 RA-QUIEN          PIC X(08).
00073       05 RA-RUN-ID         PIC 9(06).
00074       05 RA-SECUENCIA      PIC 9(08).
00075       05 RA-LOTE-ID        PIC X(08).
00076       05 RA-LOTE-ORIGEN    PIC X(08).
00077       05 RA-SOMETIO-ID     PIC X(08).
00078       05 RA-MONTO-EVAL     PIC 9(07)V9(02).
00079       05 RA-LIMITE         PIC 9(07)V9(02).
00080       05 RA-ESTADO-ANT     PIC X(01).
00081       05 RA-ESTADO-NVO     PIC X(01).
00082 *
00083   WORKING-STORAGE SECTION.
00084    77 WS-RETEN-STATUS    PIC X(02) VALUE "00".
00085    77 WS-RETNEW-STATUS   PIC X(02) VALUE "00".
00086    77 WS-AUTH-STATUS     PIC X(02) VALUE "00".
00087    77 WS-AUDT-STATUS     PIC X(02) VALUE "00".
00088    77 WS-RUN-FECHA       PIC 9(08) VALUE ZERO.
00089    77 WS-RUN-HORA        PIC 9(06) VALUE ZERO.
00090    77 WS-QUIEN           PIC X(08) VALUE SPACES.
00091    77 WS-AUTH-CANT       PIC 9(04) COMP VALUE ZERO.
00092    77 WS-AUTH-MAX        PIC 9(04) COMP VALUE 100.
00093    77 WS-AUTH-IDX        PIC 9(04) COMP VALUE ZERO.
00094    77 WS-AUTH-ENC        PIC 9(04) COMP VALUE ZERO.
00095    77 WS-OPER-BUSCADO    PIC X(08) VALUE SPACES.
00096    77 WS-RESPUESTA       PIC X(08) VALUE SPACES.
00097    77 WS-ESTADO-ANT      PIC X(01) VALUE SPACE.
00098    77 WS-CONT-LEIDOS     PIC 9(08) COMP VALUE ZERO.
00099    77 WS-CONT-APROBADOS  PIC 9(08) COMP VALUE ZERO.
00100    77 WS-CONT-DECLINADOS PIC 9(08) COMP VALUE ZERO.
00101    77 WS-CONT-PENDIENTES PIC 9(08) COMP VALUE ZERO.
00102    77 WS-CONT-PROPIOS    PIC 9(08) COMP VALUE ZERO.
00103 *
00104    01 WS-HORA-CRUDA.
00105       05 WS-HORA-HHMMSS  PIC 9(06).
00106       05 FILLER          PIC 9(02).
00107 *
00108    01 WS-SWITCHES.
00109       05 WS-FIN-AUTH-SW  PIC X(01) VALUE "N".
00110          88 FIN-OPERAUTH       VALUE "S".
00111       05 WS-FIN-RETEN-SW PIC X(01) VALUE "N".
00112          88 FIN-RETENIDO       VALUE "S".
00113       05 WS-CAMPO-OK-SW  PIC X(01) VALUE "N".
00114          88 CAMPO-OK           VALUE "S".
00115       05 WS-FIN-DECIDE-SW PIC X(01) VALUE "N".
00116          88 FIN-DECISIONES     VALUE "S".
00117       05 WS-ERROR-SW     PIC X(01) VALUE "N".
00118          88 ERROR-DE-ARCHIVO   VALUE "S".
00119 *
00120    01 WS-TABLA-AUTORIZADOS.
00121       05 WS-AUTH-OPERADOR OCCURS 100 TIMES PIC X(08).
00122 *
00123  PROCEDURE DIVISION.
00124 *-------------------------------------------------------------*
00125  0000-PRINCIPAL.
00126 *-------------------------------------------------------------*
00127      PERFORM 1000-INICIO THRU 1000-INICIO-EXIT.
00128      IF NOT ERROR-DE-ARCHIVO
00129          PERFORM 2000-PROC-RETENIDO THRU 2000-PROC-RETENIDO-EXIT
00130              UNTIL FIN-RETENIDO
00131          PERFORM 9000-FINAL THRU 9000-FINAL-EXIT
00132      ELSE
00133          DISPLAY "CALCAPRO: APROBACION NO REALIZADA - "
00134              "RETURN-CODE 12"
00135          MOVE 12 TO RETURN-CODE
00136      END-IF.
00137      STOP RUN.
00138 *-------------------------------------------------------------*
00139  1000-INICIO.
00140 *    IDENTIFICA Y AUTORIZA A QUIEN DECIDE, ABRE LA COLA DE
00141 *    RETENIDOS, SU COPIA NUEVA Y LA AUDITORIA, Y LEE EL
00142 *    PRIMER RETENIDO.
00143 *-------------------------------------------------------------*
00144      ACCEPT WS-RUN-FECHA FROM DATE YYYYMMDD.
00145      ACCEPT WS-HORA-CRUDA FROM TIME.
00146      MOVE WS-HORA-HHMMSS TO WS-RUN-HORA.
00147      PERFORM 1100-CARGAR-AUTORIZADOS THRU
00148          1100-CARGAR-AUTORIZADOS-EXIT.
00149      IF ERROR-DE-ARCHIVO
00150          GO TO 1000-INICIO-EXIT
00151      END-IF.
00152      DISPLAY "CALCAPRO: DIGITE SU ID DE OPERADOR: ".
00153      ACCEPT WS-QUIEN FROM CONSOLE.
00154      MOVE WS-QUIEN TO WS-OPER-BUSCADO.
00155      PERFORM 1200-AUTORIZAR-OPERADOR THRU
00156          1200-AUTORIZAR-OPERADOR-EXIT.
00157      IF WS-QUIEN = SPACES OR WS-AUTH-ENC = ZERO
00158          DISPLAY "CALCAPRO: OPERADOR " WS-QUIEN
00159              " NO AUTORIZADO PARA APROBAR RETENIDOS"
00160          MOVE "S" TO WS-ERROR-SW
00161          GO TO 1000-INICIO-EXIT
00162      END-IF.
00163      PERFORM 1300-ABRIR-ARCHIVOS THRU 1300-ABRIR-ARCHIVOS-EXIT.
00164      IF ERROR-DE-ARCHIVO
00165          GO TO 1000-INICIO-EXIT
00166      END-IF.
00167      PERFORM 2900-LEER-RETENIDO THRU 2900-LEER-RETENIDO-EXIT.
00168  1000-INICIO-EXIT.
00169      EXIT.
00170 *-------------------------------------------------------------*
00171  1100-CARGAR-AUTORIZADOS.
00172 *    CARGA LA LISTA DE OPERADORES AUTORIZADOS (OPERAUTH).
00173 *    SIN LISTA NO HAY APROBACION.
00174 *-------------------------------------------------------------*
00175      OPEN INPUT OPERAUTH.
00176      IF WS-AUTH-STATUS NOT = "00"
00177          DISPLAY "CALCAPRO: NO ABRIO OPERAUTH - STATUS "
00178              WS-AUTH-STATUS
00179          MOVE "S" TO WS-ERROR-SW
00180          GO TO 1100-CARGAR-AUTORIZADOS-EXIT
00181      END-IF.
00182      PERFORM 1110-CARGAR-OPERADOR THRU
00183          1110-CARGAR-OPERADOR-EXIT
00184          UNTIL FIN-OPERAUTH.
00185      CLOSE OPERAUTH.
00186      IF WS-AUTH-CANT = ZERO
00187          DISPLAY "CALCAPRO: OPERAUTH VACIO - NADIE AUTORIZADO"
00188          MOVE "S" TO WS-ERROR-SW
00189      END-IF.
00190  1100-CARGAR-AUTORIZADOS-EXIT.
00191      EXIT.
00192 *-------------------------------------------------------------*
00193  1110-CARGAR-OPERADOR.
00194 *    CARGA UN OPERADOR AUTORIZADO EN LA TABLA.
00195 *-------------------------------------------------------------*
00196      READ OPERAUTH
00197          AT END
00198              MOVE "S" TO WS-FIN-AUTH-SW
00199      END-READ.
00200      IF FIN-OPERAUTH
00201          GO TO 1110-CARGAR-OPERADOR-EXIT
00202      END-IF.
00203      IF WS-AUTH-CANT NOT < WS-AUTH-MAX
00204          DISPLAY "CALCAPRO: OPERAUTH EXCEDE LA TABLA - SE "
00205              "IGNORA EL RESTO"
00206          MOVE "S" TO WS-FIN-AUTH-SW
00207          GO TO 1110-CARGAR-OPERADOR-EXIT
00208      END-IF.
00209      ADD 1 TO WS-AUTH-CANT.
00210      MOVE OA-OPERADOR-ID TO WS-AUTH-OPERADOR (WS-AUTH-CANT).
00211  1110-CARGAR-OPERADOR-EXIT.
00212      EXIT.
00213 *-------------------------------------------------------------*
00214  1200-AUTORIZAR-OPERADOR.
00215 *    BUSCA EL OPERADOR EN WS-OPER-BUSCADO DENTRO DE LA LISTA
00216 *    DE AUTORIZADOS Y DEJA SU POSICION EN WS-AUTH-ENC (CERO
00217 *    SI NO ESTA).
00218 *-------------------------------------------------------------*
00219      MOVE ZERO TO WS-AUTH-ENC.
00220      PERFORM 1210-COMPARAR-OPERADOR THRU
00221          1210-COMPARAR-OPERADOR-EXIT
00222          VARYING WS-AUTH-IDX FROM 1 BY 1
00223          UNTIL WS-AUTH-IDX > WS-AUTH-CANT
00224             OR WS-AUTH-ENC > ZERO.
00225  1200-AUTORIZAR-OPERADOR-EXIT.
00226      EXIT.
00227 *-------------------------------------------------------------*
00228  1210-COMPARAR-OPERADOR.
00229 *    COMPARA UNA ENTRADA DE LA LISTA CON EL OPERADOR BUSCADO.
00230 *-------------------------------------------------------------*
00231      IF WS-AUTH-OPERADOR (WS-AUTH-IDX) = WS-OPER-BUSCADO
00232          MOVE WS-AUTH-IDX TO WS-AUTH-ENC
00233      END-IF.
00234  1210-COMPARAR-OPERADOR-EXIT.
00235      EXIT.
00236 *-------------------------------------------------------------*
00237  1300-ABRIR-ARCHIVOS.
00238 *    ABRE LA AUDITORIA ANTES QUE NADA: SIN AUDITORIA NO SE
00239 *    DECIDE NINGUN RETENIDO. UNA COLA QUE NO EXISTE SE TRATA
00240 *    COMO VACIA.
00241 *-------------------------------------------------------------*
00242      OPEN EXTEND RETAUDT.
00243      IF WS-AUDT-STATUS NOT = "00"
00244          CLOSE RETAUDT
00245          OPEN OUTPUT RETAUDT
00246      END-IF.
00247      IF WS-AUDT-STATUS NOT = "00"
00248          DISPLAY "CALCAPRO: NO ABRIO RETAUDT - STATUS "
00249              WS-AUDT-STATUS " - SIN AUDITORIA NO HAY DECISION"
00250          MOVE "S" TO WS-ERROR-SW
00251          GO TO 1300-ABRIR-ARCHIVOS-EXIT
00252      END-IF.
00253      OPEN INPUT RETENIDO.
00254      IF WS-RETEN-STATUS = "35"
00255          DISPLAY "CALCAPRO: RETENIDO NO EXISTE - NADA QUE DECIDIR"
00256          MOVE "S" TO WS-FIN-RETEN-SW
00257      ELSE
00258          IF WS-RETEN-STATUS NOT = "00"
00259              DISPLAY "CALCAPRO: NO ABRIO RETENIDO - STATUS "
00260                  WS-RETEN-STATUS
00261              MOVE "S" TO WS-ERROR-SW
00262              CLOSE RETAUDT
00263              GO TO 1300-ABRIR-ARCHIVOS-EXIT
00264          END-IF
00265      END-IF.
00266      OPEN OUTPUT RETNEW.
00267      IF WS-RETNEW-STATUS NOT = "00"
00268          DISPLAY "CALCAPRO: NO ABRIO RETNEW - STATUS "
00269              WS-RETNEW-STATUS
00270          MOVE "S" TO WS-ERROR-SW
00271          CLOSE RETAUDT
00272          CLOSE RETENIDO
00273      END-IF.
00274  1300-ABRIR-ARCHIVOS-EXIT.
00275      EXIT.
00276 *-------------------------------------------------------------*
00277  2000-PROC-RETENIDO.
00278 *    PIDE LA DECISION SOBRE EL RETENIDO VIGENTE SI ESTA
00279 *    PENDIENTE Y EL OPERADOR NO HA TERMINADO, LO COPIA A
00280 *    RETNEW CON SU ESTADO (NUEVO O EL MISMO) Y LEE EL
00281 *    SIGUIENTE. LOS QUE NO ESTAN PENDIENTES PASAN TAL CUAL.
00282 *-------------------------------------------------------------*
00283      IF RN-PENDIENTE AND NOT FIN-DECISIONES
00284          PERFORM 2100-DECIDIR-RETENIDO THRU
00285              2100-DECIDIR-RETENIDO-EXIT
00286      END-IF.
00287      IF RN-PENDIENTE
00288          ADD 1 TO WS-CONT-PENDIENTES
00289      END-IF.
00290      WRITE RETNEW-RECORD FROM RETENIDO-RECORD.
00291      IF WS-RETNEW-STATUS NOT = "00"
00292          DISPLAY "CALCAPRO: NO SE PUDO GRABAR RETNEW - STATUS "
00293              WS-RETNEW-STATUS
00294          MOVE "S" TO WS-ERROR-SW
00295          MOVE "S" TO WS-FIN-RETEN-SW
00296          GO TO 2000-PROC-RETENIDO-EXIT
00297      END-IF.
00298      PERFORM 2900-LEER-RETENIDO THRU 2900-LEER-RETENIDO-EXIT.
00299  2000-PROC-RETENIDO-EXIT.
00300      EXIT.
00301 *-------------------------------------------------------------*
00302  2100-DECIDIR-RETENIDO.
00303 *    MUESTRA EL RETENIDO PENDIENTE Y PIDE LA DECISION. SI LA
00304 *    CORRIDA QUE LO RETUVO LA SOMETIO EL MISMO OPERADOR QUE
00305 *    ESTA DECIDIENDO, NO SE LE PIDE NADA: QUEDA PENDIENTE
00306 *    PARA OTRO.
00307 *-------------------------------------------------------------*
00308      DISPLAY "CALCAPRO: RETENIDO " RN-RUN-ID "/" RN-SECUENCIA
00309          " LOTE " RN-LOTE-ID " ORIGEN " RN-LOTE-ORIGEN.
00310      DISPLAY "          SOMETIDO POR " RN-OPERADOR-ID
00311          " EL " RN-RUN-FECHA.
00312      DISPLAY "          TIPO " RN-TIPO-TRANS " MONEDA " RN-MONEDA
00313          " FECHA EFECTIVA " RN-FECHA-EFECTIVA.
00314      DISPLAY "          NUMERO1 " RN-NUMERO1
00315          " NUMERO2 " RN-NUMERO2.
00316      DISPLAY "          MONTO " RN-MONTO-EVAL
00317          " LIMITE " RN-LIMITE.
00318      IF RN-OPERADOR-ID = WS-QUIEN
00319          DISPLAY "CALCAPRO: LA CORRIDA LA SOMETIO USTED - LO "
00320              "DEBE DECIDIR OTRO OPERADOR"
00321          ADD 1 TO WS-CONT-PROPIOS
00322          GO TO 2100-DECIDIR-RETENIDO-EXIT
00323      END-IF.
00324      MOVE "N" TO WS-CAMPO-OK-SW.
00325      PERFORM 2110-PEDIR-DECISION THRU 2110-PEDIR-DECISION-EXIT
00326          UNTIL CAMPO-OK.
00327      IF WS-RESPUESTA NOT = "A" AND WS-RESPUESTA NOT = "D"
00328          GO TO 2100-DECIDIR-RETENIDO-EXIT
00329      END-IF.
00330      MOVE RN-ESTADO    TO WS-ESTADO-ANT.
00331      MOVE WS-RESPUESTA TO RN-ESTADO.
00332      ACCEPT WS-HORA-CRUDA FROM TIME.
00333      MOVE WS-HORA-HHMMSS TO WS-RUN-HORA.
00334      PERFORM 9100-GRABAR-AUDITORIA THRU
00335          9100-GRABAR-AUDITORIA-EXIT.
00336      IF FIN-DECISIONES
00337          MOVE WS-ESTADO-ANT TO RN-ESTADO
00338          GO TO 2100-DECIDIR-RETENIDO-EXIT
00339      END-IF.
00340      MOVE WS-QUIEN     TO RN-DECIDE-ID.
00341      MOVE WS-RUN-FECHA TO RN-DECIDE-FECHA.
00342      MOVE WS-RUN-HORA  TO RN-DECIDE-HORA.
00343      IF RN-APROBADO
00344          ADD 1 TO WS-CONT-APROBADOS
00345      ELSE
00346          ADD 1 TO WS-CONT-DECLINADOS
00347      END-IF.
00348  2100-DECIDIR-RETENIDO-EXIT.
00349      EXIT.
00350 *-------------------------------------------------------------*
00351  2110-PEDIR-DECISION.
00352 *    PIDE LA DECISION: A APRUEBA, D DECLINA, VACIO LO DEJA
00353 *    PENDIENTE, F LO DEJA PENDIENTE Y TERMINA (LOS DEMAS
00354 *    PASAN A RETNEW SIN PREGUNTAR).
00355 *-------------------------------------------------------------*
00356      DISPLAY "CALCAPRO: A=APROBAR D=DECLINAR VACIO=PENDIENTE "
00357          "F=TERMINAR: ".
00358      MOVE SPACES TO WS-RESPUESTA.
00359      ACCEPT WS-RESPUESTA FROM CONSOLE.
00360      IF WS-RESPUESTA = SPACES
00361        OR WS-RESPUESTA = "A" OR WS-RESPUESTA = "D"
00362          MOVE "S" TO WS-CAMPO-OK-SW
00363          GO TO 2110-PEDIR-DECISION-EXIT
00364      END-IF.
00365      IF WS-RESPUESTA = "F"
00366          MOVE "S" TO WS-FIN-DECIDE-SW
00367          MOVE "S" TO WS-CAMPO-OK-SW
00368          GO TO 2110-PEDIR-DECISION-EXIT
00369      END-IF.
00370      DISPLAY "CALCAPRO: VALOR ILEGAL - SOLO A, D, F O VACIO".
00371  2110-PEDIR-DECISION-EXIT.
00372      EXIT.
00373 *-------------------------------------------------------------*
00374  2900-LEER-RETENIDO.
00375 *    LEE EL SIGUIENTE RETENIDO DE LA COLA.
00376 *-------------------------------------------------------------*
00377      IF FIN-RETENIDO
00378          GO TO 2900-LEER-RETENIDO-EXIT
00379      END-IF.
00380      READ RETENIDO
00381          AT END
00382              MOVE "S" TO WS-FIN-RETEN-SW
00383      END-READ.
00384      IF NOT FIN-RETENIDO
00385          ADD 1 TO WS-CONT-LEIDOS
00386      END-IF.
00387  2900-LEER-RETENIDO-EXIT.
00388      EXIT.
00389 *-------------------------------------------------------------*
00390  9000-FINAL.
00391 *    CIERRA LOS ARCHIVOS, REPORTA LAS DECISIONES Y GRADUA EL
00392 *    RETURN-CODE: 0 COLA COPIADA COMPLETA A RETNEW, 12 RETNEW
00393 *    INCOMPLETO (EL JOB NO DEBE PONERLO EN LUGAR DE
00394 *    RETENIDO).
00395 *-------------------------------------------------------------*
00396      CLOSE RETENIDO.
00397      CLOSE RETNEW.
00398      CLOSE RETAUDT.
00399      DISPLAY "CALCAPRO: RETENIDOS LEIDOS     : " WS-CONT-LEIDOS.
00400      DISPLAY "CALCAPRO: APROBADOS            : "
00401          WS-CONT-APROBADOS.
00402      DISPLAY "CALCAPRO: DECLINADOS           : "
00403          WS-CONT-DECLINADOS.
00404      DISPLAY "CALCAPRO: QUEDAN PENDIENTES    : "
00405          WS-CONT-PENDIENTES.
00406      DISPLAY "CALCAPRO: SALTADOS POR PROPIOS : " WS-CONT-PROPIOS.
00407      IF ERROR-DE-ARCHIVO
00408          DISPLAY "CALCAPRO: RETNEW INCOMPLETO - RETURN-CODE 12"
00409          MOVE 12 TO RETURN-CODE
00410      ELSE
00411          MOVE 0 TO RETURN-CODE
00412      END-IF.
00413  9000-FINAL-EXIT.
00414      EXIT.
00415 *-------------------------------------------------------------*
00416  9100-GRABAR-AUDITORIA.
00417 *    GRABA EL REGISTRO DE AUDITORIA DE LA DECISION: QUIEN,
00418 *    CUANDO, LA LLAVE Y LOS DATOS DEL RETENIDO, SU ESTADO
00419 *    ANTERIOR Y EL NUEVO. SI NO SE PUEDE GRABAR, LA DECISION
00420 *    NO SE APLICA Y NO SE PIDEN MAS.
00421 *-------------------------------------------------------------*
00422      MOVE WS-RUN-FECHA   TO RA-FECHA.
00423      MOVE WS-RUN-HORA    TO RA-HORA.
00424      MOVE WS-QUIEN       TO RA-QUIEN.
00425      MOVE RN-RUN-ID      TO RA-RUN-ID.
00426      MOVE RN-SECUENCIA   TO RA-SECUENCIA.
00427      MOVE RN-LOTE-ID     TO RA-LOTE-ID.
00428      MOVE RN-LOTE-ORIGEN TO RA-LOTE-ORIGEN.
00429      MOVE RN-OPERADOR-ID TO RA-SOMETIO-ID.
00430      MOVE RN-MONTO-EVAL  TO RA-MONTO-EVAL.
00431      MOVE RN-LIMITE      TO RA-LIMITE.
00432      MOVE WS-ESTADO-ANT  TO RA-ESTADO-ANT.
00433      MOVE RN-ESTADO      TO RA-ESTADO-NVO.
00434      WRITE RETAUDT-RECORD.
00435      IF WS-AUDT-STATUS NOT = "00"
00436          DISPLAY "CALCAPRO: NO SE PUDO GRABAR RETAUDT - STATUS "
00437              WS-AUDT-STATUS " - SIN AUDITORIA NO HAY DECISION"
00438          MOVE "S" TO WS-FIN-DECIDE-SW
00439      END-IF.
00440  9100-GRABAR-AUDITORIA-EXIT.
00441      EXIT.
