00001  IDENTIFICATION DIVISION.
00002   PROGRAM-ID. GLMAPMNT.
00003   AUTHOR. MARIO QUIROS.
00004   INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
00005   DATE-WRITTEN. 2026-10-15.
00006   DATE-COMPILED.
00007 *
00008 *-------------------------------------------------------------*
00009 * GLMAPMNT ES LA UNICA VIA SANCIONADA PARA CAMBIAR EL MAPEO   *
00010 * DE CUENTAS GLMAP, IGUAL QUE PARMMANT LO ES PARA PARMFILE:   *
00011 * QUIEN MANTIENE SE IDENTIFICA Y DEBE ESTAR EN OPERAUTH. EL   *
00012 * PROGRAMA CARGA EL MAPEO COMPLETO Y ACEPTA COMANDOS POR      *
00013 * CONSOLA: LISTAR (L), AGREGAR (A), MODIFICAR (M) Y BORRAR    *
00014 * (B) ENTRADAS, TERMINAR GRABANDO (F) O SALIR SIN GRABAR (X). *
00015 *                                                             *
00016 * ANTES DE GRABAR SE VALIDA EL MAPEO COMPLETO: RESULTADO "1"  *
00017 * A "5" O "B", TIPO DE TRANSACCION "00" O BLANCO (TODO TIPO)  *
00018 * O "01" A "05", CUENTAS NO BLANCAS (EL "B" SOLO LLEVA LA     *
00019 * CUENTA DE CONTROL EN LA CUENTA DEBE), VIGENCIA CON FECHAS   *
00020 * NUMERICAS Y DESDE NO MAYOR QUE HASTA, UN SOLO REGISTRO "B", *
00021 * Y NINGUN PAR DE ENTRADAS DEL MISMO RESULTADO Y TIPO CON     *
00022 * VIGENCIAS QUE SE CRUCEN (A CADA FECHA RIGE UNA SOLA         *
00023 * VERSION). UN MAPEO CON ERRORES NO SE GRABA: SE MUESTRAN     *
00024 * LOS ERRORES Y SE VUELVE A LOS COMANDOS.                     *
024A1 *                                                             *
024A2 * EL REGISTRO "S" DEFINE LA CUENTA DE SUSPENSO DE LOS         *
024A3 * RECHAZOS: CUENTA DEBE = SUSPENSO, CUENTA HABER = CONTRA-    *
024A4 * PARTIDA, Y EN LA DESCRIPCION EL ORIGEN DEL LOTE (BLANCO =   *
024A5 * TODO ORIGEN) Y UNA NOTA. NO LLEVA VIGENCIA, Y NO PUEDE      *
024A6 * HABER DOS "S" DEL MISMO ORIGEN Y TIPO.                      *
00025 *                                                             *
00026 * LA VIGENCIA EN CERO O EN BLANCO QUEDA ABIERTA DE ESE LADO.  *
00027 * PARA CAMBIAR UNA CUENTA A PARTIR DE UNA FECHA SE CIERRA LA  *
00028 * ENTRADA VIGENTE (HASTA) Y SE AGREGA LA NUEVA (DESDE), ASI   *
00029 * LO YA CONTABILIZADO SIGUE CRUZANDO CON SU VERSION.          *
00030 *                                                             *
00031 * CADA CAMBIO SE GRABA PRIMERO EN SU ARCHIVO DE AUDITORIA     *
00032 * GLMAUDT (QUIEN, CUANDO, LA ACCION Y LA IMAGEN ANTERIOR Y    *
00033 * NUEVA DE LA ENTRADA); SIN AUDITORIA NO HAY CAMBIO. LUEGO    *
00034 * SE REESCRIBE GLMAP COMPLETO.                                *
00035 *-------------------------------------------------------------*
00036 * HISTORIAL DE MODIFICACIONES                                 *
00037 *-------------------------------------------------------------*
00038 * FECHA       INIC.  DESCRIPCION                              *
00039 * 2026-10-15  MQR    VERSION INICIAL DEL PROGRAMA.            *
039A1 * 2026-10-15  MQR    SE AGREGA EL REGISTRO "S" (CUENTA DE     *
039A2 *                    SUSPENSO DE LOS RECHAZOS POR ORIGEN Y    *
039A3 *                    TIPO): SE PIDE CON SU ORIGEN Y SU NOTA,  *
039A4 *                    SIN VIGENCIA, Y SE VALIDA QUE NO SE      *
039A5 *                    REPITA EL ORIGEN Y TIPO.                 *
00040 *-------------------------------------------------------------*
00041  ENVIRONMENT DIVISION.
00042  INPUT-OUTPUT SECTION.
00043   FILE-CONTROL.
00044      SELECT GLMAP    ASSIGN TO "GLMAP"
00045         ORGANIZATION IS LINE SEQUENTIAL
00046         FILE STATUS IS WS-GLMAP-STATUS.
00047      SELECT OPERAUTH ASSIGN TO "OPERAUTH"
00048         ORGANIZATION IS LINE SEQUENTIAL
00049         FILE STATUS IS WS-AUTH-STATUS.
00050      SELECT GLMAUDT  ASSIGN TO "GLMAUDT"
00051         ORGANIZATION IS LINE SEQUENTIAL
00052         FILE STATUS IS WS-AUDT-STATUS.
00053 *
00054  DATA DIVISION.
00055   FILE SECTION.
00056   FD  GLMAP
00057       LABEL RECORDS ARE STANDARD
00058       RECORDING MODE IS F.
00059   01  GLMAP-RECORD.
00060       COPY GLMAPR.
00061 *
00062   FD  OPERAUTH
00063       LABEL RECORDS ARE STANDARD
00064       RECORDING MODE IS F.
00065   01  OPERAUTH-RECORD.
00066       05 OA-OPERADOR-ID    PIC X(08).
00067 *
00068   FD  GLMAUDT
00069       LABEL RECORDS ARE STANDARD
00070       RECORDING MODE IS F.
00071   01  GLMAUDT-RECORD.
00072       05 GA-FECHA          PIC 9(08).
00073       05 GA-HORA           PIC 9(06).
00074       05 GA-QUIEN          PIC X(08).
00075       05 GA-ACCION         PIC X(01).
00076       05 GA-ANTES          PIC X(59).
00077       05 GA-DESPUES        PIC X(59).
00078 *
00079   WORKING-STORAGE SECTION.
00080    77 WS-GLMAP-STATUS    PIC X(02) VALUE "00".
00081    77 WS-AUTH-STATUS     PIC X(02) VALUE "00".
00082    77 WS-AUDT-STATUS     PIC X(02) VALUE "00".
00083    77 WS-RUN-FECHA       PIC 9(08) VALUE ZERO.
00084    77 WS-RUN-HORA        PIC 9(06) VALUE ZERO.
00085    77 WS-QUIEN           PIC X(08) VALUE SPACES.
00086    77 WS-AUTH-CANT       PIC 9(04) COMP VALUE ZERO.
00087    77 WS-AUTH-MAX        PIC 9(04) COMP VALUE 100.
00088    77 WS-AUTH-IDX        PIC 9(04) COMP VALUE ZERO.
00089    77 WS-AUTH-ENC        PIC 9(04) COMP VALUE ZERO.
00090    77 WS-OPER-BUSCADO    PIC X(08) VALUE SPACES.
00091    77 WS-MP-CANT         PIC 9(04) COMP VALUE ZERO.
00092    77 WS-MP-MAX          PIC 9(04) COMP VALUE 500.
00093    77 WS-MP-IDX          PIC 9(04) COMP VALUE ZERO.
00094    77 WS-MP-IDX2         PIC 9(04) COMP VALUE ZERO.
00095    77 WS-MP-SEL          PIC 9(04) COMP VALUE ZERO.
00096    77 WS-MP-VER          PIC 9(03) VALUE ZERO.
00097    77 WS-MP-VER2         PIC 9(03) VALUE ZERO.
00098    77 WS-CONT-B          PIC 9(04) COMP VALUE ZERO.
00099    77 WS-CONT-ERRORES    PIC 9(04) COMP VALUE ZERO.
00100    77 WS-CONT-CAMBIOS    PIC 9(04) COMP VALUE ZERO.
00101    77 WS-CONT-GRABADOS   PIC 9(04) COMP VALUE ZERO.
00102    77 WS-MOTIVO          PIC X(40) VALUE SPACES.
00103    77 WS-DESDE-1         PIC 9(08) VALUE ZERO.
00104    77 WS-HASTA-1         PIC 9(08) VALUE ZERO.
00105    77 WS-DESDE-2         PIC 9(08) VALUE ZERO.
00106    77 WS-HASTA-2         PIC 9(08) VALUE ZERO.
00107    77 WS-TIPO-1          PIC X(02) VALUE SPACES.
00108    77 WS-TIPO-2          PIC X(02) VALUE SPACES.
108A1    77 WS-ORIGEN-1        PIC X(08) VALUE SPACES.
00109 *
00110    01 WS-HORA-CRUDA.
00111       05 WS-HORA-HHMMSS  PIC 9(06).
00112       05 FILLER          PIC 9(02).
00113 *
00114    01 WS-RESPUESTA         PIC X(20) VALUE SPACES.
00115    01 WS-RESP-FECHA-AREA REDEFINES WS-RESPUESTA.
00116       05 WS-RESP-FECHA     PIC X(08).
00117       05 FILLER            PIC X(12).
00118    01 WS-RESP-NUMERO-AREA REDEFINES WS-RESPUESTA.
00119       05 WS-RESP-NUMERO    PIC X(03).
00120       05 WS-RESP-NUMERO-N REDEFINES WS-RESP-NUMERO
00121                            PIC 9(03).
00122       05 WS-RESP-NUM-RESTO PIC X(17).
00123 *
00124    01 WS-FECHA-PRUEBA.
00125       05 WF-ANO            PIC 9(04).
00126       05 WF-MES            PIC 9(02).
00127       05 WF-DIA            PIC 9(02).
00128    01 WS-FECHA-PRUEBA-N REDEFINES WS-FECHA-PRUEBA
00129                            PIC 9(08).
00130 *
00131    01 WS-SWITCHES.
00132       05 WS-FIN-AUTH-SW  PIC X(01) VALUE "N".
00133          88 FIN-OPERAUTH       VALUE "S".
00134       05 WS-FIN-GLMAP-SW PIC X(01) VALUE "N".
00135          88 FIN-GLMAP          VALUE "S".
00136       05 WS-CAMPO-OK-SW  PIC X(01) VALUE "N".
00137          88 CAMPO-OK           VALUE "S".
00138       05 WS-FECHA-OK-SW  PIC X(01) VALUE "N".
00139          88 FECHA-OK           VALUE "S".
00140       05 WS-FIN-MANT-SW  PIC X(01) VALUE "N".
00141          88 FIN-MANTENIMIENTO  VALUE "S".
00142       05 WS-GRABAR-SW    PIC X(01) VALUE "N".
00143          88 GRABAR-MAPEO       VALUE "S".
00144       05 WS-ERROR-SW     PIC X(01) VALUE "N".
00145          88 ERROR-DE-ARCHIVO   VALUE "S".
00146 *
00147    01 WS-TABLA-AUTORIZADOS.
00148       05 WS-AUTH-OPERADOR OCCURS 100 TIMES PIC X(08).
00149 *
00150 *-------------------------------------------------------------*
00151 *    EL MAPEO EN MEMORIA: CADA ENTRADA CON SU ACCION PENDIENTE
00152 *    (BLANCO = SIN CAMBIO, A = AGREGADA, M = MODIFICADA, B =
00153 *    BORRADA, N = AGREGADA Y BORRADA ANTES DE GRABAR), SU
00154 *    IMAGEN ACTUAL CON EL LAYOUT DE GLMAPR Y LA IMAGEN QUE
00155 *    TENIA AL CARGARSE, PARA LA AUDITORIA.
00156 *-------------------------------------------------------------*
00157    01 WS-TABLA-MAPEO.
00158       05 WS-MP-ENTRADA OCCURS 500 TIMES.
00159          10 WS-MP-ACCION      PIC X(01).
00160             88 MP-SIN-CAMBIO        VALUE " ".
00161             88 MP-AGREGADA          VALUE "A".
00162             88 MP-MODIFICADA        VALUE "M".
00163             88 MP-BORRADA           VALUE "B".
00164             88 MP-ANULADA           VALUE "N".
00165          10 WS-MP-ACTUAL.
00166             15 WS-MP-RESULTADO PIC X(01).
00167             15 WS-MP-TIPO      PIC X(02).
00168             15 WS-MP-DEBE      PIC X(10).
00169             15 WS-MP-HABER     PIC X(10).
00170             15 WS-MP-DESC      PIC X(20).
00171             15 WS-MP-DESDE     PIC X(08).
00172             15 WS-MP-HASTA     PIC X(08).
00173          10 WS-MP-ANTES       PIC X(59).
00174 *
00175 *-------------------------------------------------------------*
00176 *    AREA DE EDICION DE LA ENTRADA EN TURNO, CON EL MISMO
00177 *    LAYOUT DE WS-MP-ACTUAL.
00178 *-------------------------------------------------------------*
00179    01 WS-EDICION.
00180       05 WE-RESULTADO      PIC X(01).
00181       05 WE-TIPO           PIC X(02).
00182       05 WE-DEBE           PIC X(10).
00183       05 WE-HABER          PIC X(10).
00184       05 WE-DESC           PIC X(20).
00185       05 WE-DESDE          PIC X(08).
00186       05 WE-HASTA          PIC X(08).
186A1    01 WS-EDICION-SUSPENSO REDEFINES WS-EDICION.
186A2       05 FILLER            PIC X(23).
186A3       05 WE-SUS-ORIGEN     PIC X(08).
186A4       05 WE-SUS-NOTA       PIC X(12).
186A5       05 FILLER            PIC X(16).
00187 *
00188  PROCEDURE DIVISION.
00189 *-------------------------------------------------------------*
00190  0000-PRINCIPAL.
00191 *-------------------------------------------------------------*
00192      PERFORM 1000-INICIO THRU 1000-INICIO-EXIT.
00193      IF NOT ERROR-DE-ARCHIVO
00194          PERFORM 2000-PROC-COMANDO THRU 2000-PROC-COMANDO-EXIT
00195              UNTIL FIN-MANTENIMIENTO
00196          PERFORM 9000-FINAL THRU 9000-FINAL-EXIT
00197      ELSE
00198          DISPLAY "GLMAPMNT: MANTENIMIENTO NO REALIZADO - "
00199              "RETURN-CODE 12"
00200          MOVE 12 TO RETURN-CODE
00201      END-IF.
00202      STOP RUN.
00203 *-------------------------------------------------------------*
00204  1000-INICIO.
00205 *    IDENTIFICA Y AUTORIZA A QUIEN MANTIENE, CARGA EL MAPEO
00206 *    COMPLETO, LO MUESTRA Y AVISA SI EL MAPEO VIGENTE YA TRAE
00207 *    ERRORES (POR EJEMPLO EDITADO A MANO ANTES DE ESTE
00208 *    PROGRAMA), QUE DEBERAN CORREGIRSE ANTES DE GRABAR.
00209 *-------------------------------------------------------------*
00210      ACCEPT WS-RUN-FECHA FROM DATE YYYYMMDD.
00211      ACCEPT WS-HORA-CRUDA FROM TIME.
00212      MOVE WS-HORA-HHMMSS TO WS-RUN-HORA.
00213      PERFORM 1100-CARGAR-AUTORIZADOS THRU
00214          1100-CARGAR-AUTORIZADOS-EXIT.
00215      IF ERROR-DE-ARCHIVO
00216          GO TO 1000-INICIO-EXIT
00217      END-IF.
00218      DISPLAY "GLMAPMNT: DIGITE SU ID DE OPERADOR: ".
00219      ACCEPT WS-QUIEN FROM CONSOLE.
00220      MOVE WS-QUIEN TO WS-OPER-BUSCADO.
00221      PERFORM 1200-AUTORIZAR-OPERADOR THRU
00222          1200-AUTORIZAR-OPERADOR-EXIT.
00223      IF WS-AUTH-ENC = ZERO
00224          DISPLAY "GLMAPMNT: OPERADOR " WS-QUIEN
00225              " NO AUTORIZADO PARA MANTENER GLMAP"
00226          MOVE "S" TO WS-ERROR-SW
00227          GO TO 1000-INICIO-EXIT
00228      END-IF.
00229      PERFORM 1300-CARGAR-GLMAP THRU 1300-CARGAR-GLMAP-EXIT.
00230      IF ERROR-DE-ARCHIVO
00231          GO TO 1000-INICIO-EXIT
00232      END-IF.
00233      PERFORM 2100-LISTAR THRU 2100-LISTAR-EXIT.
00234      PERFORM 2700-VALIDAR-MAPEO THRU 2700-VALIDAR-MAPEO-EXIT.
00235      IF WS-CONT-ERRORES > ZERO
00236          DISPLAY "GLMAPMNT: EL MAPEO VIGENTE TRAE "
00237              WS-CONT-ERRORES " ERROR(ES) - DEBEN CORREGIRSE "
00238              "ANTES DE GRABAR"
00239      END-IF.
00240  1000-INICIO-EXIT.
00241      EXIT.
00242 *-------------------------------------------------------------*
00243  1100-CARGAR-AUTORIZADOS.
00244 *    CARGA LA LISTA DE OPERADORES AUTORIZADOS (OPERAUTH).
00245 *    SIN LISTA NO HAY MANTENIMIENTO.
00246 *-------------------------------------------------------------*
00247      OPEN INPUT OPERAUTH.
00248      IF WS-AUTH-STATUS NOT = "00"
00249          DISPLAY "GLMAPMNT: NO ABRIO OPERAUTH - STATUS "
00250              WS-AUTH-STATUS
00251          MOVE "S" TO WS-ERROR-SW
00252          GO TO 1100-CARGAR-AUTORIZADOS-EXIT
00253      END-IF.
00254      PERFORM 1110-CARGAR-OPERADOR THRU
00255          1110-CARGAR-OPERADOR-EXIT
00256          UNTIL FIN-OPERAUTH.
00257      CLOSE OPERAUTH.
00258      IF WS-AUTH-CANT = ZERO
00259          DISPLAY "GLMAPMNT: OPERAUTH VACIO - NADIE AUTORIZADO"
00260          MOVE "S" TO WS-ERROR-SW
00261      END-IF.
00262  1100-CARGAR-AUTORIZADOS-EXIT.
00263      EXIT.
00264 *-------------------------------------------------------------*
00265  1110-CARGAR-OPERADOR.
00266 *    CARGA UN OPERADOR AUTORIZADO EN LA TABLA.
00267 *-------------------------------------------------------------*
00268      READ OPERAUTH
00269          AT END
00270              MOVE "S" TO WS-FIN-AUTH-SW
00271      END-READ.
00272      IF FIN-OPERAUTH
00273          GO TO 1110-CARGAR-OPERADOR-EXIT
00274      END-IF.
00275      IF WS-AUTH-CANT NOT < WS-AUTH-MAX
00276          DISPLAY "GLMAPMNT: OPERAUTH EXCEDE LA TABLA - SE "
00277              "IGNORA EL RESTO"
00278          MOVE "S" TO WS-FIN-AUTH-SW
00279          GO TO 1110-CARGAR-OPERADOR-EXIT
00280      END-IF.
00281      ADD 1 TO WS-AUTH-CANT.
00282      MOVE OA-OPERADOR-ID TO WS-AUTH-OPERADOR (WS-AUTH-CANT).
00283  1110-CARGAR-OPERADOR-EXIT.
00284      EXIT.
00285 *-------------------------------------------------------------*
00286  1200-AUTORIZAR-OPERADOR.
00287 *    BUSCA EL OPERADOR EN WS-OPER-BUSCADO DENTRO DE LA LISTA
00288 *    DE AUTORIZADOS Y DEJA SU POSICION EN WS-AUTH-ENC (CERO
00289 *    SI NO ESTA).
00290 *-------------------------------------------------------------*
00291      MOVE ZERO TO WS-AUTH-ENC.
00292      PERFORM 1210-COMPARAR-OPERADOR THRU
00293          1210-COMPARAR-OPERADOR-EXIT
00294          VARYING WS-AUTH-IDX FROM 1 BY 1
00295          UNTIL WS-AUTH-IDX > WS-AUTH-CANT
00296             OR WS-AUTH-ENC > ZERO.
00297  1200-AUTORIZAR-OPERADOR-EXIT.
00298      EXIT.
00299 *-------------------------------------------------------------*
00300  1210-COMPARAR-OPERADOR.
00301 *    COMPARA UNA ENTRADA DE LA LISTA CON EL OPERADOR BUSCADO.
00302 *-------------------------------------------------------------*
00303      IF WS-AUTH-OPERADOR (WS-AUTH-IDX) = WS-OPER-BUSCADO
00304          MOVE WS-AUTH-IDX TO WS-AUTH-ENC
00305      END-IF.
00306  1210-COMPARAR-OPERADOR-EXIT.
00307      EXIT.
00308 *-------------------------------------------------------------*
00309  1300-CARGAR-GLMAP.
00310 *    CARGA EL MAPEO COMPLETO EN LA TABLA. SI EL ARCHIVO NO
00311 *    EXISTE SE PARTE DE UN MAPEO VACIO. UN MAPEO QUE NO CABE
00312 *    EN LA TABLA NO SE MANTIENE: GRABARLO LO TRUNCARIA.
00313 *-------------------------------------------------------------*
00314      OPEN INPUT GLMAP.
00315      IF WS-GLMAP-STATUS = "35"
00316          DISPLAY "GLMAPMNT: GLMAP NO EXISTE - SE PARTE DE UN "
00317              "MAPEO VACIO"
00318          GO TO 1300-CARGAR-GLMAP-EXIT
00319      END-IF.
00320      IF WS-GLMAP-STATUS NOT = "00"
00321          DISPLAY "GLMAPMNT: NO ABRIO GLMAP - STATUS "
00322              WS-GLMAP-STATUS
00323          MOVE "S" TO WS-ERROR-SW
00324          GO TO 1300-CARGAR-GLMAP-EXIT
00325      END-IF.
00326      PERFORM 1310-CARGAR-ENTRADA THRU 1310-CARGAR-ENTRADA-EXIT
00327          UNTIL FIN-GLMAP.
00328      CLOSE GLMAP.
00329  1300-CARGAR-GLMAP-EXIT.
00330      EXIT.
00331 *-------------------------------------------------------------*
00332  1310-CARGAR-ENTRADA.
00333 *    CARGA UNA ENTRADA DE GLMAP SIN ACCION PENDIENTE Y CON SU
00334 *    IMAGEN ANTERIOR IGUAL A LA ACTUAL.
00335 *-------------------------------------------------------------*
00336      READ GLMAP
00337          AT END
00338              MOVE "S" TO WS-FIN-GLMAP-SW
00339      END-READ.
00340      IF FIN-GLMAP
00341          GO TO 1310-CARGAR-ENTRADA-EXIT
00342      END-IF.
00343      IF WS-MP-CANT NOT < WS-MP-MAX
00344          DISPLAY "GLMAPMNT: GLMAP EXCEDE LA TABLA DE "
00345              WS-MP-MAX " ENTRADAS - NO SE PUEDE MANTENER"
00346          MOVE "S" TO WS-ERROR-SW
00347          MOVE "S" TO WS-FIN-GLMAP-SW
00348          GO TO 1310-CARGAR-ENTRADA-EXIT
00349      END-IF.
00350      ADD 1 TO WS-MP-CANT.
00351      MOVE SPACE         TO WS-MP-ACCION (WS-MP-CANT).
00352      MOVE GLMAP-RECORD  TO WS-MP-ACTUAL (WS-MP-CANT).
00353      MOVE GLMAP-RECORD  TO WS-MP-ANTES (WS-MP-CANT).
00354  1310-CARGAR-ENTRADA-EXIT.
00355      EXIT.
00356 *-------------------------------------------------------------*
00357  2000-PROC-COMANDO.
00358 *    PIDE Y EJECUTA UN COMANDO DE MANTENIMIENTO. F VALIDA EL
00359 *    MAPEO COMPLETO Y SOLO TERMINA SI NO HAY ERRORES.
00360 *-------------------------------------------------------------*
00361      DISPLAY "GLMAPMNT: COMANDO (L=LISTAR A=AGREGAR "
00362          "M=MODIFICAR B=BORRAR F=FIN Y GRABAR X=SALIR SIN "
00363          "GRABAR): ".
00364      MOVE SPACES TO WS-RESPUESTA.
00365      ACCEPT WS-RESPUESTA FROM CONSOLE.
00366      IF WS-RESPUESTA = "L"
00367          PERFORM 2100-LISTAR THRU 2100-LISTAR-EXIT
00368          GO TO 2000-PROC-COMANDO-EXIT
00369      END-IF.
00370      IF WS-RESPUESTA = "A"
00371          PERFORM 2200-AGREGAR THRU 2200-AGREGAR-EXIT
00372          GO TO 2000-PROC-COMANDO-EXIT
00373      END-IF.
00374      IF WS-RESPUESTA = "M"
00375          PERFORM 2300-MODIFICAR THRU 2300-MODIFICAR-EXIT
00376          GO TO 2000-PROC-COMANDO-EXIT
00377      END-IF.
00378      IF WS-RESPUESTA = "B"
00379          PERFORM 2400-BORRAR THRU 2400-BORRAR-EXIT
00380          GO TO 2000-PROC-COMANDO-EXIT
00381      END-IF.
00382      IF WS-RESPUESTA = "F"
00383          PERFORM 2700-VALIDAR-MAPEO THRU 2700-VALIDAR-MAPEO-EXIT
00384          IF WS-CONT-ERRORES > ZERO
00385              DISPLAY "GLMAPMNT: EL MAPEO TIENE " WS-CONT-ERRORES
00386                  " ERROR(ES) - NO SE GRABA, CORRIJA Y REPITA F"
00387          ELSE
00388              MOVE "S" TO WS-GRABAR-SW
00389              MOVE "S" TO WS-FIN-MANT-SW
00390          END-IF
00391          GO TO 2000-PROC-COMANDO-EXIT
00392      END-IF.
00393      IF WS-RESPUESTA = "X"
00394          DISPLAY "GLMAPMNT: SALIDA SIN GRABAR - GLMAP QUEDA "
00395              "IGUAL"
00396          MOVE "S" TO WS-FIN-MANT-SW
00397          GO TO 2000-PROC-COMANDO-EXIT
00398      END-IF.
00399      DISPLAY "GLMAPMNT: COMANDO ILEGAL - SOLO L, A, M, B, F O X".
00400  2000-PROC-COMANDO-EXIT.
00401      EXIT.
00402 *-------------------------------------------------------------*
00403  2100-LISTAR.
00404 *    MUESTRA TODAS LAS ENTRADAS DEL MAPEO QUE NO ESTAN
00405 *    BORRADAS, CON SU NUMERO Y SU ACCION PENDIENTE.
00406 *-------------------------------------------------------------*
00407      DISPLAY "GLMAPMNT: NRO R TP DEBE       HABER      "
00408          "DESDE    HASTA    DESCRIPCION          ACC".
00409      PERFORM 2110-LISTAR-ENTRADA THRU 2110-LISTAR-ENTRADA-EXIT
00410          VARYING WS-MP-IDX FROM 1 BY 1
00411          UNTIL WS-MP-IDX > WS-MP-CANT.
00412  2100-LISTAR-EXIT.
00413      EXIT.
00414 *-------------------------------------------------------------*
00415  2110-LISTAR-ENTRADA.
00416 *    MUESTRA UNA ENTRADA DEL MAPEO.
00417 *-------------------------------------------------------------*
00418      IF MP-BORRADA (WS-MP-IDX) OR MP-ANULADA (WS-MP-IDX)
00419          GO TO 2110-LISTAR-ENTRADA-EXIT
00420      END-IF.
00421      MOVE WS-MP-IDX TO WS-MP-VER.
00422      DISPLAY "          " WS-MP-VER " "
00423          WS-MP-RESULTADO (WS-MP-IDX) " "
00424          WS-MP-TIPO (WS-MP-IDX) " "
00425          WS-MP-DEBE (WS-MP-IDX) " "
00426          WS-MP-HABER (WS-MP-IDX) " "
00427          WS-MP-DESDE (WS-MP-IDX) " "
00428          WS-MP-HASTA (WS-MP-IDX) " "
00429          WS-MP-DESC (WS-MP-IDX) " "
00430          WS-MP-ACCION (WS-MP-IDX).
00431  2110-LISTAR-ENTRADA-EXIT.
00432      EXIT.
00433 *-------------------------------------------------------------*
00434  2200-AGREGAR.
00435 *    AGREGA UNA ENTRADA AL FINAL DEL MAPEO Y PIDE TODOS SUS
00436 *    CAMPOS. NACE SIN VIGENCIA (ABIERTA DE AMBOS LADOS).
00437 *-------------------------------------------------------------*
00438      IF WS-MP-CANT NOT < WS-MP-MAX
00439          DISPLAY "GLMAPMNT: EL MAPEO YA TIENE " WS-MP-MAX
00440              " ENTRADAS - NO SE PUEDE AGREGAR"
00441          GO TO 2200-AGREGAR-EXIT
00442      END-IF.
00443      MOVE SPACES TO WS-EDICION.
00444      MOVE ZERO   TO WE-DESDE.
00445      MOVE ZERO   TO WE-HASTA.
00446      PERFORM 2500-PEDIR-ENTRADA THRU 2500-PEDIR-ENTRADA-EXIT.
00447      ADD 1 TO WS-MP-CANT.
00448      MOVE "A"        TO WS-MP-ACCION (WS-MP-CANT).
00449      MOVE WS-EDICION TO WS-MP-ACTUAL (WS-MP-CANT).
00450      MOVE SPACES     TO WS-MP-ANTES (WS-MP-CANT).
00451      MOVE WS-MP-CANT TO WS-MP-VER.
00452      DISPLAY "GLMAPMNT: ENTRADA " WS-MP-VER " AGREGADA".
00453  2200-AGREGAR-EXIT.
00454      EXIT.
00455 *-------------------------------------------------------------*
00456  2300-MODIFICAR.
00457 *    PIDE EL NUMERO DE LA ENTRADA Y LUEGO CADA CAMPO, CON EL
00458 *    VALOR ACTUAL COMO RESPUESTA POR OMISION.
00459 *-------------------------------------------------------------*
00460      PERFORM 2600-PEDIR-NUMERO THRU 2600-PEDIR-NUMERO-EXIT.
00461      IF WS-MP-SEL = ZERO
00462          GO TO 2300-MODIFICAR-EXIT
00463      END-IF.
00464      MOVE WS-MP-ACTUAL (WS-MP-SEL) TO WS-EDICION.
00465      PERFORM 2500-PEDIR-ENTRADA THRU 2500-PEDIR-ENTRADA-EXIT.
00466      MOVE WS-EDICION TO WS-MP-ACTUAL (WS-MP-SEL).
00467      IF MP-SIN-CAMBIO (WS-MP-SEL)
00468          MOVE "M" TO WS-MP-ACCION (WS-MP-SEL)
00469      END-IF.
00470      MOVE WS-MP-SEL TO WS-MP-VER.
00471      DISPLAY "GLMAPMNT: ENTRADA " WS-MP-VER " MODIFICADA".
00472  2300-MODIFICAR-EXIT.
00473      EXIT.
00474 *-------------------------------------------------------------*
00475  2400-BORRAR.
00476 *    PIDE EL NUMERO DE LA ENTRADA, LA MUESTRA Y PIDE
00477 *    CONFIRMACION. UNA ENTRADA AGREGADA EN ESTA MISMA SESION
00478 *    SE ANULA SIN DEJAR RASTRO EN LA AUDITORIA.
00479 *-------------------------------------------------------------*
00480      PERFORM 2600-PEDIR-NUMERO THRU 2600-PEDIR-NUMERO-EXIT.
00481      IF WS-MP-SEL = ZERO
00482          GO TO 2400-BORRAR-EXIT
00483      END-IF.
00484      MOVE WS-MP-SEL TO WS-MP-IDX.
00485      PERFORM 2110-LISTAR-ENTRADA THRU 2110-LISTAR-ENTRADA-EXIT.
00486      DISPLAY "GLMAPMNT: CONFIRMA BORRAR LA ENTRADA (S/N): ".
00487      MOVE SPACES TO WS-RESPUESTA.
00488      ACCEPT WS-RESPUESTA FROM CONSOLE.
00489      IF WS-RESPUESTA NOT = "S"
00490          DISPLAY "GLMAPMNT: BORRADO CANCELADO"
00491          GO TO 2400-BORRAR-EXIT
00492      END-IF.
00493      IF MP-AGREGADA (WS-MP-SEL)
00494          MOVE "N" TO WS-MP-ACCION (WS-MP-SEL)
00495      ELSE
00496          MOVE "B" TO WS-MP-ACCION (WS-MP-SEL)
00497      END-IF.
00498      MOVE WS-MP-SEL TO WS-MP-VER.
00499      DISPLAY "GLMAPMNT: ENTRADA " WS-MP-VER " BORRADA".
00500  2400-BORRAR-EXIT.
00501      EXIT.
00502 *-------------------------------------------------------------*
00503  2500-PEDIR-ENTRADA.
00504 *    PIDE POR CONSOLA CADA CAMPO DE LA ENTRADA QUE ESTA EN
00505 *    WS-EDICION. RESPUESTA VACIA CONSERVA EL VALOR ACTUAL,
00506 *    PERO SOLO SI ESTE ES LEGAL. EL REGISTRO "B" SOLO LLEVA
00507 *    LA CUENTA DE CONTROL (EN LA CUENTA DEBE) Y LA
00508 *    DESCRIPCION: NO TIENE TIPO, CUENTA HABER NI VIGENCIA.
508A1 *    EL REGISTRO "S" LLEVA TIPO, CUENTA DE SUSPENSO (DEBE) Y
508A2 *    CONTRAPARTIDA (HABER); EN LUGAR DE LA DESCRIPCION SE
508A3 *    PIDEN EL ORIGEN Y LA NOTA, Y NO TIENE VIGENCIA.
00509 *-------------------------------------------------------------*
00510      MOVE "N" TO WS-CAMPO-OK-SW.
00511      PERFORM 2510-PEDIR-RESULTADO THRU 2510-PEDIR-RESULTADO-EXIT
00512          UNTIL CAMPO-OK.
00513      IF WE-RESULTADO = "B"
00514          MOVE SPACES TO WE-TIPO
00515          MOVE SPACES TO WE-HABER
00516          MOVE ZERO   TO WE-DESDE
00517          MOVE ZERO   TO WE-HASTA
00518      ELSE
00519          MOVE "N" TO WS-CAMPO-OK-SW
00520          PERFORM 2520-PEDIR-TIPO THRU 2520-PEDIR-TIPO-EXIT
00521              UNTIL CAMPO-OK
00522      END-IF.
00523      MOVE "N" TO WS-CAMPO-OK-SW.
00524      PERFORM 2530-PEDIR-DEBE THRU 2530-PEDIR-DEBE-EXIT
00525          UNTIL CAMPO-OK.
00526      IF WE-RESULTADO NOT = "B"
00527          MOVE "N" TO WS-CAMPO-OK-SW
00528          PERFORM 2540-PEDIR-HABER THRU 2540-PEDIR-HABER-EXIT
00529              UNTIL CAMPO-OK
00530      END-IF.
530A1      IF WE-RESULTADO = "S"
530A2          MOVE "N" TO WS-CAMPO-OK-SW
530A3          PERFORM 2570-PEDIR-ORIGEN THRU 2570-PEDIR-ORIGEN-EXIT
530A4              UNTIL CAMPO-OK
530A5          DISPLAY "GLMAPMNT: NOTA [" WE-SUS-NOTA "]: "
530A6          MOVE SPACES TO WS-RESPUESTA
530A7          ACCEPT WS-RESPUESTA FROM CONSOLE
530A8          IF WS-RESPUESTA NOT = SPACES
530A9              MOVE WS-RESPUESTA TO WE-SUS-NOTA
530AA          END-IF
530AB          MOVE ZERO TO WE-DESDE
530AC          MOVE ZERO TO WE-HASTA
530AD          GO TO 2500-PEDIR-ENTRADA-EXIT
530AE      END-IF.
00531      DISPLAY "GLMAPMNT: DESCRIPCION [" WE-DESC "]: ".
00532      MOVE SPACES TO WS-RESPUESTA.
00533      ACCEPT WS-RESPUESTA FROM CONSOLE.
00534      IF WS-RESPUESTA NOT = SPACES
00535          MOVE WS-RESPUESTA TO WE-DESC
00536      END-IF.
00537      IF WE-RESULTADO NOT = "B"
00538          MOVE "N" TO WS-CAMPO-OK-SW
00539          PERFORM 2550-PEDIR-DESDE THRU 2550-PEDIR-DESDE-EXIT
00540              UNTIL CAMPO-OK
00541          MOVE "N" TO WS-CAMPO-OK-SW
00542          PERFORM 2560-PEDIR-HASTA THRU 2560-PEDIR-HASTA-EXIT
00543              UNTIL CAMPO-OK
00544      END-IF.
00545  2500-PEDIR-ENTRADA-EXIT.
00546      EXIT.
00547 *-------------------------------------------------------------*
00548  2510-PEDIR-RESULTADO.
00549 *    PIDE EL RESULTADO MAPEADO: "1" A "5", "B" PARA LA
00550 *    CUENTA DE CONTROL DEL CUADRE O "S" PARA EL SUSPENSO.
00551 *-------------------------------------------------------------*
00552      DISPLAY "GLMAPMNT: RESULTADO (1-5/B/S) [" WE-RESULTADO
552A1          "]: ".
00553      MOVE SPACES TO WS-RESPUESTA.
00554      ACCEPT WS-RESPUESTA FROM CONSOLE.
00555      IF WS-RESPUESTA = SPACES
00556          MOVE WE-RESULTADO TO WS-RESPUESTA
00557      END-IF.
00558      IF WS-RESPUESTA = "1" OR WS-RESPUESTA = "2"
00559        OR WS-RESPUESTA = "3" OR WS-RESPUESTA = "4"
00560        OR WS-RESPUESTA = "5" OR WS-RESPUESTA = "B"
560A1        OR WS-RESPUESTA = "S"
00561          MOVE WS-RESPUESTA TO WE-RESULTADO
00562          MOVE "S" TO WS-CAMPO-OK-SW
00563      ELSE
00564          DISPLAY "GLMAPMNT: VALOR ILEGAL - SOLO 1 A 5, B O S"
00565      END-IF.
00566  2510-PEDIR-RESULTADO-EXIT.
00567      EXIT.
00568 *-------------------------------------------------------------*
00569  2520-PEDIR-TIPO.
00570 *    PIDE EL TIPO DE TRANSACCION: "00" (TODO TIPO) O "01" A
00571 *    "05". "*" LO DEJA EN BLANCO, QUE TAMBIEN ES TODO TIPO.
00572 *-------------------------------------------------------------*
00573      DISPLAY "GLMAPMNT: TIPO DE TRANSACCION (00-05, * = "
00574          "BLANCO) [" WE-TIPO "]: ".
00575      MOVE SPACES TO WS-RESPUESTA.
00576      ACCEPT WS-RESPUESTA FROM CONSOLE.
00577      IF WS-RESPUESTA = "*"
00578          MOVE SPACES TO WE-TIPO
00579          MOVE "S" TO WS-CAMPO-OK-SW
00580          GO TO 2520-PEDIR-TIPO-EXIT
00581      END-IF.
00582      IF WS-RESPUESTA = SPACES
00583          MOVE WE-TIPO TO WS-RESPUESTA
00584      END-IF.
00585      IF WS-RESPUESTA = SPACES
00586        OR WS-RESPUESTA = "00" OR WS-RESPUESTA = "01"
00587        OR WS-RESPUESTA = "02" OR WS-RESPUESTA = "03"
00588        OR WS-RESPUESTA = "04" OR WS-RESPUESTA = "05"
00589          MOVE WS-RESPUESTA TO WE-TIPO
00590          MOVE "S" TO WS-CAMPO-OK-SW
00591      ELSE
00592          DISPLAY "GLMAPMNT: VALOR ILEGAL - SOLO 00 A 05 O *"
00593      END-IF.
00594  2520-PEDIR-TIPO-EXIT.
00595      EXIT.
00596 *-------------------------------------------------------------*
00597  2530-PEDIR-DEBE.
00598 *    PIDE LA CUENTA DEBE (EN EL "B", LA CUENTA DE CONTROL;
598A1 *    EN EL "S", LA CUENTA DE SUSPENSO).
00599 *    NO PUEDE QUEDAR EN BLANCO.
00600 *-------------------------------------------------------------*
00601      DISPLAY "GLMAPMNT: CUENTA DEBE [" WE-DEBE "]: ".
00602      MOVE SPACES TO WS-RESPUESTA.
00603      ACCEPT WS-RESPUESTA FROM CONSOLE.
00604      IF WS-RESPUESTA NOT = SPACES
00605          MOVE WS-RESPUESTA TO WE-DEBE
00606      END-IF.
00607      IF WE-DEBE = SPACES
00608          DISPLAY "GLMAPMNT: LA CUENTA NO PUEDE QUEDAR EN BLANCO"
00609      ELSE
00610          MOVE "S" TO WS-CAMPO-OK-SW
00611      END-IF.
00612  2530-PEDIR-DEBE-EXIT.
00613      EXIT.
00614 *-------------------------------------------------------------*
00615  2540-PEDIR-HABER.
00616 *    PIDE LA CUENTA HABER (EN EL "S", LA CONTRAPARTIDA DEL
616A1 *    SUSPENSO). NO PUEDE QUEDAR EN BLANCO.
00617 *-------------------------------------------------------------*
00618      DISPLAY "GLMAPMNT: CUENTA HABER [" WE-HABER "]: ".
00619      MOVE SPACES TO WS-RESPUESTA.
00620      ACCEPT WS-RESPUESTA FROM CONSOLE.
00621      IF WS-RESPUESTA NOT = SPACES
00622          MOVE WS-RESPUESTA TO WE-HABER
00623      END-IF.
00624      IF WE-HABER = SPACES
00625          DISPLAY "GLMAPMNT: LA CUENTA NO PUEDE QUEDAR EN BLANCO"
00626      ELSE
00627          MOVE "S" TO WS-CAMPO-OK-SW
00628      END-IF.
00629  2540-PEDIR-HABER-EXIT.
00630      EXIT.
00631 *-------------------------------------------------------------*
00632  2550-PEDIR-DESDE.
00633 *    PIDE LA FECHA DESDE LA QUE RIGE LA ENTRADA (AAAAMMDD).
00634 *    "*" LA DEJA EN CERO: SIN LIMITE HACIA ATRAS.
00635 *-------------------------------------------------------------*
00636      DISPLAY "GLMAPMNT: VIGENTE DESDE (AAAAMMDD, * = SIN "
00637          "LIMITE) [" WE-DESDE "]: ".
00638      MOVE SPACES TO WS-RESPUESTA.
00639      ACCEPT WS-RESPUESTA FROM CONSOLE.
00640      IF WS-RESPUESTA = "*"
00641          MOVE ZERO TO WE-DESDE
00642          MOVE "S" TO WS-CAMPO-OK-SW
00643          GO TO 2550-PEDIR-DESDE-EXIT
00644      END-IF.
00645      IF WS-RESPUESTA = SPACES
00646          MOVE WE-DESDE TO WS-RESPUESTA
00647      END-IF.
00648      PERFORM 2580-VALIDAR-FECHA THRU 2580-VALIDAR-FECHA-EXIT.
00649      IF FECHA-OK
00650          MOVE WS-RESP-FECHA TO WE-DESDE
00651          MOVE "S" TO WS-CAMPO-OK-SW
00652      END-IF.
00653  2550-PEDIR-DESDE-EXIT.
00654      EXIT.
00655 *-------------------------------------------------------------*
00656  2560-PEDIR-HASTA.
00657 *    PIDE LA FECHA HASTA LA QUE RIGE LA ENTRADA (AAAAMMDD),
00658 *    QUE NO PUEDE SER ANTERIOR A LA FECHA DESDE. "*" LA DEJA
00659 *    EN CERO: SIN LIMITE HACIA ADELANTE.
00660 *-------------------------------------------------------------*
00661      DISPLAY "GLMAPMNT: VIGENTE HASTA (AAAAMMDD, * = SIN "
00662          "LIMITE) [" WE-HASTA "]: ".
00663      MOVE SPACES TO WS-RESPUESTA.
00664      ACCEPT WS-RESPUESTA FROM CONSOLE.
00665      IF WS-RESPUESTA = "*"
00666          MOVE ZERO TO WE-HASTA
00667          MOVE "S" TO WS-CAMPO-OK-SW
00668          GO TO 2560-PEDIR-HASTA-EXIT
00669      END-IF.
00670      IF WS-RESPUESTA = SPACES
00671          MOVE WE-HASTA TO WS-RESPUESTA
00672      END-IF.
00673      PERFORM 2580-VALIDAR-FECHA THRU 2580-VALIDAR-FECHA-EXIT.
00674      IF NOT FECHA-OK
00675          GO TO 2560-PEDIR-HASTA-EXIT
00676      END-IF.
00677      IF WS-RESP-FECHA NOT = ZERO
00678        AND WE-DESDE NOT = SPACES
00679        AND WS-RESP-FECHA < WE-DESDE
00680          DISPLAY "GLMAPMNT: HASTA NO PUEDE SER ANTERIOR A DESDE ("
00681              WE-DESDE ")"
00682          GO TO 2560-PEDIR-HASTA-EXIT
00683      END-IF.
00684      MOVE WS-RESP-FECHA TO WE-HASTA.
00685      MOVE "S" TO WS-CAMPO-OK-SW.
00686  2560-PEDIR-HASTA-EXIT.
00687      EXIT.
00688 *-------------------------------------------------------------*
688A1  2570-PEDIR-ORIGEN.
688A2 *    PIDE EL ORIGEN DE LOTE DEL SUSPENSO. "*" LO DEJA EN
688A3 *    BLANCO: TODO ORIGEN. CALCREPA NO ES UN ORIGEN VALIDO:
688A4 *    SUS LOTES SON DE REPARACION Y LIQUIDAN SUSPENSO.
688A5 *-------------------------------------------------------------*
688A6      DISPLAY "GLMAPMNT: ORIGEN DEL LOTE (* = TODO ORIGEN) ["
688A7          WE-SUS-ORIGEN "]: ".
688A8      MOVE SPACES TO WS-RESPUESTA.
688A9      ACCEPT WS-RESPUESTA FROM CONSOLE.
688AA      IF WS-RESPUESTA = "*"
688AB          MOVE SPACES TO WE-SUS-ORIGEN
688AC          MOVE "S" TO WS-CAMPO-OK-SW
688AD          GO TO 2570-PEDIR-ORIGEN-EXIT
688AE      END-IF.
688AF      IF WS-RESPUESTA NOT = SPACES
688AG          MOVE WS-RESPUESTA TO WE-SUS-ORIGEN
688AH      END-IF.
688AI      IF WE-SUS-ORIGEN = "CALCREPA"
688AJ          DISPLAY "GLMAPMNT: CALCREPA NO PUEDE TENER SUSPENSO"
688AK      ELSE
688AL          MOVE "S" TO WS-CAMPO-OK-SW
688AM      END-IF.
688AN  2570-PEDIR-ORIGEN-EXIT.
688AO      EXIT.
688AP *-------------------------------------------------------------*
00689  2580-VALIDAR-FECHA.
00690 *    VALIDA LA FECHA DIGITADA EN WS-RESPUESTA: OCHO DIGITOS
00691 *    AAAAMMDD CON MES 01 A 12 Y DIA 01 A 31, O CERO (SIN
00692 *    LIMITE). DEJA EL RESULTADO EN WS-FECHA-OK-SW.
00693 *-------------------------------------------------------------*
00694      MOVE "N" TO WS-FECHA-OK-SW.
00695      MOVE WS-RESP-FECHA TO WS-FECHA-PRUEBA.
00696      IF WS-RESP-FECHA = SPACES
00697          MOVE ZERO TO WS-RESP-FECHA
00698          MOVE "S" TO WS-FECHA-OK-SW
00699          GO TO 2580-VALIDAR-FECHA-EXIT
00700      END-IF.
00701      IF WS-FECHA-PRUEBA-N NOT NUMERIC
00702        OR WS-RESPUESTA (9:12) NOT = SPACES
00703          DISPLAY "GLMAPMNT: FECHA ILEGAL - DIGITE AAAAMMDD"
00704          GO TO 2580-VALIDAR-FECHA-EXIT
00705      END-IF.
00706      IF WS-FECHA-PRUEBA-N = ZERO
00707          MOVE "S" TO WS-FECHA-OK-SW
00708          GO TO 2580-VALIDAR-FECHA-EXIT
00709      END-IF.
00710      IF WF-MES < 1 OR WF-MES > 12
00711        OR WF-DIA < 1 OR WF-DIA > 31
00712          DISPLAY "GLMAPMNT: FECHA ILEGAL - MES O DIA FUERA DE "
00713              "RANGO"
00714          GO TO 2580-VALIDAR-FECHA-EXIT
00715      END-IF.
00716      MOVE "S" TO WS-FECHA-OK-SW.
00717  2580-VALIDAR-FECHA-EXIT.
00718      EXIT.
00719 *-------------------------------------------------------------*
00720  2600-PEDIR-NUMERO.
00721 *    PIDE EL NUMERO DE UNA ENTRADA (TRES DIGITOS, COMO LO
00722 *    MUESTRA EL LISTADO) Y LO DEJA EN WS-MP-SEL; CERO SI NO
00723 *    ES UNA ENTRADA VIGENTE DEL MAPEO.
00724 *-------------------------------------------------------------*
00725      MOVE ZERO TO WS-MP-SEL.
00726      DISPLAY "GLMAPMNT: NUMERO DE ENTRADA (3 DIGITOS): ".
00727      MOVE SPACES TO WS-RESPUESTA.
00728      ACCEPT WS-RESPUESTA FROM CONSOLE.
00729      IF WS-RESP-NUMERO-N NOT NUMERIC
00730        OR WS-RESP-NUM-RESTO NOT = SPACES
00731          DISPLAY "GLMAPMNT: NUMERO ILEGAL - DIGITE TRES DIGITOS"
00732          GO TO 2600-PEDIR-NUMERO-EXIT
00733      END-IF.
00734      IF WS-RESP-NUMERO-N = ZERO
00735        OR WS-RESP-NUMERO-N > WS-MP-CANT
00736          DISPLAY "GLMAPMNT: NO EXISTE LA ENTRADA " WS-RESP-NUMERO
00737          GO TO 2600-PEDIR-NUMERO-EXIT
00738      END-IF.
00739      IF MP-BORRADA (WS-RESP-NUMERO-N)
00740        OR MP-ANULADA (WS-RESP-NUMERO-N)
00741          DISPLAY "GLMAPMNT: LA ENTRADA " WS-RESP-NUMERO
00742              " ESTA BORRADA"
00743          GO TO 2600-PEDIR-NUMERO-EXIT
00744      END-IF.
00745      MOVE WS-RESP-NUMERO-N TO WS-MP-SEL.
00746  2600-PEDIR-NUMERO-EXIT.
00747      EXIT.
00748 *-------------------------------------------------------------*
00749  2700-VALIDAR-MAPEO.
00750 *    VALIDA EL MAPEO COMPLETO QUE SE GRABARIA: CADA ENTRADA
00751 *    POR SI SOLA, QUE HAYA UN SOLO REGISTRO "B" Y QUE NO HAYA
00752 *    DOS VERSIONES DEL MISMO RESULTADO Y TIPO VIGENTES A LA
00753 *    MISMA FECHA (NI DOS "S" DEL MISMO ORIGEN Y TIPO). CADA
753A1 *    ERROR SE MUESTRA Y SE CUENTA EN WS-CONT-ERRORES.
00755 *-------------------------------------------------------------*
00756      MOVE ZERO TO WS-CONT-ERRORES.
00757      MOVE ZERO TO WS-CONT-B.
00758      PERFORM 2710-VALIDAR-ENTRADA THRU 2710-VALIDAR-ENTRADA-EXIT
00759          VARYING WS-MP-IDX FROM 1 BY 1
00760          UNTIL WS-MP-IDX > WS-MP-CANT.
00761      IF WS-CONT-B NOT = 1
00762          DISPLAY "GLMAPMNT: DEBE HABER UN SOLO REGISTRO B Y HAY "
00763              WS-CONT-B
00764          ADD 1 TO WS-CONT-ERRORES
00765      END-IF.
00766      PERFORM 2720-CRUZAR-VIGENCIAS THRU
00767          2720-CRUZAR-VIGENCIAS-EXIT
00768          VARYING WS-MP-IDX FROM 1 BY 1
00769          UNTIL WS-MP-IDX > WS-MP-CANT.
00770  2700-VALIDAR-MAPEO-EXIT.
00771      EXIT.
00772 *-------------------------------------------------------------*
00773  2710-VALIDAR-ENTRADA.
00774 *    VALIDA UNA ENTRADA DEL MAPEO QUE NO ESTA BORRADA.
00775 *-------------------------------------------------------------*
00776      IF MP-BORRADA (WS-MP-IDX) OR MP-ANULADA (WS-MP-IDX)
00777          GO TO 2710-VALIDAR-ENTRADA-EXIT
00778      END-IF.
00779      MOVE SPACES TO WS-MOTIVO.
00780      MOVE WS-MP-ACTUAL (WS-MP-IDX) TO WS-EDICION.
00781      IF WE-RESULTADO = "B"
00782          ADD 1 TO WS-CONT-B
00783          IF WE-DEBE = SPACES
00784              MOVE "CUENTA DE CONTROL EN BLANCO" TO WS-MOTIVO
00785          END-IF
00786          GO TO 2710-VALIDAR-MOTIVO
00787      END-IF.
00788      IF (WE-RESULTADO < "1" OR WE-RESULTADO > "5")
788A1        AND WE-RESULTADO NOT = "S"
00789          MOVE "RESULTADO NO ES 1 A 5, B NI S" TO WS-MOTIVO
00790          GO TO 2710-VALIDAR-MOTIVO
00791      END-IF.
00792      IF WE-TIPO NOT = SPACES AND WE-TIPO NOT = "00"
00793        AND (WE-TIPO < "01" OR WE-TIPO > "05")
00794          MOVE "TIPO DE TRANSACCION ILEGAL" TO WS-MOTIVO
00795          GO TO 2710-VALIDAR-MOTIVO
00796      END-IF.
00797      IF WE-DEBE = SPACES OR WE-HABER = SPACES
00798          MOVE "CUENTA DEBE O HABER EN BLANCO" TO WS-MOTIVO
00799          GO TO 2710-VALIDAR-MOTIVO
00800      END-IF.
800A1      IF WE-RESULTADO = "S"
800A2        AND WE-SUS-ORIGEN = "CALCREPA"
800A3          MOVE "CALCREPA NO PUEDE TENER SUSPENSO" TO WS-MOTIVO
800A4          GO TO 2710-VALIDAR-MOTIVO
800A5      END-IF.
00801      IF (WE-DESDE NOT = SPACES AND WE-DESDE NOT NUMERIC)
00802        OR (WE-HASTA NOT = SPACES AND WE-HASTA NOT NUMERIC)
00803          MOVE "FECHA DE VIGENCIA NO NUMERICA" TO WS-MOTIVO
00804          GO TO 2710-VALIDAR-MOTIVO
00805      END-IF.
00806      MOVE WS-MP-IDX TO WS-MP-SEL.
00807      PERFORM 2730-NORMALIZAR-VIGENCIA THRU
00808          2730-NORMALIZAR-VIGENCIA-EXIT.
00809      IF WS-DESDE-2 > WS-HASTA-2
00810          MOVE "VIGENCIA DESDE POSTERIOR A HASTA" TO WS-MOTIVO
00811      END-IF.
00812  2710-VALIDAR-MOTIVO.
00813      IF WS-MOTIVO NOT = SPACES
00814          MOVE WS-MP-IDX TO WS-MP-VER
00815          DISPLAY "GLMAPMNT: ENTRADA " WS-MP-VER " - " WS-MOTIVO
00816          ADD 1 TO WS-CONT-ERRORES
00817      END-IF.
00818  2710-VALIDAR-ENTRADA-EXIT.
00819      EXIT.
00820 *-------------------------------------------------------------*
00821  2720-CRUZAR-VIGENCIAS.
00822 *    COMPARA LA VIGENCIA DE LA ENTRADA EN TURNO CONTRA LA DE
00823 *    CADA ENTRADA POSTERIOR DEL MISMO RESULTADO Y TIPO (EN
823A1 *    EL "S", ADEMAS DEL MISMO ORIGEN: SIN VIGENCIA, DOS "S"
823A2 *    IGUALES SIEMPRE SE CRUZAN).
00824 *-------------------------------------------------------------*
00825      IF MP-BORRADA (WS-MP-IDX) OR MP-ANULADA (WS-MP-IDX)
00826        OR WS-MP-RESULTADO (WS-MP-IDX) = "B"
00827          GO TO 2720-CRUZAR-VIGENCIAS-EXIT
00828      END-IF.
00829      MOVE WS-MP-IDX TO WS-MP-SEL.
00830      PERFORM 2730-NORMALIZAR-VIGENCIA THRU
00831          2730-NORMALIZAR-VIGENCIA-EXIT.
00832      MOVE WS-DESDE-2 TO WS-DESDE-1.
00833      MOVE WS-HASTA-2 TO WS-HASTA-1.
00834      MOVE WS-TIPO-2  TO WS-TIPO-1.
834A1      MOVE WS-MP-DESC (WS-MP-IDX) (1:8) TO WS-ORIGEN-1.
00835      COMPUTE WS-MP-IDX2 = WS-MP-IDX + 1.
00836      PERFORM 2740-COMPARAR-VIGENCIA THRU
00837          2740-COMPARAR-VIGENCIA-EXIT
00838          UNTIL WS-MP-IDX2 > WS-MP-CANT.
00839  2720-CRUZAR-VIGENCIAS-EXIT.
00840      EXIT.
00841 *-------------------------------------------------------------*
00842  2730-NORMALIZAR-VIGENCIA.
00843 *    DEJA EN WS-DESDE-2/WS-HASTA-2 LA VIGENCIA DE LA ENTRADA
00844 *    WS-MP-SEL CON LOS LIMITES ABIERTOS RESUELTOS (DESDE CERO,
00845 *    HASTA 99999999), Y EN WS-TIPO-2 SU TIPO ("00" SI BLANCO).
00846 *-------------------------------------------------------------*
00847      MOVE ZERO     TO WS-DESDE-2.
00848      MOVE 99999999 TO WS-HASTA-2.
00849      IF WS-MP-DESDE (WS-MP-SEL) NUMERIC
00850          MOVE WS-MP-DESDE (WS-MP-SEL) TO WS-DESDE-2
00851      END-IF.
00852      IF WS-MP-HASTA (WS-MP-SEL) NUMERIC
00853        AND WS-MP-HASTA (WS-MP-SEL) NOT = ZERO
00854          MOVE WS-MP-HASTA (WS-MP-SEL) TO WS-HASTA-2
00855      END-IF.
00856      MOVE WS-MP-TIPO (WS-MP-SEL) TO WS-TIPO-2.
00857      IF WS-TIPO-2 = SPACES
00858          MOVE "00" TO WS-TIPO-2
00859      END-IF.
00860  2730-NORMALIZAR-VIGENCIA-EXIT.
00861      EXIT.
00862 *-------------------------------------------------------------*
00863  2740-COMPARAR-VIGENCIA.
00864 *    SI LA ENTRADA WS-MP-IDX2 ES DEL MISMO RESULTADO Y TIPO
00865 *    QUE LA ENTRADA EN TURNO Y SUS VIGENCIAS SE CRUZAN, ES UN
00866 *    ERROR: A ESAS FECHAS RIGEN DOS VERSIONES. AVANZA AL
00867 *    SIGUIENTE.
00868 *-------------------------------------------------------------*
00869      IF MP-BORRADA (WS-MP-IDX2) OR MP-ANULADA (WS-MP-IDX2)
00870        OR WS-MP-RESULTADO (WS-MP-IDX2)
00871           NOT = WS-MP-RESULTADO (WS-MP-IDX)
00872          GO TO 2740-COMPARAR-SIGUIENTE
00873      END-IF.
00874      MOVE WS-MP-IDX2 TO WS-MP-SEL.
00875      PERFORM 2730-NORMALIZAR-VIGENCIA THRU
00876          2730-NORMALIZAR-VIGENCIA-EXIT.
00877      IF WS-TIPO-2 NOT = WS-TIPO-1
00878          GO TO 2740-COMPARAR-SIGUIENTE
00879      END-IF.
879A1      IF WS-MP-RESULTADO (WS-MP-IDX) NOT = "S"
879A2          GO TO 2740-COMPARAR-VIGENCIAS
879A3      END-IF.
879A4      IF WS-MP-DESC (WS-MP-IDX2) (1:8) = WS-ORIGEN-1
879A5          MOVE WS-MP-IDX  TO WS-MP-VER
879A6          MOVE WS-MP-IDX2 TO WS-MP-VER2
879A7          DISPLAY "GLMAPMNT: ENTRADAS " WS-MP-VER " Y "
879A8              WS-MP-VER2 " - SUSPENSO DEL MISMO ORIGEN Y TIPO"
879A9          ADD 1 TO WS-CONT-ERRORES
879AA      END-IF.
879AB      GO TO 2740-COMPARAR-SIGUIENTE.
879AC  2740-COMPARAR-VIGENCIAS.
00880      IF WS-DESDE-1 NOT > WS-HASTA-2
00881        AND WS-DESDE-2 NOT > WS-HASTA-1
00882          MOVE WS-MP-IDX  TO WS-MP-VER
00883          MOVE WS-MP-IDX2 TO WS-MP-VER2
00884          DISPLAY "GLMAPMNT: ENTRADAS " WS-MP-VER " Y "
00885              WS-MP-VER2 " - MISMO RESULTADO Y TIPO CON "
00886              "VIGENCIAS CRUZADAS"
00887          ADD 1 TO WS-CONT-ERRORES
00888      END-IF.
00889  2740-COMPARAR-SIGUIENTE.
00890      ADD 1 TO WS-MP-IDX2.
00891  2740-COMPARAR-VIGENCIA-EXIT.
00892      EXIT.
00893 *-------------------------------------------------------------*
00894  9000-FINAL.
00895 *    SI SE PIDIO GRABAR, DEJA EN GLMAUDT UN REGISTRO POR CADA
00896 *    ENTRADA AGREGADA, MODIFICADA O BORRADA, CON SU IMAGEN
00897 *    ANTERIOR Y NUEVA, QUIEN Y CUANDO, Y LUEGO REESCRIBE
00898 *    GLMAP COMPLETO CON LAS ENTRADAS QUE NO ESTAN BORRADAS.
00899 *-------------------------------------------------------------*
00900      IF NOT GRABAR-MAPEO
00901          GO TO 9000-FINAL-EXIT
00902      END-IF.
00903      OPEN EXTEND GLMAUDT.
00904      IF WS-AUDT-STATUS NOT = "00"
00905          CLOSE GLMAUDT
00906          OPEN OUTPUT GLMAUDT
00907      END-IF.
00908      IF WS-AUDT-STATUS NOT = "00"
00909          DISPLAY "GLMAPMNT: NO ABRIO GLMAUDT - STATUS "
00910              WS-AUDT-STATUS " - SIN AUDITORIA NO HAY CAMBIO"
00911          MOVE 12 TO RETURN-CODE
00912          GO TO 9000-FINAL-EXIT
00913      END-IF.
00914      PERFORM 9100-GRABAR-AUDITORIA THRU
00915          9100-GRABAR-AUDITORIA-EXIT
00916          VARYING WS-MP-IDX FROM 1 BY 1
00917          UNTIL WS-MP-IDX > WS-MP-CANT.
00918      CLOSE GLMAUDT.
00919      IF WS-CONT-CAMBIOS = ZERO
00920          DISPLAY "GLMAPMNT: SIN CAMBIOS - GLMAP QUEDA IGUAL"
00921          GO TO 9000-FINAL-EXIT
00922      END-IF.
00923      OPEN OUTPUT GLMAP.
00924      IF WS-GLMAP-STATUS NOT = "00"
00925          DISPLAY "GLMAPMNT: NO PUDO GRABAR GLMAP - STATUS "
00926              WS-GLMAP-STATUS
00927          MOVE 12 TO RETURN-CODE
00928          GO TO 9000-FINAL-EXIT
00929      END-IF.
00930      PERFORM 9200-GRABAR-ENTRADA THRU 9200-GRABAR-ENTRADA-EXIT
00931          VARYING WS-MP-IDX FROM 1 BY 1
00932          UNTIL WS-MP-IDX > WS-MP-CANT.
00933      CLOSE GLMAP.
00934      DISPLAY "GLMAPMNT: GLMAP ACTUALIZADO - "
00935          WS-CONT-CAMBIOS " ENTRADA(S) CAMBIADA(S) POR "
00936          WS-QUIEN ", " WS-CONT-GRABADOS " ENTRADA(S) EN TOTAL".
00937  9000-FINAL-EXIT.
00938      EXIT.
00939 *-------------------------------------------------------------*
00940  9100-GRABAR-AUDITORIA.
00941 *    GRABA UN REGISTRO DE AUDITORIA POR LA ENTRADA EN TURNO SI
00942 *    TIENE UN CAMBIO DE VERDAD: AGREGADA (SIN IMAGEN
00943 *    ANTERIOR), BORRADA (SIN IMAGEN NUEVA) O MODIFICADA CON
00944 *    ALGUN CAMPO DISTINTO.
00945 *-------------------------------------------------------------*
00946      IF MP-SIN-CAMBIO (WS-MP-IDX) OR MP-ANULADA (WS-MP-IDX)
00947          GO TO 9100-GRABAR-AUDITORIA-EXIT
00948      END-IF.
00949      IF MP-MODIFICADA (WS-MP-IDX)
00950        AND WS-MP-ACTUAL (WS-MP-IDX) = WS-MP-ANTES (WS-MP-IDX)
00951          GO TO 9100-GRABAR-AUDITORIA-EXIT
00952      END-IF.
00953      MOVE WS-RUN-FECHA TO GA-FECHA.
00954      MOVE WS-RUN-HORA  TO GA-HORA.
00955      MOVE WS-QUIEN     TO GA-QUIEN.
00956      MOVE WS-MP-ACCION (WS-MP-IDX) TO GA-ACCION.
00957      MOVE WS-MP-ANTES (WS-MP-IDX)  TO GA-ANTES.
00958      MOVE WS-MP-ACTUAL (WS-MP-IDX) TO GA-DESPUES.
00959      IF MP-BORRADA (WS-MP-IDX)
00960          MOVE SPACES TO GA-DESPUES
00961      END-IF.
00962      WRITE GLMAUDT-RECORD.
00963      ADD 1 TO WS-CONT-CAMBIOS.
00964  9100-GRABAR-AUDITORIA-EXIT.
00965      EXIT.
00966 *-------------------------------------------------------------*
00967  9200-GRABAR-ENTRADA.
00968 *    GRABA EN GLMAP LA ENTRADA EN TURNO SI NO ESTA BORRADA.
00969 *-------------------------------------------------------------*
00970      IF MP-BORRADA (WS-MP-IDX) OR MP-ANULADA (WS-MP-IDX)
00971          GO TO 9200-GRABAR-ENTRADA-EXIT
00972      END-IF.
00973      MOVE WS-MP-ACTUAL (WS-MP-IDX) TO GLMAP-RECORD.
00974      WRITE GLMAP-RECORD.
00975      ADD 1 TO WS-CONT-GRABADOS.
00976  9200-GRABAR-ENTRADA-EXIT.
00977      EXIT.
