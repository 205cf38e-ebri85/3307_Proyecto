00001  IDENTIFICATION DIVISION.
00002   PROGRAM-ID. INSTMANT.
00003   AUTHOR. MARIO QUIROS.
00004   INSTALLATION. DEPARTAMENTO DE CONTABILIDAD.
00005   DATE-WRITTEN. 2026-10-15.
00006   DATE-COMPILED.
00007 *
00008 *-------------------------------------------------------------*
00009 * INSTMANT ES LA UNICA VIA SANCIONADA PARA CAMBIAR LAS        *
00010 * INSTRUCCIONES RECURRENTES (INSTRUC), IGUAL QUE GLMAPMNT LO  *
00011 * ES PARA GLMAP: QUIEN MANTIENE SE IDENTIFICA Y DEBE ESTAR EN *
00012 * OPERAUTH. EL PROGRAMA CARGA EL ARCHIVO COMPLETO Y ACEPTA    *
00013 * COMANDOS POR CONSOLA: LISTAR (L), AGREGAR (A), MODIFICAR    *
00014 * (M) Y BORRAR (B) INSTRUCCIONES, TERMINAR GRABANDO (F) O     *
00015 * SALIR SIN GRABAR (X).                                       *
00016 *                                                             *
00017 * ANTES DE GRABAR SE VALIDA EL ARCHIVO COMPLETO: ID UNICO Y   *
00018 * NO BLANCO, DESCRIPCION Y DUENO NO BLANCOS, MONTOS           *
00019 * NUMERICOS, TIPO DE TRANSACCION "00" A "05" (UN REVERSO NO   *
00020 * PUEDE SER RECURRENTE), MONEDA EN BLANCO O EN LETRAS,        *
00021 * FRECUENCIA D, S, M O H CON UN DIA QUE LE CORRESPONDA (D SIN *
00022 * DIA, S 1 A 7, M 1 A 31, H 1 A 23), FECHA DE INICIO VALIDA,  *
00023 * FECHA FIN EN CERO (SIN FIN) O NO ANTERIOR AL INICIO, Y      *
00024 * ESTADO A, S O T. UN ARCHIVO CON ERRORES NO SE GRABA: SE     *
00025 * MUESTRAN LOS ERRORES Y SE VUELVE A LOS COMANDOS.            *
00026 *                                                             *
00027 * LOS CAMPOS DE CONTROL SON DE CALCINST Y AQUI NO SE TOCAN.   *
00028 * UNA INSTRUCCION NUEVA NO PUEDE EMPEZAR ANTES DE HOY, Y SU    *
00029 * INICIO SOLO SE CAMBIA MIENTRAS CALCINST NO LA HAYA          *
00030 * EVALUADO. UNA INSTRUCCION QUE YA GENERO LOTES NO SE BORRA:  *
00031 * SE DA DE BAJA CON ESTADO T, ASI SU ULTIMO LOTE SIGUE        *
00032 * CONTANDO PARA LA NUMERACION Y LA CONFIRMACION DE CALCINST.  *
00033 *                                                             *
00034 * CADA CAMBIO SE GRABA PRIMERO EN SU ARCHIVO DE AUDITORIA     *
00035 * INSTAUDT (QUIEN, CUANDO, LA ACCION Y LA IMAGEN ANTERIOR Y   *
00036 * NUEVA DE LA INSTRUCCION); SIN AUDITORIA NO HAY CAMBIO.      *
00037 * LUEGO SE REESCRIBE INSTRUC COMPLETO.                        *
00038 *-------------------------------------------------------------*
00039 * HISTORIAL DE MODIFICACIONES                                 *
00040 *-------------------------------------------------------------*
00041 * FECHA       INIC.  DESCRIPCION                              *
00042 * 2026-10-15  MQR    VERSION INICIAL DEL PROGRAMA.            *
042A1 * 2026-10-15  MQR    LA FECHA DE INICIO NO PUEDE PASAR A UNA  *
042A2 *                    ANTERIOR A HOY TAMPOCO AL MODIFICAR UNA  *
042A3 *                    INSTRUCCION TODAVIA NO EVALUADA, PORQUE  *
042A4 *                    CALCINST GENERARIA LAS FECHAS YA         *
042A5 *                    PASADAS.                                 *
00043 *-------------------------------------------------------------*
00044  ENVIRONMENT DIVISION.
00045  INPUT-OUTPUT SECTION.
00046   FILE-CONTROL.
00047      SELECT INSTRUC  ASSIGN TO "INSTRUC"
00048         ORGANIZATION IS LINE SEQUENTIAL
00049         FILE STATUS IS WS-INSTR-STATUS.
00050      SELECT OPERAUTH ASSIGN TO "OPERAUTH"
00051         ORGANIZATION IS LINE SEQUENTIAL
00052         FILE STATUS IS WS-AUTH-STATUS.
00053      SELECT INSTAUDT ASSIGN TO "INSTAUDT"
00054         ORGANIZATION IS LINE SEQUENTIAL
00055         FILE STATUS IS WS-AUDT-STATUS.
00056 *
00057  DATA DIVISION.
00058   FILE SECTION.
00059   FD  INSTRUC
00060       LABEL RECORDS ARE STANDARD
00061       RECORDING MODE IS F.
00062   01  INSTRUC-RECORD.
00063       COPY INSTRUR.
00064 *
00065   FD  OPERAUTH
00066       LABEL RECORDS ARE STANDARD
00067       RECORDING MODE IS F.
00068   01  OPERAUTH-RECORD.
00069       05 OA-OPERADOR-ID    PIC X(08).
00070 *
00071   FD  INSTAUDT
00072       LABEL RECORDS ARE STANDARD
00073       RECORDING MODE IS F.
00074   01  INSTAUDT-RECORD.
00075       05 IA-FECHA          PIC 9(08).
00076       05 IA-HORA           PIC 9(06).
00077       05 IA-QUIEN          PIC X(08).
00078       05 IA-ACCION         PIC X(01).
00079       05 IA-ANTES          PIC X(169).
00080       05 IA-DESPUES        PIC X(169).
00081 *
00082   WORKING-STORAGE SECTION.
00083    77 WS-INSTR-STATUS    PIC X(02) VALUE "00".
00084    77 WS-AUTH-STATUS     PIC X(02) VALUE "00".
00085    77 WS-AUDT-STATUS     PIC X(02) VALUE "00".
00086    77 WS-RUN-FECHA       PIC 9(08) VALUE ZERO.
00087    77 WS-RUN-HORA        PIC 9(06) VALUE ZERO.
00088    77 WS-QUIEN           PIC X(08) VALUE SPACES.
00089    77 WS-AUTH-CANT       PIC 9(04) COMP VALUE ZERO.
00090    77 WS-AUTH-MAX        PIC 9(04) COMP VALUE 100.
00091    77 WS-AUTH-IDX        PIC 9(04) COMP VALUE ZERO.
00092    77 WS-AUTH-ENC        PIC 9(04) COMP VALUE ZERO.
00093    77 WS-OPER-BUSCADO    PIC X(08) VALUE SPACES.
00094    77 WS-IN-CANT         PIC 9(04) COMP VALUE ZERO.
00095    77 WS-IN-MAX          PIC 9(04) COMP VALUE 500.
00096    77 WS-IN-IDX          PIC 9(04) COMP VALUE ZERO.
00097    77 WS-IN-IDX2         PIC 9(04) COMP VALUE ZERO.
00098    77 WS-IN-SEL          PIC 9(04) COMP VALUE ZERO.
00099    77 WS-IN-ENC          PIC 9(04) COMP VALUE ZERO.
00100    77 WS-IN-VER          PIC 9(03) VALUE ZERO.
00101    77 WS-ID-BUSCADO      PIC X(08) VALUE SPACES.
00102    77 WS-CONT-ERRORES    PIC 9(04) COMP VALUE ZERO.
00103    77 WS-CONT-CAMBIOS    PIC 9(04) COMP VALUE ZERO.
00104    77 WS-CONT-GRABADOS   PIC 9(04) COMP VALUE ZERO.
00105    77 WS-MOTIVO          PIC X(40) VALUE SPACES.
00106    77 WS-MONTO           PIC S9(7)V9(2) VALUE ZERO.
00107    77 WS-MONTO-VER       PIC +9(7).99.
00108 *
00109    01 WS-HORA-CRUDA.
00110       05 WS-HORA-HHMMSS  PIC 9(06).
00111       05 FILLER          PIC 9(02).
00112 *
00113    01 WS-RESPUESTA         PIC X(40) VALUE SPACES.
00114    01 WS-RESP-FECHA-AREA REDEFINES WS-RESPUESTA.
00115       05 WS-RESP-FECHA     PIC X(08).
00116       05 FILLER            PIC X(32).
00117    01 WS-RESP-NUMERO-AREA REDEFINES WS-RESPUESTA.
00118       05 WS-RESP-NUMERO    PIC X(03).
00119       05 WS-RESP-NUMERO-N REDEFINES WS-RESP-NUMERO
00120                            PIC 9(03).
00121       05 WS-RESP-NUM-RESTO PIC X(37).
00122    01 WS-RESP-DIA-AREA REDEFINES WS-RESPUESTA.
00123       05 WS-RESP-DIA       PIC X(02).
00124       05 WS-RESP-DIA-N REDEFINES WS-RESP-DIA
00125                            PIC 9(02).
00126       05 WS-RESP-DIA-RESTO PIC X(38).
00127 *
00128 *-------------------------------------------------------------*
00129 *    MONTO DIGITADO COMO SIGNO, SIETE ENTEROS, PUNTO Y DOS    *
00130 *    DECIMALES (+NNNNNNN.NN), IGUAL QUE SE MUESTRA.           *
00131 *-------------------------------------------------------------*
00132    01 WS-RESP-MONTO-AREA REDEFINES WS-RESPUESTA.
00133       05 WS-RM-SIGNO       PIC X(01).
00134       05 WS-RM-ENTERO      PIC X(07).
00135       05 WS-RM-ENTERO-N REDEFINES WS-RM-ENTERO
00136                            PIC 9(07).
00137       05 WS-RM-PUNTO       PIC X(01).
00138       05 WS-RM-DECIMAL     PIC X(02).
00139       05 WS-RM-DECIMAL-N REDEFINES WS-RM-DECIMAL
00140                            PIC 9(02).
00141       05 WS-RM-RESTO       PIC X(29).
00142 *
00143    01 WS-FECHA-PRUEBA.
00144       05 WF-ANO            PIC 9(04).
00145       05 WF-MES            PIC 9(02).
00146       05 WF-DIA            PIC 9(02).
00147    01 WS-FECHA-PRUEBA-N REDEFINES WS-FECHA-PRUEBA
00148                            PIC 9(08).
00149 *
00150    01 WS-SWITCHES.
00151       05 WS-FIN-AUTH-SW  PIC X(01) VALUE "N".
00152          88 FIN-OPERAUTH       VALUE "S".
00153       05 WS-FIN-INSTR-SW PIC X(01) VALUE "N".
00154          88 FIN-INSTRUC        VALUE "S".
00155       05 WS-CAMPO-OK-SW  PIC X(01) VALUE "N".
00156          88 CAMPO-OK           VALUE "S".
00157       05 WS-FECHA-OK-SW  PIC X(01) VALUE "N".
00158          88 FECHA-OK           VALUE "S".
00159       05 WS-FIN-MANT-SW  PIC X(01) VALUE "N".
00160          88 FIN-MANTENIMIENTO  VALUE "S".
00161       05 WS-GRABAR-SW    PIC X(01) VALUE "N".
00162          88 GRABAR-INSTRUC     VALUE "S".
00163       05 WS-NUEVA-SW     PIC X(01) VALUE "N".
00164          88 INSTRUCCION-NUEVA  VALUE "S".
00165       05 WS-ERROR-SW     PIC X(01) VALUE "N".
00166          88 ERROR-DE-ARCHIVO   VALUE "S".
00167 *
00168    01 WS-TABLA-AUTORIZADOS.
00169       05 WS-AUTH-OPERADOR OCCURS 100 TIMES PIC X(08).
00170 *
00171 *-------------------------------------------------------------*
00172 *    LAS INSTRUCCIONES EN MEMORIA: CADA UNA CON SU ACCION
00173 *    PENDIENTE (BLANCO = SIN CAMBIO, A = AGREGADA, M =
00174 *    MODIFICADA, B = BORRADA, N = AGREGADA Y BORRADA ANTES DE
00175 *    GRABAR), SU IMAGEN ACTUAL CON EL LAYOUT DE INSTRUR Y LA
00176 *    IMAGEN QUE TENIA AL CARGARSE, PARA LA AUDITORIA.
00177 *-------------------------------------------------------------*
00178    01 WS-TABLA-INSTRUC.
00179       05 WS-IN-ENTRADA OCCURS 500 TIMES.
00180          10 WS-IN-ACCION      PIC X(01).
00181             88 IN-SIN-CAMBIO        VALUE " ".
00182             88 IN-AGREGADA          VALUE "A".
00183             88 IN-MODIFICADA        VALUE "M".
00184             88 IN-BORRADA           VALUE "B".
00185             88 IN-ANULADA           VALUE "N".
00186          10 WS-IN-ACTUAL.
00187             15 WS-IN-ID        PIC X(08).
00188             15 FILLER          PIC X(161).
00189          10 WS-IN-ANTES       PIC X(169).
00190 *
00191 *-------------------------------------------------------------*
00192 *    AREA DE EDICION DE LA INSTRUCCION EN TURNO, CON EL MISMO
00193 *    LAYOUT DE INSTRUR.
00194 *-------------------------------------------------------------*
00195    01 WS-EDICION.
00196       05 WE-INSTRUC-ID     PIC X(08).
00197       05 WE-DESCRIPCION    PIC X(30).
00198       05 WE-DUENO-ID       PIC X(08).
00199       05 WE-NUMERO1        PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00200       05 WE-NUMERO2        PIC S9(7)V9(2) SIGN LEADING SEPARATE.
00201       05 WE-TIPO-TRANS     PIC X(02).
00202       05 WE-MONEDA         PIC X(03).
00203       05 WE-FRECUENCIA     PIC X(01).
00204       05 WE-DIA            PIC 9(02).
00205       05 WE-FECHA-INICIO   PIC 9(08).
00206       05 WE-FECHA-FIN      PIC 9(08).
00207       05 WE-ESTADO         PIC X(01).
00208       05 WE-CONTROL.
00209          10 WE-PROG-HASTA  PIC 9(08).
00210          10 WE-PROG-ANTERIOR PIC 9(08).
00211          10 WE-LOTE-PEND   PIC X(08).
00212          10 WE-ULTIMO-LOTE PIC X(08).
00213          10 WE-ULTIMA-GEN  PIC 9(08).
00214          10 WE-CONT-GENERADAS PIC 9(06).
00215       05 WE-ALTA-ID        PIC X(08).
00216       05 WE-ALTA-FECHA     PIC 9(08).
00217       05 WE-MODIF-ID       PIC X(08).
00218       05 WE-MODIF-FECHA    PIC 9(08).
00219 *
00220  PROCEDURE DIVISION.
00221 *-------------------------------------------------------------*
00222  0000-PRINCIPAL.
00223 *-------------------------------------------------------------*
00224      PERFORM 1000-INICIO THRU 1000-INICIO-EXIT.
00225      IF NOT ERROR-DE-ARCHIVO
00226          PERFORM 2000-PROC-COMANDO THRU 2000-PROC-COMANDO-EXIT
00227              UNTIL FIN-MANTENIMIENTO
00228          PERFORM 9000-FINAL THRU 9000-FINAL-EXIT
00229      ELSE
00230          DISPLAY "INSTMANT: MANTENIMIENTO NO REALIZADO - "
00231              "RETURN-CODE 12"
00232          MOVE 12 TO RETURN-CODE
00233      END-IF.
00234      STOP RUN.
00235 *-------------------------------------------------------------*
00236  1000-INICIO.
00237 *    IDENTIFICA Y AUTORIZA A QUIEN MANTIENE, CARGA LAS
00238 *    INSTRUCCIONES, LAS MUESTRA Y AVISA SI EL ARCHIVO VIGENTE
00239 *    YA TRAE ERRORES, QUE DEBERAN CORREGIRSE ANTES DE GRABAR.
00240 *-------------------------------------------------------------*
00241      ACCEPT WS-RUN-FECHA FROM DATE YYYYMMDD.
00242      ACCEPT WS-HORA-CRUDA FROM TIME.
00243      MOVE WS-HORA-HHMMSS TO WS-RUN-HORA.
00244      PERFORM 1100-CARGAR-AUTORIZADOS THRU
00245          1100-CARGAR-AUTORIZADOS-EXIT.
00246      IF ERROR-DE-ARCHIVO
00247          GO TO 1000-INICIO-EXIT
00248      END-IF.
00249      DISPLAY "INSTMANT: DIGITE SU ID DE OPERADOR: ".
00250      ACCEPT WS-QUIEN FROM CONSOLE.
00251      MOVE WS-QUIEN TO WS-OPER-BUSCADO.
00252      PERFORM 1200-AUTORIZAR-OPERADOR THRU
00253          1200-AUTORIZAR-OPERADOR-EXIT.
00254      IF WS-AUTH-ENC = ZERO
00255          DISPLAY "INSTMANT: OPERADOR " WS-QUIEN
00256              " NO AUTORIZADO PARA MANTENER INSTRUC"
00257          MOVE "S" TO WS-ERROR-SW
00258          GO TO 1000-INICIO-EXIT
00259      END-IF.
00260      PERFORM 1300-CARGAR-INSTRUC THRU 1300-CARGAR-INSTRUC-EXIT.
00261      IF ERROR-DE-ARCHIVO
00262          GO TO 1000-INICIO-EXIT
00263      END-IF.
00264      PERFORM 2100-LISTAR THRU 2100-LISTAR-EXIT.
00265      PERFORM 2700-VALIDAR-INSTRUC THRU 2700-VALIDAR-INSTRUC-EXIT.
00266      IF WS-CONT-ERRORES > ZERO
00267          DISPLAY "INSTMANT: EL ARCHIVO VIGENTE TRAE "
00268              WS-CONT-ERRORES " ERROR(ES) - DEBEN CORREGIRSE "
00269              "ANTES DE GRABAR"
00270      END-IF.
00271  1000-INICIO-EXIT.
00272      EXIT.
00273 *-------------------------------------------------------------*
00274  1100-CARGAR-AUTORIZADOS.
00275 *    CARGA LA LISTA DE OPERADORES AUTORIZADOS (OPERAUTH).
00276 *    SIN LISTA NO HAY MANTENIMIENTO.
00277 *-------------------------------------------------------------*
00278      OPEN INPUT OPERAUTH.
00279      IF WS-AUTH-STATUS NOT = "00"
00280          DISPLAY "INSTMANT: NO ABRIO OPERAUTH - STATUS "
00281              WS-AUTH-STATUS
00282          MOVE "S" TO WS-ERROR-SW
00283          GO TO 1100-CARGAR-AUTORIZADOS-EXIT
00284      END-IF.
00285      PERFORM 1110-CARGAR-OPERADOR THRU
00286          1110-CARGAR-OPERADOR-EXIT
00287          UNTIL FIN-OPERAUTH.
00288      CLOSE OPERAUTH.
00289      IF WS-AUTH-CANT = ZERO
00290          DISPLAY "INSTMANT: OPERAUTH VACIO - NADIE AUTORIZADO"
00291          MOVE "S" TO WS-ERROR-SW
00292      END-IF.
00293  1100-CARGAR-AUTORIZADOS-EXIT.
00294      EXIT.
00295 *-------------------------------------------------------------*
00296  1110-CARGAR-OPERADOR.
00297 *    CARGA UN OPERADOR AUTORIZADO EN LA TABLA.
00298 *-------------------------------------------------------------*
00299      READ OPERAUTH
00300          AT END
00301              MOVE "S" TO WS-FIN-AUTH-SW
00302      END-READ.
00303      IF FIN-OPERAUTH
00304          GO TO 1110-CARGAR-OPERADOR-EXIT
00305      END-IF.
00306      IF WS-AUTH-CANT NOT < WS-AUTH-MAX
00307          DISPLAY "INSTMANT: OPERAUTH EXCEDE LA TABLA - SE "
00308              "IGNORA EL RESTO"
00309          MOVE "S" TO WS-FIN-AUTH-SW
00310          GO TO 1110-CARGAR-OPERADOR-EXIT
00311      END-IF.
00312      ADD 1 TO WS-AUTH-CANT.
00313      MOVE OA-OPERADOR-ID TO WS-AUTH-OPERADOR (WS-AUTH-CANT).
00314  1110-CARGAR-OPERADOR-EXIT.
00315      EXIT.
00316 *-------------------------------------------------------------*
00317  1200-AUTORIZAR-OPERADOR.
00318 *    BUSCA EL OPERADOR EN WS-OPER-BUSCADO DENTRO DE LA LISTA
00319 *    DE AUTORIZADOS Y DEJA SU POSICION EN WS-AUTH-ENC (CERO
00320 *    SI NO ESTA).
00321 *-------------------------------------------------------------*
00322      MOVE ZERO TO WS-AUTH-ENC.
00323      PERFORM 1210-COMPARAR-OPERADOR THRU
00324          1210-COMPARAR-OPERADOR-EXIT
00325          VARYING WS-AUTH-IDX FROM 1 BY 1
00326          UNTIL WS-AUTH-IDX > WS-AUTH-CANT
00327             OR WS-AUTH-ENC > ZERO.
00328  1200-AUTORIZAR-OPERADOR-EXIT.
00329      EXIT.
00330 *-------------------------------------------------------------*
00331  1210-COMPARAR-OPERADOR.
00332 *    COMPARA UNA ENTRADA DE LA LISTA CON EL OPERADOR BUSCADO.
00333 *-------------------------------------------------------------*
00334      IF WS-AUTH-OPERADOR (WS-AUTH-IDX) = WS-OPER-BUSCADO
00335          MOVE WS-AUTH-IDX TO WS-AUTH-ENC
00336      END-IF.
00337  1210-COMPARAR-OPERADOR-EXIT.
00338      EXIT.
00339 *-------------------------------------------------------------*
00340  1300-CARGAR-INSTRUC.
00341 *    CARGA TODAS LAS INSTRUCCIONES EN LA TABLA. SI EL ARCHIVO
00342 *    NO EXISTE SE PARTE DE UN ARCHIVO VACIO. UN ARCHIVO QUE NO
00343 *    CABE EN LA TABLA NO SE MANTIENE: GRABARLO LO TRUNCARIA.
00344 *-------------------------------------------------------------*
00345      OPEN INPUT INSTRUC.
00346      IF WS-INSTR-STATUS = "35"
00347          DISPLAY "INSTMANT: INSTRUC NO EXISTE - SE PARTE DE UN "
00348              "ARCHIVO VACIO"
00349          GO TO 1300-CARGAR-INSTRUC-EXIT
00350      END-IF.
00351      IF WS-INSTR-STATUS NOT = "00"
00352          DISPLAY "INSTMANT: NO ABRIO INSTRUC - STATUS "
00353              WS-INSTR-STATUS
00354          MOVE "S" TO WS-ERROR-SW
00355          GO TO 1300-CARGAR-INSTRUC-EXIT
00356      END-IF.
00357      PERFORM 1310-CARGAR-ENTRADA THRU 1310-CARGAR-ENTRADA-EXIT
00358          UNTIL FIN-INSTRUC.
00359      CLOSE INSTRUC.
00360  1300-CARGAR-INSTRUC-EXIT.
00361      EXIT.
00362 *-------------------------------------------------------------*
00363  1310-CARGAR-ENTRADA.
00364 *    CARGA UNA INSTRUCCION SIN ACCION PENDIENTE Y CON SU
00365 *    IMAGEN ANTERIOR IGUAL A LA ACTUAL.
00366 *-------------------------------------------------------------*
00367      READ INSTRUC
00368          AT END
00369              MOVE "S" TO WS-FIN-INSTR-SW
00370      END-READ.
00371      IF FIN-INSTRUC
00372          GO TO 1310-CARGAR-ENTRADA-EXIT
00373      END-IF.
00374      IF WS-IN-CANT NOT < WS-IN-MAX
00375          DISPLAY "INSTMANT: INSTRUC EXCEDE LA TABLA DE "
00376              WS-IN-MAX " INSTRUCCIONES - NO SE PUEDE MANTENER"
00377          MOVE "S" TO WS-ERROR-SW
00378          MOVE "S" TO WS-FIN-INSTR-SW
00379          GO TO 1310-CARGAR-ENTRADA-EXIT
00380      END-IF.
00381      ADD 1 TO WS-IN-CANT.
00382      MOVE SPACE          TO WS-IN-ACCION (WS-IN-CANT).
00383      MOVE INSTRUC-RECORD TO WS-IN-ACTUAL (WS-IN-CANT).
00384      MOVE INSTRUC-RECORD TO WS-IN-ANTES (WS-IN-CANT).
00385  1310-CARGAR-ENTRADA-EXIT.
00386      EXIT.
00387 *-------------------------------------------------------------*
00388  2000-PROC-COMANDO.
00389 *    PIDE Y EJECUTA UN COMANDO DE MANTENIMIENTO. F VALIDA EL
00390 *    ARCHIVO COMPLETO Y SOLO TERMINA SI NO HAY ERRORES.
00391 *-------------------------------------------------------------*
00392      DISPLAY "INSTMANT: COMANDO (L=LISTAR A=AGREGAR "
00393          "M=MODIFICAR B=BORRAR F=FIN Y GRABAR X=SALIR SIN "
00394          "GRABAR): ".
00395      MOVE SPACES TO WS-RESPUESTA.
00396      ACCEPT WS-RESPUESTA FROM CONSOLE.
00397      IF WS-RESPUESTA = "L"
00398          PERFORM 2100-LISTAR THRU 2100-LISTAR-EXIT
00399          GO TO 2000-PROC-COMANDO-EXIT
00400      END-IF.
00401      IF WS-RESPUESTA = "A"
00402          PERFORM 2200-AGREGAR THRU 2200-AGREGAR-EXIT
00403          GO TO 2000-PROC-COMANDO-EXIT
00404      END-IF.
00405      IF WS-RESPUESTA = "M"
00406          PERFORM 2300-MODIFICAR THRU 2300-MODIFICAR-EXIT
00407          GO TO 2000-PROC-COMANDO-EXIT
00408      END-IF.
00409      IF WS-RESPUESTA = "B"
00410          PERFORM 2400-BORRAR THRU 2400-BORRAR-EXIT
00411          GO TO 2000-PROC-COMANDO-EXIT
00412      END-IF.
00413      IF WS-RESPUESTA = "F"
00414          PERFORM 2700-VALIDAR-INSTRUC THRU
00415              2700-VALIDAR-INSTRUC-EXIT
00416          IF WS-CONT-ERRORES > ZERO
00417              DISPLAY "INSTMANT: EL ARCHIVO TIENE " WS-CONT-ERRORES
00418                  " ERROR(ES) - NO SE GRABA, CORRIJA Y REPITA F"
00419          ELSE
00420              MOVE "S" TO WS-GRABAR-SW
00421              MOVE "S" TO WS-FIN-MANT-SW
00422          END-IF
00423          GO TO 2000-PROC-COMANDO-EXIT
00424      END-IF.
00425      IF WS-RESPUESTA = "X"
00426          DISPLAY "INSTMANT: SALIDA SIN GRABAR - INSTRUC QUEDA "
00427              "IGUAL"
00428          MOVE "S" TO WS-FIN-MANT-SW
00429          GO TO 2000-PROC-COMANDO-EXIT
00430      END-IF.
00431      DISPLAY "INSTMANT: COMANDO ILEGAL - SOLO L, A, M, B, F O X".
00432  2000-PROC-COMANDO-EXIT.
00433      EXIT.
00434 *-------------------------------------------------------------*
00435  2100-LISTAR.
00436 *    MUESTRA TODAS LAS INSTRUCCIONES QUE NO ESTAN BORRADAS,
00437 *    CON SU NUMERO Y SU ACCION PENDIENTE.
00438 *-------------------------------------------------------------*
00439      DISPLAY "INSTMANT: NRO ID       DUENO    F DI INICIO   "
00440          "FIN      E HASTA    ULT.LOTE MONTO 1     ACC".
00441      PERFORM 2110-LISTAR-ENTRADA THRU 2110-LISTAR-ENTRADA-EXIT
00442          VARYING WS-IN-IDX FROM 1 BY 1
00443          UNTIL WS-IN-IDX > WS-IN-CANT.
00444  2100-LISTAR-EXIT.
00445      EXIT.
00446 *-------------------------------------------------------------*
00447  2110-LISTAR-ENTRADA.
00448 *    MUESTRA UNA INSTRUCCION: SUS DATOS PRINCIPALES, HASTA
00449 *    DONDE LA EVALUO CALCINST Y SU ULTIMO LOTE, Y DEBAJO SU
00450 *    DESCRIPCION.
00451 *-------------------------------------------------------------*
00452      IF IN-BORRADA (WS-IN-IDX) OR IN-ANULADA (WS-IN-IDX)
00453          GO TO 2110-LISTAR-ENTRADA-EXIT
00454      END-IF.
00455      MOVE WS-IN-IDX TO WS-IN-VER.
00456      MOVE WS-IN-ACTUAL (WS-IN-IDX) TO WS-EDICION.
00457      MOVE WE-NUMERO1 TO WS-MONTO-VER.
00458      DISPLAY "          " WS-IN-VER " "
00459          WE-INSTRUC-ID " "
00460          WE-DUENO-ID " "
00461          WE-FRECUENCIA " "
00462          WE-DIA " "
00463          WE-FECHA-INICIO " "
00464          WE-FECHA-FIN " "
00465          WE-ESTADO " "
00466          WE-PROG-HASTA " "
00467          WE-ULTIMO-LOTE " "
00468          WS-MONTO-VER " "
00469          WS-IN-ACCION (WS-IN-IDX).
00470      DISPLAY "              " WE-DESCRIPCION " TIPO "
00471          WE-TIPO-TRANS " MONEDA " WE-MONEDA.
00472  2110-LISTAR-ENTRADA-EXIT.
00473      EXIT.
00474 *-------------------------------------------------------------*
00475  2200-AGREGAR.
00476 *    AGREGA UNA INSTRUCCION AL FINAL DEL ARCHIVO Y PIDE TODOS
00477 *    SUS CAMPOS. NACE ACTIVA, SIN FECHAS EVALUADAS Y CON EL
00478 *    ALTA A NOMBRE DE QUIEN MANTIENE.
00479 *-------------------------------------------------------------*
00480      IF WS-IN-CANT NOT < WS-IN-MAX
00481          DISPLAY "INSTMANT: EL ARCHIVO YA TIENE " WS-IN-MAX
00482              " INSTRUCCIONES - NO SE PUEDE AGREGAR"
00483          GO TO 2200-AGREGAR-EXIT
00484      END-IF.
00485      MOVE SPACES TO WS-EDICION.
00486      MOVE ZERO   TO WE-NUMERO1.
00487      MOVE ZERO   TO WE-NUMERO2.
00488      MOVE "00"   TO WE-TIPO-TRANS.
00489      MOVE ZERO   TO WE-DIA.
00490      MOVE ZERO   TO WE-FECHA-INICIO.
00491      MOVE ZERO   TO WE-FECHA-FIN.
00492      MOVE "A"    TO WE-ESTADO.
00493      MOVE ZERO   TO WE-PROG-HASTA.
00494      MOVE ZERO   TO WE-PROG-ANTERIOR.
00495      MOVE ZERO   TO WE-ULTIMA-GEN.
00496      MOVE ZERO   TO WE-CONT-GENERADAS.
00497      MOVE WS-QUIEN     TO WE-ALTA-ID.
00498      MOVE WS-RUN-FECHA TO WE-ALTA-FECHA.
00499      MOVE ZERO   TO WE-MODIF-FECHA.
00500      MOVE "S" TO WS-NUEVA-SW.
00501      MOVE "N" TO WS-CAMPO-OK-SW.
00502      PERFORM 2505-PEDIR-ID THRU 2505-PEDIR-ID-EXIT
00503          UNTIL CAMPO-OK.
00504      PERFORM 2500-PEDIR-ENTRADA THRU 2500-PEDIR-ENTRADA-EXIT.
00505      ADD 1 TO WS-IN-CANT.
00506      MOVE "A"        TO WS-IN-ACCION (WS-IN-CANT).
00507      MOVE WS-EDICION TO WS-IN-ACTUAL (WS-IN-CANT).
00508      MOVE SPACES     TO WS-IN-ANTES (WS-IN-CANT).
00509      MOVE WS-IN-CANT TO WS-IN-VER.
00510      DISPLAY "INSTMANT: INSTRUCCION " WS-IN-VER " AGREGADA".
00511  2200-AGREGAR-EXIT.
00512      EXIT.
00513 *-------------------------------------------------------------*
00514  2300-MODIFICAR.
00515 *    PIDE EL NUMERO DE LA INSTRUCCION Y LUEGO CADA CAMPO, CON
00516 *    EL VALOR ACTUAL COMO RESPUESTA POR OMISION. EL ID NO SE
00517 *    CAMBIA: ES LA LLAVE CON QUE LA CONOCEN LA BITACORA Y LA
00518 *    AUDITORIA.
00519 *-------------------------------------------------------------*
00520      PERFORM 2600-PEDIR-NUMERO THRU 2600-PEDIR-NUMERO-EXIT.
00521      IF WS-IN-SEL = ZERO
00522          GO TO 2300-MODIFICAR-EXIT
00523      END-IF.
00524      MOVE WS-IN-ACTUAL (WS-IN-SEL) TO WS-EDICION.
00525      MOVE "N" TO WS-NUEVA-SW.
00526      IF IN-AGREGADA (WS-IN-SEL)
00527          MOVE "S" TO WS-NUEVA-SW
00528      END-IF.
00529      PERFORM 2500-PEDIR-ENTRADA THRU 2500-PEDIR-ENTRADA-EXIT.
00530      MOVE WS-EDICION TO WS-IN-ACTUAL (WS-IN-SEL).
00531      IF IN-SIN-CAMBIO (WS-IN-SEL)
00532          MOVE "M" TO WS-IN-ACCION (WS-IN-SEL)
00533      END-IF.
00534      MOVE WS-IN-SEL TO WS-IN-VER.
00535      DISPLAY "INSTMANT: INSTRUCCION " WS-IN-VER " MODIFICADA".
00536  2300-MODIFICAR-EXIT.
00537      EXIT.
00538 *-------------------------------------------------------------*
00539  2400-BORRAR.
00540 *    PIDE EL NUMERO DE LA INSTRUCCION, LA MUESTRA Y PIDE
00541 *    CONFIRMACION. UNA INSTRUCCION QUE YA GENERO ALGUN LOTE NO
00542 *    SE BORRA (SE DA DE BAJA CON ESTADO T). UNA AGREGADA EN
00543 *    ESTA MISMA SESION SE ANULA SIN DEJAR RASTRO EN LA
00544 *    AUDITORIA.
00545 *-------------------------------------------------------------*
00546      PERFORM 2600-PEDIR-NUMERO THRU 2600-PEDIR-NUMERO-EXIT.
00547      IF WS-IN-SEL = ZERO
00548          GO TO 2400-BORRAR-EXIT
00549      END-IF.
00550      MOVE WS-IN-SEL TO WS-IN-IDX.
00551      PERFORM 2110-LISTAR-ENTRADA THRU 2110-LISTAR-ENTRADA-EXIT.
00552      IF WE-ULTIMO-LOTE NOT = SPACES
00553          DISPLAY "INSTMANT: LA INSTRUCCION YA GENERO EL LOTE "
00554              WE-ULTIMO-LOTE " - NO SE BORRA, DELA DE BAJA CON "
00555              "M Y ESTADO T"
00556          GO TO 2400-BORRAR-EXIT
00557      END-IF.
00558      DISPLAY "INSTMANT: CONFIRMA BORRAR LA INSTRUCCION (S/N): ".
00559      MOVE SPACES TO WS-RESPUESTA.
00560      ACCEPT WS-RESPUESTA FROM CONSOLE.
00561      IF WS-RESPUESTA NOT = "S"
00562          DISPLAY "INSTMANT: BORRADO CANCELADO"
00563          GO TO 2400-BORRAR-EXIT
00564      END-IF.
00565      IF IN-AGREGADA (WS-IN-SEL)
00566          MOVE "N" TO WS-IN-ACCION (WS-IN-SEL)
00567      ELSE
00568          MOVE "B" TO WS-IN-ACCION (WS-IN-SEL)
00569      END-IF.
00570      MOVE WS-IN-SEL TO WS-IN-VER.
00571      DISPLAY "INSTMANT: INSTRUCCION " WS-IN-VER " BORRADA".
00572  2400-BORRAR-EXIT.
00573      EXIT.
00574 *-------------------------------------------------------------*
00575  2500-PEDIR-ENTRADA.
00576 *    PIDE POR CONSOLA CADA CAMPO DE LA INSTRUCCION QUE ESTA EN
00577 *    WS-EDICION. RESPUESTA VACIA CONSERVA EL VALOR ACTUAL,
00578 *    PERO SOLO SI ESTE ES LEGAL. LA FECHA DE INICIO SOLO SE
00579 *    PIDE MIENTRAS CALCINST NO HAYA EVALUADO LA INSTRUCCION.
00580 *-------------------------------------------------------------*
00581      MOVE "N" TO WS-CAMPO-OK-SW.
00582      PERFORM 2510-PEDIR-DESCRIPCION THRU
00583          2510-PEDIR-DESCRIPCION-EXIT
00584          UNTIL CAMPO-OK.
00585      MOVE "N" TO WS-CAMPO-OK-SW.
00586      PERFORM 2515-PEDIR-DUENO THRU 2515-PEDIR-DUENO-EXIT
00587          UNTIL CAMPO-OK.
00588      MOVE WE-NUMERO1 TO WS-MONTO.
00589      MOVE "N" TO WS-CAMPO-OK-SW.
00590      PERFORM 2520-PEDIR-MONTO THRU 2520-PEDIR-MONTO-EXIT
00591          UNTIL CAMPO-OK.
00592      MOVE WS-MONTO TO WE-NUMERO1.
00593      MOVE WE-NUMERO2 TO WS-MONTO.
00594      MOVE "N" TO WS-CAMPO-OK-SW.
00595      PERFORM 2520-PEDIR-MONTO THRU 2520-PEDIR-MONTO-EXIT
00596          UNTIL CAMPO-OK.
00597      MOVE WS-MONTO TO WE-NUMERO2.
00598      MOVE "N" TO WS-CAMPO-OK-SW.
00599      PERFORM 2530-PEDIR-TIPO THRU 2530-PEDIR-TIPO-EXIT
00600          UNTIL CAMPO-OK.
00601      MOVE "N" TO WS-CAMPO-OK-SW.
00602      PERFORM 2535-PEDIR-MONEDA THRU 2535-PEDIR-MONEDA-EXIT
00603          UNTIL CAMPO-OK.
00604      MOVE "N" TO WS-CAMPO-OK-SW.
00605      PERFORM 2540-PEDIR-FRECUENCIA THRU
00606          2540-PEDIR-FRECUENCIA-EXIT
00607          UNTIL CAMPO-OK.
00608      IF WE-FRECUENCIA = "D"
00609          MOVE ZERO TO WE-DIA
00610      ELSE
00611          MOVE "N" TO WS-CAMPO-OK-SW
00612          PERFORM 2545-PEDIR-DIA THRU 2545-PEDIR-DIA-EXIT
00613              UNTIL CAMPO-OK
00614      END-IF.
00615      IF WE-PROG-HASTA = ZERO
00616          MOVE "N" TO WS-CAMPO-OK-SW
00617          PERFORM 2550-PEDIR-INICIO THRU 2550-PEDIR-INICIO-EXIT
00618              UNTIL CAMPO-OK
00619      ELSE
00620          DISPLAY "INSTMANT: INICIO " WE-FECHA-INICIO " - YA "
00621              "EVALUADA HASTA " WE-PROG-HASTA ", NO SE CAMBIA"
00622      END-IF.
00623      MOVE "N" TO WS-CAMPO-OK-SW.
00624      PERFORM 2560-PEDIR-FIN THRU 2560-PEDIR-FIN-EXIT
00625          UNTIL CAMPO-OK.
00626      MOVE "N" TO WS-CAMPO-OK-SW.
00627      PERFORM 2570-PEDIR-ESTADO THRU 2570-PEDIR-ESTADO-EXIT
00628          UNTIL CAMPO-OK.
00629  2500-PEDIR-ENTRADA-EXIT.
00630      EXIT.
00631 *-------------------------------------------------------------*
00632  2505-PEDIR-ID.
00633 *    PIDE EL ID DE UNA INSTRUCCION NUEVA: NO BLANCO Y QUE NO
00634 *    LO TENGA OTRA INSTRUCCION DEL ARCHIVO.
00635 *-------------------------------------------------------------*
00636      DISPLAY "INSTMANT: ID DE LA INSTRUCCION: ".
00637      MOVE SPACES TO WS-RESPUESTA.
00638      ACCEPT WS-RESPUESTA FROM CONSOLE.
00639      IF WS-RESPUESTA = SPACES
00640          DISPLAY "INSTMANT: EL ID NO PUEDE QUEDAR EN BLANCO"
00641          GO TO 2505-PEDIR-ID-EXIT
00642      END-IF.
00643      IF WS-RESPUESTA (9:32) NOT = SPACES
00644          DISPLAY "INSTMANT: EL ID TIENE HASTA 8 CARACTERES"
00645          GO TO 2505-PEDIR-ID-EXIT
00646      END-IF.
00647      MOVE WS-RESPUESTA TO WS-ID-BUSCADO.
00648      MOVE ZERO TO WS-IN-IDX.
00649      PERFORM 2800-BUSCAR-ID THRU 2800-BUSCAR-ID-EXIT.
00650      IF WS-IN-ENC > ZERO
00651          MOVE WS-IN-ENC TO WS-IN-VER
00652          DISPLAY "INSTMANT: EL ID " WS-ID-BUSCADO " YA LO TIENE "
00653              "LA INSTRUCCION " WS-IN-VER
00654          GO TO 2505-PEDIR-ID-EXIT
00655      END-IF.
00656      MOVE WS-ID-BUSCADO TO WE-INSTRUC-ID.
00657      MOVE "S" TO WS-CAMPO-OK-SW.
00658  2505-PEDIR-ID-EXIT.
00659      EXIT.
00660 *-------------------------------------------------------------*
00661  2510-PEDIR-DESCRIPCION.
00662 *    PIDE LA DESCRIPCION. NO PUEDE QUEDAR EN BLANCO.
00663 *-------------------------------------------------------------*
00664      DISPLAY "INSTMANT: DESCRIPCION [" WE-DESCRIPCION "]: ".
00665      MOVE SPACES TO WS-RESPUESTA.
00666      ACCEPT WS-RESPUESTA FROM CONSOLE.
00667      IF WS-RESPUESTA NOT = SPACES
00668          MOVE WS-RESPUESTA TO WE-DESCRIPCION
00669      END-IF.
00670      IF WE-DESCRIPCION = SPACES
00671          DISPLAY "INSTMANT: LA DESCRIPCION NO PUEDE QUEDAR EN "
00672              "BLANCO"
00673      ELSE
00674          MOVE "S" TO WS-CAMPO-OK-SW
00675      END-IF.
00676  2510-PEDIR-DESCRIPCION-EXIT.
00677      EXIT.
00678 *-------------------------------------------------------------*
00679  2515-PEDIR-DUENO.
00680 *    PIDE EL DUENO DE LA INSTRUCCION (EL AREA O PERSONA QUE
00681 *    RESPONDE POR ELLA). NO PUEDE QUEDAR EN BLANCO.
00682 *-------------------------------------------------------------*
00683      DISPLAY "INSTMANT: DUENO [" WE-DUENO-ID "]: ".
00684      MOVE SPACES TO WS-RESPUESTA.
00685      ACCEPT WS-RESPUESTA FROM CONSOLE.
00686      IF WS-RESPUESTA NOT = SPACES
00687          MOVE WS-RESPUESTA TO WE-DUENO-ID
00688      END-IF.
00689      IF WE-DUENO-ID = SPACES
00690          DISPLAY "INSTMANT: EL DUENO NO PUEDE QUEDAR EN BLANCO"
00691      ELSE
00692          MOVE "S" TO WS-CAMPO-OK-SW
00693      END-IF.
00694  2515-PEDIR-DUENO-EXIT.
00695      EXIT.
00696 *-------------------------------------------------------------*
00697  2520-PEDIR-MONTO.
00698 *    PIDE UN MONTO DE LA INSTRUCCION SOBRE WS-MONTO, EN LA
00699 *    FORMA +NNNNNNN.NN (O -NNNNNNN.NN), LA MISMA EN QUE SE
00700 *    MUESTRA EL VALOR ACTUAL.
00701 *-------------------------------------------------------------*
00702      MOVE WS-MONTO TO WS-MONTO-VER.
00703      DISPLAY "INSTMANT: MONTO (+NNNNNNN.NN) [" WS-MONTO-VER
00704          "]: ".
00705      MOVE SPACES TO WS-RESPUESTA.
00706      ACCEPT WS-RESPUESTA FROM CONSOLE.
00707      IF WS-RESPUESTA = SPACES
00708          MOVE "S" TO WS-CAMPO-OK-SW
00709          GO TO 2520-PEDIR-MONTO-EXIT
00710      END-IF.
00711      IF (WS-RM-SIGNO NOT = "+" AND WS-RM-SIGNO NOT = "-")
00712        OR WS-RM-ENTERO-N NOT NUMERIC
00713        OR WS-RM-PUNTO NOT = "."
00714        OR WS-RM-DECIMAL-N NOT NUMERIC
00715        OR WS-RM-RESTO NOT = SPACES
00716          DISPLAY "INSTMANT: MONTO ILEGAL - DIGITE SIGNO, SIETE "
00717              "ENTEROS, PUNTO Y DOS DECIMALES"
00718          GO TO 2520-PEDIR-MONTO-EXIT
00719      END-IF.
00720      COMPUTE WS-MONTO = WS-RM-ENTERO-N + WS-RM-DECIMAL-N / 100.
00721      IF WS-RM-SIGNO = "-"
00722          COMPUTE WS-MONTO = ZERO - WS-MONTO
00723      END-IF.
00724      MOVE "S" TO WS-CAMPO-OK-SW.
00725  2520-PEDIR-MONTO-EXIT.
00726      EXIT.
00727 *-------------------------------------------------------------*
00728  2530-PEDIR-TIPO.
00729 *    PIDE EL TIPO DE TRANSACCION: "00" A "05". UN REVERSO
00730 *    ("RV") APUNTA A UN ORIGINAL CONCRETO Y NO PUEDE SER
00731 *    RECURRENTE.
00732 *-------------------------------------------------------------*
00733      DISPLAY "INSTMANT: TIPO DE TRANSACCION (00-05) ["
00734          WE-TIPO-TRANS "]: ".
00735      MOVE SPACES TO WS-RESPUESTA.
00736      ACCEPT WS-RESPUESTA FROM CONSOLE.
00737      IF WS-RESPUESTA = SPACES
00738          MOVE WE-TIPO-TRANS TO WS-RESPUESTA
00739      END-IF.
00740      IF WS-RESPUESTA = "00" OR WS-RESPUESTA = "01"
00741        OR WS-RESPUESTA = "02" OR WS-RESPUESTA = "03"
00742        OR WS-RESPUESTA = "04" OR WS-RESPUESTA = "05"
00743          MOVE WS-RESPUESTA TO WE-TIPO-TRANS
00744          MOVE "S" TO WS-CAMPO-OK-SW
00745      ELSE
00746          DISPLAY "INSTMANT: VALOR ILEGAL - SOLO 00 A 05"
00747      END-IF.
00748  2530-PEDIR-TIPO-EXIT.
00749      EXIT.
00750 *-------------------------------------------------------------*
00751  2535-PEDIR-MONEDA.
00752 *    PIDE LA MONEDA: TRES LETRAS, O "*" PARA DEJARLA EN BLANCO
00753 *    (MONEDA FUNCIONAL).
00754 *-------------------------------------------------------------*
00755      DISPLAY "INSTMANT: MONEDA (* = FUNCIONAL) [" WE-MONEDA
00756          "]: ".
00757      MOVE SPACES TO WS-RESPUESTA.
00758      ACCEPT WS-RESPUESTA FROM CONSOLE.
00759      IF WS-RESPUESTA = "*"
00760          MOVE SPACES TO WE-MONEDA
00761          MOVE "S" TO WS-CAMPO-OK-SW
00762          GO TO 2535-PEDIR-MONEDA-EXIT
00763      END-IF.
00764      IF WS-RESPUESTA = SPACES
00765          MOVE WE-MONEDA TO WS-RESPUESTA
00766      END-IF.
00767      IF WS-RESPUESTA (1:3) IS ALPHABETIC-UPPER
00768        AND WS-RESPUESTA (4:37) = SPACES
00769          MOVE WS-RESPUESTA TO WE-MONEDA
00770          MOVE "S" TO WS-CAMPO-OK-SW
00771      ELSE
00772          DISPLAY "INSTMANT: MONEDA ILEGAL - TRES LETRAS O *"
00773      END-IF.
00774  2535-PEDIR-MONEDA-EXIT.
00775      EXIT.
00776 *-------------------------------------------------------------*
00777  2540-PEDIR-FRECUENCIA.
00778 *    PIDE LA FRECUENCIA: D CADA DIA HABIL, S SEMANAL, M
00779 *    MENSUAL, H DIA HABIL NUMERO N DEL MES.
00780 *-------------------------------------------------------------*
00781      DISPLAY "INSTMANT: FRECUENCIA (D=DIARIA S=SEMANAL "
00782          "M=MENSUAL H=HABIL DEL MES) [" WE-FRECUENCIA "]: ".
00783      MOVE SPACES TO WS-RESPUESTA.
00784      ACCEPT WS-RESPUESTA FROM CONSOLE.
00785      IF WS-RESPUESTA = SPACES
00786          MOVE WE-FRECUENCIA TO WS-RESPUESTA
00787      END-IF.
00788      IF WS-RESPUESTA = "D" OR WS-RESPUESTA = "S"
00789        OR WS-RESPUESTA = "M" OR WS-RESPUESTA = "H"
00790          MOVE WS-RESPUESTA TO WE-FRECUENCIA
00791          MOVE "S" TO WS-CAMPO-OK-SW
00792      ELSE
00793          DISPLAY "INSTMANT: VALOR ILEGAL - SOLO D, S, M O H"
00794      END-IF.
00795  2540-PEDIR-FRECUENCIA-EXIT.
00796      EXIT.
00797 *-------------------------------------------------------------*
00798  2545-PEDIR-DIA.
00799 *    PIDE EL DIA QUE CORRESPONDE A LA FRECUENCIA (DOS
00800 *    DIGITOS): S EL DIA DE LA SEMANA (01 = LUNES ... 07 =
00801 *    DOMINGO), M EL DIA DEL MES (01 A 31, EL ULTIMO DIA SI EL
00802 *    MES ES MAS CORTO), H EL NUMERO DE DIA HABIL DEL MES (01 A
00803 *    23, EL ULTIMO DIA HABIL SI EL MES TIENE MENOS).
00804 *-------------------------------------------------------------*
00805      DISPLAY "INSTMANT: DIA (S 01-07, M 01-31, H 01-23) ["
00806          WE-DIA "]: ".
00807      MOVE SPACES TO WS-RESPUESTA.
00808      ACCEPT WS-RESPUESTA FROM CONSOLE.
00809      IF WS-RESPUESTA = SPACES
00810          MOVE WE-DIA TO WS-RESP-DIA
00811      END-IF.
00812      IF WS-RESP-DIA-N NOT NUMERIC
00813        OR WS-RESP-DIA-RESTO NOT = SPACES
00814          DISPLAY "INSTMANT: DIA ILEGAL - DIGITE DOS DIGITOS"
00815          GO TO 2545-PEDIR-DIA-EXIT
00816      END-IF.
00817      MOVE WS-RESP-DIA-N TO WE-DIA.
00818      PERFORM 2590-VALIDAR-DIA THRU 2590-VALIDAR-DIA-EXIT.
00819      IF WS-MOTIVO NOT = SPACES
00820          DISPLAY "INSTMANT: " WS-MOTIVO
00821      ELSE
00822          MOVE "S" TO WS-CAMPO-OK-SW
00823      END-IF.
00824  2545-PEDIR-DIA-EXIT.
00825      EXIT.
00826 *-------------------------------------------------------------*
00827  2550-PEDIR-INICIO.
00828 *    PIDE LA FECHA DE INICIO (AAAAMMDD). ES OBLIGATORIA Y NO
00829 *    PUEDE SER ANTERIOR A HOY, NI EN UNA ALTA NI AL MODIFICAR
00830 *    UNA INSTRUCCION QUE CALCINST TODAVIA NO EVALUO: LO YA
830A1 *    PASADO NO SE GENERA. UNA INSTRUCCION EXISTENTE PUEDE
830A2 *    CONSERVAR SU INICIO ACTUAL AUNQUE YA HAYA PASADO (NO SE
830A3 *    MUEVE, Y ASI LO DEJO EL ALTA), PERO NO LLEVARLO A OTRA
830A4 *    FECHA ANTERIOR A HOY.
00831 *-------------------------------------------------------------*
00832      DISPLAY "INSTMANT: FECHA DE INICIO (AAAAMMDD) ["
00833          WE-FECHA-INICIO "]: ".
00834      MOVE SPACES TO WS-RESPUESTA.
00835      ACCEPT WS-RESPUESTA FROM CONSOLE.
00836      IF WS-RESPUESTA = SPACES
00837          MOVE WE-FECHA-INICIO TO WS-RESP-FECHA
00838      END-IF.
00839      PERFORM 2580-VALIDAR-FECHA THRU 2580-VALIDAR-FECHA-EXIT.
00840      IF NOT FECHA-OK
00841          GO TO 2550-PEDIR-INICIO-EXIT
00842      END-IF.
00843      IF WS-FECHA-PRUEBA-N = ZERO
00844          DISPLAY "INSTMANT: LA FECHA DE INICIO ES OBLIGATORIA"
00845          GO TO 2550-PEDIR-INICIO-EXIT
00846      END-IF.
00847      IF WS-FECHA-PRUEBA-N < WS-RUN-FECHA
847A1        AND (INSTRUCCION-NUEVA
847A2             OR WS-FECHA-PRUEBA-N NOT = WE-FECHA-INICIO)
00848          DISPLAY "INSTMANT: LA FECHA DE INICIO NO PUEDE SER "
00849              "ANTERIOR A HOY (" WS-RUN-FECHA ")"
00850          GO TO 2550-PEDIR-INICIO-EXIT
00851      END-IF.
00852      MOVE WS-FECHA-PRUEBA-N TO WE-FECHA-INICIO.
00853      MOVE "S" TO WS-CAMPO-OK-SW.
00854  2550-PEDIR-INICIO-EXIT.
00855      EXIT.
00856 *-------------------------------------------------------------*
00857  2560-PEDIR-FIN.
00858 *    PIDE LA FECHA FIN (AAAAMMDD), QUE NO PUEDE SER ANTERIOR
00859 *    AL INICIO. "*" LA DEJA EN CERO: SIN FIN.
00860 *-------------------------------------------------------------*
00861      DISPLAY "INSTMANT: FECHA FIN (AAAAMMDD, * = SIN FIN) ["
00862          WE-FECHA-FIN "]: ".
00863      MOVE SPACES TO WS-RESPUESTA.
00864      ACCEPT WS-RESPUESTA FROM CONSOLE.
00865      IF WS-RESPUESTA = "*"
00866          MOVE ZERO TO WE-FECHA-FIN
00867          MOVE "S" TO WS-CAMPO-OK-SW
00868          GO TO 2560-PEDIR-FIN-EXIT
00869      END-IF.
00870      IF WS-RESPUESTA = SPACES
00871          MOVE WE-FECHA-FIN TO WS-RESP-FECHA
00872      END-IF.
00873      PERFORM 2580-VALIDAR-FECHA THRU 2580-VALIDAR-FECHA-EXIT.
00874      IF NOT FECHA-OK
00875          GO TO 2560-PEDIR-FIN-EXIT
00876      END-IF.
00877      IF WS-FECHA-PRUEBA-N NOT = ZERO
00878        AND WS-FECHA-PRUEBA-N < WE-FECHA-INICIO
00879          DISPLAY "INSTMANT: FIN NO PUEDE SER ANTERIOR AL INICIO ("
00880              WE-FECHA-INICIO ")"
00881          GO TO 2560-PEDIR-FIN-EXIT
00882      END-IF.
00883      MOVE WS-FECHA-PRUEBA-N TO WE-FECHA-FIN.
00884      MOVE "S" TO WS-CAMPO-OK-SW.
00885  2560-PEDIR-FIN-EXIT.
00886      EXIT.
00887 *-------------------------------------------------------------*
00888  2570-PEDIR-ESTADO.
00889 *    PIDE EL ESTADO: A ACTIVA, S SUSPENDIDA (NO GENERA NI SE
00890 *    PONE AL DIA AL REACTIVARSE), T TERMINADA (DE BAJA).
00891 *-------------------------------------------------------------*
00892      DISPLAY "INSTMANT: ESTADO (A=ACTIVA S=SUSPENDIDA "
00893          "T=TERMINADA) [" WE-ESTADO "]: ".
00894      MOVE SPACES TO WS-RESPUESTA.
00895      ACCEPT WS-RESPUESTA FROM CONSOLE.
00896      IF WS-RESPUESTA = SPACES
00897          MOVE WE-ESTADO TO WS-RESPUESTA
00898      END-IF.
00899      IF WS-RESPUESTA = "A" OR WS-RESPUESTA = "S"
00900        OR WS-RESPUESTA = "T"
00901          MOVE WS-RESPUESTA TO WE-ESTADO
00902          MOVE "S" TO WS-CAMPO-OK-SW
00903      ELSE
00904          DISPLAY "INSTMANT: VALOR ILEGAL - SOLO A, S O T"
00905      END-IF.
00906  2570-PEDIR-ESTADO-EXIT.
00907      EXIT.
00908 *-------------------------------------------------------------*
00909  2580-VALIDAR-FECHA.
00910 *    VALIDA LA FECHA DIGITADA EN WS-RESPUESTA: OCHO DIGITOS
00911 *    AAAAMMDD CON MES 01 A 12 Y DIA 01 A 31, O CERO. DEJA LA
00912 *    FECHA EN WS-FECHA-PRUEBA Y EL RESULTADO EN
00913 *    WS-FECHA-OK-SW.
00914 *-------------------------------------------------------------*
00915      MOVE "N" TO WS-FECHA-OK-SW.
00916      MOVE WS-RESP-FECHA TO WS-FECHA-PRUEBA.
00917      IF WS-FECHA-PRUEBA-N NOT NUMERIC
00918        OR WS-RESPUESTA (9:32) NOT = SPACES
00919          DISPLAY "INSTMANT: FECHA ILEGAL - DIGITE AAAAMMDD"
00920          GO TO 2580-VALIDAR-FECHA-EXIT
00921      END-IF.
00922      PERFORM 2585-FECHA-EN-RANGO THRU 2585-FECHA-EN-RANGO-EXIT.
00923      IF WS-MOTIVO NOT = SPACES
00924          DISPLAY "INSTMANT: FECHA ILEGAL - MES O DIA FUERA DE "
00925              "RANGO"
00926          GO TO 2580-VALIDAR-FECHA-EXIT
00927      END-IF.
00928      MOVE "S" TO WS-FECHA-OK-SW.
00929  2580-VALIDAR-FECHA-EXIT.
00930      EXIT.
00931 *-------------------------------------------------------------*
00932  2585-FECHA-EN-RANGO.
00933 *    REVISA QUE LA FECHA NUMERICA EN WS-FECHA-PRUEBA SEA CERO
00934 *    O TENGA MES 01 A 12 Y DIA 01 A 31. DEJA EL MOTIVO EN
00935 *    WS-MOTIVO (BLANCO SI ESTA BIEN).
00936 *-------------------------------------------------------------*
00937      MOVE SPACES TO WS-MOTIVO.
00938      IF WS-FECHA-PRUEBA-N = ZERO
00939          GO TO 2585-FECHA-EN-RANGO-EXIT
00940      END-IF.
00941      IF WF-MES < 1 OR WF-MES > 12
00942        OR WF-DIA < 1 OR WF-DIA > 31
00943          MOVE "FECHA CON MES O DIA FUERA DE RANGO" TO WS-MOTIVO
00944      END-IF.
00945  2585-FECHA-EN-RANGO-EXIT.
00946      EXIT.
00947 *-------------------------------------------------------------*
00948  2590-VALIDAR-DIA.
00949 *    REVISA QUE WE-DIA CORRESPONDA A WE-FRECUENCIA Y DEJA EL
00950 *    MOTIVO EN WS-MOTIVO (BLANCO SI ESTA BIEN).
00951 *-------------------------------------------------------------*
00952      MOVE SPACES TO WS-MOTIVO.
00953      IF WE-FRECUENCIA = "D" AND WE-DIA NOT = ZERO
00954          MOVE "FRECUENCIA D NO LLEVA DIA" TO WS-MOTIVO
00955      END-IF.
00956      IF WE-FRECUENCIA = "S" AND (WE-DIA < 1 OR WE-DIA > 7)
00957          MOVE "DIA DE LA SEMANA FUERA DE 01 A 07" TO WS-MOTIVO
00958      END-IF.
00959      IF WE-FRECUENCIA = "M" AND (WE-DIA < 1 OR WE-DIA > 31)
00960          MOVE "DIA DEL MES FUERA DE 01 A 31" TO WS-MOTIVO
00961      END-IF.
00962      IF WE-FRECUENCIA = "H" AND (WE-DIA < 1 OR WE-DIA > 23)
00963          MOVE "DIA HABIL DEL MES FUERA DE 01 A 23" TO WS-MOTIVO
00964      END-IF.
00965  2590-VALIDAR-DIA-EXIT.
00966      EXIT.
00967 *-------------------------------------------------------------*
00968  2600-PEDIR-NUMERO.
00969 *    PIDE EL NUMERO DE UNA INSTRUCCION (TRES DIGITOS, COMO LO
00970 *    MUESTRA EL LISTADO) Y LO DEJA EN WS-IN-SEL; CERO SI NO
00971 *    ES UNA INSTRUCCION VIGENTE DEL ARCHIVO.
00972 *-------------------------------------------------------------*
00973      MOVE ZERO TO WS-IN-SEL.
00974      DISPLAY "INSTMANT: NUMERO DE INSTRUCCION (3 DIGITOS): ".
00975      MOVE SPACES TO WS-RESPUESTA.
00976      ACCEPT WS-RESPUESTA FROM CONSOLE.
00977      IF WS-RESP-NUMERO-N NOT NUMERIC
00978        OR WS-RESP-NUM-RESTO NOT = SPACES
00979          DISPLAY "INSTMANT: NUMERO ILEGAL - DIGITE TRES DIGITOS"
00980          GO TO 2600-PEDIR-NUMERO-EXIT
00981      END-IF.
00982      IF WS-RESP-NUMERO-N = ZERO
00983        OR WS-RESP-NUMERO-N > WS-IN-CANT
00984          DISPLAY "INSTMANT: NO EXISTE LA INSTRUCCION "
00985              WS-RESP-NUMERO
00986          GO TO 2600-PEDIR-NUMERO-EXIT
00987      END-IF.
00988      IF IN-BORRADA (WS-RESP-NUMERO-N)
00989        OR IN-ANULADA (WS-RESP-NUMERO-N)
00990          DISPLAY "INSTMANT: LA INSTRUCCION " WS-RESP-NUMERO
00991              " ESTA BORRADA"
00992          GO TO 2600-PEDIR-NUMERO-EXIT
00993      END-IF.
00994      MOVE WS-RESP-NUMERO-N TO WS-IN-SEL.
00995  2600-PEDIR-NUMERO-EXIT.
00996      EXIT.
00997 *-------------------------------------------------------------*
00998  2700-VALIDAR-INSTRUC.
00999 *    VALIDA EL ARCHIVO COMPLETO QUE SE GRABARIA: CADA
01000 *    INSTRUCCION POR SI SOLA Y QUE NINGUN ID SE REPITA. CADA
01001 *    ERROR SE MUESTRA Y SE CUENTA EN WS-CONT-ERRORES.
01002 *-------------------------------------------------------------*
01003      MOVE ZERO TO WS-CONT-ERRORES.
01004      PERFORM 2710-VALIDAR-ENTRADA THRU 2710-VALIDAR-ENTRADA-EXIT
01005          VARYING WS-IN-IDX FROM 1 BY 1
01006          UNTIL WS-IN-IDX > WS-IN-CANT.
01007  2700-VALIDAR-INSTRUC-EXIT.
01008      EXIT.
01009 *-------------------------------------------------------------*
01010  2710-VALIDAR-ENTRADA.
01011 *    VALIDA UNA INSTRUCCION QUE NO ESTA BORRADA.
01012 *-------------------------------------------------------------*
01013      IF IN-BORRADA (WS-IN-IDX) OR IN-ANULADA (WS-IN-IDX)
01014          GO TO 2710-VALIDAR-ENTRADA-EXIT
01015      END-IF.
01016      MOVE SPACES TO WS-MOTIVO.
01017      MOVE WS-IN-ACTUAL (WS-IN-IDX) TO WS-EDICION.
01018      IF WE-INSTRUC-ID = SPACES
01019          MOVE "ID EN BLANCO" TO WS-MOTIVO
01020          GO TO 2710-VALIDAR-MOTIVO
01021      END-IF.
01022      MOVE WE-INSTRUC-ID TO WS-ID-BUSCADO.
01023      PERFORM 2800-BUSCAR-ID THRU 2800-BUSCAR-ID-EXIT.
01024      IF WS-IN-ENC > ZERO
01025          MOVE "ID REPETIDO EN OTRA INSTRUCCION" TO WS-MOTIVO
01026          GO TO 2710-VALIDAR-MOTIVO
01027      END-IF.
01028      IF WE-DESCRIPCION = SPACES OR WE-DUENO-ID = SPACES
01029          MOVE "DESCRIPCION O DUENO EN BLANCO" TO WS-MOTIVO
01030          GO TO 2710-VALIDAR-MOTIVO
01031      END-IF.
01032      IF WE-NUMERO1 NOT NUMERIC OR WE-NUMERO2 NOT NUMERIC
01033          MOVE "MONTO NO NUMERICO" TO WS-MOTIVO
01034          GO TO 2710-VALIDAR-MOTIVO
01035      END-IF.
01036      IF WE-TIPO-TRANS < "00" OR WE-TIPO-TRANS > "05"
01037          MOVE "TIPO DE TRANSACCION NO ES 00 A 05" TO WS-MOTIVO
01038          GO TO 2710-VALIDAR-MOTIVO
01039      END-IF.
01040      IF WE-MONEDA NOT ALPHABETIC-UPPER
01041          MOVE "MONEDA ILEGAL" TO WS-MOTIVO
01042          GO TO 2710-VALIDAR-MOTIVO
01043      END-IF.
01044      IF WE-FRECUENCIA NOT = "D" AND WE-FRECUENCIA NOT = "S"
01045        AND WE-FRECUENCIA NOT = "M" AND WE-FRECUENCIA NOT = "H"
01046          MOVE "FRECUENCIA NO ES D, S, M NI H" TO WS-MOTIVO
01047          GO TO 2710-VALIDAR-MOTIVO
01048      END-IF.
01049      IF WE-DIA NOT NUMERIC
01050          MOVE "DIA NO NUMERICO" TO WS-MOTIVO
01051          GO TO 2710-VALIDAR-MOTIVO
01052      END-IF.
01053      PERFORM 2590-VALIDAR-DIA THRU 2590-VALIDAR-DIA-EXIT.
01054      IF WS-MOTIVO NOT = SPACES
01055          GO TO 2710-VALIDAR-MOTIVO
01056      END-IF.
01057      IF WE-FECHA-INICIO NOT NUMERIC OR WE-FECHA-INICIO = ZERO
01058          MOVE "FECHA DE INICIO FALTA O NO ES NUMERICA"
01059              TO WS-MOTIVO
01060          GO TO 2710-VALIDAR-MOTIVO
01061      END-IF.
01062      MOVE WE-FECHA-INICIO TO WS-FECHA-PRUEBA-N.
01063      PERFORM 2585-FECHA-EN-RANGO THRU 2585-FECHA-EN-RANGO-EXIT.
01064      IF WS-MOTIVO NOT = SPACES
01065          GO TO 2710-VALIDAR-MOTIVO
01066      END-IF.
01067      IF WE-FECHA-FIN NOT NUMERIC
01068          MOVE "FECHA FIN NO NUMERICA" TO WS-MOTIVO
01069          GO TO 2710-VALIDAR-MOTIVO
01070      END-IF.
01071      MOVE WE-FECHA-FIN TO WS-FECHA-PRUEBA-N.
01072      PERFORM 2585-FECHA-EN-RANGO THRU 2585-FECHA-EN-RANGO-EXIT.
01073      IF WS-MOTIVO NOT = SPACES
01074          GO TO 2710-VALIDAR-MOTIVO
01075      END-IF.
01076      IF WE-FECHA-FIN NOT = ZERO
01077        AND WE-FECHA-FIN < WE-FECHA-INICIO
01078          MOVE "FECHA FIN ANTERIOR AL INICIO" TO WS-MOTIVO
01079          GO TO 2710-VALIDAR-MOTIVO
01080      END-IF.
01081      IF WE-ESTADO NOT = "A" AND WE-ESTADO NOT = "S"
01082        AND WE-ESTADO NOT = "T"
01083          MOVE "ESTADO NO ES A, S NI T" TO WS-MOTIVO
01084      END-IF.
01085  2710-VALIDAR-MOTIVO.
01086      IF WS-MOTIVO NOT = SPACES
01087          MOVE WS-IN-IDX TO WS-IN-VER
01088          DISPLAY "INSTMANT: INSTRUCCION " WS-IN-VER " - "
01089              WS-MOTIVO
01090          ADD 1 TO WS-CONT-ERRORES
01091      END-IF.
01092  2710-VALIDAR-ENTRADA-EXIT.
01093      EXIT.
01094 *-------------------------------------------------------------*
01095  2800-BUSCAR-ID.
01096 *    BUSCA WS-ID-BUSCADO ENTRE LAS INSTRUCCIONES VIGENTES
01097 *    DISTINTAS DE WS-IN-IDX (LA QUE SE VALIDA; CERO AL
01098 *    AGREGAR) Y DEJA SU POSICION EN WS-IN-ENC (CERO SI NO
01099 *    ESTA).
01100 *-------------------------------------------------------------*
01101      MOVE ZERO TO WS-IN-ENC.
01102      PERFORM 2810-COMPARAR-ID THRU 2810-COMPARAR-ID-EXIT
01103          VARYING WS-IN-IDX2 FROM 1 BY 1
01104          UNTIL WS-IN-IDX2 > WS-IN-CANT
01105             OR WS-IN-ENC > ZERO.
01106  2800-BUSCAR-ID-EXIT.
01107      EXIT.
01108 *-------------------------------------------------------------*
01109  2810-COMPARAR-ID.
01110 *    COMPARA EL ID DE UNA INSTRUCCION CON EL BUSCADO.
01111 *-------------------------------------------------------------*
01112      IF WS-IN-IDX2 = WS-IN-IDX
01113        OR IN-BORRADA (WS-IN-IDX2) OR IN-ANULADA (WS-IN-IDX2)
01114          GO TO 2810-COMPARAR-ID-EXIT
01115      END-IF.
01116      IF WS-IN-ID (WS-IN-IDX2) = WS-ID-BUSCADO
01117          MOVE WS-IN-IDX2 TO WS-IN-ENC
01118      END-IF.
01119  2810-COMPARAR-ID-EXIT.
01120      EXIT.
01121 *-------------------------------------------------------------*
01122  9000-FINAL.
01123 *    SI SE PIDIO GRABAR, DEJA EN INSTAUDT UN REGISTRO POR CADA
01124 *    INSTRUCCION AGREGADA, MODIFICADA O BORRADA, CON SU IMAGEN
01125 *    ANTERIOR Y NUEVA, QUIEN Y CUANDO, Y LUEGO REESCRIBE
01126 *    INSTRUC COMPLETO CON LAS INSTRUCCIONES QUE NO ESTAN
01127 *    BORRADAS.
01128 *-------------------------------------------------------------*
01129      IF NOT GRABAR-INSTRUC
01130          GO TO 9000-FINAL-EXIT
01131      END-IF.
01132      OPEN EXTEND INSTAUDT.
01133      IF WS-AUDT-STATUS NOT = "00"
01134          CLOSE INSTAUDT
01135          OPEN OUTPUT INSTAUDT
01136      END-IF.
01137      IF WS-AUDT-STATUS NOT = "00"
01138          DISPLAY "INSTMANT: NO ABRIO INSTAUDT - STATUS "
01139              WS-AUDT-STATUS " - SIN AUDITORIA NO HAY CAMBIO"
01140          MOVE 12 TO RETURN-CODE
01141          GO TO 9000-FINAL-EXIT
01142      END-IF.
01143      PERFORM 9100-GRABAR-AUDITORIA THRU
01144          9100-GRABAR-AUDITORIA-EXIT
01145          VARYING WS-IN-IDX FROM 1 BY 1
01146          UNTIL WS-IN-IDX > WS-IN-CANT.
01147      CLOSE INSTAUDT.
01148      IF WS-CONT-CAMBIOS = ZERO
01149          DISPLAY "INSTMANT: SIN CAMBIOS - INSTRUC QUEDA IGUAL"
01150          GO TO 9000-FINAL-EXIT
01151      END-IF.
01152      OPEN OUTPUT INSTRUC.
01153      IF WS-INSTR-STATUS NOT = "00"
01154          DISPLAY "INSTMANT: NO PUDO GRABAR INSTRUC - STATUS "
01155              WS-INSTR-STATUS
01156          MOVE 12 TO RETURN-CODE
01157          GO TO 9000-FINAL-EXIT
01158      END-IF.
01159      PERFORM 9200-GRABAR-ENTRADA THRU 9200-GRABAR-ENTRADA-EXIT
01160          VARYING WS-IN-IDX FROM 1 BY 1
01161          UNTIL WS-IN-IDX > WS-IN-CANT.
01162      CLOSE INSTRUC.
01163      DISPLAY "INSTMANT: INSTRUC ACTUALIZADO - "
01164          WS-CONT-CAMBIOS " INSTRUCCION(ES) CAMBIADA(S) POR "
01165          WS-QUIEN ", " WS-CONT-GRABADOS " EN TOTAL".
01166  9000-FINAL-EXIT.
01167      EXIT.
01168 *-------------------------------------------------------------*
01169  9100-GRABAR-AUDITORIA.
01170 *    GRABA UN REGISTRO DE AUDITORIA POR LA INSTRUCCION EN
01171 *    TURNO SI TIENE UN CAMBIO DE VERDAD: AGREGADA (SIN IMAGEN
01172 *    ANTERIOR), BORRADA (SIN IMAGEN NUEVA) O MODIFICADA CON
01173 *    ALGUN CAMPO DISTINTO, QUE QUEDA ADEMAS FIRMADA CON QUIEN
01174 *    Y CUANDO LA MODIFICO.
01175 *-------------------------------------------------------------*
01176      IF IN-SIN-CAMBIO (WS-IN-IDX) OR IN-ANULADA (WS-IN-IDX)
01177          GO TO 9100-GRABAR-AUDITORIA-EXIT
01178      END-IF.
01179      IF IN-MODIFICADA (WS-IN-IDX)
01180        AND WS-IN-ACTUAL (WS-IN-IDX) = WS-IN-ANTES (WS-IN-IDX)
01181          GO TO 9100-GRABAR-AUDITORIA-EXIT
01182      END-IF.
01183      IF IN-MODIFICADA (WS-IN-IDX)
01184          MOVE WS-IN-ACTUAL (WS-IN-IDX) TO WS-EDICION
01185          MOVE WS-QUIEN     TO WE-MODIF-ID
01186          MOVE WS-RUN-FECHA TO WE-MODIF-FECHA
01187          MOVE WS-EDICION   TO WS-IN-ACTUAL (WS-IN-IDX)
01188      END-IF.
01189      MOVE WS-RUN-FECHA TO IA-FECHA.
01190      MOVE WS-RUN-HORA  TO IA-HORA.
01191      MOVE WS-QUIEN     TO IA-QUIEN.
01192      MOVE WS-IN-ACCION (WS-IN-IDX) TO IA-ACCION.
01193      MOVE WS-IN-ANTES (WS-IN-IDX)  TO IA-ANTES.
01194      MOVE WS-IN-ACTUAL (WS-IN-IDX) TO IA-DESPUES.
01195      IF IN-BORRADA (WS-IN-IDX)
01196          MOVE SPACES TO IA-DESPUES
01197      END-IF.
01198      WRITE INSTAUDT-RECORD.
01199      ADD 1 TO WS-CONT-CAMBIOS.
01200  9100-GRABAR-AUDITORIA-EXIT.
01201      EXIT.
01202 *-------------------------------------------------------------*
01203  9200-GRABAR-ENTRADA.
01204 *    GRABA EN INSTRUC LA INSTRUCCION EN TURNO SI NO ESTA
01205 *    BORRADA.
01206 *-------------------------------------------------------------*
01207      IF IN-BORRADA (WS-IN-IDX) OR IN-ANULADA (WS-IN-IDX)
01208          GO TO 9200-GRABAR-ENTRADA-EXIT
01209      END-IF.
01210      MOVE WS-IN-ACTUAL (WS-IN-IDX) TO INSTRUC-RECORD.
01211      WRITE INSTRUC-RECORD.
01212      ADD 1 TO WS-CONT-GRABADOS.
01213  9200-GRABAR-ENTRADA-EXIT.
01214      EXIT.
