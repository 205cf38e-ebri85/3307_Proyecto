00007 *
00008 *-------------------------------------------------------------*
00009 * CALCCONV ES LA CONVERSION DE UNA SOLA VEZ DE LOS ARCHIVOS   *
00010 * ACUMULATIVOS CUANDO CALCLOGR O RECHAZOR CAMBIAN DE LARGO:  *
00011 * LOS ARCHIVOS VIVOS CONSERVAN REGISTROS DEL LAYOUT QUE      *
00012 * ESTABA EN PRODUCCION Y LEERLOS CON LAS COPYS NUEVAS CORRE  *
00013 * LOS CAMPOS DE LUGAR. EL LAYOUT DE ORIGEN ES EL DE LA       *
00014 * ULTIMA CONVERSION (CALCLOG DE 142 BYTES, RECHAZOS DE 81) Y *
00015 * EL DE DESTINO EL VIGENTE DE LAS COPYS. CONVIERTE:          *
00015A*   - EL CALCLOG VIVO (142 A 245 BYTES): SE GRABA EN CALCNEW  *
00016 *     Y EL JOB REDEFINE EL CLUSTER Y LO RECARGA,              *
00017 *   - LA HISTORIA CALCHIST (142 A 245): SE GRABA EN CALCHNEW  *
00018 *     Y EL JOB LA REEMPLAZA,                                  *
00019 *   - EL RECHAZOS VIVO (81 A 150): SE GRABA EN RECHVNEW Y EL  *
00020 *     JOB LO REEMPLAZA.                                       *
00021 * LOS CAMPOS NUEVOS SE LLENAN CON SUS VALORES NEUTROS: LOTE Y *
00022 * SISTEMA DE ORIGEN EN BLANCO (DESCONOCIDOS PARA LO GRABADO   *
00023 * ANTES DE LA CONVERSION); MONEDA EN BLANCO (FUNCIONAL), TASA *
00024 * 1 Y MONTOS ORIGINALES IGUALES A LOS CONVERTIDOS. EL ESTADO  *
024A1 * EN BLANCO DE LOS RECHAZOS VIEJOS SE NORMALIZA A "P", IGUAL  *
024A2 * QUE HACE CALCREPA; SU VALOR CRUDO SE COMPLETA CON BLANCOS,  *
024A3 * QUE ES LA MONEDA FUNCIONAL.                                 *
024A4 * LO VIEJO NO ES REVERSO NI ESTA REVERSADO: MARCA DE          *
024A5 * REVERSO EN BLANCO Y LLAVE DE LA OTRA MITAD DEL PAR EN       *
024A6 * CEROS, IGUAL QUE SUS MONTOS ORIGINALES DE REVERSO.          *
024A7 * LA FECHA DEL MAPEO DE LO VIEJO ES SU FECHA EFECTIVA, QUE    *
024A8 * ES LA QUE USABA CALCULOS PARA ELEGIR LAS CUENTAS.           *
024A9 * LOS RECHAZOS VIEJOS NO TIENEN SUSPENSO CONTABILIZADO:       *
024AA * CUENTA Y CONTRAPARTIDA EN BLANCO Y MONTO EN CERO, Y SU      *
024AB * CORRIDA EN CEROS (NO SE SABE CUAL LOS GRABO).               *
00030 * ESTE PROGRAMA SE CORRE UNA SOLA VEZ, CON LA NOCHE QUIETA Y  *
00031 * SIN CHECKPOINT PENDIENTE (UN CHECKPOINT A MEDIO LOTE DEL    *
00032 * LAYOUT VIEJO NO ES CONVERTIBLE: ESA CORRIDA DEBE TERMINAR   *
00036 *-------------------------------------------------------------*
00037 * FECHA       INIC.  DESCRIPCION                              *
00038 * 2026-09-02  MQR    VERSION INICIAL DEL PROGRAMA.            *
038A1 * 2026-10-15  MQR    SE REUSA PARA LA CONVERSION DEL LAYOUT   *
038A2 *                    DE 142 BYTES DE CALCLOG Y DE 81 DE       *
038A3 *                    RECHAZOS, QUE GANAN EL LOTE Y EL SISTEMA *
038A4 *                    DE ORIGEN DE CADA DETALLE. EL LAYOUT DE  *
038A5 *                    78 BYTES YA NO EXISTE EN NINGUN ARCHIVO  *
038A6 *                    Y SE RETIRA DE AQUI.                     *
038B1 * 2026-10-15  MQR    EL DESTINO DE LA CONVERSION PASA A 202   *
038B2 *                    BYTES DE CALCLOG Y 100 DE RECHAZOS:      *
038B3 *                    CALCLOGR GANA LA MONEDA, LOS MONTOS      *
038B4 *                    ORIGINALES Y LA TASA DE CAMBIO, Y EL     *
038B5 *                    VALOR CRUDO DE RECHAZOR CRECE A X(34).   *
038B6 *                    LO VIEJO QUEDA EN MONEDA FUNCIONAL CON   *
038B7 *                    TASA 1.                                  *
038C1 * 2026-10-15  MQR    EL DESTINO DE LA CONVERSION PASA A 217   *
038C2 *                    BYTES DE CALCLOG Y 114 DE RECHAZOS:      *
038C3 *                    CALCLOGR GANA LA MARCA DE REVERSO Y LA   *
038C4 *                    LLAVE DE LA OTRA MITAD DEL PAR, Y EL     *
038C5 *                    VALOR CRUDO DE RECHAZOR CRECE A X(48).   *
038C6 *                    LO VIEJO QUEDA SIN MARCA.                *
038D1 * 2026-10-15  MQR    EL DESTINO DE LA CONVERSION PASA A 225   *
038D2 *                    BYTES DE CALCLOG: CALCLOGR GANA LA FECHA *
038D3 *                    DEL MAPEO CL-FECHA-MAPEO, QUE EN LO      *
038D4 *                    VIEJO QUEDA IGUAL A SU FECHA EFECTIVA.   *
038D5 *                    RECHAZOS NO CAMBIA.                      *
038E1 * 2026-10-15  MQR    EL DESTINO DE LA CONVERSION PASA A 144   *
038E2 *                    BYTES DE RECHAZOS: RECHAZOR GANA LA      *
038E3 *                    CUENTA, LA CONTRAPARTIDA Y EL MONTO DEL  *
038E4 *                    SUSPENSO CONTABILIZADO AL RECHAZAR, QUE  *
038E5 *                    EN LO VIEJO QUEDAN EN BLANCO Y CERO.     *
038E6 *                    CALCLOG NO CAMBIA.                       *
038F1 * 2026-10-15  MQR    EL DESTINO DE LA CONVERSION PASA A 245   *
038F2 *                    BYTES DE CALCLOG Y 150 DE RECHAZOS:      *
038F3 *                    CALCLOGR GANA LOS MONTOS ORIGINALES DEL  *
038F4 *                    ORIGINAL EN UN REVERSO Y RECHAZOR LA     *
038F5 *                    CORRIDA QUE GRABO EL RECHAZO, QUE EN LO  *
038F6 *                    VIEJO QUEDAN EN CEROS.                   *
00039 *-------------------------------------------------------------*
00040  ENVIRONMENT DIVISION.
00041  INPUT-OUTPUT SECTION.
00066  DATA DIVISION.
00067   FILE SECTION.
00068 *-------------------------------------------------------------*
00069 *    CALCLOG CON EL LAYOUT ANTERIOR A LA CONVERSION (142      *
00070 *    BYTES). LOS CAMPOS NUEVOS DE CALCLOGR SE AGREGARON AL     *
00071 *    FINAL, ASI QUE EL REGISTRO VIEJO ES EL PRINCIPIO DEL      *
00072 *    NUEVO: BASTA LA LLAVE Y EL RESTO EN BLOQUE.               *
00073 *-------------------------------------------------------------*
00074   FD  CALCLOG
00075       LABEL RECORDS ARE STANDARD
00078       05 OV-LLAVE.
00079          10 OV-RUN-ID      PIC 9(6).
00080          10 OV-SECUENCIA   PIC 9(8).
00081       05 OV-RESTO          PIC X(128).
00094 *
00095   FD  CALCNEW
00096       LABEL RECORDS ARE STANDARD
00098       05 CN-LLAVE.
00099          10 CN-RUN-ID      PIC 9(6).
00100          10 CN-SECUENCIA   PIC 9(8).
00101       05 CN-RESTO          PIC X(231).
00102 *
00103   FD  CALCHIST
00104       LABEL RECORDS ARE STANDARD
00105       RECORDING MODE IS F.
00106   01  CALCHIST-RECORD      PIC X(142).
00107 *
00108   FD  CALCHNEW
00109       LABEL RECORDS ARE STANDARD
00110       RECORDING MODE IS F.
00111   01  CALCHNEW-RECORD      PIC X(245).
00112 *
00113 *-------------------------------------------------------------*
00114 *    RECHAZOS CON EL LAYOUT ANTERIOR (81 BYTES, CRUDO DE 31). *
00115 *-------------------------------------------------------------*
00116   FD  RECHAZOS
00117       LABEL RECORDS ARE STANDARD
00119   01  RECHAZO-RECORD.
00120       05 ORZ-RUN-FECHA     PIC 9(8).
00121       05 ORZ-NUMERO-REG    PIC 9(8).
00122       05 ORZ-VALOR-CRUDO   PIC X(31).
00123       05 ORZ-MOTIVO        PIC X(33).
00124       05 ORZ-ESTADO        PIC X(01).
00125 *
00126   FD  RECHVNEW
00127       LABEL RECORDS ARE STANDARD
00128       RECORDING MODE IS F.
00129   01  RECHVNEW-RECORD      PIC X(150).
00130 *
00131   WORKING-STORAGE SECTION.
00132    77 WS-CALCLOG-STATUS  PIC X(02) VALUE "00".
00350      MOVE ORZ-VALOR-CRUDO  TO RZ-VALOR-CRUDO.
00351      MOVE ORZ-MOTIVO       TO RZ-MOTIVO.
00352      MOVE ORZ-ESTADO       TO RZ-ESTADO.
352A1      MOVE SPACES           TO RZ-LOTE-ID.
352A2      MOVE SPACES           TO RZ-LOTE-ORIGEN.
352A3      MOVE SPACES           TO RZ-SUS-CUENTA.
352A4      MOVE SPACES           TO RZ-SUS-CONTRA.
352A5      MOVE ZERO             TO RZ-SUS-MONTO.
352A6      MOVE ZERO             TO RZ-RUN-ID.
00353      IF RZ-ESTADO = SPACE
00354          MOVE "P" TO RZ-ESTADO
00355      END-IF.
00373  6000-CONVERTIR-LOG.
00374 *    ARMA EN WS-LOG-NUEVO EL REGISTRO DE CALCLOG DEL LAYOUT
00375 *    NUEVO A PARTIR DEL VIEJO QUE ESTA EN EL AREA DE CALCLOG:
00376 *    EL REGISTRO VIEJO PASA ENTERO AL PRINCIPIO DEL NUEVO Y
00377 *    EL LOTE Y EL SISTEMA DE ORIGEN QUEDAN EN BLANCO. LA
377A1 *    TRANSACCION VIEJA QUEDA EN MONEDA FUNCIONAL: MONEDA EN
377A2 *    BLANCO, TASA 1 VIGENTE A SU FECHA EFECTIVA Y MONTOS
377A3 *    ORIGINALES IGUALES A LOS YA GRABADOS. NO QUEDA
377A4 *    MARCADA COMO REVERSO NI COMO REVERSADA (MONTOS
377A4A*    ORIGINALES DE REVERSO EN CEROS), Y SU FECHA DEL MAPEO
377A5 *    ES SU FECHA EFECTIVA.
00380 *-------------------------------------------------------------*
00381      MOVE SPACES            TO WS-LOG-NUEVO.
00382      MOVE CALCLOG-RECORD    TO WS-LOG-NUEVO.
00397      MOVE SPACES            TO CL-LOTE-ID.
00398      MOVE SPACES            TO CL-LOTE-ORIGEN.
398A1      MOVE SPACES            TO CL-MONEDA.
398A2      MOVE CL-NUMERO1        TO CL-NUMERO1-ORIG.
398A3      MOVE CL-NUMERO2        TO CL-NUMERO2-ORIG.
398A4      MOVE 1                 TO CL-TASA-CAMBIO.
398A5      MOVE CL-FECHA-EFECTIVA TO CL-TASA-FECHA.
398A6      MOVE SPACE             TO CL-REVERSA-EST.
398A7      MOVE ZERO              TO CL-REVERSA-RUN-ID.
398A8      MOVE ZERO              TO CL-REVERSA-SEC.
398A9      MOVE CL-FECHA-EFECTIVA TO CL-FECHA-MAPEO.
398AA      MOVE ZERO              TO CL-REVERSA-ORIG1.
398AB      MOVE ZERO              TO CL-REVERSA-ORIG2.
00399  6000-CONVERTIR-LOG-EXIT.
00400      EXIT.
00401 *-------------------------------------------------------------*
