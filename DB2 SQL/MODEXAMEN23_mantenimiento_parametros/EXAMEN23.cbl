       IDENTIFICATION DIVISION.                                         00000100
      *                                                        *        00000200
       PROGRAM-ID. EXAMEN23.                                            00000300
      **********************************************************        00000400
      *                                                        *        00000500
      *  PROGRAMA PARA SQL EMBEBIDO                            *        00000600
      *  MANTENIMIENTO BATCH DE LAS TABLAS DE PARAMETROS DESDE *        00000700
      *  EL ARCHIVO DE NOVEDADES NOVEPARM (ALTA/MODIF/BAJA).   *        00000800
      *  CADA REGISTRO INDICA LA TABLA EN SUS DOS PRIMERAS     *        00000900
      *  POSICIONES:                                           *        00001000
      *  'LC' TBLIMCTA - LIMITE DE DESCUBIERTO: SOLO PARA UNA  *        00001100
      *       CUENTA EXISTENTE EN TBCURCTA                     *        00001200
      *  'SU' TBSUCURS - SUCURSALES: NO SE CIERRA ('C') NI SE  *        00001300
      *       DA DE BAJA UNA SUCURSAL CON CUENTAS EN TBCURCTA  *        00001400
      *  'TA' TBTASAS  - TRAMOS DE TASAS Y CUOTAS: CADA        *        00001500
      *       VIGENCIA EMPIEZA Y TERMINA POR SU TRAMO BASE     *        00001600
      *       (SALDOMIN -99999,99), PARA QUE NINGUNA CUENTA    *        00001700
      *       QUEDE SIN FILA EN EXAMEN6                        *        00001800
      *  'CZ' TBCOTIZA - COTIZACIONES: NO PUEDEN MOVERSE MAS   *        00001900
      *       DEL PORCENTAJE DE LA TARJETA SYSIN RESPECTO DE   *        00002000
      *       LA COTIZACION ANTERIOR SALVO MARCA DE FORZADO    *        00002100
      *  'SP' TBSPRCAM - SPREADS DE COMPRA/VENTA DE MONEDA     *        00002200
      *       POR VIGENCIA: MENORES AL 100%, SOLO 'DO'/'EU'    *        00002300
      *  LISTADO CON LA IMAGEN ANTERIOR Y POSTERIOR DE CADA    *        00002400
      *  FILA Y RECHAZOS EN EL ESTILO DE EXAMEN4/EXAMEN13.     *        00002500
      *                                                        *        00002600
      **********************************************************        00002700
      *      MANTENIMIENTO DE PROGRAMA                         *        00002800
      **********************************************************        00002900
      *  FECHA   *    DETALLE        * COD *                            00003000
      **************************************                            00003100
      *15/10/26  * VERSION INICIAL   *RVH  *                            00003200
      *15/10/26  * AUDITORIA DE LOS  *RVH  *                            00003300
      *          * CAMBIOS DE LIMITE *     *                            00003400
      *          * (TBAUDMAE)        *     *                            00003500
      *15/10/26  * SPREADS DE CAMBIO *RVH  *                            00003600
      *          * 'SP' EN TBSPRCAM  *     *                            00003610
      *15/10/26  * IMAGEN DE EXENCION*RVH  *                            00003620
      *          * D/C (TBEXEIMP) EN *     *                            00003630
      *          * EL AREA DE AUDIT. *     *                            00003700
      **************************************                            00003800
       ENVIRONMENT DIVISION.                                            00003900
       CONFIGURATION SECTION.                                           00004000
       SPECIAL-NAMES.                                                   00004100
           DECIMAL-POINT IS COMMA.                                      00004200
                                                                        00004300
       INPUT-OUTPUT SECTION.                                            00004400
       FILE-CONTROL.                                                    00004500
                                                                        00004600
             SELECT ENTRADA ASSIGN DDENTRA                              00004700
             FILE STATUS IS FS-ENTRADA.                                 00004800
                                                                        00004900
             SELECT SALIDA  ASSIGN DDSALE                               00005000
             FILE STATUS IS FS-SALIDA.                                  00005100
                                                                        00005200
             SELECT RECHAZOS ASSIGN DDRECHAZ                            00005300
             FILE STATUS IS FS-RECHAZOS.                                00005400
                                                                        00005500
       DATA DIVISION.                                                   00005600
       FILE SECTION.                                                    00005700
       FD ENTRADA                                                       00005800
             BLOCK CONTAINS 0 RECORDS                                   00005900
             RECORDING MODE IS F.                                       00006000
                                                                        00006100
       01 REG-ENTRADA     PIC X(80).                                    00006200
                                                                        00006300
       FD SALIDA                                                        00006400
             BLOCK CONTAINS 0 RECORDS                                   00006500
             RECORDING MODE IS F.                                       00006600
                                                                        00006700
       01 REG-SALIDA      PIC X(132).                                   00006800
                                                                        00006900
       FD RECHAZOS                                                      00007000
             BLOCK CONTAINS 0 RECORDS                                   00007100
             RECORDING MODE IS F.                                       00007200
                                                                        00007300
       01 REG-RECHAZOS    PIC X(80).                                    00007400
                                                                        00007500
      **************************************                            00007600
       WORKING-STORAGE SECTION.                                         00007700
      **************************************                            00007800
       77  FILLER          PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.00007900
                                                                        00008000
      ****************************************                          00008100
      * FILE STATUS SALIDA LISTADO Y SQLCODE *                          00008200
      ****************************************                          00008300
       77  FS-ENTRADA               PIC XX    VALUE SPACES.             00008400
       77  FS-SALIDA                PIC XX    VALUE SPACES.             00008500
       77  FS-RECHAZOS              PIC XX    VALUE SPACES.             00008600
       77  FS-ACTUAL                PIC XX    VALUE SPACES.             00008700
       77  WS-SQLCODE    PIC +++999 USAGE DISPLAY VALUE ZEROS.          00008800
       77  WS-CANT-CTA-EXISTE PIC S9(09) USAGE COMP VALUE ZEROS.        00008900
       77  WS-CANT-TRAMOS     PIC S9(09) USAGE COMP VALUE ZEROS.        00009000
       77  WS-NRO-AUDITORIA   PIC S9(09) USAGE COMP VALUE ZEROS.        00009100
      *    SALDO MINIMO DEL TRAMO BASE DE TBTASAS                       00009200
       77  WS-TRAMO-BASE      PIC S9(05)V9(02) USAGE COMP-3             00009300
                                              VALUE -99999,99.          00009400
      *    COTIZACION ANTERIOR A LA DE LA NOVEDAD Y VARIACION           00009500
      *    PORCENTUAL CONTRA ELLA (EN VALOR ABSOLUTO)                   00009600
       77  WS-COTIZA-ANTERIOR PIC S9(05)V9(04) USAGE COMP-3             00009700
                                              VALUE ZEROS.              00009800
       77  WS-VARIACION       PIC S9(05)V9(02) USAGE COMP-3             00009900
                                              VALUE ZEROS.              00010000
                                                                        00010100
      ****************************************                          00010200
      * CONTADORES                           *                          00010300
      ****************************************                          00010400
       01  WS-CONTADORES.                                               00010500
           03  WS-ENTRADA-LEIDOS       PIC 9(03) VALUE ZEROS.           00010600
           03  WS-ENTRADA-RECHAZADOS   PIC 9(03) VALUE ZEROS.           00010700
           03  WS-CANT-ALTAS           PIC 9(03) VALUE ZEROS.           00010800
           03  WS-CANT-MODIF           PIC 9(03) VALUE ZEROS.           00010900
           03  WS-CANT-BAJAS           PIC 9(03) VALUE ZEROS.           00011000
           03  WS-CANT-LIMITES         PIC 9(03) VALUE ZEROS.           00011100
           03  WS-CANT-SUCURSALES      PIC 9(03) VALUE ZEROS.           00011200
           03  WS-CANT-TASAS           PIC 9(03) VALUE ZEROS.           00011300
           03  WS-CANT-COTIZACIONES    PIC 9(03) VALUE ZEROS.           00011400
           03  WS-CANT-FORZADAS        PIC 9(03) VALUE ZEROS.           00011500
           03  WS-CANT-SPREADS         PIC 9(03) VALUE ZEROS.           00011600
           03  WS-GRABADOS             PIC 9(03) VALUE ZEROS.           00011700
           03  WS-CANT-AUDITADOS       PIC 9(05) VALUE ZEROS.           00011800
                                                                        00011900
      *****************************************                         00012000
      *  BANDERAS/FLAGS                       *                         00012100
      *****************************************                         00012200
       01  WS-FLAG-PROCESO          PIC X VALUE 'T'.                    00012300
           88  WS-SI-PROCESO           VALUE 'T'.                       00012400
           88  WS-FIN-PROCESO          VALUE 'F'.                       00012500
                                                                        00012600
       01  WS-FLAG-NOVEDAD          PIC X VALUE 'T'.                    00012700
           88  WS-NOVEDAD-VALIDA       VALUE 'T'.                       00012800
           88  WS-NOVEDAD-RECHAZADA    VALUE 'F'.                       00012900
                                                                        00013000
      *    LA FILA DE LA NOVEDAD YA EXISTE EN SU TABLA                  00013100
       01  WS-FLAG-FILA             PIC X VALUE 'F'.                    00013200
           88  WS-FILA-EXISTE          VALUE 'T'.                       00013300
           88  WS-FILA-NO-EXISTE       VALUE 'F'.                       00013400
                                                                        00013500
      *    HAY COTIZACION ANTERIOR CONTRA LA CUAL MEDIR                 00013600
       01  WS-FLAG-COTIZA-ANT       PIC X VALUE 'F'.                    00013700
           88  WS-COTIZA-ANT-SI        VALUE 'T'.                       00013800
           88  WS-COTIZA-ANT-NO        VALUE 'F'.                       00013900
                                                                        00014000
      *    LA COTIZACION SUPERA EL TOPE Y ENTRA POR FORZADO             00014100
       01  WS-FLAG-FORZADA          PIC X VALUE 'F'.                    00014200
           88  WS-FORZADA-SI           VALUE 'T'.                       00014300
           88  WS-FORZADA-NO           VALUE 'F'.                       00014400
                                                                        00014500
       01  WS-FLAG-FECHA            PIC X VALUE 'T'.                    00014600
           88  WS-FECHA-OK             VALUE 'T'.                       00014700
           88  WS-FECHA-MAL            VALUE 'F'.                       00014800
                                                                        00014900
      *    LA CORRIDA ARRANCO DE VERDAD (FECHA DE PROCESO VALIDA        00015000
      *    Y ARCHIVOS ABIERTOS): SI NO, EL CIERRE NO DEBE GRABAR        00015100
      *    RESUMEN NI CERRAR ARCHIVOS NUNCA ABIERTOS.                   00015200
       01  WS-FLAG-ARRANQUE         PIC X VALUE 'F'.                    00015300
           88  WS-ARRANQUE-OK          VALUE 'T'.                       00015400
           88  WS-ARRANQUE-NO          VALUE 'F'.                       00015500
                                                                        00015600
      *****************************************                         00015700
      *  PARAMETRO DE EJECUCION (SYSIN)       *                         00015800
      *  COL 1-4 VARIACION MAXIMA DE UNA      *                         00015900
      *  COTIZACION CONTRA LA ANTERIOR, EN    *                         00016000
      *  PORCENTAJE 99V99 (0500 = 5,00 PCT)   *                         00016100
      *****************************************                         00016200
       01  WS-PARM-ENTRADA.                                             00016300
           03  WS-PARM-VARIACION    PIC 9(02)V9(02).                    00016400
           03  FILLER               PIC X(76).                          00016500
                                                                        00016600
      *****************************************                         00016700
      *  VALIDACION DE FECHAS AAAA-MM-DD      *                         00016800
      *****************************************                         00016900
       01  WS-FECHA-VALIDAR.                                            00017000
           03  WS-FV-AAAA           PIC X(04).                          00017100
           03  WS-FV-GUION1         PIC X(01).                          00017200
           03  WS-FV-MM             PIC X(02).                          00017300
           03  WS-FV-MM-N REDEFINES WS-FV-MM                            00017400
                                    PIC 9(02).                          00017500
           03  WS-FV-GUION2         PIC X(01).                          00017600
           03  WS-FV-DD             PIC X(02).                          00017700
           03  WS-FV-DD-N REDEFINES WS-FV-DD                            00017800
                                    PIC 9(02).                          00017900
                                                                        00018000
      *****************************************                         00018100
      *  VARIABLES AUXILARES.                *                          00018200
      *****************************************                         00018300
       01 WS-AUXILIARES.                                                00018400
          03  WS-PARRAFO            PIC X(30) VALUE SPACES.             00018500
          03  WS-ARCHIVO-DESC       PIC X(30) VALUE SPACES.             00018600
          03  WS-DB2-TABLA          PIC X(19) VALUE SPACES.             00018700
          03  WS-FECHA-AUX          PIC X(10).                          00018800
          03  WS-CUENTA-LINEA       PIC 9(02) VALUE ZEROS.              00018900
          03  WS-MOTIVO-RECHAZO     PIC X(10) VALUE SPACES.             00019000
          03  WS-FECHA-DB2.                                             00019100
              05 WS-DB2-AAAA        PIC X(04).                          00019200
              05 FILLER             PIC X VALUE '-'.                    00019300
              05 WS-DB2-MM          PIC X(02).                          00019400
              05 FILLER             PIC X VALUE '-'.                    00019500
              05 WS-DB2-DD          PIC X(02).                          00019600
      *    REFERENCIA DE LA NOVEDAD PARA LA AUDITORIA                   00019700
          03  WS-REF-NOVEDAD.                                           00019800
              05 WS-REF-ARCHIVO     PIC X(08) VALUE 'NOVEPARM'.         00019900
              05 FILLER             PIC X(05) VALUE ' REG '.            00020000
              05 WS-REF-NROREG      PIC 9(05) VALUE ZEROS.              00020100
              05 FILLER             PIC X(01) VALUE SPACES.             00020200
              05 WS-REF-TIPNOV      PIC X(01) VALUE SPACES.             00020300
                                                                        00020400
      *****************************************                         00020500
      *   IMPRESION DE TITULOS LISTADO        *                         00020600
      *****************************************                         00020700
       01 WS-LINEA       PIC X(132) VALUE ALL '-'.                      00020800
                                                                        00020900
       01 WS-TITULO.                                                    00021000
          03  FILLER     PIC X(05) VALUE SPACES.                        00021100
          03  WS-TITULO-LEYENDA     PIC X(33) VALUE                     00021200
                     'MANTENIMIENTO DE PARAMETROS      '.               00021300
          03  FILLER                PIC X(28)    VALUE SPACES.          00021400
          03  FILLER                PIC X(10)    VALUE '   FECHA: '.    00021500
          03  WS-FECHA.                                                 00021600
              05  WS-DD             PIC 9(02).                          00021700
              05  FILLER            PIC X       VALUE '/'.              00021800
              05  WS-MM             PIC 9(02).                          00021900
              05  FILLER            PIC X       VALUE '/'.              00022000
              05  WS-AAAA           PIC 9(04).                          00022100
          03  FILLER                PIC X(20)    VALUE SPACES.          00022200
          03  FILLER                PIC X(13)    VALUE 'NRO. PAGINA: '. 00022300
          03  WS-NRO-PAGINA         PIC 9(02)    VALUE ZEROES.          00022400
          03  FILLER                PIC X(08)    VALUE SPACES.          00022500
                                                                        00022600
      ***************************************************               00022700
      *  SUBTITULOS DE LISTADO DE NOVEDADES DE PARAM.   *               00022800
      ***************************************************               00022900
       01 WS-SUBTITULO-NOVEPARM.                                        00023000
          03 FILLER                 PIC X     VALUE '|'.                00023100
          03 FILLER                 PIC X(05) VALUE ' NOV '.            00023200
          03 FILLER                 PIC X     VALUE '|'.                00023300
          03 FILLER                 PIC X(04) VALUE ' TB '.             00023400
          03 FILLER                 PIC X     VALUE '|'.                00023500
          03 FILLER                 PIC X(28) VALUE                     00023600
                         ' CLAVE                      '.                00023700
          03 FILLER                 PIC X     VALUE '|'.                00023800
          03 FILLER                 PIC X(36) VALUE                     00023900
                         ' IMAGEN ANTERIOR                    '.        00024000
          03 FILLER                 PIC X     VALUE '|'.                00024100
          03 FILLER                 PIC X(36) VALUE                     00024200
                         ' IMAGEN POSTERIOR                   '.        00024300
          03 FILLER                 PIC X     VALUE '|'.                00024400
          03 FILLER                 PIC X(12) VALUE ' RESULTADO  '.     00024500
          03 FILLER                 PIC X     VALUE '|'.                00024600
          03 FILLER                 PIC X(04) VALUE SPACES.             00024700
                                                                        00024800
      ****************************************************              00024900
      *   LAYOUT DE DETALLE DE NOVEDAD DE PARAMETROS     *              00025000
      ****************************************************              00025100
       01 WS-REG-SALIDA-NOV.                                            00025200
          03  FILLER              PIC X         VALUE '|'.              00025300
          03  FILLER              PIC X(02)     VALUE SPACES.           00025400
          03  REG-NOV-D-TIPNOV    PIC X         VALUE SPACES.           00025500
          03  FILLER              PIC X(02)     VALUE SPACES.           00025600
          03  FILLER              PIC X         VALUE '|'.              00025700
          03  FILLER              PIC X         VALUE SPACES.           00025800
          03  REG-NOV-D-TABLA     PIC X(02)     VALUE SPACES.           00025900
          03  FILLER              PIC X         VALUE SPACES.           00026000
          03  FILLER              PIC X         VALUE '|'.              00026100
          03  FILLER              PIC X         VALUE SPACES.           00026200
          03  REG-NOV-D-CLAVE     PIC X(26)     VALUE SPACES.           00026300
          03  FILLER              PIC X         VALUE SPACES.           00026400
          03  FILLER              PIC X         VALUE '|'.              00026500
          03  FILLER              PIC X         VALUE SPACES.           00026600
          03  REG-NOV-D-ANTES     PIC X(34)     VALUE SPACES.           00026700
          03  FILLER              PIC X         VALUE SPACES.           00026800
          03  FILLER              PIC X         VALUE '|'.              00026900
          03  FILLER              PIC X         VALUE SPACES.           00027000
          03  REG-NOV-D-DESPUES   PIC X(34)     VALUE SPACES.           00027100
          03  FILLER              PIC X         VALUE SPACES.           00027200
          03  FILLER              PIC X         VALUE '|'.              00027300
          03  FILLER              PIC X         VALUE SPACES.           00027400
          03  REG-NOV-D-RESULTADO PIC X(10)     VALUE SPACES.           00027500
          03  FILLER              PIC X         VALUE SPACES.           00027600
          03  FILLER              PIC X         VALUE '|'.              00027700
          03  FILLER              PIC X(04)     VALUE SPACES.           00027800
                                                                        00027900
      ****************************************************              00028000
      *   CLAVE DE LA FILA PARA EL LISTADO, SEGUN TABLA  *              00028100
      ****************************************************              00028200
       01 WS-CLAVE-LISTADO        PIC X(26).                            00028300
                                                                        00028400
       01 WS-CLAVE-LC REDEFINES WS-CLAVE-LISTADO.                       00028500
          03  WS-CL-LC-TIPCUEN    PIC X(02).                            00028600
          03  FILLER              PIC X(01).                            00028700
          03  WS-CL-LC-NROCUEN    PIC Z(04)9.                           00028800
          03  FILLER              PIC X(18).                            00028900
                                                                        00029000
       01 WS-CLAVE-SU REDEFINES WS-CLAVE-LISTADO.                       00029100
          03  WS-CL-SU-SUCURSAL   PIC Z9.                               00029200
          03  FILLER              PIC X(24).                            00029300
                                                                        00029400
       01 WS-CLAVE-TA REDEFINES WS-CLAVE-LISTADO.                       00029500
          03  WS-CL-TA-TIPCUEN    PIC X(02).                            00029600
          03  FILLER              PIC X(01).                            00029700
          03  WS-CL-TA-FECVIG     PIC X(10).                            00029800
          03  FILLER              PIC X(01).                            00029900
          03  WS-CL-TA-SALDOMIN   PIC ZZ.ZZ9,99-.                       00030000
          03  FILLER              PIC X(02).                            00030100
                                                                        00030200
       01 WS-CLAVE-CZ REDEFINES WS-CLAVE-LISTADO.                       00030300
          03  WS-CL-CZ-MONEDA     PIC X(02).                            00030400
          03  FILLER              PIC X(01).                            00030500
          03  WS-CL-CZ-FECHA      PIC X(10).                            00030600
          03  FILLER              PIC X(13).                            00030700
                                                                        00030800
       01 WS-CLAVE-SP REDEFINES WS-CLAVE-LISTADO.                       00030900
          03  WS-CL-SP-MONEDA     PIC X(02).                            00031000
          03  FILLER              PIC X(01).                            00031100
          03  WS-CL-SP-FECVIG     PIC X(10).                            00031200
          03  FILLER              PIC X(13).                            00031300
                                                                        00031400
      ****************************************************              00031500
      *   IMAGEN DE LA FILA PARA EL LISTADO, SEGUN TABLA *              00031600
      ****************************************************              00031700
       01 WS-VALOR-LISTADO        PIC X(34).                            00031800
                                                                        00031900
       01 WS-VALOR-LC REDEFINES WS-VALOR-LISTADO.                       00032000
          03  FILLER              PIC X(06).                            00032100
          03  WS-VA-LC-LIMDESC    PIC ZZ.ZZ9,99.                        00032200
          03  FILLER              PIC X(19).                            00032300
                                                                        00032400
       01 WS-VALOR-SU REDEFINES WS-VALOR-LISTADO.                       00032500
          03  WS-VA-SU-NOMBRE     PIC X(20).                            00032600
          03  FILLER              PIC X(01).                            00032700
          03  WS-VA-SU-REGION     PIC X(10).                            00032800
          03  FILLER              PIC X(01).                            00032900
          03  WS-VA-SU-ESTADO     PIC X(01).                            00033000
          03  FILLER              PIC X(01).                            00033100
                                                                        00033200
       01 WS-VALOR-TA REDEFINES WS-VALOR-LISTADO.                       00033300
          03  FILLER              PIC X(04).                            00033400
          03  WS-VA-TA-VALOR      PIC ZZ.ZZ9,9999.                      00033500
          03  FILLER              PIC X(19).                            00033600
                                                                        00033700
       01 WS-VALOR-CZ REDEFINES WS-VALOR-LISTADO.                       00033800
          03  FILLER              PIC X(04).                            00033900
          03  WS-VA-CZ-COTIZA     PIC ZZ.ZZ9,9999.                      00034000
          03  FILLER              PIC X(01).                            00034100
          03  WS-VA-CZ-LEYENDA    PIC X(06).                            00034200
          03  WS-VA-CZ-VARIACION  PIC ZZ.ZZ9,99-.                       00034300
          03  WS-VA-CZ-PORC       PIC X(02).                            00034400
                                                                        00034500
       01 WS-VALOR-SP REDEFINES WS-VALOR-LISTADO.                       00034600
          03  FILLER              PIC X(02).                            00034700
          03  WS-VA-SP-LEY-COMPRA PIC X(04).                            00034800
          03  WS-VA-SP-COMPRA     PIC ZZ9,99.                           00034900
          03  FILLER              PIC X(02).                            00035000
          03  WS-VA-SP-LEY-VENTA  PIC X(04).                            00035100
          03  WS-VA-SP-VENTA      PIC ZZ9,99.                           00035200
          03  WS-VA-SP-PORC       PIC X(02).                            00035300
          03  FILLER              PIC X(08).                            00035400
                                                                        00035500
      *****************************************                         00035600
      *   FIN IMPRESION DE TITULOS LISTADO    *                         00035700
      *****************************************                         00035800
       77  FILLER        PIC X(26) VALUE '* VARIABLES SQL          *'.  00035900
                                                                        00036000
      ********************************************************          00036100
      *  AREA DE COPYS                                       *          00036200
      ********************************************************          00036300
                                                                        00036400
      **   COPY DE ARCHIVO DE ENTRADA DE NOVEDADES          **          00036500
      **    COPY NOVEPARM.                                              00036600
       01  NOVEDADES-MANT-PARAMETROS.                                   00036700
      * TABLA 'LC' LIMITES - 'SU' SUCURSALES - 'TA' TASAS               00036800
      *       'CZ' COTIZACIONES - 'SP' SPREADS DE CAMBIO                00036900
           03 NOV-PAR-TABLA            PIC X(2).                        00037000
      * TIPO DE NOVEDAD VALIDO 'A' ALTA - 'M' MODIF - 'B' BAJA          00037100
           03 NOV-PAR-TIPNOV           PIC X(1).                        00037200
           03 NOV-PAR-DATOS            PIC X(77).                       00037300
      * 'LC' LIMITE DE DESCUBIERTO (99999V99, SOLO ALTA/MODIF)          00037400
           03 NOV-PAR-LIMITE REDEFINES NOV-PAR-DATOS.                   00037500
              05 NOV-LC-TIPCUEN        PIC X(2).                        00037600
              05 NOV-LC-NROCUEN        PIC 9(5).                        00037700
              05 NOV-LC-LIMDESC        PIC 9(5)V9(2).                   00037800
              05 FILLER                PIC X(63).                       00037900
      * 'SU' SUCURSAL (ESTADO 'A' ACTIVA / 'C' CERRADA; EN EL           00038000
      *      ALTA EN BLANCO = 'A')                                      00038100
           03 NOV-PAR-SUCURSAL REDEFINES NOV-PAR-DATOS.                 00038200
              05 NOV-SU-SUCURSAL       PIC 9(2).                        00038300
              05 NOV-SU-NOMBRE         PIC X(20).                       00038400
              05 NOV-SU-REGION         PIC X(10).                       00038500
              05 NOV-SU-ESTADO         PIC X(1).                        00038600
              05 FILLER                PIC X(44).                       00038700
      * 'TA' TRAMO DE TASA (FECVIG AAAA-MM-DD, SALDOMIN CON SIGNO       00038800
      *      '-' / '+' / BLANCO Y 99999V99, VALOR 99999V9999)           00038900
           03 NOV-PAR-TASA REDEFINES NOV-PAR-DATOS.                     00039000
              05 NOV-TA-TIPCUEN        PIC X(2).                        00039100
              05 NOV-TA-FECVIG         PIC X(10).                       00039200
              05 NOV-TA-SIGNO          PIC X(1).                        00039300
              05 NOV-TA-SALDOMIN       PIC 9(5)V9(2).                   00039400
              05 NOV-TA-VALOR          PIC 9(5)V9(4).                   00039500
              05 FILLER                PIC X(48).                       00039600
      * 'CZ' COTIZACION (FECHA AAAA-MM-DD, COTIZA 99999V9999,           00039700
      *      FORZAR 'S' ACEPTA UNA VARIACION MAYOR AL TOPE)             00039800
           03 NOV-PAR-COTIZA REDEFINES NOV-PAR-DATOS.                   00039900
              05 NOV-CZ-MONEDA         PIC X(2).                        00040000
              05 NOV-CZ-FECHA          PIC X(10).                       00040100
              05 NOV-CZ-COTIZA         PIC 9(5)V9(4).                   00040200
              05 NOV-CZ-FORZAR         PIC X(1).                        00040300
              05 FILLER                PIC X(55).                       00040400
      * 'SP' SPREAD DE CAMBIO (FECVIG AAAA-MM-DD, SPREADS DE COMPRA Y   00040500
      *      DE VENTA EN PORCENTAJE 999V99)                             00040600
           03 NOV-PAR-SPREAD REDEFINES NOV-PAR-DATOS.                   00040700
              05 NOV-SP-MONEDA         PIC X(2).                        00040800
              05 NOV-SP-FECVIG         PIC X(10).                       00040900
              05 NOV-SP-SPRCOMPRA      PIC 9(3)V9(2).                   00041000
              05 NOV-SP-SPRVENTA       PIC 9(3)V9(2).                   00041100
              05 FILLER                PIC X(55).                       00041200
                                                                        00041300
      **   COPY DE IMAGENES DE FILA PARA LA AUDITORIA       **          00041400
      **   DE DATOS MAESTROS (TBAUDMAE IMGANT / IMGPOS)     **          00041500
      **    COPY IMGAUDIT.                                              00041600
       01  WS-IMAGEN-AUDITORIA         PIC X(80).                       00041700
      * TBCURCLI                                                        00041800
       01  IMG-CLIENTE REDEFINES WS-IMAGEN-AUDITORIA.                   00041900
           03 IMG-CLI-TIPDOC           PIC X(2).                        00042000
           03 IMG-CLI-NRODOC           PIC 9(11).                       00042100
           03 IMG-CLI-NROCLI           PIC 9(3).                        00042200
           03 IMG-CLI-NOMAPE           PIC X(30).                       00042300
           03 IMG-CLI-FECNAC           PIC X(10).                       00042400
           03 IMG-CLI-SEXO             PIC X(1).                        00042500
           03 FILLER                   PIC X(23).                       00042600
      * TBCURCTA (SIN SALDO: LOS MOVIMIENTOS SE RASTREAN EN TBMOVHIS)   00042700
       01  IMG-CUENTA REDEFINES WS-IMAGEN-AUDITORIA.                    00042800
           03 IMG-CTA-TIPCUEN          PIC X(2).                        00042900
           03 IMG-CTA-NROCUEN          PIC 9(5).                        00043000
           03 IMG-CTA-SUCUEN           PIC 9(2).                        00043100
           03 IMG-CTA-NROCLI           PIC 9(3).                        00043200
           03 IMG-CTA-MONEDA           PIC X(2).                        00043300
           03 FILLER                   PIC X(66).                       00043400
      * TBESTCLI                                                        00043500
       01  IMG-ESTADO-CLI REDEFINES WS-IMAGEN-AUDITORIA.                00043600
           03 IMG-ECL-NROCLI           PIC 9(3).                        00043700
           03 IMG-ECL-ESTADO           PIC X(1).                        00043800
           03 IMG-ECL-MOTIVO           PIC X(10).                       00043900
           03 IMG-ECL-FECESTADO        PIC X(10).                       00044000
           03 FILLER                   PIC X(56).                       00044100
      * TBESTCTA                                                        00044200
       01  IMG-ESTADO-CTA REDEFINES WS-IMAGEN-AUDITORIA.                00044300
           03 IMG-ECT-TIPCUEN          PIC X(2).                        00044400
           03 IMG-ECT-NROCUEN          PIC 9(5).                        00044500
           03 IMG-ECT-ESTADO           PIC X(1).                        00044600
           03 IMG-ECT-FECESTADO        PIC X(10).                       00044700
           03 FILLER                   PIC X(62).                       00044800
      * TBDOMCLI                                                        00044900
       01  IMG-DOMICILIO REDEFINES WS-IMAGEN-AUDITORIA.                 00045000
           03 IMG-DOM-NROCLI           PIC 9(3).                        00045100
           03 IMG-DOM-DOMICILIO        PIC X(30).                       00045200
           03 IMG-DOM-EMAIL            PIC X(25).                       00045300
           03 IMG-DOM-SUCURSAL         PIC 9(2).                        00045400
           03 IMG-DOM-FECALTA          PIC X(10).                       00045500
           03 IMG-DOM-AVISOS           PIC X(1).                        00045600
           03 FILLER                   PIC X(9).                        00045700
      * TBLIMCTA                                                        00045800
       01  IMG-LIMITE REDEFINES WS-IMAGEN-AUDITORIA.                    00045900
           03 IMG-LIM-TIPCUEN          PIC X(2).                        00046000
           03 IMG-LIM-NROCUEN          PIC 9(5).                        00046100
           03 IMG-LIM-LIMDESC          PIC 9(5)V9(2).                   00046200
           03 FILLER                   PIC X(66).                       00046210
      * TBEXEIMP                                                        00046220
       01  IMG-EXENCION REDEFINES WS-IMAGEN-AUDITORIA.                  00046230
           03 IMG-EXE-NROCLI           PIC 9(3).                        00046240
           03 IMG-EXE-FECDESDE         PIC X(10).                       00046250
           03 IMG-EXE-FECHASTA         PIC X(10).                       00046260
           03 IMG-EXE-CERTIF           PIC X(20).                       00046270
           03 FILLER                   PIC X(37).                       00046300
                                                                        00046400
      ********************************************************          00046500
      *  AREA DE COMUNICACION Y DEFINICION SQL DB2           *          00046600
      ********************************************************          00046700
            EXEC SQL                                                    00046800
              INCLUDE SQLCA                                             00046900
            END-EXEC.                                                   00047000
                                                                        00047100
            EXEC SQL                                                    00047200
              INCLUDE TBLIMCTA                                          00047300
            END-EXEC.                                                   00047400
            EXEC SQL                                                    00047500
              INCLUDE TBSUCURS                                          00047600
            END-EXEC.                                                   00047700
            EXEC SQL                                                    00047800
              INCLUDE TBTASAS                                           00047900
            END-EXEC.                                                   00048000
            EXEC SQL                                                    00048100
              INCLUDE TBCOTIZA                                          00048200
            END-EXEC.                                                   00048300
            EXEC SQL                                                    00048400
              INCLUDE TBSPRCAM                                          00048500
            END-EXEC.                                                   00048600
            EXEC SQL                                                    00048700
              INCLUDE TBCURCTA                                          00048800
            END-EXEC.                                                   00048900
            EXEC SQL                                                    00049000
              INCLUDE TBCALEND                                          00049100
            END-EXEC.                                                   00049200
            EXEC SQL                                                    00049300
              INCLUDE TBAUDMAE                                          00049400
            END-EXEC.                                                   00049500
                                                                        00049600
       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.  00049700
                                                                        00049800
      ***************************************************************.  00049900
       PROCEDURE DIVISION.                                              00050000
      **************************************                            00050100
      *  CUERPO PRINCIPAL DEL PROGRAMA     *                            00050200
      **************************************                            00050300
       MAIN-PROGRAM.                                                    00050400
                                                                        00050500
           PERFORM 1000-I-INICIO   THRU                                 00050600
                   1000-F-INICIO.                                       00050700
                                                                        00050800
           PERFORM 2000-I-PROCESO                                       00050900
              THRU 2000-F-PROCESO                                       00051000
             UNTIL WS-FIN-PROCESO.                                      00051100
                                                                        00051200
           PERFORM 9999-I-FINAL    THRU                                 00051300
                   9999-F-FINAL.                                        00051400
                                                                        00051500
       F-MAIN-PROGRAM. GOBACK.                                          00051600
                                                                        00051700
      **************************************                            00051800
      *  CUERPO INICIO APERTURA ARCHIVOS   *                            00051900
      **************************************                            00052000
       1000-I-INICIO.                                                   00052100
                                                                        00052200
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-AUX                   00052300
           MOVE WS-FECHA-AUX(1:4)     TO WS-AAAA                        00052400
           MOVE WS-FECHA-AUX(5:2)     TO WS-MM                          00052500
           MOVE WS-FECHA-AUX(7:2)     TO WS-DD                          00052600
           MOVE 99 TO WS-CUENTA-LINEA                                   00052700
                                                                        00052800
           SET WS-SI-PROCESO TO TRUE                                    00052900
           PERFORM 1015-I-OBTENER-FECHA-PROCESO                         00053000
              THRU 1015-F-OBTENER-FECHA-PROCESO                         00053100
           IF WS-FIN-PROCESO                                            00053200
              GO TO 1000-F-INICIO                                       00053300
           END-IF                                                       00053400
                                                                        00053500
           PERFORM 1030-I-NUMERAR-AUDITORIA                             00053600
              THRU 1030-F-NUMERAR-AUDITORIA                             00053700
           IF WS-FIN-PROCESO                                            00053800
              GO TO 1000-F-INICIO                                       00053900
           END-IF                                                       00054000
                                                                        00054100
           PERFORM 1005-I-LEER-PARM                                     00054200
              THRU 1005-F-LEER-PARM                                     00054300
           IF WS-FIN-PROCESO                                            00054400
              GO TO 1000-F-INICIO                                       00054500
           END-IF                                                       00054600
                                                                        00054700
           PERFORM 8000-I-APERTURA-ARCHIVOS                             00054800
              THRU 8000-F-APERTURA-ARCHIVOS                             00054900
                                                                        00055000
           IF FS-ENTRADA = '00' AND  FS-SALIDA  = '00'                  00055100
                                AND  FS-RECHAZOS = '00'                 00055200
              PERFORM 8005-I-LECTURA-INICIAL                            00055300
                 THRU 8005-F-LECTURA-INICIAL                            00055400
              SET WS-ARRANQUE-OK TO TRUE                                00055500
           ELSE                                                         00055600
              DISPLAY '*********************************'               00055700
              DISPLAY '* ERROR EN APERTURA DE ARCHIVOS *'               00055800
              DISPLAY '* MANTENIMIENTO CANCELADO       *'               00055900
              DISPLAY '*********************************'               00056000
              SET WS-FIN-PROCESO TO TRUE                                00056100
           END-IF                                                       00056200
           .                                                            00056300
       1000-F-INICIO.   EXIT.                                           00056400
                                                                        00056500
      **************************************                            00056600
      *  LECTURA DE PARAMETRO DE EJECUCION *                            00056700
      **************************************                            00056800
       1005-I-LEER-PARM.                                                00056900
                                                                        00057000
           MOVE '1005-I-LEER-PARM' TO WS-PARRAFO                        00057100
                                                                        00057200
           MOVE SPACES TO WS-PARM-ENTRADA                               00057300
           ACCEPT WS-PARM-ENTRADA FROM SYSIN                            00057400
                                                                        00057500
           IF WS-PARM-VARIACION NOT NUMERIC                             00057600
              DISPLAY '*****************************************'       00057700
              DISPLAY '* TARJETA SYSIN INVALIDA                *'       00057800
              DISPLAY '* COL 1-4 VARIACION MAXIMA 99V99        *'       00057900
              DISPLAY '*****************************************'       00058000
              MOVE 9999 TO RETURN-CODE                                  00058100
              SET WS-FIN-PROCESO TO TRUE                                00058200
              GO TO 1005-F-LEER-PARM                                    00058300
           END-IF                                                       00058400
                                                                        00058500
           DISPLAY '* VARIACION MAXIMA COTIZACION: '                    00058600
                   WS-PARM-VARIACION ' PCT'                             00058700
           .                                                            00058800
       1005-F-LEER-PARM. EXIT.                                          00058900
                                                                        00059000
      ***********************************************************       00059100
      *  FECHA DE PROCESO DE LA CADENA (TBCALEND):              *       00059200
      *  SE PROCESA Y ESTAMPA CON LA FECHA MARCADA FECPROC='S', *       00059300
      *  Y SE RECHAZA LA CORRIDA SI NO HAY FECHA MARCADA O SI   *       00059400
      *  LA FECHA MARCADA NO ES DIA HABIL.                      *       00059500
      ***********************************************************       00059600
       1015-I-OBTENER-FECHA-PROCESO.                                    00059700
                                                                        00059800
           MOVE '1015-I-OBTENER-FECHA-PROC' TO WS-PARRAFO.              00059900
                                                                        00060000
           EXEC SQL                                                     00060100
              SELECT FECHA,                                             00060200
                     DIAHABIL                                           00060300
                INTO :CA-FECHA,                                         00060400
                     :CA-DIAHABIL                                       00060500
                FROM KC02803.TBCALEND                                   00060600
               WHERE FECPROC = 'S'                                      00060700
           END-EXEC                                                     00060800
                                                                        00060900
           EVALUATE TRUE                                                00061000
           WHEN SQLCODE EQUAL ZEROS                                     00061100
                IF CA-DIAHABIL NOT = 'S'                                00061200
                   DISPLAY '*****************************************'  00061300
                   DISPLAY '* LA FECHA DE PROCESO MARCADA EN        *'  00061400
                   DISPLAY '* TBCALEND NO ES UN DIA HABIL           *'  00061500
                   DISPLAY '* FECHA : ' CA-FECHA                        00061600
                   DISPLAY '* LA CORRIDA SE RECHAZA                 *'  00061700
                   DISPLAY '*****************************************'  00061800
                   MOVE 9999 TO RETURN-CODE                             00061900
                   SET  WS-FIN-PROCESO TO TRUE                          00062000
                ELSE                                                    00062100
                   MOVE CA-FECHA(1:4)  TO WS-AAAA                       00062200
                   MOVE CA-FECHA(6:2)  TO WS-MM                         00062300
                   MOVE CA-FECHA(9:2)  TO WS-DD                         00062400
                   MOVE CA-FECHA       TO WS-FECHA-DB2                  00062500
                END-IF                                                  00062600
           WHEN SQLCODE EQUAL +100                                      00062700
                DISPLAY '*****************************************'     00062800
                DISPLAY '* NO HAY FECHA DE PROCESO MARCADA EN    *'     00062900
                DISPLAY '* TBCALEND (FECPROC = S)                *'     00063000
                DISPLAY '* LA CORRIDA SE RECHAZA                 *'     00063100
                DISPLAY '*****************************************'     00063200
                MOVE 9999 TO RETURN-CODE                                00063300
                SET  WS-FIN-PROCESO TO TRUE                             00063400
           WHEN OTHER                                                   00063500
                MOVE SQLCODE   TO WS-SQLCODE                            00063600
                DISPLAY '************************************'          00063700
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00063800
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00063900
                DISPLAY '************************************'          00064000
                DISPLAY '* TABLA       : CALENDARIO TBCALEND*'          00064100
                DISPLAY '* DESCRIPCION : FECHA DE PROCESO   *'          00064200
                DISPLAY '************************************'          00064300
                MOVE 9999 TO RETURN-CODE                                00064400
                SET  WS-FIN-PROCESO TO TRUE                             00064500
           END-EVALUATE.                                                00064600
                                                                        00064700
       1015-F-OBTENER-FECHA-PROCESO. EXIT.                              00064800
                                                                        00064900
      ***********************************************************       00065000
      *  NUMERACION DE LA AUDITORIA: SE CONTINUA DESDE EL       *       00065100
      *  ULTIMO NROAUD DEL PROGRAMA EN LA FECHA DE PROCESO,     *       00065200
      *  ASI UNA RECORRIDA DEL DIA NO PISA LAS FILAS GRABADAS.  *       00065300
      ***********************************************************       00065400
       1030-I-NUMERAR-AUDITORIA.                                        00065500
                                                                        00065600
           MOVE '1030-I-NUMERAR-AUDITORIA' TO WS-PARRAFO                00065700
           MOVE 'AUDIT. - TBAUDMAE  ' TO WS-DB2-TABLA                   00065800
                                                                        00065900
           MOVE WS-FECHA-DB2  TO AU-FECPROC                             00066000
           MOVE 'EXAMEN23'    TO AU-PROGRAMA                            00066100
                                                                        00066200
           EXEC SQL                                                     00066300
              SELECT COALESCE(MAX(NROAUD), 0)                           00066400
                INTO :WS-NRO-AUDITORIA                                  00066500
                FROM KC02803.TBAUDMAE                                   00066600
               WHERE FECPROC  = :AU-FECPROC                             00066700
                 AND PROGRAMA = :AU-PROGRAMA                            00066800
           END-EXEC                                                     00066900
                                                                        00067000
           IF  SQLCODE NOT EQUAL ZEROS                                  00067100
                PERFORM 9995-I-ERROR-DB2                                00067200
                   THRU 9995-F-ERROR-DB2                                00067300
           END-IF                                                       00067400
           .                                                            00067500
       1030-F-NUMERAR-AUDITORIA. EXIT.                                  00067600
                                                                        00067700
      **************************************                            00067800
      *  CUERPO PRINCIPAL DEL PROGRAMA     *                            00067900
      **************************************                            00068000
       2000-I-PROCESO.                                                  00068100
                                                                        00068200
           SET WS-NOVEDAD-VALIDA TO TRUE                                00068300
           SET WS-FILA-NO-EXISTE TO TRUE                                00068400
           SET WS-FORZADA-NO     TO TRUE                                00068500
           MOVE SPACES TO WS-MOTIVO-RECHAZO                             00068600
           MOVE SPACES TO REG-NOV-D-CLAVE                               00068700
                          REG-NOV-D-ANTES                               00068800
                          REG-NOV-D-DESPUES                             00068900
                                                                        00069000
           PERFORM 2100-I-VALIDAR-NOVEDAD                               00069100
              THRU 2100-F-VALIDAR-NOVEDAD                               00069200
                                                                        00069300
           IF WS-NOVEDAD-VALIDA                                         00069400
              EVALUATE NOV-PAR-TABLA                                    00069500
              WHEN 'LC'                                                 00069600
                   PERFORM 2200-I-PROCESAR-LIMITE                       00069700
                      THRU 2200-F-PROCESAR-LIMITE                       00069800
              WHEN 'SU'                                                 00069900
                   PERFORM 2300-I-PROCESAR-SUCURSAL                     00070000
                      THRU 2300-F-PROCESAR-SUCURSAL                     00070100
              WHEN 'TA'                                                 00070200
                   PERFORM 2400-I-PROCESAR-TASA                         00070300
                      THRU 2400-F-PROCESAR-TASA                         00070400
              WHEN 'CZ'                                                 00070500
                   PERFORM 2500-I-PROCESAR-COTIZA                       00070600
                      THRU 2500-F-PROCESAR-COTIZA                       00070700
              WHEN 'SP'                                                 00070800
                   PERFORM 2560-I-PROCESAR-SPREAD                       00070900
                      THRU 2560-F-PROCESAR-SPREAD                       00071000
              END-EVALUATE                                              00071100
           END-IF                                                       00071200
                                                                        00071300
           IF WS-NOVEDAD-RECHAZADA                                      00071400
              PERFORM 2600-I-GRABAR-RECHAZO                             00071500
                 THRU 2600-F-GRABAR-RECHAZO                             00071600
           END-IF                                                       00071700
                                                                        00071800
           PERFORM 2900-I-ARMAR-REG-SALIDA-NOV                          00071900
              THRU 2900-F-ARMAR-REG-SALIDA-NOV                          00072000
                                                                        00072100
           PERFORM 3000-I-GRABAR-LISTADO                                00072200
              THRU 3000-F-GRABAR-LISTADO                                00072300
                                                                        00072400
      *    VOY A LEER EL SIGUIENTE REGISTRO DE NOVEDADES.               00072500
           PERFORM 8050-I-LEER-ENTRADA                                  00072600
              THRU 8050-F-LEER-ENTRADA                                  00072700
           .                                                            00072800
       2000-F-PROCESO. EXIT.                                            00072900
                                                                        00073000
      ***********************************************************       00073100
      *  VALIDACION COMUN DE LA NOVEDAD (TABLA Y TIPO DE        *       00073200
      *  NOVEDAD); LAS VALIDACIONES PROPIAS DE CADA TABLA SE    *       00073300
      *  HACEN EN SU PARRAFO DE PROCESO                         *       00073400
      ***********************************************************       00073500
       2100-I-VALIDAR-NOVEDAD.                                          00073600
                                                                        00073700
           IF NOV-PAR-TABLA NOT = 'LC' AND                              00073800
              NOV-PAR-TABLA NOT = 'SU' AND                              00073900
              NOV-PAR-TABLA NOT = 'TA' AND                              00074000
              NOV-PAR-TABLA NOT = 'CZ' AND                              00074100
              NOV-PAR-TABLA NOT = 'SP'                                  00074200
                MOVE 'TABLA INV ' TO WS-MOTIVO-RECHAZO                  00074300
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00074400
                GO TO 2100-F-VALIDAR-NOVEDAD                            00074500
           END-IF                                                       00074600
                                                                        00074700
           IF NOV-PAR-TIPNOV NOT = 'A' AND                              00074800
              NOV-PAR-TIPNOV NOT = 'M' AND                              00074900
              NOV-PAR-TIPNOV NOT = 'B'                                  00075000
                MOVE 'TIPNOV INV' TO WS-MOTIVO-RECHAZO                  00075100
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00075200
           END-IF                                                       00075300
           .                                                            00075400
       2100-F-VALIDAR-NOVEDAD. EXIT.                                    00075500
                                                                        00075600
      ***********************************************************       00075700
      *  'LC' LIMITE DE DESCUBIERTO EN TBLIMCTA                 *       00075800
      *  SOLO PARA UNA CUENTA EXISTENTE EN TBCURCTA (LA BAJA    *       00075900
      *  DE LA CUENTA EN EXAMEN13 YA BORRA SU LIMITE)           *       00076000
      ***********************************************************       00076100
       2200-I-PROCESAR-LIMITE.                                          00076200
                                                                        00076300
           IF NOV-LC-TIPCUEN NOT = '01' AND                             00076400
              NOV-LC-TIPCUEN NOT = '02'                                 00076500
                MOVE 'TIPCUENINV' TO WS-MOTIVO-RECHAZO                  00076600
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00076700
                GO TO 2200-F-PROCESAR-LIMITE                            00076800
           END-IF                                                       00076900
                                                                        00077000
           IF NOV-LC-NROCUEN NOT NUMERIC OR                             00077100
              NOV-LC-NROCUEN = ZEROS                                    00077200
                MOVE 'NUMERO INV' TO WS-MOTIVO-RECHAZO                  00077300
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00077400
                GO TO 2200-F-PROCESAR-LIMITE                            00077500
           END-IF                                                       00077600
                                                                        00077700
           MOVE SPACES          TO WS-CLAVE-LISTADO                     00077800
           MOVE NOV-LC-TIPCUEN  TO WS-CL-LC-TIPCUEN                     00077900
           MOVE NOV-LC-NROCUEN  TO WS-CL-LC-NROCUEN                     00078000
           MOVE WS-CLAVE-LISTADO TO REG-NOV-D-CLAVE                     00078100
                                                                        00078200
           IF NOV-PAR-TIPNOV NOT = 'B'                                  00078300
              IF NOV-LC-LIMDESC NOT NUMERIC                             00078400
                 MOVE 'LIMITE INV' TO WS-MOTIVO-RECHAZO                 00078500
                 SET WS-NOVEDAD-RECHAZADA TO TRUE                       00078600
                 GO TO 2200-F-PROCESAR-LIMITE                           00078700
              END-IF                                                    00078800
              MOVE SPACES          TO WS-VALOR-LISTADO                  00078900
              MOVE NOV-LC-LIMDESC  TO WS-VA-LC-LIMDESC                  00079000
              MOVE WS-VALOR-LISTADO TO REG-NOV-D-DESPUES                00079100
           END-IF                                                       00079200
                                                                        00079300
           MOVE NOV-LC-TIPCUEN TO LC-TIPCUEN                            00079400
           MOVE NOV-LC-NROCUEN TO LC-NROCUEN                            00079500
           PERFORM 8600-I-CONSULTAR-LIMITE                              00079600
              THRU 8600-F-CONSULTAR-LIMITE                              00079700
           IF WS-FIN-PROCESO                                            00079800
              GO TO 2200-F-PROCESAR-LIMITE                              00079900
           END-IF                                                       00080000
                                                                        00080100
      *    IMAGEN ANTERIOR PARA LA AUDITORIA (EN BLANCO EN EL ALTA)     00080200
           MOVE SPACES TO AU-IMGANT                                     00080300
           IF WS-FILA-EXISTE                                            00080400
              MOVE SPACES          TO WS-VALOR-LISTADO                  00080500
              MOVE LC-LIMDESC      TO WS-VA-LC-LIMDESC                  00080600
              MOVE WS-VALOR-LISTADO TO REG-NOV-D-ANTES                  00080700
              PERFORM 8480-I-IMAGEN-LIMITE                              00080800
                 THRU 8480-F-IMAGEN-LIMITE                              00080900
              MOVE WS-IMAGEN-AUDITORIA TO AU-IMGANT                     00081000
           END-IF                                                       00081100
                                                                        00081200
           EVALUATE NOV-PAR-TIPNOV                                      00081300
           WHEN 'A'                                                     00081400
                IF WS-FILA-EXISTE                                       00081500
                   MOVE 'YA EXISTE ' TO WS-MOTIVO-RECHAZO               00081600
                   SET WS-NOVEDAD-RECHAZADA TO TRUE                     00081700
                   GO TO 2200-F-PROCESAR-LIMITE                         00081800
                END-IF                                                  00081900
                PERFORM 8510-I-CONSULTAR-CUENTA                         00082000
                   THRU 8510-F-CONSULTAR-CUENTA                         00082100
                IF WS-FIN-PROCESO                                       00082200
                   GO TO 2200-F-PROCESAR-LIMITE                         00082300
                END-IF                                                  00082400
                IF WS-CANT-CTA-EXISTE = ZEROS                           00082500
                   MOVE 'CTA NO EXI' TO WS-MOTIVO-RECHAZO               00082600
                   SET WS-NOVEDAD-RECHAZADA TO TRUE                     00082700
                   GO TO 2200-F-PROCESAR-LIMITE                         00082800
                END-IF                                                  00082900
           WHEN OTHER                                                   00083000
                IF WS-FILA-NO-EXISTE                                    00083100
                   MOVE 'NO EXISTE ' TO WS-MOTIVO-RECHAZO               00083200
                   SET WS-NOVEDAD-RECHAZADA TO TRUE                     00083300
                   GO TO 2200-F-PROCESAR-LIMITE                         00083400
                END-IF                                                  00083500
           END-EVALUATE                                                 00083600
                                                                        00083700
           MOVE 'LIMITES - TBLIMCTA ' TO WS-DB2-TABLA                   00083800
           MOVE NOV-LC-LIMDESC TO LC-LIMDESC                            00083900
                                                                        00084000
           EVALUATE NOV-PAR-TIPNOV                                      00084100
           WHEN 'A'                                                     00084200
                MOVE '2200-I-ALTA-LIMITE' TO WS-PARRAFO                 00084300
                EXEC SQL                                                00084400
                   INSERT INTO KC02803.TBLIMCTA                         00084500
                          (TIPCUEN, NROCUEN, LIMDESC)                   00084600
                   VALUES (:LC-TIPCUEN,                                 00084700
                           :LC-NROCUEN,                                 00084800
                           :LC-LIMDESC)                                 00084900
                END-EXEC                                                00085000
           WHEN 'M'                                                     00085100
                MOVE '2200-I-MODIF-LIMITE' TO WS-PARRAFO                00085200
                EXEC SQL                                                00085300
                   UPDATE KC02803.TBLIMCTA                              00085400
                      SET LIMDESC = :LC-LIMDESC                         00085500
                    WHERE TIPCUEN = :LC-TIPCUEN                         00085600
                      AND NROCUEN = :LC-NROCUEN                         00085700
                END-EXEC                                                00085800
           WHEN 'B'                                                     00085900
                MOVE '2200-I-BAJA-LIMITE' TO WS-PARRAFO                 00086000
                EXEC SQL                                                00086100
                   DELETE FROM KC02803.TBLIMCTA                         00086200
                    WHERE TIPCUEN = :LC-TIPCUEN                         00086300
                      AND NROCUEN = :LC-NROCUEN                         00086400
                END-EXEC                                                00086500
           END-EVALUATE                                                 00086600
                                                                        00086700
           PERFORM 2700-I-CONTAR-APLICADA                               00086800
              THRU 2700-F-CONTAR-APLICADA                               00086900
           IF WS-NOVEDAD-VALIDA                                         00087000
              ADD 1 TO WS-CANT-LIMITES                                  00087100
              PERFORM 2250-I-AUDITAR-LIMITE                             00087200
                 THRU 2250-F-AUDITAR-LIMITE                             00087300
           END-IF                                                       00087400
           .                                                            00087500
       2200-F-PROCESAR-LIMITE. EXIT.                                    00087600
                                                                        00087700
      ***********************************************************       00087800
      *  AUDITORIA DEL CAMBIO DE LIMITE APLICADO: LA IMAGEN     *       00087900
      *  POSTERIOR QUEDA EN BLANCO EN LA BAJA. LA CLAVE LLEVA   *       00088000
      *  EL TITULAR DE LA CUENTA PARA LA REVISION POR CLIENTE.  *       00088100
      ***********************************************************       00088200
       2250-I-AUDITAR-LIMITE.                                           00088300
                                                                        00088400
           MOVE SPACES TO AU-IMGPOS                                     00088500
           IF NOV-PAR-TIPNOV NOT = 'B'                                  00088600
              PERFORM 8480-I-IMAGEN-LIMITE                              00088700
                 THRU 8480-F-IMAGEN-LIMITE                              00088800
              MOVE WS-IMAGEN-AUDITORIA TO AU-IMGPOS                     00088900
           END-IF                                                       00089000
                                                                        00089100
           PERFORM 8520-I-TITULAR-CUENTA                                00089200
              THRU 8520-F-TITULAR-CUENTA                                00089300
           IF WS-FIN-PROCESO                                            00089400
              GO TO 2250-F-AUDITAR-LIMITE                               00089500
           END-IF                                                       00089600
                                                                        00089700
           MOVE 'TBLIMCTA'     TO AU-TABLA                              00089800
           MOVE NOV-PAR-TIPNOV TO AU-OPERACION                          00089900
           PERFORM 8450-I-GRABAR-AUDITORIA                              00090000
              THRU 8450-F-GRABAR-AUDITORIA                              00090100
           .                                                            00090200
       2250-F-AUDITAR-LIMITE. EXIT.                                     00090300
                                                                        00090400
      ***********************************************************       00090500
      *  'SU' SUCURSAL EN TBSUCURS                              *       00090600
      *  EL CIERRE ('C') Y LA BAJA SE RECHAZAN MIENTRAS LA      *       00090700
      *  SUCURSAL TENGA CUENTAS EN TBCURCTA: EXAMEN2 LES        *       00090800
      *  RECHAZARIA TODOS LOS MOVIMIENTOS.                      *       00090900
      ***********************************************************       00091000
       2300-I-PROCESAR-SUCURSAL.                                        00091100
                                                                        00091200
           IF NOV-SU-SUCURSAL NOT NUMERIC OR                            00091300
              NOV-SU-SUCURSAL = ZEROS                                   00091400
                MOVE 'NUMERO INV' TO WS-MOTIVO-RECHAZO                  00091500
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00091600
                GO TO 2300-F-PROCESAR-SUCURSAL                          00091700
           END-IF                                                       00091800
                                                                        00091900
           MOVE SPACES           TO WS-CLAVE-LISTADO                    00092000
           MOVE NOV-SU-SUCURSAL  TO WS-CL-SU-SUCURSAL                   00092100
           MOVE WS-CLAVE-LISTADO TO REG-NOV-D-CLAVE                     00092200
                                                                        00092300
           IF NOV-PAR-TIPNOV = 'A' AND NOV-SU-ESTADO = SPACES           00092400
              MOVE 'A' TO NOV-SU-ESTADO                                 00092500
           END-IF                                                       00092600
                                                                        00092700
           IF NOV-PAR-TIPNOV NOT = 'B'                                  00092800
              MOVE SPACES           TO WS-VALOR-LISTADO                 00092900
              MOVE NOV-SU-NOMBRE    TO WS-VA-SU-NOMBRE                  00093000
              MOVE NOV-SU-REGION    TO WS-VA-SU-REGION                  00093100
              MOVE NOV-SU-ESTADO    TO WS-VA-SU-ESTADO                  00093200
              MOVE WS-VALOR-LISTADO TO REG-NOV-D-DESPUES                00093300
              IF NOV-SU-NOMBRE = SPACES OR                              00093400
                 NOV-SU-REGION = SPACES                                 00093500
                 MOVE 'NOMBRE INV' TO WS-MOTIVO-RECHAZO                 00093600
                 SET WS-NOVEDAD-RECHAZADA TO TRUE                       00093700
                 GO TO 2300-F-PROCESAR-SUCURSAL                         00093800
              END-IF                                                    00093900
              IF NOV-SU-ESTADO NOT = 'A' AND                            00094000
                 NOV-SU-ESTADO NOT = 'C'                                00094100
                 MOVE 'ESTADO INV' TO WS-MOTIVO-RECHAZO                 00094200
                 SET WS-NOVEDAD-RECHAZADA TO TRUE                       00094300
                 GO TO 2300-F-PROCESAR-SUCURSAL                         00094400
              END-IF                                                    00094500
           END-IF                                                       00094600
                                                                        00094700
           MOVE NOV-SU-SUCURSAL TO SU-SUCURSAL                          00094800
           PERFORM 8700-I-CONSULTAR-SUCURSAL                            00094900
              THRU 8700-F-CONSULTAR-SUCURSAL                            00095000
           IF WS-FIN-PROCESO                                            00095100
              GO TO 2300-F-PROCESAR-SUCURSAL                            00095200
           END-IF                                                       00095300
                                                                        00095400
           IF WS-FILA-EXISTE                                            00095500
              MOVE SPACES           TO WS-VALOR-LISTADO                 00095600
              MOVE SU-NOMBRE        TO WS-VA-SU-NOMBRE                  00095700
              MOVE SU-REGION        TO WS-VA-SU-REGION                  00095800
              MOVE SU-ESTADO        TO WS-VA-SU-ESTADO                  00095900
              MOVE WS-VALOR-LISTADO TO REG-NOV-D-ANTES                  00096000
           END-IF                                                       00096100
                                                                        00096200
           EVALUATE TRUE                                                00096300
           WHEN NOV-PAR-TIPNOV = 'A' AND WS-FILA-EXISTE                 00096400
                MOVE 'YA EXISTE ' TO WS-MOTIVO-RECHAZO                  00096500
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00096600
                GO TO 2300-F-PROCESAR-SUCURSAL                          00096700
           WHEN NOV-PAR-TIPNOV NOT = 'A' AND WS-FILA-NO-EXISTE          00096800
                MOVE 'NO EXISTE ' TO WS-MOTIVO-RECHAZO                  00096900
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00097000
                GO TO 2300-F-PROCESAR-SUCURSAL                          00097100
           WHEN NOV-PAR-TIPNOV = 'B'                                    00097200
           WHEN NOV-PAR-TIPNOV = 'M' AND NOV-SU-ESTADO = 'C'            00097300
                                     AND SU-ESTADO = 'A'                00097400
                PERFORM 8710-I-CONTAR-CTAS-SUCURSAL                     00097500
                   THRU 8710-F-CONTAR-CTAS-SUCURSAL                     00097600
                IF WS-FIN-PROCESO                                       00097700
                   GO TO 2300-F-PROCESAR-SUCURSAL                       00097800
                END-IF                                                  00097900
                IF WS-CANT-CTA-EXISTE > ZEROS                           00098000
                   MOVE 'CTAS ACTIV' TO WS-MOTIVO-RECHAZO               00098100
                   SET WS-NOVEDAD-RECHAZADA TO TRUE                     00098200
                   GO TO 2300-F-PROCESAR-SUCURSAL                       00098300
                END-IF                                                  00098400
           WHEN OTHER                                                   00098500
                CONTINUE                                                00098600
           END-EVALUATE                                                 00098700
                                                                        00098800
           MOVE 'SUCURSALES-TBSUCURS' TO WS-DB2-TABLA                   00098900
           MOVE NOV-SU-NOMBRE TO SU-NOMBRE                              00099000
           MOVE NOV-SU-REGION TO SU-REGION                              00099100
           MOVE NOV-SU-ESTADO TO SU-ESTADO                              00099200
                                                                        00099300
           EVALUATE NOV-PAR-TIPNOV                                      00099400
           WHEN 'A'                                                     00099500
                MOVE '2300-I-ALTA-SUCURSAL' TO WS-PARRAFO               00099600
                EXEC SQL                                                00099700
                   INSERT INTO KC02803.TBSUCURS                         00099800
                          (SUCURSAL, NOMBRE, REGION, ESTADO)            00099900
                   VALUES (:SU-SUCURSAL,                                00100000
                           :SU-NOMBRE,                                  00100100
                           :SU-REGION,                                  00100200
                           :SU-ESTADO)                                  00100300
                END-EXEC                                                00100400
           WHEN 'M'                                                     00100500
                MOVE '2300-I-MODIF-SUCURSAL' TO WS-PARRAFO              00100600
                EXEC SQL                                                00100700
                   UPDATE KC02803.TBSUCURS                              00100800
                      SET NOMBRE   = :SU-NOMBRE,                        00100900
                          REGION   = :SU-REGION,                        00101000
                          ESTADO   = :SU-ESTADO                         00101100
                    WHERE SUCURSAL = :SU-SUCURSAL                       00101200
                END-EXEC                                                00101300
           WHEN 'B'                                                     00101400
                MOVE '2300-I-BAJA-SUCURSAL' TO WS-PARRAFO               00101500
                EXEC SQL                                                00101600
                   DELETE FROM KC02803.TBSUCURS                         00101700
                    WHERE SUCURSAL = :SU-SUCURSAL                       00101800
                END-EXEC                                                00101900
           END-EVALUATE                                                 00102000
                                                                        00102100
           PERFORM 2700-I-CONTAR-APLICADA                               00102200
              THRU 2700-F-CONTAR-APLICADA                               00102300
           IF WS-NOVEDAD-VALIDA                                         00102400
              ADD 1 TO WS-CANT-SUCURSALES                               00102500
           END-IF                                                       00102600
           .                                                            00102700
       2300-F-PROCESAR-SUCURSAL. EXIT.                                  00102800
                                                                        00102900
      ***********************************************************       00103000
      *  'TA' TRAMO DE TASA/CUOTA EN TBTASAS                    *       00103100
      *  CADA VIGENCIA (TIPCUEN + FECVIG) SE ABRE CON SU TRAMO  *       00103200
      *  BASE (SALDOMIN -99999,99) Y EL TRAMO BASE NO SE BORRA  *       00103300
      *  MIENTRAS QUEDEN OTROS TRAMOS EN LA VIGENCIA. LA        *       00103400
      *  MODIFICACION SOLO CAMBIA EL VALOR (EL SALDO MINIMO ES  *       00103500
      *  CLAVE).                                                *       00103600
      ***********************************************************       00103700
       2400-I-PROCESAR-TASA.                                            00103800
                                                                        00103900
           IF NOV-TA-TIPCUEN NOT = '01' AND                             00104000
              NOV-TA-TIPCUEN NOT = '02'                                 00104100
                MOVE 'TIPCUENINV' TO WS-MOTIVO-RECHAZO                  00104200
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00104300
                GO TO 2400-F-PROCESAR-TASA                              00104400
           END-IF                                                       00104500
                                                                        00104600
           MOVE NOV-TA-FECVIG TO WS-FECHA-VALIDAR                       00104700
           PERFORM 2800-I-VALIDAR-FECHA                                 00104800
              THRU 2800-F-VALIDAR-FECHA                                 00104900
           IF WS-FECHA-MAL                                              00105000
                MOVE 'FECVIG INV' TO WS-MOTIVO-RECHAZO                  00105100
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00105200
                GO TO 2400-F-PROCESAR-TASA                              00105300
           END-IF                                                       00105400
                                                                        00105500
           IF (NOV-TA-SIGNO NOT = '-' AND                               00105600
               NOV-TA-SIGNO NOT = '+' AND                               00105700
               NOV-TA-SIGNO NOT = SPACE) OR                             00105800
               NOV-TA-SALDOMIN NOT NUMERIC                              00105900
                MOVE 'SALDOMINV ' TO WS-MOTIVO-RECHAZO                  00106000
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00106100
                GO TO 2400-F-PROCESAR-TASA                              00106200
           END-IF                                                       00106300
                                                                        00106400
           MOVE NOV-TA-TIPCUEN  TO TA-TIPCUEN                           00106500
           MOVE NOV-TA-FECVIG   TO TA-FECVIG                            00106600
           IF NOV-TA-SIGNO = '-'                                        00106700
              COMPUTE TA-SALDOMIN = NOV-TA-SALDOMIN * -1                00106800
           ELSE                                                         00106900
              MOVE NOV-TA-SALDOMIN TO TA-SALDOMIN                       00107000
           END-IF                                                       00107100
                                                                        00107200
           MOVE SPACES           TO WS-CLAVE-LISTADO                    00107300
           MOVE NOV-TA-TIPCUEN   TO WS-CL-TA-TIPCUEN                    00107400
           MOVE NOV-TA-FECVIG    TO WS-CL-TA-FECVIG                     00107500
           MOVE TA-SALDOMIN      TO WS-CL-TA-SALDOMIN                   00107600
           MOVE WS-CLAVE-LISTADO TO REG-NOV-D-CLAVE                     00107700
                                                                        00107800
           IF NOV-PAR-TIPNOV NOT = 'B'                                  00107900
              IF NOV-TA-VALOR NOT NUMERIC                               00108000
                 MOVE 'VALOR INV ' TO WS-MOTIVO-RECHAZO                 00108100
                 SET WS-NOVEDAD-RECHAZADA TO TRUE                       00108200
                 GO TO 2400-F-PROCESAR-TASA                             00108300
              END-IF                                                    00108400
              MOVE SPACES           TO WS-VALOR-LISTADO                 00108500
              MOVE NOV-TA-VALOR     TO WS-VA-TA-VALOR                   00108600
              MOVE WS-VALOR-LISTADO TO REG-NOV-D-DESPUES                00108700
           END-IF                                                       00108800
                                                                        00108900
           PERFORM 8800-I-CONSULTAR-TASA                                00109000
              THRU 8800-F-CONSULTAR-TASA                                00109100
           IF WS-FIN-PROCESO                                            00109200
              GO TO 2400-F-PROCESAR-TASA                                00109300
           END-IF                                                       00109400
                                                                        00109500
           IF WS-FILA-EXISTE                                            00109600
              MOVE SPACES           TO WS-VALOR-LISTADO                 00109700
              MOVE TA-VALOR         TO WS-VA-TA-VALOR                   00109800
              MOVE WS-VALOR-LISTADO TO REG-NOV-D-ANTES                  00109900
           END-IF                                                       00110000
                                                                        00110100
           EVALUATE TRUE                                                00110200
           WHEN NOV-PAR-TIPNOV = 'A' AND WS-FILA-EXISTE                 00110300
                MOVE 'YA EXISTE ' TO WS-MOTIVO-RECHAZO                  00110400
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00110500
                GO TO 2400-F-PROCESAR-TASA                              00110600
           WHEN NOV-PAR-TIPNOV NOT = 'A' AND WS-FILA-NO-EXISTE          00110700
                MOVE 'NO EXISTE ' TO WS-MOTIVO-RECHAZO                  00110800
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00110900
                GO TO 2400-F-PROCESAR-TASA                              00111000
           WHEN NOV-PAR-TIPNOV = 'A' AND TA-SALDOMIN NOT = WS-TRAMO-BASE00111100
           WHEN NOV-PAR-TIPNOV = 'B' AND TA-SALDOMIN = WS-TRAMO-BASE    00111200
                PERFORM 8810-I-CONTAR-TRAMOS                            00111300
                   THRU 8810-F-CONTAR-TRAMOS                            00111400
                IF WS-FIN-PROCESO                                       00111500
                   GO TO 2400-F-PROCESAR-TASA                           00111600
                END-IF                                                  00111700
      *         ALTA DE UN TRAMO EN UNA VIGENCIA SIN TRAMO BASE         00111800
                IF NOV-PAR-TIPNOV = 'A' AND WS-CANT-TRAMOS = ZEROS      00111900
                   MOVE 'SIN BASE  ' TO WS-MOTIVO-RECHAZO               00112000
                   SET WS-NOVEDAD-RECHAZADA TO TRUE                     00112100
                   GO TO 2400-F-PROCESAR-TASA                           00112200
                END-IF                                                  00112300
      *         BAJA DEL TRAMO BASE CON OTROS TRAMOS EN LA VIGENCIA     00112400
                IF NOV-PAR-TIPNOV = 'B' AND WS-CANT-TRAMOS > 1          00112500
                   MOVE 'ES BASE   ' TO WS-MOTIVO-RECHAZO               00112600
                   SET WS-NOVEDAD-RECHAZADA TO TRUE                     00112700
                   GO TO 2400-F-PROCESAR-TASA                           00112800
                END-IF                                                  00112900
           WHEN OTHER                                                   00113000
                CONTINUE                                                00113100
           END-EVALUATE                                                 00113200
                                                                        00113300
           MOVE 'TASAS - TBTASAS    ' TO WS-DB2-TABLA                   00113400
           MOVE NOV-TA-VALOR TO TA-VALOR                                00113500
                                                                        00113600
           EVALUATE NOV-PAR-TIPNOV                                      00113700
           WHEN 'A'                                                     00113800
                MOVE '2400-I-ALTA-TASA' TO WS-PARRAFO                   00113900
                EXEC SQL                                                00114000
                   INSERT INTO KC02803.TBTASAS                          00114100
                          (TIPCUEN, FECVIG, SALDOMIN, VALOR)            00114200
                   VALUES (:TA-TIPCUEN,                                 00114300
                           :TA-FECVIG,                                  00114400
                           :TA-SALDOMIN,                                00114500
                           :TA-VALOR)                                   00114600
                END-EXEC                                                00114700
           WHEN 'M'                                                     00114800
                MOVE '2400-I-MODIF-TASA' TO WS-PARRAFO                  00114900
                EXEC SQL                                                00115000
                   UPDATE KC02803.TBTASAS                               00115100
                      SET VALOR    = :TA-VALOR                          00115200
                    WHERE TIPCUEN  = :TA-TIPCUEN                        00115300
                      AND FECVIG   = :TA-FECVIG                         00115400
                      AND SALDOMIN = :TA-SALDOMIN                       00115500
                END-EXEC                                                00115600
           WHEN 'B'                                                     00115700
                MOVE '2400-I-BAJA-TASA' TO WS-PARRAFO                   00115800
                EXEC SQL                                                00115900
                   DELETE FROM KC02803.TBTASAS                          00116000
                    WHERE TIPCUEN  = :TA-TIPCUEN                        00116100
                      AND FECVIG   = :TA-FECVIG                         00116200
                      AND SALDOMIN = :TA-SALDOMIN                       00116300
                END-EXEC                                                00116400
           END-EVALUATE                                                 00116500
                                                                        00116600
           PERFORM 2700-I-CONTAR-APLICADA                               00116700
              THRU 2700-F-CONTAR-APLICADA                               00116800
           IF WS-NOVEDAD-VALIDA                                         00116900
              ADD 1 TO WS-CANT-TASAS                                    00117000
           END-IF                                                       00117100
           .                                                            00117200
       2400-F-PROCESAR-TASA. EXIT.                                      00117300
                                                                        00117400
      ***********************************************************       00117500
      *  'CZ' COTIZACION EN TBCOTIZA                            *       00117600
      *  LA MONEDA 'PE' COTIZA SIEMPRE 1 Y NO SE MANTIENE. EL   *       00117700
      *  ALTA Y LA MODIFICACION SE MIDEN CONTRA LA ULTIMA       *       00117800
      *  COTIZACION ANTERIOR A LA FECHA DE LA NOVEDAD: SI LA    *       00117900
      *  VARIACION SUPERA EL TOPE DE LA TARJETA SYSIN SE        *       00118000
      *  RECHAZA, SALVO MARCA DE FORZADO 'S' (QUEDA SENALADA    *       00118100
      *  EN EL LISTADO). SIN COTIZACION ANTERIOR NO HAY TOPE.   *       00118200
      ***********************************************************       00118300
       2500-I-PROCESAR-COTIZA.                                          00118400
                                                                        00118500
           IF NOV-CZ-MONEDA NOT = 'DO' AND                              00118600
              NOV-CZ-MONEDA NOT = 'EU'                                  00118700
                MOVE 'MONEDA INV' TO WS-MOTIVO-RECHAZO                  00118800
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00118900
                GO TO 2500-F-PROCESAR-COTIZA                            00119000
           END-IF                                                       00119100
                                                                        00119200
           MOVE NOV-CZ-FECHA TO WS-FECHA-VALIDAR                        00119300
           PERFORM 2800-I-VALIDAR-FECHA                                 00119400
              THRU 2800-F-VALIDAR-FECHA                                 00119500
           IF WS-FECHA-MAL                                              00119600
                MOVE 'FECHA INV ' TO WS-MOTIVO-RECHAZO                  00119700
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00119800
                GO TO 2500-F-PROCESAR-COTIZA                            00119900
           END-IF                                                       00120000
                                                                        00120100
           MOVE SPACES           TO WS-CLAVE-LISTADO                    00120200
           MOVE NOV-CZ-MONEDA    TO WS-CL-CZ-MONEDA                     00120300
           MOVE NOV-CZ-FECHA     TO WS-CL-CZ-FECHA                      00120400
           MOVE WS-CLAVE-LISTADO TO REG-NOV-D-CLAVE                     00120500
                                                                        00120600
           IF NOV-PAR-TIPNOV NOT = 'B'                                  00120700
              IF NOV-CZ-COTIZA NOT NUMERIC OR                           00120800
                 NOV-CZ-COTIZA = ZEROS                                  00120900
                 MOVE 'COTIZA INV' TO WS-MOTIVO-RECHAZO                 00121000
                 SET WS-NOVEDAD-RECHAZADA TO TRUE                       00121100
                 GO TO 2500-F-PROCESAR-COTIZA                           00121200
              END-IF                                                    00121300
              IF NOV-CZ-FORZAR NOT = 'S' AND                            00121400
                 NOV-CZ-FORZAR NOT = SPACE                              00121500
                 MOVE 'FORZAR INV' TO WS-MOTIVO-RECHAZO                 00121600
                 SET WS-NOVEDAD-RECHAZADA TO TRUE                       00121700
                 GO TO 2500-F-PROCESAR-COTIZA                           00121800
              END-IF                                                    00121900
           END-IF                                                       00122000
                                                                        00122100
           MOVE NOV-CZ-MONEDA TO CZ-MONEDA                              00122200
           MOVE NOV-CZ-FECHA  TO CZ-FECHA                               00122300
           PERFORM 8900-I-CONSULTAR-COTIZA                              00122400
              THRU 8900-F-CONSULTAR-COTIZA                              00122500
           IF WS-FIN-PROCESO                                            00122600
              GO TO 2500-F-PROCESAR-COTIZA                              00122700
           END-IF                                                       00122800
                                                                        00122900
           IF WS-FILA-EXISTE                                            00123000
              MOVE SPACES           TO WS-VALOR-LISTADO                 00123100
              MOVE CZ-COTIZA        TO WS-VA-CZ-COTIZA                  00123200
              MOVE WS-VALOR-LISTADO TO REG-NOV-D-ANTES                  00123300
           END-IF                                                       00123400
                                                                        00123500
           IF NOV-PAR-TIPNOV = 'A' AND WS-FILA-EXISTE                   00123600
                MOVE 'YA EXISTE ' TO WS-MOTIVO-RECHAZO                  00123700
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00123800
                GO TO 2500-F-PROCESAR-COTIZA                            00123900
           END-IF                                                       00124000
                                                                        00124100
           IF NOV-PAR-TIPNOV NOT = 'A' AND WS-FILA-NO-EXISTE            00124200
                MOVE 'NO EXISTE ' TO WS-MOTIVO-RECHAZO                  00124300
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00124400
                GO TO 2500-F-PROCESAR-COTIZA                            00124500
           END-IF                                                       00124600
                                                                        00124700
           IF NOV-PAR-TIPNOV NOT = 'B'                                  00124800
              PERFORM 2550-I-VALIDAR-VARIACION                          00124900
                 THRU 2550-F-VALIDAR-VARIACION                          00125000
              IF WS-NOVEDAD-RECHAZADA                                   00125100
                 GO TO 2500-F-PROCESAR-COTIZA                           00125200
              END-IF                                                    00125300
           END-IF                                                       00125400
                                                                        00125500
           MOVE 'COTIZAC. - TBCOTIZA' TO WS-DB2-TABLA                   00125600
           MOVE NOV-CZ-COTIZA TO CZ-COTIZA                              00125700
                                                                        00125800
           EVALUATE NOV-PAR-TIPNOV                                      00125900
           WHEN 'A'                                                     00126000
                MOVE '2500-I-ALTA-COTIZA' TO WS-PARRAFO                 00126100
                EXEC SQL                                                00126200
                   INSERT INTO KC02803.TBCOTIZA                         00126300
                          (MONEDA, FECHA, COTIZA)                       00126400
                   VALUES (:CZ-MONEDA,                                  00126500
                           :CZ-FECHA,                                   00126600
                           :CZ-COTIZA)                                  00126700
                END-EXEC                                                00126800
           WHEN 'M'                                                     00126900
                MOVE '2500-I-MODIF-COTIZA' TO WS-PARRAFO                00127000
                EXEC SQL                                                00127100
                   UPDATE KC02803.TBCOTIZA                              00127200
                      SET COTIZA  = :CZ-COTIZA                          00127300
                    WHERE MONEDA  = :CZ-MONEDA                          00127400
                      AND FECHA   = :CZ-FECHA                           00127500
                END-EXEC                                                00127600
           WHEN 'B'                                                     00127700
                MOVE '2500-I-BAJA-COTIZA' TO WS-PARRAFO                 00127800
                EXEC SQL                                                00127900
                   DELETE FROM KC02803.TBCOTIZA                         00128000
                    WHERE MONEDA  = :CZ-MONEDA                          00128100
                      AND FECHA   = :CZ-FECHA                           00128200
                END-EXEC                                                00128300
           END-EVALUATE                                                 00128400
                                                                        00128500
           PERFORM 2700-I-CONTAR-APLICADA                               00128600
              THRU 2700-F-CONTAR-APLICADA                               00128700
           IF WS-NOVEDAD-VALIDA                                         00128800
              ADD 1 TO WS-CANT-COTIZACIONES                             00128900
              IF WS-FORZADA-SI                                          00129000
                 ADD 1 TO WS-CANT-FORZADAS                              00129100
              END-IF                                                    00129200
           END-IF                                                       00129300
           .                                                            00129400
       2500-F-PROCESAR-COTIZA. EXIT.                                    00129500
                                                                        00129600
      ***********************************************************       00129700
      *  VARIACION DE LA COTIZACION CONTRA LA ANTERIOR (TOPE    *       00129800
      *  DE LA TARJETA SYSIN, SALVO FORZADO). LA IMAGEN         *       00129900
      *  POSTERIOR DEL LISTADO LLEVA LA VARIACION; EN EL ALTA,  *       00130000
      *  LA IMAGEN ANTERIOR MUESTRA LA COTIZACION PREVIA.       *       00130100
      ***********************************************************       00130200
       2550-I-VALIDAR-VARIACION.                                        00130300
                                                                        00130400
           PERFORM 8910-I-COTIZA-ANTERIOR                               00130500
              THRU 8910-F-COTIZA-ANTERIOR                               00130600
           IF WS-FIN-PROCESO                                            00130700
              GO TO 2550-F-VALIDAR-VARIACION                            00130800
           END-IF                                                       00130900
                                                                        00131000
           MOVE SPACES           TO WS-VALOR-LISTADO                    00131100
           MOVE NOV-CZ-COTIZA    TO WS-VA-CZ-COTIZA                     00131200
                                                                        00131300
           IF WS-COTIZA-ANT-NO                                          00131400
              MOVE WS-VALOR-LISTADO TO REG-NOV-D-DESPUES                00131500
              GO TO 2550-F-VALIDAR-VARIACION                            00131600
           END-IF                                                       00131700
                                                                        00131800
           IF WS-COTIZA-ANTERIOR NOT > ZEROS                            00131900
              MOVE 99999,99 TO WS-VARIACION                             00132000
           ELSE                                                         00132100
              COMPUTE WS-VARIACION ROUNDED =                            00132200
                      (NOV-CZ-COTIZA - WS-COTIZA-ANTERIOR) * 100        00132300
                      / WS-COTIZA-ANTERIOR                              00132400
                 ON SIZE ERROR                                          00132500
                      MOVE 99999,99 TO WS-VARIACION                     00132600
              END-COMPUTE                                               00132700
           END-IF                                                       00132800
                                                                        00132900
           MOVE 'VAR.'           TO WS-VA-CZ-LEYENDA                    00133000
           MOVE WS-VARIACION     TO WS-VA-CZ-VARIACION                  00133100
           MOVE ' %'             TO WS-VA-CZ-PORC                       00133200
           MOVE WS-VALOR-LISTADO TO REG-NOV-D-DESPUES                   00133300
                                                                        00133400
           IF NOV-PAR-TIPNOV = 'A'                                      00133500
              MOVE SPACES             TO WS-VALOR-LISTADO               00133600
              MOVE WS-COTIZA-ANTERIOR TO WS-VA-CZ-COTIZA                00133700
              MOVE 'PREVIA'           TO WS-VA-CZ-LEYENDA               00133800
              MOVE WS-VALOR-LISTADO   TO REG-NOV-D-ANTES                00133900
           END-IF                                                       00134000
                                                                        00134100
           IF WS-VARIACION < ZEROS                                      00134200
              COMPUTE WS-VARIACION = WS-VARIACION * -1                  00134300
           END-IF                                                       00134400
                                                                        00134500
           IF WS-VARIACION > WS-PARM-VARIACION                          00134600
              IF NOV-CZ-FORZAR = 'S'                                    00134700
                 SET WS-FORZADA-SI TO TRUE                              00134800
              ELSE                                                      00134900
                 MOVE 'VARIAC EXC' TO WS-MOTIVO-RECHAZO                 00135000
                 SET WS-NOVEDAD-RECHAZADA TO TRUE                       00135100
              END-IF                                                    00135200
           END-IF                                                       00135300
           .                                                            00135400
       2550-F-VALIDAR-VARIACION. EXIT.                                  00135500
      ***********************************************************       00135600
      *  'SP' SPREADS DE CAMBIO EN TBSPRCAM                     *       00135700
      *  PORCENTAJES SOBRE LA COTIZACION DEL DIA QUE APLICA     *       00135800
      *  EXAMEN2 A LOS CAMBIOS DE MONEDA ('CM'): EL DE COMPRA   *       00135900
      *  BAJA LA COTIZACION A LA QUE EL BANCO COMPRA LA MONEDA  *       00136000
      *  Y EL DE VENTA SUBE LA DE VENTA. CADA FILA RIGE DESDE   *       00136100
      *  SU FECVIG HASTA LA SIGUIENTE. LA MONEDA 'PE' NO LLEVA  *       00136200
      *  SPREAD. UN SPREAD DE 100% O MAS ANULARIA LA COTIZACION *       00136300
      *  DE COMPRA Y SE RECHAZA.                                *       00136400
      ***********************************************************       00136500
       2560-I-PROCESAR-SPREAD.                                          00136600
                                                                        00136700
           IF NOV-SP-MONEDA NOT = 'DO' AND                              00136800
              NOV-SP-MONEDA NOT = 'EU'                                  00136900
                MOVE 'MONEDA INV' TO WS-MOTIVO-RECHAZO                  00137000
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00137100
                GO TO 2560-F-PROCESAR-SPREAD                            00137200
           END-IF                                                       00137300
                                                                        00137400
           MOVE NOV-SP-FECVIG TO WS-FECHA-VALIDAR                       00137500
           PERFORM 2800-I-VALIDAR-FECHA                                 00137600
              THRU 2800-F-VALIDAR-FECHA                                 00137700
           IF WS-FECHA-MAL                                              00137800
                MOVE 'FECHA INV ' TO WS-MOTIVO-RECHAZO                  00137900
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00138000
                GO TO 2560-F-PROCESAR-SPREAD                            00138100
           END-IF                                                       00138200
                                                                        00138300
           MOVE SPACES           TO WS-CLAVE-LISTADO                    00138400
           MOVE NOV-SP-MONEDA    TO WS-CL-SP-MONEDA                     00138500
           MOVE NOV-SP-FECVIG    TO WS-CL-SP-FECVIG                     00138600
           MOVE WS-CLAVE-LISTADO TO REG-NOV-D-CLAVE                     00138700
                                                                        00138800
           IF NOV-PAR-TIPNOV NOT = 'B'                                  00138900
              IF NOV-SP-SPRCOMPRA NOT NUMERIC OR                        00139000
                 NOV-SP-SPRCOMPRA NOT < 100                             00139100
                 MOVE 'SPR.CPA IN' TO WS-MOTIVO-RECHAZO                 00139200
                 SET WS-NOVEDAD-RECHAZADA TO TRUE                       00139300
                 GO TO 2560-F-PROCESAR-SPREAD                           00139400
              END-IF                                                    00139500
              IF NOV-SP-SPRVENTA NOT NUMERIC OR                         00139600
                 NOV-SP-SPRVENTA NOT < 100                              00139700
                 MOVE 'SPR.VTA IN' TO WS-MOTIVO-RECHAZO                 00139800
                 SET WS-NOVEDAD-RECHAZADA TO TRUE                       00139900
                 GO TO 2560-F-PROCESAR-SPREAD                           00140000
              END-IF                                                    00140100
           END-IF                                                       00140200
                                                                        00140300
           MOVE NOV-SP-MONEDA TO SP-MONEDA                              00140400
           MOVE NOV-SP-FECVIG TO SP-FECVIG                              00140500
           PERFORM 8920-I-CONSULTAR-SPREAD                              00140600
              THRU 8920-F-CONSULTAR-SPREAD                              00140700
           IF WS-FIN-PROCESO                                            00140800
              GO TO 2560-F-PROCESAR-SPREAD                              00140900
           END-IF                                                       00141000
                                                                        00141100
           IF WS-FILA-EXISTE                                            00141200
              MOVE SPACES           TO WS-VALOR-LISTADO                 00141300
              MOVE 'CPA '           TO WS-VA-SP-LEY-COMPRA              00141400
              MOVE SP-SPRCOMPRA     TO WS-VA-SP-COMPRA                  00141500
              MOVE 'VTA '           TO WS-VA-SP-LEY-VENTA               00141600
              MOVE SP-SPRVENTA      TO WS-VA-SP-VENTA                   00141700
              MOVE ' %'             TO WS-VA-SP-PORC                    00141800
              MOVE WS-VALOR-LISTADO TO REG-NOV-D-ANTES                  00141900
           END-IF                                                       00142000
                                                                        00142100
           IF NOV-PAR-TIPNOV = 'A' AND WS-FILA-EXISTE                   00142200
                MOVE 'YA EXISTE ' TO WS-MOTIVO-RECHAZO                  00142300
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00142400
                GO TO 2560-F-PROCESAR-SPREAD                            00142500
           END-IF                                                       00142600
                                                                        00142700
           IF NOV-PAR-TIPNOV NOT = 'A' AND WS-FILA-NO-EXISTE            00142800
                MOVE 'NO EXISTE ' TO WS-MOTIVO-RECHAZO                  00142900
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00143000
                GO TO 2560-F-PROCESAR-SPREAD                            00143100
           END-IF                                                       00143200
                                                                        00143300
           IF NOV-PAR-TIPNOV NOT = 'B'                                  00143400
              MOVE SPACES           TO WS-VALOR-LISTADO                 00143500
              MOVE 'CPA '           TO WS-VA-SP-LEY-COMPRA              00143600
              MOVE NOV-SP-SPRCOMPRA TO WS-VA-SP-COMPRA                  00143700
              MOVE 'VTA '           TO WS-VA-SP-LEY-VENTA               00143800
              MOVE NOV-SP-SPRVENTA  TO WS-VA-SP-VENTA                   00143900
              MOVE ' %'             TO WS-VA-SP-PORC                    00144000
              MOVE WS-VALOR-LISTADO TO REG-NOV-D-DESPUES                00144100
           END-IF                                                       00144200
                                                                        00144300
           MOVE 'SPREADS - TBSPRCAM ' TO WS-DB2-TABLA                   00144400
           MOVE NOV-SP-SPRCOMPRA TO SP-SPRCOMPRA                        00144500
           MOVE NOV-SP-SPRVENTA  TO SP-SPRVENTA                         00144600
                                                                        00144700
           EVALUATE NOV-PAR-TIPNOV                                      00144800
           WHEN 'A'                                                     00144900
                MOVE '2560-I-ALTA-SPREAD' TO WS-PARRAFO                 00145000
                EXEC SQL                                                00145100
                   INSERT INTO KC02803.TBSPRCAM                         00145200
                          (MONEDA, FECVIG, SPRCOMPRA, SPRVENTA)         00145300
                   VALUES (:SP-MONEDA,                                  00145400
                           :SP-FECVIG,                                  00145500
                           :SP-SPRCOMPRA,                               00145600
                           :SP-SPRVENTA)                                00145700
                END-EXEC                                                00145800
           WHEN 'M'                                                     00145900
                MOVE '2560-I-MODIF-SPREAD' TO WS-PARRAFO                00146000
                EXEC SQL                                                00146100
                   UPDATE KC02803.TBSPRCAM                              00146200
                      SET SPRCOMPRA = :SP-SPRCOMPRA,                    00146300
                          SPRVENTA  = :SP-SPRVENTA                      00146400
                    WHERE MONEDA    = :SP-MONEDA                        00146500
                      AND FECVIG    = :SP-FECVIG                        00146600
                END-EXEC                                                00146700
           WHEN 'B'                                                     00146800
                MOVE '2560-I-BAJA-SPREAD' TO WS-PARRAFO                 00146900
                EXEC SQL                                                00147000
                   DELETE FROM KC02803.TBSPRCAM                         00147100
                    WHERE MONEDA    = :SP-MONEDA                        00147200
                      AND FECVIG    = :SP-FECVIG                        00147300
                END-EXEC                                                00147400
           END-EVALUATE                                                 00147500
                                                                        00147600
           PERFORM 2700-I-CONTAR-APLICADA                               00147700
              THRU 2700-F-CONTAR-APLICADA                               00147800
           IF WS-NOVEDAD-VALIDA                                         00147900
              ADD 1 TO WS-CANT-SPREADS                                  00148000
           END-IF                                                       00148100
           .                                                            00148200
       2560-F-PROCESAR-SPREAD. EXIT.                                    00148300
                                                                        00148400
      **************************************                            00148500
      *  GRABAR REGISTRO EN RECHAZOS       *                            00148600
      **************************************                            00148700
       2600-I-GRABAR-RECHAZO.                                           00148800
                                                                        00148900
           MOVE '2600-I-GRABAR-RECHAZO' TO WS-PARRAFO                   00149000
                                                                        00149100
           MOVE NOVEDADES-MANT-PARAMETROS TO REG-RECHAZOS               00149200
           WRITE REG-RECHAZOS.                                          00149300
                                                                        00149400
           MOVE FS-RECHAZOS  TO FS-ACTUAL                               00149500
           MOVE 'ARCHIVO RECHAZOS' TO WS-ARCHIVO-DESC                   00149600
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00149700
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00149800
                                                                        00149900
           ADD 1 TO WS-ENTRADA-RECHAZADOS                               00150000
           .                                                            00150100
       2600-F-GRABAR-RECHAZO. EXIT.                                     00150200
                                                                        00150300
      ***********************************************************       00150400
      *  RESULTADO DEL INSERT/UPDATE/DELETE DE LA NOVEDAD       *       00150500
      ***********************************************************       00150600
       2700-I-CONTAR-APLICADA.                                          00150700
                                                                        00150800
           IF  SQLCODE EQUAL ZEROS                                      00150900
                EVALUATE NOV-PAR-TIPNOV                                 00151000
                WHEN 'A'                                                00151100
                     ADD 1 TO WS-CANT-ALTAS                             00151200
                WHEN 'M'                                                00151300
                     ADD 1 TO WS-CANT-MODIF                             00151400
                WHEN 'B'                                                00151500
                     ADD 1 TO WS-CANT-BAJAS                             00151600
                END-EVALUATE                                            00151700
           ELSE                                                         00151800
                PERFORM 9995-I-ERROR-DB2                                00151900
                   THRU 9995-F-ERROR-DB2                                00152000
           END-IF                                                       00152100
           .                                                            00152200
       2700-F-CONTAR-APLICADA. EXIT.                                    00152300
                                                                        00152400
      ***********************************************************       00152500
      *  VALIDACION DE UNA FECHA AAAA-MM-DD (WS-FECHA-VALIDAR)  *       00152600
      ***********************************************************       00152700
       2800-I-VALIDAR-FECHA.                                            00152800
                                                                        00152900
           SET WS-FECHA-MAL TO TRUE                                     00153000
                                                                        00153100
           IF WS-FV-AAAA NOT NUMERIC OR                                 00153200
              WS-FV-MM   NOT NUMERIC OR                                 00153300
              WS-FV-DD   NOT NUMERIC OR                                 00153400
              WS-FV-GUION1 NOT = '-' OR                                 00153500
              WS-FV-GUION2 NOT = '-'                                    00153600
                GO TO 2800-F-VALIDAR-FECHA                              00153700
           END-IF                                                       00153800
                                                                        00153900
           IF WS-FV-MM-N < 1 OR WS-FV-MM-N > 12 OR                      00154000
              WS-FV-DD-N < 1 OR WS-FV-DD-N > 31                         00154100
                GO TO 2800-F-VALIDAR-FECHA                              00154200
           END-IF                                                       00154300
                                                                        00154400
           SET WS-FECHA-OK TO TRUE                                      00154500
           .                                                            00154600
       2800-F-VALIDAR-FECHA. EXIT.                                      00154700
                                                                        00154800
      ***********************************************************       00154900
      *  ARMARDO DE SALIDA REGISTRO DE NOVEDAD                  *       00155000
      ***********************************************************       00155100
       2900-I-ARMAR-REG-SALIDA-NOV.                                     00155200
                                                                        00155300
           MOVE NOV-PAR-TIPNOV  TO REG-NOV-D-TIPNOV                     00155400
           MOVE NOV-PAR-TABLA   TO REG-NOV-D-TABLA                      00155500
                                                                        00155600
           IF WS-NOVEDAD-RECHAZADA                                      00155700
                MOVE WS-MOTIVO-RECHAZO TO REG-NOV-D-RESULTADO           00155800
           ELSE                                                         00155900
                EVALUATE TRUE                                           00156000
                WHEN NOV-PAR-TIPNOV = 'A' AND WS-FORZADA-SI             00156100
                     MOVE 'ALTA FORZ ' TO REG-NOV-D-RESULTADO           00156200
                WHEN NOV-PAR-TIPNOV = 'M' AND WS-FORZADA-SI             00156300
                     MOVE 'MODIF FORZ' TO REG-NOV-D-RESULTADO           00156400
                WHEN NOV-PAR-TIPNOV = 'A'                               00156500
                     MOVE 'ALTA OK   ' TO REG-NOV-D-RESULTADO           00156600
                WHEN NOV-PAR-TIPNOV = 'M'                               00156700
                     MOVE 'MODIF OK  ' TO REG-NOV-D-RESULTADO           00156800
                WHEN NOV-PAR-TIPNOV = 'B'                               00156900
                     MOVE 'BAJA OK   ' TO REG-NOV-D-RESULTADO           00157000
                END-EVALUATE                                            00157100
           END-IF                                                       00157200
           .                                                            00157300
       2900-F-ARMAR-REG-SALIDA-NOV. EXIT.                               00157400
                                                                        00157500
      **************************************                            00157600
      *  GRABAR LISTADO DE NOVEDADES       *                            00157700
      **************************************                            00157800
       3000-I-GRABAR-LISTADO.                                           00157900
                                                                        00158000
           MOVE '3000-I-GRABAR-LISTADO' TO WS-PARRAFO.                  00158100
                                                                        00158200
           IF WS-CUENTA-LINEA > 50                                      00158300
                PERFORM 9000-I-GRABAR-TITULOS                           00158400
                   THRU 9000-F-GRABAR-TITULOS                           00158500
           END-IF                                                       00158600
                                                                        00158700
           WRITE REG-SALIDA FROM WS-REG-SALIDA-NOV  AFTER 1             00158800
                                                                        00158900
           MOVE FS-SALIDA TO FS-ACTUAL                                  00159000
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00159100
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00159200
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00159300
                                                                        00159400
           ADD  1   TO  WS-GRABADOS                                     00159500
           ADD  1   TO  WS-CUENTA-LINEA.                                00159600
                                                                        00159700
       3000-F-GRABAR-LISTADO. EXIT.                                     00159800
                                                                        00159900
      **************************************                            00160000
      * APERTURA DE ARCHIVOS               *                            00160100
      **************************************                            00160200
       8000-I-APERTURA-ARCHIVOS.                                        00160300
                                                                        00160400
           MOVE '8000-I-APERTURA-ARCHIVOS' TO WS-PARRAFO                00160500
                                                                        00160600
           OPEN INPUT  ENTRADA.                                         00160700
           MOVE FS-ENTRADA TO FS-ACTUAL                                 00160800
           MOVE 'ARCHIVO ENTRADA' TO WS-ARCHIVO-DESC                    00160900
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00161000
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00161100
                                                                        00161200
           OPEN OUTPUT SALIDA.                                          00161300
           MOVE FS-SALIDA  TO FS-ACTUAL                                 00161400
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00161500
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00161600
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00161700
                                                                        00161800
           OPEN OUTPUT RECHAZOS.                                        00161900
           MOVE FS-RECHAZOS TO FS-ACTUAL                                00162000
           MOVE 'ARCHIVO RECHAZOS' TO WS-ARCHIVO-DESC                   00162100
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00162200
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00162300
           .                                                            00162400
       8000-F-APERTURA-ARCHIVOS. EXIT.                                  00162500
                                                                        00162600
      **************************************                            00162700
      * LECTURA INICIAL DE ARCHIVO ENTRADA *                            00162800
      **************************************                            00162900
       8005-I-LECTURA-INICIAL.                                          00163000
                                                                        00163100
           READ  ENTRADA INTO NOVEDADES-MANT-PARAMETROS.                00163200
                                                                        00163300
           EVALUATE FS-ENTRADA                                          00163400
           WHEN '00'                                                    00163500
              ADD 1 TO WS-ENTRADA-LEIDOS                                00163600
      *    UN DIA SIN NOVEDADES DE PARAMETROS ES LO HABITUAL: SE        00163700
      *    TERMINA SIN LISTADO DE DETALLE Y SIN ERROR.                  00163800
           WHEN '10'                                                    00163900
              DISPLAY '*****************************************'       00164000
              DISPLAY '*   SIN NOVEDADES DE PARAMETROS         *'       00164100
              DISPLAY '*****************************************'       00164200
              SET WS-FIN-PROCESO TO TRUE                                00164300
           WHEN OTHER                                                   00164400
              MOVE '8005-I-LECTURA-INICIAL'  TO WS-PARRAFO              00164500
              MOVE 'LECTURA ENTRADA INICIAL' TO WS-ARCHIVO-DESC         00164600
              MOVE FS-ENTRADA TO FS-ACTUAL                              00164700
              PERFORM 9996-I-VALIDAR-FS-ACTUAL                          00164800
                 THRU 9996-F-VALIDAR-FS-ACTUAL                          00164900
           END-EVALUATE                                                 00165000
           .                                                            00165100
       8005-F-LECTURA-INICIAL. EXIT.                                    00165200
                                                                        00165300
      **************************************                            00165400
      * LECTURA  DE ARCHIVO ENTRADA        *                            00165500
      **************************************                            00165600
       8050-I-LEER-ENTRADA.                                             00165700
                                                                        00165800
           IF WS-FIN-PROCESO                                            00165900
              GO TO 8050-F-LEER-ENTRADA                                 00166000
           END-IF                                                       00166100
                                                                        00166200
           READ  ENTRADA INTO NOVEDADES-MANT-PARAMETROS.                00166300
                                                                        00166400
           EVALUATE FS-ENTRADA                                          00166500
           WHEN '00'                                                    00166600
              ADD 1 TO WS-ENTRADA-LEIDOS                                00166700
           WHEN '10'                                                    00166800
              SET  WS-FIN-PROCESO TO TRUE                               00166900
           WHEN OTHER                                                   00167000
              MOVE '8050-I-LEER-ENTRADA'      TO WS-PARRAFO             00167100
              MOVE 'LECTURA ENTRADA PROCESO' TO WS-ARCHIVO-DESC         00167200
              MOVE FS-ENTRADA TO FS-ACTUAL                              00167300
              PERFORM 9996-I-VALIDAR-FS-ACTUAL                          00167400
                 THRU 9996-F-VALIDAR-FS-ACTUAL                          00167500
           END-EVALUATE                                                 00167600
           .                                                            00167700
       8050-F-LEER-ENTRADA. EXIT.                                       00167800
                                                                        00167900
      **************************************                            00168000
      *  CIERRE DE ARCHIVOS                *                            00168100
      **************************************                            00168200
       8100-I-CIERRE-ARCHIVOS.                                          00168300
                                                                        00168400
           MOVE '8100-I-CIERRE-ARCHIVOS' TO WS-PARRAFO                  00168500
                                                                        00168600
           CLOSE ENTRADA.                                               00168700
           MOVE FS-ENTRADA TO FS-ACTUAL                                 00168800
           MOVE 'ARCHIVO ENTRADA' TO WS-ARCHIVO-DESC                    00168900
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00169000
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00169100
                                                                        00169200
           CLOSE SALIDA.                                                00169300
           MOVE FS-SALIDA  TO FS-ACTUAL                                 00169400
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00169500
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00169600
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00169700
                                                                        00169800
           CLOSE RECHAZOS.                                              00169900
           MOVE FS-RECHAZOS TO FS-ACTUAL                                00170000
           MOVE 'ARCHIVO RECHAZOS' TO WS-ARCHIVO-DESC                   00170100
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00170200
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00170300
           .                                                            00170400
       8100-F-CIERRE-ARCHIVOS. EXIT.                                    00170500
                                                                        00170600
      ***********************************************************       00170700
      *  AUDITORIA DE DATOS MAESTROS EN KC02803.TBAUDMAE: UNA   *       00170800
      *  FILA POR CAMBIO APLICADO CON LA IMAGEN ANTERIOR Y LA   *       00170900
      *  POSTERIOR. EL LLAMADOR CARGA TABLA, OPERACION E        *       00171000
      *  IMAGENES; LA CLAVE ES LA CUENTA Y SU TITULAR.          *       00171100
      ***********************************************************       00171200
       8450-I-GRABAR-AUDITORIA.                                         00171300
                                                                        00171400
           MOVE '8450-I-GRABAR-AUDITORIA' TO WS-PARRAFO                 00171500
           MOVE 'AUDIT. - TBAUDMAE  ' TO WS-DB2-TABLA                   00171600
                                                                        00171700
           ADD  1                 TO WS-NRO-AUDITORIA                   00171800
           MOVE WS-NRO-AUDITORIA  TO AU-NROAUD                          00171900
           MOVE WS-NROCLI         TO AU-NROCLI                          00172000
           MOVE NOV-LC-TIPCUEN    TO AU-TIPCUEN                         00172100
           MOVE NOV-LC-NROCUEN    TO AU-NROCUEN                         00172200
           MOVE WS-ENTRADA-LEIDOS TO WS-REF-NROREG                      00172300
           MOVE NOV-PAR-TIPNOV    TO WS-REF-TIPNOV                      00172400
           MOVE WS-REF-NOVEDAD    TO AU-REFNOV                          00172500
                                                                        00172600
           EXEC SQL                                                     00172700
              INSERT INTO KC02803.TBAUDMAE                              00172800
                     (FECPROC, PROGRAMA, NROAUD, TABLA, OPERACION,      00172900
                      NROCLI, TIPCUEN, NROCUEN, REFNOV,                 00173000
                      IMGANT, IMGPOS, FECHORA)                          00173100
              VALUES (:AU-FECPROC,                                      00173200
                      :AU-PROGRAMA,                                     00173300
                      :AU-NROAUD,                                       00173400
                      :AU-TABLA,                                        00173500
                      :AU-OPERACION,                                    00173600
                      :AU-NROCLI,                                       00173700
                      :AU-TIPCUEN,                                      00173800
                      :AU-NROCUEN,                                      00173900
                      :AU-REFNOV,                                       00174000
                      :AU-IMGANT,                                       00174100
                      :AU-IMGPOS,                                       00174200
                      CURRENT TIMESTAMP)                                00174300
           END-EXEC                                                     00174400
                                                                        00174500
           IF  SQLCODE EQUAL ZEROS                                      00174600
                ADD 1 TO WS-CANT-AUDITADOS                              00174700
           ELSE                                                         00174800
                PERFORM 9995-I-ERROR-DB2                                00174900
                   THRU 9995-F-ERROR-DB2                                00175000
           END-IF                                                       00175100
           .                                                            00175200
       8450-F-GRABAR-AUDITORIA. EXIT.                                   00175300
                                                                        00175400
      ***********************************************************       00175500
      *  IMAGEN DE LA FILA DE TBLIMCTA PARA LA AUDITORIA        *       00175600
      ***********************************************************       00175700
       8480-I-IMAGEN-LIMITE.                                            00175800
                                                                        00175900
           MOVE SPACES       TO WS-IMAGEN-AUDITORIA                     00176000
           MOVE LC-TIPCUEN   TO IMG-LIM-TIPCUEN                         00176100
           MOVE LC-NROCUEN   TO IMG-LIM-NROCUEN                         00176200
           MOVE LC-LIMDESC   TO IMG-LIM-LIMDESC                         00176300
           .                                                            00176400
       8480-F-IMAGEN-LIMITE. EXIT.                                      00176500
                                                                        00176600
      ***********************************************************       00176700
      *  CONSULTA DE EXISTENCIA DE LA CUENTA EN TBCURCTA        *       00176800
      ***********************************************************       00176900
       8510-I-CONSULTAR-CUENTA.                                         00177000
                                                                        00177100
           MOVE '8510-I-CONSULTAR-CUENTA' TO WS-PARRAFO                 00177200
           MOVE 'CUENTAS - TBCURCTA ' TO WS-DB2-TABLA                   00177300
                                                                        00177400
           MOVE NOV-LC-TIPCUEN TO WS-TIPCUEN                            00177500
           MOVE NOV-LC-NROCUEN TO WS-NROCUEN                            00177600
                                                                        00177700
           EXEC SQL                                                     00177800
              SELECT COUNT(*)                                           00177900
                INTO :WS-CANT-CTA-EXISTE                                00178000
                FROM KC02803.TBCURCTA                                   00178100
               WHERE TIPCUEN = :WS-TIPCUEN                              00178200
                 AND NROCUEN = :WS-NROCUEN                              00178300
           END-EXEC                                                     00178400
                                                                        00178500
           IF  SQLCODE EQUAL ZEROS                                      00178600
                CONTINUE                                                00178700
           ELSE                                                         00178800
                PERFORM 9995-I-ERROR-DB2                                00178900
                   THRU 9995-F-ERROR-DB2                                00179000
           END-IF                                                       00179100
           .                                                            00179200
       8510-F-CONSULTAR-CUENTA. EXIT.                                   00179300
                                                                        00179400
      ***********************************************************       00179500
      *  TITULAR DE LA CUENTA EN TBCURCTA PARA LA AUDITORIA     *       00179600
      *  (CERO SI LA CUENTA YA NO ESTA: BAJA DE UN LIMITE       *       00179700
      *  HUERFANO)                                              *       00179800
      ***********************************************************       00179900
       8520-I-TITULAR-CUENTA.                                           00180000
                                                                        00180100
           MOVE '8520-I-TITULAR-CUENTA' TO WS-PARRAFO                   00180200
           MOVE 'CUENTAS - TBCURCTA ' TO WS-DB2-TABLA                   00180300
                                                                        00180400
           MOVE NOV-LC-TIPCUEN TO WS-TIPCUEN                            00180500
           MOVE NOV-LC-NROCUEN TO WS-NROCUEN                            00180600
                                                                        00180700
           EXEC SQL                                                     00180800
              SELECT NROCLI                                             00180900
                INTO :WS-NROCLI                                         00181000
                FROM KC02803.TBCURCTA                                   00181100
               WHERE TIPCUEN = :WS-TIPCUEN                              00181200
                 AND NROCUEN = :WS-NROCUEN                              00181300
           END-EXEC                                                     00181400
                                                                        00181500
           EVALUATE TRUE                                                00181600
           WHEN SQLCODE EQUAL ZEROS                                     00181700
                CONTINUE                                                00181800
           WHEN SQLCODE EQUAL +100                                      00181900
                MOVE ZEROS TO WS-NROCLI                                 00182000
           WHEN OTHER                                                   00182100
                PERFORM 9995-I-ERROR-DB2                                00182200
                   THRU 9995-F-ERROR-DB2                                00182300
           END-EVALUATE                                                 00182400
           .                                                            00182500
       8520-F-TITULAR-CUENTA. EXIT.                                     00182600
                                                                        00182700
      ***********************************************************       00182800
      *  LIMITE ACTUAL DE LA CUENTA EN TBLIMCTA                 *       00182900
      ***********************************************************       00183000
       8600-I-CONSULTAR-LIMITE.                                         00183100
                                                                        00183200
           MOVE '8600-I-CONSULTAR-LIMITE' TO WS-PARRAFO                 00183300
           MOVE 'LIMITES - TBLIMCTA ' TO WS-DB2-TABLA                   00183400
                                                                        00183500
           EXEC SQL                                                     00183600
              SELECT LIMDESC                                            00183700
                INTO :LC-LIMDESC                                        00183800
                FROM KC02803.TBLIMCTA                                   00183900
               WHERE TIPCUEN = :LC-TIPCUEN                              00184000
                 AND NROCUEN = :LC-NROCUEN                              00184100
           END-EXEC                                                     00184200
                                                                        00184300
           EVALUATE TRUE                                                00184400
           WHEN SQLCODE EQUAL ZEROS                                     00184500
                SET WS-FILA-EXISTE    TO TRUE                           00184600
           WHEN SQLCODE EQUAL +100                                      00184700
                SET WS-FILA-NO-EXISTE TO TRUE                           00184800
           WHEN OTHER                                                   00184900
                PERFORM 9995-I-ERROR-DB2                                00185000
                   THRU 9995-F-ERROR-DB2                                00185100
           END-EVALUATE                                                 00185200
           .                                                            00185300
       8600-F-CONSULTAR-LIMITE. EXIT.                                   00185400
                                                                        00185500
      ***********************************************************       00185600
      *  SUCURSAL ACTUAL EN TBSUCURS                            *       00185700
      ***********************************************************       00185800
       8700-I-CONSULTAR-SUCURSAL.                                       00185900
                                                                        00186000
           MOVE '8700-I-CONSULTAR-SUCURSAL' TO WS-PARRAFO               00186100
           MOVE 'SUCURSALES-TBSUCURS' TO WS-DB2-TABLA                   00186200
                                                                        00186300
           EXEC SQL                                                     00186400
              SELECT NOMBRE,                                            00186500
                     REGION,                                            00186600
                     ESTADO                                             00186700
                INTO :SU-NOMBRE,                                        00186800
                     :SU-REGION,                                        00186900
                     :SU-ESTADO                                         00187000
                FROM KC02803.TBSUCURS                                   00187100
               WHERE SUCURSAL = :SU-SUCURSAL                            00187200
           END-EXEC                                                     00187300
                                                                        00187400
           EVALUATE TRUE                                                00187500
           WHEN SQLCODE EQUAL ZEROS                                     00187600
                SET WS-FILA-EXISTE    TO TRUE                           00187700
           WHEN SQLCODE EQUAL +100                                      00187800
                SET WS-FILA-NO-EXISTE TO TRUE                           00187900
                MOVE SPACES TO SU-ESTADO                                00188000
           WHEN OTHER                                                   00188100
                PERFORM 9995-I-ERROR-DB2                                00188200
                   THRU 9995-F-ERROR-DB2                                00188300
           END-EVALUATE                                                 00188400
           .                                                            00188500
       8700-F-CONSULTAR-SUCURSAL. EXIT.                                 00188600
                                                                        00188700
      ***********************************************************       00188800
      *  CUENTAS RADICADAS EN LA SUCURSAL (TBCURCTA)            *       00188900
      ***********************************************************       00189000
       8710-I-CONTAR-CTAS-SUCURSAL.                                     00189100
                                                                        00189200
           MOVE '8710-I-CONTAR-CTAS-SUCURSAL' TO WS-PARRAFO             00189300
           MOVE 'CUENTAS - TBCURCTA ' TO WS-DB2-TABLA                   00189400
                                                                        00189500
           MOVE SU-SUCURSAL TO WS-SUCUEN                                00189600
                                                                        00189700
           EXEC SQL                                                     00189800
              SELECT COUNT(*)                                           00189900
                INTO :WS-CANT-CTA-EXISTE                                00190000
                FROM KC02803.TBCURCTA                                   00190100
               WHERE SUCUEN = :WS-SUCUEN                                00190200
           END-EXEC                                                     00190300
                                                                        00190400
           IF  SQLCODE EQUAL ZEROS                                      00190500
                CONTINUE                                                00190600
           ELSE                                                         00190700
                PERFORM 9995-I-ERROR-DB2                                00190800
                   THRU 9995-F-ERROR-DB2                                00190900
           END-IF                                                       00191000
           .                                                            00191100
       8710-F-CONTAR-CTAS-SUCURSAL. EXIT.                               00191200
                                                                        00191300
      ***********************************************************       00191400
      *  TRAMO ACTUAL EN TBTASAS                                *       00191500
      ***********************************************************       00191600
       8800-I-CONSULTAR-TASA.                                           00191700
                                                                        00191800
           MOVE '8800-I-CONSULTAR-TASA' TO WS-PARRAFO                   00191900
           MOVE 'TASAS - TBTASAS    ' TO WS-DB2-TABLA                   00192000
                                                                        00192100
           EXEC SQL                                                     00192200
              SELECT VALOR                                              00192300
                INTO :TA-VALOR                                          00192400
                FROM KC02803.TBTASAS                                    00192500
               WHERE TIPCUEN  = :TA-TIPCUEN                             00192600
                 AND FECVIG   = :TA-FECVIG                              00192700
                 AND SALDOMIN = :TA-SALDOMIN                            00192800
           END-EXEC                                                     00192900
                                                                        00193000
           EVALUATE TRUE                                                00193100
           WHEN SQLCODE EQUAL ZEROS                                     00193200
                SET WS-FILA-EXISTE    TO TRUE                           00193300
           WHEN SQLCODE EQUAL +100                                      00193400
                SET WS-FILA-NO-EXISTE TO TRUE                           00193500
           WHEN OTHER                                                   00193600
                PERFORM 9995-I-ERROR-DB2                                00193700
                   THRU 9995-F-ERROR-DB2                                00193800
           END-EVALUATE                                                 00193900
           .                                                            00194000
       8800-F-CONSULTAR-TASA. EXIT.                                     00194100
                                                                        00194200
      ***********************************************************       00194300
      *  CANTIDAD DE TRAMOS DE LA VIGENCIA (TIPCUEN + FECVIG)   *       00194400
      ***********************************************************       00194500
       8810-I-CONTAR-TRAMOS.                                            00194600
                                                                        00194700
           MOVE '8810-I-CONTAR-TRAMOS' TO WS-PARRAFO                    00194800
           MOVE 'TASAS - TBTASAS    ' TO WS-DB2-TABLA                   00194900
                                                                        00195000
           EXEC SQL                                                     00195100
              SELECT COUNT(*)                                           00195200
                INTO :WS-CANT-TRAMOS                                    00195300
                FROM KC02803.TBTASAS                                    00195400
               WHERE TIPCUEN  = :TA-TIPCUEN                             00195500
                 AND FECVIG   = :TA-FECVIG                              00195600
           END-EXEC                                                     00195700
                                                                        00195800
           IF  SQLCODE EQUAL ZEROS                                      00195900
                CONTINUE                                                00196000
           ELSE                                                         00196100
                PERFORM 9995-I-ERROR-DB2                                00196200
                   THRU 9995-F-ERROR-DB2                                00196300
           END-IF                                                       00196400
           .                                                            00196500
       8810-F-CONTAR-TRAMOS. EXIT.                                      00196600
                                                                        00196700
      ***********************************************************       00196800
      *  COTIZACION ACTUAL EN TBCOTIZA                          *       00196900
      ***********************************************************       00197000
       8900-I-CONSULTAR-COTIZA.                                         00197100
                                                                        00197200
           MOVE '8900-I-CONSULTAR-COTIZA' TO WS-PARRAFO                 00197300
           MOVE 'COTIZAC. - TBCOTIZA' TO WS-DB2-TABLA                   00197400
                                                                        00197500
           EXEC SQL                                                     00197600
              SELECT COTIZA                                             00197700
                INTO :CZ-COTIZA                                         00197800
                FROM KC02803.TBCOTIZA                                   00197900
               WHERE MONEDA  = :CZ-MONEDA                               00198000
                 AND FECHA   = :CZ-FECHA                                00198100
           END-EXEC                                                     00198200
                                                                        00198300
           EVALUATE TRUE                                                00198400
           WHEN SQLCODE EQUAL ZEROS                                     00198500
                SET WS-FILA-EXISTE    TO TRUE                           00198600
           WHEN SQLCODE EQUAL +100                                      00198700
                SET WS-FILA-NO-EXISTE TO TRUE                           00198800
           WHEN OTHER                                                   00198900
                PERFORM 9995-I-ERROR-DB2                                00199000
                   THRU 9995-F-ERROR-DB2                                00199100
           END-EVALUATE                                                 00199200
           .                                                            00199300
       8900-F-CONSULTAR-COTIZA. EXIT.                                   00199400
                                                                        00199500
      ***********************************************************       00199600
      *  ULTIMA COTIZACION DE LA MONEDA ANTERIOR A LA FECHA DE  *       00199700
      *  LA NOVEDAD (BASE DEL TOPE DE VARIACION)                *       00199800
      ***********************************************************       00199900
       8910-I-COTIZA-ANTERIOR.                                          00200000
                                                                        00200100
           MOVE '8910-I-COTIZA-ANTERIOR' TO WS-PARRAFO                  00200200
           MOVE 'COTIZAC. - TBCOTIZA' TO WS-DB2-TABLA                   00200300
                                                                        00200400
           SET WS-COTIZA-ANT-NO TO TRUE                                 00200500
                                                                        00200600
           EXEC SQL                                                     00200700
              SELECT COTIZA                                             00200800
                INTO :WS-COTIZA-ANTERIOR                                00200900
                FROM KC02803.TBCOTIZA                                   00201000
               WHERE MONEDA  = :CZ-MONEDA                               00201100
                 AND FECHA   =                                          00201200
                     (SELECT MAX(FECHA)                                 00201300
                        FROM KC02803.TBCOTIZA                           00201400
                       WHERE MONEDA = :CZ-MONEDA                        00201500
                         AND FECHA  < :CZ-FECHA)                        00201600
           END-EXEC                                                     00201700
                                                                        00201800
           EVALUATE TRUE                                                00201900
           WHEN SQLCODE EQUAL ZEROS                                     00202000
                SET WS-COTIZA-ANT-SI TO TRUE                            00202100
           WHEN SQLCODE EQUAL +100                                      00202200
                CONTINUE                                                00202300
           WHEN OTHER                                                   00202400
                PERFORM 9995-I-ERROR-DB2                                00202500
                   THRU 9995-F-ERROR-DB2                                00202600
           END-EVALUATE                                                 00202700
           .                                                            00202800
       8910-F-COTIZA-ANTERIOR. EXIT.                                    00202900
      ***********************************************************       00203000
      *  SPREADS DE LA MONEDA Y VIGENCIA EN TBSPRCAM            *       00203100
      ***********************************************************       00203200
       8920-I-CONSULTAR-SPREAD.                                         00203300
                                                                        00203400
           MOVE '8920-I-CONSULTAR-SPREAD' TO WS-PARRAFO                 00203500
           MOVE 'SPREADS - TBSPRCAM ' TO WS-DB2-TABLA                   00203600
                                                                        00203700
           EXEC SQL                                                     00203800
              SELECT SPRCOMPRA,                                         00203900
                     SPRVENTA                                           00204000
                INTO :SP-SPRCOMPRA,                                     00204100
                     :SP-SPRVENTA                                       00204200
                FROM KC02803.TBSPRCAM                                   00204300
               WHERE MONEDA  = :SP-MONEDA                               00204400
                 AND FECVIG  = :SP-FECVIG                               00204500
           END-EXEC                                                     00204600
                                                                        00204700
           EVALUATE TRUE                                                00204800
           WHEN SQLCODE EQUAL ZEROS                                     00204900
                SET WS-FILA-EXISTE    TO TRUE                           00205000
           WHEN SQLCODE EQUAL +100                                      00205100
                SET WS-FILA-NO-EXISTE TO TRUE                           00205200
           WHEN OTHER                                                   00205300
                PERFORM 9995-I-ERROR-DB2                                00205400
                   THRU 9995-F-ERROR-DB2                                00205500
           END-EVALUATE                                                 00205600
           .                                                            00205700
       8920-F-CONSULTAR-SPREAD. EXIT.                                   00205800
                                                                        00205900
      **************************************                            00206000
      *  GRABAR TITULOS                    *                            00206100
      **************************************                            00206200
       9000-I-GRABAR-TITULOS.                                           00206300
                                                                        00206400
           MOVE '9000-I-GRABAR-TITULOS' TO WS-PARRAFO.                  00206500
                                                                        00206600
           ADD 1 TO WS-NRO-PAGINA                                       00206700
                                                                        00206800
           WRITE REG-SALIDA FROM WS-LINEA  AFTER PAGE                   00206900
           WRITE REG-SALIDA FROM WS-TITULO                              00207000
           WRITE REG-SALIDA FROM WS-LINEA                               00207100
           WRITE REG-SALIDA FROM WS-SUBTITULO-NOVEPARM  AFTER 1         00207200
           WRITE REG-SALIDA FROM WS-LINEA                               00207300
                                                                        00207400
           MOVE FS-SALIDA TO FS-ACTUAL                                  00207500
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00207600
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00207700
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00207800
                                                                        00207900
           MOVE 6   TO  WS-CUENTA-LINEA.                                00208000
                                                                        00208100
       9000-F-GRABAR-TITULOS.   EXIT.                                   00208200
                                                                        00208300
      *********************************************************         00208400
      *  ERROR DB2 - INFORMA Y CANCELA EL PROCESO             *         00208500
      *  LA NOVEDAD EN CURSO SE MARCA RECHAZADA PARA QUE NO   *         00208600
      *  SE APLIQUE NI SE LISTE COMO OK UNA OPERACION QUE NO  *         00208700
      *  LLEGO A CONFIRMARSE EN DB2.                          *         00208800
      *********************************************************         00208900
       9995-I-ERROR-DB2.                                                00209000
                                                                        00209100
           MOVE 'ERROR DB2 ' TO WS-MOTIVO-RECHAZO                       00209200
           SET  WS-NOVEDAD-RECHAZADA TO TRUE                            00209300
           MOVE SQLCODE   TO WS-SQLCODE                                 00209400
           DISPLAY '************************************'               00209500
           DISPLAY '* ERROR DB2   : ' WS-PARRAFO                        00209600
           DISPLAY '* SQLCODE     : ' WS-SQLCODE                        00209700
           DISPLAY '************************************'               00209800
           DISPLAY '* TABLA       : ' WS-DB2-TABLA '*'                  00209900
           DISPLAY '* DESCRIPCION : MANTEN. PARAMETROS *'               00210000
           DISPLAY '************************************'               00210100
           MOVE 9999 TO RETURN-CODE                                     00210200
           SET  WS-FIN-PROCESO TO TRUE                                  00210300
           .                                                            00210400
       9995-F-ERROR-DB2. EXIT.                                          00210500
                                                                        00210600
      *********************************************************         00210700
      *  VALIDACION FILE STATUS ARCHIVO SALIDA LISTADO        *         00210800
      *********************************************************         00210900
       9996-I-VALIDAR-FS-ACTUAL.                                        00211000
           IF FS-ACTUAL  IS NOT EQUAL '00'                              00211100
              DISPLAY '*****************************************'       00211200
              DISPLAY '*     *   FILE STATUS ERROR   *         *'       00211300
              DISPLAY '*****************************************'       00211400
              DISPLAY '* ERROR EN   : ' WS-PARRAFO                      00211500
              DISPLAY '* ARCHIVO    : ' WS-ARCHIVO-DESC                 00211600
              DISPLAY '* ERROR CODE : ' FS-ACTUAL                       00211700
              DISPLAY '*****************************************'       00211800
              MOVE 9999 TO RETURN-CODE                                  00211900
              SET  WS-FIN-PROCESO TO TRUE                               00212000
           ELSE                                                         00212100
              CONTINUE                                                  00212200
           END-IF.                                                      00212300
       9996-F-VALIDAR-FS-ACTUAL. EXIT.                                  00212400
                                                                        00212500
      **************************************                            00212600
      *  CUERPO FINAL CIERRE DE FILES      *                            00212700
      **************************************                            00212800
       9999-I-FINAL.                                                    00212900
      *    UNA CORRIDA RECHAZADA (FECHA DE PROCESO O APERTURA)          00213000
      *    SOLO INFORMA SUS TOTALES POR CONSOLA.                        00213100
           IF WS-ARRANQUE-NO                                            00213200
              GO TO 9999-X-TOTALES                                      00213300
           END-IF                                                       00213400
                                                                        00213500
           PERFORM 8100-I-CIERRE-ARCHIVOS                               00213600
              THRU 8100-F-CIERRE-ARCHIVOS                               00213700
                                                                        00213800
           .                                                            00213900
       9999-X-TOTALES.                                                  00214000
           DISPLAY '**********************************************'.    00214100
           DISPLAY '*  TOTALES DE MANTENIMIENTO DE PARAMETROS    *'.    00214200
           DISPLAY '**********************************************'.    00214300
           DISPLAY 'TOTAL REG. ENTRADA LEIDOS: ' WS-ENTRADA-LEIDOS.     00214400
           DISPLAY 'TOTAL ALTAS APLICADAS    : ' WS-CANT-ALTAS.         00214500
           DISPLAY 'TOTAL MODIF. APLICADAS   : ' WS-CANT-MODIF.         00214600
           DISPLAY 'TOTAL BAJAS APLICADAS    : ' WS-CANT-BAJAS.         00214700
           DISPLAY 'TOTAL REG. RECHAZADOS    : ' WS-ENTRADA-RECHAZADOS. 00214800
           DISPLAY '----------------------------------------------'     00214900
           DISPLAY 'APLICADAS TBLIMCTA       : ' WS-CANT-LIMITES.       00215000
           DISPLAY 'APLICADAS TBSUCURS       : ' WS-CANT-SUCURSALES.    00215100
           DISPLAY 'APLICADAS TBTASAS        : ' WS-CANT-TASAS.         00215200
           DISPLAY 'APLICADAS TBCOTIZA       : ' WS-CANT-COTIZACIONES.  00215300
           DISPLAY 'COTIZACIONES FORZADAS    : ' WS-CANT-FORZADAS.      00215400
           DISPLAY 'APLICADAS TBSPRCAM       : ' WS-CANT-SPREADS.       00215500
           DISPLAY 'TOTAL CAMBIOS AUDITADOS  : ' WS-CANT-AUDITADOS.     00215600
           DISPLAY '----------------------------------------------'     00215700
           DISPLAY 'TOTAL REGISTROS GRABADOS   : '  WS-GRABADOS.        00215800
           DISPLAY '**********************************************'.    00215900
                                                                        00216000
       9999-F-FINAL.                                                    00216100
           EXIT.                                                        00216200
      *                                                                 00216300
