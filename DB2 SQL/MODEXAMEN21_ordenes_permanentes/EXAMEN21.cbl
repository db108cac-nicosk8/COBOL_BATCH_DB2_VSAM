       IDENTIFICATION DIVISION.                                         00000100
      *                                                        *        00000200
       PROGRAM-ID. EXAMEN21.                                            00000300
      **********************************************************        00000400
      *                                                        *        00000500
      *  PROGRAMA PARA SQL EMBEBIDO                            *        00000600
      *  GENERACION DE ORDENES PERMANENTES: RECORRE LAS        *        00000700
      *  ORDENES ACTIVAS DE TBORDPER CON CUOTA VENCIDA A LA    *        00000800
      *  FECHA DE PROCESO Y GRABA CADA CUOTA EN EL CLUSTER DE  *        00000900
      *  NOVEDADES COMO UN MOVIMIENTO NORMAL (CR, DB O TR)     *        00001000
      *  CON NROSEC A CONTINUACION DEL ULTIMO CARGADO, PARA    *        00001100
      *  QUE EXAMEN2 LA POSTEE JUNTO CON LA ENTREGA DEL DIA.   *        00001200
      *  UNA CUOTA QUE CAE EN FERIADO O FIN DE SEMANA SALE EL  *        00001300
      *  DIA HABIL SIGUIENTE (TBCALEND).                       *        00001400
      *  SE OMITE LA CUOTA (Y LA ORDEN AVANZA IGUAL) SI LA     *        00001500
      *  CUENTA ESTA DE BAJA, SI EL CLIENTE ESTA BLOQUEADO EN  *        00001600
      *  TBESTCLI O, EN TRANSFERENCIAS, SI LA CONTRAPARTE NO   *        00001700
      *  PUEDE RECIBIRLA. LA ORDEN QUE PASA SU FECHA FINAL     *        00001800
      *  QUEDA VENCIDA.                                        *        00001900
      *  GRABA SU PROPIO ARCHIVO DE CONTROL (DDCTRL) CON EL    *        00002000
      *  RANGO DE NROSEC GENERADO Y LOS TOTALES POR SUCURSAL   *        00002100
      *  EN EL MISMO FORMATO QUE EL DEL FRONT-END: EXAMEN20    *        00002200
      *  LOS LEE CONCATENADOS Y EL DIA SIGUE CUADRANDO.        *        00002300
      *  LISTA LAS CUOTAS GENERADAS, OMITIDAS Y LAS ORDENES    *        00002400
      *  VENCIDAS.                                             *        00002500
      *                                                        *        00002600
      **********************************************************        00002700
      *      MANTENIMIENTO DE PROGRAMA                         *        00002800
      **********************************************************        00002900
      *  FECHA   *    DETALLE        * COD *                            00003000
      **************************************                            00003100
      *15/10/26  * VERSION INICIAL   *RVH  *                            00003200
      *15/10/26  * CURSOR C1 WITH    *RVH  *                            00003300
      *          * HOLD (COMMIT POR  *     *                            00003400
      *          * ORDEN)            *     *                            00003410
      *15/10/26  * CONTROL TAMBIEN   *RVH  *                            00003420
      *          * EN CORRIDA CORTA- *     *                            00003430
      *          * DA; COLUMNA DE IM-*     *                            00003440
      *          * PORTE ALINEADA    *     *                            00003500
      **************************************                            00003600
       ENVIRONMENT DIVISION.                                            00003700
       CONFIGURATION SECTION.                                           00003800
       SPECIAL-NAMES.                                                   00003900
           DECIMAL-POINT IS COMMA.                                      00004000
                                                                        00004100
       INPUT-OUTPUT SECTION.                                            00004200
       FILE-CONTROL.                                                    00004300
                                                                        00004400
             SELECT NOVEDADES ASSIGN DDNOVKSD                           00004500
             ORGANIZATION IS INDEXED                                    00004600
             ACCESS MODE IS DYNAMIC                                     00004700
             RECORD KEY IS REG-NOV-NROSEC                               00004800
             FILE STATUS IS FS-NOVEDADES.                               00004900
                                                                        00005000
             SELECT CONTROL-TOTALES ASSIGN DDCTRL                       00005100
             FILE STATUS IS FS-CONTROL.                                 00005200
                                                                        00005300
             SELECT SALIDA  ASSIGN DDSALE                               00005400
             FILE STATUS IS FS-SALIDA.                                  00005500
                                                                        00005600
       DATA DIVISION.                                                   00005700
       FILE SECTION.                                                    00005800
       FD NOVEDADES                                                     00005900
             RECORD CONTAINS 38 CHARACTERS.                             00006000
                                                                        00006100
       01 REG-NOVEDADES.                                                00006200
           03 REG-NOV-NROSEC   PIC 9(08) USAGE COMP.                    00006300
           03 REG-NOV-DATOS    PIC X(34).                               00006400
                                                                        00006500
       FD CONTROL-TOTALES                                               00006600
             BLOCK CONTAINS 0 RECORDS                                   00006700
             RECORDING MODE IS F.                                       00006800
                                                                        00006900
       01 REG-CONTROL     PIC X(80).                                    00007000
                                                                        00007100
       FD SALIDA                                                        00007200
             BLOCK CONTAINS 0 RECORDS                                   00007300
             RECORDING MODE IS F.                                       00007400
                                                                        00007500
       01 REG-SALIDA      PIC X(132).                                   00007600
                                                                        00007700
      **************************************                            00007800
       WORKING-STORAGE SECTION.                                         00007900
      **************************************                            00008000
       77  FILLER          PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.00008100
                                                                        00008200
      ****************************************                          00008300
      * FILE STATUS DE ARCHIVOS Y SQLCODE    *                          00008400
      ****************************************                          00008500
       77  FS-NOVEDADES             PIC XX    VALUE SPACES.             00008600
       77  FS-CONTROL               PIC XX    VALUE SPACES.             00008700
       77  FS-SALIDA                PIC XX    VALUE SPACES.             00008800
       77  FS-ACTUAL                PIC XX    VALUE SPACES.             00008900
       77  WS-SQLCODE    PIC +++999 USAGE DISPLAY VALUE ZEROS.          00009000
       77  WS-IDX             PIC S9(04) USAGE COMP VALUE ZEROS.        00009100
       77  WS-NROSEC-MAXIMO         PIC 9(08) USAGE COMP VALUE ZEROS.   00009200
       77  WS-NROSEC-DESDE          PIC 9(09) VALUE ZEROS.              00009300
       77  WS-NROSEC-HASTA          PIC 9(09) VALUE ZEROS.              00009400
                                                                        00009500
      ****************************************                          00009600
      * CONTADORES                           *                          00009700
      ****************************************                          00009800
       01  WS-CONTADORES.                                               00009900
           03  WS-C1-LEIDOS            PIC 9(05) VALUE ZEROS.           00010000
           03  WS-CANT-GENERADAS       PIC 9(05) VALUE ZEROS.           00010100
           03  WS-CANT-OMITIDAS        PIC 9(05) VALUE ZEROS.           00010200
           03  WS-CANT-VENCIDAS        PIC 9(05) VALUE ZEROS.           00010300
           03  WS-CANT-SUSPENDIDAS     PIC 9(05) VALUE ZEROS.           00010400
           03  WS-CONTROL-GRABADOS     PIC 9(03) VALUE ZEROS.           00010500
           03  WS-GRABADOS             PIC 9(05) VALUE ZEROS.           00010600
                                                                        00010700
      *****************************************                         00010800
      *  TOTALES GENERADOS POR SUCURSAL PARA  *                         00010900
      *  EL ARCHIVO DE CONTROL (MISMOS BALDES *                         00011000
      *  QUE EXAMEN20: 'CR' AL BALDE CR, 'DB' *                         00011100
      *  Y 'TR' AL BALDE DB)                  *                         00011200
      *****************************************                         00011300
       01  WS-TABLA-SUCURSALES.                                         00011400
           03  WS-SUC-ENTRADA OCCURS 99 TIMES.                          00011500
               05  WS-GEN-CANT-CR      PIC S9(05) USAGE COMP-3.         00011600
               05  WS-GEN-CANT-DB      PIC S9(05) USAGE COMP-3.         00011700
               05  WS-GEN-HASH-CR      PIC S9(09)V9(02) USAGE COMP-3.   00011800
               05  WS-GEN-HASH-DB      PIC S9(09)V9(02) USAGE COMP-3.   00011900
                                                                        00012000
      *****************************************                         00012100
      *  BANDERAS/FLAGS                       *                         00012200
      *****************************************                         00012300
       01  WS-FLAG-PROCESO          PIC X VALUE 'T'.                    00012400
           88  WS-SI-PROCESO           VALUE 'T'.                       00012500
           88  WS-FIN-PROCESO          VALUE 'F'.                       00012600
                                                                        00012700
       01  WS-FLAG-CURSOR           PIC X VALUE 'T'.                    00012800
           88  WS-SI-CURSOR            VALUE 'T'.                       00012900
           88  WS-FIN-CURSOR           VALUE 'F'.                       00013000
                                                                        00013100
      *    LA CORRIDA ARRANCO DE VERDAD (FECHA DE PROCESO VALIDA        00013200
      *    Y ARCHIVOS ABIERTOS): SI NO, EL CIERRE NO DEBE GRABAR        00013300
      *    RESUMEN NI CERRAR ARCHIVOS NUNCA ABIERTOS.                   00013400
       01  WS-FLAG-ARRANQUE         PIC X VALUE 'F'.                    00013500
           88  WS-ARRANQUE-OK          VALUE 'T'.                       00013600
           88  WS-ARRANQUE-NO          VALUE 'F'.                       00013700
                                                                        00013800
      *****************************************                         00013900
      *  DATOS DE LA ORDEN EN CURSO           *                         00014000
      *****************************************                         00014100
      *    MOTIVO POR EL QUE SE OMITE LA CUOTA (BLANCO = SE GENERA)     00014200
       01  WS-MOTIVO-OMISION        PIC X(20) VALUE SPACES.             00014300
                                                                        00014400
      *    SUCURSAL Y TITULAR DE LA CUENTA DE LA ORDEN (TBCURCTA)       00014500
       77  WS-ORD-SUCUEN            PIC S9(02) VALUE ZEROS.             00014600
       77  WS-ORD-NROCLI            PIC S9(3)V USAGE COMP-3 VALUE ZEROS.00014700
                                                                        00014800
      *    FECHA EFECTIVA DE LA CUOTA (PRIMER DIA HABIL >= FECPROX)     00014900
       77  WS-FEC-EFECTIVA          PIC X(10) VALUE SPACES.             00015000
      *    CUOTA QUE SE PROCESA (FECPROX LEIDA) Y SIGUIENTE CUOTA       00015100
       77  WS-FEC-CUOTA             PIC X(10) VALUE SPACES.             00015200
       77  WS-FEC-PROXIMA           PIC X(10) VALUE SPACES.             00015300
       77  WS-ESTADO-NUEVO          PIC X(01) VALUE SPACES.             00015400
                                                                        00015500
      *****************************************                         00015600
      *  CALCULO DE LA PROXIMA CUOTA: SIEMPRE *                         00015700
      *  FECINI + NROCUOTA PERIODOS; EN LOS   *                         00015800
      *  PERIODOS DE MESES EL DIA SE RECORTA  *                         00015900
      *  AL ULTIMO DIA DEL MES DE DESTINO     *                         00016000
      *****************************************                         00016100
       01  WS-FEC-INI-AUX.                                              00016200
           03  WS-INI-AAAA          PIC 9(04).                          00016300
           03  FILLER               PIC X(01).                          00016400
           03  WS-INI-MM            PIC 9(02).                          00016500
           03  FILLER               PIC X(01).                          00016600
           03  WS-INI-DD            PIC 9(02).                          00016700
                                                                        00016800
       77  WS-DIAS-CALC             PIC S9(09) USAGE COMP VALUE ZEROS.  00016900
       77  WS-MESES-SUMA            PIC S9(09) USAGE COMP VALUE ZEROS.  00017000
       77  WS-MESES-TOT             PIC S9(09) USAGE COMP VALUE ZEROS.  00017100
       77  WS-CAL-AAAA              PIC 9(04) VALUE ZEROS.              00017200
       77  WS-CAL-MM                PIC 9(02) VALUE ZEROS.              00017300
       77  WS-CAL-DD                PIC 9(02) VALUE ZEROS.              00017400
       77  WS-ULTIMO-DIA            PIC 9(02) VALUE ZEROS.              00017500
       77  WS-FEC-NUM               PIC 9(08) VALUE ZEROS.              00017600
       77  WS-FEC-SIG-NUM           PIC 9(08) VALUE ZEROS.              00017700
                                                                        00017800
      *****************************************                         00017900
      *  AREA DE DATOS DEL MOVIMIENTO GENERADO*                         00018000
      *  (MISMO LAYOUT QUE REG-ENT-DATOS DE   *                         00018100
      *  EXAMEN2 / COPY CPNOVCTA SIN NROSEC)  *                         00018200
      *****************************************                         00018300
       01  WS-DATOS-MOVIMIENTO.                                         00018400
           03 MOV-TIPCUEN           PIC X(2).                           00018500
           03 MOV-NROCUEN           PIC S9(5)V USAGE COMP-3.            00018600
           03 MOV-NROCLI            PIC S9(3)V USAGE COMP-3.            00018700
           03 MOV-SALDO             PIC S9(5)V9(2) USAGE COMP-3.        00018800
           03 MOV-TIPMOV            PIC X(2).                           00018900
      *    MONEDA DEL MOVIMIENTO                                        00019000
           03 MOV-MONEDA            PIC X(2).                           00019100
      *    CUENTA CONTRAPARTE (SOLO TIPMOV 'TR')                        00019200
           03 MOV-CONTRAPARTE.                                          00019300
               05 MOV-CTP-TIPCUEN   PIC X(2).                           00019400
               05 MOV-CTP-NROCUEN   PIC S9(5)V USAGE COMP-3.            00019500
      *    MOVIMIENTO ORIGINAL QUE SE REVIERTE (SOLO TIPMOV 'RV')       00019600
           03 MOV-REFERENCIA.                                           00019700
               05 MOV-REF-FECPROC   PIC X(10).                          00019800
               05 MOV-REF-NROSEC    PIC 9(08) USAGE COMP.               00019900
                                                                        00020000
      *****************************************                         00020100
      *  REGISTROS DEL ARCHIVO DE CONTROL     *                         00020200
      *  (MISMO FORMATO QUE EL DEL FRONT-END  *                         00020300
      *  QUE VERIFICA EXAMEN20)               *                         00020400
      *  '1' CABECERA: RANGO DE NROSEC DE LA  *                         00020500
      *      ENTREGA (COL 2-10 DESDE, 12-20   *                         00020600
      *      HASTA)                           *                         00020700
      *  '2' DETALLE POR SUCURSAL: COL 2-3    *                         00020800
      *      SUCURSAL, 5-9 CANT CR, 11-15     *                         00020900
      *      CANT DB, 17-27 HASH CR           *                         00021000
      *      (999999999V99), 29-39 HASH DB    *                         00021100
      *****************************************                         00021200
       01  WS-REG-CONTROL.                                              00021300
           03  CTL-TIPO             PIC X(01).                          00021400
           03  CTL-RESTO            PIC X(79).                          00021500
                                                                        00021600
       01  WS-REG-CONTROL-1 REDEFINES WS-REG-CONTROL.                   00021700
           03  FILLER               PIC X(01).                          00021800
           03  CTL-NROSEC-DESDE     PIC 9(09).                          00021900
           03  FILLER               PIC X(01).                          00022000
           03  CTL-NROSEC-HASTA     PIC 9(09).                          00022100
           03  FILLER               PIC X(60).                          00022200
                                                                        00022300
       01  WS-REG-CONTROL-2 REDEFINES WS-REG-CONTROL.                   00022400
           03  FILLER               PIC X(01).                          00022500
           03  CTL-SUCURSAL         PIC 9(02).                          00022600
           03  FILLER               PIC X(01).                          00022700
           03  CTL-CANT-CR          PIC 9(05).                          00022800
           03  FILLER               PIC X(01).                          00022900
           03  CTL-CANT-DB          PIC 9(05).                          00023000
           03  FILLER               PIC X(01).                          00023100
           03  CTL-HASH-CR          PIC 9(09)V9(02).                    00023200
           03  FILLER               PIC X(01).                          00023300
           03  CTL-HASH-DB          PIC 9(09)V9(02).                    00023400
           03  FILLER               PIC X(41).                          00023500
                                                                        00023600
      *****************************************                         00023700
      *  VARIABLES AUXILARES.                *                          00023800
      *****************************************                         00023900
       01 WS-AUXILIARES.                                                00024000
          03  WS-PARRAFO            PIC X(30) VALUE SPACES.             00024100
          03  WS-ARCHIVO-DESC       PIC X(30) VALUE SPACES.             00024200
          03  WS-FECHA-AUX          PIC X(10).                          00024300
          03  WS-CUENTA-LINEA       PIC 9(02) VALUE ZEROS.              00024400
          03  WS-FECHA-DB2.                                             00024500
              05 WS-DB2-AAAA        PIC X(04).                          00024600
              05 FILLER             PIC X VALUE '-'.                    00024700
              05 WS-DB2-MM          PIC X(02).                          00024800
              05 FILLER             PIC X VALUE '-'.                    00024900
              05 WS-DB2-DD          PIC X(02).                          00025000
                                                                        00025100
      *****************************************                         00025200
      *   IMPRESION DE TITULOS LISTADO        *                         00025300
      *****************************************                         00025400
       01 WS-LINEA       PIC X(132) VALUE ALL '-'.                      00025500
                                                                        00025600
       01 WS-TITULO.                                                    00025700
          03  FILLER     PIC X(05) VALUE SPACES.                        00025800
          03  WS-TITULO-LEYENDA     PIC X(33) VALUE                     00025900
                     'ORDENES PERMANENTES DEL DIA      '.               00026000
          03  FILLER                PIC X(28)    VALUE SPACES.          00026100
          03  FILLER                PIC X(10)    VALUE '   FECHA: '.    00026200
          03  WS-FECHA.                                                 00026300
              05  WS-DD             PIC 9(02).                          00026400
              05  FILLER            PIC X       VALUE '/'.              00026500
              05  WS-MM             PIC 9(02).                          00026600
              05  FILLER            PIC X       VALUE '/'.              00026700
              05  WS-AAAA           PIC 9(04).                          00026800
          03  FILLER                PIC X(20)    VALUE SPACES.          00026900
          03  FILLER                PIC X(13)    VALUE 'NRO. PAGINA: '. 00027000
          03  WS-NRO-PAGINA         PIC 9(02)    VALUE ZEROES.          00027100
          03  FILLER                PIC X(08)    VALUE SPACES.          00027200
                                                                        00027300
      ***************************************************               00027400
      *  SUBTITULOS DEL LISTADO DE ORDENES PERMANENTES  *               00027500
      ***************************************************               00027600
       01 WS-SUBTITULO-ORDENES.                                         00027700
          03 FILLER                 PIC X     VALUE '|'.                00027800
          03 FILLER                 PIC X(04) VALUE ' TC '.             00027900
          03 FILLER                 PIC X     VALUE '|'.                00028000
          03 FILLER                 PIC X(07) VALUE ' CUENTA'.          00028100
          03 FILLER                 PIC X     VALUE '|'.                00028200
          03 FILLER                 PIC X(05) VALUE ' ORD '.            00028300
          03 FILLER                 PIC X     VALUE '|'.                00028400
          03 FILLER                 PIC X(04) VALUE ' TM '.             00028500
          03 FILLER                 PIC X     VALUE '|'.                00028600
          03 FILLER                 PIC X(10) VALUE ' CONTRAP. '.       00028700
          03 FILLER                 PIC X     VALUE '|'.                00028800
          03 FILLER                 PIC X(12) VALUE '   IMPORTE  '.     00028900
          03 FILLER                 PIC X     VALUE '|'.                00029000
          03 FILLER                 PIC X(04) VALUE ' MO '.             00029100
          03 FILLER                 PIC X     VALUE '|'.                00029200
          03 FILLER                 PIC X(03) VALUE ' F '.              00029300
          03 FILLER                 PIC X     VALUE '|'.                00029400
          03 FILLER                 PIC X(12) VALUE '   CUOTA    '.     00029500
          03 FILLER                 PIC X     VALUE '|'.                00029600
          03 FILLER                 PIC X(12) VALUE '  EFECTIVA  '.     00029700
          03 FILLER                 PIC X     VALUE '|'.                00029800
          03 FILLER                 PIC X(12) VALUE '  PROXIMA   '.     00029900
          03 FILLER                 PIC X     VALUE '|'.                00030000
          03 FILLER                 PIC X(30) VALUE                     00030100
                         ' SITUACION                    '.              00030200
          03 FILLER                 PIC X     VALUE '|'.                00030300
                                                                        00030400
      ***************************************************               00030500
      *  LINEA DE DETALLE DE UNA ORDEN                  *               00030600
      ***************************************************               00030700
       01 WS-REG-SALIDA-ORD.                                            00030800
          03  FILLER              PIC X         VALUE '|'.              00030900
          03  FILLER              PIC X         VALUE SPACES.           00031000
          03  REG-ORD-TIPCUEN     PIC X(02)     VALUE SPACES.           00031100
          03  FILLER              PIC X         VALUE SPACES.           00031200
          03  FILLER              PIC X         VALUE '|'.              00031300
          03  FILLER              PIC X         VALUE SPACES.           00031400
          03  REG-ORD-NROCUEN     PIC Z(05)     VALUE ZEROS.            00031500
          03  FILLER              PIC X         VALUE SPACES.           00031600
          03  FILLER              PIC X         VALUE '|'.              00031700
          03  FILLER              PIC X         VALUE SPACES.           00031800
          03  REG-ORD-NROORD      PIC ZZ9       VALUE ZEROS.            00031900
          03  FILLER              PIC X         VALUE SPACES.           00032000
          03  FILLER              PIC X         VALUE '|'.              00032100
          03  FILLER              PIC X         VALUE SPACES.           00032200
          03  REG-ORD-TIPMOV      PIC X(02)     VALUE SPACES.           00032300
          03  FILLER              PIC X         VALUE SPACES.           00032400
          03  FILLER              PIC X         VALUE '|'.              00032500
          03  FILLER              PIC X         VALUE SPACES.           00032600
          03  REG-ORD-CTP-TIPCUEN PIC X(02)     VALUE SPACES.           00032700
          03  FILLER              PIC X         VALUE SPACES.           00032800
          03  REG-ORD-CTP-NROCUEN PIC Z(05)     VALUE ZEROS.            00032900
          03  FILLER              PIC X         VALUE SPACES.           00033000
          03  FILLER              PIC X         VALUE '|'.              00033010
          03  FILLER              PIC X         VALUE SPACES.           00033100
          03  REG-ORD-IMPORTE     PIC ZZ.ZZ9,99-  VALUE ZEROS.          00033200
          03  FILLER              PIC X         VALUE SPACES.           00033300
          03  FILLER              PIC X         VALUE '|'.              00033400
          03  FILLER              PIC X         VALUE SPACES.           00033500
          03  REG-ORD-MONEDA      PIC X(02)     VALUE SPACES.           00033600
          03  FILLER              PIC X         VALUE SPACES.           00033700
          03  FILLER              PIC X         VALUE '|'.              00033800
          03  FILLER              PIC X         VALUE SPACES.           00033900
          03  REG-ORD-FRECUENCIA  PIC X(01)     VALUE SPACES.           00034000
          03  FILLER              PIC X         VALUE SPACES.           00034100
          03  FILLER              PIC X         VALUE '|'.              00034200
          03  FILLER              PIC X         VALUE SPACES.           00034300
          03  REG-ORD-FECCUOTA    PIC X(10)     VALUE SPACES.           00034400
          03  FILLER              PIC X         VALUE SPACES.           00034500
          03  FILLER              PIC X         VALUE '|'.              00034600
          03  FILLER              PIC X         VALUE SPACES.           00034700
          03  REG-ORD-FECEFEC     PIC X(10)     VALUE SPACES.           00034800
          03  FILLER              PIC X         VALUE SPACES.           00034900
          03  FILLER              PIC X         VALUE '|'.              00035000
          03  FILLER              PIC X         VALUE SPACES.           00035100
          03  REG-ORD-FECPROX     PIC X(10)     VALUE SPACES.           00035200
          03  FILLER              PIC X         VALUE SPACES.           00035300
          03  FILLER              PIC X         VALUE '|'.              00035400
          03  FILLER              PIC X         VALUE SPACES.           00035500
          03  REG-ORD-SITUACION   PIC X(29)     VALUE SPACES.           00035600
          03  FILLER              PIC X         VALUE '|'.              00035700
                                                                        00035800
      *****************************************                         00035900
      *   FIN IMPRESION DE TITULOS LISTADO    *                         00036000
      *****************************************                         00036100
       77  FILLER        PIC X(26) VALUE '* VARIABLES SQL          *'.  00036200
                                                                        00036300
      ********************************************************          00036400
      *  AREA DE COMUNICACION Y DEFINICION SQL DB2           *          00036500
      ********************************************************          00036600
            EXEC SQL                                                    00036700
              INCLUDE SQLCA                                             00036800
            END-EXEC.                                                   00036900
                                                                        00037000
            EXEC SQL                                                    00037100
              INCLUDE TBORDPER                                          00037200
            END-EXEC.                                                   00037300
                                                                        00037400
            EXEC SQL                                                    00037500
              INCLUDE TBCURCTA                                          00037600
            END-EXEC.                                                   00037700
                                                                        00037800
            EXEC SQL                                                    00037900
              INCLUDE TBESTCLI                                          00038000
            END-EXEC.                                                   00038100
                                                                        00038200
            EXEC SQL                                                    00038300
              INCLUDE TBCALEND                                          00038400
            END-EXEC.                                                   00038500
                                                                        00038600
      ***************************************************               00038700
      * CURSOR C1 - ORDENES ACTIVAS CON CUOTA VENCIDA.  *               00038800
      * COMO LA FECHA DE PROCESO ES SIEMPRE DIA HABIL,  *               00038900
      * FECPROX <= FECHA DE PROCESO ES LO MISMO QUE     *               00039000
      * "PRIMER DIA HABIL >= FECPROX <= FECHA DE        *               00039100
      * PROCESO": LA CUOTA DEL SABADO SALE EL LUNES.    *               00039200
      * WITH HOLD: EL COMMIT POR ORDEN NO LO CIERRA.    *               00039300
      ***************************************************               00039400
            EXEC SQL                                                    00039500
              DECLARE C1 CURSOR WITH HOLD FOR                           00039600
              SELECT TIPCUEN,                                           00039700
                     NROCUEN,                                           00039800
                     NROORD,                                            00039900
                     TIPMOV,                                            00040000
                     CTPTIPCUEN,                                        00040100
                     CTPNROCUEN,                                        00040200
                     IMPORTE,                                           00040300
                     MONEDA,                                            00040400
                     FRECUENCIA,                                        00040500
                     FECINI,                                            00040600
                     FECFIN,                                            00040700
                     NROCUOTA,                                          00040800
                     FECPROX                                            00040900
                FROM KC02803.TBORDPER                                   00041000
               WHERE ESTADO  = 'A'                                      00041100
                 AND FECPROX <= :WS-FECHA-DB2                           00041200
              ORDER BY TIPCUEN, NROCUEN, NROORD                         00041300
            END-EXEC.                                                   00041400
                                                                        00041500
       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.  00041600
                                                                        00041700
      ***************************************************************.  00041800
       PROCEDURE DIVISION.                                              00041900
      **************************************                            00042000
      *  CUERPO PRINCIPAL DEL PROGRAMA     *                            00042100
      **************************************                            00042200
       MAIN-PROGRAM.                                                    00042300
                                                                        00042400
           PERFORM 1000-I-INICIO   THRU                                 00042500
                   1000-F-INICIO.                                       00042600
                                                                        00042700
           PERFORM 2000-I-PROCESO                                       00042800
              THRU 2000-F-PROCESO                                       00042900
             UNTIL WS-FIN-CURSOR OR WS-FIN-PROCESO.                     00043000
                                                                        00043010
      *    EL CONTROL SE GRABA AUNQUE LA CORRIDA SE HAYA CORTADO:       00043020
      *    LAS CUOTAS YA GRABADAS QUEDAN EN EL CLUSTER (NO LAS          00043030
      *    DESHACE EL ROLLBACK) Y LOS TOTALES SOLO CUENTAN CUOTAS       00043040
      *    GRABADAS, ASI QUE EL CONTROL DESCRIBE LO QUE HAY.            00043050
           IF WS-ARRANQUE-OK                                            00043100
              PERFORM 5000-I-GRABAR-CONTROL                             00043300
                 THRU 5000-F-GRABAR-CONTROL                             00043400
           END-IF                                                       00043500
                                                                        00043600
           PERFORM 9999-I-FINAL    THRU                                 00043700
                   9999-F-FINAL.                                        00043800
                                                                        00043900
       F-MAIN-PROGRAM. GOBACK.                                          00044000
                                                                        00044100
      **************************************                            00044200
      *  CUERPO INICIO APERTURA ARCHIVOS   *                            00044300
      **************************************                            00044400
       1000-I-INICIO.                                                   00044500
                                                                        00044600
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-AUX                   00044700
           MOVE WS-FECHA-AUX(1:4)     TO WS-AAAA                        00044800
           MOVE WS-FECHA-AUX(5:2)     TO WS-MM                          00044900
           MOVE WS-FECHA-AUX(7:2)     TO WS-DD                          00045000
           MOVE WS-FECHA-AUX(1:4)     TO WS-DB2-AAAA                    00045100
           MOVE WS-FECHA-AUX(5:2)     TO WS-DB2-MM                      00045200
           MOVE WS-FECHA-AUX(7:2)     TO WS-DB2-DD                      00045300
           MOVE 99 TO WS-CUENTA-LINEA                                   00045400
                                                                        00045500
           SET WS-SI-PROCESO TO TRUE                                    00045600
                                                                        00045700
           PERFORM 1015-I-OBTENER-FECHA-PROCESO                         00045800
              THRU 1015-F-OBTENER-FECHA-PROCESO                         00045900
           IF WS-FIN-PROCESO                                            00046000
              GO TO 1000-F-INICIO                                       00046100
           END-IF                                                       00046200
                                                                        00046300
           PERFORM 1020-I-LIMPIAR-TABLA                                 00046400
              THRU 1020-F-LIMPIAR-TABLA                                 00046500
             VARYING WS-IDX FROM 1 BY 1                                 00046600
               UNTIL WS-IDX > 99                                        00046700
                                                                        00046800
           PERFORM 8000-I-APERTURA-ARCHIVOS                             00046900
              THRU 8000-F-APERTURA-ARCHIVOS                             00047000
                                                                        00047100
           IF FS-NOVEDADES = '00' AND FS-CONTROL = '00'                 00047200
                                  AND FS-SALIDA  = '00'                 00047300
              PERFORM 1030-I-MAXIMO-NOVEDADES                           00047400
                 THRU 1030-F-MAXIMO-NOVEDADES                           00047500
              PERFORM 8200-I-ABRIR-CURSOR                               00047600
                 THRU 8200-F-ABRIR-CURSOR                               00047700
              PERFORM 8400-I-LEER-CURSOR                                00047800
                 THRU 8400-F-LEER-CURSOR                                00047900
              SET WS-ARRANQUE-OK TO TRUE                                00048000
           ELSE                                                         00048100
              DISPLAY '*********************************'               00048200
              DISPLAY '* ERROR EN APERTURA DE ARCHIVOS *'               00048300
              DISPLAY '* GENERACION CANCELADA          *'               00048400
              DISPLAY '*********************************'               00048500
              SET WS-FIN-PROCESO TO TRUE                                00048600
           END-IF                                                       00048700
           .                                                            00048800
       1000-F-INICIO.   EXIT.                                           00048900
                                                                        00049000
       1020-I-LIMPIAR-TABLA.                                            00049100
                                                                        00049200
           MOVE 0   TO WS-GEN-CANT-CR    (WS-IDX)                       00049300
           MOVE 0   TO WS-GEN-CANT-DB    (WS-IDX)                       00049400
           MOVE 0   TO WS-GEN-HASH-CR    (WS-IDX)                       00049500
           MOVE 0   TO WS-GEN-HASH-DB    (WS-IDX)                       00049600
           .                                                            00049700
       1020-F-LIMPIAR-TABLA. EXIT.                                      00049800
                                                                        00049900
      ***********************************************************       00050000
      *  FECHA DE PROCESO DE LA CADENA (TBCALEND):              *       00050100
      *  SE PROCESA Y ESTAMPA CON LA FECHA MARCADA FECPROC='S', *       00050200
      *  Y SE RECHAZA LA CORRIDA SI NO HAY FECHA MARCADA O SI   *       00050300
      *  LA FECHA MARCADA NO ES DIA HABIL.                      *       00050400
      ***********************************************************       00050500
       1015-I-OBTENER-FECHA-PROCESO.                                    00050600
                                                                        00050700
           MOVE '1015-I-OBTENER-FECHA-PROC' TO WS-PARRAFO.              00050800
                                                                        00050900
           EXEC SQL                                                     00051000
              SELECT FECHA,                                             00051100
                     DIAHABIL                                           00051200
                INTO :CA-FECHA,                                         00051300
                     :CA-DIAHABIL                                       00051400
                FROM KC02803.TBCALEND                                   00051500
               WHERE FECPROC = 'S'                                      00051600
           END-EXEC                                                     00051700
                                                                        00051800
           EVALUATE TRUE                                                00051900
           WHEN SQLCODE EQUAL ZEROS                                     00052000
                IF CA-DIAHABIL NOT = 'S'                                00052100
                   DISPLAY '*****************************************'  00052200
                   DISPLAY '* LA FECHA DE PROCESO MARCADA EN        *'  00052300
                   DISPLAY '* TBCALEND NO ES UN DIA HABIL           *'  00052400
                   DISPLAY '* FECHA : ' CA-FECHA                        00052500
                   DISPLAY '* LA CORRIDA SE RECHAZA                 *'  00052600
                   DISPLAY '*****************************************'  00052700
                   MOVE 9999 TO RETURN-CODE                             00052800
                   SET  WS-FIN-PROCESO TO TRUE                          00052900
                ELSE                                                    00053000
                   MOVE CA-FECHA(1:4)  TO WS-AAAA                       00053100
                   MOVE CA-FECHA(6:2)  TO WS-MM                         00053200
                   MOVE CA-FECHA(9:2)  TO WS-DD                         00053300
                   MOVE CA-FECHA       TO WS-FECHA-DB2                  00053400
                END-IF                                                  00053500
           WHEN SQLCODE EQUAL +100                                      00053600
                DISPLAY '*****************************************'     00053700
                DISPLAY '* NO HAY FECHA DE PROCESO MARCADA EN    *'     00053800
                DISPLAY '* TBCALEND (FECPROC = S)                *'     00053900
                DISPLAY '* LA CORRIDA SE RECHAZA                 *'     00054000
                DISPLAY '*****************************************'     00054100
                MOVE 9999 TO RETURN-CODE                                00054200
                SET  WS-FIN-PROCESO TO TRUE                             00054300
           WHEN OTHER                                                   00054400
                MOVE SQLCODE   TO WS-SQLCODE                            00054500
                DISPLAY '************************************'          00054600
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00054700
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00054800
                DISPLAY '************************************'          00054900
                DISPLAY '* TABLA       : CALENDARIO TBCALEND*'          00055000
                DISPLAY '* DESCRIPCION : FECHA DE PROCESO   *'          00055100
                DISPLAY '************************************'          00055200
                MOVE 9999 TO RETURN-CODE                                00055300
                SET  WS-FIN-PROCESO TO TRUE                             00055400
           END-EVALUATE.                                                00055500
                                                                        00055600
       1015-F-OBTENER-FECHA-PROCESO. EXIT.                              00055700
                                                                        00055800
      ******************************************************            00055900
      *  ULTIMO NROSEC USADO EN EL CLUSTER DE NOVEDADES    *            00056000
      *  (MISMO CRITERIO QUE EXAMEN7)                      *            00056100
      ******************************************************            00056200
       1030-I-MAXIMO-NOVEDADES.                                         00056300
                                                                        00056400
           MOVE '1030-I-MAXIMO-NOVEDADES' TO WS-PARRAFO                 00056500
                                                                        00056600
           MOVE ZEROS TO REG-NOV-NROSEC                                 00056700
           START NOVEDADES KEY IS NOT LESS THAN REG-NOV-NROSEC          00056800
                                                                        00056900
           IF FS-NOVEDADES = '00'                                       00057000
              PERFORM 8510-I-LEER-NOVEDADES                             00057100
                 THRU 8510-F-LEER-NOVEDADES                             00057200
                UNTIL FS-NOVEDADES NOT = '00'                           00057300
           END-IF                                                       00057400
                                                                        00057500
           DISPLAY '* ULTIMO NROSEC DEL CLUSTER : ' WS-NROSEC-MAXIMO    00057600
           .                                                            00057700
       1030-F-MAXIMO-NOVEDADES. EXIT.                                   00057800
                                                                        00057900
       8510-I-LEER-NOVEDADES.                                           00058000
                                                                        00058100
           READ NOVEDADES NEXT RECORD.                                  00058200
                                                                        00058300
           EVALUATE FS-NOVEDADES                                        00058400
           WHEN '00'                                                    00058500
              MOVE REG-NOV-NROSEC TO WS-NROSEC-MAXIMO                   00058600
           WHEN '10'                                                    00058700
              CONTINUE                                                  00058800
           WHEN OTHER                                                   00058900
              MOVE '8510-I-LEER-NOVEDADES' TO WS-PARRAFO                00059000
              MOVE 'CLUSTER NOVEDADES' TO WS-ARCHIVO-DESC               00059100
              MOVE FS-NOVEDADES TO FS-ACTUAL                            00059200
              PERFORM 9996-I-VALIDAR-FS-ACTUAL                          00059300
                 THRU 9996-F-VALIDAR-FS-ACTUAL                          00059400
           END-EVALUATE                                                 00059500
           .                                                            00059600
       8510-F-LEER-NOVEDADES. EXIT.                                     00059700
                                                                        00059800
      ***********************************************************       00059900
      *  PROCESO DE UNA ORDEN DEL CURSOR: VENCIDA, OMITIDA O    *       00060000
      *  GENERADA. LAS OMITIDAS Y GENERADAS AVANZAN A LA        *       00060100
      *  SIGUIENTE CUOTA.                                       *       00060200
      ***********************************************************       00060300
       2000-I-PROCESO.                                                  00060400
                                                                        00060500
           MOVE OP-FECPROX TO WS-FEC-CUOTA                              00060600
           MOVE SPACES     TO WS-FEC-EFECTIVA                           00060700
           MOVE SPACES     TO WS-FEC-PROXIMA                            00060800
           MOVE SPACES     TO WS-MOTIVO-OMISION                         00060900
                                                                        00061000
      *    ORDEN QUE YA PASO SU FECHA FINAL SIN HABER VENCIDO           00061100
      *    (FECHA FINAL CORREGIDA A MANO, ORDEN REACTIVADA...):         00061200
      *    SE VENCE SIN GENERAR.                                        00061300
           IF OP-FECPROX > OP-FECFIN                                    00061400
              PERFORM 2400-I-VENCER-ORDEN                               00061500
                 THRU 2400-F-VENCER-ORDEN                               00061600
              GO TO 2000-X-LEER                                         00061700
           END-IF                                                       00061800
                                                                        00061900
           PERFORM 2100-I-FECHA-EFECTIVA                                00062000
              THRU 2100-F-FECHA-EFECTIVA                                00062100
                                                                        00062200
           PERFORM 2200-I-VALIDAR-ORDEN                                 00062300
              THRU 2200-F-VALIDAR-ORDEN                                 00062400
                                                                        00062500
           IF WS-FIN-PROCESO                                            00062600
              GO TO 2000-F-PROCESO                                      00062700
           END-IF                                                       00062800
                                                                        00062900
      *    ORDEN MAL CARGADA: SE SUSPENDE PARA QUE NO VUELVA A          00063000
      *    SALIR TODOS LOS DIAS HASTA QUE LA CORRIJAN.                  00063100
           IF WS-MOTIVO-OMISION = 'ORDEN INVALIDA'                      00063200
              PERFORM 2450-I-SUSPENDER-ORDEN                            00063300
                 THRU 2450-F-SUSPENDER-ORDEN                            00063400
              GO TO 2000-X-LEER                                         00063500
           END-IF                                                       00063600
                                                                        00063700
           IF WS-MOTIVO-OMISION = SPACES                                00063800
              PERFORM 2300-I-GENERAR-CUOTA                              00063900
                 THRU 2300-F-GENERAR-CUOTA                              00064000
              IF WS-FIN-PROCESO                                         00064100
                 GO TO 2000-F-PROCESO                                   00064200
              END-IF                                                    00064300
           END-IF                                                       00064400
                                                                        00064500
           PERFORM 2500-I-AVANZAR-ORDEN                                 00064600
              THRU 2500-F-AVANZAR-ORDEN                                 00064700
                                                                        00064800
           .                                                            00064900
       2000-X-LEER.                                                     00065000
           PERFORM 8400-I-LEER-CURSOR                                   00065100
              THRU 8400-F-LEER-CURSOR                                   00065200
           .                                                            00065300
       2000-F-PROCESO. EXIT.                                            00065400
                                                                        00065500
      ***********************************************************       00065600
      *  FECHA EFECTIVA DE LA CUOTA: PRIMER DIA HABIL DE        *       00065700
      *  TBCALEND A PARTIR DE FECPROX (SIN CALENDARIO CARGADO   *       00065800
      *  PARA ESA FECHA SE TOMA LA PROPIA FECPROX).             *       00065900
      ***********************************************************       00066000
       2100-I-FECHA-EFECTIVA.                                           00066100
                                                                        00066200
           MOVE '2100-I-FECHA-EFECTIVA' TO WS-PARRAFO.                  00066300
                                                                        00066400
           EXEC SQL                                                     00066500
              SELECT COALESCE(MIN(FECHA), :OP-FECPROX)                  00066600
                INTO :WS-FEC-EFECTIVA                                   00066700
                FROM KC02803.TBCALEND                                   00066800
               WHERE FECHA   >= :OP-FECPROX                             00066900
                 AND DIAHABIL = 'S'                                     00067000
           END-EXEC                                                     00067100
                                                                        00067200
           IF  SQLCODE NOT EQUAL ZEROS                                  00067300
                MOVE SQLCODE   TO WS-SQLCODE                            00067400
                DISPLAY '************************************'          00067500
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00067600
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00067700
                DISPLAY '************************************'          00067800
                DISPLAY '* TABLA       : CALENDARIO TBCALEND*'          00067900
                DISPLAY '* DESCRIPCION : DIA HABIL SIGUIENTE*'          00068000
                DISPLAY '************************************'          00068100
                MOVE OP-FECPROX TO WS-FEC-EFECTIVA                      00068200
                MOVE 9999 TO RETURN-CODE                                00068300
                SET  WS-FIN-PROCESO TO TRUE                             00068400
           END-IF.                                                      00068500
                                                                        00068600
       2100-F-FECHA-EFECTIVA. EXIT.                                     00068700
                                                                        00068800
      ***********************************************************       00068900
      *  VALIDACION DE LA ORDEN: DEJA EN WS-MOTIVO-OMISION POR  *       00069000
      *  QUE NO SE GENERA LA CUOTA (BLANCO = SE GENERA).        *       00069100
      *  SON LAS MISMAS CONDICIONES POR LAS QUE EXAMEN2 LA      *       00069200
      *  RECHAZARIA: SE OMITEN ACA PARA NO LLENAR EL SUSPENSO   *       00069300
      *  DE CUOTAS QUE NADIE VA A CORREGIR.                     *       00069400
      ***********************************************************       00069500
       2200-I-VALIDAR-ORDEN.                                            00069600
                                                                        00069700
           IF (OP-TIPMOV NOT = 'CR' AND OP-TIPMOV NOT = 'DB'            00069800
                                    AND OP-TIPMOV NOT = 'TR')           00069900
              OR (OP-FRECUENCIA NOT = 'S' AND OP-FRECUENCIA NOT = 'M'   00070000
                  AND OP-FRECUENCIA NOT = 'T'                           00070100
                  AND OP-FRECUENCIA NOT = 'A')                          00070200
              OR OP-IMPORTE NOT > ZEROS                                 00070300
              MOVE 'ORDEN INVALIDA' TO WS-MOTIVO-OMISION                00070400
              GO TO 2200-F-VALIDAR-ORDEN                                00070500
           END-IF                                                       00070600
                                                                        00070700
      *    CUENTA DE LA ORDEN                                           00070800
           MOVE OP-TIPCUEN TO WS-TIPCUEN                                00070900
           MOVE OP-NROCUEN TO WS-NROCUEN                                00071000
           PERFORM 2210-I-CONSULTAR-CUENTA                              00071100
              THRU 2210-F-CONSULTAR-CUENTA                              00071200
                                                                        00071300
           EVALUATE TRUE                                                00071400
           WHEN WS-FIN-PROCESO                                          00071500
                GO TO 2200-F-VALIDAR-ORDEN                              00071600
           WHEN SQLCODE EQUAL +100                                      00071700
                MOVE 'CUENTA DE BAJA' TO WS-MOTIVO-OMISION              00071800
                GO TO 2200-F-VALIDAR-ORDEN                              00071900
           WHEN WS-MONEDA NOT = OP-MONEDA                               00072000
                MOVE 'MONEDA DISTINTA' TO WS-MOTIVO-OMISION             00072100
                GO TO 2200-F-VALIDAR-ORDEN                              00072200
           WHEN OTHER                                                   00072300
                MOVE WS-SUCUEN TO WS-ORD-SUCUEN                         00072400
                MOVE WS-NROCLI TO WS-ORD-NROCLI                         00072500
           END-EVALUATE                                                 00072600
                                                                        00072700
           MOVE WS-ORD-NROCLI TO EL-NROCLI                              00072800
           PERFORM 2220-I-CONSULTAR-CLIENTE                             00072900
              THRU 2220-F-CONSULTAR-CLIENTE                             00073000
                                                                        00073100
           IF WS-FIN-PROCESO                                            00073200
              GO TO 2200-F-VALIDAR-ORDEN                                00073300
           END-IF                                                       00073400
                                                                        00073500
           IF EL-ESTADO = 'B'                                           00073600
              MOVE 'CLIENTE BLOQUEADO' TO WS-MOTIVO-OMISION             00073700
              GO TO 2200-F-VALIDAR-ORDEN                                00073800
           END-IF                                                       00073900
                                                                        00074000
           IF OP-TIPMOV NOT = 'TR'                                      00074100
              GO TO 2200-F-VALIDAR-ORDEN                                00074200
           END-IF                                                       00074300
                                                                        00074400
      *    CONTRAPARTE DE LA TRANSFERENCIA                              00074500
           MOVE OP-CTPTIPCUEN TO WS-TIPCUEN                             00074600
           MOVE OP-CTPNROCUEN TO WS-NROCUEN                             00074700
           PERFORM 2210-I-CONSULTAR-CUENTA                              00074800
              THRU 2210-F-CONSULTAR-CUENTA                              00074900
                                                                        00075000
           EVALUATE TRUE                                                00075100
           WHEN WS-FIN-PROCESO                                          00075200
                GO TO 2200-F-VALIDAR-ORDEN                              00075300
           WHEN SQLCODE EQUAL +100                                      00075400
                MOVE 'CONTRAPARTE DE BAJA' TO WS-MOTIVO-OMISION         00075500
                GO TO 2200-F-VALIDAR-ORDEN                              00075600
           WHEN WS-MONEDA NOT = OP-MONEDA                               00075700
                MOVE 'MONEDA CONTRAPARTE' TO WS-MOTIVO-OMISION          00075800
                GO TO 2200-F-VALIDAR-ORDEN                              00075900
           WHEN OTHER                                                   00076000
                CONTINUE                                                00076100
           END-EVALUATE                                                 00076200
                                                                        00076300
           MOVE WS-NROCLI TO EL-NROCLI                                  00076400
           PERFORM 2220-I-CONSULTAR-CLIENTE                             00076500
              THRU 2220-F-CONSULTAR-CLIENTE                             00076600
                                                                        00076700
           IF WS-SI-PROCESO AND EL-ESTADO = 'B'                         00076800
              MOVE 'CONTRAPARTE BLOQ.' TO WS-MOTIVO-OMISION             00076900
           END-IF                                                       00077000
           .                                                            00077100
       2200-F-VALIDAR-ORDEN. EXIT.                                      00077200
                                                                        00077300
      ***********************************************************       00077400
      *  CUENTA EN TBCURCTA (SIN FILA = DE BAJA, EXAMEN13       *       00077500
      *  BORRA LA FILA EN LA BAJA). EL LLAMADOR CARGA           *       00077600
      *  WS-TIPCUEN/WS-NROCUEN Y MIRA SQLCODE AL VOLVER.        *       00077700
      ***********************************************************       00077800
       2210-I-CONSULTAR-CUENTA.                                         00077900
                                                                        00078000
           MOVE '2210-I-CONSULTAR-CUENTA' TO WS-PARRAFO.                00078100
                                                                        00078200
           EXEC SQL                                                     00078300
              SELECT SUCUEN,                                            00078400
                     NROCLI,                                            00078500
                     MONEDA                                             00078600
                INTO :WS-SUCUEN,                                        00078700
                     :WS-NROCLI,                                        00078800
                     :WS-MONEDA                                         00078900
                FROM KC02803.TBCURCTA                                   00079000
               WHERE TIPCUEN = :WS-TIPCUEN                              00079100
                 AND NROCUEN = :WS-NROCUEN                              00079200
           END-EXEC                                                     00079300
                                                                        00079400
           IF  SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100       00079500
                MOVE SQLCODE   TO WS-SQLCODE                            00079600
                DISPLAY '************************************'          00079700
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00079800
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00079900
                DISPLAY '************************************'          00080000
                DISPLAY '* TABLA       : CUENTAS - TBCURCTA *'          00080100
                DISPLAY '* DESCRIPCION : CONSULTA DE CUENTA *'          00080200
                DISPLAY '************************************'          00080300
                MOVE 9999 TO RETURN-CODE                                00080400
                SET  WS-FIN-PROCESO TO TRUE                             00080500
           END-IF.                                                      00080600
                                                                        00080700
       2210-F-CONSULTAR-CUENTA. EXIT.                                   00080800
                                                                        00080900
      ******************************************************            00081000
      *  ESTADO DEL CLIENTE EN TBESTCLI (SIN FILA = ACTIVO)*            00081100
      *  EL LLAMADOR CARGA EL-NROCLI.                      *            00081200
      ******************************************************            00081300
       2220-I-CONSULTAR-CLIENTE.                                        00081400
                                                                        00081500
           MOVE '2220-I-CONSULTAR-CLIENTE' TO WS-PARRAFO.               00081600
                                                                        00081700
           EXEC SQL                                                     00081800
              SELECT ESTADO                                             00081900
                INTO :EL-ESTADO                                         00082000
                FROM KC02803.TBESTCLI                                   00082100
               WHERE NROCLI = :EL-NROCLI                                00082200
           END-EXEC                                                     00082300
                                                                        00082400
           EVALUATE TRUE                                                00082500
           WHEN SQLCODE EQUAL ZEROS                                     00082600
                CONTINUE                                                00082700
           WHEN SQLCODE EQUAL +100                                      00082800
                MOVE 'A' TO EL-ESTADO                                   00082900
           WHEN OTHER                                                   00083000
                MOVE SQLCODE   TO WS-SQLCODE                            00083100
                DISPLAY '************************************'          00083200
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00083300
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00083400
                DISPLAY '************************************'          00083500
                DISPLAY '* TABLA       : ESTADOS - TBESTCLI *'          00083600
                DISPLAY '* DESCRIPCION : ESTADO DE CLIENTE  *'          00083700
                DISPLAY '************************************'          00083800
                MOVE 9999 TO RETURN-CODE                                00083900
                SET  WS-FIN-PROCESO TO TRUE                             00084000
           END-EVALUATE.                                                00084100
                                                                        00084200
       2220-F-CONSULTAR-CLIENTE. EXIT.                                  00084300
                                                                        00084400
      ***********************************************************       00084500
      *  GRABACION DE LA CUOTA EN EL CLUSTER DE NOVEDADES CON   *       00084600
      *  UN NROSEC NUEVO Y ACUMULACION PARA EL CONTROL. SE      *       00084700
      *  GRABA ANTES DE AVANZAR LA ORDEN: SI LA CORRIDA SE      *       00084800
      *  CORTA ENTRE LA GRABACION Y EL COMMIT, LA RECORRIDA     *       00084900
      *  VUELVE A GENERAR LA CUOTA Y EXAMEN2 SUPRIME LA COPIA   *       00085000
      *  COMO DUPLICADO; AL REVES SE PERDERIA LA CUOTA.         *       00085100
      ***********************************************************       00085200
       2300-I-GENERAR-CUOTA.                                            00085300
                                                                        00085400
           INITIALIZE WS-DATOS-MOVIMIENTO                               00085500
                                                                        00085600
           MOVE OP-TIPCUEN     TO MOV-TIPCUEN                           00085700
           MOVE OP-NROCUEN     TO MOV-NROCUEN                           00085800
           MOVE WS-ORD-NROCLI  TO MOV-NROCLI                            00085900
           MOVE OP-IMPORTE     TO MOV-SALDO                             00086000
           MOVE OP-TIPMOV      TO MOV-TIPMOV                            00086100
           MOVE OP-MONEDA      TO MOV-MONEDA                            00086200
           IF OP-TIPMOV = 'TR'                                          00086300
              MOVE OP-CTPTIPCUEN TO MOV-CTP-TIPCUEN                     00086400
              MOVE OP-CTPNROCUEN TO MOV-CTP-NROCUEN                     00086500
           END-IF                                                       00086600
                                                                        00086700
           ADD 1 TO WS-NROSEC-MAXIMO                                    00086800
           MOVE WS-NROSEC-MAXIMO    TO REG-NOV-NROSEC                   00086900
           MOVE WS-DATOS-MOVIMIENTO TO REG-NOV-DATOS                    00087000
                                                                        00087100
           WRITE REG-NOVEDADES.                                         00087200
                                                                        00087300
           IF FS-NOVEDADES NOT = '00'                                   00087400
              MOVE '2300-I-GENERAR-CUOTA' TO WS-PARRAFO                 00087500
              MOVE 'CLUSTER NOVEDADES' TO WS-ARCHIVO-DESC               00087600
              MOVE FS-NOVEDADES TO FS-ACTUAL                            00087700
              PERFORM 9996-I-VALIDAR-FS-ACTUAL                          00087800
                 THRU 9996-F-VALIDAR-FS-ACTUAL                          00087900
              GO TO 2300-F-GENERAR-CUOTA                                00088000
           END-IF                                                       00088100
                                                                        00088200
           IF WS-CANT-GENERADAS = ZEROS                                 00088300
              MOVE WS-NROSEC-MAXIMO TO WS-NROSEC-DESDE                  00088400
           END-IF                                                       00088500
           MOVE WS-NROSEC-MAXIMO TO WS-NROSEC-HASTA                     00088600
           ADD 1 TO WS-CANT-GENERADAS                                   00088700
                                                                        00088800
           IF WS-ORD-SUCUEN > 0 AND WS-ORD-SUCUEN < 100                 00088900
              MOVE WS-ORD-SUCUEN TO WS-IDX                              00089000
              IF OP-TIPMOV = 'CR'                                       00089100
                 ADD 1          TO WS-GEN-CANT-CR (WS-IDX)              00089200
                 ADD OP-IMPORTE TO WS-GEN-HASH-CR (WS-IDX)              00089300
              ELSE                                                      00089400
                 ADD 1          TO WS-GEN-CANT-DB (WS-IDX)              00089500
                 ADD OP-IMPORTE TO WS-GEN-HASH-DB (WS-IDX)              00089600
              END-IF                                                    00089700
           END-IF                                                       00089800
           .                                                            00089900
       2300-F-GENERAR-CUOTA. EXIT.                                      00090000
                                                                        00090100
      ******************************************************            00090200
      *  ORDEN VENCIDA: PASO SU FECHA FINAL                *            00090300
      ******************************************************            00090400
       2400-I-VENCER-ORDEN.                                             00090500
                                                                        00090600
           MOVE '2400-I-VENCER-ORDEN' TO WS-PARRAFO.                    00090700
                                                                        00090800
           EXEC SQL                                                     00090900
              UPDATE KC02803.TBORDPER                                   00091000
                 SET ESTADO  = 'V'                                      00091100
               WHERE TIPCUEN = :OP-TIPCUEN                              00091200
                 AND NROCUEN = :OP-NROCUEN                              00091300
                 AND NROORD  = :OP-NROORD                               00091400
           END-EXEC                                                     00091500
                                                                        00091600
           IF  SQLCODE EQUAL ZEROS                                      00091700
                PERFORM 2600-I-COMMIT                                   00091800
                   THRU 2600-F-COMMIT                                   00091900
                ADD 1 TO WS-CANT-VENCIDAS                               00092000
                MOVE 'VENCIDA (FECHA FINAL)' TO REG-ORD-SITUACION       00092100
                PERFORM 3000-I-GRABAR-LISTADO                           00092200
                   THRU 3000-F-GRABAR-LISTADO                           00092300
           ELSE                                                         00092400
                MOVE SQLCODE   TO WS-SQLCODE                            00092500
                DISPLAY '************************************'          00092600
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00092700
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00092800
                DISPLAY '************************************'          00092900
                DISPLAY '* TABLA       : ORDENES - TBORDPER *'          00093000
                DISPLAY '* DESCRIPCION : VENCER ORDEN       *'          00093100
                DISPLAY '************************************'          00093200
                MOVE 9999 TO RETURN-CODE                                00093300
                SET  WS-FIN-PROCESO TO TRUE                             00093400
           END-IF.                                                      00093500
                                                                        00093600
       2400-F-VENCER-ORDEN. EXIT.                                       00093700
                                                                        00093800
      ******************************************************            00093900
      *  ORDEN MAL CARGADA: SE SUSPENDE (ESTADO 'S')       *            00094000
      ******************************************************            00094100
       2450-I-SUSPENDER-ORDEN.                                          00094200
                                                                        00094300
           MOVE '2450-I-SUSPENDER-ORDEN' TO WS-PARRAFO.                 00094400
                                                                        00094500
           EXEC SQL                                                     00094600
              UPDATE KC02803.TBORDPER                                   00094700
                 SET ESTADO  = 'S'                                      00094800
               WHERE TIPCUEN = :OP-TIPCUEN                              00094900
                 AND NROCUEN = :OP-NROCUEN                              00095000
                 AND NROORD  = :OP-NROORD                               00095100
           END-EXEC                                                     00095200
                                                                        00095300
           IF  SQLCODE EQUAL ZEROS                                      00095400
                PERFORM 2600-I-COMMIT                                   00095500
                   THRU 2600-F-COMMIT                                   00095600
                ADD 1 TO WS-CANT-SUSPENDIDAS                            00095700
                MOVE 'OMITIDA: ORDEN INVALIDA (S)' TO REG-ORD-SITUACION 00095800
                PERFORM 3000-I-GRABAR-LISTADO                           00095900
                   THRU 3000-F-GRABAR-LISTADO                           00096000
           ELSE                                                         00096100
                MOVE SQLCODE   TO WS-SQLCODE                            00096200
                DISPLAY '************************************'          00096300
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00096400
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00096500
                DISPLAY '************************************'          00096600
                DISPLAY '* TABLA       : ORDENES - TBORDPER *'          00096700
                DISPLAY '* DESCRIPCION : SUSPENDER ORDEN    *'          00096800
                DISPLAY '************************************'          00096900
                MOVE 9999 TO RETURN-CODE                                00097000
                SET  WS-FIN-PROCESO TO TRUE                             00097100
           END-IF.                                                      00097200
                                                                        00097300
       2450-F-SUSPENDER-ORDEN. EXIT.                                    00097400
                                                                        00097500
      ***********************************************************       00097600
      *  AVANCE DE LA ORDEN A LA CUOTA SIGUIENTE (GENERADA U    *       00097700
      *  OMITIDA). SI LA SIGUIENTE CAE DESPUES DE FECFIN, ESTA  *       00097800
      *  FUE LA ULTIMA Y LA ORDEN QUEDA VENCIDA.                *       00097900
      ***********************************************************       00098000
       2500-I-AVANZAR-ORDEN.                                            00098100
                                                                        00098200
           MOVE '2500-I-AVANZAR-ORDEN' TO WS-PARRAFO.                   00098300
                                                                        00098400
           ADD 1 TO OP-NROCUOTA                                         00098500
           PERFORM 2510-I-CALCULAR-PROXIMA                              00098600
              THRU 2510-F-CALCULAR-PROXIMA                              00098700
                                                                        00098800
           IF WS-FEC-PROXIMA > OP-FECFIN                                00098900
              MOVE 'V' TO WS-ESTADO-NUEVO                               00099000
           ELSE                                                         00099100
              MOVE 'A' TO WS-ESTADO-NUEVO                               00099200
           END-IF                                                       00099300
                                                                        00099400
           IF WS-MOTIVO-OMISION = SPACES                                00099500
              MOVE WS-FECHA-DB2 TO OP-FECULTGEN                         00099600
              EXEC SQL                                                  00099700
                 UPDATE KC02803.TBORDPER                                00099800
                    SET NROCUOTA  = :OP-NROCUOTA,                       00099900
                        FECPROX   = :WS-FEC-PROXIMA,                    00100000
                        FECULTGEN = :OP-FECULTGEN,                      00100100
                        ESTADO    = :WS-ESTADO-NUEVO                    00100200
                  WHERE TIPCUEN = :OP-TIPCUEN                           00100300
                    AND NROCUEN = :OP-NROCUEN                           00100400
                    AND NROORD  = :OP-NROORD                            00100500
              END-EXEC                                                  00100600
           ELSE                                                         00100700
              EXEC SQL                                                  00100800
                 UPDATE KC02803.TBORDPER                                00100900
                    SET NROCUOTA  = :OP-NROCUOTA,                       00101000
                        FECPROX   = :WS-FEC-PROXIMA,                    00101100
                        ESTADO    = :WS-ESTADO-NUEVO                    00101200
                  WHERE TIPCUEN = :OP-TIPCUEN                           00101300
                    AND NROCUEN = :OP-NROCUEN                           00101400
                    AND NROORD  = :OP-NROORD                            00101500
              END-EXEC                                                  00101600
           END-IF                                                       00101700
                                                                        00101800
           IF  SQLCODE NOT EQUAL ZEROS                                  00101900
                MOVE SQLCODE   TO WS-SQLCODE                            00102000
                DISPLAY '************************************'          00102100
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00102200
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00102300
                DISPLAY '************************************'          00102400
                DISPLAY '* TABLA       : ORDENES - TBORDPER *'          00102500
                DISPLAY '* DESCRIPCION : AVANCE DE CUOTA    *'          00102600
                DISPLAY '************************************'          00102700
                MOVE 9999 TO RETURN-CODE                                00102800
                SET  WS-FIN-PROCESO TO TRUE                             00102900
                GO TO 2500-F-AVANZAR-ORDEN                              00103000
           END-IF                                                       00103100
                                                                        00103200
           PERFORM 2600-I-COMMIT                                        00103300
              THRU 2600-F-COMMIT                                        00103400
                                                                        00103500
           IF WS-MOTIVO-OMISION = SPACES                                00103600
              IF WS-ESTADO-NUEVO = 'V'                                  00103700
                 MOVE 'GENERADA - ULTIMA CUOTA' TO REG-ORD-SITUACION    00103800
              ELSE                                                      00103900
                 MOVE 'GENERADA' TO REG-ORD-SITUACION                   00104000
              END-IF                                                    00104100
           ELSE                                                         00104200
              ADD 1 TO WS-CANT-OMITIDAS                                 00104300
              MOVE 'OMITIDA: '       TO REG-ORD-SITUACION               00104400
              MOVE WS-MOTIVO-OMISION TO REG-ORD-SITUACION(10:20)        00104500
           END-IF                                                       00104600
                                                                        00104700
           IF WS-ESTADO-NUEVO = 'V'                                     00104800
              ADD 1 TO WS-CANT-VENCIDAS                                 00104900
           END-IF                                                       00105000
                                                                        00105100
           PERFORM 3000-I-GRABAR-LISTADO                                00105200
              THRU 3000-F-GRABAR-LISTADO                                00105300
           .                                                            00105400
       2500-F-AVANZAR-ORDEN. EXIT.                                      00105500
                                                                        00105600
      ***********************************************************       00105700
      *  FECHA DE LA CUOTA NRO. OP-NROCUOTA: FECINI MAS         *       00105800
      *  NROCUOTA SEMANAS, MESES, TRIMESTRES O ANIOS. EN LOS    *       00105900
      *  PERIODOS DE MESES EL DIA DE FECINI SE RECORTA AL       *       00106000
      *  ULTIMO DIA DEL MES DE DESTINO (31/01 -> 28/02 -> 31/03)*       00106100
      ***********************************************************       00106200
       2510-I-CALCULAR-PROXIMA.                                         00106300
                                                                        00106400
           MOVE OP-FECINI TO WS-FEC-INI-AUX                             00106500
                                                                        00106600
           EVALUATE OP-FRECUENCIA                                       00106700
           WHEN 'S'                                                     00106800
                COMPUTE WS-DIAS-CALC =                                  00106900
                        FUNCTION INTEGER-OF-DATE(                       00107000
                        WS-INI-AAAA * 10000                             00107100
                      + WS-INI-MM   * 100                               00107200
                      + WS-INI-DD)                                      00107300
                      + 7 * OP-NROCUOTA                                 00107400
                COMPUTE WS-FEC-NUM =                                    00107500
                        FUNCTION DATE-OF-INTEGER(WS-DIAS-CALC)          00107600
           WHEN 'M'                                                     00107700
                MOVE OP-NROCUOTA TO WS-MESES-SUMA                       00107800
                PERFORM 2520-I-SUMAR-MESES                              00107900
                   THRU 2520-F-SUMAR-MESES                              00108000
           WHEN 'T'                                                     00108100
                COMPUTE WS-MESES-SUMA = 3 * OP-NROCUOTA                 00108200
                PERFORM 2520-I-SUMAR-MESES                              00108300
                   THRU 2520-F-SUMAR-MESES                              00108400
           WHEN OTHER                                                   00108500
                COMPUTE WS-MESES-SUMA = 12 * OP-NROCUOTA                00108600
                PERFORM 2520-I-SUMAR-MESES                              00108700
                   THRU 2520-F-SUMAR-MESES                              00108800
           END-EVALUATE                                                 00108900
                                                                        00109000
           MOVE WS-FEC-NUM(1:4) TO WS-FEC-PROXIMA(1:4)                  00109100
           MOVE '-'             TO WS-FEC-PROXIMA(5:1)                  00109200
           MOVE WS-FEC-NUM(5:2) TO WS-FEC-PROXIMA(6:2)                  00109300
           MOVE '-'             TO WS-FEC-PROXIMA(8:1)                  00109400
           MOVE WS-FEC-NUM(7:2) TO WS-FEC-PROXIMA(9:2)                  00109500
           .                                                            00109600
       2510-F-CALCULAR-PROXIMA. EXIT.                                   00109700
                                                                        00109800
       2520-I-SUMAR-MESES.                                              00109900
                                                                        00110000
           COMPUTE WS-MESES-TOT = WS-INI-AAAA * 12                      00110100
                                + WS-INI-MM - 1                         00110200
                                + WS-MESES-SUMA                         00110300
           DIVIDE WS-MESES-TOT BY 12 GIVING WS-CAL-AAAA                 00110400
                                     REMAINDER WS-CAL-MM                00110500
           ADD 1 TO WS-CAL-MM                                           00110600
                                                                        00110700
      *    ULTIMO DIA DEL MES = DIA ANTERIOR AL 1RO. DEL SIGUIENTE      00110800
           IF WS-CAL-MM = 12                                            00110900
              COMPUTE WS-FEC-SIG-NUM = (WS-CAL-AAAA + 1) * 10000        00111000
                                     + 0101                             00111100
           ELSE                                                         00111200
              COMPUTE WS-FEC-SIG-NUM = WS-CAL-AAAA * 10000              00111300
                                     + (WS-CAL-MM + 1) * 100            00111400
                                     + 01                               00111500
           END-IF                                                       00111600
           COMPUTE WS-FEC-SIG-NUM =                                     00111700
                   FUNCTION DATE-OF-INTEGER(                            00111800
                   FUNCTION INTEGER-OF-DATE(WS-FEC-SIG-NUM) - 1)        00111900
           MOVE WS-FEC-SIG-NUM(7:2) TO WS-ULTIMO-DIA                    00112000
                                                                        00112100
           IF WS-INI-DD > WS-ULTIMO-DIA                                 00112200
              MOVE WS-ULTIMO-DIA TO WS-CAL-DD                           00112300
           ELSE                                                         00112400
              MOVE WS-INI-DD     TO WS-CAL-DD                           00112500
           END-IF                                                       00112600
                                                                        00112700
           COMPUTE WS-FEC-NUM = WS-CAL-AAAA * 10000                     00112800
                              + WS-CAL-MM   * 100                       00112900
                              + WS-CAL-DD                               00113000
           .                                                            00113100
       2520-F-SUMAR-MESES. EXIT.                                        00113200
                                                                        00113300
      ***********************************************************       00113400
      *  COMMIT POR ORDEN: LA ORDEN AVANZADA QUEDA FIRME JUNTO  *       00113500
      *  CON SU CUOTA YA GRABADA EN EL CLUSTER.                 *       00113600
      ***********************************************************       00113700
       2600-I-COMMIT.                                                   00113800
                                                                        00113900
           EXEC SQL                                                     00114000
              COMMIT                                                    00114100
           END-EXEC                                                     00114200
                                                                        00114300
           IF  SQLCODE NOT EQUAL ZEROS                                  00114400
                MOVE SQLCODE   TO WS-SQLCODE                            00114500
                DISPLAY '************************************'          00114600
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00114700
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00114800
                DISPLAY '************************************'          00114900
                DISPLAY '* TABLA       : ORDENES - TBORDPER *'          00115000
                DISPLAY '* DESCRIPCION : COMMIT DE LA ORDEN *'          00115100
                DISPLAY '************************************'          00115200
                MOVE 9999 TO RETURN-CODE                                00115300
                SET  WS-FIN-PROCESO TO TRUE                             00115400
           END-IF.                                                      00115500
                                                                        00115600
       2600-F-COMMIT. EXIT.                                             00115700
                                                                        00115800
      **************************************                            00115900
      *  GRABAR LISTADO DE ORDENES         *                            00116000
      **************************************                            00116100
       3000-I-GRABAR-LISTADO.                                           00116200
                                                                        00116300
           MOVE '3000-I-GRABAR-LISTADO' TO WS-PARRAFO.                  00116400
                                                                        00116500
           MOVE OP-TIPCUEN       TO REG-ORD-TIPCUEN                     00116600
           MOVE OP-NROCUEN       TO REG-ORD-NROCUEN                     00116700
           MOVE OP-NROORD        TO REG-ORD-NROORD                      00116800
           MOVE OP-TIPMOV        TO REG-ORD-TIPMOV                      00116900
           IF OP-TIPMOV = 'TR'                                          00117000
              MOVE OP-CTPTIPCUEN TO REG-ORD-CTP-TIPCUEN                 00117100
              MOVE OP-CTPNROCUEN TO REG-ORD-CTP-NROCUEN                 00117200
           ELSE                                                         00117300
              MOVE SPACES        TO REG-ORD-CTP-TIPCUEN                 00117400
              MOVE ZEROS         TO REG-ORD-CTP-NROCUEN                 00117500
           END-IF                                                       00117600
           MOVE OP-IMPORTE       TO REG-ORD-IMPORTE                     00117700
           MOVE OP-MONEDA        TO REG-ORD-MONEDA                      00117800
           MOVE OP-FRECUENCIA    TO REG-ORD-FRECUENCIA                  00117900
           MOVE WS-FEC-CUOTA     TO REG-ORD-FECCUOTA                    00118000
           MOVE WS-FEC-EFECTIVA  TO REG-ORD-FECEFEC                     00118100
           MOVE WS-FEC-PROXIMA   TO REG-ORD-FECPROX                     00118200
                                                                        00118300
           IF WS-CUENTA-LINEA > 50                                      00118400
                PERFORM 9000-I-GRABAR-TITULOS                           00118500
                   THRU 9000-F-GRABAR-TITULOS                           00118600
           END-IF                                                       00118700
                                                                        00118800
           WRITE REG-SALIDA FROM WS-REG-SALIDA-ORD  AFTER 1             00118900
                                                                        00119000
           MOVE FS-SALIDA TO FS-ACTUAL                                  00119100
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00119200
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00119300
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00119400
                                                                        00119500
           ADD  1   TO  WS-GRABADOS                                     00119600
           ADD  1   TO  WS-CUENTA-LINEA.                                00119700
                                                                        00119800
       3000-F-GRABAR-LISTADO. EXIT.                                     00119900
                                                                        00120000
      ***********************************************************       00120100
      *  ARCHIVO DE CONTROL DE LO GENERADO: CABECERA CON EL     *       00120200
      *  RANGO DE NROSEC Y UN DETALLE POR SUCURSAL. SIN CUOTAS  *       00120300
      *  GENERADAS EL ARCHIVO QUEDA VACIO Y EXAMEN20 SOLO       *       00120400
      *  VERIFICA LA ENTREGA DEL FRONT-END.                     *       00120410
      *  EN UNA CORRIDA CORTADA SOLO LO INTERRUMPE UN ERROR     *       00120420
      *  AL GRABAR EL PROPIO CONTROL.                           *       00120500
      ***********************************************************       00120600
       5000-I-GRABAR-CONTROL.                                           00120700
                                                                        00120800
           IF WS-CANT-GENERADAS = ZEROS                                 00120900
              GO TO 5000-F-GRABAR-CONTROL                               00121000
           END-IF                                                       00121100
                                                                        00121200
           MOVE SPACES           TO WS-REG-CONTROL                      00121300
           MOVE '1'              TO CTL-TIPO                            00121400
           MOVE WS-NROSEC-DESDE  TO CTL-NROSEC-DESDE                    00121500
           MOVE WS-NROSEC-HASTA  TO CTL-NROSEC-HASTA                    00121600
           PERFORM 5200-I-ESCRIBIR-CONTROL                              00121700
              THRU 5200-F-ESCRIBIR-CONTROL                              00121800
                                                                        00121900
           PERFORM 5100-I-CONTROL-SUCURSAL                              00122000
              THRU 5100-F-CONTROL-SUCURSAL                              00122100
             VARYING WS-IDX FROM 1 BY 1                                 00122200
               UNTIL WS-IDX > 99 OR FS-CONTROL NOT = '00'               00122300
                                                                        00122400
           DISPLAY '* RANGO GENERADO : '                                00122500
                   WS-NROSEC-DESDE ' A ' WS-NROSEC-HASTA                00122600
           .                                                            00122700
       5000-F-GRABAR-CONTROL. EXIT.                                     00122800
                                                                        00122900
       5100-I-CONTROL-SUCURSAL.                                         00123000
                                                                        00123100
           IF WS-GEN-CANT-CR (WS-IDX) = ZEROS AND                       00123200
              WS-GEN-CANT-DB (WS-IDX) = ZEROS                           00123300
              GO TO 5100-F-CONTROL-SUCURSAL                             00123400
           END-IF                                                       00123500
                                                                        00123600
           MOVE SPACES                  TO WS-REG-CONTROL               00123700
           MOVE '2'                     TO CTL-TIPO                     00123800
           MOVE WS-IDX                  TO CTL-SUCURSAL                 00123900
           MOVE WS-GEN-CANT-CR (WS-IDX) TO CTL-CANT-CR                  00124000
           MOVE WS-GEN-CANT-DB (WS-IDX) TO CTL-CANT-DB                  00124100
           MOVE WS-GEN-HASH-CR (WS-IDX) TO CTL-HASH-CR                  00124200
           MOVE WS-GEN-HASH-DB (WS-IDX) TO CTL-HASH-DB                  00124300
           PERFORM 5200-I-ESCRIBIR-CONTROL                              00124400
              THRU 5200-F-ESCRIBIR-CONTROL                              00124500
           .                                                            00124600
       5100-F-CONTROL-SUCURSAL. EXIT.                                   00124700
                                                                        00124800
       5200-I-ESCRIBIR-CONTROL.                                         00124900
                                                                        00125000
           MOVE '5200-I-ESCRIBIR-CONTROL' TO WS-PARRAFO                 00125100
                                                                        00125200
           WRITE REG-CONTROL FROM WS-REG-CONTROL                        00125300
                                                                        00125400
           MOVE FS-CONTROL TO FS-ACTUAL                                 00125500
           MOVE 'ARCHIVO DE CONTROL' TO WS-ARCHIVO-DESC                 00125600
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00125700
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00125800
                                                                        00125900
           ADD 1 TO WS-CONTROL-GRABADOS                                 00126000
           .                                                            00126100
       5200-F-ESCRIBIR-CONTROL. EXIT.                                   00126200
                                                                        00126300
      **************************************                            00126400
      * APERTURA DE ARCHIVOS               *                            00126500
      **************************************                            00126600
       8000-I-APERTURA-ARCHIVOS.                                        00126700
                                                                        00126800
           MOVE '8000-I-APERTURA-ARCHIVOS' TO WS-PARRAFO                00126900
                                                                        00127000
           OPEN I-O NOVEDADES.                                          00127100
           MOVE FS-NOVEDADES TO FS-ACTUAL                               00127200
           MOVE 'CLUSTER NOVEDADES' TO WS-ARCHIVO-DESC                  00127300
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00127400
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00127500
                                                                        00127600
           OPEN OUTPUT CONTROL-TOTALES.                                 00127700
           MOVE FS-CONTROL TO FS-ACTUAL                                 00127800
           MOVE 'ARCHIVO DE CONTROL' TO WS-ARCHIVO-DESC                 00127900
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00128000
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00128100
                                                                        00128200
           OPEN OUTPUT SALIDA.                                          00128300
           MOVE FS-SALIDA  TO FS-ACTUAL                                 00128400
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00128500
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00128600
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00128700
           .                                                            00128800
       8000-F-APERTURA-ARCHIVOS. EXIT.                                  00128900
                                                                        00129000
      **************************************                            00129100
      *  CIERRE DE ARCHIVOS                *                            00129200
      **************************************                            00129300
       8100-I-CIERRE-ARCHIVOS.                                          00129400
                                                                        00129500
           MOVE '8100-I-CIERRE-ARCHIVOS' TO WS-PARRAFO                  00129600
                                                                        00129700
           PERFORM 8300-I-CERRAR-CURSOR                                 00129800
              THRU 8300-F-CERRAR-CURSOR                                 00129900
                                                                        00130000
           CLOSE NOVEDADES.                                             00130100
           MOVE FS-NOVEDADES TO FS-ACTUAL                               00130200
           MOVE 'CLUSTER NOVEDADES' TO WS-ARCHIVO-DESC                  00130300
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00130400
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00130500
                                                                        00130600
           CLOSE CONTROL-TOTALES.                                       00130700
           MOVE FS-CONTROL TO FS-ACTUAL                                 00130800
           MOVE 'ARCHIVO DE CONTROL' TO WS-ARCHIVO-DESC                 00130900
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00131000
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00131100
                                                                        00131200
           CLOSE SALIDA.                                                00131300
           MOVE FS-SALIDA  TO FS-ACTUAL                                 00131400
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00131500
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00131600
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00131700
           .                                                            00131800
       8100-F-CIERRE-ARCHIVOS. EXIT.                                    00131900
                                                                        00132000
      ***********************************************************       00132100
      *  APERTURA DE CURSOR                                     *       00132200
      ***********************************************************       00132300
       8200-I-ABRIR-CURSOR.                                             00132400
                                                                        00132500
           MOVE '8200-I-ABRIR-CURSOR' TO WS-PARRAFO.                    00132600
                                                                        00132700
           EXEC SQL  OPEN C1  END-EXEC                                  00132800
                                                                        00132900
           IF  SQLCODE EQUAL ZEROS                                      00133000
                SET WS-SI-CURSOR           TO TRUE                      00133100
           ELSE                                                         00133200
                MOVE SQLCODE   TO WS-SQLCODE                            00133300
                DISPLAY '************************************'          00133400
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00133500
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00133600
                DISPLAY '************************************'          00133700
                DISPLAY '* TABLA       : ORDENES - TBORDPER *'          00133800
                DISPLAY '* DESCRIPCION : APERTURA DE CURSOR *'          00133900
                DISPLAY '************************************'          00134000
                MOVE 9999 TO RETURN-CODE                                00134100
                SET  WS-FIN-CURSOR  TO TRUE                             00134200
                SET  WS-FIN-PROCESO TO TRUE                             00134300
           END-IF.                                                      00134400
                                                                        00134500
       8200-F-ABRIR-CURSOR. EXIT.                                       00134600
                                                                        00134700
      ***********************************************************       00134800
      *  CIERRE DE CURSOR                                       *       00134900
      ***********************************************************       00135000
       8300-I-CERRAR-CURSOR.                                            00135100
                                                                        00135200
           MOVE '8300-I-CERRAR-CURSOR' TO WS-PARRAFO.                   00135300
                                                                        00135400
           EXEC SQL CLOSE C1  END-EXEC                                  00135500
                                                                        00135600
           IF  SQLCODE EQUAL ZEROS                                      00135700
                CONTINUE                                                00135800
           ELSE                                                         00135900
                MOVE SQLCODE   TO WS-SQLCODE                            00136000
                DISPLAY '************************************'          00136100
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00136200
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00136300
                DISPLAY '************************************'          00136400
                DISPLAY '* TABLA       : ORDENES - TBORDPER *'          00136500
                DISPLAY '* DESCRIPCION : CIERRE DE CURSOR   *'          00136600
                DISPLAY '************************************'          00136700
                MOVE 9999 TO RETURN-CODE                                00136800
           END-IF.                                                      00136900
                                                                        00137000
       8300-F-CERRAR-CURSOR. EXIT.                                      00137100
                                                                        00137200
      ***********************************************************       00137300
      *  LECTURA DE CURSOR                                      *       00137400
      ***********************************************************       00137500
       8400-I-LEER-CURSOR.                                              00137600
                                                                        00137700
           MOVE '8400-I-LEER-CURSOR' TO WS-PARRAFO.                     00137800
                                                                        00137900
                EXEC SQL                                                00138000
                   FETCH C1                                             00138100
                   INTO  :OP-TIPCUEN,                                   00138200
                         :OP-NROCUEN,                                   00138300
                         :OP-NROORD,                                    00138400
                         :OP-TIPMOV,                                    00138500
                         :OP-CTPTIPCUEN,                                00138600
                         :OP-CTPNROCUEN,                                00138700
                         :OP-IMPORTE,                                   00138800
                         :OP-MONEDA,                                    00138900
                         :OP-FRECUENCIA,                                00139000
                         :OP-FECINI,                                    00139100
                         :OP-FECFIN,                                    00139200
                         :OP-NROCUOTA,                                  00139300
                         :OP-FECPROX                                    00139400
                END-EXEC                                                00139500
                                                                        00139600
           EVALUATE TRUE                                                00139700
           WHEN SQLCODE EQUAL ZEROS                                     00139800
                ADD 1 TO WS-C1-LEIDOS                                   00139900
           WHEN SQLCODE EQUAL +100                                      00140000
                SET  WS-FIN-CURSOR  TO TRUE                             00140100
           WHEN OTHER                                                   00140200
                MOVE SQLCODE   TO WS-SQLCODE                            00140300
                DISPLAY '************************************'          00140400
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00140500
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00140600
                DISPLAY '************************************'          00140700
                DISPLAY '* TABLA       : ORDENES - TBORDPER *'          00140800
                DISPLAY '* DESCRIPCION : LECTURA DE CURSOR  *'          00140900
                DISPLAY '************************************'          00141000
                MOVE 9999 TO RETURN-CODE                                00141100
                SET  WS-FIN-CURSOR  TO TRUE                             00141200
                SET  WS-FIN-PROCESO TO TRUE                             00141300
           END-EVALUATE.                                                00141400
                                                                        00141500
       8400-F-LEER-CURSOR. EXIT.                                        00141600
                                                                        00141700
      **************************************                            00141800
      *  GRABAR TITULOS                    *                            00141900
      **************************************                            00142000
       9000-I-GRABAR-TITULOS.                                           00142100
                                                                        00142200
           MOVE '9000-I-GRABAR-TITULOS' TO WS-PARRAFO.                  00142300
                                                                        00142400
           ADD 1 TO WS-NRO-PAGINA                                       00142500
                                                                        00142600
           WRITE REG-SALIDA FROM WS-LINEA  AFTER PAGE                   00142700
           WRITE REG-SALIDA FROM WS-TITULO                              00142800
           WRITE REG-SALIDA FROM WS-LINEA                               00142900
           WRITE REG-SALIDA FROM WS-SUBTITULO-ORDENES  AFTER 1          00143000
           WRITE REG-SALIDA FROM WS-LINEA                               00143100
                                                                        00143200
           MOVE FS-SALIDA TO FS-ACTUAL                                  00143300
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00143400
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00143500
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00143600
                                                                        00143700
           MOVE 5   TO  WS-CUENTA-LINEA.                                00143800
                                                                        00143900
       9000-F-GRABAR-TITULOS.   EXIT.                                   00144000
                                                                        00144100
      *********************************************************         00144200
      *  VALIDACION FILE STATUS ARCHIVO SALIDA LISTADO        *         00144300
      *********************************************************         00144400
       9996-I-VALIDAR-FS-ACTUAL.                                        00144500
           IF FS-ACTUAL  IS NOT EQUAL '00'                              00144600
              DISPLAY '*****************************************'       00144700
              DISPLAY '*     *   FILE STATUS ERROR   *         *'       00144800
              DISPLAY '*****************************************'       00144900
              DISPLAY '* ERROR EN   : ' WS-PARRAFO                      00145000
              DISPLAY '* ARCHIVO    : ' WS-ARCHIVO-DESC                 00145100
              DISPLAY '* ERROR CODE : ' FS-ACTUAL                       00145200
              DISPLAY '*****************************************'       00145300
              MOVE 9999 TO RETURN-CODE                                  00145400
              SET  WS-FIN-PROCESO TO TRUE                               00145500
           ELSE                                                         00145600
              CONTINUE                                                  00145700
           END-IF.                                                      00145800
       9996-F-VALIDAR-FS-ACTUAL. EXIT.                                  00145900
                                                                        00146000
      **************************************                            00146100
      *  CUERPO FINAL CIERRE DE FILES      *                            00146200
      **************************************                            00146300
       9999-I-FINAL.                                                    00146400
      *    UNA CORRIDA RECHAZADA (FECHA DE PROCESO O APERTURA)          00146500
      *    SOLO INFORMA SUS TOTALES POR CONSOLA.                        00146600
           IF WS-ARRANQUE-NO                                            00146700
              GO TO 9999-X-TOTALES                                      00146800
           END-IF                                                       00146900
                                                                        00147000
           PERFORM 8100-I-CIERRE-ARCHIVOS                               00147100
              THRU 8100-F-CIERRE-ARCHIVOS                               00147200
                                                                        00147300
           .                                                            00147400
       9999-X-TOTALES.                                                  00147500
           DISPLAY '**********************************************'.    00147600
           DISPLAY '*  TOTALES DE ORDENES PERMANENTES            *'.    00147700
           DISPLAY '**********************************************'.    00147800
           DISPLAY 'TOTAL ORDENES LEIDAS     : ' WS-C1-LEIDOS.          00147900
           DISPLAY 'TOTAL CUOTAS GENERADAS   : ' WS-CANT-GENERADAS.     00148000
           DISPLAY 'TOTAL CUOTAS OMITIDAS    : ' WS-CANT-OMITIDAS.      00148100
           DISPLAY 'TOTAL ORDENES VENCIDAS   : ' WS-CANT-VENCIDAS.      00148200
           DISPLAY 'TOTAL ORDENES SUSPENDIDAS: ' WS-CANT-SUSPENDIDAS.   00148300
           DISPLAY 'TOTAL REG. CONTROL GRAB. : ' WS-CONTROL-GRABADOS.   00148400
           DISPLAY '----------------------------------------------'     00148500
           DISPLAY 'TOTAL REGISTROS GRABADOS   : '  WS-GRABADOS.        00148600
           DISPLAY '**********************************************'.    00148700
                                                                        00148800
       9999-F-FINAL.                                                    00148900
           EXIT.                                                        00149000
      *                                                                 00149100
