       IDENTIFICATION DIVISION.                                         00000100
      *                                                        *        00000200
       PROGRAM-ID. EXAMEN28.                                            00000300
      **********************************************************        00000400
      *                                                        *        00000500
      *  PROGRAMA PARA SQL EMBEBIDO                            *        00000600
      *  PRUEBA DE LA INTERFAZ CONTABLE CONTRA LOS SALDOS: POR *        00000700
      *  CADA CELDA SUCURSAL/TIPCUEN/MONEDA COMPARA EL NETO    *        00000800
      *  DEL DIA DE LA INTERFAZ GL (DDSALGL DE EXAMEN2, O LAS  *        00000900
      *  PARTICIONES CONCATENADAS) CON LA VARIACION DE LA SUMA *        00001000
      *  DE SALDOS ENTRE LA FOTO DE HOY Y LA DEL DIA HABIL     *        00001100
      *  ANTERIOR EN TBSALDIA (EXAMEN19).                      *        00001200
      *  LA DIFERENCIA SE EXPLICA CON LO QUE NO PASA POR LA    *        00001300
      *  INTERFAZ: INTERESES Y MANTENIMIENTO ('IN'/'MA' DE     *        00001400
      *  EXAMEN6), CHEQUES RECHAZADOS ('RV' DE UN 'CH' Y 'CD'  *        00001500
      *  DE EXAMEN22), CUENTAS DADAS DE ALTA O DE BAJA Y       *        00001600
      *  CAMBIOS DE SUCURSAL (EXAMEN13). LO QUE QUEDA SIN      *        00001700
      *  EXPLICAR (ARREGLOS MANUALES, UNA PARTICION SIN SU     *        00001800
      *  INTERFAZ, ETC.) SALE EN EL REPORTE DE EXCEPCIONES Y   *        00001900
      *  LA CORRIDA TERMINA CON RETURN CODE 8. EL CONTADOR     *        00002000
      *  EXCEPCIONES EN TBESTRUN LO LEE EL CONTROL DE CIERRE   *        00002100
      *  (EXAMEN17).                                           *        00002200
      *                                                        *        00002300
      **********************************************************        00002400
      *      MANTENIMIENTO DE PROGRAMA                         *        00002500
      **********************************************************        00002600
      *  FECHA   *    DETALLE        * COD *                            00002700
      **************************************                            00002800
      *15/10/26  * VERSION INICIAL   *RVH  *                            00002900
      *15/10/26  * REGISTROS 'C' DE  *RVH  *                            00003000
      *          * RESULTADO DE CAM- *     *                            00003100
      *          * BIO: SE CUENTAN Y *     *                            00003200
      *          * NO SUMAN AL NETO  *     *                            00003210
      *15/10/26  * COMENTARIO DE C2: *RVH  *                            00003220
      *          * EXAMEN2 REVIERTE  *     *                            00003230
      *          * TAMBIEN EL 'IM'   *     *                            00003300
      **************************************                            00003400
       ENVIRONMENT DIVISION.                                            00003500
       CONFIGURATION SECTION.                                           00003600
       SPECIAL-NAMES.                                                   00003700
           DECIMAL-POINT IS COMMA.                                      00003800
                                                                        00003900
       INPUT-OUTPUT SECTION.                                            00004000
       FILE-CONTROL.                                                    00004100
                                                                        00004200
             SELECT SALGL    ASSIGN DDSALGL                             00004300
             FILE STATUS IS FS-SALGL.                                   00004400
                                                                        00004500
             SELECT SALIDA   ASSIGN DDSALE                              00004600
             FILE STATUS IS FS-SALIDA.                                  00004700
                                                                        00004800
             SELECT EXCEPCION ASSIGN DDEXCEP                            00004900
             FILE STATUS IS FS-EXCEPCION.                               00005000
                                                                        00005100
       DATA DIVISION.                                                   00005200
       FILE SECTION.                                                    00005300
       FD SALGL                                                         00005400
             BLOCK CONTAINS 0 RECORDS                                   00005500
             RECORDING MODE IS F.                                       00005600
                                                                        00005700
       01 REG-SALGL       PIC X(80).                                    00005800
                                                                        00005900
       FD SALIDA                                                        00006000
             BLOCK CONTAINS 0 RECORDS                                   00006100
             RECORDING MODE IS F.                                       00006200
                                                                        00006300
       01 REG-SALIDA      PIC X(132).                                   00006400
                                                                        00006500
       FD EXCEPCION                                                     00006600
             BLOCK CONTAINS 0 RECORDS                                   00006700
             RECORDING MODE IS F.                                       00006800
                                                                        00006900
       01 REG-EXCEPCION   PIC X(132).                                   00007000
                                                                        00007100
      **************************************                            00007200
       WORKING-STORAGE SECTION.                                         00007300
      **************************************                            00007400
       77  FILLER          PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.00007500
                                                                        00007600
      ****************************************                          00007700
      * FILE STATUS DE ARCHIVOS Y SQLCODE    *                          00007800
      ****************************************                          00007900
       77  FS-SALGL                 PIC XX    VALUE SPACES.             00008000
       77  FS-SALIDA                PIC XX    VALUE SPACES.             00008100
       77  FS-EXCEPCION             PIC XX    VALUE SPACES.             00008200
       77  FS-ACTUAL                PIC XX    VALUE SPACES.             00008300
       77  WS-SQLCODE    PIC +++999 USAGE DISPLAY VALUE ZEROS.          00008400
       77  WS-FECHA-ANTERIOR        PIC X(10) VALUE SPACES.             00008500
       77  WS-TS-INICIO             PIC X(26) VALUE SPACES.             00008600
       77  WS-FOTOS-PREVIAS   PIC S9(09) USAGE COMP VALUE ZEROS.        00008700
       77  WS-FILAS-FOTO-HOY  PIC S9(09) USAGE COMP VALUE ZEROS.        00008800
       77  WS-FILAS-FOTO-ANT  PIC S9(09) USAGE COMP VALUE ZEROS.        00008900
                                                                        00009000
      ****************************************                          00009100
      * CONTADORES                           *                          00009200
      ****************************************                          00009300
       01  WS-CONTADORES.                                               00009400
           03  WS-C1-LEIDOS            PIC 9(05) VALUE ZEROS.           00009500
           03  WS-C2-LEIDOS            PIC 9(05) VALUE ZEROS.           00009600
           03  WS-C3-LEIDOS            PIC 9(05) VALUE ZEROS.           00009700
           03  WS-GL-LEIDOS            PIC 9(05) VALUE ZEROS.           00009800
           03  WS-GL-DETALLES          PIC 9(05) VALUE ZEROS.           00009900
           03  WS-GL-TRAILERS          PIC 9(05) VALUE ZEROS.           00010000
           03  WS-GL-RESULTADO         PIC 9(05) VALUE ZEROS.           00010100
           03  WS-GL-IMP-RESULTADO     PIC S9(09)V9(02) VALUE ZEROS.    00010200
           03  WS-GL-OTRA-FECHA        PIC 9(05) VALUE ZEROS.           00010300
           03  WS-GL-DESCONOCIDOS      PIC 9(05) VALUE ZEROS.           00010400
           03  WS-CANT-ALTAS           PIC 9(05) VALUE ZEROS.           00010500
           03  WS-CANT-BAJAS           PIC 9(05) VALUE ZEROS.           00010600
           03  WS-CANT-TRASLADOS       PIC 9(05) VALUE ZEROS.           00010700
           03  WS-CELDAS-PROBADAS      PIC 9(05) VALUE ZEROS.           00010800
           03  WS-CELDAS-CON-DIF       PIC 9(05) VALUE ZEROS.           00010900
           03  WS-EXCEPCIONES          PIC 9(05) VALUE ZEROS.           00011000
           03  WS-GRABADOS             PIC 9(05) VALUE ZEROS.           00011100
                                                                        00011200
      *****************************************                         00011300
      *  TABLA DE CELDAS DE LA PRUEBA: UNA    *                         00011400
      *  ENTRADA POR SUCURSAL/TIPCUEN/MONEDA  *                         00011500
      *  CON LA VARIACION DE LA FOTO, EL NETO *                         00011600
      *  DEL GL Y CADA RUBRO DE EXPLICACION.  *                         00011700
      *****************************************                         00011800
       01  WS-TABLA-CELDAS.                                             00011900
           03  WS-CEL-ENTRADA OCCURS 500 TIMES.                         00012000
               05  WS-CEL-CLAVE.                                        00012100
                   07  WS-CEL-SUCUEN       PIC S9(02).                  00012200
                   07  WS-CEL-TIPCUEN      PIC X(02).                   00012300
                   07  WS-CEL-MONEDA       PIC X(02).                   00012400
               05  WS-CEL-SALDO-HOY        PIC S9(11)V9(02).            00012500
               05  WS-CEL-SALDO-ANT        PIC S9(11)V9(02).            00012600
               05  WS-CEL-GL-NETO          PIC S9(11)V9(02).            00012700
               05  WS-CEL-INTERESES        PIC S9(11)V9(02).            00012800
               05  WS-CEL-CHEQUES          PIC S9(11)V9(02).            00012900
               05  WS-CEL-ALTAS-BAJAS      PIC S9(11)V9(02).            00013000
               05  WS-CEL-TRASLADOS        PIC S9(11)V9(02).            00013100
                                                                        00013200
       77  WS-CANT-CELDAS     PIC S9(04) USAGE COMP VALUE ZEROS.        00013300
       77  WS-CEL-IDX         PIC S9(04) USAGE COMP VALUE ZEROS.        00013400
                                                                        00013500
       01  WS-CEL-BUSCADA.                                              00013600
           03  WS-BUS-SUCUEN           PIC S9(02) VALUE ZEROS.          00013700
           03  WS-BUS-TIPCUEN          PIC X(02)  VALUE SPACES.         00013800
           03  WS-BUS-MONEDA           PIC X(02)  VALUE SPACES.         00013900
                                                                        00014000
       01  WS-CALCULO-CELDA.                                            00014100
           03  WS-CEL-VARIACION        PIC S9(11)V9(02) VALUE ZEROS.    00014200
           03  WS-CEL-DIFERENCIA       PIC S9(11)V9(02) VALUE ZEROS.    00014300
                                                                        00014400
      *****************************************                         00014500
      *  AREAS DE LOS CURSORES (SUMAS DE      *                         00014600
      *  CELDA Y CUENTAS QUE CAMBIAN DE CELDA)*                         00014700
      *****************************************                         00014800
       01  WS-SUMAS-CELDA.                                              00014900
           03  WS-SUMA-HOY     PIC S9(11)V9(02) USAGE COMP-3            00015000
                                              VALUE ZEROS.              00015100
           03  WS-SUMA-ANT     PIC S9(11)V9(02) USAGE COMP-3            00015200
                                              VALUE ZEROS.              00015300
           03  WS-SUMA-INTERESES                                        00015400
                               PIC S9(11)V9(02) USAGE COMP-3            00015500
                                              VALUE ZEROS.              00015600
           03  WS-SUMA-CHEQUES PIC S9(11)V9(02) USAGE COMP-3            00015700
                                              VALUE ZEROS.              00015800
                                                                        00015900
      *    UNA FILA DE C3: SIN FILA DE HOY LA SUCURSAL DE HOY VIENE     00016000
      *    EN -1 (BAJA), SIN FILA ANTERIOR LA ANTERIOR VIENE EN -1      00016100
      *    (ALTA); CON LAS DOS ES UN TRASLADO DE CELDA.                 00016200
       01  WS-CAMBIO-CELDA.                                             00016300
           03  WS-CAM-TIPCUEN  PIC X(02) VALUE SPACES.                  00016400
           03  WS-CAM-NROCUEN  PIC S9(5)V USAGE COMP-3 VALUE ZEROS.     00016500
           03  WS-CAM-SUC-HOY  PIC S9(2)V USAGE COMP-3 VALUE ZEROS.     00016600
           03  WS-CAM-MON-HOY  PIC X(02) VALUE SPACES.                  00016700
           03  WS-CAM-SALDO-HOY                                         00016800
                               PIC S9(5)V9(2) USAGE COMP-3              00016900
                                              VALUE ZEROS.              00017000
           03  WS-CAM-SUC-ANT  PIC S9(2)V USAGE COMP-3 VALUE ZEROS.     00017100
           03  WS-CAM-MON-ANT  PIC X(02) VALUE SPACES.                  00017200
           03  WS-CAM-SALDO-ANT                                         00017300
                               PIC S9(5)V9(2) USAGE COMP-3              00017400
                                              VALUE ZEROS.              00017500
           03  WS-CAM-EFECTO-MOV                                        00017600
                               PIC S9(9)V9(2) USAGE COMP-3              00017700
                                              VALUE ZEROS.              00017800
                                                                        00017900
      *****************************************                         00018000
      *  BANDERAS/FLAGS                       *                         00018100
      *****************************************                         00018200
       01  WS-FLAG-PROCESO          PIC X VALUE 'T'.                    00018300
           88  WS-SI-PROCESO           VALUE 'T'.                       00018400
           88  WS-FIN-PROCESO          VALUE 'F'.                       00018500
                                                                        00018600
       01  WS-FLAG-CURSOR           PIC X VALUE 'T'.                    00018700
           88  WS-SI-CURSOR            VALUE 'T'.                       00018800
           88  WS-FIN-CURSOR           VALUE 'F'.                       00018900
                                                                        00019000
       01  WS-ESTADO-SALGL          PIC X VALUE 'F'.                    00019100
           88  WS-FIN-SALGL            VALUE 'T'.                       00019200
                                                                        00019300
      *    SIN FOTO ANTERIOR EN TBSALDIA (PRIMERA CORRIDA) NO HAY       00019400
      *    VARIACION QUE PROBAR; CON UNA DE LAS DOS FOTOS AUSENTE       00019500
      *    LA PRUEBA NO SE PUEDE HACER Y ES UNA EXCEPCION.              00019600
       01  WS-FLAG-PRUEBA           PIC X VALUE 'F'.                    00019700
           88  WS-PRUEBA-SI            VALUE 'T'.                       00019800
           88  WS-PRUEBA-NO            VALUE 'F'.                       00019900
                                                                        00020000
      *    LA CORRIDA ARRANCO DE VERDAD (FECHA DE PROCESO VALIDA        00020100
      *    Y ARCHIVOS ABIERTOS): SI NO, EL CIERRE NO DEBE GRABAR        00020200
      *    RESUMEN NI CERRAR ARCHIVOS NUNCA ABIERTOS.                   00020300
       01  WS-FLAG-ARRANQUE         PIC X VALUE 'F'.                    00020400
           88  WS-ARRANQUE-OK          VALUE 'T'.                       00020500
           88  WS-ARRANQUE-NO          VALUE 'F'.                       00020600
                                                                        00020700
      *****************************************                         00020800
      *  VARIABLES AUXILARES.                *                          00020900
      *****************************************                         00021000
       01 WS-AUXILIARES.                                                00021100
          03  WS-PARRAFO            PIC X(30) VALUE SPACES.             00021200
          03  WS-ARCHIVO-DESC       PIC X(30) VALUE SPACES.             00021300
          03  WS-FECHA-AUX          PIC X(10).                          00021400
          03  WS-CUENTA-LINEA       PIC 9(02) VALUE ZEROS.              00021500
          03  WS-FECHA-DB2.                                             00021600
              05 WS-DB2-AAAA        PIC X(04).                          00021700
              05 FILLER             PIC X VALUE '-'.                    00021800
              05 WS-DB2-MM          PIC X(02).                          00021900
              05 FILLER             PIC X VALUE '-'.                    00022000
              05 WS-DB2-DD          PIC X(02).                          00022100
                                                                        00022200
      *****************************************                         00022300
      *  VISTA DE LOS REGISTROS DE LA INTERFAZ*                         00022400
      *  CONTABLE (MISMO LAYOUT QUE EXAMEN2)  *                         00022500
      *****************************************                         00022600
       01  WS-REG-GL.                                                   00022700
           03  GL-TIPO             PIC X.                               00022800
           03  GL-FECPROC          PIC X(10).                           00022900
           03  GL-SUCUEN           PIC 9(02).                           00023000
           03  GL-TIPCUEN          PIC X(02).                           00023100
           03  GL-MONEDA           PIC X(02).                           00023200
           03  GL-CANT-DB          PIC 9(05).                           00023300
           03  GL-CANT-CR          PIC 9(05).                           00023400
           03  GL-IMP-DB           PIC 9(09)V9(02).                     00023500
           03  GL-IMP-CR           PIC 9(09)V9(02).                     00023600
           03  GL-NETO             PIC S9(09)V9(02)                     00023700
                                   SIGN LEADING SEPARATE.               00023800
           03  FILLER              PIC X(19).                           00023900
                                                                        00024000
      *****************************************                         00024100
      *   IMPRESION DE TITULOS LISTADO        *                         00024200
      *****************************************                         00024300
       01 WS-LINEA       PIC X(132) VALUE ALL '-'.                      00024400
                                                                        00024500
       01 WS-TITULO.                                                    00024600
          03  FILLER     PIC X(05) VALUE SPACES.                        00024700
          03  WS-TITULO-LEYENDA     PIC X(33) VALUE                     00024800
                     'PRUEBA INTERFAZ GL CONTRA SALDOS '.               00024900
          03  FILLER                PIC X(28)    VALUE SPACES.          00025000
          03  FILLER                PIC X(10)    VALUE '   FECHA: '.    00025100
          03  WS-FECHA.                                                 00025200
              05  WS-DD             PIC 9(02).                          00025300
              05  FILLER            PIC X       VALUE '/'.              00025400
              05  WS-MM             PIC 9(02).                          00025500
              05  FILLER            PIC X       VALUE '/'.              00025600
              05  WS-AAAA           PIC 9(04).                          00025700
          03  FILLER                PIC X(20)    VALUE SPACES.          00025800
          03  FILLER                PIC X(13)    VALUE 'NRO. PAGINA: '. 00025900
          03  WS-NRO-PAGINA         PIC 9(02)    VALUE ZEROES.          00026000
          03  FILLER                PIC X(08)    VALUE SPACES.          00026100
                                                                        00026200
       01 WS-TITULO-FOTOS.                                              00026300
          03  FILLER     PIC X(05) VALUE SPACES.                        00026400
          03  FILLER                PIC X(11)    VALUE 'FOTO HOY : '.   00026500
          03  WS-TIT-FOTO-HOY       PIC X(10)    VALUE SPACES.          00026600
          03  FILLER                PIC X(05)    VALUE SPACES.          00026700
          03  FILLER                PIC X(17)    VALUE                  00026800
                     'FOTO ANTERIOR  : '.                               00026900
          03  WS-TIT-FOTO-ANT       PIC X(10)    VALUE SPACES.          00027000
          03  FILLER                PIC X(74)    VALUE SPACES.          00027100
                                                                        00027200
      ***************************************************               00027300
      *  SUBTITULOS DE LA PRUEBA POR CELDA              *               00027400
      ***************************************************               00027500
       01 WS-SUBTITULO-PRUEBA.                                          00027600
          03 FILLER                 PIC X     VALUE '|'.                00027700
          03 FILLER                 PIC X(04) VALUE 'SUC '.             00027800
          03 FILLER                 PIC X     VALUE '|'.                00027900
          03 FILLER                 PIC X(04) VALUE 'TIP '.             00028000
          03 FILLER                 PIC X     VALUE '|'.                00028100
          03 FILLER                 PIC X(04) VALUE 'MON '.             00028200
          03 FILLER                 PIC X     VALUE '|'.                00028300
          03 FILLER                 PIC X(15) VALUE                     00028400
                         'VARIACION SALDO'.                             00028500
          03 FILLER                 PIC X     VALUE '|'.                00028600
          03 FILLER                 PIC X(15) VALUE                     00028700
                         '    NETO GL    '.                             00028800
          03 FILLER                 PIC X     VALUE '|'.                00028900
          03 FILLER                 PIC X(15) VALUE                     00029000
                         ' INT/MANT EX6  '.                             00029100
          03 FILLER                 PIC X     VALUE '|'.                00029200
          03 FILLER                 PIC X(15) VALUE                     00029300
                         ' CHEQUES EX22  '.                             00029400
          03 FILLER                 PIC X     VALUE '|'.                00029500
          03 FILLER                 PIC X(15) VALUE                     00029600
                         '  ALTAS/BAJAS  '.                             00029700
          03 FILLER                 PIC X     VALUE '|'.                00029800
          03 FILLER                 PIC X(15) VALUE                     00029900
                         '   TRASLADOS   '.                             00030000
          03 FILLER                 PIC X     VALUE '|'.                00030100
          03 FILLER                 PIC X(15) VALUE                     00030200
                         '  DIFERENCIA   '.                             00030300
          03 FILLER                 PIC X     VALUE '|'.                00030400
          03 FILLER                 PIC X(03) VALUE 'DIF'.              00030500
          03 FILLER                 PIC X     VALUE '|'.                00030600
                                                                        00030700
      ***************************************************               00030800
      *  LINEA DE LA PRUEBA DE UNA CELDA                *               00030900
      ***************************************************               00031000
       01 WS-REG-SALIDA-PRU.                                            00031100
          03  FILLER              PIC X         VALUE '|'.              00031200
          03  FILLER              PIC X         VALUE SPACES.           00031300
          03  REG-PRU-SUCUEN      PIC Z9        VALUE ZEROS.            00031400
          03  FILLER              PIC X         VALUE SPACES.           00031500
          03  FILLER              PIC X         VALUE '|'.              00031600
          03  FILLER              PIC X         VALUE SPACES.           00031700
          03  REG-PRU-TIPCUEN     PIC X(02)     VALUE SPACES.           00031800
          03  FILLER              PIC X         VALUE SPACES.           00031900
          03  FILLER              PIC X         VALUE '|'.              00032000
          03  FILLER              PIC X         VALUE SPACES.           00032100
          03  REG-PRU-MONEDA      PIC X(02)     VALUE SPACES.           00032200
          03  FILLER              PIC X         VALUE SPACES.           00032300
          03  FILLER              PIC X         VALUE '|'.              00032400
          03  REG-PRU-VARIACION   PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.      00032500
          03  FILLER              PIC X         VALUE '|'.              00032600
          03  REG-PRU-GL-NETO     PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.      00032700
          03  FILLER              PIC X         VALUE '|'.              00032800
          03  REG-PRU-INTERESES   PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.      00032900
          03  FILLER              PIC X         VALUE '|'.              00033000
          03  REG-PRU-CHEQUES     PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.      00033100
          03  FILLER              PIC X         VALUE '|'.              00033200
          03  REG-PRU-ALTAS-BAJAS PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.      00033300
          03  FILLER              PIC X         VALUE '|'.              00033400
          03  REG-PRU-TRASLADOS   PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.      00033500
          03  FILLER              PIC X         VALUE '|'.              00033600
          03  REG-PRU-DIFERENCIA  PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.      00033700
          03  FILLER              PIC X         VALUE '|'.              00033800
          03  REG-PRU-MARCA       PIC X(03)     VALUE SPACES.           00033900
          03  FILLER              PIC X         VALUE '|'.              00034000
                                                                        00034100
      ***************************************************               00034200
      *  LINEA DEL REPORTE DE EXCEPCIONES               *               00034300
      ***************************************************               00034400
       01 WS-SUBTITULO-EXCEP.                                           00034500
          03 FILLER                 PIC X     VALUE '|'.                00034600
          03 FILLER                 PIC X(04) VALUE 'SUC '.             00034700
          03 FILLER                 PIC X     VALUE '|'.                00034800
          03 FILLER                 PIC X(04) VALUE 'TIP '.             00034900
          03 FILLER                 PIC X     VALUE '|'.                00035000
          03 FILLER                 PIC X(04) VALUE 'MON '.             00035100
          03 FILLER                 PIC X     VALUE '|'.                00035200
          03 FILLER                 PIC X(15) VALUE                     00035300
                         '   IMPORTE     '.                             00035400
          03 FILLER                 PIC X     VALUE '|'.                00035500
          03 FILLER                 PIC X(50) VALUE                     00035600
                '                     MOTIVO                       '.   00035700
          03 FILLER                 PIC X     VALUE '|'.                00035800
                                                                        00035900
       01 WS-REG-SALIDA-EXC.                                            00036000
          03  FILLER              PIC X         VALUE '|'.              00036100
          03  FILLER              PIC X         VALUE SPACES.           00036200
          03  REG-EXC-SUCUEN      PIC Z9        VALUE ZEROS.            00036300
          03  FILLER              PIC X         VALUE SPACES.           00036400
          03  FILLER              PIC X         VALUE '|'.              00036500
          03  FILLER              PIC X         VALUE SPACES.           00036600
          03  REG-EXC-TIPCUEN     PIC X(02)     VALUE SPACES.           00036700
          03  FILLER              PIC X         VALUE SPACES.           00036800
          03  FILLER              PIC X         VALUE '|'.              00036900
          03  FILLER              PIC X         VALUE SPACES.           00037000
          03  REG-EXC-MONEDA      PIC X(02)     VALUE SPACES.           00037100
          03  FILLER              PIC X         VALUE SPACES.           00037200
          03  FILLER              PIC X         VALUE '|'.              00037300
          03  REG-EXC-IMPORTE     PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.      00037400
          03  FILLER              PIC X         VALUE '|'.              00037500
          03  REG-EXC-MOTIVO      PIC X(50)     VALUE SPACES.           00037600
          03  FILLER              PIC X         VALUE '|'.              00037700
                                                                        00037800
      *****************************************                         00037900
      *   FIN IMPRESION DE TITULOS LISTADO    *                         00038000
      *****************************************                         00038100
       77  FILLER        PIC X(26) VALUE '* VARIABLES SQL          *'.  00038200
                                                                        00038300
      ********************************************************          00038400
      *  AREA DE COMUNICACION Y DEFINICION SQL DB2           *          00038500
      ********************************************************          00038600
            EXEC SQL                                                    00038700
              INCLUDE SQLCA                                             00038800
            END-EXEC.                                                   00038900
                                                                        00039000
            EXEC SQL                                                    00039100
              INCLUDE TBSALDIA                                          00039200
            END-EXEC.                                                   00039300
                                                                        00039400
            EXEC SQL                                                    00039500
              INCLUDE TBMOVHIS                                          00039600
            END-EXEC.                                                   00039700
                                                                        00039800
            EXEC SQL                                                    00039900
              INCLUDE TBCALEND                                          00040000
            END-EXEC.                                                   00040100
                                                                        00040200
            EXEC SQL                                                    00040300
              INCLUDE TBESTRUN                                          00040400
            END-EXEC.                                                   00040500
                                                                        00040600
      ***************************************************               00040700
      * CURSOR C1 - SALDO DE CADA CELDA EN LA FOTO DE   *               00040800
      * HOY Y EN LA DEL DIA HABIL ANTERIOR              *               00040900
      ***************************************************               00041000
            EXEC SQL                                                    00041100
              DECLARE C1 CURSOR FOR                                     00041200
              SELECT SUCUEN,                                            00041300
                     TIPCUEN,                                           00041400
                     MONEDA,                                            00041500
                     SUM(CASE WHEN FECPROC = :WS-FECHA-DB2              00041600
                              THEN SALDO ELSE 0 END),                   00041700
                     SUM(CASE WHEN FECPROC = :WS-FECHA-ANTERIOR         00041800
                              THEN SALDO ELSE 0 END)                    00041900
                FROM KC02803.TBSALDIA                                   00042000
               WHERE FECPROC IN (:WS-FECHA-DB2, :WS-FECHA-ANTERIOR)     00042100
               GROUP BY SUCUEN, TIPCUEN, MONEDA                         00042200
               ORDER BY SUCUEN, TIPCUEN, MONEDA                         00042300
            END-EXEC.                                                   00042400
                                                                        00042500
      ***************************************************               00042600
      * CURSOR C2 - MOVIMIENTOS DEL DIA QUE NO PASAN    *               00042700
      * POR LA INTERFAZ GL, SUMADOS POR CELDA: 'IN' Y   *               00042800
      * 'MA' DE EXAMEN6; 'CD' Y EL 'RV' DE UN 'CH' DE   *               00042810
      * EXAMEN22 (LOS 'RV' DE EXAMEN2, TAMBIEN LOS DEL  *               00042820
      * 'IM', PASAN POR LA INTERFAZ GL).                *               00042900
      * LA CELDA ES LA DE LA FOTO DE HOY, O LA DE LA    *               00043100
      * FOTO ANTERIOR SI LA CUENTA SE DIO DE BAJA.      *               00043200
      ***************************************************               00043300
            EXEC SQL                                                    00043400
              DECLARE C2 CURSOR FOR                                     00043500
              SELECT COALESCE(H.SUCUEN, P.SUCUEN, 0),                   00043600
                     A.TIPCUEN,                                         00043700
                     COALESCE(H.MONEDA, P.MONEDA, A.MONEDA),            00043800
                     SUM(CASE WHEN A.TIPMOV IN ('IN', 'MA')             00043900
                              THEN A.SALDOPOS - A.SALDOANT              00044000
                              ELSE 0 END),                              00044100
                     SUM(CASE WHEN A.TIPMOV IN ('IN', 'MA')             00044200
                              THEN 0                                    00044300
                              ELSE A.SALDOPOS - A.SALDOANT END)         00044400
                FROM KC02803.TBMOVHIS A                                 00044500
                LEFT JOIN KC02803.TBMOVHIS O                            00044600
                  ON O.TIPCUEN = A.TIPCUEN                              00044700
                 AND O.NROCUEN = A.NROCUEN                              00044800
                 AND O.FECPROC = A.FECREF                               00044900
                 AND O.NROSEC  = A.NROSECREF                            00045000
                LEFT JOIN KC02803.TBSALDIA H                            00045100
                  ON H.FECPROC = :WS-FECHA-DB2                          00045200
                 AND H.TIPCUEN = A.TIPCUEN                              00045300
                 AND H.NROCUEN = A.NROCUEN                              00045400
                LEFT JOIN KC02803.TBSALDIA P                            00045500
                  ON P.FECPROC = :WS-FECHA-ANTERIOR                     00045600
                 AND P.TIPCUEN = A.TIPCUEN                              00045700
                 AND P.NROCUEN = A.NROCUEN                              00045800
               WHERE A.FECPROC = :WS-FECHA-DB2                          00045900
                 AND (A.TIPMOV IN ('IN', 'MA', 'CD')                    00046000
                  OR (A.TIPMOV = 'RV' AND O.TIPMOV = 'CH'))             00046100
               GROUP BY COALESCE(H.SUCUEN, P.SUCUEN, 0),                00046200
                        A.TIPCUEN,                                      00046300
                        COALESCE(H.MONEDA, P.MONEDA, A.MONEDA)          00046400
            END-EXEC.                                                   00046500
                                                                        00046600
      ***************************************************               00046700
      * CURSOR C3 - CUENTAS QUE ENTRAN, SALEN O CAMBIAN *               00046800
      * DE CELDA ENTRE LAS DOS FOTOS (ALTAS, BAJAS Y    *               00046900
      * TRASLADOS DE SUCURSAL DE EXAMEN13)              *               00047000
      ***************************************************               00047100
            EXEC SQL                                                    00047200
              DECLARE C3 CURSOR FOR                                     00047300
              SELECT H.TIPCUEN,                                         00047400
                     H.NROCUEN,                                         00047500
                     H.SUCUEN,                                          00047600
                     H.MONEDA,                                          00047700
                     H.SALDO,                                           00047800
                     COALESCE(P.SUCUEN, -1),                            00047900
                     COALESCE(P.MONEDA, '  '),                          00048000
                     COALESCE(P.SALDO, 0)                               00048100
                FROM KC02803.TBSALDIA H                                 00048200
                LEFT JOIN KC02803.TBSALDIA P                            00048300
                  ON P.FECPROC = :WS-FECHA-ANTERIOR                     00048400
                 AND P.TIPCUEN = H.TIPCUEN                              00048500
                 AND P.NROCUEN = H.NROCUEN                              00048600
               WHERE H.FECPROC = :WS-FECHA-DB2                          00048700
                 AND (P.NROCUEN IS NULL                                 00048800
                  OR  P.SUCUEN <> H.SUCUEN                              00048900
                  OR  P.MONEDA <> H.MONEDA)                             00049000
              UNION ALL                                                 00049100
              SELECT P.TIPCUEN,                                         00049200
                     P.NROCUEN,                                         00049300
                     -1,                                                00049400
                     '  ',                                              00049500
                     0,                                                 00049600
                     P.SUCUEN,                                          00049700
                     P.MONEDA,                                          00049800
                     P.SALDO                                            00049900
                FROM KC02803.TBSALDIA P                                 00050000
               WHERE P.FECPROC = :WS-FECHA-ANTERIOR                     00050100
                 AND NOT EXISTS                                         00050200
                     (SELECT 1                                          00050300
                        FROM KC02803.TBSALDIA H                         00050400
                       WHERE H.FECPROC = :WS-FECHA-DB2                  00050500
                         AND H.TIPCUEN = P.TIPCUEN                      00050600
                         AND H.NROCUEN = P.NROCUEN)                     00050700
            END-EXEC.                                                   00050800
                                                                        00050900
       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.  00051000
                                                                        00051100
      ***************************************************************.  00051200
       PROCEDURE DIVISION.                                              00051300
      **************************************                            00051400
      *  CUERPO PRINCIPAL DEL PROGRAMA     *                            00051500
      **************************************                            00051600
       MAIN-PROGRAM.                                                    00051700
                                                                        00051800
           PERFORM 1000-I-INICIO   THRU                                 00051900
                   1000-F-INICIO.                                       00052000
                                                                        00052100
           IF WS-SI-PROCESO AND WS-PRUEBA-SI                            00052200
              PERFORM 2000-I-CARGAR-FOTOS                               00052300
                 THRU 2000-F-CARGAR-FOTOS                               00052400
           END-IF                                                       00052500
                                                                        00052600
           IF WS-SI-PROCESO AND WS-PRUEBA-SI                            00052700
              PERFORM 3000-I-CARGAR-GL                                  00052800
                 THRU 3000-F-CARGAR-GL                                  00052900
           END-IF                                                       00053000
                                                                        00053100
           IF WS-SI-PROCESO AND WS-PRUEBA-SI                            00053200
              PERFORM 4000-I-CARGAR-EXPLICACION                         00053300
                 THRU 4000-F-CARGAR-EXPLICACION                         00053400
           END-IF                                                       00053500
                                                                        00053600
           IF WS-SI-PROCESO AND WS-PRUEBA-SI                            00053700
              PERFORM 4500-I-CARGAR-CAMBIOS                             00053800
                 THRU 4500-F-CARGAR-CAMBIOS                             00053900
           END-IF                                                       00054000
                                                                        00054100
           IF WS-SI-PROCESO AND WS-PRUEBA-SI                            00054200
              PERFORM 5000-I-PROBAR-CELDA                               00054300
                 THRU 5000-F-PROBAR-CELDA                               00054400
                VARYING WS-CEL-IDX FROM 1 BY 1                          00054500
                  UNTIL WS-CEL-IDX > WS-CANT-CELDAS                     00054600
                     OR WS-FIN-PROCESO                                  00054700
           END-IF                                                       00054800
                                                                        00054900
           PERFORM 9999-I-FINAL    THRU                                 00055000
                   9999-F-FINAL.                                        00055100
                                                                        00055200
       F-MAIN-PROGRAM. GOBACK.                                          00055300
                                                                        00055400
      **************************************                            00055500
      *  CUERPO INICIO APERTURA ARCHIVOS   *                            00055600
      **************************************                            00055700
       1000-I-INICIO.                                                   00055800
                                                                        00055900
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-AUX                   00056000
           MOVE WS-FECHA-AUX(1:4)     TO WS-AAAA                        00056100
           MOVE WS-FECHA-AUX(5:2)     TO WS-MM                          00056200
           MOVE WS-FECHA-AUX(7:2)     TO WS-DD                          00056300
           MOVE 99 TO WS-CUENTA-LINEA                                   00056400
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TS-INICIO             00056500
                                                                        00056600
           SET WS-SI-PROCESO TO TRUE                                    00056700
                                                                        00056800
           PERFORM 1015-I-OBTENER-FECHA-PROCESO                         00056900
              THRU 1015-F-OBTENER-FECHA-PROCESO                         00057000
           IF WS-FIN-PROCESO                                            00057100
              GO TO 1000-F-INICIO                                       00057200
           END-IF                                                       00057300
                                                                        00057400
           PERFORM 8000-I-APERTURA-ARCHIVOS                             00057500
              THRU 8000-F-APERTURA-ARCHIVOS                             00057600
                                                                        00057700
           IF FS-SALIDA    = '00' AND                                   00057800
              FS-EXCEPCION = '00' AND                                   00057900
              FS-SALGL     = '00' AND WS-SI-PROCESO                     00058000
              SET WS-ARRANQUE-OK TO TRUE                                00058100
              PERFORM 1020-I-BUSCAR-DIA-ANTERIOR                        00058200
                 THRU 1020-F-BUSCAR-DIA-ANTERIOR                        00058300
           ELSE                                                         00058400
              DISPLAY '*********************************'               00058500
              DISPLAY '* ERROR EN APERTURA DE ARCHIVOS *'               00058600
              DISPLAY '* PRUEBA GL/SALDOS CANCELADA    *'               00058700
              DISPLAY '*********************************'               00058800
              SET WS-FIN-PROCESO TO TRUE                                00058900
           END-IF                                                       00059000
           .                                                            00059100
       1000-F-INICIO.   EXIT.                                           00059200
                                                                        00059300
      ***********************************************************       00059400
      *  FECHA DE PROCESO DE LA CADENA (TBCALEND):              *       00059500
      *  SE PRUEBA LA FECHA MARCADA FECPROC='S', Y SE RECHAZA   *       00059600
      *  LA CORRIDA SI NO HAY FECHA MARCADA O SI LA FECHA       *       00059700
      *  MARCADA NO ES DIA HABIL.                               *       00059800
      ***********************************************************       00059900
       1015-I-OBTENER-FECHA-PROCESO.                                    00060000
                                                                        00060100
           MOVE '1015-I-OBTENER-FECHA-PROC' TO WS-PARRAFO.              00060200
                                                                        00060300
           EXEC SQL                                                     00060400
              SELECT FECHA,                                             00060500
                     DIAHABIL                                           00060600
                INTO :CA-FECHA,                                         00060700
                     :CA-DIAHABIL                                       00060800
                FROM KC02803.TBCALEND                                   00060900
               WHERE FECPROC = 'S'                                      00061000
           END-EXEC                                                     00061100
                                                                        00061200
           EVALUATE TRUE                                                00061300
           WHEN SQLCODE EQUAL ZEROS                                     00061400
                IF CA-DIAHABIL NOT = 'S'                                00061500
                   DISPLAY '*****************************************'  00061600
                   DISPLAY '* LA FECHA DE PROCESO MARCADA EN        *'  00061700
                   DISPLAY '* TBCALEND NO ES UN DIA HABIL           *'  00061800
                   DISPLAY '* FECHA : ' CA-FECHA                        00061900
                   DISPLAY '* LA CORRIDA SE RECHAZA                 *'  00062000
                   DISPLAY '*****************************************'  00062100
                   MOVE 9999 TO RETURN-CODE                             00062200
                   SET  WS-FIN-PROCESO TO TRUE                          00062300
                ELSE                                                    00062400
                   MOVE CA-FECHA(1:4)  TO WS-AAAA                       00062500
                   MOVE CA-FECHA(6:2)  TO WS-MM                         00062600
                   MOVE CA-FECHA(9:2)  TO WS-DD                         00062700
                   MOVE CA-FECHA       TO WS-FECHA-DB2                  00062800
                   MOVE CA-FECHA       TO WS-TIT-FOTO-HOY               00062900
                END-IF                                                  00063000
           WHEN SQLCODE EQUAL +100                                      00063100
                DISPLAY '*****************************************'     00063200
                DISPLAY '* NO HAY FECHA DE PROCESO MARCADA EN    *'     00063300
                DISPLAY '* TBCALEND (FECPROC = S)                *'     00063400
                DISPLAY '* LA CORRIDA SE RECHAZA                 *'     00063500
                DISPLAY '*****************************************'     00063600
                MOVE 9999 TO RETURN-CODE                                00063700
                SET  WS-FIN-PROCESO TO TRUE                             00063800
           WHEN OTHER                                                   00063900
                MOVE SQLCODE   TO WS-SQLCODE                            00064000
                DISPLAY '************************************'          00064100
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00064200
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00064300
                DISPLAY '************************************'          00064400
                DISPLAY '* TABLA       : CALENDARIO TBCALEND*'          00064500
                DISPLAY '* DESCRIPCION : FECHA DE PROCESO   *'          00064600
                DISPLAY '************************************'          00064700
                MOVE 9999 TO RETURN-CODE                                00064800
                SET  WS-FIN-PROCESO TO TRUE                             00064900
           END-EVALUATE.                                                00065000
                                                                        00065100
       1015-F-OBTENER-FECHA-PROCESO. EXIT.                              00065200
                                                                        00065300
      ***********************************************************       00065400
      *  DIA HABIL ANTERIOR SEGUN TBCALEND Y PRESENCIA DE LAS   *       00065500
      *  DOS FOTOS. SIN NINGUNA FOTO ANTERIOR A HOY ES LA       *       00065600
      *  PRIMERA CORRIDA: SE AVISA Y NO SE PRUEBA. SI FALTA LA  *       00065700
      *  FOTO DE HOY O LA DEL DIA HABIL ANTERIOR LA PRUEBA NO   *       00065800
      *  SE PUEDE HACER Y SE INFORMA COMO EXCEPCION.            *       00065900
      ***********************************************************       00066000
       1020-I-BUSCAR-DIA-ANTERIOR.                                      00066100
                                                                        00066200
           MOVE '1020-I-BUSCAR-DIA-ANTERIOR' TO WS-PARRAFO.             00066300
                                                                        00066400
           MOVE WS-FECHA-DB2 TO CA-FECHA                                00066500
                                                                        00066600
           EXEC SQL                                                     00066700
              SELECT COALESCE(MAX(CHAR(FECHA, ISO)), ' ')               00066800
                INTO :WS-FECHA-ANTERIOR                                 00066900
                FROM KC02803.TBCALEND                                   00067000
               WHERE FECHA    < :CA-FECHA                               00067100
                 AND DIAHABIL = 'S'                                     00067200
           END-EXEC                                                     00067300
                                                                        00067400
           IF SQLCODE NOT EQUAL ZEROS                                   00067500
              PERFORM 9995-I-ERROR-DB2                                  00067600
                 THRU 9995-F-ERROR-DB2                                  00067700
              GO TO 1020-F-BUSCAR-DIA-ANTERIOR                          00067800
           END-IF                                                       00067900
                                                                        00068000
           MOVE WS-FECHA-DB2 TO SD-FECPROC                              00068100
                                                                        00068200
           EXEC SQL                                                     00068300
              SELECT COUNT(*)                                           00068400
                INTO :WS-FOTOS-PREVIAS                                  00068500
                FROM KC02803.TBSALDIA                                   00068600
               WHERE FECPROC < :SD-FECPROC                              00068700
           END-EXEC                                                     00068800
                                                                        00068900
           IF SQLCODE NOT EQUAL ZEROS                                   00069000
              PERFORM 9995-I-ERROR-DB2                                  00069100
                 THRU 9995-F-ERROR-DB2                                  00069200
              GO TO 1020-F-BUSCAR-DIA-ANTERIOR                          00069300
           END-IF                                                       00069400
                                                                        00069500
           IF WS-FOTOS-PREVIAS = ZEROS OR                               00069600
              WS-FECHA-ANTERIOR = SPACES                                00069700
              DISPLAY '*****************************************'       00069800
              DISPLAY '* SIN FOTO ANTERIOR EN TBSALDIA         *'       00069900
              DISPLAY '* (PRIMERA CORRIDA): NO HAY VARIACION   *'       00070000
              DISPLAY '* QUE PROBAR CONTRA LA INTERFAZ GL      *'       00070100
              DISPLAY '*****************************************'       00070200
              SET WS-PRUEBA-NO TO TRUE                                  00070300
              GO TO 1020-F-BUSCAR-DIA-ANTERIOR                          00070400
           END-IF                                                       00070500
                                                                        00070600
           MOVE WS-FECHA-ANTERIOR TO WS-TIT-FOTO-ANT                    00070700
           DISPLAY '* DIA HABIL ANTERIOR : ' WS-FECHA-ANTERIOR          00070800
                                                                        00070900
           EXEC SQL                                                     00071000
              SELECT COUNT(*)                                           00071100
                INTO :WS-FILAS-FOTO-HOY                                 00071200
                FROM KC02803.TBSALDIA                                   00071300
               WHERE FECPROC = :SD-FECPROC                              00071400
           END-EXEC                                                     00071500
                                                                        00071600
           IF SQLCODE NOT EQUAL ZEROS                                   00071700
              PERFORM 9995-I-ERROR-DB2                                  00071800
                 THRU 9995-F-ERROR-DB2                                  00071900
              GO TO 1020-F-BUSCAR-DIA-ANTERIOR                          00072000
           END-IF                                                       00072100
                                                                        00072200
           MOVE WS-FECHA-ANTERIOR TO SD-FECPROC                         00072300
                                                                        00072400
           EXEC SQL                                                     00072500
              SELECT COUNT(*)                                           00072600
                INTO :WS-FILAS-FOTO-ANT                                 00072700
                FROM KC02803.TBSALDIA                                   00072800
               WHERE FECPROC = :SD-FECPROC                              00072900
           END-EXEC                                                     00073000
                                                                        00073100
           IF SQLCODE NOT EQUAL ZEROS                                   00073200
              PERFORM 9995-I-ERROR-DB2                                  00073300
                 THRU 9995-F-ERROR-DB2                                  00073400
              GO TO 1020-F-BUSCAR-DIA-ANTERIOR                          00073500
           END-IF                                                       00073600
                                                                        00073700
           SET WS-PRUEBA-SI TO TRUE                                     00073800
                                                                        00073900
           IF WS-FILAS-FOTO-HOY = ZEROS                                 00074000
              MOVE 'FALTA LA FOTO DE HOY EN TBSALDIA (EXAMEN19)'        00074100
                      TO REG-EXC-MOTIVO                                 00074200
              PERFORM 6000-I-GRABAR-EXCEPCION                           00074300
                 THRU 6000-F-GRABAR-EXCEPCION                           00074400
              SET WS-PRUEBA-NO TO TRUE                                  00074500
           END-IF                                                       00074600
                                                                        00074700
           IF WS-FILAS-FOTO-ANT = ZEROS                                 00074800
              MOVE 'FALTA LA FOTO DEL DIA HABIL ANTERIOR EN TBSALDIA'   00074900
                      TO REG-EXC-MOTIVO                                 00075000
              PERFORM 6000-I-GRABAR-EXCEPCION                           00075100
                 THRU 6000-F-GRABAR-EXCEPCION                           00075200
              SET WS-PRUEBA-NO TO TRUE                                  00075300
           END-IF                                                       00075400
           .                                                            00075500
       1020-F-BUSCAR-DIA-ANTERIOR. EXIT.                                00075600
                                                                        00075700
      ***********************************************************       00075800
      *  FASE 1: SALDO DE HOY Y ANTERIOR DE CADA CELDA (C1)     *       00075900
      ***********************************************************       00076000
       2000-I-CARGAR-FOTOS.                                             00076100
                                                                        00076200
           PERFORM 8200-I-ABRIR-CURSOR-C1                               00076300
              THRU 8200-F-ABRIR-CURSOR-C1                               00076400
                                                                        00076500
           IF WS-SI-CURSOR                                              00076600
              PERFORM 8400-I-LEER-CURSOR-C1                             00076700
                 THRU 8400-F-LEER-CURSOR-C1                             00076800
                                                                        00076900
              PERFORM 2100-I-UNA-CELDA-FOTO                             00077000
                 THRU 2100-F-UNA-CELDA-FOTO                             00077100
                UNTIL WS-FIN-CURSOR OR WS-FIN-PROCESO                   00077200
                                                                        00077300
              PERFORM 8300-I-CERRAR-CURSOR-C1                           00077400
                 THRU 8300-F-CERRAR-CURSOR-C1                           00077500
           END-IF                                                       00077600
           .                                                            00077700
       2000-F-CARGAR-FOTOS. EXIT.                                       00077800
                                                                        00077900
       2100-I-UNA-CELDA-FOTO.                                           00078000
                                                                        00078100
           MOVE SD-SUCUEN  TO WS-BUS-SUCUEN                             00078200
           MOVE SD-TIPCUEN TO WS-BUS-TIPCUEN                            00078300
           MOVE SD-MONEDA  TO WS-BUS-MONEDA                             00078400
           PERFORM 3050-I-BUSCAR-CELDA                                  00078500
              THRU 3050-F-BUSCAR-CELDA                                  00078600
           IF WS-FIN-PROCESO                                            00078700
              GO TO 2100-F-UNA-CELDA-FOTO                               00078800
           END-IF                                                       00078900
                                                                        00079000
           ADD WS-SUMA-HOY TO WS-CEL-SALDO-HOY (WS-CEL-IDX)             00079100
           ADD WS-SUMA-ANT TO WS-CEL-SALDO-ANT (WS-CEL-IDX)             00079200
                                                                        00079300
           PERFORM 8400-I-LEER-CURSOR-C1                                00079400
              THRU 8400-F-LEER-CURSOR-C1                                00079500
           .                                                            00079600
       2100-F-UNA-CELDA-FOTO. EXIT.                                     00079700
                                                                        00079800
      ******************************************************            00079900
      *  FASE 2: NETO DE LA INTERFAZ GL POR CELDA (DETALLES*            00080000
      *  'D', CONTRASIENTOS 'R' E IMPUESTO 'I'). LOS       *            00080100
      *  TRAILERS 'T' NO SUMAN: YA LOS CUADRA EXAMEN12.    *            00080200
      *  LOS 'C' (RESULTADO DE CAMBIO, SPREAD GANADO POR   *            00080300
      *  EL BANCO EN LOS CAMBIOS DE MONEDA) TAMPOCO: NO    *            00080400
      *  MUEVEN SALDOS DE CUENTAS, LAS PATAS 'XD'/'XC' YA  *            00080500
      *  VIENEN EN LOS 'D'.                                *            00080600
      ******************************************************            00080700
       3000-I-CARGAR-GL.                                                00080800
                                                                        00080900
           PERFORM 8060-I-LEER-GL                                       00081000
              THRU 8060-F-LEER-GL                                       00081100
                                                                        00081200
           PERFORM 3100-I-UN-REGISTRO-GL                                00081300
              THRU 3100-F-UN-REGISTRO-GL                                00081400
             UNTIL WS-FIN-SALGL OR WS-FIN-PROCESO                       00081500
           .                                                            00081600
       3000-F-CARGAR-GL. EXIT.                                          00081700
                                                                        00081800
       3100-I-UN-REGISTRO-GL.                                           00081900
                                                                        00082000
           EVALUATE GL-TIPO                                             00082100
           WHEN 'D'                                                     00082200
           WHEN 'R'                                                     00082300
           WHEN 'I'                                                     00082400
                ADD 1 TO WS-GL-DETALLES                                 00082500
      *         UNA INTERFAZ DE OTRO DIA (GENERACION EQUIVOCADA)        00082600
      *         NO EXPLICA LA VARIACION DE HOY.                         00082700
                IF GL-FECPROC NOT = WS-FECHA-DB2                        00082800
                   ADD 1 TO WS-GL-OTRA-FECHA                            00082900
                   MOVE GL-SUCUEN  TO REG-EXC-SUCUEN                    00083000
                   MOVE GL-TIPCUEN TO REG-EXC-TIPCUEN                   00083100
                   MOVE GL-MONEDA  TO REG-EXC-MONEDA                    00083200
                   MOVE GL-NETO    TO REG-EXC-IMPORTE                   00083300
                   MOVE 'REGISTRO GL DE OTRA FECHA DE PROCESO'          00083400
                           TO REG-EXC-MOTIVO                            00083500
                   PERFORM 6000-I-GRABAR-EXCEPCION                      00083600
                      THRU 6000-F-GRABAR-EXCEPCION                      00083700
                   GO TO 3100-X-SIGUIENTE                               00083800
                END-IF                                                  00083900
                MOVE GL-SUCUEN  TO WS-BUS-SUCUEN                        00084000
                MOVE GL-TIPCUEN TO WS-BUS-TIPCUEN                       00084100
                MOVE GL-MONEDA  TO WS-BUS-MONEDA                        00084200
                PERFORM 3050-I-BUSCAR-CELDA                             00084300
                   THRU 3050-F-BUSCAR-CELDA                             00084400
                IF WS-SI-PROCESO                                        00084500
                   ADD GL-NETO TO WS-CEL-GL-NETO (WS-CEL-IDX)           00084600
                END-IF                                                  00084700
           WHEN 'T'                                                     00084800
                ADD 1 TO WS-GL-TRAILERS                                 00084900
           WHEN 'C'                                                     00085000
                ADD 1       TO WS-GL-RESULTADO                          00085100
                ADD GL-NETO TO WS-GL-IMP-RESULTADO                      00085200
           WHEN OTHER                                                   00085300
                ADD 1 TO WS-GL-DESCONOCIDOS                             00085400
                MOVE SPACES TO REG-EXC-TIPCUEN                          00085500
                MOVE SPACES TO REG-EXC-MONEDA                           00085600
                MOVE 'REGISTRO DE INTERFAZ GL DE TIPO DESCONOCIDO'      00085700
                        TO REG-EXC-MOTIVO                               00085800
                PERFORM 6000-I-GRABAR-EXCEPCION                         00085900
                   THRU 6000-F-GRABAR-EXCEPCION                         00086000
           END-EVALUATE                                                 00086100
           .                                                            00086200
       3100-X-SIGUIENTE.                                                00086300
           PERFORM 8060-I-LEER-GL                                       00086400
              THRU 8060-F-LEER-GL                                       00086500
           .                                                            00086600
       3100-F-UN-REGISTRO-GL. EXIT.                                     00086700
                                                                        00086800
      ******************************************************************00086900
      * BUSCA (O DA DE ALTA) LA CELDA SUCURSAL/TIPCUEN/MONEDA EN LA     00087000
      * TABLA DE LA PRUEBA. DEJA WS-CEL-IDX POSICIONADO. UNA CELDA QUE  00087100
      * SOLO APARECE EN EL GL O EN LOS MOVIMIENTOS SE DA DE ALTA EN     00087200
      * CERO Y SALE COMO DIFERENCIA.                                    00087300
      ******************************************************************00087400
       3050-I-BUSCAR-CELDA.                                             00087500
                                                                        00087600
           MOVE 1 TO WS-CEL-IDX                                         00087700
           PERFORM 3055-I-AVANZAR-CELDA                                 00087800
              THRU 3055-F-AVANZAR-CELDA                                 00087900
             UNTIL WS-CEL-IDX > WS-CANT-CELDAS                          00088000
                OR WS-CEL-CLAVE (WS-CEL-IDX) = WS-CEL-BUSCADA           00088100
                                                                        00088200
           IF WS-CEL-IDX > WS-CANT-CELDAS                               00088300
              IF WS-CANT-CELDAS = 500                                   00088400
                 DISPLAY '*****************************************'    00088500
                 DISPLAY '* TABLA DE CELDAS DE LA PRUEBA LLENA    *'    00088600
                 DISPLAY '* (500 SUCURSAL/TIPCUEN/MONEDA)         *'    00088700
                 DISPLAY '*****************************************'    00088800
                 MOVE 9999 TO RETURN-CODE                               00088900
                 SET WS-FIN-PROCESO TO TRUE                             00089000
                 MOVE 500 TO WS-CEL-IDX                                 00089100
              ELSE                                                      00089200
                 ADD 1 TO WS-CANT-CELDAS                                00089300
                 MOVE WS-CANT-CELDAS TO WS-CEL-IDX                      00089400
                 MOVE WS-CEL-BUSCADA TO WS-CEL-CLAVE (WS-CEL-IDX)       00089500
                 MOVE ZEROS TO WS-CEL-SALDO-HOY    (WS-CEL-IDX)         00089600
                               WS-CEL-SALDO-ANT    (WS-CEL-IDX)         00089700
                               WS-CEL-GL-NETO      (WS-CEL-IDX)         00089800
                               WS-CEL-INTERESES    (WS-CEL-IDX)         00089900
                               WS-CEL-CHEQUES      (WS-CEL-IDX)         00090000
                               WS-CEL-ALTAS-BAJAS  (WS-CEL-IDX)         00090100
                               WS-CEL-TRASLADOS    (WS-CEL-IDX)         00090200
              END-IF                                                    00090300
           END-IF                                                       00090400
           .                                                            00090500
       3050-F-BUSCAR-CELDA. EXIT.                                       00090600
                                                                        00090700
       3055-I-AVANZAR-CELDA.                                            00090800
           ADD 1 TO WS-CEL-IDX                                          00090900
           .                                                            00091000
       3055-F-AVANZAR-CELDA. EXIT.                                      00091100
                                                                        00091200
      ***********************************************************       00091300
      *  FASE 3: MOVIMIENTOS DEL DIA QUE NO PASAN POR EL GL     *       00091400
      *  (C2): INTERESES/MANTENIMIENTO Y CHEQUES RECHAZADOS     *       00091500
      ***********************************************************       00091600
       4000-I-CARGAR-EXPLICACION.                                       00091700
                                                                        00091800
           PERFORM 8210-I-ABRIR-CURSOR-C2                               00091900
              THRU 8210-F-ABRIR-CURSOR-C2                               00092000
                                                                        00092100
           IF WS-SI-CURSOR                                              00092200
              PERFORM 8410-I-LEER-CURSOR-C2                             00092300
                 THRU 8410-F-LEER-CURSOR-C2                             00092400
                                                                        00092500
              PERFORM 4100-I-UNA-EXPLICACION                            00092600
                 THRU 4100-F-UNA-EXPLICACION                            00092700
                UNTIL WS-FIN-CURSOR OR WS-FIN-PROCESO                   00092800
                                                                        00092900
              PERFORM 8310-I-CERRAR-CURSOR-C2                           00093000
                 THRU 8310-F-CERRAR-CURSOR-C2                           00093100
           END-IF                                                       00093200
           .                                                            00093300
       4000-F-CARGAR-EXPLICACION. EXIT.                                 00093400
                                                                        00093500
       4100-I-UNA-EXPLICACION.                                          00093600
                                                                        00093700
           MOVE SD-SUCUEN  TO WS-BUS-SUCUEN                             00093800
           MOVE SD-TIPCUEN TO WS-BUS-TIPCUEN                            00093900
           MOVE SD-MONEDA  TO WS-BUS-MONEDA                             00094000
           PERFORM 3050-I-BUSCAR-CELDA                                  00094100
              THRU 3050-F-BUSCAR-CELDA                                  00094200
           IF WS-FIN-PROCESO                                            00094300
              GO TO 4100-F-UNA-EXPLICACION                              00094400
           END-IF                                                       00094500
                                                                        00094600
           ADD WS-SUMA-INTERESES TO WS-CEL-INTERESES (WS-CEL-IDX)       00094700
           ADD WS-SUMA-CHEQUES   TO WS-CEL-CHEQUES   (WS-CEL-IDX)       00094800
                                                                        00094900
           PERFORM 8410-I-LEER-CURSOR-C2                                00095000
              THRU 8410-F-LEER-CURSOR-C2                                00095100
           .                                                            00095200
       4100-F-UNA-EXPLICACION. EXIT.                                    00095300
                                                                        00095400
      ***********************************************************       00095500
      *  FASE 4: CUENTAS QUE ENTRAN, SALEN O CAMBIAN DE CELDA   *       00095600
      *  (C3). EL MOVIMIENTO DEL DIA DE LA CUENTA YA ESTA EN EL *       00095700
      *  GL O EN C2, ASI QUE EL ALTA EXPLICA SU SALDO DE HOY    *       00095800
      *  MENOS ESE MOVIMIENTO Y LA BAJA EL SALDO ANTERIOR (MAS  *       00095900
      *  LO QUE SE HAYA MOVIDO ANTES DE CERRARLA). UN TRASLADO  *       00096000
      *  SACA EL SALDO ANTERIOR DE LA CELDA VIEJA Y LO PONE EN  *       00096100
      *  LA NUEVA.                                              *       00096200
      ***********************************************************       00096300
       4500-I-CARGAR-CAMBIOS.                                           00096400
                                                                        00096500
           PERFORM 8220-I-ABRIR-CURSOR-C3                               00096600
              THRU 8220-F-ABRIR-CURSOR-C3                               00096700
                                                                        00096800
           IF WS-SI-CURSOR                                              00096900
              PERFORM 8420-I-LEER-CURSOR-C3                             00097000
                 THRU 8420-F-LEER-CURSOR-C3                             00097100
                                                                        00097200
              PERFORM 4600-I-UN-CAMBIO                                  00097300
                 THRU 4600-F-UN-CAMBIO                                  00097400
                UNTIL WS-FIN-CURSOR OR WS-FIN-PROCESO                   00097500
                                                                        00097600
              PERFORM 8320-I-CERRAR-CURSOR-C3                           00097700
                 THRU 8320-F-CERRAR-CURSOR-C3                           00097800
           END-IF                                                       00097900
           .                                                            00098000
       4500-F-CARGAR-CAMBIOS. EXIT.                                     00098100
                                                                        00098200
       4600-I-UN-CAMBIO.                                                00098300
                                                                        00098400
           PERFORM 4650-I-EFECTO-MOVIMIENTOS                            00098500
              THRU 4650-F-EFECTO-MOVIMIENTOS                            00098600
           IF WS-FIN-PROCESO                                            00098700
              GO TO 4600-F-UN-CAMBIO                                    00098800
           END-IF                                                       00098900
                                                                        00099000
           EVALUATE TRUE                                                00099100
           WHEN WS-CAM-SUC-ANT = -1                                     00099200
                ADD 1 TO WS-CANT-ALTAS                                  00099300
                MOVE WS-CAM-SUC-HOY TO WS-BUS-SUCUEN                    00099400
                MOVE WS-CAM-TIPCUEN TO WS-BUS-TIPCUEN                   00099500
                MOVE WS-CAM-MON-HOY TO WS-BUS-MONEDA                    00099600
                PERFORM 3050-I-BUSCAR-CELDA                             00099700
                   THRU 3050-F-BUSCAR-CELDA                             00099800
                IF WS-SI-PROCESO                                        00099900
                   COMPUTE WS-CEL-ALTAS-BAJAS (WS-CEL-IDX) =            00100000
                           WS-CEL-ALTAS-BAJAS (WS-CEL-IDX)              00100100
                         + WS-CAM-SALDO-HOY - WS-CAM-EFECTO-MOV         00100200
                END-IF                                                  00100300
           WHEN WS-CAM-SUC-HOY = -1                                     00100400
                ADD 1 TO WS-CANT-BAJAS                                  00100500
                MOVE WS-CAM-SUC-ANT TO WS-BUS-SUCUEN                    00100600
                MOVE WS-CAM-TIPCUEN TO WS-BUS-TIPCUEN                   00100700
                MOVE WS-CAM-MON-ANT TO WS-BUS-MONEDA                    00100800
                PERFORM 3050-I-BUSCAR-CELDA                             00100900
                   THRU 3050-F-BUSCAR-CELDA                             00101000
                IF WS-SI-PROCESO                                        00101100
                   COMPUTE WS-CEL-ALTAS-BAJAS (WS-CEL-IDX) =            00101200
                           WS-CEL-ALTAS-BAJAS (WS-CEL-IDX)              00101300
                         - WS-CAM-SALDO-ANT - WS-CAM-EFECTO-MOV         00101400
                END-IF                                                  00101500
           WHEN OTHER                                                   00101600
                ADD 1 TO WS-CANT-TRASLADOS                              00101700
                MOVE WS-CAM-SUC-ANT TO WS-BUS-SUCUEN                    00101800
                MOVE WS-CAM-TIPCUEN TO WS-BUS-TIPCUEN                   00101900
                MOVE WS-CAM-MON-ANT TO WS-BUS-MONEDA                    00102000
                PERFORM 3050-I-BUSCAR-CELDA                             00102100
                   THRU 3050-F-BUSCAR-CELDA                             00102200
                IF WS-SI-PROCESO                                        00102300
                   SUBTRACT WS-CAM-SALDO-ANT                            00102400
                       FROM WS-CEL-TRASLADOS (WS-CEL-IDX)               00102500
                END-IF                                                  00102600
                MOVE WS-CAM-SUC-HOY TO WS-BUS-SUCUEN                    00102700
                MOVE WS-CAM-MON-HOY TO WS-BUS-MONEDA                    00102800
                PERFORM 3050-I-BUSCAR-CELDA                             00102900
                   THRU 3050-F-BUSCAR-CELDA                             00103000
                IF WS-SI-PROCESO                                        00103100
                   ADD WS-CAM-SALDO-ANT                                 00103200
                    TO WS-CEL-TRASLADOS (WS-CEL-IDX)                    00103300
                END-IF                                                  00103400
           END-EVALUATE                                                 00103500
                                                                        00103600
           PERFORM 8420-I-LEER-CURSOR-C3                                00103700
              THRU 8420-F-LEER-CURSOR-C3                                00103800
           .                                                            00103900
       4600-F-UN-CAMBIO. EXIT.                                          00104000
                                                                        00104100
      ***********************************************************       00104200
      *  EFECTO NETO SOBRE EL SALDO DE TODOS LOS MOVIMIENTOS    *       00104300
      *  DEL DIA DE LA CUENTA (SALDOPOS - SALDOANT DE CADA      *       00104400
      *  FILA DE TBMOVHIS)                                      *       00104500
      ***********************************************************       00104600
       4650-I-EFECTO-MOVIMIENTOS.                                       00104700
                                                                        00104800
           MOVE '4650-I-EFECTO-MOVIMIENTOS' TO WS-PARRAFO.              00104900
                                                                        00105000
           MOVE WS-FECHA-DB2   TO MH-FECPROC                            00105100
           MOVE WS-CAM-TIPCUEN TO MH-TIPCUEN                            00105200
           MOVE WS-CAM-NROCUEN TO MH-NROCUEN                            00105300
                                                                        00105400
           EXEC SQL                                                     00105500
              SELECT COALESCE(SUM(SALDOPOS - SALDOANT), 0)              00105600
                INTO :WS-CAM-EFECTO-MOV                                 00105700
                FROM KC02803.TBMOVHIS                                   00105800
               WHERE FECPROC = :MH-FECPROC                              00105900
                 AND TIPCUEN = :MH-TIPCUEN                              00106000
                 AND NROCUEN = :MH-NROCUEN                              00106100
           END-EXEC                                                     00106200
                                                                        00106300
           IF SQLCODE NOT EQUAL ZEROS                                   00106400
              PERFORM 9995-I-ERROR-DB2                                  00106500
                 THRU 9995-F-ERROR-DB2                                  00106600
           END-IF                                                       00106700
           .                                                            00106800
       4650-F-EFECTO-MOVIMIENTOS. EXIT.                                 00106900
                                                                        00107000
      ***********************************************************       00107100
      *  FASE 5: PRUEBA DE UNA CELDA. LA VARIACION DE LA FOTO   *       00107200
      *  MENOS EL NETO GL Y MENOS CADA RUBRO EXPLICADO DEBE DAR *       00107300
      *  CERO; SI NO, LA CELDA VA AL REPORTE DE EXCEPCIONES.    *       00107400
      ***********************************************************       00107500
       5000-I-PROBAR-CELDA.                                             00107600
                                                                        00107700
           ADD 1 TO WS-CELDAS-PROBADAS                                  00107800
                                                                        00107900
           COMPUTE WS-CEL-VARIACION =                                   00108000
                   WS-CEL-SALDO-HOY (WS-CEL-IDX)                        00108100
                 - WS-CEL-SALDO-ANT (WS-CEL-IDX)                        00108200
                                                                        00108300
           COMPUTE WS-CEL-DIFERENCIA =                                  00108400
                   WS-CEL-VARIACION                                     00108500
                 - WS-CEL-GL-NETO     (WS-CEL-IDX)                      00108600
                 - WS-CEL-INTERESES   (WS-CEL-IDX)                      00108700
                 - WS-CEL-CHEQUES     (WS-CEL-IDX)                      00108800
                 - WS-CEL-ALTAS-BAJAS (WS-CEL-IDX)                      00108900
                 - WS-CEL-TRASLADOS   (WS-CEL-IDX)                      00109000
                                                                        00109100
           MOVE WS-CEL-SUCUEN      (WS-CEL-IDX) TO REG-PRU-SUCUEN       00109200
           MOVE WS-CEL-TIPCUEN     (WS-CEL-IDX) TO REG-PRU-TIPCUEN      00109300
           MOVE WS-CEL-MONEDA      (WS-CEL-IDX) TO REG-PRU-MONEDA       00109400
           MOVE WS-CEL-VARIACION                TO REG-PRU-VARIACION    00109500
           MOVE WS-CEL-GL-NETO     (WS-CEL-IDX) TO REG-PRU-GL-NETO      00109600
           MOVE WS-CEL-INTERESES   (WS-CEL-IDX) TO REG-PRU-INTERESES    00109700
           MOVE WS-CEL-CHEQUES     (WS-CEL-IDX) TO REG-PRU-CHEQUES      00109800
           MOVE WS-CEL-ALTAS-BAJAS (WS-CEL-IDX)                         00109900
                                        TO REG-PRU-ALTAS-BAJAS          00110000
           MOVE WS-CEL-TRASLADOS   (WS-CEL-IDX) TO REG-PRU-TRASLADOS    00110100
           MOVE WS-CEL-DIFERENCIA               TO REG-PRU-DIFERENCIA   00110200
                                                                        00110300
           IF WS-CEL-DIFERENCIA NOT = ZEROS                             00110400
              MOVE '***' TO REG-PRU-MARCA                               00110500
              ADD 1 TO WS-CELDAS-CON-DIF                                00110600
              MOVE WS-CEL-SUCUEN  (WS-CEL-IDX) TO REG-EXC-SUCUEN        00110700
              MOVE WS-CEL-TIPCUEN (WS-CEL-IDX) TO REG-EXC-TIPCUEN       00110800
              MOVE WS-CEL-MONEDA  (WS-CEL-IDX) TO REG-EXC-MONEDA        00110900
              MOVE WS-CEL-DIFERENCIA           TO REG-EXC-IMPORTE       00111000
              MOVE 'VARIACION DE SALDO NO EXPLICADA POR GL NI RUBROS'   00111100
                      TO REG-EXC-MOTIVO                                 00111200
              PERFORM 6000-I-GRABAR-EXCEPCION                           00111300
                 THRU 6000-F-GRABAR-EXCEPCION                           00111400
           ELSE                                                         00111500
              MOVE SPACES TO REG-PRU-MARCA                              00111600
           END-IF                                                       00111700
                                                                        00111800
           IF WS-CUENTA-LINEA > 50                                      00111900
                PERFORM 9000-I-GRABAR-TITULOS                           00112000
                   THRU 9000-F-GRABAR-TITULOS                           00112100
           END-IF                                                       00112200
                                                                        00112300
           WRITE REG-SALIDA FROM WS-REG-SALIDA-PRU  AFTER 1             00112400
                                                                        00112500
           MOVE FS-SALIDA TO FS-ACTUAL                                  00112600
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00112700
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00112800
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00112900
                                                                        00113000
           ADD 1 TO WS-GRABADOS                                         00113100
           ADD 1 TO WS-CUENTA-LINEA                                     00113200
           .                                                            00113300
       5000-F-PROBAR-CELDA. EXIT.                                       00113400
                                                                        00113500
      ***********************************************************       00113600
      *  LINEA DEL REPORTE DE EXCEPCIONES. EL MOTIVO, LA CELDA  *       00113700
      *  Y EL IMPORTE VIENEN CARGADOS; SE BLANQUEAN AL GRABAR.  *       00113800
      ***********************************************************       00113900
       6000-I-GRABAR-EXCEPCION.                                         00114000
                                                                        00114100
           MOVE '6000-I-GRABAR-EXCEPCION' TO WS-PARRAFO.                00114200
                                                                        00114300
           IF WS-EXCEPCIONES = ZEROS                                    00114400
              WRITE REG-EXCEPCION FROM WS-LINEA  AFTER PAGE             00114500
              WRITE REG-EXCEPCION FROM WS-TITULO                        00114600
              WRITE REG-EXCEPCION FROM WS-TITULO-FOTOS                  00114700
              WRITE REG-EXCEPCION FROM WS-LINEA                         00114800
              WRITE REG-EXCEPCION FROM WS-SUBTITULO-EXCEP  AFTER 1      00114900
              WRITE REG-EXCEPCION FROM WS-LINEA                         00115000
           END-IF                                                       00115100
                                                                        00115200
           WRITE REG-EXCEPCION FROM WS-REG-SALIDA-EXC  AFTER 1          00115300
                                                                        00115400
           MOVE FS-EXCEPCION TO FS-ACTUAL                               00115500
           MOVE 'REPORTE DE EXCEPCIONES' TO WS-ARCHIVO-DESC             00115600
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00115700
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00115800
                                                                        00115900
           ADD 1 TO WS-EXCEPCIONES                                      00116000
                                                                        00116100
           MOVE ZEROS  TO REG-EXC-SUCUEN                                00116200
           MOVE SPACES TO REG-EXC-TIPCUEN                               00116300
           MOVE SPACES TO REG-EXC-MONEDA                                00116400
           MOVE ZEROS  TO REG-EXC-IMPORTE                               00116500
           MOVE SPACES TO REG-EXC-MOTIVO                                00116600
           .                                                            00116700
       6000-F-GRABAR-EXCEPCION. EXIT.                                   00116800
                                                                        00116900
      **************************************                            00117000
      * APERTURA DE ARCHIVOS               *                            00117100
      **************************************                            00117200
       8000-I-APERTURA-ARCHIVOS.                                        00117300
                                                                        00117400
           MOVE '8000-I-APERTURA-ARCHIVOS' TO WS-PARRAFO                00117500
                                                                        00117600
           OPEN INPUT  SALGL.                                           00117700
           MOVE FS-SALGL  TO FS-ACTUAL                                  00117800
           MOVE 'INTERFAZ CONTABLE GL' TO WS-ARCHIVO-DESC               00117900
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00118000
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00118100
                                                                        00118200
           OPEN OUTPUT SALIDA.                                          00118300
           MOVE FS-SALIDA  TO FS-ACTUAL                                 00118400
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00118500
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00118600
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00118700
                                                                        00118800
           OPEN OUTPUT EXCEPCION.                                       00118900
           MOVE FS-EXCEPCION TO FS-ACTUAL                               00119000
           MOVE 'REPORTE DE EXCEPCIONES' TO WS-ARCHIVO-DESC             00119100
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00119200
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00119300
           .                                                            00119400
       8000-F-APERTURA-ARCHIVOS. EXIT.                                  00119500
                                                                        00119600
      **************************************                            00119700
      * LECTURA DE LA INTERFAZ CONTABLE    *                            00119800
      **************************************                            00119900
       8060-I-LEER-GL.                                                  00120000
                                                                        00120100
           READ  SALGL INTO WS-REG-GL.                                  00120200
                                                                        00120300
           EVALUATE FS-SALGL                                            00120400
           WHEN '00'                                                    00120500
              ADD 1 TO WS-GL-LEIDOS                                     00120600
           WHEN '10'                                                    00120700
              SET  WS-FIN-SALGL TO TRUE                                 00120800
           WHEN OTHER                                                   00120900
              MOVE '8060-I-LEER-GL' TO WS-PARRAFO                       00121000
              MOVE 'INTERFAZ CONTABLE GL' TO WS-ARCHIVO-DESC            00121100
              MOVE FS-SALGL TO FS-ACTUAL                                00121200
              PERFORM 9996-I-VALIDAR-FS-ACTUAL                          00121300
                 THRU 9996-F-VALIDAR-FS-ACTUAL                          00121400
              SET  WS-FIN-SALGL TO TRUE                                 00121500
           END-EVALUATE                                                 00121600
           .                                                            00121700
       8060-F-LEER-GL. EXIT.                                            00121800
                                                                        00121900
      **************************************                            00122000
      *  CIERRE DE ARCHIVOS                *                            00122100
      **************************************                            00122200
       8100-I-CIERRE-ARCHIVOS.                                          00122300
                                                                        00122400
           MOVE '8100-I-CIERRE-ARCHIVOS' TO WS-PARRAFO                  00122500
                                                                        00122600
           CLOSE SALGL.                                                 00122700
           MOVE FS-SALGL  TO FS-ACTUAL                                  00122800
           MOVE 'INTERFAZ CONTABLE GL' TO WS-ARCHIVO-DESC               00122900
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00123000
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00123100
                                                                        00123200
           CLOSE SALIDA.                                                00123300
           MOVE FS-SALIDA  TO FS-ACTUAL                                 00123400
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00123500
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00123600
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00123700
                                                                        00123800
           CLOSE EXCEPCION.                                             00123900
           MOVE FS-EXCEPCION TO FS-ACTUAL                               00124000
           MOVE 'REPORTE DE EXCEPCIONES' TO WS-ARCHIVO-DESC             00124100
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00124200
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00124300
           .                                                            00124400
       8100-F-CIERRE-ARCHIVOS. EXIT.                                    00124500
                                                                        00124600
      ***********************************************************       00124700
      *  APERTURA DE CURSOR C1 (SALDOS DE LAS DOS FOTOS)        *       00124800
      ***********************************************************       00124900
       8200-I-ABRIR-CURSOR-C1.                                          00125000
                                                                        00125100
           MOVE '8200-I-ABRIR-CURSOR-C1' TO WS-PARRAFO.                 00125200
                                                                        00125300
           EXEC SQL  OPEN C1  END-EXEC                                  00125400
                                                                        00125500
           IF  SQLCODE EQUAL ZEROS                                      00125600
                SET WS-SI-CURSOR           TO TRUE                      00125700
           ELSE                                                         00125800
                PERFORM 9995-I-ERROR-DB2                                00125900
                   THRU 9995-F-ERROR-DB2                                00126000
                SET  WS-FIN-CURSOR  TO TRUE                             00126100
           END-IF.                                                      00126200
                                                                        00126300
       8200-F-ABRIR-CURSOR-C1. EXIT.                                    00126400
                                                                        00126500
      ***********************************************************       00126600
      *  APERTURA DE CURSOR C2 (MOVIMIENTOS FUERA DEL GL)       *       00126700
      ***********************************************************       00126800
       8210-I-ABRIR-CURSOR-C2.                                          00126900
                                                                        00127000
           MOVE '8210-I-ABRIR-CURSOR-C2' TO WS-PARRAFO.                 00127100
                                                                        00127200
           EXEC SQL  OPEN C2  END-EXEC                                  00127300
                                                                        00127400
           IF  SQLCODE EQUAL ZEROS                                      00127500
                SET WS-SI-CURSOR           TO TRUE                      00127600
           ELSE                                                         00127700
                PERFORM 9995-I-ERROR-DB2                                00127800
                   THRU 9995-F-ERROR-DB2                                00127900
                SET  WS-FIN-CURSOR  TO TRUE                             00128000
           END-IF.                                                      00128100
                                                                        00128200
       8210-F-ABRIR-CURSOR-C2. EXIT.                                    00128300
                                                                        00128400
      ***********************************************************       00128500
      *  APERTURA DE CURSOR C3 (CAMBIOS DE CELDA)               *       00128600
      ***********************************************************       00128700
       8220-I-ABRIR-CURSOR-C3.                                          00128800
                                                                        00128900
           MOVE '8220-I-ABRIR-CURSOR-C3' TO WS-PARRAFO.                 00129000
                                                                        00129100
           EXEC SQL  OPEN C3  END-EXEC                                  00129200
                                                                        00129300
           IF  SQLCODE EQUAL ZEROS                                      00129400
                SET WS-SI-CURSOR           TO TRUE                      00129500
           ELSE                                                         00129600
                PERFORM 9995-I-ERROR-DB2                                00129700
                   THRU 9995-F-ERROR-DB2                                00129800
                SET  WS-FIN-CURSOR  TO TRUE                             00129900
           END-IF.                                                      00130000
                                                                        00130100
       8220-F-ABRIR-CURSOR-C3. EXIT.                                    00130200
                                                                        00130300
      ***********************************************************       00130400
      *  CIERRE DE CURSOR C1                                    *       00130500
      ***********************************************************       00130600
       8300-I-CERRAR-CURSOR-C1.                                         00130700
                                                                        00130800
           MOVE '8300-I-CERRAR-CURSOR-C1' TO WS-PARRAFO.                00130900
                                                                        00131000
           EXEC SQL CLOSE C1  END-EXEC                                  00131100
                                                                        00131200
           IF  SQLCODE NOT EQUAL ZEROS                                  00131300
                PERFORM 9995-I-ERROR-DB2                                00131400
                   THRU 9995-F-ERROR-DB2                                00131500
           END-IF.                                                      00131600
                                                                        00131700
       8300-F-CERRAR-CURSOR-C1. EXIT.                                   00131800
                                                                        00131900
      ***********************************************************       00132000
      *  CIERRE DE CURSOR C2                                    *       00132100
      ***********************************************************       00132200
       8310-I-CERRAR-CURSOR-C2.                                         00132300
                                                                        00132400
           MOVE '8310-I-CERRAR-CURSOR-C2' TO WS-PARRAFO.                00132500
                                                                        00132600
           EXEC SQL CLOSE C2  END-EXEC                                  00132700
                                                                        00132800
           IF  SQLCODE NOT EQUAL ZEROS                                  00132900
                PERFORM 9995-I-ERROR-DB2                                00133000
                   THRU 9995-F-ERROR-DB2                                00133100
           END-IF.                                                      00133200
                                                                        00133300
       8310-F-CERRAR-CURSOR-C2. EXIT.                                   00133400
                                                                        00133500
      ***********************************************************       00133600
      *  CIERRE DE CURSOR C3                                    *       00133700
      ***********************************************************       00133800
       8320-I-CERRAR-CURSOR-C3.                                         00133900
                                                                        00134000
           MOVE '8320-I-CERRAR-CURSOR-C3' TO WS-PARRAFO.                00134100
                                                                        00134200
           EXEC SQL CLOSE C3  END-EXEC                                  00134300
                                                                        00134400
           IF  SQLCODE NOT EQUAL ZEROS                                  00134500
                PERFORM 9995-I-ERROR-DB2                                00134600
                   THRU 9995-F-ERROR-DB2                                00134700
           END-IF.                                                      00134800
                                                                        00134900
       8320-F-CERRAR-CURSOR-C3. EXIT.                                   00135000
                                                                        00135100
      ***********************************************************       00135200
      *  LECTURA DE CURSOR C1                                   *       00135300
      ***********************************************************       00135400
       8400-I-LEER-CURSOR-C1.                                           00135500
                                                                        00135600
           MOVE '8400-I-LEER-CURSOR-C1' TO WS-PARRAFO.                  00135700
                                                                        00135800
                EXEC SQL                                                00135900
                   FETCH C1                                             00136000
                   INTO  :DCLTBSALDIA.SD-SUCUEN,                        00136100
                         :DCLTBSALDIA.SD-TIPCUEN,                       00136200
                         :DCLTBSALDIA.SD-MONEDA,                        00136300
                         :WS-SUMA-HOY,                                  00136400
                         :WS-SUMA-ANT                                   00136500
                END-EXEC                                                00136600
                                                                        00136700
           EVALUATE TRUE                                                00136800
           WHEN SQLCODE EQUAL ZEROS                                     00136900
                ADD 1 TO WS-C1-LEIDOS                                   00137000
           WHEN SQLCODE EQUAL +100                                      00137100
                SET  WS-FIN-CURSOR  TO TRUE                             00137200
           WHEN OTHER                                                   00137300
                PERFORM 9995-I-ERROR-DB2                                00137400
                   THRU 9995-F-ERROR-DB2                                00137500
                SET  WS-FIN-CURSOR  TO TRUE                             00137600
           END-EVALUATE.                                                00137700
                                                                        00137800
       8400-F-LEER-CURSOR-C1. EXIT.                                     00137900
                                                                        00138000
      ***********************************************************       00138100
      *  LECTURA DE CURSOR C2                                   *       00138200
      ***********************************************************       00138300
       8410-I-LEER-CURSOR-C2.                                           00138400
                                                                        00138500
           MOVE '8410-I-LEER-CURSOR-C2' TO WS-PARRAFO.                  00138600
                                                                        00138700
                EXEC SQL                                                00138800
                   FETCH C2                                             00138900
                   INTO  :DCLTBSALDIA.SD-SUCUEN,                        00139000
                         :DCLTBSALDIA.SD-TIPCUEN,                       00139100
                         :DCLTBSALDIA.SD-MONEDA,                        00139200
                         :WS-SUMA-INTERESES,                            00139300
                         :WS-SUMA-CHEQUES                               00139400
                END-EXEC                                                00139500
                                                                        00139600
           EVALUATE TRUE                                                00139700
           WHEN SQLCODE EQUAL ZEROS                                     00139800
                ADD 1 TO WS-C2-LEIDOS                                   00139900
           WHEN SQLCODE EQUAL +100                                      00140000
                SET  WS-FIN-CURSOR  TO TRUE                             00140100
           WHEN OTHER                                                   00140200
                PERFORM 9995-I-ERROR-DB2                                00140300
                   THRU 9995-F-ERROR-DB2                                00140400
                SET  WS-FIN-CURSOR  TO TRUE                             00140500
           END-EVALUATE.                                                00140600
                                                                        00140700
       8410-F-LEER-CURSOR-C2. EXIT.                                     00140800
                                                                        00140900
      ***********************************************************       00141000
      *  LECTURA DE CURSOR C3                                   *       00141100
      ***********************************************************       00141200
       8420-I-LEER-CURSOR-C3.                                           00141300
                                                                        00141400
           MOVE '8420-I-LEER-CURSOR-C3' TO WS-PARRAFO.                  00141500
                                                                        00141600
                EXEC SQL                                                00141700
                   FETCH C3                                             00141800
                   INTO  :WS-CAM-TIPCUEN,                               00141900
                         :WS-CAM-NROCUEN,                               00142000
                         :WS-CAM-SUC-HOY,                               00142100
                         :WS-CAM-MON-HOY,                               00142200
                         :WS-CAM-SALDO-HOY,                             00142300
                         :WS-CAM-SUC-ANT,                               00142400
                         :WS-CAM-MON-ANT,                               00142500
                         :WS-CAM-SALDO-ANT                              00142600
                END-EXEC                                                00142700
                                                                        00142800
           EVALUATE TRUE                                                00142900
           WHEN SQLCODE EQUAL ZEROS                                     00143000
                ADD 1 TO WS-C3-LEIDOS                                   00143100
           WHEN SQLCODE EQUAL +100                                      00143200
                SET  WS-FIN-CURSOR  TO TRUE                             00143300
           WHEN OTHER                                                   00143400
                PERFORM 9995-I-ERROR-DB2                                00143500
                   THRU 9995-F-ERROR-DB2                                00143600
                SET  WS-FIN-CURSOR  TO TRUE                             00143700
           END-EVALUATE.                                                00143800
                                                                        00143900
       8420-F-LEER-CURSOR-C3. EXIT.                                     00144000
                                                                        00144100
      **************************************                            00144200
      *  GRABAR TITULOS                    *                            00144300
      **************************************                            00144400
       9000-I-GRABAR-TITULOS.                                           00144500
                                                                        00144600
           MOVE '9000-I-GRABAR-TITULOS' TO WS-PARRAFO.                  00144700
                                                                        00144800
           ADD 1 TO WS-NRO-PAGINA                                       00144900
                                                                        00145000
           WRITE REG-SALIDA FROM WS-LINEA  AFTER PAGE                   00145100
           WRITE REG-SALIDA FROM WS-TITULO                              00145200
           WRITE REG-SALIDA FROM WS-TITULO-FOTOS                        00145300
           WRITE REG-SALIDA FROM WS-LINEA                               00145400
           WRITE REG-SALIDA FROM WS-SUBTITULO-PRUEBA  AFTER 1           00145500
           WRITE REG-SALIDA FROM WS-LINEA                               00145600
                                                                        00145700
           MOVE FS-SALIDA TO FS-ACTUAL                                  00145800
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00145900
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00146000
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00146100
                                                                        00146200
           MOVE 6   TO  WS-CUENTA-LINEA.                                00146300
                                                                        00146400
       9000-F-GRABAR-TITULOS.   EXIT.                                   00146500
                                                                        00146600
      *********************************************************         00146700
      *  ERROR DB2 - INFORMA Y CANCELA EL PROCESO             *         00146800
      *********************************************************         00146900
       9995-I-ERROR-DB2.                                                00147000
                                                                        00147100
           MOVE SQLCODE   TO WS-SQLCODE                                 00147200
           DISPLAY '************************************'               00147300
           DISPLAY '* ERROR DB2   : ' WS-PARRAFO                        00147400
           DISPLAY '* SQLCODE     : ' WS-SQLCODE                        00147500
           DISPLAY '************************************'               00147600
           DISPLAY '* TABLA       : FOTO/MOVS/CALEND   *'               00147700
           DISPLAY '* DESCRIPCION : PRUEBA GL/SALDOS   *'               00147800
           DISPLAY '************************************'               00147900
           MOVE 9999 TO RETURN-CODE                                     00148000
           SET  WS-FIN-PROCESO TO TRUE                                  00148100
           SET  WS-FIN-CURSOR  TO TRUE                                  00148200
           .                                                            00148300
       9995-F-ERROR-DB2. EXIT.                                          00148400
                                                                        00148500
      *********************************************************         00148600
      *  VALIDACION FILE STATUS DE LOS ARCHIVOS               *         00148700
      *********************************************************         00148800
       9996-I-VALIDAR-FS-ACTUAL.                                        00148900
           IF FS-ACTUAL  IS NOT EQUAL '00'                              00149000
              DISPLAY '*****************************************'       00149100
              DISPLAY '*     *   FILE STATUS ERROR   *         *'       00149200
              DISPLAY '*****************************************'       00149300
              DISPLAY '* ERROR EN   : ' WS-PARRAFO                      00149400
              DISPLAY '* ARCHIVO    : ' WS-ARCHIVO-DESC                 00149500
              DISPLAY '* ERROR CODE : ' FS-ACTUAL                       00149600
              DISPLAY '*****************************************'       00149700
              MOVE 9999 TO RETURN-CODE                                  00149800
              SET  WS-FIN-PROCESO TO TRUE                               00149900
           ELSE                                                         00150000
              CONTINUE                                                  00150100
           END-IF.                                                      00150200
       9996-F-VALIDAR-FS-ACTUAL. EXIT.                                  00150300
                                                                        00150400
      ***********************************************************       00150500
      *  ESTADISTICAS DE LA CORRIDA                             *       00150600
      ***********************************************************       00150700
       9950-I-GRABAR-ESTADISTICAS.                                      00150800
                                                                        00150900
           MOVE 'EXAMEN28' TO ER-PROGRAMA                               00151000
                                                                        00151100
           MOVE 'REG-GL-LEIDOS     ' TO ER-CONTADOR                     00151200
           MOVE WS-GL-LEIDOS TO ER-VALOR                                00151300
           PERFORM 9955-I-INSERT-ESTADISTICA                            00151400
              THRU 9955-F-INSERT-ESTADISTICA                            00151500
                                                                        00151600
           MOVE 'CELDAS-PROBADAS   ' TO ER-CONTADOR                     00151700
           MOVE WS-CELDAS-PROBADAS TO ER-VALOR                          00151800
           PERFORM 9955-I-INSERT-ESTADISTICA                            00151900
              THRU 9955-F-INSERT-ESTADISTICA                            00152000
                                                                        00152100
           MOVE 'CELDAS-CON-DIF    ' TO ER-CONTADOR                     00152200
           MOVE WS-CELDAS-CON-DIF TO ER-VALOR                           00152300
           PERFORM 9955-I-INSERT-ESTADISTICA                            00152400
              THRU 9955-F-INSERT-ESTADISTICA                            00152500
                                                                        00152600
      *    TODA EXCEPCION (CELDA CON DIFERENCIA, FOTO AUSENTE O         00152700
      *    INTERFAZ INCONSISTENTE): LA LEE EL CONTROL DE CIERRE.        00152800
           MOVE 'EXCEPCIONES       ' TO ER-CONTADOR                     00152900
           MOVE WS-EXCEPCIONES TO ER-VALOR                              00153000
           PERFORM 9955-I-INSERT-ESTADISTICA                            00153100
              THRU 9955-F-INSERT-ESTADISTICA                            00153200
           .                                                            00153300
       9950-F-GRABAR-ESTADISTICAS. EXIT.                                00153400
                                                                        00153500
      ***********************************************************       00153600
      *  GRABACION DE LAS ESTADISTICAS DE LA CORRIDA EN         *       00153700
      *  KC02803.TBESTRUN (UNA FILA POR CONTADOR). UNA          *       00153800
      *  RECORRIDA DEL MISMO DIA PISA LOS VALORES ANTERIORES.   *       00153900
      ***********************************************************       00154000
       9955-I-INSERT-ESTADISTICA.                                       00154100
                                                                        00154200
           MOVE '9955-I-INSERT-ESTADISTICA' TO WS-PARRAFO.              00154300
                                                                        00154400
           MOVE WS-FECHA-DB2 TO ER-FECPROC                              00154500
           MOVE WS-TS-INICIO TO ER-TSINICIO                             00154600
           MOVE FUNCTION CURRENT-DATE(1:21) TO ER-TSFIN                 00154700
                                                                        00154800
           EXEC SQL                                                     00154900
              INSERT INTO KC02803.TBESTRUN                              00155000
                     (FECPROC, PROGRAMA, CONTADOR,                      00155100
                      VALOR, TSINICIO, TSFIN)                           00155200
              VALUES (:ER-FECPROC,                                      00155300
                      :ER-PROGRAMA,                                     00155400
                      :ER-CONTADOR,                                     00155500
                      :ER-VALOR,                                        00155600
                      :ER-TSINICIO,                                     00155700
                      :ER-TSFIN)                                        00155800
           END-EXEC                                                     00155900
                                                                        00156000
           EVALUATE TRUE                                                00156100
           WHEN SQLCODE EQUAL ZEROS                                     00156200
                CONTINUE                                                00156300
           WHEN SQLCODE EQUAL -803                                      00156400
      *         RECORRIDA DEL MISMO DIA: SE ACTUALIZA LA FILA.          00156500
                EXEC SQL                                                00156600
                   UPDATE KC02803.TBESTRUN                              00156700
                      SET VALOR    = :ER-VALOR,                         00156800
                          TSINICIO = :ER-TSINICIO,                      00156900
                          TSFIN    = :ER-TSFIN                          00157000
                    WHERE FECPROC  = :ER-FECPROC                        00157100
                      AND PROGRAMA = :ER-PROGRAMA                       00157200
                      AND CONTADOR = :ER-CONTADOR                       00157300
                END-EXEC                                                00157400
                IF SQLCODE NOT EQUAL ZEROS                              00157500
                   PERFORM 9956-I-ERROR-ESTADISTICA                     00157600
                      THRU 9956-F-ERROR-ESTADISTICA                     00157700
                END-IF                                                  00157800
           WHEN OTHER                                                   00157900
                PERFORM 9956-I-ERROR-ESTADISTICA                        00158000
                   THRU 9956-F-ERROR-ESTADISTICA                        00158100
           END-EVALUATE.                                                00158200
                                                                        00158300
       9955-F-INSERT-ESTADISTICA. EXIT.                                 00158400
                                                                        00158500
       9956-I-ERROR-ESTADISTICA.                                        00158600
                                                                        00158700
           MOVE SQLCODE   TO WS-SQLCODE                                 00158800
           DISPLAY '************************************'               00158900
           DISPLAY '* ERROR DB2   : ' WS-PARRAFO                        00159000
           DISPLAY '* SQLCODE     : ' WS-SQLCODE                        00159100
           DISPLAY '************************************'               00159200
           DISPLAY '* TABLA       : ESTADIST. TBESTRUN *'               00159300
           DISPLAY '* DESCRIPCION : GRABA ESTADISTICA  *'               00159400
           DISPLAY '************************************'               00159500
           MOVE 9999 TO RETURN-CODE                                     00159600
           .                                                            00159700
       9956-F-ERROR-ESTADISTICA. EXIT.                                  00159800
                                                                        00159900
      **************************************                            00160000
      *  CUERPO FINAL CIERRE DE FILES      *                            00160100
      **************************************                            00160200
       9999-I-FINAL.                                                    00160300
      *    UNA CORRIDA RECHAZADA (FECHA DE PROCESO O APERTURA)          00160400
      *    SOLO INFORMA SUS TOTALES POR CONSOLA.                        00160500
           IF WS-ARRANQUE-NO                                            00160600
              GO TO 9999-X-TOTALES                                      00160700
           END-IF                                                       00160800
                                                                        00160900
      *    SIN CELDAS PROBADAS EL LISTADO LLEVA IGUAL SU TITULO.        00161000
           IF WS-NRO-PAGINA = ZEROS                                     00161100
              PERFORM 9000-I-GRABAR-TITULOS                             00161200
                 THRU 9000-F-GRABAR-TITULOS                             00161300
           END-IF                                                       00161400
                                                                        00161500
      *    EL CONTADOR EXCEPCIONES LO LEE EL CONTROL DE CIERRE          00161600
      *    (EXAMEN17). UNA CORRIDA CORTADA POR ERROR NO GRABA.          00161700
           IF RETURN-CODE NOT = 9999                                    00161800
              PERFORM 9950-I-GRABAR-ESTADISTICAS                        00161900
                 THRU 9950-F-GRABAR-ESTADISTICAS                        00162000
           END-IF                                                       00162100
                                                                        00162200
           PERFORM 8100-I-CIERRE-ARCHIVOS                               00162300
              THRU 8100-F-CIERRE-ARCHIVOS                               00162400
                                                                        00162500
           .                                                            00162600
       9999-X-TOTALES.                                                  00162700
           DISPLAY '**********************************************'.    00162800
           DISPLAY '*  TOTALES DE PRUEBA GL CONTRA SALDOS        *'.    00162900
           DISPLAY '**********************************************'.    00163000
           DISPLAY 'TOTAL REG. GL LEIDOS     : ' WS-GL-LEIDOS.          00163100
           DISPLAY 'TOTAL DETALLES GL        : ' WS-GL-DETALLES.        00163200
           DISPLAY 'TOTAL TRAILERS GL        : ' WS-GL-TRAILERS.        00163300
           DISPLAY 'TOTAL RESULTADO CAMBIO GL: ' WS-GL-RESULTADO.       00163400
           DISPLAY 'IMPORTE RESULTADO CAMBIO : ' WS-GL-IMP-RESULTADO.   00163500
           DISPLAY 'TOTAL GL DE OTRA FECHA   : ' WS-GL-OTRA-FECHA.      00163600
           DISPLAY 'TOTAL GL DESCONOCIDOS    : ' WS-GL-DESCONOCIDOS.    00163700
           DISPLAY 'TOTAL CUENTAS DADAS ALTA : ' WS-CANT-ALTAS.         00163800
           DISPLAY 'TOTAL CUENTAS DADAS BAJA : ' WS-CANT-BAJAS.         00163900
           DISPLAY 'TOTAL TRASLADOS DE CELDA : ' WS-CANT-TRASLADOS.     00164000
           DISPLAY 'TOTAL CELDAS PROBADAS    : ' WS-CELDAS-PROBADAS.    00164100
           DISPLAY 'TOTAL CELDAS CON DIF.    : ' WS-CELDAS-CON-DIF.     00164200
           DISPLAY 'TOTAL EXCEPCIONES        : ' WS-EXCEPCIONES.        00164300
           DISPLAY '----------------------------------------------'     00164400
           DISPLAY 'TOTAL REGISTROS GRABADOS   : '  WS-GRABADOS.        00164500
           DISPLAY '**********************************************'.    00164600
                                                                        00164700
      *    RETURN CODE 8 CON CUALQUIER EXCEPCION (DIFERENCIA SIN        00164800
      *    EXPLICAR, FOTO AUSENTE O INTERFAZ INCONSISTENTE).            00164900
           IF RETURN-CODE = ZEROS                                       00165000
              IF WS-EXCEPCIONES > ZEROS                                 00165100
                 MOVE 8 TO RETURN-CODE                                  00165200
                 DISPLAY 'RETURN CODE 8 - DIFERENCIAS SIN EXPLICAR'     00165300
              ELSE                                                      00165400
                 DISPLAY 'RETURN CODE 0 - GL Y SALDOS CUADRAN'          00165500
              END-IF                                                    00165600
           END-IF                                                       00165700
           .                                                            00165800
       9999-F-FINAL.                                                    00165900
           EXIT.                                                        00166000
      *                                                                 00166100
