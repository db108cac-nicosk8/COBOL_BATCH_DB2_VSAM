       IDENTIFICATION DIVISION.                                         00000100
      *                                                        *        00000200
       PROGRAM-ID. EXAMEN29.                                            00000300
      **********************************************************        00000400
      *                                                        *        00000500
      *  PROGRAMA PARA SQL EMBEBIDO                            *        00000600
      *  REVERSION DEL POSTEO DE UN DIA COMPLETO (O DE UNA     *        00000700
      *  PARTICION DE EXAMPAR) CUANDO LA NOVEDAD DEL DIA FUE   *        00000800
      *  MAL ENTREGADA. POR CADA CUENTA CON MOVIMIENTOS DEL    *        00000900
      *  DIA RECORRE LA CADENA SALDOANT/SALDOPOS DE TBMOVHIS   *        00001000
      *  (ORDEN MOD(NROSEC,100000000), NROSEC), LA CONTROLA    *        00001100
      *  CONTRA EL SALDO ACTUAL DE TBCURCTA Y CONTRA LA FOTO   *        00001200
      *  ANTERIOR DE TBSALDIA, Y DEVUELVE EL SALDO AL SALDOANT *        00001300
      *  DEL PRIMER MOVIMIENTO DEL DIA. DESPUES BORRA LAS      *        00001400
      *  FILAS DEL DIA DE TBMOVHIS, TBCHEQUE, TBSALDIA, LOS    *        00001500
      *  AVISOS DEL POSTEO (TBAVIENV) Y LAS ESTADISTICAS       *        00001510
      *  (TBESTRUN) DE LOS PASOS REVERTIDOS,                   *        00001600
      *  DESMARCA LOS ORIGINALES DE LOS CONTRASIENTOS DEL DIA  *        00001700
      *  Y DEVUELVE A PENDIENTE LOS CHEQUES LIBERADOS O        *        00001800
      *  RECHAZADOS EN EL DIA. LA INTERFAZ GL DEL DIA SE       *        00001900
      *  ANULA CON UN ARCHIVO DE CONTRAPARTIDA (DEBITOS Y      *        00002000
      *  CREDITOS INVERTIDOS). EL KSDS DE NOVEDADES NO SE      *        00002100
      *  TOCA: EL DIA SE PUEDE VOLVER A POSTEAR.               *        00002200
      *  TODO SE APLICA EN UNA SOLA UNIDAD DE TRABAJO: SI UNA  *        00002300
      *  CUENTA NO SE PUEDE REVERTIR CON SEGURIDAD LA CORRIDA  *        00002400
      *  HACE ROLLBACK Y TERMINA CON RETURN CODE 8.            *        00002500
      *                                                        *        00002600
      **********************************************************        00002700
      *      MANTENIMIENTO DE PROGRAMA                         *        00002800
      **********************************************************        00002900
      *  FECHA   *    DETALLE        * COD *                            00003000
      **************************************                            00003100
      *15/10/26  * VERSION INICIAL   *RVH  *                            00003200
      *15/10/26  * ACEPTA Y ANULA LOS*RVH  *                            00003300
      *          * REGISTROS GL 'C'  *     *                            00003400
      *          * (RESULTADO DE CAM-*     *                            00003500
      *          * BIO)              *     *                            00003600
      *15/10/26  * BORRA TAMBIEN LAS *RVH  *                            00003700
      *          * ESTADISTICAS DE   *     *                            00003800
      *          * EXAMEN30 Y 33     *     *                            00003810
      *15/10/26  * BORRA LAS ESTADIS-*RVH  *                            00003820
      *          * TICAS DE EXAMEN26 *     *                            00003830
      *          * Y LOS AVISOS DEL  *     *                            00003840
      *          * POSTEO (TBAVIENV) *     *                            00003850
      *          * PARA REENVIARLOS  *     *                            00003900
      **************************************                            00004000
       ENVIRONMENT DIVISION.                                            00004100
       CONFIGURATION SECTION.                                           00004200
       SPECIAL-NAMES.                                                   00004300
           DECIMAL-POINT IS COMMA.                                      00004400
                                                                        00004500
       INPUT-OUTPUT SECTION.                                            00004600
       FILE-CONTROL.                                                    00004700
                                                                        00004800
             SELECT SALGL    ASSIGN DDSALGL                             00004900
             FILE STATUS IS FS-SALGL.                                   00005000
                                                                        00005100
             SELECT ANULAGL  ASSIGN DDANUGL                             00005200
             FILE STATUS IS FS-ANULAGL.                                 00005300
                                                                        00005400
             SELECT SALIDA   ASSIGN DDSALE                              00005500
             FILE STATUS IS FS-SALIDA.                                  00005600
                                                                        00005700
       DATA DIVISION.                                                   00005800
       FILE SECTION.                                                    00005900
       FD SALGL                                                         00006000
             BLOCK CONTAINS 0 RECORDS                                   00006100
             RECORDING MODE IS F.                                       00006200
                                                                        00006300
       01 REG-SALGL       PIC X(80).                                    00006400
                                                                        00006500
       FD ANULAGL                                                       00006600
             BLOCK CONTAINS 0 RECORDS                                   00006700
             RECORDING MODE IS F.                                       00006800
                                                                        00006900
       01 REG-ANULAGL     PIC X(80).                                    00007000
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
       77  FS-SALGL                 PIC XX    VALUE SPACES.             00008600
       77  FS-ANULAGL               PIC XX    VALUE SPACES.             00008700
       77  FS-SALIDA                PIC XX    VALUE SPACES.             00008800
       77  FS-ACTUAL                PIC XX    VALUE SPACES.             00008900
       77  WS-SQLCODE    PIC +++999 USAGE DISPLAY VALUE ZEROS.          00009000
       77  WS-FECHA-FOTO            PIC X(10) VALUE SPACES.             00009100
       77  WS-TS-INICIO             PIC X(26) VALUE SPACES.             00009200
       77  WS-PROG-PARTICION        PIC X(08) VALUE SPACES.             00009300
                                                                        00009400
      ****************************************                          00009500
      * CONTADORES                           *                          00009600
      ****************************************                          00009700
       01  WS-CONTADORES.                                               00009800
           03  WS-CUENTAS-LEIDAS       PIC 9(05) VALUE ZEROS.           00009900
           03  WS-CUENTAS-REVERTIDAS   PIC 9(05) VALUE ZEROS.           00010000
           03  WS-CUENTAS-SIN-FOTO     PIC 9(05) VALUE ZEROS.           00010100
           03  WS-CUENTAS-FORZADAS     PIC 9(05) VALUE ZEROS.           00010200
           03  WS-CUENTAS-BLOQUEANTES  PIC 9(05) VALUE ZEROS.           00010300
           03  WS-MOVS-LEIDOS          PIC 9(07) VALUE ZEROS.           00010400
           03  WS-MOVS-ELIMINADOS      PIC 9(07) VALUE ZEROS.           00010500
           03  WS-ORIG-DESMARCADOS     PIC 9(07) VALUE ZEROS.           00010600
           03  WS-CHEQUES-ELIMINADOS   PIC 9(07) VALUE ZEROS.           00010700
           03  WS-CHEQUES-PENDIENTES   PIC 9(07) VALUE ZEROS.           00010800
           03  WS-FOTOS-ELIMINADAS     PIC 9(07) VALUE ZEROS.           00010900
           03  WS-ESTAD-ELIMINADAS     PIC 9(07) VALUE ZEROS.           00010910
           03  WS-AVISOS-ELIMINADOS    PIC 9(07) VALUE ZEROS.           00011000
           03  WS-GL-LEIDOS            PIC 9(05) VALUE ZEROS.           00011100
           03  WS-GL-OTRA-FECHA        PIC 9(05) VALUE ZEROS.           00011200
           03  WS-GL-DESCONOCIDOS      PIC 9(05) VALUE ZEROS.           00011300
           03  WS-GL-ANULADOS          PIC 9(05) VALUE ZEROS.           00011400
           03  WS-GRABADOS             PIC 9(05) VALUE ZEROS.           00011500
                                                                        00011600
      *****************************************                         00011700
      *  PARAMETRO DE EJECUCION (SYSIN)       *                         00011800
      *  COL 1-10 : FECHA A REVERTIR AAAA-MM-DD (BLANCO = FECHA   *     00011900
      *             DE PROCESO DE TBCALEND; OTRA FECHA SE RECHAZA)*     00012000
      *  COL 12   : BLANCO = APLICA LA REVERSION                  *     00012100
      *             'S'    = SIMULACION (LISTA Y DESHACE TODO)    *     00012200
      *             'F'    = FORZAR: REVIERTE LAS CUENTAS CUYA    *     00012300
      *                      CADENA CUADRA AUNQUE DIFIERAN DE LA  *     00012400
      *                      FOTO ANTERIOR DE TBSALDIA            *     00012500
      *  COL 15-32: RANGO E ID DE PARTICION, MISMAS COLUMNAS QUE  *     00012600
      *             LA TARJETA DE EXAMEN2 EN EL JOB EXAMPAR       *     00012700
      *             (BLANCO = TODO EL DIA)                        *     00012800
      *****************************************                         00012900
       01  WS-PARM-ENTRADA.                                             00013000
           03  WS-PARM-FECHA        PIC X(10) VALUE SPACES.             00013100
           03  FILLER               PIC X(01) VALUE SPACE.              00013200
           03  WS-PARM-MODO         PIC X(01) VALUE SPACE.              00013300
               88  WS-MODO-APLICAR        VALUE SPACE.                  00013400
               88  WS-MODO-SIMULAR        VALUE 'S'.                    00013500
               88  WS-MODO-FORZAR         VALUE 'F'.                    00013600
           03  FILLER               PIC X(02) VALUE SPACES.             00013700
           03  WS-PARM-PARTICION.                                       00013800
               05  WS-PARM-TIP-DESDE    PIC X(02) VALUE SPACES.         00013900
               05  WS-PARM-NRO-DESDE    PIC 9(05) VALUE ZEROS.          00014000
               05  FILLER               PIC X(01) VALUE SPACE.          00014100
               05  WS-PARM-TIP-HASTA    PIC X(02) VALUE SPACES.         00014200
               05  WS-PARM-NRO-HASTA    PIC 9(05) VALUE ZEROS.          00014300
               05  FILLER               PIC X(01) VALUE SPACE.          00014400
               05  WS-PARM-ID-PART      PIC X(02) VALUE SPACES.         00014500
                                                                        00014600
      *    RANGO EFECTIVO (HOST VARIABLES DE LOS CURSORES Y DE LOS      00014700
      *    BORRADOS). UNA REVERSION DEL DIA COMPLETO USA EL RANGO       00014800
      *    TOTAL, IGUAL QUE EXAMEN2.                                    00014900
       01  WS-RANGO-PARTICION.                                          00015000
           03  WS-PART-TIP-DESDE    PIC X(02)  VALUE LOW-VALUES.        00015100
           03  WS-PART-NRO-DESDE    PIC S9(5)V USAGE COMP-3             00015200
                                              VALUE ZEROS.              00015300
           03  WS-PART-TIP-HASTA    PIC X(02)  VALUE HIGH-VALUES.       00015400
           03  WS-PART-NRO-HASTA    PIC S9(5)V USAGE COMP-3             00015500
                                              VALUE 99999.              00015600
                                                                        00015700
       01  WS-FLAG-PARTICION        PIC X VALUE 'F'.                    00015800
           88  WS-MODO-PARTICION-SI    VALUE 'T'.                       00015900
           88  WS-MODO-PARTICION-NO    VALUE 'F'.                       00016000
                                                                        00016100
      *****************************************                         00016200
      *  CUENTA EN CURSO (CURSOR C1) Y SU     *                         00016300
      *  CADENA DE SALDOS (CURSOR C2)         *                         00016400
      *****************************************                         00016500
       01  WS-CUENTA-ACTUAL.                                            00016600
           03  WS-CTA-TIPCUEN       PIC X(02) VALUE SPACES.             00016700
           03  WS-CTA-NROCUEN       PIC S9(5)V USAGE COMP-3             00016800
                                              VALUE ZEROS.              00016900
           03  WS-CTA-MOVS          PIC S9(09) USAGE COMP               00017000
                                              VALUE ZEROS.              00017100
           03  WS-CTA-MOVS-LEIDOS   PIC S9(09) USAGE COMP               00017200
                                              VALUE ZEROS.              00017300
           03  WS-CTA-SALDO-ACTUAL  PIC S9(5)V9(2) USAGE COMP-3         00017400
                                              VALUE ZEROS.              00017500
           03  WS-CTA-SALDO-REST    PIC S9(5)V9(2) USAGE COMP-3         00017600
                                              VALUE ZEROS.              00017700
           03  WS-CTA-SALDOPOS-ANT  PIC S9(5)V9(2) USAGE COMP-3         00017800
                                              VALUE ZEROS.              00017900
           03  WS-CTA-SALDO-FOTO    PIC S9(5)V9(2) USAGE COMP-3         00018000
                                              VALUE ZEROS.              00018100
           03  WS-CTA-EFECTO        PIC S9(7)V9(2) USAGE COMP-3         00018200
                                              VALUE ZEROS.              00018300
                                                                        00018400
       01  WS-FLAG-CTA-EXISTE       PIC X VALUE 'T'.                    00018500
           88  WS-CTA-EXISTE-SI        VALUE 'T'.                       00018600
           88  WS-CTA-EXISTE-NO        VALUE 'F'.                       00018700
                                                                        00018800
       01  WS-FLAG-CTA-FOTO         PIC X VALUE 'T'.                    00018900
           88  WS-CTA-FOTO-SI          VALUE 'T'.                       00019000
           88  WS-CTA-FOTO-NO          VALUE 'F'.                       00019100
                                                                        00019200
       01  WS-FLAG-CADENA           PIC X VALUE 'T'.                    00019300
           88  WS-CADENA-OK            VALUE 'T'.                       00019400
           88  WS-CADENA-CORTADA       VALUE 'F'.                       00019500
                                                                        00019600
      *    RESULTADO DE LA CUENTA: 'O', 'A' Y 'F' SE REVIERTEN; EL      00019700
      *    RESTO BLOQUEA LA REVERSION DE TODA LA CORRIDA.               00019800
       01  WS-RESULTADO-CTA         PIC X VALUE SPACE.                  00019900
           88  WS-CTA-REVERTIDA        VALUE 'O'.                       00020000
           88  WS-CTA-SIN-FOTO         VALUE 'A'.                       00020100
           88  WS-CTA-FORZADA          VALUE 'F'.                       00020200
           88  WS-CTA-DIF-FOTO         VALUE 'D'.                       00020300
           88  WS-CTA-CADENA           VALUE 'C'.                       00020400
           88  WS-CTA-SALDO-DISTINTO   VALUE 'S'.                       00020500
           88  WS-CTA-INEXISTENTE      VALUE 'X'.                       00020600
           88  WS-CTA-SE-REVIERTE      VALUE 'O', 'A', 'F'.             00020700
                                                                        00020800
      *****************************************                         00020900
      *  BANDERAS/FLAGS                       *                         00021000
      *****************************************                         00021100
       01  WS-FLAG-PROCESO          PIC X VALUE 'T'.                    00021200
           88  WS-SI-PROCESO           VALUE 'T'.                       00021300
           88  WS-FIN-PROCESO          VALUE 'F'.                       00021400
                                                                        00021500
       01  WS-FLAG-CURSOR           PIC X VALUE 'T'.                    00021600
           88  WS-SI-CURSOR            VALUE 'T'.                       00021700
           88  WS-FIN-CURSOR           VALUE 'F'.                       00021800
                                                                        00021900
       01  WS-FLAG-CURSOR-C2        PIC X VALUE 'T'.                    00022000
           88  WS-SI-CURSOR-C2         VALUE 'T'.                       00022100
           88  WS-FIN-CURSOR-C2        VALUE 'F'.                       00022200
                                                                        00022300
       01  WS-ESTADO-SALGL          PIC X VALUE 'F'.                    00022400
           88  WS-FIN-SALGL            VALUE 'T'.                       00022500
                                                                        00022600
      *    LA CORRIDA ARRANCO DE VERDAD (PARAMETRO Y FECHA VALIDOS      00022700
      *    Y ARCHIVOS ABIERTOS): SI NO, EL CIERRE NO DEBE GRABAR        00022800
      *    RESUMEN NI CERRAR ARCHIVOS NUNCA ABIERTOS.                   00022900
       01  WS-FLAG-ARRANQUE         PIC X VALUE 'F'.                    00023000
           88  WS-ARRANQUE-OK          VALUE 'T'.                       00023100
           88  WS-ARRANQUE-NO          VALUE 'F'.                       00023200
                                                                        00023300
      *****************************************                         00023400
      *  VARIABLES AUXILARES.                *                          00023500
      *****************************************                         00023600
       01 WS-AUXILIARES.                                                00023700
          03  WS-PARRAFO            PIC X(30) VALUE SPACES.             00023800
          03  WS-ARCHIVO-DESC       PIC X(30) VALUE SPACES.             00023900
          03  WS-FECHA-AUX          PIC X(10).                          00024000
          03  WS-CUENTA-LINEA       PIC 9(02) VALUE ZEROS.              00024100
          03  WS-FECHA-DB2.                                             00024200
              05 WS-DB2-AAAA        PIC X(04).                          00024300
              05 FILLER             PIC X VALUE '-'.                    00024400
              05 WS-DB2-MM          PIC X(02).                          00024500
              05 FILLER             PIC X VALUE '-'.                    00024600
              05 WS-DB2-DD          PIC X(02).                          00024700
                                                                        00024800
      *****************************************                         00024900
      *  VISTA DE LOS REGISTROS DE LA INTERFAZ*                         00025000
      *  CONTABLE (MISMO LAYOUT QUE EXAMEN2). *                         00025100
      *  LA CONTRAPARTIDA LLEVA LA MARCA      *                         00025200
      *  'ANULA' EN EL RELLENO FINAL.         *                         00025300
      *****************************************                         00025400
       01  WS-REG-GL.                                                   00025500
           03  GL-TIPO             PIC X.                               00025600
               88  GL-TIPO-VALIDO     VALUE 'D', 'R', 'I', 'C', 'T'.    00025700
           03  GL-FECPROC          PIC X(10).                           00025800
           03  GL-SUCUEN           PIC X(02).                           00025900
           03  GL-TIPCUEN          PIC X(02).                           00026000
           03  GL-MONEDA           PIC X(02).                           00026100
           03  GL-CANT-DB          PIC 9(05).                           00026200
           03  GL-CANT-CR          PIC 9(05).                           00026300
           03  GL-IMP-DB           PIC 9(09)V9(02).                     00026400
           03  GL-IMP-CR           PIC 9(09)V9(02).                     00026500
           03  GL-NETO             PIC S9(09)V9(02)                     00026600
                                   SIGN LEADING SEPARATE.               00026700
           03  GL-MARCA-ANULA      PIC X(05).                           00026800
           03  FILLER              PIC X(14).                           00026900
                                                                        00027000
       01  WS-GL-AUX.                                                   00027100
           03  WS-GL-AUX-CANT      PIC 9(05)       VALUE ZEROS.         00027200
           03  WS-GL-AUX-IMP       PIC 9(09)V9(02) VALUE ZEROS.         00027300
                                                                        00027400
      *****************************************                         00027500
      *   IMPRESION DE TITULOS LISTADO        *                         00027600
      *****************************************                         00027700
       01 WS-LINEA       PIC X(132) VALUE ALL '-'.                      00027800
                                                                        00027900
       01 WS-TITULO.                                                    00028000
          03  FILLER     PIC X(05) VALUE SPACES.                        00028100
          03  WS-TITULO-LEYENDA     PIC X(33) VALUE                     00028200
                     'REVERSION DEL POSTEO DEL DIA     '.               00028300
          03  FILLER                PIC X(28)    VALUE SPACES.          00028400
          03  FILLER                PIC X(10)    VALUE '   FECHA: '.    00028500
          03  WS-FECHA.                                                 00028600
              05  WS-DD             PIC 9(02).                          00028700
              05  FILLER            PIC X       VALUE '/'.              00028800
              05  WS-MM             PIC 9(02).                          00028900
              05  FILLER            PIC X       VALUE '/'.              00029000
              05  WS-AAAA           PIC 9(04).                          00029100
          03  FILLER                PIC X(20)    VALUE SPACES.          00029200
          03  FILLER                PIC X(13)    VALUE 'NRO. PAGINA: '. 00029300
          03  WS-NRO-PAGINA         PIC 9(02)    VALUE ZEROES.          00029400
          03  FILLER                PIC X(08)    VALUE SPACES.          00029500
                                                                        00029600
       01 WS-TITULO-ALCANCE.                                            00029700
          03  FILLER     PIC X(05) VALUE SPACES.                        00029800
          03  FILLER                PIC X(17)    VALUE                  00029900
                     'DIA REVERTIDO  : '.                               00030000
          03  WS-TIT-DIA            PIC X(10)    VALUE SPACES.          00030100
          03  FILLER                PIC X(05)    VALUE SPACES.          00030200
          03  FILLER                PIC X(17)    VALUE                  00030300
                     'FOTO ANTERIOR  : '.                               00030400
          03  WS-TIT-FOTO           PIC X(10)    VALUE SPACES.          00030500
          03  FILLER                PIC X(05)    VALUE SPACES.          00030600
          03  WS-TIT-ALCANCE        PIC X(40)    VALUE SPACES.          00030700
          03  FILLER                PIC X(05)    VALUE SPACES.          00030800
          03  WS-TIT-MODO           PIC X(18)    VALUE SPACES.          00030900
                                                                        00031000
      *    TEXTO DEL ALCANCE CUANDO SE REVIERTE UNA PARTICION.          00031100
       01 WS-TIT-PARTICION.                                             00031200
          03  FILLER                PIC X(11)    VALUE 'PARTICION '.    00031300
          03  WS-TIT-ID-PART        PIC X(02)    VALUE SPACES.          00031400
          03  FILLER                PIC X(02)    VALUE ': '.            00031500
          03  WS-TIT-TIP-DESDE      PIC X(02)    VALUE SPACES.          00031600
          03  FILLER                PIC X        VALUE '-'.             00031700
          03  WS-TIT-NRO-DESDE      PIC 9(05)    VALUE ZEROS.           00031800
          03  FILLER                PIC X(03)    VALUE ' A '.           00031900
          03  WS-TIT-TIP-HASTA      PIC X(02)    VALUE SPACES.          00032000
          03  FILLER                PIC X        VALUE '-'.             00032100
          03  WS-TIT-NRO-HASTA      PIC 9(05)    VALUE ZEROS.           00032200
          03  FILLER                PIC X(06)    VALUE SPACES.          00032300
                                                                        00032400
      ***************************************************               00032500
      *  SUBTITULOS DEL LISTADO ANTES/DESPUES. EN LAS   *               00032600
      *  LINEAS DE MOVIMIENTO LAS COLUMNAS ANTES Y      *               00032700
      *  DESPUES SON EL SALDOANT Y EL SALDOPOS DE LA    *               00032800
      *  FILA; EN LA LINEA DE TOTAL DE LA CUENTA SON EL *               00032900
      *  SALDO ACTUAL Y EL SALDO QUE QUEDA AL REVERTIR. *               00033000
      ***************************************************               00033100
       01 WS-SUBTITULO-REV.                                             00033200
          03 FILLER                 PIC X     VALUE '|'.                00033300
          03 FILLER                 PIC X(04) VALUE 'TIP '.             00033400
          03 FILLER                 PIC X     VALUE '|'.                00033500
          03 FILLER                 PIC X(07) VALUE 'NROCUEN'.          00033600
          03 FILLER                 PIC X     VALUE '|'.                00033700
          03 FILLER                 PIC X(10) VALUE 'NROSEC/CNT'.       00033800
          03 FILLER                 PIC X     VALUE '|'.                00033900
          03 FILLER                 PIC X(04) VALUE 'TM  '.             00034000
          03 FILLER                 PIC X     VALUE '|'.                00034100
          03 FILLER                 PIC X(15) VALUE                     00034200
                         '    IMPORTE    '.                             00034300
          03 FILLER                 PIC X     VALUE '|'.                00034400
          03 FILLER                 PIC X(15) VALUE                     00034500
                         '  SALDO ANTES  '.                             00034600
          03 FILLER                 PIC X     VALUE '|'.                00034700
          03 FILLER                 PIC X(15) VALUE                     00034800
                         ' SALDO DESPUES '.                             00034900
          03 FILLER                 PIC X     VALUE '|'.                00035000
          03 FILLER                 PIC X(15) VALUE                     00035100
                         ' FOTO ANTERIOR '.                             00035200
          03 FILLER                 PIC X     VALUE '|'.                00035300
          03 FILLER                 PIC X(03) VALUE 'REV'.              00035400
          03 FILLER                 PIC X     VALUE '|'.                00035500
          03 FILLER                 PIC X(33) VALUE                     00035600
                '           OBSERVACION           '.                    00035700
          03 FILLER                 PIC X     VALUE '|'.                00035800
                                                                        00035900
      ***************************************************               00036000
      *  LINEA DE MOVIMIENTO O DE TOTAL DE CUENTA       *               00036100
      ***************************************************               00036200
       01 WS-REG-SALIDA-REV.                                            00036300
          03  FILLER              PIC X         VALUE '|'.              00036400
          03  FILLER              PIC X         VALUE SPACES.           00036500
          03  REG-REV-TIPCUEN     PIC X(02)     VALUE SPACES.           00036600
          03  FILLER              PIC X         VALUE SPACES.           00036700
          03  FILLER              PIC X         VALUE '|'.              00036800
          03  FILLER              PIC X         VALUE SPACES.           00036900
          03  REG-REV-NROCUEN     PIC ZZZZ9     VALUE ZEROS.            00037000
          03  FILLER              PIC X         VALUE SPACES.           00037100
          03  FILLER              PIC X         VALUE '|'.              00037200
          03  REG-REV-NROSEC      PIC ZZZZZZZZZ9 VALUE ZEROS.           00037300
          03  FILLER              PIC X         VALUE '|'.              00037400
          03  FILLER              PIC X         VALUE SPACES.           00037500
          03  REG-REV-TIPMOV      PIC X(02)     VALUE SPACES.           00037600
          03  FILLER              PIC X         VALUE SPACES.           00037700
          03  FILLER              PIC X         VALUE '|'.              00037800
          03  REG-REV-IMPORTE     PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.      00037900
          03  FILLER              PIC X         VALUE '|'.              00038000
          03  REG-REV-ANTES       PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.      00038100
          03  FILLER              PIC X         VALUE '|'.              00038200
          03  REG-REV-DESPUES     PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.      00038300
          03  FILLER              PIC X         VALUE '|'.              00038400
          03  REG-REV-FOTO        PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.      00038500
          03  REG-REV-FOTO-X      REDEFINES REG-REV-FOTO                00038600
                                  PIC X(15).                            00038700
          03  FILLER              PIC X         VALUE '|'.              00038800
          03  FILLER              PIC X         VALUE SPACES.           00038900
          03  REG-REV-REVERSADO   PIC X         VALUE SPACES.           00039000
          03  FILLER              PIC X         VALUE SPACES.           00039100
          03  FILLER              PIC X         VALUE '|'.              00039200
          03  REG-REV-OBSERV      PIC X(33)     VALUE SPACES.           00039300
          03  FILLER              PIC X         VALUE '|'.              00039400
                                                                        00039500
      *    REFERENCIA DE UN CONTRASIENTO EN LA OBSERVACION.             00039600
       01 WS-OBS-REFERENCIA.                                            00039700
          03  FILLER              PIC X(05)     VALUE 'REF: '.          00039800
          03  WS-OBS-FECREF       PIC X(10)     VALUE SPACES.           00039900
          03  FILLER              PIC X         VALUE '/'.              00040000
          03  WS-OBS-NROSECREF    PIC 9(09)     VALUE ZEROS.            00040100
          03  FILLER              PIC X(08)     VALUE SPACES.           00040200
                                                                        00040300
      ***************************************************               00040400
      *  LINEAS DEL RESUMEN AL PIE DEL LISTADO          *               00040500
      ***************************************************               00040600
       01 WS-REG-RESUMEN.                                               00040700
          03  FILLER              PIC X(05)     VALUE SPACES.           00040800
          03  REG-RES-LEYENDA     PIC X(45)     VALUE SPACES.           00040900
          03  REG-RES-VALOR       PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.          00041000
          03  FILLER              PIC X(71)     VALUE SPACES.           00041100
                                                                        00041200
       01 WS-REG-RESULTADO.                                             00041300
          03  FILLER              PIC X(05)     VALUE SPACES.           00041400
          03  REG-RES-RESULTADO   PIC X(80)     VALUE SPACES.           00041500
          03  FILLER              PIC X(47)     VALUE SPACES.           00041600
                                                                        00041700
      *****************************************                         00041800
      *   FIN IMPRESION DE TITULOS LISTADO    *                         00041900
      *****************************************                         00042000
       77  FILLER        PIC X(26) VALUE '* VARIABLES SQL          *'.  00042100
                                                                        00042200
      ********************************************************          00042300
      *  AREA DE COMUNICACION Y DEFINICION SQL DB2           *          00042400
      ********************************************************          00042500
            EXEC SQL                                                    00042600
              INCLUDE SQLCA                                             00042700
            END-EXEC.                                                   00042800
                                                                        00042900
            EXEC SQL                                                    00043000
              INCLUDE TBCURCTA                                          00043100
            END-EXEC.                                                   00043200
                                                                        00043300
            EXEC SQL                                                    00043400
              INCLUDE TBMOVHIS                                          00043500
            END-EXEC.                                                   00043600
                                                                        00043700
            EXEC SQL                                                    00043800
              INCLUDE TBSALDIA                                          00043900
            END-EXEC.                                                   00044000
                                                                        00044100
            EXEC SQL                                                    00044200
              INCLUDE TBCHEQUE                                          00044300
            END-EXEC.                                                   00044400
                                                                        00044500
            EXEC SQL                                                    00044600
              INCLUDE TBCALEND                                          00044700
            END-EXEC.                                                   00044800
                                                                        00044900
            EXEC SQL                                                    00045000
              INCLUDE TBESTRUN                                          00045100
            END-EXEC.                                                   00045200
                                                                        00045300
      ***************************************************               00045400
      * CURSOR C1 - CUENTAS CON MOVIMIENTOS DEL DIA EN  *               00045500
      * EL RANGO A REVERTIR                             *               00045600
      ***************************************************               00045700
            EXEC SQL                                                    00045800
              DECLARE C1 CURSOR FOR                                     00045900
              SELECT TIPCUEN,                                           00046000
                     NROCUEN,                                           00046100
                     COUNT(*)                                           00046200
                FROM KC02803.TBMOVHIS                                   00046300
               WHERE FECPROC = :WS-FECHA-DB2                            00046400
                 AND (TIPCUEN > :WS-PART-TIP-DESDE                      00046500
                  OR (TIPCUEN = :WS-PART-TIP-DESDE                      00046600
                 AND NROCUEN >= :WS-PART-NRO-DESDE))                    00046700
                 AND (TIPCUEN < :WS-PART-TIP-HASTA                      00046800
                  OR (TIPCUEN = :WS-PART-TIP-HASTA                      00046900
                 AND NROCUEN <= :WS-PART-NRO-HASTA))                    00047000
               GROUP BY TIPCUEN, NROCUEN                                00047100
               ORDER BY TIPCUEN, NROCUEN                                00047200
            END-EXEC.                                                   00047300
                                                                        00047400
      ***************************************************               00047500
      * CURSOR C2 - CADENA DE SALDOS DEL DIA DE UNA     *               00047600
      * CUENTA: LOS 'IM' (NROSEC DE SU PATA MAS EL      *               00047700
      * DESPLAZAMIENTO) SIGUEN A SU PATA, COMO EN       *               00047800
      * EXAMEN15.                                       *               00047900
      ***************************************************               00048000
            EXEC SQL                                                    00048100
              DECLARE C2 CURSOR FOR                                     00048200
              SELECT NROSEC,                                            00048300
                     TIPMOV,                                            00048400
                     IMPORTE,                                           00048500
                     SALDOANT,                                          00048600
                     SALDOPOS,                                          00048700
                     REVERSADO,                                         00048800
                     CHAR(FECREF, ISO),                                 00048900
                     NROSECREF                                          00049000
                FROM KC02803.TBMOVHIS                                   00049100
               WHERE TIPCUEN = :WS-CTA-TIPCUEN                          00049200
                 AND NROCUEN = :WS-CTA-NROCUEN                          00049300
                 AND FECPROC = :WS-FECHA-DB2                            00049400
               ORDER BY MOD(NROSEC, 100000000), NROSEC                  00049500
            END-EXEC.                                                   00049600
                                                                        00049700
       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.  00049800
                                                                        00049900
      ***************************************************************.  00050000
       PROCEDURE DIVISION.                                              00050100
      **************************************                            00050200
      *  CUERPO PRINCIPAL DEL PROGRAMA     *                            00050300
      **************************************                            00050400
       MAIN-PROGRAM.                                                    00050500
                                                                        00050600
           PERFORM 1000-I-INICIO   THRU                                 00050700
                   1000-F-INICIO.                                       00050800
                                                                        00050900
           IF WS-SI-PROCESO                                             00051000
              PERFORM 2000-I-REVERTIR-CUENTAS                           00051100
                 THRU 2000-F-REVERTIR-CUENTAS                           00051200
           END-IF                                                       00051300
                                                                        00051400
      *    CON UNA CUENTA BLOQUEANTE NO SE SIGUE: EL CIERRE HACE        00051500
      *    ROLLBACK DE LO YA ACTUALIZADO.                               00051600
           IF WS-SI-PROCESO AND WS-CUENTAS-BLOQUEANTES = ZEROS          00051700
              PERFORM 4000-I-DEPURAR-DIA                                00051800
                 THRU 4000-F-DEPURAR-DIA                                00051900
           END-IF                                                       00052000
                                                                        00052100
           IF WS-SI-PROCESO AND WS-CUENTAS-BLOQUEANTES = ZEROS          00052200
                            AND NOT WS-MODO-SIMULAR                     00052300
              PERFORM 5000-I-ANULAR-GL                                  00052400
                 THRU 5000-F-ANULAR-GL                                  00052500
           END-IF                                                       00052600
                                                                        00052700
           PERFORM 9999-I-FINAL    THRU                                 00052800
                   9999-F-FINAL.                                        00052900
                                                                        00053000
       F-MAIN-PROGRAM. GOBACK.                                          00053100
                                                                        00053200
      **************************************                            00053300
      *  CUERPO INICIO APERTURA ARCHIVOS   *                            00053400
      **************************************                            00053500
       1000-I-INICIO.                                                   00053600
                                                                        00053700
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-AUX                   00053800
           MOVE WS-FECHA-AUX(1:4)     TO WS-AAAA                        00053900
           MOVE WS-FECHA-AUX(5:2)     TO WS-MM                          00054000
           MOVE WS-FECHA-AUX(7:2)     TO WS-DD                          00054100
           MOVE 99 TO WS-CUENTA-LINEA                                   00054200
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TS-INICIO             00054300
           SET WS-SI-PROCESO TO TRUE                                    00054400
                                                                        00054500
           PERFORM 1010-I-LEER-PARAMETRO                                00054600
              THRU 1010-F-LEER-PARAMETRO                                00054700
           IF WS-FIN-PROCESO                                            00054800
              GO TO 1000-F-INICIO                                       00054900
           END-IF                                                       00055000
                                                                        00055100
           PERFORM 1015-I-VALIDAR-FECHA-PROCESO                         00055200
              THRU 1015-F-VALIDAR-FECHA-PROCESO                         00055300
           IF WS-FIN-PROCESO                                            00055400
              GO TO 1000-F-INICIO                                       00055500
           END-IF                                                       00055600
                                                                        00055700
           PERFORM 8000-I-APERTURA-ARCHIVOS                             00055800
              THRU 8000-F-APERTURA-ARCHIVOS                             00055900
                                                                        00056000
           IF FS-SALIDA    = '00' AND                                   00056100
              FS-ANULAGL   = '00' AND                                   00056200
              FS-SALGL     = '00' AND WS-SI-PROCESO                     00056300
              SET WS-ARRANQUE-OK TO TRUE                                00056400
              PERFORM 1020-I-BUSCAR-FOTO-ANTERIOR                       00056500
                 THRU 1020-F-BUSCAR-FOTO-ANTERIOR                       00056600
           ELSE                                                         00056700
              DISPLAY '*********************************'               00056800
              DISPLAY '* ERROR EN APERTURA DE ARCHIVOS *'               00056900
              DISPLAY '* REVERSION DEL DIA CANCELADA   *'               00057000
              DISPLAY '*********************************'               00057100
              SET WS-FIN-PROCESO TO TRUE                                00057200
           END-IF                                                       00057300
                                                                        00057400
           IF WS-SI-PROCESO                                             00057500
              PERFORM 1030-I-VALIDAR-GL                                 00057600
                 THRU 1030-F-VALIDAR-GL                                 00057700
           END-IF                                                       00057800
           .                                                            00057900
       1000-F-INICIO.   EXIT.                                           00058000
                                                                        00058100
      ***********************************************************       00058200
      *  PARAMETRO DE LA CORRIDA (SYSIN): FECHA, MODO Y RANGO   *       00058300
      *  DE PARTICION OPCIONAL.                                 *       00058400
      ***********************************************************       00058500
       1010-I-LEER-PARAMETRO.                                           00058600
                                                                        00058700
           ACCEPT WS-PARM-ENTRADA FROM SYSIN                            00058800
                                                                        00058900
           IF NOT WS-MODO-APLICAR AND NOT WS-MODO-SIMULAR AND           00059000
              NOT WS-MODO-FORZAR                                        00059100
              DISPLAY '*****************************************'       00059200
              DISPLAY '* MODO INVALIDO EN SYSIN (COL 12)       *'       00059300
              DISPLAY '* MODO : ' WS-PARM-MODO                          00059400
              DISPLAY '* LA CORRIDA SE RECHAZA                 *'       00059500
              DISPLAY '*****************************************'       00059600
              MOVE 9999 TO RETURN-CODE                                  00059700
              SET  WS-FIN-PROCESO TO TRUE                               00059800
              GO TO 1010-F-LEER-PARAMETRO                               00059900
           END-IF                                                       00060000
                                                                        00060100
           EVALUATE TRUE                                                00060200
           WHEN WS-MODO-SIMULAR                                         00060300
                MOVE 'MODO: SIMULACION  ' TO WS-TIT-MODO                00060400
                DISPLAY '* SIMULACION: SE LISTA Y SE DESHACE TODO'      00060500
           WHEN WS-MODO-FORZAR                                          00060600
                MOVE 'MODO: FORZADO     ' TO WS-TIT-MODO                00060700
                DISPLAY '* FORZADO: SE ACEPTA DIFERENCIA CON FOTO'      00060800
           WHEN OTHER                                                   00060900
                MOVE 'MODO: APLICACION  ' TO WS-TIT-MODO                00061000
           END-EVALUATE                                                 00061100
                                                                        00061200
           MOVE 'ALCANCE: TODO EL DIA' TO WS-TIT-ALCANCE                00061300
           IF WS-PARM-TIP-DESDE NOT = SPACES                            00061400
              IF WS-PARM-NRO-DESDE NOT NUMERIC OR                       00061500
                 WS-PARM-NRO-HASTA NOT NUMERIC OR                       00061600
                 WS-PARM-TIP-HASTA = SPACES                             00061700
                 DISPLAY '*****************************************'    00061800
                 DISPLAY '* RANGO DE PARTICION INVALIDO EN SYSIN  *'    00061900
                 DISPLAY '* RANGO : ' WS-PARM-PARTICION                 00062000
                 DISPLAY '* LA CORRIDA SE RECHAZA                 *'    00062100
                 DISPLAY '*****************************************'    00062200
                 MOVE 9999 TO RETURN-CODE                               00062300
                 SET  WS-FIN-PROCESO TO TRUE                            00062400
                 GO TO 1010-F-LEER-PARAMETRO                            00062500
              END-IF                                                    00062600
              SET WS-MODO-PARTICION-SI TO TRUE                          00062700
              MOVE WS-PARM-TIP-DESDE TO WS-PART-TIP-DESDE               00062800
                                        WS-TIT-TIP-DESDE                00062900
              MOVE WS-PARM-NRO-DESDE TO WS-PART-NRO-DESDE               00063000
                                        WS-TIT-NRO-DESDE                00063100
              MOVE WS-PARM-TIP-HASTA TO WS-PART-TIP-HASTA               00063200
                                        WS-TIT-TIP-HASTA                00063300
              MOVE WS-PARM-NRO-HASTA TO WS-PART-NRO-HASTA               00063400
                                        WS-TIT-NRO-HASTA                00063500
              MOVE WS-PARM-ID-PART   TO WS-TIT-ID-PART                  00063600
              MOVE WS-TIT-PARTICION  TO WS-TIT-ALCANCE                  00063700
      *       LAS ESTADISTICAS DE LA PARTICION LLEVAN SU ID (VER        00063800
      *       9950 DE EXAMEN2).                                         00063900
              IF WS-PARM-ID-PART NOT = SPACES                           00064000
                 STRING 'EXAM2P' WS-PARM-ID-PART                        00064100
                        DELIMITED BY SIZE INTO WS-PROG-PARTICION        00064200
              END-IF                                                    00064300
              DISPLAY '* REVERSION DE LA PARTICION : '                  00064400
                      WS-PARM-TIP-DESDE '-' WS-PARM-NRO-DESDE           00064500
                      ' A ' WS-PARM-TIP-HASTA '-' WS-PARM-NRO-HASTA     00064600
              DISPLAY '* ID DE PARTICION           : '                  00064700
                      WS-PARM-ID-PART                                   00064800
           END-IF                                                       00064900
           .                                                            00065000
       1010-F-LEER-PARAMETRO. EXIT.                                     00065100
                                                                        00065200
      ***********************************************************       00065300
      *  FECHA A REVERTIR CONTRA LA FECHA DE PROCESO DE LA      *       00065400
      *  CADENA (TBCALEND FECPROC='S'). SOLO SE REVIERTE EL DIA *       00065500
      *  EN CURSO: SI EL CALENDARIO YA AVANZO (CIERRE EXAMEN14) *       00065600
      *  LOS DIAS SIGUIENTES SE APOYAN EN ESOS SALDOS Y LA      *       00065700
      *  CORRIDA SE RECHAZA.                                    *       00065800
      ***********************************************************       00065900
       1015-I-VALIDAR-FECHA-PROCESO.                                    00066000
                                                                        00066100
           MOVE '1015-I-VALIDAR-FECHA-PROC' TO WS-PARRAFO.              00066200
                                                                        00066300
           EXEC SQL                                                     00066400
              SELECT FECHA                                              00066500
                INTO :CA-FECHA                                          00066600
                FROM KC02803.TBCALEND                                   00066700
               WHERE FECPROC = 'S'                                      00066800
           END-EXEC                                                     00066900
                                                                        00067000
           EVALUATE TRUE                                                00067100
           WHEN SQLCODE EQUAL ZEROS                                     00067200
                CONTINUE                                                00067300
           WHEN SQLCODE EQUAL +100                                      00067400
                DISPLAY '*****************************************'     00067500
                DISPLAY '* NO HAY FECHA DE PROCESO MARCADA EN    *'     00067600
                DISPLAY '* TBCALEND (FECPROC = S)                *'     00067700
                DISPLAY '* LA CORRIDA SE RECHAZA                 *'     00067800
                DISPLAY '*****************************************'     00067900
                MOVE 9999 TO RETURN-CODE                                00068000
                SET  WS-FIN-PROCESO TO TRUE                             00068100
                GO TO 1015-F-VALIDAR-FECHA-PROCESO                      00068200
           WHEN OTHER                                                   00068300
                PERFORM 9995-I-ERROR-DB2                                00068400
                   THRU 9995-F-ERROR-DB2                                00068500
                GO TO 1015-F-VALIDAR-FECHA-PROCESO                      00068600
           END-EVALUATE                                                 00068700
                                                                        00068800
           IF WS-PARM-FECHA = SPACES                                    00068900
              MOVE CA-FECHA TO WS-PARM-FECHA                            00069000
           END-IF                                                       00069100
                                                                        00069200
           EVALUATE TRUE                                                00069300
           WHEN WS-PARM-FECHA < CA-FECHA                                00069400
                DISPLAY '*****************************************'     00069500
                DISPLAY '* EL CALENDARIO YA AVANZO MAS ALLA DE   *'     00069600
                DISPLAY '* LA FECHA A REVERTIR                   *'     00069700
                DISPLAY '* FECHA PEDIDA     : ' WS-PARM-FECHA           00069800
                DISPLAY '* FECHA DE PROCESO : ' CA-FECHA                00069900
                DISPLAY '* LA CORRIDA SE RECHAZA                 *'     00070000
                DISPLAY '*****************************************'     00070100
                MOVE 9999 TO RETURN-CODE                                00070200
                SET  WS-FIN-PROCESO TO TRUE                             00070300
           WHEN WS-PARM-FECHA > CA-FECHA                                00070400
                DISPLAY '*****************************************'     00070500
                DISPLAY '* LA FECHA A REVERTIR ES POSTERIOR A LA *'     00070600
                DISPLAY '* FECHA DE PROCESO: NO HAY POSTEO       *'     00070700
                DISPLAY '* FECHA PEDIDA     : ' WS-PARM-FECHA           00070800
                DISPLAY '* FECHA DE PROCESO : ' CA-FECHA                00070900
                DISPLAY '* LA CORRIDA SE RECHAZA                 *'     00071000
                DISPLAY '*****************************************'     00071100
                MOVE 9999 TO RETURN-CODE                                00071200
                SET  WS-FIN-PROCESO TO TRUE                             00071300
           WHEN OTHER                                                   00071400
                MOVE CA-FECHA       TO WS-FECHA-DB2                     00071500
                MOVE CA-FECHA       TO WS-TIT-DIA                       00071600
                DISPLAY '* DIA A REVERTIR     : ' WS-FECHA-DB2          00071700
           END-EVALUATE                                                 00071800
           .                                                            00071900
       1015-F-VALIDAR-FECHA-PROCESO. EXIT.                              00072000
                                                                        00072100
      ***********************************************************       00072200
      *  FOTO DE SALDOS ANTERIOR AL DIA (EXAMEN19): ES CONTRA   *       00072300
      *  LA QUE SE CONTROLA EL SALDO QUE SE RESTAURA. SIN FOTO  *       00072400
      *  ANTERIOR (PRIMERA CORRIDA) SOLO VALE LA CADENA.        *       00072500
      ***********************************************************       00072600
       1020-I-BUSCAR-FOTO-ANTERIOR.                                     00072700
                                                                        00072800
           MOVE '1020-I-BUSCAR-FOTO-ANTERIOR' TO WS-PARRAFO.            00072900
           MOVE WS-FECHA-DB2 TO SD-FECPROC                              00073000
                                                                        00073100
           EXEC SQL                                                     00073200
              SELECT COALESCE(MAX(CHAR(FECPROC, ISO)), ' ')             00073300
                INTO :WS-FECHA-FOTO                                     00073400
                FROM KC02803.TBSALDIA                                   00073500
               WHERE FECPROC < :SD-FECPROC                              00073600
           END-EXEC                                                     00073700
                                                                        00073800
           IF SQLCODE NOT EQUAL ZEROS                                   00073900
              PERFORM 9995-I-ERROR-DB2                                  00074000
                 THRU 9995-F-ERROR-DB2                                  00074100
              GO TO 1020-F-BUSCAR-FOTO-ANTERIOR                         00074200
           END-IF                                                       00074300
                                                                        00074400
           IF WS-FECHA-FOTO = SPACES                                    00074500
              MOVE 'SIN FOTO' TO WS-TIT-FOTO                            00074600
              DISPLAY '*****************************************'       00074700
              DISPLAY '* SIN FOTO ANTERIOR EN TBSALDIA: EL     *'       00074800
              DISPLAY '* SALDO SE RESTAURA SOLO POR LA CADENA  *'       00074900
              DISPLAY '*****************************************'       00075000
           ELSE                                                         00075100
              MOVE WS-FECHA-FOTO TO WS-TIT-FOTO                         00075200
              DISPLAY '* FOTO ANTERIOR      : ' WS-FECHA-FOTO           00075300
           END-IF                                                       00075400
           .                                                            00075500
       1020-F-BUSCAR-FOTO-ANTERIOR. EXIT.                               00075600
                                                                        00075700
      ***********************************************************       00075800
      *  LA GENERACION GL RECIBIDA DEBE SER LA DEL DIA A        *       00075900
      *  REVERTIR: SE LEE ENTERA ANTES DE TOCAR LAS TABLAS Y    *       00076000
      *  CUALQUIER REGISTRO DE OTRA FECHA O DE TIPO DESCONOCIDO *       00076100
      *  RECHAZA LA CORRIDA. DESPUES SE REABRE PARA EL PASO DE  *       00076200
      *  ANULACION.                                             *       00076300
      ***********************************************************       00076400
       1030-I-VALIDAR-GL.                                               00076500
                                                                        00076600
           PERFORM 8060-I-LEER-GL                                       00076700
              THRU 8060-F-LEER-GL                                       00076800
                                                                        00076900
           PERFORM 1035-I-VALIDAR-REG-GL                                00077000
              THRU 1035-F-VALIDAR-REG-GL                                00077100
             UNTIL WS-FIN-SALGL                                         00077200
                                                                        00077300
           IF WS-FIN-PROCESO                                            00077400
              GO TO 1030-F-VALIDAR-GL                                   00077500
           END-IF                                                       00077600
                                                                        00077700
           IF WS-GL-OTRA-FECHA > ZEROS OR WS-GL-DESCONOCIDOS > ZEROS    00077800
              DISPLAY '*****************************************'       00077900
              DISPLAY '* LA INTERFAZ GL RECIBIDA NO ES LA DEL  *'       00078000
              DISPLAY '* DIA A REVERTIR (DDSALGL)              *'       00078100
              DISPLAY '* REG. DE OTRA FECHA   : ' WS-GL-OTRA-FECHA      00078200
              DISPLAY '* REG. DE TIPO INVALIDO: ' WS-GL-DESCONOCIDOS    00078300
              DISPLAY '* LA CORRIDA SE RECHAZA                 *'       00078400
              DISPLAY '*****************************************'       00078500
              MOVE 9999 TO RETURN-CODE                                  00078600
              SET  WS-FIN-PROCESO TO TRUE                               00078700
              GO TO 1030-F-VALIDAR-GL                                   00078800
           END-IF                                                       00078900
                                                                        00079000
           MOVE '1030-I-VALIDAR-GL' TO WS-PARRAFO                       00079100
           MOVE 'INTERFAZ CONTABLE GL' TO WS-ARCHIVO-DESC               00079200
           CLOSE SALGL                                                  00079300
           MOVE FS-SALGL TO FS-ACTUAL                                   00079400
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00079500
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00079600
           OPEN INPUT SALGL                                             00079700
           MOVE FS-SALGL TO FS-ACTUAL                                   00079800
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00079900
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00080000
           MOVE 'F' TO WS-ESTADO-SALGL                                  00080100
           MOVE ZEROS TO WS-GL-LEIDOS                                   00080200
           .                                                            00080300
       1030-F-VALIDAR-GL. EXIT.                                         00080400
                                                                        00080500
       1035-I-VALIDAR-REG-GL.                                           00080600
                                                                        00080700
           IF GL-FECPROC NOT = WS-FECHA-DB2                             00080800
              ADD 1 TO WS-GL-OTRA-FECHA                                 00080900
           END-IF                                                       00081000
                                                                        00081100
           IF NOT GL-TIPO-VALIDO                                        00081200
              ADD 1 TO WS-GL-DESCONOCIDOS                               00081300
           END-IF                                                       00081400
                                                                        00081500
           PERFORM 8060-I-LEER-GL                                       00081600
              THRU 8060-F-LEER-GL                                       00081700
           .                                                            00081800
       1035-F-VALIDAR-REG-GL. EXIT.                                     00081900
                                                                        00082000
      ***********************************************************       00082100
      *  CUENTAS CON MOVIMIENTOS DEL DIA: CONTROL DE LA CADENA  *       00082200
      *  Y RESTAURACION DEL SALDO, CUENTA POR CUENTA.           *       00082300
      ***********************************************************       00082400
       2000-I-REVERTIR-CUENTAS.                                         00082500
                                                                        00082600
           PERFORM 8200-I-ABRIR-CURSOR-C1                               00082700
              THRU 8200-F-ABRIR-CURSOR-C1                               00082800
                                                                        00082900
           IF WS-FIN-CURSOR                                             00083000
              GO TO 2000-F-REVERTIR-CUENTAS                             00083100
           END-IF                                                       00083200
                                                                        00083300
           PERFORM 8400-I-LEER-CURSOR-C1                                00083400
              THRU 8400-F-LEER-CURSOR-C1                                00083500
                                                                        00083600
           PERFORM 2100-I-PROCESAR-CUENTA                               00083700
              THRU 2100-F-PROCESAR-CUENTA                               00083800
             UNTIL WS-FIN-CURSOR                                        00083900
                                                                        00084000
           PERFORM 8300-I-CERRAR-CURSOR-C1                              00084100
              THRU 8300-F-CERRAR-CURSOR-C1                              00084200
                                                                        00084300
           IF WS-CUENTAS-LEIDAS = ZEROS AND WS-SI-PROCESO               00084400
              DISPLAY '*****************************************'       00084500
              DISPLAY '* NO HAY MOVIMIENTOS DEL DIA EN EL      *'       00084600
              DISPLAY '* RANGO A REVERTIR (TBMOVHIS)           *'       00084700
              DISPLAY '*****************************************'       00084800
           END-IF                                                       00084900
           .                                                            00085000
       2000-F-REVERTIR-CUENTAS. EXIT.                                   00085100
                                                                        00085200
      ***********************************************************       00085300
      *  UNA CUENTA: SALDO ACTUAL, FOTO ANTERIOR, CADENA DEL    *       00085400
      *  DIA (UNA LINEA POR MOVIMIENTO) Y LINEA DE TOTAL CON EL *       00085500
      *  SALDO ANTES Y DESPUES DE LA REVERSION.                 *       00085600
      ***********************************************************       00085700
       2100-I-PROCESAR-CUENTA.                                          00085800
                                                                        00085900
           ADD 1 TO WS-CUENTAS-LEIDAS                                   00086000
           MOVE ZEROS TO WS-CTA-MOVS-LEIDOS                             00086100
                         WS-CTA-SALDO-ACTUAL                            00086200
                         WS-CTA-SALDO-REST                              00086300
                         WS-CTA-SALDOPOS-ANT                            00086400
                         WS-CTA-SALDO-FOTO                              00086500
           SET WS-CADENA-OK TO TRUE                                     00086600
                                                                        00086700
           PERFORM 2110-I-LEER-SALDO-ACTUAL                             00086800
              THRU 2110-F-LEER-SALDO-ACTUAL                             00086900
                                                                        00087000
           IF WS-SI-PROCESO                                             00087100
              PERFORM 2120-I-LEER-FOTO-ANTERIOR                         00087200
                 THRU 2120-F-LEER-FOTO-ANTERIOR                         00087300
           END-IF                                                       00087400
                                                                        00087500
           IF WS-SI-PROCESO                                             00087600
              PERFORM 8210-I-ABRIR-CURSOR-C2                            00087700
                 THRU 8210-F-ABRIR-CURSOR-C2                            00087800
           END-IF                                                       00087900
                                                                        00088000
           IF WS-FIN-PROCESO                                            00088100
              GO TO 2100-F-PROCESAR-CUENTA                              00088200
           END-IF                                                       00088300
                                                                        00088400
           PERFORM 8410-I-LEER-CURSOR-C2                                00088500
              THRU 8410-F-LEER-CURSOR-C2                                00088600
                                                                        00088700
           PERFORM 2200-I-CONTROLAR-MOVIMIENTO                          00088800
              THRU 2200-F-CONTROLAR-MOVIMIENTO                          00088900
             UNTIL WS-FIN-CURSOR-C2                                     00089000
                                                                        00089100
           PERFORM 8310-I-CERRAR-CURSOR-C2                              00089200
              THRU 8310-F-CERRAR-CURSOR-C2                              00089300
                                                                        00089400
           IF WS-FIN-PROCESO                                            00089500
              GO TO 2100-F-PROCESAR-CUENTA                              00089600
           END-IF                                                       00089700
                                                                        00089800
           PERFORM 2300-I-EVALUAR-CUENTA                                00089900
              THRU 2300-F-EVALUAR-CUENTA                                00090000
                                                                        00090100
           IF WS-CTA-SE-REVIERTE                                        00090200
              PERFORM 2400-I-RESTAURAR-SALDO                            00090300
                 THRU 2400-F-RESTAURAR-SALDO                            00090400
           END-IF                                                       00090500
                                                                        00090600
           PERFORM 2500-I-GRABAR-TOTAL-CUENTA                           00090700
              THRU 2500-F-GRABAR-TOTAL-CUENTA                           00090800
                                                                        00090900
           PERFORM 8400-I-LEER-CURSOR-C1                                00091000
              THRU 8400-F-LEER-CURSOR-C1                                00091100
           .                                                            00091200
       2100-F-PROCESAR-CUENTA. EXIT.                                    00091300
                                                                        00091400
      ***********************************************************       00091500
      *  SALDO ACTUAL DE LA CUENTA (TBCURCTA)                   *       00091600
      ***********************************************************       00091700
       2110-I-LEER-SALDO-ACTUAL.                                        00091800
                                                                        00091900
           MOVE '2110-I-LEER-SALDO-ACTUAL' TO WS-PARRAFO.               00092000
           SET WS-CTA-EXISTE-SI TO TRUE                                 00092100
                                                                        00092200
           EXEC SQL                                                     00092300
              SELECT SALDO                                              00092400
                INTO :DCLTBCURCTA.WS-SALDO                              00092500
                FROM KC02803.TBCURCTA                                   00092600
               WHERE TIPCUEN = :WS-CTA-TIPCUEN                          00092700
                 AND NROCUEN = :WS-CTA-NROCUEN                          00092800
           END-EXEC                                                     00092900
                                                                        00093000
           EVALUATE TRUE                                                00093100
           WHEN SQLCODE EQUAL ZEROS                                     00093200
                MOVE WS-SALDO OF DCLTBCURCTA TO WS-CTA-SALDO-ACTUAL     00093300
           WHEN SQLCODE EQUAL +100                                      00093400
                SET WS-CTA-EXISTE-NO TO TRUE                            00093500
           WHEN OTHER                                                   00093600
                PERFORM 9995-I-ERROR-DB2                                00093700
                   THRU 9995-F-ERROR-DB2                                00093800
           END-EVALUATE                                                 00093900
           .                                                            00094000
       2110-F-LEER-SALDO-ACTUAL. EXIT.                                  00094100
                                                                        00094200
      ***********************************************************       00094300
      *  SALDO DE LA CUENTA EN LA FOTO ANTERIOR (TBSALDIA). UNA *       00094400
      *  CUENTA DADA DE ALTA EN EL DIA NO TIENE FOTO.           *       00094500
      ***********************************************************       00094600
       2120-I-LEER-FOTO-ANTERIOR.                                       00094700
                                                                        00094800
           MOVE '2120-I-LEER-FOTO-ANTERIOR' TO WS-PARRAFO.              00094900
           SET WS-CTA-FOTO-NO TO TRUE                                   00095000
                                                                        00095100
           IF WS-FECHA-FOTO = SPACES                                    00095200
              GO TO 2120-F-LEER-FOTO-ANTERIOR                           00095300
           END-IF                                                       00095400
                                                                        00095500
           MOVE WS-FECHA-FOTO TO SD-FECPROC                             00095600
                                                                        00095700
           EXEC SQL                                                     00095800
              SELECT SALDO                                              00095900
                INTO :SD-SALDO                                          00096000
                FROM KC02803.TBSALDIA                                   00096100
               WHERE FECPROC = :SD-FECPROC                              00096200
                 AND TIPCUEN = :WS-CTA-TIPCUEN                          00096300
                 AND NROCUEN = :WS-CTA-NROCUEN                          00096400
           END-EXEC                                                     00096500
                                                                        00096600
           EVALUATE TRUE                                                00096700
           WHEN SQLCODE EQUAL ZEROS                                     00096800
                SET WS-CTA-FOTO-SI TO TRUE                              00096900
                MOVE SD-SALDO TO WS-CTA-SALDO-FOTO                      00097000
           WHEN SQLCODE EQUAL +100                                      00097100
                CONTINUE                                                00097200
           WHEN OTHER                                                   00097300
                PERFORM 9995-I-ERROR-DB2                                00097400
                   THRU 9995-F-ERROR-DB2                                00097500
           END-EVALUATE                                                 00097600
           .                                                            00097700
       2120-F-LEER-FOTO-ANTERIOR. EXIT.                                 00097800
                                                                        00097900
      ***********************************************************       00098000
      *  UN MOVIMIENTO DE LA CADENA: EL PRIMERO DA EL SALDO A   *       00098100
      *  RESTAURAR (SU SALDOANT); CADA UNO DE LOS SIGUIENTES    *       00098200
      *  DEBE ARRANCAR DEL SALDOPOS DEL ANTERIOR.               *       00098300
      ***********************************************************       00098400
       2200-I-CONTROLAR-MOVIMIENTO.                                     00098500
                                                                        00098600
           ADD 1 TO WS-CTA-MOVS-LEIDOS                                  00098700
           ADD 1 TO WS-MOVS-LEIDOS                                      00098800
           MOVE SPACES TO REG-REV-OBSERV                                00098900
                                                                        00099000
           IF WS-CTA-MOVS-LEIDOS = 1                                    00099100
              MOVE MH-SALDOANT TO WS-CTA-SALDO-REST                     00099200
           ELSE                                                         00099300
              IF MH-SALDOANT NOT = WS-CTA-SALDOPOS-ANT                  00099400
                 SET WS-CADENA-CORTADA TO TRUE                          00099500
                 MOVE 'CADENA CORTADA: SALDOANT DISTINTO'               00099600
                   TO REG-REV-OBSERV                                    00099700
              END-IF                                                    00099800
           END-IF                                                       00099900
           MOVE MH-SALDOPOS TO WS-CTA-SALDOPOS-ANT                      00100000
                                                                        00100100
      *    UN CONTRASIENTO MUESTRA EL ORIGINAL QUE VUELVE A QUEDAR      00100200
      *    SIN REVERSAR.                                                00100300
           IF MH-TIPMOV = 'RV' AND REG-REV-OBSERV = SPACES              00100400
              MOVE MH-FECREF    TO WS-OBS-FECREF                        00100500
              MOVE MH-NROSECREF TO WS-OBS-NROSECREF                     00100600
              MOVE WS-OBS-REFERENCIA TO REG-REV-OBSERV                  00100700
           END-IF                                                       00100800
                                                                        00100900
           MOVE WS-CTA-TIPCUEN TO REG-REV-TIPCUEN                       00101000
           MOVE WS-CTA-NROCUEN TO REG-REV-NROCUEN                       00101100
           MOVE MH-NROSEC      TO REG-REV-NROSEC                        00101200
           MOVE MH-TIPMOV      TO REG-REV-TIPMOV                        00101300
           MOVE MH-IMPORTE     TO REG-REV-IMPORTE                       00101400
           MOVE MH-SALDOANT    TO REG-REV-ANTES                         00101500
           MOVE MH-SALDOPOS    TO REG-REV-DESPUES                       00101600
           MOVE SPACES         TO REG-REV-FOTO-X                        00101700
           MOVE MH-REVERSADO   TO REG-REV-REVERSADO                     00101800
                                                                        00101900
           PERFORM 2550-I-GRABAR-LINEA                                  00102000
              THRU 2550-F-GRABAR-LINEA                                  00102100
                                                                        00102200
           PERFORM 8410-I-LEER-CURSOR-C2                                00102300
              THRU 8410-F-LEER-CURSOR-C2                                00102400
           .                                                            00102500
       2200-F-CONTROLAR-MOVIMIENTO. EXIT.                               00102600
                                                                        00102700
      ***********************************************************       00102800
      *  RESULTADO DE LA CUENTA. SOLO SE REVIERTE CON LA CADENA *       00102900
      *  SANA, TERMINANDO EN EL SALDO ACTUAL Y ARRANCANDO EN EL *       00103000
      *  SALDO DE LA FOTO ANTERIOR (SALVO ALTA DEL DIA O MODO   *       00103100
      *  FORZADO). UNA DIFERENCIA DELATA UN CAMBIO DE SALDO SIN *       00103200
      *  RASTRO EN TBMOVHIS Y SE DEJA PARA REVISION MANUAL.     *       00103300
      ***********************************************************       00103400
       2300-I-EVALUAR-CUENTA.                                           00103500
                                                                        00103600
           EVALUATE TRUE                                                00103700
           WHEN WS-CTA-EXISTE-NO                                        00103800
                SET WS-CTA-INEXISTENTE TO TRUE                          00103900
           WHEN WS-CADENA-CORTADA                                       00104000
                SET WS-CTA-CADENA TO TRUE                               00104100
           WHEN WS-CTA-SALDOPOS-ANT NOT = WS-CTA-SALDO-ACTUAL           00104200
                SET WS-CTA-SALDO-DISTINTO TO TRUE                       00104300
           WHEN WS-CTA-FOTO-NO                                          00104400
                SET WS-CTA-SIN-FOTO TO TRUE                             00104500
           WHEN WS-CTA-SALDO-REST = WS-CTA-SALDO-FOTO                   00104600
                SET WS-CTA-REVERTIDA TO TRUE                            00104700
           WHEN WS-MODO-FORZAR                                          00104800
                SET WS-CTA-FORZADA TO TRUE                              00104900
           WHEN OTHER                                                   00105000
                SET WS-CTA-DIF-FOTO TO TRUE                             00105100
           END-EVALUATE                                                 00105200
                                                                        00105300
           EVALUATE TRUE                                                00105400
           WHEN WS-CTA-SIN-FOTO                                         00105500
                ADD 1 TO WS-CUENTAS-SIN-FOTO                            00105600
           WHEN WS-CTA-FORZADA                                          00105700
                ADD 1 TO WS-CUENTAS-FORZADAS                            00105800
           WHEN WS-CTA-REVERTIDA                                        00105900
                CONTINUE                                                00106000
           WHEN OTHER                                                   00106100
                ADD 1 TO WS-CUENTAS-BLOQUEANTES                         00106200
           END-EVALUATE                                                 00106300
           .                                                            00106400
       2300-F-EVALUAR-CUENTA. EXIT.                                     00106500
                                                                        00106600
      ***********************************************************       00106700
      *  RESTAURA EL SALDO DE LA CUENTA AL SALDOANT DEL PRIMER  *       00106800
      *  MOVIMIENTO DEL DIA. FECSAL VUELVE A LA FECHA DEL       *       00106900
      *  ULTIMO MOVIMIENTO ANTERIOR AL DIA (SIN NINGUNO QUEDA   *       00107000
      *  COMO ESTA). EL SALDO ACTUAL EN EL WHERE EVITA PISAR UN *       00107100
      *  CAMBIO HECHO MIENTRAS CORRE LA REVERSION.              *       00107200
      ***********************************************************       00107300
       2400-I-RESTAURAR-SALDO.                                          00107400
                                                                        00107500
           MOVE '2400-I-RESTAURAR-SALDO' TO WS-PARRAFO.                 00107600
           MOVE WS-CTA-SALDO-REST   TO WS-SALDO OF DCLTBCURCTA          00107700
                                                                        00107800
           EXEC SQL                                                     00107900
              UPDATE KC02803.TBCURCTA C                                 00108000
                 SET SALDO   = :DCLTBCURCTA.WS-SALDO,                   00108100
                     FECSAL  = COALESCE(                                00108200
                               (SELECT MAX(M.FECPROC)                   00108300
                                  FROM KC02803.TBMOVHIS M               00108400
                                 WHERE M.TIPCUEN = C.TIPCUEN            00108500
                                   AND M.NROCUEN = C.NROCUEN            00108600
                                   AND M.FECPROC < :WS-FECHA-DB2),      00108700
                               C.FECSAL)                                00108800
               WHERE TIPCUEN = :WS-CTA-TIPCUEN                          00108900
                 AND NROCUEN = :WS-CTA-NROCUEN                          00109000
                 AND SALDO   = :WS-CTA-SALDO-ACTUAL                     00109100
           END-EXEC                                                     00109200
                                                                        00109300
           EVALUATE TRUE                                                00109400
           WHEN SQLCODE EQUAL ZEROS                                     00109500
                ADD 1 TO WS-CUENTAS-REVERTIDAS                          00109600
                ADD WS-CTA-MOVS-LEIDOS TO WS-MOVS-ELIMINADOS            00109700
           WHEN SQLCODE EQUAL +100                                      00109800
      *         EL SALDO CAMBIO DESDE QUE SE LEYO LA CUENTA.            00109900
                SET WS-CTA-SALDO-DISTINTO TO TRUE                       00110000
                ADD 1 TO WS-CUENTAS-BLOQUEANTES                         00110100
           WHEN OTHER                                                   00110200
                PERFORM 9995-I-ERROR-DB2                                00110300
                   THRU 9995-F-ERROR-DB2                                00110400
           END-EVALUATE                                                 00110500
           .                                                            00110600
       2400-F-RESTAURAR-SALDO. EXIT.                                    00110700
                                                                        00110800
      ***********************************************************       00110900
      *  LINEA DE TOTAL DE LA CUENTA: SALDO ANTES Y DESPUES DE  *       00111000
      *  LA REVERSION, FOTO ANTERIOR Y RESULTADO.               *       00111100
      ***********************************************************       00111200
       2500-I-GRABAR-TOTAL-CUENTA.                                      00111300
                                                                        00111400
           MOVE WS-CTA-TIPCUEN      TO REG-REV-TIPCUEN                  00111500
           MOVE WS-CTA-NROCUEN      TO REG-REV-NROCUEN                  00111600
           MOVE WS-CTA-MOVS-LEIDOS  TO REG-REV-NROSEC                   00111700
           MOVE '**'                TO REG-REV-TIPMOV                   00111800
           MOVE SPACES              TO REG-REV-REVERSADO                00111900
           MOVE WS-CTA-SALDO-ACTUAL TO REG-REV-ANTES                    00112000
                                                                        00112100
           IF WS-CTA-SE-REVIERTE                                        00112200
              MOVE WS-CTA-SALDO-REST TO REG-REV-DESPUES                 00112300
           ELSE                                                         00112400
              MOVE WS-CTA-SALDO-ACTUAL TO REG-REV-DESPUES               00112500
           END-IF                                                       00112600
           COMPUTE WS-CTA-EFECTO = WS-CTA-SALDO-REST                    00112700
                                 - WS-CTA-SALDO-ACTUAL                  00112800
           MOVE WS-CTA-EFECTO       TO REG-REV-IMPORTE                  00112900
                                                                        00113000
           IF WS-CTA-FOTO-SI                                            00113100
              MOVE WS-CTA-SALDO-FOTO TO REG-REV-FOTO                    00113200
           ELSE                                                         00113300
              MOVE '   SIN FOTO    ' TO REG-REV-FOTO-X                  00113400
           END-IF                                                       00113500
                                                                        00113600
           EVALUATE TRUE                                                00113700
           WHEN WS-CTA-REVERTIDA                                        00113800
                MOVE 'REVERTIDA'                                        00113900
                  TO REG-REV-OBSERV                                     00114000
           WHEN WS-CTA-SIN-FOTO                                         00114100
                MOVE 'REVERTIDA (SIN FOTO ANTERIOR)'                    00114200
                  TO REG-REV-OBSERV                                     00114300
           WHEN WS-CTA-FORZADA                                          00114400
                MOVE 'REVERTIDA FORZADA: DIFIERE FOTO'                  00114500
                  TO REG-REV-OBSERV                                     00114600
           WHEN WS-CTA-DIF-FOTO                                         00114700
                MOVE '*** NO REVERTIDA: DIFIERE FOTO'                   00114800
                  TO REG-REV-OBSERV                                     00114900
           WHEN WS-CTA-CADENA                                           00115000
                MOVE '*** NO REVERTIDA: CADENA CORTADA'                 00115100
                  TO REG-REV-OBSERV                                     00115200
           WHEN WS-CTA-SALDO-DISTINTO                                   00115300
                MOVE '*** NO REVERTIDA: SALDO ACTUAL'                   00115400
                  TO REG-REV-OBSERV                                     00115500
           WHEN OTHER                                                   00115600
                MOVE '*** NO REVERTIDA: SIN TBCURCTA'                   00115700
                  TO REG-REV-OBSERV                                     00115800
           END-EVALUATE                                                 00115900
                                                                        00116000
           PERFORM 2550-I-GRABAR-LINEA                                  00116100
              THRU 2550-F-GRABAR-LINEA                                  00116200
                                                                        00116300
           WRITE REG-SALIDA FROM WS-LINEA                               00116400
           ADD 1 TO WS-CUENTA-LINEA                                     00116500
           .                                                            00116600
       2500-F-GRABAR-TOTAL-CUENTA. EXIT.                                00116700
                                                                        00116800
      **************************************                            00116900
      *  GRABAR LINEA DEL LISTADO          *                            00117000
      **************************************                            00117100
       2550-I-GRABAR-LINEA.                                             00117200
                                                                        00117300
           MOVE '2550-I-GRABAR-LINEA' TO WS-PARRAFO                     00117400
                                                                        00117500
           IF WS-CUENTA-LINEA GREATER 60                                00117600
              PERFORM 9000-I-GRABAR-TITULOS                             00117700
                 THRU 9000-F-GRABAR-TITULOS                             00117800
           END-IF                                                       00117900
                                                                        00118000
           WRITE REG-SALIDA FROM WS-REG-SALIDA-REV                      00118100
           MOVE FS-SALIDA TO FS-ACTUAL                                  00118200
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00118300
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00118400
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00118500
           ADD 1 TO WS-GRABADOS                                         00118600
           ADD 1 TO WS-CUENTA-LINEA                                     00118700
           .                                                            00118800
       2550-F-GRABAR-LINEA. EXIT.                                       00118900
                                                                        00119000
      ***********************************************************       00119100
      *  LIMPIEZA DEL DIA EN EL RANGO, YA RESTAURADOS LOS       *       00119200
      *  SALDOS. EL ORDEN IMPORTA: LOS ORIGINALES SE DESMARCAN  *       00119300
      *  ANTES DE BORRAR LOS CONTRASIENTOS QUE LOS REFERENCIAN. *       00119400
      ***********************************************************       00119500
       4000-I-DEPURAR-DIA.                                              00119600
                                                                        00119700
           PERFORM 4100-I-DESMARCAR-ORIGINALES                          00119800
              THRU 4100-F-DESMARCAR-ORIGINALES                          00119900
                                                                        00120000
           IF WS-SI-PROCESO                                             00120100
              PERFORM 4200-I-REVERTIR-CHEQUES                           00120200
                 THRU 4200-F-REVERTIR-CHEQUES                           00120300
           END-IF                                                       00120400
                                                                        00120500
           IF WS-SI-PROCESO                                             00120600
              PERFORM 4300-I-BORRAR-MOVIMIENTOS                         00120700
                 THRU 4300-F-BORRAR-MOVIMIENTOS                         00120800
           END-IF                                                       00120900
                                                                        00121000
           IF WS-SI-PROCESO                                             00121100
              PERFORM 4400-I-BORRAR-FOTO                                00121200
                 THRU 4400-F-BORRAR-FOTO                                00121300
           END-IF                                                       00121400
                                                                        00121500
           IF WS-SI-PROCESO                                             00121600
              PERFORM 4500-I-BORRAR-ESTADISTICAS                        00121700
                 THRU 4500-F-BORRAR-ESTADISTICAS                        00121800
           END-IF                                                       00121810
                                                                        00121820
           IF WS-SI-PROCESO                                             00121830
              PERFORM 4600-I-BORRAR-AVISOS                              00121840
                 THRU 4600-F-BORRAR-AVISOS                              00121850
           END-IF                                                       00121900
           .                                                            00122000
       4000-F-DEPURAR-DIA. EXIT.                                        00122100
                                                                        00122200
      ***********************************************************       00122300
      *  ORIGINALES DE DIAS ANTERIORES REVERTIDOS POR UN 'RV'   *       00122400
      *  DEL DIA (EXAMEN2, CON EL 'IM' DE CADA PATA, O         *        00122500
      *  RECHAZO DE CHEQUE DE EXAMEN22): AL DESAPARECER EL     *        00122600
      *  CONTRASIENTO VUELVEN A REVERSADO = 'N'.               *        00122700
      ***********************************************************       00122800
       4100-I-DESMARCAR-ORIGINALES.                                     00122900
                                                                        00123000
           MOVE '4100-I-DESMARCAR-ORIGINALES' TO WS-PARRAFO.            00123100
                                                                        00123200
           EXEC SQL                                                     00123300
              UPDATE KC02803.TBMOVHIS O                                 00123400
                 SET REVERSADO = 'N'                                    00123500
               WHERE O.FECPROC < :WS-FECHA-DB2                          00123600
                 AND O.REVERSADO = 'S'                                  00123700
                 AND EXISTS                                             00123800
                     (SELECT 1                                          00123900
                        FROM KC02803.TBMOVHIS R                         00124000
                       WHERE R.FECPROC   = :WS-FECHA-DB2                00124100
                         AND R.TIPMOV    = 'RV'                         00124200
                         AND R.TIPCUEN   = O.TIPCUEN                    00124300
                         AND R.NROCUEN   = O.NROCUEN                    00124400
                         AND R.FECREF    = O.FECPROC                    00124500
                         AND R.NROSECREF = O.NROSEC                     00124600
                         AND (R.TIPCUEN > :WS-PART-TIP-DESDE            00124700
                          OR (R.TIPCUEN = :WS-PART-TIP-DESDE            00124800
                         AND R.NROCUEN >= :WS-PART-NRO-DESDE))          00124900
                         AND (R.TIPCUEN < :WS-PART-TIP-HASTA            00125000
                          OR (R.TIPCUEN = :WS-PART-TIP-HASTA            00125100
                         AND R.NROCUEN <= :WS-PART-NRO-HASTA)))         00125200
           END-EXEC                                                     00125300
                                                                        00125400
           IF SQLCODE EQUAL ZEROS OR SQLCODE EQUAL +100                 00125500
              MOVE SQLERRD(3) TO WS-ORIG-DESMARCADOS                    00125600
           ELSE                                                         00125700
              PERFORM 9995-I-ERROR-DB2                                  00125800
                 THRU 9995-F-ERROR-DB2                                  00125900
           END-IF                                                       00126000
           .                                                            00126100
       4100-F-DESMARCAR-ORIGINALES. EXIT.                               00126200
                                                                        00126300
      ***********************************************************       00126400
      *  CHEQUES: LOS DEPOSITADOS EN EL DIA SE BORRAN (VUELVEN  *       00126500
      *  CON EL REPOSTEO); LOS DE DIAS ANTERIORES LIBERADOS O   *       00126600
      *  RECHAZADOS EN EL DIA POR EXAMEN22 VUELVEN A PENDIENTE  *       00126700
      *  CON LA FECHA DE ESTADO DE SU DEPOSITO.                 *       00126800
      ***********************************************************       00126900
       4200-I-REVERTIR-CHEQUES.                                         00127000
                                                                        00127100
           MOVE '4200-I-REVERTIR-CHEQUES' TO WS-PARRAFO.                00127200
                                                                        00127300
           EXEC SQL                                                     00127400
              DELETE FROM KC02803.TBCHEQUE                              00127500
               WHERE FECPROC = :WS-FECHA-DB2                            00127600
                 AND (TIPCUEN > :WS-PART-TIP-DESDE                      00127700
                  OR (TIPCUEN = :WS-PART-TIP-DESDE                      00127800
                 AND NROCUEN >= :WS-PART-NRO-DESDE))                    00127900
                 AND (TIPCUEN < :WS-PART-TIP-HASTA                      00128000
                  OR (TIPCUEN = :WS-PART-TIP-HASTA                      00128100
                 AND NROCUEN <= :WS-PART-NRO-HASTA))                    00128200
           END-EXEC                                                     00128300
                                                                        00128400
           IF SQLCODE EQUAL ZEROS OR SQLCODE EQUAL +100                 00128500
              MOVE SQLERRD(3) TO WS-CHEQUES-ELIMINADOS                  00128600
           ELSE                                                         00128700
              PERFORM 9995-I-ERROR-DB2                                  00128800
                 THRU 9995-F-ERROR-DB2                                  00128900
              GO TO 4200-F-REVERTIR-CHEQUES                             00129000
           END-IF                                                       00129100
                                                                        00129200
           MOVE SPACES TO CQ-MOTIVO                                     00129300
                                                                        00129400
           EXEC SQL                                                     00129500
              UPDATE KC02803.TBCHEQUE                                   00129600
                 SET ESTADO  = 'P',                                     00129700
                     FECEST  = FECPROC,                                 00129800
                     MOTIVO  = :CQ-MOTIVO                               00129900
               WHERE FECEST  = :WS-FECHA-DB2                            00130000
                 AND FECPROC < :WS-FECHA-DB2                            00130100
                 AND ESTADO IN ('L', 'R')                               00130200
                 AND (TIPCUEN > :WS-PART-TIP-DESDE                      00130300
                  OR (TIPCUEN = :WS-PART-TIP-DESDE                      00130400
                 AND NROCUEN >= :WS-PART-NRO-DESDE))                    00130500
                 AND (TIPCUEN < :WS-PART-TIP-HASTA                      00130600
                  OR (TIPCUEN = :WS-PART-TIP-HASTA                      00130700
                 AND NROCUEN <= :WS-PART-NRO-HASTA))                    00130800
           END-EXEC                                                     00130900
                                                                        00131000
           IF SQLCODE EQUAL ZEROS OR SQLCODE EQUAL +100                 00131100
              MOVE SQLERRD(3) TO WS-CHEQUES-PENDIENTES                  00131200
           ELSE                                                         00131300
              PERFORM 9995-I-ERROR-DB2                                  00131400
                 THRU 9995-F-ERROR-DB2                                  00131500
           END-IF                                                       00131600
           .                                                            00131700
       4200-F-REVERTIR-CHEQUES. EXIT.                                   00131800
                                                                        00131900
      ***********************************************************       00132000
      *  MOVIMIENTOS DEL DIA EN EL RANGO (EXAMEN2, EXAMEN22 Y   *       00132100
      *  EXAMEN6: TODOS FORMAN LA CADENA YA REVERTIDA).         *       00132200
      ***********************************************************       00132300
       4300-I-BORRAR-MOVIMIENTOS.                                       00132400
                                                                        00132500
           MOVE '4300-I-BORRAR-MOVIMIENTOS' TO WS-PARRAFO.              00132600
                                                                        00132700
           EXEC SQL                                                     00132800
              DELETE FROM KC02803.TBMOVHIS                              00132900
               WHERE FECPROC = :WS-FECHA-DB2                            00133000
                 AND (TIPCUEN > :WS-PART-TIP-DESDE                      00133100
                  OR (TIPCUEN = :WS-PART-TIP-DESDE                      00133200
                 AND NROCUEN >= :WS-PART-NRO-DESDE))                    00133300
                 AND (TIPCUEN < :WS-PART-TIP-HASTA                      00133400
                  OR (TIPCUEN = :WS-PART-TIP-HASTA                      00133500
                 AND NROCUEN <= :WS-PART-NRO-HASTA))                    00133600
           END-EXEC                                                     00133700
                                                                        00133800
           IF SQLCODE EQUAL ZEROS OR SQLCODE EQUAL +100                 00133900
      *       TODA FILA BORRADA DEBE HABER PASADO POR LA CADENA.        00134000
              IF SQLERRD(3) NOT = WS-MOVS-ELIMINADOS                    00134100
                 DISPLAY '*****************************************'    00134200
                 DISPLAY '* FILAS BORRADAS DE TBMOVHIS DISTINTAS  *'    00134300
                 DISPLAY '* DE LAS CONTROLADAS EN LA CADENA       *'    00134400
                 DISPLAY '* CONTROLADAS : ' WS-MOVS-ELIMINADOS          00134500
                 DISPLAY '*****************************************'    00134600
                 MOVE 9999 TO RETURN-CODE                               00134700
                 SET  WS-FIN-PROCESO TO TRUE                            00134800
              END-IF                                                    00134900
           ELSE                                                         00135000
              PERFORM 9995-I-ERROR-DB2                                  00135100
                 THRU 9995-F-ERROR-DB2                                  00135200
           END-IF                                                       00135300
           .                                                            00135400
       4300-F-BORRAR-MOVIMIENTOS. EXIT.                                 00135500
                                                                        00135600
      ***********************************************************       00135700
      *  FOTO DEL DIA (EXAMEN19) EN EL RANGO: SE VUELVE A SACAR *       00135800
      *  AL REPOSTEAR.                                          *       00135900
      ***********************************************************       00136000
       4400-I-BORRAR-FOTO.                                              00136100
                                                                        00136200
           MOVE '4400-I-BORRAR-FOTO' TO WS-PARRAFO.                     00136300
           MOVE WS-FECHA-DB2 TO SD-FECPROC                              00136400
                                                                        00136500
           EXEC SQL                                                     00136600
              DELETE FROM KC02803.TBSALDIA                              00136700
               WHERE FECPROC = :SD-FECPROC                              00136800
                 AND (TIPCUEN > :WS-PART-TIP-DESDE                      00136900
                  OR (TIPCUEN = :WS-PART-TIP-DESDE                      00137000
                 AND NROCUEN >= :WS-PART-NRO-DESDE))                    00137100
                 AND (TIPCUEN < :WS-PART-TIP-HASTA                      00137200
                  OR (TIPCUEN = :WS-PART-TIP-HASTA                      00137300
                 AND NROCUEN <= :WS-PART-NRO-HASTA))                    00137400
           END-EXEC                                                     00137500
                                                                        00137600
           IF SQLCODE EQUAL ZEROS OR SQLCODE EQUAL +100                 00137700
              MOVE SQLERRD(3) TO WS-FOTOS-ELIMINADAS                    00137800
           ELSE                                                         00137900
              PERFORM 9995-I-ERROR-DB2                                  00138000
                 THRU 9995-F-ERROR-DB2                                  00138100
           END-IF                                                       00138200
           .                                                            00138300
       4400-F-BORRAR-FOTO. EXIT.                                        00138400
                                                                        00138500
      ***********************************************************       00138600
      *  ESTADISTICAS DE LOS PASOS REVERTIDOS: EN EL DIA        *       00138700
      *  COMPLETO LAS DEL POSTEO (EXAMEN2 Y SUS PARTICIONES),   *       00138800
      *  LA CONCILIACION (EXAMEN3), LA FOTO (EXAMEN19), LA      *       00138900
      *  PRUEBA GL (EXAMEN28), LA POSICION DE CAMBIOS           *       00139000
      *  (EXAMEN30), LOS AVISOS A CLIENTES (EXAMEN26) Y EL      *       00139010
      *  MONITOREO DE MOVIMIENTOS (EXAMEN33),                   *       00139100
      *  PARA QUE EL CONTROL DE CIERRE (EXAMEN17) EXIJA VOLVER  *       00139200
      *  A CORRERLOS. EN UNA PARTICION SOLO LAS FILAS DE SU ID; *       00139300
      *  LOS PASOS DE TODO EL DIA SE VUELVEN A CORRER DESPUES   *       00139400
      *  DE LA FUSION (EXAMMRG).                                *       00139500
      ***********************************************************       00139600
       4500-I-BORRAR-ESTADISTICAS.                                      00139700
                                                                        00139800
           MOVE '4500-I-BORRAR-ESTADISTICAS' TO WS-PARRAFO.             00139900
           MOVE WS-FECHA-DB2 TO ER-FECPROC                              00140000
                                                                        00140100
           IF WS-MODO-PARTICION-SI                                      00140200
              IF WS-PROG-PARTICION = SPACES                             00140300
                 GO TO 4500-F-BORRAR-ESTADISTICAS                       00140400
              END-IF                                                    00140500
              MOVE WS-PROG-PARTICION TO ER-PROGRAMA                     00140600
              EXEC SQL                                                  00140700
                 DELETE FROM KC02803.TBESTRUN                           00140800
                  WHERE FECPROC  = :ER-FECPROC                          00140900
                    AND PROGRAMA = :ER-PROGRAMA                         00141000
              END-EXEC                                                  00141100
           ELSE                                                         00141200
              EXEC SQL                                                  00141300
                 DELETE FROM KC02803.TBESTRUN                           00141400
                  WHERE FECPROC  = :ER-FECPROC                          00141500
                    AND (PROGRAMA IN ('EXAMEN2 ', 'EXAMEN3 ',           00141600
                                      'EXAMEN19', 'EXAMEN28',           00141700
                                      'EXAMEN30', 'EXAMEN33',           00141710
                                      'EXAMEN26')                       00141800
                     OR  PROGRAMA LIKE 'EXAM2P%')                       00141900
              END-EXEC                                                  00142000
           END-IF                                                       00142100
                                                                        00142200
           IF SQLCODE EQUAL ZEROS OR SQLCODE EQUAL +100                 00142300
              MOVE SQLERRD(3) TO WS-ESTAD-ELIMINADAS                    00142400
           ELSE                                                         00142500
              PERFORM 9995-I-ERROR-DB2                                  00142600
                 THRU 9995-F-ERROR-DB2                                  00142700
           END-IF                                                       00142800
           .                                                            00142900
       4500-F-BORRAR-ESTADISTICAS. EXIT.                                00142902
                                                                        00142904
      ***********************************************************       00142906
      *  AVISOS A CLIENTES DEL DIA EN EL RANGO QUE SALEN DEL    *       00142908
      *  POSTEO ('SG'/'BQ' RECHAZOS DE EXAMEN2, 'MI' Y 'SB'):   *       00142910
      *  SE BORRAN DE TBAVIENV PARA QUE EXAMEN26, AL VOLVER A   *       00142912
      *  CORRER SOBRE EL DIA REPOSTEADO, LOS EMITA CON LOS      *       00142914
      *  DATOS CORREGIDOS (SI NO, EL -803 LOS SUPRIMIRIA). LOS  *       00142916
      *  AVISOS QUE YA SALIERON NO SE PUEDEN RETIRAR: EL CLIEN- *       00142918
      *  TE RECIBE EL AVISO DEL DIA CORREGIDO. EL 'DM' (CUENTA  *       00142920
      *  DORMIDA, EXAMEN10) NO DEPENDE DEL POSTEO Y SE DEJA.    *       00142922
      ***********************************************************       00142924
       4600-I-BORRAR-AVISOS.                                            00142926
                                                                        00142928
           MOVE '4600-I-BORRAR-AVISOS' TO WS-PARRAFO.                   00142930
                                                                        00142932
           EXEC SQL                                                     00142934
              DELETE FROM KC02803.TBAVIENV                              00142936
               WHERE FECPROC = :WS-FECHA-DB2                            00142938
                 AND EVENTO IN ('SG', 'BQ', 'MI', 'SB')                 00142940
                 AND (TIPCUEN > :WS-PART-TIP-DESDE                      00142942
                  OR (TIPCUEN = :WS-PART-TIP-DESDE                      00142944
                 AND NROCUEN >= :WS-PART-NRO-DESDE))                    00142946
                 AND (TIPCUEN < :WS-PART-TIP-HASTA                      00142948
                  OR (TIPCUEN = :WS-PART-TIP-HASTA                      00142950
                 AND NROCUEN <= :WS-PART-NRO-HASTA))                    00142952
           END-EXEC                                                     00142954
                                                                        00142956
           IF SQLCODE EQUAL ZEROS OR SQLCODE EQUAL +100                 00142958
              MOVE SQLERRD(3) TO WS-AVISOS-ELIMINADOS                   00142960
           ELSE                                                         00142962
              PERFORM 9995-I-ERROR-DB2                                  00142964
                 THRU 9995-F-ERROR-DB2                                  00142966
           END-IF                                                       00142968
           .                                                            00142970
       4600-F-BORRAR-AVISOS. EXIT.                                      00143000
                                                                        00143100
      ***********************************************************       00143200
      *  ANULACION DE LA INTERFAZ GL DEL DIA: CADA REGISTRO     *       00143300
      *  ('D', 'R', 'I', 'C' Y LOS TRAILERS 'T') SE COPIA CON   *       00143400
      *  CANTIDADES E IMPORTES DE DEBITO Y CREDITO INVERTIDOS Y *       00143500
      *  EL NETO CON SIGNO CAMBIADO, MARCADO 'ANULA'. IMPORTADO *       00143600
      *  JUNTO CON LA GENERACION ORIGINAL, LA CONTABILIDAD DEL  *       00143700
      *  DIA QUEDA EN CERO.                                     *       00143800
      ***********************************************************       00143900
       5000-I-ANULAR-GL.                                                00144000
                                                                        00144100
           PERFORM 8060-I-LEER-GL                                       00144200
              THRU 8060-F-LEER-GL                                       00144300
                                                                        00144400
           PERFORM 5100-I-GRABAR-CONTRAPARTIDA                          00144500
              THRU 5100-F-GRABAR-CONTRAPARTIDA                          00144600
             UNTIL WS-FIN-SALGL                                         00144700
                OR WS-FIN-PROCESO                                       00144800
           .                                                            00144900
       5000-F-ANULAR-GL. EXIT.                                          00145000
                                                                        00145100
       5100-I-GRABAR-CONTRAPARTIDA.                                     00145200
                                                                        00145300
           MOVE '5100-I-GRABAR-CONTRAPARTIDA' TO WS-PARRAFO             00145400
                                                                        00145500
           MOVE GL-CANT-DB     TO WS-GL-AUX-CANT                        00145600
           MOVE GL-CANT-CR     TO GL-CANT-DB                            00145700
           MOVE WS-GL-AUX-CANT TO GL-CANT-CR                            00145800
           MOVE GL-IMP-DB      TO WS-GL-AUX-IMP                         00145900
           MOVE GL-IMP-CR      TO GL-IMP-DB                             00146000
           MOVE WS-GL-AUX-IMP  TO GL-IMP-CR                             00146100
           COMPUTE GL-NETO = ZEROS - GL-NETO                            00146200
           MOVE 'ANULA'        TO GL-MARCA-ANULA                        00146300
                                                                        00146400
           WRITE REG-ANULAGL FROM WS-REG-GL                             00146500
           MOVE FS-ANULAGL TO FS-ACTUAL                                 00146600
           MOVE 'ANULACION INTERFAZ GL' TO WS-ARCHIVO-DESC              00146700
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00146800
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00146900
           ADD 1 TO WS-GL-ANULADOS                                      00147000
                                                                        00147100
           PERFORM 8060-I-LEER-GL                                       00147200
              THRU 8060-F-LEER-GL                                       00147300
           .                                                            00147400
       5100-F-GRABAR-CONTRAPARTIDA. EXIT.                               00147500
                                                                        00147600
      **************************************                            00147700
      *  APERTURA DE ARCHIVOS              *                            00147800
      **************************************                            00147900
       8000-I-APERTURA-ARCHIVOS.                                        00148000
                                                                        00148100
           MOVE '8000-I-APERTURA-ARCHIVOS' TO WS-PARRAFO                00148200
                                                                        00148300
           OPEN INPUT  SALGL                                            00148400
           MOVE FS-SALGL    TO FS-ACTUAL                                00148500
           MOVE 'INTERFAZ CONTABLE GL' TO WS-ARCHIVO-DESC               00148600
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00148700
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00148800
                                                                        00148900
           OPEN OUTPUT ANULAGL                                          00149000
           MOVE FS-ANULAGL  TO FS-ACTUAL                                00149100
           MOVE 'ANULACION INTERFAZ GL' TO WS-ARCHIVO-DESC              00149200
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00149300
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00149400
                                                                        00149500
           OPEN OUTPUT SALIDA                                           00149600
           MOVE FS-SALIDA   TO FS-ACTUAL                                00149700
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00149800
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00149900
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00150000
           .                                                            00150100
       8000-F-APERTURA-ARCHIVOS. EXIT.                                  00150200
                                                                        00150300
      **************************************                            00150400
      * LECTURA DE LA INTERFAZ CONTABLE    *                            00150500
      **************************************                            00150600
       8060-I-LEER-GL.                                                  00150700
                                                                        00150800
           READ  SALGL INTO WS-REG-GL.                                  00150900
                                                                        00151000
           EVALUATE FS-SALGL                                            00151100
           WHEN '00'                                                    00151200
              ADD 1 TO WS-GL-LEIDOS                                     00151300
           WHEN '10'                                                    00151400
              SET  WS-FIN-SALGL TO TRUE                                 00151500
           WHEN OTHER                                                   00151600
              MOVE '8060-I-LEER-GL' TO WS-PARRAFO                       00151700
              MOVE 'INTERFAZ CONTABLE GL' TO WS-ARCHIVO-DESC            00151800
              MOVE FS-SALGL TO FS-ACTUAL                                00151900
              PERFORM 9996-I-VALIDAR-FS-ACTUAL                          00152000
                 THRU 9996-F-VALIDAR-FS-ACTUAL                          00152100
              SET  WS-FIN-SALGL TO TRUE                                 00152200
           END-EVALUATE                                                 00152300
           .                                                            00152400
       8060-F-LEER-GL. EXIT.                                            00152500
                                                                        00152600
      **************************************                            00152700
      *  CIERRE DE ARCHIVOS                *                            00152800
      **************************************                            00152900
       8100-I-CIERRE-ARCHIVOS.                                          00153000
                                                                        00153100
           MOVE '8100-I-CIERRE-ARCHIVOS' TO WS-PARRAFO                  00153200
                                                                        00153300
           CLOSE SALGL.                                                 00153400
           MOVE FS-SALGL  TO FS-ACTUAL                                  00153500
           MOVE 'INTERFAZ CONTABLE GL' TO WS-ARCHIVO-DESC               00153600
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00153700
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00153800
                                                                        00153900
           CLOSE ANULAGL.                                               00154000
           MOVE FS-ANULAGL TO FS-ACTUAL                                 00154100
           MOVE 'ANULACION INTERFAZ GL' TO WS-ARCHIVO-DESC              00154200
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00154300
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00154400
                                                                        00154500
           CLOSE SALIDA.                                                00154600
           MOVE FS-SALIDA  TO FS-ACTUAL                                 00154700
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00154800
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00154900
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00155000
           .                                                            00155100
       8100-F-CIERRE-ARCHIVOS. EXIT.                                    00155200
                                                                        00155300
      ***********************************************************       00155400
      *  APERTURA DE CURSOR C1 (CUENTAS DEL DIA)                *       00155500
      ***********************************************************       00155600
       8200-I-ABRIR-CURSOR-C1.                                          00155700
                                                                        00155800
           MOVE '8200-I-ABRIR-CURSOR-C1' TO WS-PARRAFO.                 00155900
                                                                        00156000
           EXEC SQL  OPEN C1  END-EXEC                                  00156100
                                                                        00156200
           IF  SQLCODE EQUAL ZEROS                                      00156300
                SET WS-SI-CURSOR           TO TRUE                      00156400
           ELSE                                                         00156500
                PERFORM 9995-I-ERROR-DB2                                00156600
                   THRU 9995-F-ERROR-DB2                                00156700
                SET  WS-FIN-CURSOR  TO TRUE                             00156800
           END-IF.                                                      00156900
                                                                        00157000
       8200-F-ABRIR-CURSOR-C1. EXIT.                                    00157100
                                                                        00157200
      ***********************************************************       00157300
      *  APERTURA DE CURSOR C2 (CADENA DE LA CUENTA)            *       00157400
      ***********************************************************       00157500
       8210-I-ABRIR-CURSOR-C2.                                          00157600
                                                                        00157700
           MOVE '8210-I-ABRIR-CURSOR-C2' TO WS-PARRAFO.                 00157800
                                                                        00157900
           EXEC SQL  OPEN C2  END-EXEC                                  00158000
                                                                        00158100
           IF  SQLCODE EQUAL ZEROS                                      00158200
                SET WS-SI-CURSOR-C2        TO TRUE                      00158300
           ELSE                                                         00158400
                PERFORM 9995-I-ERROR-DB2                                00158500
                   THRU 9995-F-ERROR-DB2                                00158600
                SET  WS-FIN-CURSOR-C2 TO TRUE                           00158700
           END-IF.                                                      00158800
                                                                        00158900
       8210-F-ABRIR-CURSOR-C2. EXIT.                                    00159000
                                                                        00159100
      ***********************************************************       00159200
      *  CIERRE DE CURSOR C1                                    *       00159300
      ***********************************************************       00159400
       8300-I-CERRAR-CURSOR-C1.                                         00159500
                                                                        00159600
           MOVE '8300-I-CERRAR-CURSOR-C1' TO WS-PARRAFO.                00159700
                                                                        00159800
           EXEC SQL CLOSE C1  END-EXEC                                  00159900
                                                                        00160000
           IF  SQLCODE NOT EQUAL ZEROS                                  00160100
                PERFORM 9995-I-ERROR-DB2                                00160200
                   THRU 9995-F-ERROR-DB2                                00160300
           END-IF.                                                      00160400
                                                                        00160500
       8300-F-CERRAR-CURSOR-C1. EXIT.                                   00160600
                                                                        00160700
      ***********************************************************       00160800
      *  CIERRE DE CURSOR C2                                    *       00160900
      ***********************************************************       00161000
       8310-I-CERRAR-CURSOR-C2.                                         00161100
                                                                        00161200
           MOVE '8310-I-CERRAR-CURSOR-C2' TO WS-PARRAFO.                00161300
                                                                        00161400
           EXEC SQL CLOSE C2  END-EXEC                                  00161500
                                                                        00161600
           IF  SQLCODE NOT EQUAL ZEROS                                  00161700
                PERFORM 9995-I-ERROR-DB2                                00161800
                   THRU 9995-F-ERROR-DB2                                00161900
           END-IF.                                                      00162000
                                                                        00162100
       8310-F-CERRAR-CURSOR-C2. EXIT.                                   00162200
                                                                        00162300
      ***********************************************************       00162400
      *  LECTURA DE CURSOR C1                                   *       00162500
      ***********************************************************       00162600
       8400-I-LEER-CURSOR-C1.                                           00162700
                                                                        00162800
           MOVE '8400-I-LEER-CURSOR-C1' TO WS-PARRAFO.                  00162900
                                                                        00163000
                EXEC SQL                                                00163100
                   FETCH C1                                             00163200
                   INTO  :WS-CTA-TIPCUEN,                               00163300
                         :WS-CTA-NROCUEN,                               00163400
                         :WS-CTA-MOVS                                   00163500
                END-EXEC                                                00163600
                                                                        00163700
           EVALUATE TRUE                                                00163800
           WHEN SQLCODE EQUAL ZEROS                                     00163900
                CONTINUE                                                00164000
           WHEN SQLCODE EQUAL +100                                      00164100
                SET  WS-FIN-CURSOR  TO TRUE                             00164200
           WHEN OTHER                                                   00164300
                PERFORM 9995-I-ERROR-DB2                                00164400
                   THRU 9995-F-ERROR-DB2                                00164500
                SET  WS-FIN-CURSOR  TO TRUE                             00164600
           END-EVALUATE.                                                00164700
                                                                        00164800
       8400-F-LEER-CURSOR-C1. EXIT.                                     00164900
                                                                        00165000
      ***********************************************************       00165100
      *  LECTURA DE CURSOR C2                                   *       00165200
      ***********************************************************       00165300
       8410-I-LEER-CURSOR-C2.                                           00165400
                                                                        00165500
           MOVE '8410-I-LEER-CURSOR-C2' TO WS-PARRAFO.                  00165600
                                                                        00165700
                EXEC SQL                                                00165800
                   FETCH C2                                             00165900
                   INTO  :MH-NROSEC,                                    00166000
                         :MH-TIPMOV,                                    00166100
                         :MH-IMPORTE,                                   00166200
                         :MH-SALDOANT,                                  00166300
                         :MH-SALDOPOS,                                  00166400
                         :MH-REVERSADO,                                 00166500
                         :MH-FECREF,                                    00166600
                         :MH-NROSECREF                                  00166700
                END-EXEC                                                00166800
                                                                        00166900
           EVALUATE TRUE                                                00167000
           WHEN SQLCODE EQUAL ZEROS                                     00167100
                CONTINUE                                                00167200
           WHEN SQLCODE EQUAL +100                                      00167300
                SET  WS-FIN-CURSOR-C2 TO TRUE                           00167400
           WHEN OTHER                                                   00167500
                PERFORM 9995-I-ERROR-DB2                                00167600
                   THRU 9995-F-ERROR-DB2                                00167700
                SET  WS-FIN-CURSOR-C2 TO TRUE                           00167800
           END-EVALUATE.                                                00167900
                                                                        00168000
       8410-F-LEER-CURSOR-C2. EXIT.                                     00168100
                                                                        00168200
      **************************************                            00168300
      *  GRABAR TITULOS                    *                            00168400
      **************************************                            00168500
       9000-I-GRABAR-TITULOS.                                           00168600
                                                                        00168700
           MOVE '9000-I-GRABAR-TITULOS' TO WS-PARRAFO.                  00168800
                                                                        00168900
           ADD 1 TO WS-NRO-PAGINA                                       00169000
           WRITE REG-SALIDA FROM WS-LINEA  AFTER PAGE                   00169100
           WRITE REG-SALIDA FROM WS-TITULO                              00169200
           WRITE REG-SALIDA FROM WS-TITULO-ALCANCE                      00169300
           WRITE REG-SALIDA FROM WS-LINEA                               00169400
           WRITE REG-SALIDA FROM WS-SUBTITULO-REV  AFTER 1              00169500
           WRITE REG-SALIDA FROM WS-LINEA                               00169600
           MOVE FS-SALIDA TO FS-ACTUAL                                  00169700
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00169800
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00169900
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00170000
           MOVE 6   TO  WS-CUENTA-LINEA.                                00170100
                                                                        00170200
       9000-F-GRABAR-TITULOS.   EXIT.                                   00170300
                                                                        00170400
      ***********************************************************       00170500
      *  RESUMEN AL PIE DEL LISTADO: QUE SE HIZO Y SI QUEDO     *       00170600
      *  APLICADO O DESHECHO.                                   *       00170700
      ***********************************************************       00170800
       9100-I-GRABAR-RESUMEN.                                           00170900
                                                                        00171000
           MOVE '9100-I-GRABAR-RESUMEN' TO WS-PARRAFO.                  00171100
                                                                        00171200
           IF WS-CUENTA-LINEA GREATER 45                                00171300
              PERFORM 9000-I-GRABAR-TITULOS                             00171400
                 THRU 9000-F-GRABAR-TITULOS                             00171500
           END-IF                                                       00171600
                                                                        00171700
           WRITE REG-SALIDA FROM WS-LINEA AFTER 1                       00171800
           MOVE 'CUENTAS CON MOVIMIENTOS DEL DIA     :'                 00171900
             TO REG-RES-LEYENDA                                         00172000
           MOVE WS-CUENTAS-LEIDAS     TO REG-RES-VALOR                  00172100
           WRITE REG-SALIDA FROM WS-REG-RESUMEN                         00172200
           MOVE 'CUENTAS REVERTIDAS                  :'                 00172300
             TO REG-RES-LEYENDA                                         00172400
           MOVE WS-CUENTAS-REVERTIDAS TO REG-RES-VALOR                  00172500
           WRITE REG-SALIDA FROM WS-REG-RESUMEN                         00172600
           MOVE '  DE ELLAS SIN FOTO ANTERIOR        :'                 00172700
             TO REG-RES-LEYENDA                                         00172800
           MOVE WS-CUENTAS-SIN-FOTO   TO REG-RES-VALOR                  00172900
           WRITE REG-SALIDA FROM WS-REG-RESUMEN                         00173000
           MOVE '  DE ELLAS FORZADAS CONTRA LA FOTO  :'                 00173100
             TO REG-RES-LEYENDA                                         00173200
           MOVE WS-CUENTAS-FORZADAS   TO REG-RES-VALOR                  00173300
           WRITE REG-SALIDA FROM WS-REG-RESUMEN                         00173400
           MOVE 'CUENTAS NO REVERTIDAS (BLOQUEANTES) :'                 00173500
             TO REG-RES-LEYENDA                                         00173600
           MOVE WS-CUENTAS-BLOQUEANTES TO REG-RES-VALOR                 00173700
           WRITE REG-SALIDA FROM WS-REG-RESUMEN                         00173800
           MOVE 'MOVIMIENTOS BORRADOS DE TBMOVHIS    :'                 00173900
             TO REG-RES-LEYENDA                                         00174000
           MOVE WS-MOVS-ELIMINADOS    TO REG-RES-VALOR                  00174100
           WRITE REG-SALIDA FROM WS-REG-RESUMEN                         00174200
           MOVE 'ORIGINALES DESMARCADOS (REVERSADO)  :'                 00174300
             TO REG-RES-LEYENDA                                         00174400
           MOVE WS-ORIG-DESMARCADOS   TO REG-RES-VALOR                  00174500
           WRITE REG-SALIDA FROM WS-REG-RESUMEN                         00174600
           MOVE 'CHEQUES DEPOSITADOS BORRADOS        :'                 00174700
             TO REG-RES-LEYENDA                                         00174800
           MOVE WS-CHEQUES-ELIMINADOS TO REG-RES-VALOR                  00174900
           WRITE REG-SALIDA FROM WS-REG-RESUMEN                         00175000
           MOVE 'CHEQUES DEVUELTOS A PENDIENTE       :'                 00175100
             TO REG-RES-LEYENDA                                         00175200
           MOVE WS-CHEQUES-PENDIENTES TO REG-RES-VALOR                  00175300
           WRITE REG-SALIDA FROM WS-REG-RESUMEN                         00175400
           MOVE 'FILAS DE FOTO BORRADAS (TBSALDIA)   :'                 00175500
             TO REG-RES-LEYENDA                                         00175600
           MOVE WS-FOTOS-ELIMINADAS   TO REG-RES-VALOR                  00175700
           WRITE REG-SALIDA FROM WS-REG-RESUMEN                         00175800
           MOVE 'ESTADISTICAS BORRADAS (TBESTRUN)    :'                 00175900
             TO REG-RES-LEYENDA                                         00176000
           MOVE WS-ESTAD-ELIMINADAS   TO REG-RES-VALOR                  00176100
           WRITE REG-SALIDA FROM WS-REG-RESUMEN                         00176110
           MOVE 'AVISOS BORRADOS (TBAVIENV)          :'                 00176120
             TO REG-RES-LEYENDA                                         00176130
           MOVE WS-AVISOS-ELIMINADOS  TO REG-RES-VALOR                  00176140
           WRITE REG-SALIDA FROM WS-REG-RESUMEN                         00176200
           MOVE 'REGISTROS GL ANULADOS               :'                 00176300
             TO REG-RES-LEYENDA                                         00176400
           MOVE WS-GL-ANULADOS        TO REG-RES-VALOR                  00176500
           WRITE REG-SALIDA FROM WS-REG-RESUMEN                         00176600
                                                                        00176700
           EVALUATE TRUE                                                00176800
           WHEN RETURN-CODE = 9999                                      00176900
                MOVE 'REVERSION CANCELADA POR ERROR (ROLLBACK)'         00177000
                  TO REG-RES-RESULTADO                                  00177100
           WHEN WS-CUENTAS-BLOQUEANTES > ZEROS                          00177200
                MOVE 'REVERSION CANCELADA: HAY CUENTAS MARCADAS ***'    00177300
                  TO REG-RES-RESULTADO                                  00177400
           WHEN WS-MODO-SIMULAR                                         00177500
                MOVE 'SIMULACION: NO SE APLICO NINGUN CAMBIO'           00177600
                  TO REG-RES-RESULTADO                                  00177700
           WHEN OTHER                                                   00177800
                MOVE 'REVERSION APLICADA: DIA LISTO PARA REPOSTEAR'     00177900
                  TO REG-RES-RESULTADO                                  00178000
           END-EVALUATE                                                 00178100
           WRITE REG-SALIDA FROM WS-LINEA AFTER 1                       00178200
           WRITE REG-SALIDA FROM WS-REG-RESULTADO                       00178300
           WRITE REG-SALIDA FROM WS-LINEA                               00178400
                                                                        00178500
           MOVE FS-SALIDA TO FS-ACTUAL                                  00178600
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00178700
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00178800
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00178900
           .                                                            00179000
       9100-F-GRABAR-RESUMEN. EXIT.                                     00179100
                                                                        00179200
      *********************************************************         00179300
      *  ERROR DB2 - INFORMA Y CANCELA EL PROCESO             *         00179400
      *********************************************************         00179500
       9995-I-ERROR-DB2.                                                00179600
                                                                        00179700
           MOVE SQLCODE   TO WS-SQLCODE                                 00179800
           DISPLAY '************************************'               00179900
           DISPLAY '* ERROR DB2   : ' WS-PARRAFO                        00180000
           DISPLAY '* SQLCODE     : ' WS-SQLCODE                        00180100
           DISPLAY '************************************'               00180200
           DISPLAY '* TABLA       : CTAS/MOVS/FOTO/CHQ *'               00180300
           DISPLAY '* DESCRIPCION : REVERSION DEL DIA  *'               00180400
           DISPLAY '************************************'               00180500
           MOVE 9999 TO RETURN-CODE                                     00180600
           SET  WS-FIN-PROCESO TO TRUE                                  00180700
           SET  WS-FIN-CURSOR  TO TRUE                                  00180800
           SET  WS-FIN-CURSOR-C2 TO TRUE                                00180900
           .                                                            00181000
       9995-F-ERROR-DB2. EXIT.                                          00181100
                                                                        00181200
      *********************************************************         00181300
      *  VALIDACION FILE STATUS DE LOS ARCHIVOS               *         00181400
      *********************************************************         00181500
       9996-I-VALIDAR-FS-ACTUAL.                                        00181600
                                                                        00181700
           IF FS-ACTUAL  IS NOT EQUAL '00'                              00181800
              DISPLAY '*****************************************'       00181900
              DISPLAY '*     *   FILE STATUS ERROR   *         *'       00182000
              DISPLAY '*****************************************'       00182100
              DISPLAY '* ERROR EN   : ' WS-PARRAFO                      00182200
              DISPLAY '* ARCHIVO    : ' WS-ARCHIVO-DESC                 00182300
              DISPLAY '* ERROR CODE : ' FS-ACTUAL                       00182400
              DISPLAY '*****************************************'       00182500
              MOVE 9999 TO RETURN-CODE                                  00182600
              SET  WS-FIN-PROCESO TO TRUE                               00182700
              SET  WS-FIN-CURSOR  TO TRUE                               00182800
              SET  WS-FIN-CURSOR-C2 TO TRUE                             00182900
           ELSE                                                         00183000
              CONTINUE                                                  00183100
           END-IF.                                                      00183200
                                                                        00183300
       9996-F-VALIDAR-FS-ACTUAL. EXIT.                                  00183400
                                                                        00183500
      ***********************************************************       00183600
      *  ESTADISTICAS DE LA CORRIDA: QUEDAN EN LA FECHA         *       00183700
      *  REVERTIDA Y MARCAN LA GENERACION GL DEL DIA COMO       *       00183800
      *  ANULADA (GL-ANULADOS).                                 *       00183900
      ***********************************************************       00184000
       9950-I-GRABAR-ESTADISTICAS.                                      00184100
                                                                        00184200
           MOVE 'EXAMEN29' TO ER-PROGRAMA                               00184300
                                                                        00184400
           MOVE 'CUENTAS-REVERTIDAS' TO ER-CONTADOR                     00184500
           MOVE WS-CUENTAS-REVERTIDAS TO ER-VALOR                       00184600
           PERFORM 9955-I-INSERT-ESTADISTICA                            00184700
              THRU 9955-F-INSERT-ESTADISTICA                            00184800
                                                                        00184900
           MOVE 'MOVS-ELIMINADOS   ' TO ER-CONTADOR                     00185000
           MOVE WS-MOVS-ELIMINADOS TO ER-VALOR                          00185100
           PERFORM 9955-I-INSERT-ESTADISTICA                            00185200
              THRU 9955-F-INSERT-ESTADISTICA                            00185300
                                                                        00185400
           MOVE 'GL-ANULADOS       ' TO ER-CONTADOR                     00185500
           MOVE WS-GL-ANULADOS TO ER-VALOR                              00185600
           PERFORM 9955-I-INSERT-ESTADISTICA                            00185700
              THRU 9955-F-INSERT-ESTADISTICA                            00185800
           .                                                            00185900
       9950-F-GRABAR-ESTADISTICAS. EXIT.                                00186000
                                                                        00186100
      ***********************************************************       00186200
      *  GRABACION DE LAS ESTADISTICAS DE LA CORRIDA EN         *       00186300
      *  KC02803.TBESTRUN (UNA FILA POR CONTADOR). UNA          *       00186400
      *  RECORRIDA DEL MISMO DIA PISA LOS VALORES ANTERIORES.   *       00186500
      ***********************************************************       00186600
       9955-I-INSERT-ESTADISTICA.                                       00186700
                                                                        00186800
           MOVE '9955-I-INSERT-ESTADISTICA' TO WS-PARRAFO.              00186900
           MOVE WS-FECHA-DB2 TO ER-FECPROC                              00187000
           MOVE WS-TS-INICIO TO ER-TSINICIO                             00187100
           MOVE FUNCTION CURRENT-DATE(1:21) TO ER-TSFIN                 00187200
                                                                        00187300
           EXEC SQL                                                     00187400
              INSERT INTO KC02803.TBESTRUN                              00187500
                     (FECPROC, PROGRAMA, CONTADOR,                      00187600
                      VALOR, TSINICIO, TSFIN)                           00187700
              VALUES (:ER-FECPROC,                                      00187800
                      :ER-PROGRAMA,                                     00187900
                      :ER-CONTADOR,                                     00188000
                      :ER-VALOR,                                        00188100
                      :ER-TSINICIO,                                     00188200
                      :ER-TSFIN)                                        00188300
           END-EXEC                                                     00188400
                                                                        00188500
           EVALUATE TRUE                                                00188600
           WHEN SQLCODE EQUAL ZEROS                                     00188700
                CONTINUE                                                00188800
           WHEN SQLCODE EQUAL -803                                      00188900
      *         RECORRIDA DEL MISMO DIA: SE ACTUALIZA LA FILA.          00189000
                EXEC SQL                                                00189100
                   UPDATE KC02803.TBESTRUN                              00189200
                      SET VALOR    = :ER-VALOR,                         00189300
                          TSINICIO = :ER-TSINICIO,                      00189400
                          TSFIN    = :ER-TSFIN                          00189500
                    WHERE FECPROC  = :ER-FECPROC                        00189600
                      AND PROGRAMA = :ER-PROGRAMA                       00189700
                      AND CONTADOR = :ER-CONTADOR                       00189800
                END-EXEC                                                00189900
                IF SQLCODE NOT EQUAL ZEROS                              00190000
                   PERFORM 9956-I-ERROR-ESTADISTICA                     00190100
                      THRU 9956-F-ERROR-ESTADISTICA                     00190200
                END-IF                                                  00190300
           WHEN OTHER                                                   00190400
                PERFORM 9956-I-ERROR-ESTADISTICA                        00190500
                   THRU 9956-F-ERROR-ESTADISTICA                        00190600
           END-EVALUATE.                                                00190700
                                                                        00190800
       9955-F-INSERT-ESTADISTICA. EXIT.                                 00190900
                                                                        00191000
       9956-I-ERROR-ESTADISTICA.                                        00191100
                                                                        00191200
           MOVE SQLCODE   TO WS-SQLCODE                                 00191300
           DISPLAY '************************************'               00191400
           DISPLAY '* ERROR DB2   : ' WS-PARRAFO                        00191500
           DISPLAY '* SQLCODE     : ' WS-SQLCODE                        00191600
           DISPLAY '************************************'               00191700
           DISPLAY '* TABLA       : ESTADIST. TBESTRUN *'               00191800
           DISPLAY '* DESCRIPCION : GRABA ESTADISTICA  *'               00191900
           DISPLAY '************************************'               00192000
           MOVE 9999 TO RETURN-CODE                                     00192100
           .                                                            00192200
       9956-F-ERROR-ESTADISTICA. EXIT.                                  00192300
                                                                        00192400
      ***********************************************************       00192500
      *  FIN DE LA UNIDAD DE TRABAJO: COMMIT SOLO SI LA         *       00192600
      *  REVERSION SE APLICO COMPLETA; EN SIMULACION, CON UNA   *       00192700
      *  CUENTA BLOQUEANTE O CON ERROR, ROLLBACK DE TODO.       *       00192800
      ***********************************************************       00192900
       9990-I-FIN-UNIDAD-TRABAJO.                                       00193000
                                                                        00193100
           MOVE '9990-I-FIN-UNIDAD-TRABAJO' TO WS-PARRAFO.              00193200
                                                                        00193300
           IF RETURN-CODE = 9999 OR WS-MODO-SIMULAR OR                  00193400
              WS-CUENTAS-BLOQUEANTES > ZEROS                            00193500
              EXEC SQL                                                  00193600
                 ROLLBACK                                               00193700
              END-EXEC                                                  00193800
              GO TO 9990-F-FIN-UNIDAD-TRABAJO                           00193900
           END-IF                                                       00194000
                                                                        00194100
           EXEC SQL                                                     00194200
              COMMIT                                                    00194300
           END-EXEC                                                     00194400
                                                                        00194500
           IF  SQLCODE NOT EQUAL ZEROS                                  00194600
                MOVE SQLCODE   TO WS-SQLCODE                            00194700
                DISPLAY '************************************'          00194800
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00194900
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00195000
                DISPLAY '************************************'          00195100
                DISPLAY '* TABLA       : CTAS/MOVS/FOTO/CHQ *'          00195200
                DISPLAY '* DESCRIPCION : COMMIT REVERSION   *'          00195300
                DISPLAY '************************************'          00195400
                MOVE 9999 TO RETURN-CODE                                00195500
           END-IF                                                       00195600
           .                                                            00195700
       9990-F-FIN-UNIDAD-TRABAJO. EXIT.                                 00195800
                                                                        00195900
      **************************************                            00196000
      *  CUERPO FINAL CIERRE DE FILES      *                            00196100
      **************************************                            00196200
       9999-I-FINAL.                                                    00196300
                                                                        00196400
      *    UNA CORRIDA RECHAZADA (PARAMETRO, FECHA O APERTURA)          00196500
      *    SOLO INFORMA SUS TOTALES POR CONSOLA.                        00196600
           IF WS-ARRANQUE-NO                                            00196700
              GO TO 9999-X-TOTALES                                      00196800
           END-IF                                                       00196900
                                                                        00197000
           IF WS-NRO-PAGINA = ZEROS                                     00197100
              PERFORM 9000-I-GRABAR-TITULOS                             00197200
                 THRU 9000-F-GRABAR-TITULOS                             00197300
           END-IF                                                       00197400
                                                                        00197500
      *    LAS ESTADISTICAS SOLO SE GRABAN SI LA REVERSION SE           00197600
      *    APLICA, DENTRO DE LA MISMA UNIDAD DE TRABAJO.                00197700
           IF RETURN-CODE NOT = 9999 AND NOT WS-MODO-SIMULAR AND        00197800
              WS-CUENTAS-BLOQUEANTES = ZEROS                            00197900
              PERFORM 9950-I-GRABAR-ESTADISTICAS                        00198000
                 THRU 9950-F-GRABAR-ESTADISTICAS                        00198100
           END-IF                                                       00198200
                                                                        00198300
           PERFORM 9990-I-FIN-UNIDAD-TRABAJO                            00198400
              THRU 9990-F-FIN-UNIDAD-TRABAJO                            00198500
                                                                        00198600
           PERFORM 9100-I-GRABAR-RESUMEN                                00198700
              THRU 9100-F-GRABAR-RESUMEN                                00198800
                                                                        00198900
           PERFORM 8100-I-CIERRE-ARCHIVOS                               00199000
              THRU 8100-F-CIERRE-ARCHIVOS                               00199100
           .                                                            00199200
       9999-X-TOTALES.                                                  00199300
                                                                        00199400
           DISPLAY '**********************************************'.    00199500
           DISPLAY '*  TOTALES DE LA REVERSION DEL DIA           *'.    00199600
           DISPLAY '**********************************************'.    00199700
           DISPLAY 'DIA REVERTIDO            : ' WS-FECHA-DB2.          00199800
           DISPLAY 'TOTAL CUENTAS DEL DIA    : ' WS-CUENTAS-LEIDAS.     00199900
           DISPLAY 'TOTAL CUENTAS REVERTIDAS : ' WS-CUENTAS-REVERTIDAS. 00200000
           DISPLAY 'TOTAL CTAS SIN FOTO ANT. : ' WS-CUENTAS-SIN-FOTO.   00200100
           DISPLAY 'TOTAL CTAS FORZADAS      : ' WS-CUENTAS-FORZADAS.   00200200
           DISPLAY 'TOTAL CTAS BLOQUEANTES   : '                        00200300
                   WS-CUENTAS-BLOQUEANTES.                              00200400
           DISPLAY 'TOTAL MOVS. LEIDOS       : ' WS-MOVS-LEIDOS.        00200500
           DISPLAY 'TOTAL MOVS. BORRADOS     : ' WS-MOVS-ELIMINADOS.    00200600
           DISPLAY 'TOTAL ORIG. DESMARCADOS  : ' WS-ORIG-DESMARCADOS.   00200700
           DISPLAY 'TOTAL CHEQUES BORRADOS   : '                        00200800
                   WS-CHEQUES-ELIMINADOS.                               00200900
           DISPLAY 'TOTAL CHEQUES A PENDIENTE: '                        00201000
                   WS-CHEQUES-PENDIENTES.                               00201100
           DISPLAY 'TOTAL FOTOS BORRADAS     : ' WS-FOTOS-ELIMINADAS.   00201200
           DISPLAY 'TOTAL ESTAD. BORRADAS    : ' WS-ESTAD-ELIMINADAS.   00201300
           DISPLAY 'TOTAL REG. GL LEIDOS     : ' WS-GL-LEIDOS.          00201400
           DISPLAY 'TOTAL REG. GL ANULADOS   : ' WS-GL-ANULADOS.        00201500
           DISPLAY '----------------------------------------------'     00201600
           DISPLAY 'TOTAL REGISTROS GRABADOS   : '  WS-GRABADOS.        00201700
           DISPLAY '**********************************************'.    00201800
                                                                        00201900
           IF RETURN-CODE = ZEROS                                       00202000
              EVALUATE TRUE                                             00202100
              WHEN WS-CUENTAS-BLOQUEANTES > ZEROS                       00202200
                 MOVE 8 TO RETURN-CODE                                  00202300
                 DISPLAY 'RETURN CODE 8 - REVERSION CANCELADA, VER '    00202400
                         'CUENTAS MARCADAS EN EL LISTADO'               00202500
              WHEN WS-MODO-SIMULAR                                      00202600
                 DISPLAY 'RETURN CODE 0 - SIMULACION SIN CAMBIOS'       00202700
              WHEN OTHER                                                00202800
                 DISPLAY 'RETURN CODE 0 - REVERSION APLICADA'           00202900
              END-EVALUATE                                              00203000
           END-IF                                                       00203100
           .                                                            00203200
       9999-F-FINAL.                                                    00203300
           EXIT.                                                        00203400
