       IDENTIFICATION DIVISION.                                         00000100
      *                                                        *        00000200
       PROGRAM-ID. EXAMEN26.                                            00000300
      **********************************************************        00000400
      *                                                        *        00000500
      *  PROGRAMA PARA SQL EMBEBIDO                            *        00000600
      *  AVISOS A CLIENTES: ARMA EL ARCHIVO DE FORMATO FIJO    *        00000700
      *  QUE LA PASARELA DE MENSAJERIA ENVIA POR CORREO, CON   *        00000800
      *  UN REGISTRO POR EVENTO Y CLIENTE:                     *        00000900
      *  - 'SG' RECHAZO POR SOBREGIRO ('EXC LIMITE' EXAMEN2)   *        00001000
      *  - 'BQ' RECHAZO POR CLIENTE BLOQUEADO ('CLIBLOQUEO')   *        00001100
      *  - 'DM' CUENTA QUE PASO A DORMIDA HOY (EXAMEN10)       *        00001200
      *  - 'MI' MOVIMIENTO POSTEADO POR ENCIMA DEL UMBRAL      *        00001300
      *  - 'SB' SALDO POR DEBAJO DEL UMBRAL LUEGO DEL POSTEO   *        00001400
      *  EL CORREO SALE DE TBDOMCLI: SIN CORREO O CON LA       *        00001500
      *  MARCA AVISOS = 'N' NO SE EMITE NADA. CADA AVISO SE    *        00001600
      *  REGISTRA EN TBAVIENV ANTES DE GRABARSE, Y UNA         *        00001700
      *  RECORRIDA DEL MISMO DIA NO REPITE EL MISMO EVENTO     *        00001800
      *  PARA LA MISMA CUENTA. TODA LA CORRIDA ES UNA UNIDAD   *        00001900
      *  DE TRABAJO: UN ERROR DESHACE TBAVIENV Y EL ARCHIVO    *        00002000
      *  QUEDA SIN TRAILER (LA PASARELA NO LO TOMA).           *        00002100
      *                                                        *        00002200
      **********************************************************        00002300
      *      MANTENIMIENTO DE PROGRAMA                         *        00002400
      **********************************************************        00002500
      *  FECHA   *    DETALLE        * COD *                            00002600
      **************************************                            00002700
      *15/10/26  * VERSION INICIAL   *RVH  *                            00002800
      *15/10/26  * INCLUYE LOS MOVI- *RVH  *                            00002900
      *          * MIENTOS DE CAMBIO *     *                            00003000
      *          * (XD/XC) EN 'MI'   *     *                            00003100
      **************************************                            00003200
       ENVIRONMENT DIVISION.                                            00003300
       CONFIGURATION SECTION.                                           00003400
       SPECIAL-NAMES.                                                   00003500
           DECIMAL-POINT IS COMMA.                                      00003600
                                                                        00003700
       INPUT-OUTPUT SECTION.                                            00003800
       FILE-CONTROL.                                                    00003900
                                                                        00004000
             SELECT RECHAZOS ASSIGN DDRECHAZ                            00004100
             FILE STATUS IS FS-RECHAZOS.                                00004200
                                                                        00004300
             SELECT AVISOS  ASSIGN DDAVISOS                             00004400
             FILE STATUS IS FS-AVISOS.                                  00004500
                                                                        00004600
             SELECT SALIDA  ASSIGN DDSALE                               00004700
             FILE STATUS IS FS-SALIDA.                                  00004800
                                                                        00004900
       DATA DIVISION.                                                   00005000
       FILE SECTION.                                                    00005100
       FD RECHAZOS                                                      00005200
             BLOCK CONTAINS 0 RECORDS                                   00005300
             RECORDING MODE IS F.                                       00005400
                                                                        00005500
       01 REG-RECHAZOS.                                                 00005600
           03 REG-RCH-DATOS    PIC X(34).                               00005700
           03 REG-RCH-MOTIVO   PIC X(10).                               00005800
                                                                        00005900
       FD AVISOS                                                        00006000
             BLOCK CONTAINS 0 RECORDS                                   00006100
             RECORDING MODE IS F.                                       00006200
                                                                        00006300
       01 REG-AVISOS      PIC X(100).                                   00006400
                                                                        00006500
       FD SALIDA                                                        00006600
             BLOCK CONTAINS 0 RECORDS                                   00006700
             RECORDING MODE IS F.                                       00006800
                                                                        00006900
       01 REG-SALIDA      PIC X(132).                                   00007000
                                                                        00007100
      **************************************                            00007200
       WORKING-STORAGE SECTION.                                         00007300
      **************************************                            00007400
       77  FILLER          PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.00007500
                                                                        00007600
      ****************************************                          00007700
      * FILE STATUS ARCHIVOS Y SQLCODE       *                          00007800
      ****************************************                          00007900
       77  FS-RECHAZOS              PIC XX    VALUE SPACES.             00008000
       77  FS-AVISOS                PIC XX    VALUE SPACES.             00008100
       77  FS-SALIDA                PIC XX    VALUE SPACES.             00008200
       77  FS-ACTUAL                PIC XX    VALUE SPACES.             00008300
       77  WS-SQLCODE    PIC +++999 USAGE DISPLAY VALUE ZEROS.          00008400
       77  WS-TS-INICIO             PIC X(26) VALUE SPACES.             00008500
                                                                        00008600
      ****************************************                          00008700
      * CONTADORES                           *                          00008800
      ****************************************                          00008900
       01  WS-CONTADORES.                                               00009000
           03  WS-RCH-LEIDOS           PIC 9(05) VALUE ZEROS.           00009100
           03  WS-RCH-OTROS-MOTIVOS    PIC 9(05) VALUE ZEROS.           00009200
           03  WS-CANT-EVENTOS         PIC 9(05) VALUE ZEROS.           00009300
           03  WS-CANT-SG              PIC 9(07) VALUE ZEROS.           00009400
           03  WS-CANT-BQ              PIC 9(07) VALUE ZEROS.           00009500
           03  WS-CANT-DM              PIC 9(07) VALUE ZEROS.           00009600
           03  WS-CANT-MI              PIC 9(07) VALUE ZEROS.           00009700
           03  WS-CANT-SB              PIC 9(07) VALUE ZEROS.           00009800
           03  WS-CANT-EMITIDOS        PIC 9(07) VALUE ZEROS.           00009900
           03  WS-CANT-REPETIDOS       PIC 9(05) VALUE ZEROS.           00010000
           03  WS-CANT-SIN-CORREO      PIC 9(05) VALUE ZEROS.           00010100
           03  WS-CANT-ADHESION-NO     PIC 9(05) VALUE ZEROS.           00010200
           03  WS-CANT-CTA-INEXIS      PIC 9(05) VALUE ZEROS.           00010300
           03  WS-REG-AVISOS           PIC 9(07) VALUE ZEROS.           00010400
           03  WS-GRABADOS             PIC 9(05) VALUE ZEROS.           00010500
                                                                        00010600
      *****************************************                         00010700
      *  BANDERAS/FLAGS                       *                         00010800
      *****************************************                         00010900
       01  WS-FLAG-PROCESO          PIC X VALUE 'T'.                    00011000
           88  WS-SI-PROCESO           VALUE 'T'.                       00011100
           88  WS-FIN-PROCESO          VALUE 'F'.                       00011200
                                                                        00011300
       01  WS-FLAG-CURSOR           PIC X VALUE 'T'.                    00011400
           88  WS-SI-CURSOR            VALUE 'T'.                       00011500
           88  WS-FIN-CURSOR           VALUE 'F'.                       00011600
                                                                        00011700
       01  WS-FLAG-RECHAZOS         PIC X VALUE 'T'.                    00011800
           88  WS-SI-RECHAZOS          VALUE 'T'.                       00011900
           88  WS-FIN-RECHAZOS         VALUE 'F'.                       00012000
                                                                        00012100
      *    LA CUENTA DEL RECHAZO EXISTE EN TBCURCTA                     00012200
       01  WS-FLAG-CUENTA           PIC X VALUE 'F'.                    00012300
           88  WS-CUENTA-SI            VALUE 'T'.                       00012400
           88  WS-CUENTA-NO            VALUE 'F'.                       00012500
                                                                        00012600
      *    LA CORRIDA ARRANCO DE VERDAD (FECHA DE PROCESO VALIDA        00012700
      *    Y ARCHIVOS ABIERTOS): SI NO, EL CIERRE NO DEBE GRABAR        00012800
      *    RESUMEN NI CERRAR ARCHIVOS NUNCA ABIERTOS.                   00012900
       01  WS-FLAG-ARRANQUE         PIC X VALUE 'F'.                    00013000
           88  WS-ARRANQUE-OK          VALUE 'T'.                       00013100
           88  WS-ARRANQUE-NO          VALUE 'F'.                       00013200
                                                                        00013300
      *****************************************                         00013400
      *  PARAMETRO DE EJECUCION (SYSIN)       *                         00013500
      *  COL  1-9  : UMBRAL DE MOVIMIENTO     *                         00013600
      *              IMPORTANTE (9999999V99)  *                         00013700
      *  COL 11-19 : UMBRAL DE SALDO BAJO     *                         00013800
      *              (9999999V99)             *                         00013900
      *  UN UMBRAL EN CERO APAGA SU EVENTO.   *                         00014000
      *****************************************                         00014100
       01  WS-PARM-ENTRADA.                                             00014200
           03  WS-PARM-UMBRAL-MOV   PIC 9(07)V9(02) VALUE ZEROS.        00014300
           03  FILLER               PIC X(01) VALUE SPACE.              00014400
           03  WS-PARM-UMBRAL-SALDO PIC 9(07)V9(02) VALUE ZEROS.        00014500
                                                                        00014600
       01  WS-UMBRALES.                                                 00014700
           03  WS-UMBRAL-MOV        PIC S9(07)V9(02) USAGE COMP-3       00014800
                                              VALUE ZEROS.              00014900
           03  WS-UMBRAL-SALDO      PIC S9(07)V9(02) USAGE COMP-3       00015000
                                              VALUE ZEROS.              00015100
                                                                        00015200
      *****************************************                         00015300
      *  VISTA DEL AREA DE DATOS DEL RECHAZO  *                         00015400
      *  (MISMO LAYOUT QUE REG-ENT-DATOS DE   *                         00015500
      *  EXAMEN2 / COPY CPNOVCTA SIN NROSEC)  *                         00015600
      *****************************************                         00015700
       01  WS-DATOS-MOVIMIENTO.                                         00015800
           03 MOV-TIPCUEN           PIC X(2).                           00015900
           03 MOV-NROCUEN           PIC S9(5)V USAGE COMP-3.            00016000
           03 MOV-NROCLI            PIC S9(3)V USAGE COMP-3.            00016100
           03 MOV-SALDO             PIC S9(5)V9(2) USAGE COMP-3.        00016200
           03 MOV-TIPMOV            PIC X(2).                           00016300
           03 MOV-MONEDA            PIC X(2).                           00016400
           03 MOV-CONTRAPARTE.                                          00016500
               05 MOV-CTP-TIPCUEN   PIC X(2).                           00016600
               05 MOV-CTP-NROCUEN   PIC S9(5)V USAGE COMP-3.            00016700
           03 MOV-REFERENCIA.                                           00016800
               05 MOV-REF-FECPROC   PIC X(10).                          00016900
               05 MOV-REF-NROSEC    PIC 9(08) USAGE COMP.               00017000
                                                                        00017100
      *****************************************                         00017200
      *  EVENTO A AVISAR (LO ARMA CADA        *                         00017300
      *  SECCION Y LO EMITE 6000)             *                         00017400
      *****************************************                         00017500
       01  WS-EVENTO.                                                   00017600
           03  EVT-CODIGO           PIC X(02) VALUE SPACES.             00017700
               88  EVT-SOBREGIRO       VALUE 'SG'.                      00017800
               88  EVT-BLOQUEO         VALUE 'BQ'.                      00017900
               88  EVT-DORMIDA         VALUE 'DM'.                      00018000
               88  EVT-MOV-IMPORTANTE  VALUE 'MI'.                      00018100
               88  EVT-SALDO-BAJO      VALUE 'SB'.                      00018200
           03  EVT-TIPCUEN          PIC X(02) VALUE SPACES.             00018300
           03  EVT-NROCUEN          PIC S9(5)V USAGE COMP-3             00018400
                                              VALUE ZEROS.              00018500
           03  EVT-NROCLI           PIC S9(3)V USAGE COMP-3             00018600
                                              VALUE ZEROS.              00018700
           03  EVT-MONEDA           PIC X(02) VALUE SPACES.             00018800
           03  EVT-IMPORTE          PIC S9(07)V9(02) USAGE COMP-3       00018900
                                              VALUE ZEROS.              00019000
           03  EVT-SALDO            PIC S9(07)V9(02) USAGE COMP-3       00019100
                                              VALUE ZEROS.              00019200
           03  EVT-TIPMOV           PIC X(02) VALUE SPACES.             00019300
           03  EVT-NROSEC           PIC S9(9) USAGE COMP                00019400
                                              VALUE ZEROS.              00019500
           03  EVT-DETALLE          PIC X(10) VALUE SPACES.             00019600
                                                                        00019700
      *    CACHE DEL CONTACTO DEL CLIENTE (TBDOMCLI)                    00019800
       01  WS-CLI-CONSULTADO        PIC S9(3)V USAGE COMP-3             00019900
                                              VALUE -1.                 00020000
       01  WS-FLAG-CONTACTO         PIC X VALUE 'N'.                    00020100
           88  WS-CONTACTO-SI          VALUE 'S'.                       00020200
           88  WS-CONTACTO-NO          VALUE 'N'.                       00020300
                                                                        00020400
      *****************************************                         00020500
      *  VARIABLES AUXILARES.                *                          00020600
      *****************************************                         00020700
       01 WS-AUXILIARES.                                                00020800
          03  WS-PARRAFO            PIC X(30) VALUE SPACES.             00020900
          03  WS-ARCHIVO-DESC       PIC X(30) VALUE SPACES.             00021000
          03  WS-FECHA-AUX          PIC X(10).                          00021100
          03  WS-CUENTA-LINEA       PIC 9(02) VALUE ZEROS.              00021200
          03  WS-FECHA-DB2.                                             00021300
              05 WS-DB2-AAAA        PIC X(04).                          00021400
              05 FILLER             PIC X VALUE '-'.                    00021500
              05 WS-DB2-MM          PIC X(02).                          00021600
              05 FILLER             PIC X VALUE '-'.                    00021700
              05 WS-DB2-DD          PIC X(02).                          00021800
                                                                        00021900
      ***************************************************               00022000
      *  REGISTROS DEL ARCHIVO PARA LA PASARELA (100)   *               00022100
      *  'H' ENCABEZADO DE LA CORRIDA                   *               00022200
      *  'D' UN AVISO (EVENTO/CLIENTE/CUENTA)           *               00022300
      *  'T' TRAILER CON CANTIDADES POR EVENTO          *               00022400
      *  EN EL DETALLE: IMPORTE = IMPORTE RECHAZADO     *               00022500
      *  (SG/BQ), DEL MOVIMIENTO (MI) O UMBRAL DE SALDO *               00022600
      *  BAJO (SB); SALDO = SALDO DE LA CUENTA LUEGO    *               00022700
      *  DEL POSTEO; TIPMOV/NROSEC SOLO EN SG/BQ/MI.    *               00022800
      ***************************************************               00022900
       01 WS-REG-AVISO-H.                                               00023000
          03  REG-H-TIPO          PIC X         VALUE 'H'.              00023100
          03  REG-H-FECPROC       PIC X(10)     VALUE SPACES.           00023200
          03  REG-H-ORIGEN        PIC X(08)     VALUE 'EXAMEN26'.       00023300
          03  REG-H-TSGENERA      PIC X(26)     VALUE SPACES.           00023400
          03  FILLER              PIC X(55)     VALUE SPACES.           00023500
                                                                        00023600
       01 WS-REG-AVISO-D.                                               00023700
          03  REG-D-TIPO          PIC X         VALUE 'D'.              00023800
          03  REG-D-FECPROC       PIC X(10)     VALUE SPACES.           00023900
          03  REG-D-EVENTO        PIC X(02)     VALUE SPACES.           00024000
          03  REG-D-NROCLI        PIC 9(03)     VALUE ZEROS.            00024100
          03  REG-D-EMAIL         PIC X(25)     VALUE SPACES.           00024200
          03  REG-D-TIPCUEN       PIC X(02)     VALUE SPACES.           00024300
          03  REG-D-NROCUEN       PIC 9(05)     VALUE ZEROS.            00024400
          03  REG-D-MONEDA        PIC X(02)     VALUE SPACES.           00024500
          03  REG-D-IMPORTE       PIC S9(07)V9(02)                      00024600
                                  SIGN LEADING SEPARATE VALUE ZEROS.    00024700
          03  REG-D-SALDO         PIC S9(07)V9(02)                      00024800
                                  SIGN LEADING SEPARATE VALUE ZEROS.    00024900
          03  REG-D-TIPMOV        PIC X(02)     VALUE SPACES.           00025000
          03  REG-D-NROSEC        PIC 9(09)     VALUE ZEROS.            00025100
          03  REG-D-MOTIVO        PIC X(10)     VALUE SPACES.           00025200
          03  FILLER              PIC X(09)     VALUE SPACES.           00025300
                                                                        00025400
       01 WS-REG-AVISO-T.                                               00025500
          03  REG-T-TIPO          PIC X         VALUE 'T'.              00025600
          03  REG-T-FECPROC       PIC X(10)     VALUE SPACES.           00025700
          03  REG-T-CANT-SG       PIC 9(07)     VALUE ZEROS.            00025800
          03  REG-T-CANT-BQ       PIC 9(07)     VALUE ZEROS.            00025900
          03  REG-T-CANT-DM       PIC 9(07)     VALUE ZEROS.            00026000
          03  REG-T-CANT-MI       PIC 9(07)     VALUE ZEROS.            00026100
          03  REG-T-CANT-SB       PIC 9(07)     VALUE ZEROS.            00026200
          03  REG-T-CANT-TOTAL    PIC 9(07)     VALUE ZEROS.            00026300
          03  FILLER              PIC X(47)     VALUE SPACES.           00026400
                                                                        00026500
      *****************************************                         00026600
      *   IMPRESION DE TITULOS LISTADO        *                         00026700
      *****************************************                         00026800
       01 WS-LINEA       PIC X(132) VALUE ALL '-'.                      00026900
                                                                        00027000
       01 WS-TITULO.                                                    00027100
          03  FILLER     PIC X(05) VALUE SPACES.                        00027200
          03  WS-TITULO-LEYENDA     PIC X(33) VALUE                     00027300
                     'AVISOS A CLIENTES POR CORREO     '.               00027400
          03  FILLER                PIC X(28)    VALUE SPACES.          00027500
          03  FILLER                PIC X(10)    VALUE '   FECHA: '.    00027600
          03  WS-FECHA.                                                 00027700
              05  WS-DD             PIC 9(02).                          00027800
              05  FILLER            PIC X       VALUE '/'.              00027900
              05  WS-MM             PIC 9(02).                          00028000
              05  FILLER            PIC X       VALUE '/'.              00028100
              05  WS-AAAA           PIC 9(04).                          00028200
          03  FILLER                PIC X(20)    VALUE SPACES.          00028300
          03  FILLER                PIC X(13)    VALUE 'NRO. PAGINA: '. 00028400
          03  WS-NRO-PAGINA         PIC 9(02)    VALUE ZEROES.          00028500
          03  FILLER                PIC X(08)    VALUE SPACES.          00028600
                                                                        00028700
      ***************************************************               00028800
      *  SUBTITULOS DEL LISTADO DE AVISOS               *               00028900
      ***************************************************               00029000
       01 WS-SUBTITULO-AVISOS.                                          00029100
          03 FILLER                 PIC X     VALUE '|'.                00029200
          03 FILLER                 PIC X(04) VALUE ' EV '.             00029300
          03 FILLER                 PIC X     VALUE '|'.                00029400
          03 FILLER                 PIC X(05) VALUE ' CLI '.            00029500
          03 FILLER                 PIC X     VALUE '|'.                00029600
          03 FILLER                 PIC X(27) VALUE                     00029700
                         ' CORREO ELECTRONICO        '.                 00029800
          03 FILLER                 PIC X     VALUE '|'.                00029900
          03 FILLER                 PIC X(10) VALUE '  CUENTA  '.       00030000
          03 FILLER                 PIC X     VALUE '|'.                00030100
          03 FILLER                 PIC X(04) VALUE ' MO '.             00030200
          03 FILLER                 PIC X     VALUE '|'.                00030300
          03 FILLER                 PIC X(17) VALUE                     00030400
                         '    IMPORTE      '.                           00030500
          03 FILLER                 PIC X     VALUE '|'.                00030600
          03 FILLER                 PIC X(17) VALUE                     00030700
                         '     SALDO       '.                           00030800
          03 FILLER                 PIC X     VALUE '|'.                00030900
          03 FILLER                 PIC X(12) VALUE ' DETALLE    '.     00031000
          03 FILLER                 PIC X     VALUE '|'.                00031100
          03 FILLER                 PIC X(27) VALUE SPACES.             00031200
                                                                        00031300
      ***************************************************               00031400
      *  LINEA DE DETALLE DEL LISTADO                   *               00031500
      ***************************************************               00031600
       01 WS-REG-SALIDA-AVI.                                            00031700
          03  FILLER              PIC X         VALUE '|'.              00031800
          03  FILLER              PIC X         VALUE SPACES.           00031900
          03  REG-AVI-EVENTO      PIC X(02)     VALUE SPACES.           00032000
          03  FILLER              PIC X         VALUE SPACES.           00032100
          03  FILLER              PIC X         VALUE '|'.              00032200
          03  FILLER              PIC X         VALUE SPACES.           00032300
          03  REG-AVI-NROCLI      PIC ZZ9       VALUE ZEROS.            00032400
          03  FILLER              PIC X         VALUE SPACES.           00032500
          03  FILLER              PIC X         VALUE '|'.              00032600
          03  FILLER              PIC X         VALUE SPACES.           00032700
          03  REG-AVI-EMAIL       PIC X(25)     VALUE SPACES.           00032800
          03  FILLER              PIC X         VALUE SPACES.           00032900
          03  FILLER              PIC X         VALUE '|'.              00033000
          03  FILLER              PIC X         VALUE SPACES.           00033100
          03  REG-AVI-TIPCUEN     PIC X(02)     VALUE SPACES.           00033200
          03  FILLER              PIC X         VALUE '-'.              00033300
          03  REG-AVI-NROCUEN     PIC Z(05)     VALUE ZEROS.            00033400
          03  FILLER              PIC X         VALUE SPACES.           00033500
          03  FILLER              PIC X         VALUE '|'.              00033600
          03  FILLER              PIC X         VALUE SPACES.           00033700
          03  REG-AVI-MONEDA      PIC X(02)     VALUE SPACES.           00033800
          03  FILLER              PIC X         VALUE SPACES.           00033900
          03  FILLER              PIC X         VALUE '|'.              00034000
          03  REG-AVI-IMPORTE     PIC $ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.     00034100
          03  FILLER              PIC X         VALUE SPACES.           00034200
          03  FILLER              PIC X         VALUE '|'.              00034300
          03  REG-AVI-SALDO       PIC $ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.     00034400
          03  FILLER              PIC X         VALUE SPACES.           00034500
          03  FILLER              PIC X         VALUE '|'.              00034600
          03  FILLER              PIC X         VALUE SPACES.           00034700
          03  REG-AVI-DETALLE     PIC X(10)     VALUE SPACES.           00034800
          03  FILLER              PIC X         VALUE SPACES.           00034900
          03  FILLER              PIC X         VALUE '|'.              00035000
          03  FILLER              PIC X(27)     VALUE SPACES.           00035100
                                                                        00035200
      *****************************************                         00035300
      *   FIN IMPRESION DE TITULOS LISTADO    *                         00035400
      *****************************************                         00035500
       77  FILLER        PIC X(26) VALUE '* VARIABLES SQL          *'.  00035600
                                                                        00035700
      ********************************************************          00035800
      *  AREA DE COMUNICACION Y DEFINICION SQL DB2           *          00035900
      ********************************************************          00036000
            EXEC SQL                                                    00036100
              INCLUDE SQLCA                                             00036200
            END-EXEC.                                                   00036300
                                                                        00036400
            EXEC SQL                                                    00036500
              INCLUDE TBCURCTA                                          00036600
            END-EXEC.                                                   00036700
                                                                        00036800
            EXEC SQL                                                    00036900
              INCLUDE TBDOMCLI                                          00037000
            END-EXEC.                                                   00037100
                                                                        00037200
            EXEC SQL                                                    00037300
              INCLUDE TBMOVHIS                                          00037400
            END-EXEC.                                                   00037500
                                                                        00037600
            EXEC SQL                                                    00037700
              INCLUDE TBESTCTA                                          00037800
            END-EXEC.                                                   00037900
                                                                        00038000
            EXEC SQL                                                    00038100
              INCLUDE TBAVIENV                                          00038200
            END-EXEC.                                                   00038300
                                                                        00038400
            EXEC SQL                                                    00038500
              INCLUDE TBCALEND                                          00038600
            END-EXEC.                                                   00038700
                                                                        00038800
            EXEC SQL                                                    00038900
              INCLUDE TBESTRUN                                          00039000
            END-EXEC.                                                   00039100
                                                                        00039200
      ***************************************************               00039300
      * CURSOR C1 - CUENTAS QUE EXAMEN10 MARCO COMO     *               00039400
      * DORMIDAS EN LA FECHA DE PROCESO                 *               00039500
      ***************************************************               00039600
            EXEC SQL                                                    00039700
              DECLARE C1 CURSOR FOR                                     00039800
              SELECT A.TIPCUEN,                                         00039900
                     A.NROCUEN,                                         00040000
                     B.NROCLI,                                          00040100
                     B.SALDO,                                           00040200
                     B.MONEDA                                           00040300
                FROM KC02803.TBESTCTA A                                 00040400
                JOIN KC02803.TBCURCTA B                                 00040500
                  ON A.TIPCUEN = B.TIPCUEN                              00040600
                 AND A.NROCUEN = B.NROCUEN                              00040700
               WHERE A.ESTADO    = 'D'                                  00040800
                 AND A.FECESTADO = :WS-FECHA-DB2                        00040900
               ORDER BY B.NROCLI, A.TIPCUEN, A.NROCUEN                  00041000
            END-EXEC.                                                   00041100
                                                                        00041200
      ***************************************************               00041300
      * CURSOR C2 - MOVIMIENTOS DEL DIA POR ENCIMA DEL  *               00041400
      * UMBRAL (MISMOS TIPOS QUE EXAMEN18 MAS CHEQUES   *               00041500
      * Y MOVIMIENTOS DE CAMBIO XD/XC)                  *               00041600
      ***************************************************               00041700
            EXEC SQL                                                    00041800
              DECLARE C2 CURSOR FOR                                     00041900
              SELECT B.NROCLI,                                          00042000
                     A.TIPCUEN,                                         00042100
                     A.NROCUEN,                                         00042200
                     A.NROSEC,                                          00042300
                     A.TIPMOV,                                          00042400
                     A.IMPORTE,                                         00042500
                     A.SALDOPOS,                                        00042600
                     A.MONEDA                                           00042700
                FROM KC02803.TBMOVHIS A                                 00042800
                JOIN KC02803.TBCURCTA B                                 00042900
                  ON A.TIPCUEN = B.TIPCUEN                              00043000
                 AND A.NROCUEN = B.NROCUEN                              00043100
               WHERE A.FECPROC = :WS-FECHA-DB2                          00043200
                 AND A.TIPMOV IN ('CR', 'DB', 'TC', 'TD', 'CH',         00043300
                                  'XD', 'XC')                           00043400
                 AND A.IMPORTE > :WS-UMBRAL-MOV                         00043500
               ORDER BY B.NROCLI, A.TIPCUEN, A.NROCUEN, A.NROSEC        00043600
            END-EXEC.                                                   00043700
                                                                        00043800
      ***************************************************               00043900
      * CURSOR C3 - CUENTAS CON MOVIMIENTO EN EL DIA    *               00044000
      * QUE QUEDARON POR DEBAJO DEL UMBRAL DE SALDO     *               00044100
      ***************************************************               00044200
            EXEC SQL                                                    00044300
              DECLARE C3 CURSOR FOR                                     00044400
              SELECT B.TIPCUEN,                                         00044500
                     B.NROCUEN,                                         00044600
                     B.NROCLI,                                          00044700
                     B.SALDO,                                           00044800
                     B.MONEDA                                           00044900
                FROM KC02803.TBCURCTA B                                 00045000
               WHERE B.SALDO < :WS-UMBRAL-SALDO                         00045100
                 AND EXISTS                                             00045200
                     (SELECT 1                                          00045300
                        FROM KC02803.TBMOVHIS A                         00045400
                       WHERE A.TIPCUEN = B.TIPCUEN                      00045500
                         AND A.NROCUEN = B.NROCUEN                      00045600
                         AND A.FECPROC = :WS-FECHA-DB2)                 00045700
               ORDER BY B.NROCLI, B.TIPCUEN, B.NROCUEN                  00045800
            END-EXEC.                                                   00045900
                                                                        00046000
       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.  00046100
                                                                        00046200
      ***************************************************************.  00046300
       PROCEDURE DIVISION.                                              00046400
      **************************************                            00046500
      *  CUERPO PRINCIPAL DEL PROGRAMA     *                            00046600
      **************************************                            00046700
       MAIN-PROGRAM.                                                    00046800
                                                                        00046900
           PERFORM 1000-I-INICIO   THRU                                 00047000
                   1000-F-INICIO.                                       00047100
                                                                        00047200
           IF WS-SI-PROCESO                                             00047300
              PERFORM 2000-I-RECHAZOS                                   00047400
                 THRU 2000-F-RECHAZOS                                   00047500
           END-IF                                                       00047600
                                                                        00047700
           IF WS-SI-PROCESO                                             00047800
              PERFORM 3000-I-DORMIDAS                                   00047900
                 THRU 3000-F-DORMIDAS                                   00048000
           END-IF                                                       00048100
                                                                        00048200
           IF WS-SI-PROCESO AND WS-UMBRAL-MOV > ZEROS                   00048300
              PERFORM 4000-I-MOV-IMPORTANTES                            00048400
                 THRU 4000-F-MOV-IMPORTANTES                            00048500
           END-IF                                                       00048600
                                                                        00048700
           IF WS-SI-PROCESO AND WS-UMBRAL-SALDO > ZEROS                 00048800
              PERFORM 5000-I-SALDOS-BAJOS                               00048900
                 THRU 5000-F-SALDOS-BAJOS                               00049000
           END-IF                                                       00049100
                                                                        00049200
           IF WS-ARRANQUE-OK AND WS-SI-PROCESO                          00049300
              PERFORM 7000-I-GRABAR-TRAILER                             00049400
                 THRU 7000-F-GRABAR-TRAILER                             00049500
           END-IF                                                       00049600
                                                                        00049700
           PERFORM 9999-I-FINAL    THRU                                 00049800
                   9999-F-FINAL.                                        00049900
                                                                        00050000
       F-MAIN-PROGRAM. GOBACK.                                          00050100
                                                                        00050200
      **************************************                            00050300
      *  CUERPO INICIO APERTURA ARCHIVOS   *                            00050400
      **************************************                            00050500
       1000-I-INICIO.                                                   00050600
                                                                        00050700
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-AUX                   00050800
           MOVE WS-FECHA-AUX(1:4)     TO WS-AAAA                        00050900
           MOVE WS-FECHA-AUX(5:2)     TO WS-MM                          00051000
           MOVE WS-FECHA-AUX(7:2)     TO WS-DD                          00051100
           MOVE 99 TO WS-CUENTA-LINEA                                   00051200
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TS-INICIO             00051300
                                                                        00051400
           SET WS-SI-PROCESO TO TRUE                                    00051500
                                                                        00051600
           PERFORM 1015-I-OBTENER-FECHA-PROCESO                         00051700
              THRU 1015-F-OBTENER-FECHA-PROCESO                         00051800
           IF WS-FIN-PROCESO                                            00051900
              GO TO 1000-F-INICIO                                       00052000
           END-IF                                                       00052100
                                                                        00052200
           PERFORM 1005-I-LEER-PARM                                     00052300
              THRU 1005-F-LEER-PARM                                     00052400
           IF WS-FIN-PROCESO                                            00052500
              GO TO 1000-F-INICIO                                       00052600
           END-IF                                                       00052700
                                                                        00052800
           PERFORM 8000-I-APERTURA-ARCHIVOS                             00052900
              THRU 8000-F-APERTURA-ARCHIVOS                             00053000
                                                                        00053100
           IF FS-RECHAZOS = '00' AND FS-AVISOS = '00'                   00053200
                                 AND FS-SALIDA = '00'                   00053300
              SET WS-ARRANQUE-OK TO TRUE                                00053400
              PERFORM 1020-I-GRABAR-ENCABEZADO                          00053500
                 THRU 1020-F-GRABAR-ENCABEZADO                          00053600
           ELSE                                                         00053700
              DISPLAY '*********************************'               00053800
              DISPLAY '* ERROR EN APERTURA DE ARCHIVOS *'               00053900
              DISPLAY '* AVISOS A CLIENTES CANCELADO   *'               00054000
              DISPLAY '*********************************'               00054100
              SET WS-FIN-PROCESO TO TRUE                                00054200
           END-IF                                                       00054300
           .                                                            00054400
       1000-F-INICIO.   EXIT.                                           00054500
                                                                        00054600
      **************************************                            00054700
      *  LECTURA DE PARAMETRO DE EJECUCION *                            00054800
      **************************************                            00054900
       1005-I-LEER-PARM.                                                00055000
                                                                        00055100
           MOVE '1005-I-LEER-PARM' TO WS-PARRAFO                        00055200
                                                                        00055300
           ACCEPT WS-PARM-ENTRADA FROM SYSIN                            00055400
                                                                        00055500
           IF WS-PARM-UMBRAL-MOV   NOT NUMERIC OR                       00055600
              WS-PARM-UMBRAL-SALDO NOT NUMERIC                          00055700
              DISPLAY '*****************************************'       00055800
              DISPLAY '* TARJETA SYSIN INVALIDA                *'       00055900
              DISPLAY '* COL 1-9 UMBRAL DE MOVIMIENTO, 11-19   *'       00056000
              DISPLAY '* UMBRAL DE SALDO BAJO (CERO = APAGADO) *'       00056100
              DISPLAY '*****************************************'       00056200
              MOVE 9999 TO RETURN-CODE                                  00056300
              SET WS-FIN-PROCESO TO TRUE                                00056400
              GO TO 1005-F-LEER-PARM                                    00056500
           END-IF                                                       00056600
                                                                        00056700
           MOVE WS-PARM-UMBRAL-MOV   TO WS-UMBRAL-MOV                   00056800
           MOVE WS-PARM-UMBRAL-SALDO TO WS-UMBRAL-SALDO                 00056900
                                                                        00057000
           DISPLAY '* UMBRAL MOVIMIENTO   : ' WS-PARM-UMBRAL-MOV        00057100
           DISPLAY '* UMBRAL SALDO BAJO   : ' WS-PARM-UMBRAL-SALDO      00057200
           .                                                            00057300
       1005-F-LEER-PARM. EXIT.                                          00057400
                                                                        00057500
      ***********************************************************       00057600
      *  FECHA DE PROCESO DE LA CADENA (TBCALEND):              *       00057700
      *  SE PROCESA Y ESTAMPA CON LA FECHA MARCADA FECPROC='S', *       00057800
      *  Y SE RECHAZA LA CORRIDA SI NO HAY FECHA MARCADA O SI   *       00057900
      *  LA FECHA MARCADA NO ES DIA HABIL.                      *       00058000
      ***********************************************************       00058100
       1015-I-OBTENER-FECHA-PROCESO.                                    00058200
                                                                        00058300
           MOVE '1015-I-OBTENER-FECHA-PROC' TO WS-PARRAFO.              00058400
                                                                        00058500
           EXEC SQL                                                     00058600
              SELECT FECHA,                                             00058700
                     DIAHABIL                                           00058800
                INTO :CA-FECHA,                                         00058900
                     :CA-DIAHABIL                                       00059000
                FROM KC02803.TBCALEND                                   00059100
               WHERE FECPROC = 'S'                                      00059200
           END-EXEC                                                     00059300
                                                                        00059400
           EVALUATE TRUE                                                00059500
           WHEN SQLCODE EQUAL ZEROS                                     00059600
                IF CA-DIAHABIL NOT = 'S'                                00059700
                   DISPLAY '*****************************************'  00059800
                   DISPLAY '* LA FECHA DE PROCESO MARCADA EN        *'  00059900
                   DISPLAY '* TBCALEND NO ES UN DIA HABIL           *'  00060000
                   DISPLAY '* FECHA : ' CA-FECHA                        00060100
                   DISPLAY '* LA CORRIDA SE RECHAZA                 *'  00060200
                   DISPLAY '*****************************************'  00060300
                   MOVE 9999 TO RETURN-CODE                             00060400
                   SET  WS-FIN-PROCESO TO TRUE                          00060500
                ELSE                                                    00060600
                   MOVE CA-FECHA(1:4)  TO WS-AAAA                       00060700
                   MOVE CA-FECHA(6:2)  TO WS-MM                         00060800
                   MOVE CA-FECHA(9:2)  TO WS-DD                         00060900
                   MOVE CA-FECHA       TO WS-FECHA-DB2                  00061000
                END-IF                                                  00061100
           WHEN SQLCODE EQUAL +100                                      00061200
                DISPLAY '*****************************************'     00061300
                DISPLAY '* NO HAY FECHA DE PROCESO MARCADA EN    *'     00061400
                DISPLAY '* TBCALEND (FECPROC = S)                *'     00061500
                DISPLAY '* LA CORRIDA SE RECHAZA                 *'     00061600
                DISPLAY '*****************************************'     00061700
                MOVE 9999 TO RETURN-CODE                                00061800
                SET  WS-FIN-PROCESO TO TRUE                             00061900
           WHEN OTHER                                                   00062000
                MOVE SQLCODE   TO WS-SQLCODE                            00062100
                DISPLAY '************************************'          00062200
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00062300
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00062400
                DISPLAY '************************************'          00062500
                DISPLAY '* TABLA       : CALENDARIO TBCALEND*'          00062600
                DISPLAY '* DESCRIPCION : FECHA DE PROCESO   *'          00062700
                DISPLAY '************************************'          00062800
                MOVE 9999 TO RETURN-CODE                                00062900
                SET  WS-FIN-PROCESO TO TRUE                             00063000
           END-EVALUATE.                                                00063100
                                                                        00063200
       1015-F-OBTENER-FECHA-PROCESO. EXIT.                              00063300
                                                                        00063400
      ***********************************************************       00063500
      *  ENCABEZADO DEL ARCHIVO DE LA PASARELA                  *       00063600
      ***********************************************************       00063700
       1020-I-GRABAR-ENCABEZADO.                                        00063800
                                                                        00063900
           MOVE '1020-I-GRABAR-ENCABEZADO' TO WS-PARRAFO                00064000
                                                                        00064100
           MOVE WS-FECHA-DB2 TO REG-H-FECPROC                           00064200
           MOVE WS-TS-INICIO TO REG-H-TSGENERA                          00064300
                                                                        00064400
           WRITE REG-AVISOS FROM WS-REG-AVISO-H                         00064500
                                                                        00064600
           MOVE FS-AVISOS TO FS-ACTUAL                                  00064700
           MOVE 'ARCHIVO DE AVISOS' TO WS-ARCHIVO-DESC                  00064800
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00064900
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00065000
                                                                        00065100
           ADD 1 TO WS-REG-AVISOS                                       00065200
           .                                                            00065300
       1020-F-GRABAR-ENCABEZADO. EXIT.                                  00065400
                                                                        00065500
      ***********************************************************       00065600
      *  SECCION 1: RECHAZOS DE EXAMEN2 POR SOBREGIRO Y POR     *       00065700
      *  CLIENTE BLOQUEADO. LOS DEMAS MOTIVOS NO SE AVISAN      *       00065800
      *  (LOS TRABAJA OPERACIONES DESDE EL SUSPENSO, EXAMEN7).  *       00065900
      ***********************************************************       00066000
       2000-I-RECHAZOS.                                                 00066100
                                                                        00066200
           PERFORM 8050-I-LEER-RECHAZO                                  00066300
              THRU 8050-F-LEER-RECHAZO                                  00066400
                                                                        00066500
           PERFORM 2100-I-UN-RECHAZO                                    00066600
              THRU 2100-F-UN-RECHAZO                                    00066700
             UNTIL WS-FIN-RECHAZOS OR WS-FIN-PROCESO                    00066800
           .                                                            00066900
       2000-F-RECHAZOS. EXIT.                                           00067000
                                                                        00067100
       2100-I-UN-RECHAZO.                                               00067200
                                                                        00067300
           MOVE REG-RCH-DATOS TO WS-DATOS-MOVIMIENTO                    00067400
                                                                        00067500
           EVALUATE REG-RCH-MOTIVO                                      00067600
           WHEN 'EXC LIMITE'                                            00067700
                MOVE 'SG' TO EVT-CODIGO                                 00067800
           WHEN 'CLIBLOQUEO'                                            00067900
                MOVE 'BQ' TO EVT-CODIGO                                 00068000
           WHEN OTHER                                                   00068100
                ADD 1 TO WS-RCH-OTROS-MOTIVOS                           00068200
                GO TO 2100-X-SIGUIENTE                                  00068300
           END-EVALUATE                                                 00068400
                                                                        00068500
      *    EL AVISO VA AL TITULAR ACTUAL DE LA CUENTA DEL RECHAZO       00068600
           MOVE MOV-TIPCUEN TO WS-TIPCUEN                               00068700
           MOVE MOV-NROCUEN TO WS-NROCUEN                               00068800
           PERFORM 8500-I-LEER-CUENTA                                   00068900
              THRU 8500-F-LEER-CUENTA                                   00069000
           IF WS-CUENTA-NO                                              00069100
              ADD 1 TO WS-CANT-CTA-INEXIS                               00069200
              GO TO 2100-X-SIGUIENTE                                    00069300
           END-IF                                                       00069400
                                                                        00069500
           MOVE WS-TIPCUEN     TO EVT-TIPCUEN                           00069600
           MOVE WS-NROCUEN     TO EVT-NROCUEN                           00069700
           MOVE WS-NROCLI      TO EVT-NROCLI                            00069800
           MOVE WS-MONEDA      TO EVT-MONEDA                            00069900
           MOVE MOV-SALDO      TO EVT-IMPORTE                           00070000
           MOVE WS-SALDO       TO EVT-SALDO                             00070100
           MOVE MOV-TIPMOV     TO EVT-TIPMOV                            00070200
           MOVE ZEROS          TO EVT-NROSEC                            00070300
           MOVE REG-RCH-MOTIVO TO EVT-DETALLE                           00070400
                                                                        00070500
           PERFORM 6000-I-EMITIR-AVISO                                  00070600
              THRU 6000-F-EMITIR-AVISO                                  00070700
           .                                                            00070800
       2100-X-SIGUIENTE.                                                00070900
           PERFORM 8050-I-LEER-RECHAZO                                  00071000
              THRU 8050-F-LEER-RECHAZO                                  00071100
           .                                                            00071200
       2100-F-UN-RECHAZO. EXIT.                                         00071300
                                                                        00071400
      ***********************************************************       00071500
      *  SECCION 2: CUENTAS QUE PASARON A DORMIDAS HOY (C1)     *       00071600
      ***********************************************************       00071700
       3000-I-DORMIDAS.                                                 00071800
                                                                        00071900
           SET WS-SI-CURSOR TO TRUE                                     00072000
                                                                        00072100
           PERFORM 8200-I-ABRIR-CURSOR-C1                               00072200
              THRU 8200-F-ABRIR-CURSOR-C1                               00072300
                                                                        00072400
           IF WS-SI-CURSOR                                              00072500
              PERFORM 8400-I-LEER-CURSOR-C1                             00072600
                 THRU 8400-F-LEER-CURSOR-C1                             00072700
                                                                        00072800
              PERFORM 3100-I-UNA-DORMIDA                                00072900
                 THRU 3100-F-UNA-DORMIDA                                00073000
                UNTIL WS-FIN-CURSOR OR WS-FIN-PROCESO                   00073100
                                                                        00073200
              PERFORM 8300-I-CERRAR-CURSOR-C1                           00073300
                 THRU 8300-F-CERRAR-CURSOR-C1                           00073400
           END-IF                                                       00073500
           .                                                            00073600
       3000-F-DORMIDAS. EXIT.                                           00073700
                                                                        00073800
       3100-I-UNA-DORMIDA.                                              00073900
                                                                        00074000
           MOVE 'DM'         TO EVT-CODIGO                              00074100
           MOVE EC-TIPCUEN   TO EVT-TIPCUEN                             00074200
           MOVE EC-NROCUEN   TO EVT-NROCUEN                             00074300
           MOVE WS-NROCLI    TO EVT-NROCLI                              00074400
           MOVE WS-MONEDA    TO EVT-MONEDA                              00074500
           MOVE ZEROS        TO EVT-IMPORTE                             00074600
           MOVE WS-SALDO     TO EVT-SALDO                               00074700
           MOVE SPACES       TO EVT-TIPMOV                              00074800
           MOVE ZEROS        TO EVT-NROSEC                              00074900
           MOVE 'CTA DORMID' TO EVT-DETALLE                             00075000
                                                                        00075100
           PERFORM 6000-I-EMITIR-AVISO                                  00075200
              THRU 6000-F-EMITIR-AVISO                                  00075300
                                                                        00075400
           PERFORM 8400-I-LEER-CURSOR-C1                                00075500
              THRU 8400-F-LEER-CURSOR-C1                                00075600
           .                                                            00075700
       3100-F-UNA-DORMIDA. EXIT.                                        00075800
                                                                        00075900
      ***********************************************************       00076000
      *  SECCION 3: MOVIMIENTOS DEL DIA SOBRE EL UMBRAL (C2).   *       00076100
      *  VARIOS EN LA MISMA CUENTA DAN UN SOLO AVISO (EL DE     *       00076200
      *  MENOR NROSEC): LOS DEMAS SALEN COMO REPETIDOS.         *       00076300
      ***********************************************************       00076400
       4000-I-MOV-IMPORTANTES.                                          00076500
                                                                        00076600
           SET WS-SI-CURSOR TO TRUE                                     00076700
                                                                        00076800
           PERFORM 8210-I-ABRIR-CURSOR-C2                               00076900
              THRU 8210-F-ABRIR-CURSOR-C2                               00077000
                                                                        00077100
           IF WS-SI-CURSOR                                              00077200
              PERFORM 8410-I-LEER-CURSOR-C2                             00077300
                 THRU 8410-F-LEER-CURSOR-C2                             00077400
                                                                        00077500
              PERFORM 4100-I-UN-MOVIMIENTO                              00077600
                 THRU 4100-F-UN-MOVIMIENTO                              00077700
                UNTIL WS-FIN-CURSOR OR WS-FIN-PROCESO                   00077800
                                                                        00077900
              PERFORM 8310-I-CERRAR-CURSOR-C2                           00078000
                 THRU 8310-F-CERRAR-CURSOR-C2                           00078100
           END-IF                                                       00078200
           .                                                            00078300
       4000-F-MOV-IMPORTANTES. EXIT.                                    00078400
                                                                        00078500
       4100-I-UN-MOVIMIENTO.                                            00078600
                                                                        00078700
           MOVE 'MI'         TO EVT-CODIGO                              00078800
           MOVE MH-TIPCUEN   TO EVT-TIPCUEN                             00078900
           MOVE MH-NROCUEN   TO EVT-NROCUEN                             00079000
           MOVE WS-NROCLI    TO EVT-NROCLI                              00079100
           MOVE MH-MONEDA    TO EVT-MONEDA                              00079200
           MOVE MH-IMPORTE   TO EVT-IMPORTE                             00079300
           MOVE MH-SALDOPOS  TO EVT-SALDO                               00079400
           MOVE MH-TIPMOV    TO EVT-TIPMOV                              00079500
           MOVE MH-NROSEC    TO EVT-NROSEC                              00079600
           MOVE SPACES       TO EVT-DETALLE                             00079700
           STRING 'MOV ' MH-TIPMOV DELIMITED BY SIZE                    00079800
                  INTO EVT-DETALLE                                      00079900
                                                                        00080000
           PERFORM 6000-I-EMITIR-AVISO                                  00080100
              THRU 6000-F-EMITIR-AVISO                                  00080200
                                                                        00080300
           PERFORM 8410-I-LEER-CURSOR-C2                                00080400
              THRU 8410-F-LEER-CURSOR-C2                                00080500
           .                                                            00080600
       4100-F-UN-MOVIMIENTO. EXIT.                                      00080700
                                                                        00080800
      ***********************************************************       00080900
      *  SECCION 4: SALDO BAJO LUEGO DEL POSTEO (C3). SOLO LAS  *       00081000
      *  CUENTAS QUE SE MOVIERON EN EL DIA: UNA CUENTA QUIETA   *       00081100
      *  POR DEBAJO DEL UMBRAL NO SE AVISA TODOS LOS DIAS.      *       00081200
      ***********************************************************       00081300
       5000-I-SALDOS-BAJOS.                                             00081400
                                                                        00081500
           SET WS-SI-CURSOR TO TRUE                                     00081600
                                                                        00081700
           PERFORM 8220-I-ABRIR-CURSOR-C3                               00081800
              THRU 8220-F-ABRIR-CURSOR-C3                               00081900
                                                                        00082000
           IF WS-SI-CURSOR                                              00082100
              PERFORM 8420-I-LEER-CURSOR-C3                             00082200
                 THRU 8420-F-LEER-CURSOR-C3                             00082300
                                                                        00082400
              PERFORM 5100-I-UN-SALDO-BAJO                              00082500
                 THRU 5100-F-UN-SALDO-BAJO                              00082600
                UNTIL WS-FIN-CURSOR OR WS-FIN-PROCESO                   00082700
                                                                        00082800
              PERFORM 8320-I-CERRAR-CURSOR-C3                           00082900
                 THRU 8320-F-CERRAR-CURSOR-C3                           00083000
           END-IF                                                       00083100
           .                                                            00083200
       5000-F-SALDOS-BAJOS. EXIT.                                       00083300
                                                                        00083400
       5100-I-UN-SALDO-BAJO.                                            00083500
                                                                        00083600
           MOVE 'SB'            TO EVT-CODIGO                           00083700
           MOVE WS-TIPCUEN      TO EVT-TIPCUEN                          00083800
           MOVE WS-NROCUEN      TO EVT-NROCUEN                          00083900
           MOVE WS-NROCLI       TO EVT-NROCLI                           00084000
           MOVE WS-MONEDA       TO EVT-MONEDA                           00084100
           MOVE WS-UMBRAL-SALDO TO EVT-IMPORTE                          00084200
           MOVE WS-SALDO        TO EVT-SALDO                            00084300
           MOVE SPACES          TO EVT-TIPMOV                           00084400
           MOVE ZEROS           TO EVT-NROSEC                           00084500
           MOVE 'SALDO BAJO'    TO EVT-DETALLE                          00084600
                                                                        00084700
           PERFORM 6000-I-EMITIR-AVISO                                  00084800
              THRU 6000-F-EMITIR-AVISO                                  00084900
                                                                        00085000
           PERFORM 8420-I-LEER-CURSOR-C3                                00085100
              THRU 8420-F-LEER-CURSOR-C3                                00085200
           .                                                            00085300
       5100-F-UN-SALDO-BAJO. EXIT.                                      00085400
                                                                        00085500
      ***********************************************************       00085600
      *  EMISION DE UN AVISO:                                   *       00085700
      *  1- CONTACTO DEL CLIENTE (TBDOMCLI): SIN CORREO O CON   *       00085800
      *     AVISOS = 'N' NO SE AVISA                            *       00085900
      *  2- REGISTRO EN TBAVIENV: -803 ES UN AVISO YA EMITIDO   *       00086000
      *     EN UNA CORRIDA ANTERIOR DEL MISMO DIA               *       00086100
      *  3- REGISTRO 'D' EN EL ARCHIVO Y LINEA DEL LISTADO      *       00086200
      ***********************************************************       00086300
       6000-I-EMITIR-AVISO.                                             00086400
                                                                        00086500
           MOVE '6000-I-EMITIR-AVISO' TO WS-PARRAFO                     00086600
                                                                        00086700
           ADD 1 TO WS-CANT-EVENTOS                                     00086800
                                                                        00086900
           PERFORM 8510-I-LEER-CONTACTO                                 00087000
              THRU 8510-F-LEER-CONTACTO                                 00087100
           IF WS-FIN-PROCESO                                            00087200
              GO TO 6000-F-EMITIR-AVISO                                 00087300
           END-IF                                                       00087400
                                                                        00087500
           IF WS-CONTACTO-NO OR DO-EMAIL = SPACES                       00087600
              ADD 1 TO WS-CANT-SIN-CORREO                               00087700
              GO TO 6000-F-EMITIR-AVISO                                 00087800
           END-IF                                                       00087900
                                                                        00088000
           IF DO-AVISOS = 'N'                                           00088100
              ADD 1 TO WS-CANT-ADHESION-NO                              00088200
              GO TO 6000-F-EMITIR-AVISO                                 00088300
           END-IF                                                       00088400
                                                                        00088500
           MOVE WS-FECHA-DB2 TO AV-FECPROC                              00088600
           MOVE EVT-CODIGO   TO AV-EVENTO                               00088700
           MOVE EVT-TIPCUEN  TO AV-TIPCUEN                              00088800
           MOVE EVT-NROCUEN  TO AV-NROCUEN                              00088900
           MOVE EVT-NROCLI   TO AV-NROCLI                               00089000
           MOVE DO-EMAIL     TO AV-EMAIL                                00089100
           MOVE EVT-IMPORTE  TO AV-IMPORTE                              00089200
           MOVE FUNCTION CURRENT-DATE(1:21) TO AV-TSENVIO               00089300
                                                                        00089400
           EXEC SQL                                                     00089500
              INSERT INTO KC02803.TBAVIENV                              00089600
                     (FECPROC, EVENTO, TIPCUEN, NROCUEN,                00089700
                      NROCLI, EMAIL, IMPORTE, TSENVIO)                  00089800
              VALUES (:AV-FECPROC,                                      00089900
                      :AV-EVENTO,                                       00090000
                      :AV-TIPCUEN,                                      00090100
                      :AV-NROCUEN,                                      00090200
                      :AV-NROCLI,                                       00090300
                      :AV-EMAIL,                                        00090400
                      :AV-IMPORTE,                                      00090500
                      :AV-TSENVIO)                                      00090600
           END-EXEC                                                     00090700
                                                                        00090800
           EVALUATE TRUE                                                00090900
           WHEN SQLCODE EQUAL ZEROS                                     00091000
                CONTINUE                                                00091100
           WHEN SQLCODE EQUAL -803                                      00091200
                ADD 1 TO WS-CANT-REPETIDOS                              00091300
                GO TO 6000-F-EMITIR-AVISO                               00091400
           WHEN OTHER                                                   00091500
                PERFORM 9995-I-ERROR-DB2                                00091600
                   THRU 9995-F-ERROR-DB2                                00091700
                GO TO 6000-F-EMITIR-AVISO                               00091800
           END-EVALUATE                                                 00091900
                                                                        00092000
           MOVE WS-FECHA-DB2 TO REG-D-FECPROC                           00092100
           MOVE EVT-CODIGO   TO REG-D-EVENTO                            00092200
           MOVE EVT-NROCLI   TO REG-D-NROCLI                            00092300
           MOVE DO-EMAIL     TO REG-D-EMAIL                             00092400
           MOVE EVT-TIPCUEN  TO REG-D-TIPCUEN                           00092500
           MOVE EVT-NROCUEN  TO REG-D-NROCUEN                           00092600
           MOVE EVT-MONEDA   TO REG-D-MONEDA                            00092700
           MOVE EVT-IMPORTE  TO REG-D-IMPORTE                           00092800
           MOVE EVT-SALDO    TO REG-D-SALDO                             00092900
           MOVE EVT-TIPMOV   TO REG-D-TIPMOV                            00093000
           MOVE EVT-NROSEC   TO REG-D-NROSEC                            00093100
           MOVE SPACES       TO REG-D-MOTIVO                            00093200
           IF EVT-SOBREGIRO OR EVT-BLOQUEO                              00093300
              MOVE EVT-DETALLE TO REG-D-MOTIVO                          00093400
           END-IF                                                       00093500
                                                                        00093600
           WRITE REG-AVISOS FROM WS-REG-AVISO-D                         00093700
                                                                        00093800
           MOVE FS-AVISOS TO FS-ACTUAL                                  00093900
           MOVE 'ARCHIVO DE AVISOS' TO WS-ARCHIVO-DESC                  00094000
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00094100
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00094200
                                                                        00094300
           ADD 1 TO WS-REG-AVISOS                                       00094400
           ADD 1 TO WS-CANT-EMITIDOS                                    00094500
                                                                        00094600
           EVALUATE TRUE                                                00094700
           WHEN EVT-SOBREGIRO                                           00094800
                ADD 1 TO WS-CANT-SG                                     00094900
           WHEN EVT-BLOQUEO                                             00095000
                ADD 1 TO WS-CANT-BQ                                     00095100
           WHEN EVT-DORMIDA                                             00095200
                ADD 1 TO WS-CANT-DM                                     00095300
           WHEN EVT-MOV-IMPORTANTE                                      00095400
                ADD 1 TO WS-CANT-MI                                     00095500
           WHEN EVT-SALDO-BAJO                                          00095600
                ADD 1 TO WS-CANT-SB                                     00095700
           END-EVALUATE                                                 00095800
                                                                        00095900
           MOVE EVT-CODIGO   TO REG-AVI-EVENTO                          00096000
           MOVE EVT-NROCLI   TO REG-AVI-NROCLI                          00096100
           MOVE DO-EMAIL     TO REG-AVI-EMAIL                           00096200
           MOVE EVT-TIPCUEN  TO REG-AVI-TIPCUEN                         00096300
           MOVE EVT-NROCUEN  TO REG-AVI-NROCUEN                         00096400
           MOVE EVT-MONEDA   TO REG-AVI-MONEDA                          00096500
           MOVE EVT-IMPORTE  TO REG-AVI-IMPORTE                         00096600
           MOVE EVT-SALDO    TO REG-AVI-SALDO                           00096700
           MOVE EVT-DETALLE  TO REG-AVI-DETALLE                         00096800
                                                                        00096900
           PERFORM 3900-I-GRABAR-LINEA                                  00097000
              THRU 3900-F-GRABAR-LINEA                                  00097100
           .                                                            00097200
       6000-F-EMITIR-AVISO. EXIT.                                       00097300
                                                                        00097400
      **************************************                            00097500
      *  GRABAR LINEA DEL LISTADO          *                            00097600
      **************************************                            00097700
       3900-I-GRABAR-LINEA.                                             00097800
                                                                        00097900
           IF WS-CUENTA-LINEA > 50                                      00098000
                PERFORM 9000-I-GRABAR-TITULOS                           00098100
                   THRU 9000-F-GRABAR-TITULOS                           00098200
           END-IF                                                       00098300
                                                                        00098400
           WRITE REG-SALIDA FROM WS-REG-SALIDA-AVI  AFTER 1             00098500
                                                                        00098600
           MOVE FS-SALIDA TO FS-ACTUAL                                  00098700
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00098800
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00098900
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00099000
                                                                        00099100
           ADD  1   TO  WS-GRABADOS                                     00099200
           ADD  1   TO  WS-CUENTA-LINEA.                                00099300
                                                                        00099400
       3900-F-GRABAR-LINEA. EXIT.                                       00099500
                                                                        00099600
      ***********************************************************       00099700
      *  TRAILER DEL ARCHIVO DE AVISOS: CANTIDADES POR EVENTO Y *       00099800
      *  TOTAL DE DETALLES. SOLO LO GRABA UNA CORRIDA SIN ERROR *       00099900
      ***********************************************************       00100000
       7000-I-GRABAR-TRAILER.                                           00100100
                                                                        00100200
           MOVE '7000-I-GRABAR-TRAILER' TO WS-PARRAFO                   00100300
                                                                        00100400
           MOVE WS-FECHA-DB2     TO REG-T-FECPROC                       00100500
           MOVE WS-CANT-SG       TO REG-T-CANT-SG                       00100600
           MOVE WS-CANT-BQ       TO REG-T-CANT-BQ                       00100700
           MOVE WS-CANT-DM       TO REG-T-CANT-DM                       00100800
           MOVE WS-CANT-MI       TO REG-T-CANT-MI                       00100900
           MOVE WS-CANT-SB       TO REG-T-CANT-SB                       00101000
           MOVE WS-CANT-EMITIDOS TO REG-T-CANT-TOTAL                    00101100
                                                                        00101200
           WRITE REG-AVISOS FROM WS-REG-AVISO-T                         00101300
                                                                        00101400
           MOVE FS-AVISOS TO FS-ACTUAL                                  00101500
           MOVE 'ARCHIVO DE AVISOS' TO WS-ARCHIVO-DESC                  00101600
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00101700
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00101800
                                                                        00101900
           ADD 1 TO WS-REG-AVISOS                                       00102000
           .                                                            00102100
       7000-F-GRABAR-TRAILER. EXIT.                                     00102200
                                                                        00102300
      **************************************                            00102400
      * APERTURA DE ARCHIVOS               *                            00102500
      **************************************                            00102600
       8000-I-APERTURA-ARCHIVOS.                                        00102700
                                                                        00102800
           MOVE '8000-I-APERTURA-ARCHIVOS' TO WS-PARRAFO                00102900
                                                                        00103000
           OPEN INPUT  RECHAZOS.                                        00103100
           MOVE FS-RECHAZOS TO FS-ACTUAL                                00103200
           MOVE 'ARCHIVO RECHAZOS' TO WS-ARCHIVO-DESC                   00103300
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00103400
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00103500
                                                                        00103600
           OPEN OUTPUT AVISOS.                                          00103700
           MOVE FS-AVISOS TO FS-ACTUAL                                  00103800
           MOVE 'ARCHIVO DE AVISOS' TO WS-ARCHIVO-DESC                  00103900
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00104000
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00104100
                                                                        00104200
           OPEN OUTPUT SALIDA.                                          00104300
           MOVE FS-SALIDA  TO FS-ACTUAL                                 00104400
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00104500
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00104600
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00104700
           .                                                            00104800
       8000-F-APERTURA-ARCHIVOS. EXIT.                                  00104900
                                                                        00105000
      **************************************                            00105100
      *  LECTURA DEL ARCHIVO DE RECHAZOS   *                            00105200
      **************************************                            00105300
       8050-I-LEER-RECHAZO.                                             00105400
                                                                        00105500
           MOVE '8050-I-LEER-RECHAZO' TO WS-PARRAFO                     00105600
                                                                        00105700
           READ RECHAZOS                                                00105800
                                                                        00105900
           EVALUATE FS-RECHAZOS                                         00106000
           WHEN '00'                                                    00106100
                ADD 1 TO WS-RCH-LEIDOS                                  00106200
           WHEN '10'                                                    00106300
                SET WS-FIN-RECHAZOS TO TRUE                             00106400
           WHEN OTHER                                                   00106500
                MOVE FS-RECHAZOS TO FS-ACTUAL                           00106600
                MOVE 'ARCHIVO RECHAZOS' TO WS-ARCHIVO-DESC              00106700
                PERFORM 9996-I-VALIDAR-FS-ACTUAL                        00106800
                   THRU 9996-F-VALIDAR-FS-ACTUAL                        00106900
                SET WS-FIN-RECHAZOS TO TRUE                             00107000
           END-EVALUATE                                                 00107100
           .                                                            00107200
       8050-F-LEER-RECHAZO. EXIT.                                       00107300
                                                                        00107400
      **************************************                            00107500
      *  CIERRE DE ARCHIVOS                *                            00107600
      **************************************                            00107700
       8100-I-CIERRE-ARCHIVOS.                                          00107800
                                                                        00107900
           MOVE '8100-I-CIERRE-ARCHIVOS' TO WS-PARRAFO                  00108000
                                                                        00108100
           CLOSE RECHAZOS.                                              00108200
           MOVE FS-RECHAZOS TO FS-ACTUAL                                00108300
           MOVE 'ARCHIVO RECHAZOS' TO WS-ARCHIVO-DESC                   00108400
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00108500
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00108600
                                                                        00108700
           CLOSE AVISOS.                                                00108800
           MOVE FS-AVISOS TO FS-ACTUAL                                  00108900
           MOVE 'ARCHIVO DE AVISOS' TO WS-ARCHIVO-DESC                  00109000
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00109100
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00109200
                                                                        00109300
           CLOSE SALIDA.                                                00109400
           MOVE FS-SALIDA  TO FS-ACTUAL                                 00109500
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00109600
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00109700
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00109800
           .                                                            00109900
       8100-F-CIERRE-ARCHIVOS. EXIT.                                    00110000
                                                                        00110100
      ***********************************************************       00110200
      *  APERTURA DE CURSOR C1 (DORMIDAS)                       *       00110300
      ***********************************************************       00110400
       8200-I-ABRIR-CURSOR-C1.                                          00110500
                                                                        00110600
           MOVE '8200-I-ABRIR-CURSOR-C1' TO WS-PARRAFO.                 00110700
                                                                        00110800
           EXEC SQL  OPEN C1  END-EXEC                                  00110900
                                                                        00111000
           IF  SQLCODE EQUAL ZEROS                                      00111100
                SET WS-SI-CURSOR           TO TRUE                      00111200
           ELSE                                                         00111300
                PERFORM 9995-I-ERROR-DB2                                00111400
                   THRU 9995-F-ERROR-DB2                                00111500
                SET  WS-FIN-CURSOR  TO TRUE                             00111600
           END-IF.                                                      00111700
                                                                        00111800
       8200-F-ABRIR-CURSOR-C1. EXIT.                                    00111900
                                                                        00112000
      ***********************************************************       00112100
      *  APERTURA DE CURSOR C2 (MOVIMIENTOS IMPORTANTES)        *       00112200
      ***********************************************************       00112300
       8210-I-ABRIR-CURSOR-C2.                                          00112400
                                                                        00112500
           MOVE '8210-I-ABRIR-CURSOR-C2' TO WS-PARRAFO.                 00112600
                                                                        00112700
           EXEC SQL  OPEN C2  END-EXEC                                  00112800
                                                                        00112900
           IF  SQLCODE EQUAL ZEROS                                      00113000
                SET WS-SI-CURSOR           TO TRUE                      00113100
           ELSE                                                         00113200
                PERFORM 9995-I-ERROR-DB2                                00113300
                   THRU 9995-F-ERROR-DB2                                00113400
                SET  WS-FIN-CURSOR  TO TRUE                             00113500
           END-IF.                                                      00113600
                                                                        00113700
       8210-F-ABRIR-CURSOR-C2. EXIT.                                    00113800
                                                                        00113900
      ***********************************************************       00114000
      *  APERTURA DE CURSOR C3 (SALDOS BAJOS)                   *       00114100
      ***********************************************************       00114200
       8220-I-ABRIR-CURSOR-C3.                                          00114300
                                                                        00114400
           MOVE '8220-I-ABRIR-CURSOR-C3' TO WS-PARRAFO.                 00114500
                                                                        00114600
           EXEC SQL  OPEN C3  END-EXEC                                  00114700
                                                                        00114800
           IF  SQLCODE EQUAL ZEROS                                      00114900
                SET WS-SI-CURSOR           TO TRUE                      00115000
           ELSE                                                         00115100
                PERFORM 9995-I-ERROR-DB2                                00115200
                   THRU 9995-F-ERROR-DB2                                00115300
                SET  WS-FIN-CURSOR  TO TRUE                             00115400
           END-IF.                                                      00115500
                                                                        00115600
       8220-F-ABRIR-CURSOR-C3. EXIT.                                    00115700
                                                                        00115800
      ***********************************************************       00115900
      *  CIERRE DE CURSOR C1                                    *       00116000
      ***********************************************************       00116100
       8300-I-CERRAR-CURSOR-C1.                                         00116200
                                                                        00116300
           MOVE '8300-I-CERRAR-CURSOR-C1' TO WS-PARRAFO.                00116400
                                                                        00116500
           EXEC SQL CLOSE C1  END-EXEC                                  00116600
                                                                        00116700
           IF  SQLCODE EQUAL ZEROS                                      00116800
                CONTINUE                                                00116900
           ELSE                                                         00117000
                PERFORM 9995-I-ERROR-DB2                                00117100
                   THRU 9995-F-ERROR-DB2                                00117200
           END-IF.                                                      00117300
                                                                        00117400
       8300-F-CERRAR-CURSOR-C1. EXIT.                                   00117500
                                                                        00117600
      ***********************************************************       00117700
      *  CIERRE DE CURSOR C2                                    *       00117800
      ***********************************************************       00117900
       8310-I-CERRAR-CURSOR-C2.                                         00118000
                                                                        00118100
           MOVE '8310-I-CERRAR-CURSOR-C2' TO WS-PARRAFO.                00118200
                                                                        00118300
           EXEC SQL CLOSE C2  END-EXEC                                  00118400
                                                                        00118500
           IF  SQLCODE EQUAL ZEROS                                      00118600
                CONTINUE                                                00118700
           ELSE                                                         00118800
                PERFORM 9995-I-ERROR-DB2                                00118900
                   THRU 9995-F-ERROR-DB2                                00119000
           END-IF.                                                      00119100
                                                                        00119200
       8310-F-CERRAR-CURSOR-C2. EXIT.                                   00119300
                                                                        00119400
      ***********************************************************       00119500
      *  CIERRE DE CURSOR C3                                    *       00119600
      ***********************************************************       00119700
       8320-I-CERRAR-CURSOR-C3.                                         00119800
                                                                        00119900
           MOVE '8320-I-CERRAR-CURSOR-C3' TO WS-PARRAFO.                00120000
                                                                        00120100
           EXEC SQL CLOSE C3  END-EXEC                                  00120200
                                                                        00120300
           IF  SQLCODE EQUAL ZEROS                                      00120400
                CONTINUE                                                00120500
           ELSE                                                         00120600
                PERFORM 9995-I-ERROR-DB2                                00120700
                   THRU 9995-F-ERROR-DB2                                00120800
           END-IF.                                                      00120900
                                                                        00121000
       8320-F-CERRAR-CURSOR-C3. EXIT.                                   00121100
                                                                        00121200
      ***********************************************************       00121300
      *  LECTURA DE CURSOR C1                                   *       00121400
      ***********************************************************       00121500
       8400-I-LEER-CURSOR-C1.                                           00121600
                                                                        00121700
           MOVE '8400-I-LEER-CURSOR-C1' TO WS-PARRAFO.                  00121800
                                                                        00121900
                EXEC SQL                                                00122000
                   FETCH C1                                             00122100
                   INTO  :DCLTBESTCTA.EC-TIPCUEN,                       00122200
                         :DCLTBESTCTA.EC-NROCUEN,                       00122300
                         :DCLTBCURCTA.WS-NROCLI,                        00122400
                         :DCLTBCURCTA.WS-SALDO,                         00122500
                         :DCLTBCURCTA.WS-MONEDA                         00122600
                END-EXEC                                                00122700
                                                                        00122800
           EVALUATE TRUE                                                00122900
           WHEN SQLCODE EQUAL ZEROS                                     00123000
                CONTINUE                                                00123100
           WHEN SQLCODE EQUAL +100                                      00123200
                SET  WS-FIN-CURSOR  TO TRUE                             00123300
           WHEN OTHER                                                   00123400
                PERFORM 9995-I-ERROR-DB2                                00123500
                   THRU 9995-F-ERROR-DB2                                00123600
                SET  WS-FIN-CURSOR  TO TRUE                             00123700
           END-EVALUATE.                                                00123800
                                                                        00123900
       8400-F-LEER-CURSOR-C1. EXIT.                                     00124000
                                                                        00124100
      ***********************************************************       00124200
      *  LECTURA DE CURSOR C2                                   *       00124300
      ***********************************************************       00124400
       8410-I-LEER-CURSOR-C2.                                           00124500
                                                                        00124600
           MOVE '8410-I-LEER-CURSOR-C2' TO WS-PARRAFO.                  00124700
                                                                        00124800
                EXEC SQL                                                00124900
                   FETCH C2                                             00125000
                   INTO  :DCLTBCURCTA.WS-NROCLI,                        00125100
                         :DCLTBMOVHIS.MH-TIPCUEN,                       00125200
                         :DCLTBMOVHIS.MH-NROCUEN,                       00125300
                         :DCLTBMOVHIS.MH-NROSEC,                        00125400
                         :DCLTBMOVHIS.MH-TIPMOV,                        00125500
                         :DCLTBMOVHIS.MH-IMPORTE,                       00125600
                         :DCLTBMOVHIS.MH-SALDOPOS,                      00125700
                         :DCLTBMOVHIS.MH-MONEDA                         00125800
                END-EXEC                                                00125900
                                                                        00126000
           EVALUATE TRUE                                                00126100
           WHEN SQLCODE EQUAL ZEROS                                     00126200
                CONTINUE                                                00126300
           WHEN SQLCODE EQUAL +100                                      00126400
                SET  WS-FIN-CURSOR  TO TRUE                             00126500
           WHEN OTHER                                                   00126600
                PERFORM 9995-I-ERROR-DB2                                00126700
                   THRU 9995-F-ERROR-DB2                                00126800
                SET  WS-FIN-CURSOR  TO TRUE                             00126900
           END-EVALUATE.                                                00127000
                                                                        00127100
       8410-F-LEER-CURSOR-C2. EXIT.                                     00127200
                                                                        00127300
      ***********************************************************       00127400
      *  LECTURA DE CURSOR C3                                   *       00127500
      ***********************************************************       00127600
       8420-I-LEER-CURSOR-C3.                                           00127700
                                                                        00127800
           MOVE '8420-I-LEER-CURSOR-C3' TO WS-PARRAFO.                  00127900
                                                                        00128000
                EXEC SQL                                                00128100
                   FETCH C3                                             00128200
                   INTO  :DCLTBCURCTA.WS-TIPCUEN,                       00128300
                         :DCLTBCURCTA.WS-NROCUEN,                       00128400
                         :DCLTBCURCTA.WS-NROCLI,                        00128500
                         :DCLTBCURCTA.WS-SALDO,                         00128600
                         :DCLTBCURCTA.WS-MONEDA                         00128700
                END-EXEC                                                00128800
                                                                        00128900
           EVALUATE TRUE                                                00129000
           WHEN SQLCODE EQUAL ZEROS                                     00129100
                CONTINUE                                                00129200
           WHEN SQLCODE EQUAL +100                                      00129300
                SET  WS-FIN-CURSOR  TO TRUE                             00129400
           WHEN OTHER                                                   00129500
                PERFORM 9995-I-ERROR-DB2                                00129600
                   THRU 9995-F-ERROR-DB2                                00129700
                SET  WS-FIN-CURSOR  TO TRUE                             00129800
           END-EVALUATE.                                                00129900
                                                                        00130000
       8420-F-LEER-CURSOR-C3. EXIT.                                     00130100
                                                                        00130200
      ***********************************************************       00130300
      *  CUENTA DEL RECHAZO EN TBCURCTA (TITULAR, SALDO Y       *       00130400
      *  MONEDA ACTUALES). SIN FILA LA CUENTA NO EXISTE (EL     *       00130500
      *  RECHAZO PUDO SER JUSTAMENTE POR CUENTA INEXISTENTE).   *       00130600
      ***********************************************************       00130700
       8500-I-LEER-CUENTA.                                              00130800
                                                                        00130900
           MOVE '8500-I-LEER-CUENTA' TO WS-PARRAFO.                     00131000
                                                                        00131100
           EXEC SQL                                                     00131200
              SELECT NROCLI,                                            00131300
                     SALDO,                                             00131400
                     MONEDA                                             00131500
                INTO :WS-NROCLI,                                        00131600
                     :WS-SALDO,                                         00131700
                     :WS-MONEDA                                         00131800
                FROM KC02803.TBCURCTA                                   00131900
               WHERE TIPCUEN = :WS-TIPCUEN                              00132000
                 AND NROCUEN = :WS-NROCUEN                              00132100
           END-EXEC                                                     00132200
                                                                        00132300
           EVALUATE TRUE                                                00132400
           WHEN SQLCODE EQUAL ZEROS                                     00132500
                SET WS-CUENTA-SI TO TRUE                                00132600
           WHEN SQLCODE EQUAL +100                                      00132700
                SET WS-CUENTA-NO TO TRUE                                00132800
           WHEN OTHER                                                   00132900
                SET WS-CUENTA-NO TO TRUE                                00133000
                PERFORM 9995-I-ERROR-DB2                                00133100
                   THRU 9995-F-ERROR-DB2                                00133200
           END-EVALUATE.                                                00133300
                                                                        00133400
       8500-F-LEER-CUENTA. EXIT.                                        00133500
                                                                        00133600
      ***********************************************************       00133700
      *  CONTACTO DEL CLIENTE (TBDOMCLI: CORREO Y MARCA DE      *       00133800
      *  AVISOS), CON CACHE POR NROCLI: LOS CURSORES VIENEN     *       00133900
      *  ORDENADOS POR CLIENTE.                                 *       00134000
      ***********************************************************       00134100
       8510-I-LEER-CONTACTO.                                            00134200
                                                                        00134300
           IF EVT-NROCLI = WS-CLI-CONSULTADO                            00134400
              GO TO 8510-F-LEER-CONTACTO                                00134500
           END-IF                                                       00134600
                                                                        00134700
           MOVE '8510-I-LEER-CONTACTO' TO WS-PARRAFO.                   00134800
                                                                        00134900
           MOVE EVT-NROCLI TO WS-CLI-CONSULTADO, DO-NROCLI              00135000
                                                                        00135100
           EXEC SQL                                                     00135200
              SELECT EMAIL,                                             00135300
                     AVISOS                                             00135400
                INTO :DO-EMAIL,                                         00135500
                     :DO-AVISOS                                         00135600
                FROM KC02803.TBDOMCLI                                   00135700
               WHERE NROCLI = :DO-NROCLI                                00135800
           END-EXEC                                                     00135900
                                                                        00136000
           EVALUATE TRUE                                                00136100
           WHEN SQLCODE EQUAL ZEROS                                     00136200
                SET WS-CONTACTO-SI TO TRUE                              00136300
           WHEN SQLCODE EQUAL +100                                      00136400
                SET WS-CONTACTO-NO TO TRUE                              00136500
                MOVE SPACES TO DO-EMAIL                                 00136600
                MOVE 'S'    TO DO-AVISOS                                00136700
           WHEN OTHER                                                   00136800
                MOVE SQLCODE   TO WS-SQLCODE                            00136900
                DISPLAY '************************************'          00137000
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00137100
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00137200
                DISPLAY '************************************'          00137300
                DISPLAY '* TABLA       : DOMICIL. TBDOMCLI  *'          00137400
                DISPLAY '* DESCRIPCION : CONTACTO DEL CLI.  *'          00137500
                DISPLAY '************************************'          00137600
                MOVE 9999 TO RETURN-CODE                                00137700
                MOVE -1   TO WS-CLI-CONSULTADO                          00137800
                SET  WS-FIN-PROCESO TO TRUE                             00137900
                SET  WS-FIN-CURSOR  TO TRUE                             00138000
           END-EVALUATE.                                                00138100
                                                                        00138200
       8510-F-LEER-CONTACTO. EXIT.                                      00138300
                                                                        00138400
      **************************************                            00138500
      *  GRABAR TITULOS                    *                            00138600
      **************************************                            00138700
       9000-I-GRABAR-TITULOS.                                           00138800
                                                                        00138900
           MOVE '9000-I-GRABAR-TITULOS' TO WS-PARRAFO.                  00139000
                                                                        00139100
           ADD 1 TO WS-NRO-PAGINA                                       00139200
                                                                        00139300
           WRITE REG-SALIDA FROM WS-LINEA  AFTER PAGE                   00139400
           WRITE REG-SALIDA FROM WS-TITULO                              00139500
           WRITE REG-SALIDA FROM WS-LINEA                               00139600
           WRITE REG-SALIDA FROM WS-SUBTITULO-AVISOS  AFTER 1           00139700
           WRITE REG-SALIDA FROM WS-LINEA                               00139800
                                                                        00139900
           MOVE FS-SALIDA TO FS-ACTUAL                                  00140000
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00140100
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00140200
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00140300
                                                                        00140400
           MOVE 5   TO  WS-CUENTA-LINEA.                                00140500
                                                                        00140600
       9000-F-GRABAR-TITULOS.   EXIT.                                   00140700
                                                                        00140800
      ***********************************************************       00140900
      *  ESTADISTICAS DE LA CORRIDA                             *       00141000
      ***********************************************************       00141100
       9950-I-GRABAR-ESTADISTICAS.                                      00141200
                                                                        00141300
           MOVE 'EXAMEN26' TO ER-PROGRAMA                               00141400
                                                                        00141500
           MOVE 'EVENTOS-DETECTADOS' TO ER-CONTADOR                     00141600
           MOVE WS-CANT-EVENTOS TO ER-VALOR                             00141700
           PERFORM 9955-I-INSERT-ESTADISTICA                            00141800
              THRU 9955-F-INSERT-ESTADISTICA                            00141900
                                                                        00142000
           MOVE 'AVISOS-EMITIDOS   ' TO ER-CONTADOR                     00142100
           MOVE WS-CANT-EMITIDOS TO ER-VALOR                            00142200
           PERFORM 9955-I-INSERT-ESTADISTICA                            00142300
              THRU 9955-F-INSERT-ESTADISTICA                            00142400
                                                                        00142500
           MOVE 'AVISOS-REPETIDOS  ' TO ER-CONTADOR                     00142600
           MOVE WS-CANT-REPETIDOS TO ER-VALOR                           00142700
           PERFORM 9955-I-INSERT-ESTADISTICA                            00142800
              THRU 9955-F-INSERT-ESTADISTICA                            00142900
                                                                        00143000
           MOVE 'AVISOS-SIN-CORREO ' TO ER-CONTADOR                     00143100
           MOVE WS-CANT-SIN-CORREO TO ER-VALOR                          00143200
           PERFORM 9955-I-INSERT-ESTADISTICA                            00143300
              THRU 9955-F-INSERT-ESTADISTICA                            00143400
                                                                        00143500
           MOVE 'AVISOS-NO-ADHERIDO' TO ER-CONTADOR                     00143600
           MOVE WS-CANT-ADHESION-NO TO ER-VALOR                         00143700
           PERFORM 9955-I-INSERT-ESTADISTICA                            00143800
              THRU 9955-F-INSERT-ESTADISTICA                            00143900
           .                                                            00144000
       9950-F-GRABAR-ESTADISTICAS. EXIT.                                00144100
                                                                        00144200
      ***********************************************************       00144300
      *  GRABACION DE LAS ESTADISTICAS DE LA CORRIDA EN         *       00144400
      *  KC02803.TBESTRUN (UNA FILA POR CONTADOR). UNA          *       00144500
      *  RECORRIDA DEL MISMO DIA PISA LOS VALORES ANTERIORES.   *       00144600
      ***********************************************************       00144700
       9955-I-INSERT-ESTADISTICA.                                       00144800
                                                                        00144900
           MOVE '9955-I-INSERT-ESTADISTICA' TO WS-PARRAFO.              00145000
                                                                        00145100
           MOVE WS-FECHA-DB2 TO ER-FECPROC                              00145200
           MOVE WS-TS-INICIO TO ER-TSINICIO                             00145300
           MOVE FUNCTION CURRENT-DATE(1:21) TO ER-TSFIN                 00145400
                                                                        00145500
           EXEC SQL                                                     00145600
              INSERT INTO KC02803.TBESTRUN                              00145700
                     (FECPROC, PROGRAMA, CONTADOR,                      00145800
                      VALOR, TSINICIO, TSFIN)                           00145900
              VALUES (:ER-FECPROC,                                      00146000
                      :ER-PROGRAMA,                                     00146100
                      :ER-CONTADOR,                                     00146200
                      :ER-VALOR,                                        00146300
                      :ER-TSINICIO,                                     00146400
                      :ER-TSFIN)                                        00146500
           END-EXEC                                                     00146600
                                                                        00146700
           EVALUATE TRUE                                                00146800
           WHEN SQLCODE EQUAL ZEROS                                     00146900
                CONTINUE                                                00147000
           WHEN SQLCODE EQUAL -803                                      00147100
      *         RECORRIDA DEL MISMO DIA: SE ACTUALIZA LA FILA.          00147200
                EXEC SQL                                                00147300
                   UPDATE KC02803.TBESTRUN                              00147400
                      SET VALOR    = :ER-VALOR,                         00147500
                          TSINICIO = :ER-TSINICIO,                      00147600
                          TSFIN    = :ER-TSFIN                          00147700
                    WHERE FECPROC  = :ER-FECPROC                        00147800
                      AND PROGRAMA = :ER-PROGRAMA                       00147900
                      AND CONTADOR = :ER-CONTADOR                       00148000
                END-EXEC                                                00148100
                IF SQLCODE NOT EQUAL ZEROS                              00148200
                   PERFORM 9956-I-ERROR-ESTADISTICA                     00148300
                      THRU 9956-F-ERROR-ESTADISTICA                     00148400
                END-IF                                                  00148500
           WHEN OTHER                                                   00148600
                PERFORM 9956-I-ERROR-ESTADISTICA                        00148700
                   THRU 9956-F-ERROR-ESTADISTICA                        00148800
           END-EVALUATE.                                                00148900
                                                                        00149000
       9955-F-INSERT-ESTADISTICA. EXIT.                                 00149100
                                                                        00149200
       9956-I-ERROR-ESTADISTICA.                                        00149300
                                                                        00149400
           MOVE SQLCODE   TO WS-SQLCODE                                 00149500
           DISPLAY '************************************'               00149600
           DISPLAY '* ERROR DB2   : ' WS-PARRAFO                        00149700
           DISPLAY '* SQLCODE     : ' WS-SQLCODE                        00149800
           DISPLAY '************************************'               00149900
           DISPLAY '* TABLA       : ESTADIST. TBESTRUN *'               00150000
           DISPLAY '* DESCRIPCION : GRABA ESTADISTICA  *'               00150100
           DISPLAY '************************************'               00150200
           MOVE 9999 TO RETURN-CODE                                     00150300
           .                                                            00150400
       9956-F-ERROR-ESTADISTICA. EXIT.                                  00150500
                                                                        00150600
      *********************************************************         00150700
      *  ERROR DB2 - INFORMA Y CANCELA EL PROCESO             *         00150800
      *********************************************************         00150900
       9995-I-ERROR-DB2.                                                00151000
                                                                        00151100
           MOVE SQLCODE   TO WS-SQLCODE                                 00151200
           DISPLAY '************************************'               00151300
           DISPLAY '* ERROR DB2   : ' WS-PARRAFO                        00151400
           DISPLAY '* SQLCODE     : ' WS-SQLCODE                        00151500
           DISPLAY '************************************'               00151600
           DISPLAY '* TABLA       : AVISOS - TBAVIENV  *'               00151700
           DISPLAY '* DESCRIPCION : AVISOS A CLIENTES  *'               00151800
           DISPLAY '************************************'               00151900
           MOVE 9999 TO RETURN-CODE                                     00152000
           SET  WS-FIN-PROCESO TO TRUE                                  00152100
           SET  WS-FIN-CURSOR  TO TRUE                                  00152200
           .                                                            00152300
       9995-F-ERROR-DB2. EXIT.                                          00152400
                                                                        00152500
      *********************************************************         00152600
      *  VALIDACION FILE STATUS DE LOS ARCHIVOS               *         00152700
      *********************************************************         00152800
       9996-I-VALIDAR-FS-ACTUAL.                                        00152900
           IF FS-ACTUAL  IS NOT EQUAL '00'                              00153000
              DISPLAY '*****************************************'       00153100
              DISPLAY '*     *   FILE STATUS ERROR   *         *'       00153200
              DISPLAY '*****************************************'       00153300
              DISPLAY '* ERROR EN   : ' WS-PARRAFO                      00153400
              DISPLAY '* ARCHIVO    : ' WS-ARCHIVO-DESC                 00153500
              DISPLAY '* ERROR CODE : ' FS-ACTUAL                       00153600
              DISPLAY '*****************************************'       00153700
              MOVE 9999 TO RETURN-CODE                                  00153800
              SET  WS-FIN-PROCESO TO TRUE                               00153900
           ELSE                                                         00154000
              CONTINUE                                                  00154100
           END-IF.                                                      00154200
       9996-F-VALIDAR-FS-ACTUAL. EXIT.                                  00154300
                                                                        00154400
      **************************************                            00154500
      *  CUERPO FINAL CIERRE DE FILES      *                            00154600
      **************************************                            00154700
       9999-I-FINAL.                                                    00154800
                                                                        00154900
      *    UNA CORRIDA CORTADA POR ERROR DESHACE LOS AVISOS QUE         00155000
      *    REGISTRO EN TBAVIENV: EL ARCHIVO QUEDA SIN TRAILER Y LA      00155100
      *    RECORRIDA LOS VUELVE A EMITIR.                               00155200
           IF RETURN-CODE = 9999                                        00155300
              EXEC SQL                                                  00155400
                 ROLLBACK                                               00155500
              END-EXEC                                                  00155600
           END-IF                                                       00155700
                                                                        00155800
      *    UNA CORRIDA RECHAZADA (FECHA DE PROCESO O APERTURA)          00155900
      *    SOLO INFORMA SUS TOTALES POR CONSOLA.                        00156000
           IF WS-ARRANQUE-NO                                            00156100
              GO TO 9999-X-TOTALES                                      00156200
           END-IF                                                       00156300
                                                                        00156400
      *    LOS CONTADORES SE PERSISTEN EN TBESTRUN PARA QUE EL          00156500
      *    CONTROL DE CIERRE (EXAMEN17) DETECTE UNA CORRIDA DEL DIA     00156600
      *    AUSENTE. UNA CORRIDA CORTADA POR ERROR NO GRABA.             00156700
           IF RETURN-CODE NOT = 9999                                    00156800
              PERFORM 9950-I-GRABAR-ESTADISTICAS                        00156900
                 THRU 9950-F-GRABAR-ESTADISTICAS                        00157000
           END-IF                                                       00157100
                                                                        00157200
           PERFORM 8100-I-CIERRE-ARCHIVOS                               00157300
              THRU 8100-F-CIERRE-ARCHIVOS                               00157400
                                                                        00157500
           .                                                            00157600
       9999-X-TOTALES.                                                  00157700
           DISPLAY '**********************************************'.    00157800
           DISPLAY '*  TOTALES DE AVISOS A CLIENTES              *'.    00157900
           DISPLAY '**********************************************'.    00158000
           DISPLAY 'FECHA DE PROCESO         : ' WS-FECHA-DB2.          00158100
           DISPLAY 'RECHAZOS LEIDOS          : ' WS-RCH-LEIDOS.         00158200
           DISPLAY 'RECHAZOS SIN AVISO       : ' WS-RCH-OTROS-MOTIVOS.  00158300
           DISPLAY 'RECHAZOS CTA INEXISTENTE : ' WS-CANT-CTA-INEXIS.    00158400
           DISPLAY 'EVENTOS DETECTADOS       : ' WS-CANT-EVENTOS.       00158500
           DISPLAY 'AVISOS SOBREGIRO    (SG) : ' WS-CANT-SG.            00158600
           DISPLAY 'AVISOS BLOQUEO      (BQ) : ' WS-CANT-BQ.            00158700
           DISPLAY 'AVISOS DORMIDA      (DM) : ' WS-CANT-DM.            00158800
           DISPLAY 'AVISOS MOVIMIENTO   (MI) : ' WS-CANT-MI.            00158900
           DISPLAY 'AVISOS SALDO BAJO   (SB) : ' WS-CANT-SB.            00159000
           DISPLAY 'AVISOS YA EMITIDOS HOY   : ' WS-CANT-REPETIDOS.     00159100
           DISPLAY 'CLIENTES SIN CORREO      : ' WS-CANT-SIN-CORREO.    00159200
           DISPLAY 'CLIENTES SIN ADHESION    : ' WS-CANT-ADHESION-NO.   00159300
           DISPLAY '----------------------------------------------'     00159400
           DISPLAY 'TOTAL AVISOS EMITIDOS    : ' WS-CANT-EMITIDOS.      00159500
           DISPLAY 'TOTAL REG. ARCHIVO AVISOS: ' WS-REG-AVISOS.         00159600
           DISPLAY 'TOTAL REGISTROS GRABADOS : ' WS-GRABADOS.           00159700
           DISPLAY '**********************************************'.    00159800
                                                                        00159900
       9999-F-FINAL.                                                    00160000
           EXIT.                                                        00160100
      *                                                                 00160200
