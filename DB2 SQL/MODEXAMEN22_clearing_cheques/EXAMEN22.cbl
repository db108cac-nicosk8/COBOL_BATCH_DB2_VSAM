       IDENTIFICATION DIVISION.                                         00000100
      *                                                        *        00000200
       PROGRAM-ID. EXAMEN22.                                            00000300
      **********************************************************        00000400
      *                                                        *        00000500
      *  PROGRAMA PARA SQL EMBEBIDO                            *        00000600
      *  CLEARING DIARIO DE CHEQUES DEPOSITADOS: CORRE EN      *        00000700
      *  EXAMDIA DESPUES DEL POSTEO (EXAMEN2) Y DEL SUSPENSO   *        00000800
      *  (EXAMEN7).                                            *        00000900
      *  1- LEE LAS DEVOLUCIONES DE LA CAMARA COMPENSADORA     *        00001000
      *     (DDCHQRCH): CADA CHEQUE RECHAZADO QUE SIGUE        *        00001100
      *     PENDIENTE EN TBCHEQUE SE CONTRASIENTA ('RV' CON    *        00001200
      *     REFERENCIA A LA FILA 'CH' DE TBMOVHIS, QUE QUEDA   *        00001300
      *     REVERSADA), SE COBRA EL CARGO POR CHEQUE RECHAZADO *        00001400
      *     ('CD') SEGUN LA MONEDA DE LA TARJETA SYSIN, SE     *        00001500
      *     ACTUALIZA EL SALDO DE TBCURCTA Y EL CHEQUE QUEDA   *        00001600
      *     RECHAZADO ('R'). UNA DEVOLUCION QUE NO UBICA UN    *        00001700
      *     CHEQUE PENDIENTE SE LISTA Y DEJA RETURN CODE 4.    *        00001800
      *  2- LIBERA LAS RETENCIONES CUYA FECHA DE ACREDITACION  *        00001900
      *     LLEGO (FECACRED <= FECHA DE PROCESO): EL IMPORTE   *        00002000
      *     PASA A FORMAR PARTE DEL SALDO DISPONIBLE ('L').    *        00002100
      *  3- LISTA POR SUCURSAL LOS CHEQUES PENDIENTES Y LOS    *        00002200
      *     LIBERADOS Y RECHAZADOS EN EL DIA.                  *        00002300
      *  CADA CHEQUE RECHAZADO SE COMMITEA POR SEPARADO: UNA   *        00002400
      *  RECORRIDA ENCUENTRA LOS YA PROCESADOS COMO RECHAZADOS *        00002500
      *  EN LA FECHA Y NO LOS VUELVE A APLICAR.                *        00002600
      *  LOS MOVIMIENTOS 'RV'/'CD' NO PASAN POR LA INTERFAZ    *        00002700
      *  CONTABLE (MISMO CRITERIO QUE LOS INTERNOS DE EXAMEN6).*        00002800
      *                                                        *        00002900
      **********************************************************        00003000
      *      MANTENIMIENTO DE PROGRAMA                         *        00003100
      **********************************************************        00003200
      *  FECHA   *    DETALLE        * COD *                            00003300
      **************************************                            00003400
      *15/10/26  * VERSION INICIAL   *RVH  *                            00003500
      *15/10/26  * NROSEC INTERNO SIN*RVH  *                            00003600
      *          * LOS 'IM' DESPLAZA-*     *                            00003700
      *          * DOS DE EXAMEN2    *     *                            00003800
      **************************************                            00003900
       ENVIRONMENT DIVISION.                                            00004000
       CONFIGURATION SECTION.                                           00004100
       SPECIAL-NAMES.                                                   00004200
           DECIMAL-POINT IS COMMA.                                      00004300
                                                                        00004400
       INPUT-OUTPUT SECTION.                                            00004500
       FILE-CONTROL.                                                    00004600
                                                                        00004700
             SELECT DEVOLUCIONES ASSIGN DDCHQRCH                        00004800
             FILE STATUS IS FS-DEVOLUCIONES.                            00004900
                                                                        00005000
             SELECT SALIDA  ASSIGN DDSALE                               00005100
             FILE STATUS IS FS-SALIDA.                                  00005200
                                                                        00005300
       DATA DIVISION.                                                   00005400
       FILE SECTION.                                                    00005500
       FD DEVOLUCIONES                                                  00005600
             BLOCK CONTAINS 0 RECORDS                                   00005700
             RECORDING MODE IS F.                                       00005800
                                                                        00005900
      *****************************************                         00006000
      *  DEVOLUCION DE LA CAMARA: CLAVE DE LA *                         00006100
      *  FILA DEL DEPOSITO EN TBMOVHIS/       *                         00006200
      *  TBCHEQUE Y MOTIVO DEL RECHAZO        *                         00006300
      *****************************************                         00006400
       01 REG-DEVOLUCION.                                               00006500
           03 DEV-TIPCUEN      PIC X(02).                               00006600
           03 DEV-NROCUEN      PIC 9(05).                               00006700
           03 DEV-FECPROC      PIC X(10).                               00006800
           03 DEV-NROSEC       PIC 9(08).                               00006900
           03 DEV-MOTIVO       PIC X(20).                               00007000
           03 FILLER           PIC X(35).                               00007100
                                                                        00007200
       FD SALIDA                                                        00007300
             BLOCK CONTAINS 0 RECORDS                                   00007400
             RECORDING MODE IS F.                                       00007500
                                                                        00007600
       01 REG-SALIDA      PIC X(132).                                   00007700
                                                                        00007800
      **************************************                            00007900
       WORKING-STORAGE SECTION.                                         00008000
      **************************************                            00008100
       77  FILLER          PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.00008200
                                                                        00008300
      ****************************************                          00008400
      * FILE STATUS DE ARCHIVOS Y SQLCODE    *                          00008500
      ****************************************                          00008600
       77  FS-DEVOLUCIONES          PIC XX    VALUE SPACES.             00008700
       77  FS-SALIDA                PIC XX    VALUE SPACES.             00008800
       77  FS-ACTUAL                PIC XX    VALUE SPACES.             00008900
       77  WS-SQLCODE    PIC +++999 USAGE DISPLAY VALUE ZEROS.          00009000
       77  WS-IDX             PIC S9(04) USAGE COMP VALUE ZEROS.        00009100
       77  WS-NROSEC-INTERNO        PIC S9(09) USAGE COMP VALUE ZEROS.  00009200
      *    LOS 'IM' DE EXAMEN2 LLEVAN EL NROSEC DE SU PATA MAS ESTE     00009300
      *    DESPLAZAMIENTO Y NO CUENTAN PARA EL MAXIMO: LOS INTERNOS     00009400
      *    SIGUEN A LA ULTIMA PATA DEL DIA EN EL ORDEN                  00009500
      *    MOD(NROSEC, 100000000) DE LA CADENA DE SALDOS.               00009600
       77  WS-DESPLAZ-NROSEC-IMP    PIC S9(09) USAGE COMP               00009700
                                              VALUE 100000000.          00009800
                                                                        00009900
      ****************************************                          00010000
      * CONTADORES                           *                          00010100
      ****************************************                          00010200
       01  WS-CONTADORES.                                               00010300
           03  WS-DEV-LEIDAS           PIC 9(05) VALUE ZEROS.           00010400
           03  WS-CANT-RECHAZADOS      PIC 9(05) VALUE ZEROS.           00010500
           03  WS-CANT-YA-PROCESADOS   PIC 9(05) VALUE ZEROS.           00010600
           03  WS-CANT-NO-APLICADAS    PIC 9(05) VALUE ZEROS.           00010700
           03  WS-CANT-CARGOS          PIC 9(05) VALUE ZEROS.           00010800
           03  WS-C1-LEIDOS            PIC 9(05) VALUE ZEROS.           00010900
           03  WS-CANT-PENDIENTES      PIC 9(05) VALUE ZEROS.           00011000
           03  WS-CANT-LIBERADOS       PIC 9(05) VALUE ZEROS.           00011100
           03  WS-CANT-RECH-DIA        PIC 9(05) VALUE ZEROS.           00011200
           03  WS-GRABADOS             PIC 9(05) VALUE ZEROS.           00011300
                                                                        00011400
      *****************************************                         00011500
      *  TOTALES DE LA SUCURSAL EN CURSO      *                         00011600
      *****************************************                         00011700
       01  WS-TOTALES-SUCURSAL.                                         00011800
           03  WS-SUC-CANT-P           PIC 9(05) VALUE ZEROS.           00011900
           03  WS-SUC-IMP-P            PIC S9(09)V9(02) VALUE ZEROS.    00012000
           03  WS-SUC-CANT-L           PIC 9(05) VALUE ZEROS.           00012100
           03  WS-SUC-IMP-L            PIC S9(09)V9(02) VALUE ZEROS.    00012200
           03  WS-SUC-CANT-R           PIC 9(05) VALUE ZEROS.           00012300
           03  WS-SUC-IMP-R            PIC S9(09)V9(02) VALUE ZEROS.    00012400
                                                                        00012500
      *****************************************                         00012600
      *  BANDERAS/FLAGS                       *                         00012700
      *****************************************                         00012800
       01  WS-FLAG-PROCESO          PIC X VALUE 'T'.                    00012900
           88  WS-SI-PROCESO           VALUE 'T'.                       00013000
           88  WS-FIN-PROCESO          VALUE 'F'.                       00013100
                                                                        00013200
       01  WS-FLAG-ENTRADA          PIC X VALUE 'T'.                    00013300
           88  WS-SI-ENTRADA           VALUE 'T'.                       00013400
           88  WS-FIN-ENTRADA          VALUE 'F'.                       00013500
                                                                        00013600
       01  WS-FLAG-CURSOR           PIC X VALUE 'T'.                    00013700
           88  WS-SI-CURSOR            VALUE 'T'.                       00013800
           88  WS-FIN-CURSOR           VALUE 'F'.                       00013900
                                                                        00014000
      *    LA CORRIDA ARRANCO DE VERDAD (FECHA DE PROCESO VALIDA        00014100
      *    Y ARCHIVOS ABIERTOS): SI NO, EL CIERRE NO DEBE GRABAR        00014200
      *    RESUMEN NI CERRAR ARCHIVOS NUNCA ABIERTOS.                   00014300
       01  WS-FLAG-ARRANQUE         PIC X VALUE 'F'.                    00014400
           88  WS-ARRANQUE-OK          VALUE 'T'.                       00014500
           88  WS-ARRANQUE-NO          VALUE 'F'.                       00014600
                                                                        00014700
       01  WS-FLAG-CARGO            PIC X VALUE 'F'.                    00014800
           88  WS-CARGO-ENCONTRADO     VALUE 'T'.                       00014900
           88  WS-CARGO-NO-ENCONTRADO  VALUE 'F'.                       00015000
                                                                        00015100
      *****************************************                         00015200
      *  PARAMETRO DE EJECUCION (SYSIN)       *                         00015300
      *  CARGO POR CHEQUE RECHAZADO POR       *                         00015400
      *  MONEDA, HASTA TRES ENTRADAS DE 11    *                         00015500
      *  POSICIONES: MONEDA (2), BLANCO,      *                         00015600
      *  IMPORTE 99999V99 (7), BLANCO.        *                         00015700
      *  EJ. 'PE 0015000 DO 0000500'          *                         00015800
      *  UNA MONEDA SIN ENTRADA NO LLEVA      *                         00015900
      *  CARGO.                               *                         00016000
      *****************************************                         00016100
       01  WS-PARM-ENTRADA.                                             00016200
           03  WS-PARM-CARGO OCCURS 3 TIMES.                            00016300
               05  WS-PARM-MONEDA   PIC X(02).                          00016400
               05  FILLER           PIC X(01).                          00016500
               05  WS-PARM-IMPORTE  PIC 9(05)V9(02).                    00016600
               05  FILLER           PIC X(01).                          00016700
                                                                        00016800
      *****************************************                         00016900
      *  DATOS DEL CHEQUE EN CURSO            *                         00017000
      *****************************************                         00017100
       01  WS-MOTIVO-NO-APLICADA    PIC X(30) VALUE SPACES.             00017200
       77  WS-SALDO-NUEVO           PIC S9(05)V9(02) VALUE ZEROS.       00017300
       77  WS-IMP-CARGO             PIC S9(05)V9(02) VALUE ZEROS.       00017400
       77  WS-SUCUEN-ANT            PIC S9(02) VALUE -1.                00017500
       77  WS-SUCUEN-ACT            PIC S9(02) VALUE ZEROS.             00017600
       77  WS-SUC-NOMBRE-ANT        PIC X(20) VALUE SPACES.             00017700
                                                                        00017800
      *****************************************                         00017900
      *  VARIABLES AUXILARES.                *                          00018000
      *****************************************                         00018100
       01 WS-AUXILIARES.                                                00018200
          03  WS-PARRAFO            PIC X(30) VALUE SPACES.             00018300
          03  WS-ARCHIVO-DESC       PIC X(30) VALUE SPACES.             00018400
          03  WS-FECHA-AUX          PIC X(10).                          00018500
          03  WS-CUENTA-LINEA       PIC 9(02) VALUE ZEROS.              00018600
          03  WS-FECHA-DB2.                                             00018700
              05 WS-DB2-AAAA        PIC X(04).                          00018800
              05 FILLER             PIC X VALUE '-'.                    00018900
              05 WS-DB2-MM          PIC X(02).                          00019000
              05 FILLER             PIC X VALUE '-'.                    00019100
              05 WS-DB2-DD          PIC X(02).                          00019200
                                                                        00019300
      *****************************************                         00019400
      *   IMPRESION DE TITULOS LISTADO        *                         00019500
      *****************************************                         00019600
       01 WS-LINEA       PIC X(132) VALUE ALL '-'.                      00019700
                                                                        00019800
       01 WS-TITULO.                                                    00019900
          03  FILLER                PIC X         VALUE SPACES.         00020000
          03  WS-TITULO-LEYENDA     PIC X(33) VALUE                     00020100
                     'CLEARING DE CHEQUES DEPOSITADOS  '.               00020200
          03  FILLER                PIC X(10)    VALUE '   FECHA: '.    00020300
          03  WS-FECHA.                                                 00020400
              05  WS-DD             PIC 9(02).                          00020500
              05  FILLER            PIC X       VALUE '/'.              00020600
              05  WS-MM             PIC 9(02).                          00020700
              05  FILLER            PIC X       VALUE '/'.              00020800
              05  WS-AAAA           PIC 9(04).                          00020900
          03  FILLER                PIC X(05)    VALUE SPACES.          00021000
          03  FILLER                PIC X(13)    VALUE 'NRO. PAGINA: '. 00021100
          03  WS-NRO-PAGINA         PIC 9(02)    VALUE ZEROES.          00021200
          03  FILLER                PIC X(58)    VALUE SPACES.          00021300
                                                                        00021400
      ***************************************************               00021500
      *  SUBTITULO DE LAS DEVOLUCIONES DE LA CAMARA     *               00021600
      ***************************************************               00021700
       01 WS-SUBTITULO-DEVOLUCION.                                      00021800
          03 FILLER                 PIC X(04) VALUE ' TC '.             00021900
          03 FILLER                 PIC X(07) VALUE ' CUENTA'.          00022000
          03 FILLER                 PIC X(13) VALUE ' FEC.DEPOSITO'.    00022100
          03 FILLER                 PIC X(10) VALUE '   NROSEC '.       00022200
          03 FILLER                 PIC X(22) VALUE                     00022300
                         ' MOTIVO CAMARA        '.                      00022400
          03 FILLER                 PIC X(12) VALUE '   IMPORTE  '.     00022500
          03 FILLER                 PIC X(12) VALUE '    CARGO   '.     00022600
          03 FILLER                 PIC X(32) VALUE                     00022700
                         ' SITUACION                      '.            00022800
          03 FILLER                 PIC X(20) VALUE SPACES.             00022900
                                                                        00023000
      ***************************************************               00023100
      *  LINEA DE DETALLE DE UNA DEVOLUCION             *               00023200
      ***************************************************               00023300
       01 WS-REG-SALIDA-DEV.                                            00023400
          03  FILLER              PIC X         VALUE SPACES.           00023500
          03  REG-DEV-TIPCUEN     PIC X(02)     VALUE SPACES.           00023600
          03  FILLER              PIC X         VALUE SPACES.           00023700
          03  FILLER              PIC X         VALUE '|'.              00023800
          03  REG-DEV-NROCUEN     PIC Z(05)     VALUE ZEROS.            00023900
          03  FILLER              PIC X         VALUE SPACES.           00024000
          03  FILLER              PIC X         VALUE '|'.              00024100
          03  FILLER              PIC X         VALUE SPACES.           00024200
          03  REG-DEV-FECPROC     PIC X(10)     VALUE SPACES.           00024300
          03  FILLER              PIC X         VALUE SPACES.           00024400
          03  FILLER              PIC X         VALUE '|'.              00024500
          03  REG-DEV-NROSEC      PIC Z(07)9    VALUE ZEROS.            00024600
          03  FILLER              PIC X         VALUE SPACES.           00024700
          03  FILLER              PIC X         VALUE '|'.              00024800
          03  FILLER              PIC X         VALUE SPACES.           00024900
          03  REG-DEV-MOTIVO      PIC X(20)     VALUE SPACES.           00025000
          03  FILLER              PIC X         VALUE '|'.              00025100
          03  REG-DEV-IMPORTE     PIC ZZ.ZZ9,99-  VALUE ZEROS.          00025200
          03  FILLER              PIC X         VALUE SPACES.           00025300
          03  FILLER              PIC X         VALUE '|'.              00025400
          03  REG-DEV-CARGO       PIC ZZ.ZZ9,99-  VALUE ZEROS.          00025500
          03  FILLER              PIC X         VALUE SPACES.           00025600
          03  FILLER              PIC X         VALUE '|'.              00025700
          03  FILLER              PIC X         VALUE SPACES.           00025800
          03  REG-DEV-SITUACION   PIC X(30)     VALUE SPACES.           00025900
          03  FILLER              PIC X(20)     VALUE SPACES.           00026000
                                                                        00026100
      ***************************************************               00026200
      *  SUBTITULO DE LOS CHEQUES POR SUCURSAL          *               00026300
      ***************************************************               00026400
       01 WS-SUBTITULO-CHEQUES.                                         00026500
          03 FILLER                 PIC X(04) VALUE ' ES '.             00026600
          03 FILLER                 PIC X(04) VALUE ' TC '.             00026700
          03 FILLER                 PIC X(07) VALUE ' CUENTA'.          00026800
          03 FILLER                 PIC X(13) VALUE ' FEC.DEPOSITO'.    00026900
          03 FILLER                 PIC X(08) VALUE ' CHEQUE '.         00027000
          03 FILLER                 PIC X(12) VALUE '   IMPORTE  '.     00027100
          03 FILLER                 PIC X(04) VALUE ' MO '.             00027200
          03 FILLER                 PIC X(04) VALUE ' PL '.             00027300
          03 FILLER                 PIC X(13) VALUE ' ACREDITACION'.    00027400
          03 FILLER                 PIC X(22) VALUE                     00027500
                         ' MOTIVO RECHAZO       '.                      00027600
          03 FILLER                 PIC X(41) VALUE SPACES.             00027700
                                                                        00027800
      ***************************************************               00027900
      *  LINEA DE DETALLE DE UN CHEQUE                  *               00028000
      ***************************************************               00028100
       01 WS-REG-SALIDA-CHQ.                                            00028200
          03  FILLER              PIC X         VALUE SPACES.           00028300
          03  REG-CHQ-ESTADO      PIC X(01)     VALUE SPACES.           00028400
          03  FILLER              PIC X         VALUE SPACES.           00028500
          03  FILLER              PIC X         VALUE '|'.              00028600
          03  REG-CHQ-TIPCUEN     PIC X(02)     VALUE SPACES.           00028700
          03  FILLER              PIC X         VALUE SPACES.           00028800
          03  FILLER              PIC X         VALUE '|'.              00028900
          03  REG-CHQ-NROCUEN     PIC Z(05)     VALUE ZEROS.            00029000
          03  FILLER              PIC X         VALUE SPACES.           00029100
          03  FILLER              PIC X         VALUE '|'.              00029200
          03  FILLER              PIC X         VALUE SPACES.           00029300
          03  REG-CHQ-FECPROC     PIC X(10)     VALUE SPACES.           00029400
          03  FILLER              PIC X         VALUE SPACES.           00029500
          03  FILLER              PIC X         VALUE '|'.              00029600
          03  REG-CHQ-NROCHQ      PIC Z(05)     VALUE ZEROS.            00029700
          03  FILLER              PIC X         VALUE SPACES.           00029800
          03  FILLER              PIC X         VALUE '|'.              00029900
          03  REG-CHQ-IMPORTE     PIC ZZ.ZZ9,99-  VALUE ZEROS.          00030000
          03  FILLER              PIC X         VALUE SPACES.           00030100
          03  FILLER              PIC X         VALUE '|'.              00030200
          03  REG-CHQ-MONEDA      PIC X(02)     VALUE SPACES.           00030300
          03  FILLER              PIC X         VALUE SPACES.           00030400
          03  FILLER              PIC X         VALUE '|'.              00030500
          03  REG-CHQ-PLAZO       PIC X(02)     VALUE SPACES.           00030600
          03  FILLER              PIC X         VALUE SPACES.           00030700
          03  FILLER              PIC X         VALUE '|'.              00030800
          03  FILLER              PIC X         VALUE SPACES.           00030900
          03  REG-CHQ-FECACRED    PIC X(10)     VALUE SPACES.           00031000
          03  FILLER              PIC X         VALUE SPACES.           00031100
          03  FILLER              PIC X         VALUE '|'.              00031200
          03  FILLER              PIC X         VALUE SPACES.           00031300
          03  REG-CHQ-MOTIVO      PIC X(20)     VALUE SPACES.           00031400
          03  FILLER              PIC X(42)     VALUE SPACES.           00031500
                                                                        00031600
      ***************************************************               00031700
      *  CABECERA Y SUBTOTALES DE SUCURSAL              *               00031800
      ***************************************************               00031900
       01 WS-REG-SALIDA-SUC.                                            00032000
          03  FILLER              PIC X(11)     VALUE ' SUCURSAL: '.    00032100
          03  REG-SUC-SUCUEN      PIC Z9        VALUE ZEROS.            00032200
          03  FILLER              PIC X(03)     VALUE ' - '.            00032300
          03  REG-SUC-NOMBRE      PIC X(20)     VALUE SPACES.           00032400
          03  FILLER              PIC X(96)     VALUE SPACES.           00032500
                                                                        00032600
       01 WS-REG-SALIDA-SUBTOT.                                         00032700
          03  FILLER              PIC X(05)     VALUE SPACES.           00032800
          03  REG-SUB-LEYENDA     PIC X(22)     VALUE SPACES.           00032900
          03  FILLER              PIC X(07)     VALUE ' CANT: '.        00033000
          03  REG-SUB-CANT        PIC ZZ.ZZ9    VALUE ZEROS.            00033100
          03  FILLER              PIC X(10)     VALUE ' IMPORTE: '.     00033200
          03  REG-SUB-IMPORTE     PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.      00033300
          03  FILLER              PIC X(67)     VALUE SPACES.           00033400
                                                                        00033500
      *****************************************                         00033600
      *   FIN IMPRESION DE TITULOS LISTADO    *                         00033700
      *****************************************                         00033800
       77  FILLER        PIC X(26) VALUE '* VARIABLES SQL          *'.  00033900
                                                                        00034000
      ********************************************************          00034100
      *  AREA DE COMUNICACION Y DEFINICION SQL DB2           *          00034200
      ********************************************************          00034300
            EXEC SQL                                                    00034400
              INCLUDE SQLCA                                             00034500
            END-EXEC.                                                   00034600
                                                                        00034700
            EXEC SQL                                                    00034800
              INCLUDE TBCHEQUE                                          00034900
            END-EXEC.                                                   00035000
                                                                        00035100
            EXEC SQL                                                    00035200
              INCLUDE TBMOVHIS                                          00035300
            END-EXEC.                                                   00035400
                                                                        00035500
            EXEC SQL                                                    00035600
              INCLUDE TBCURCTA                                          00035700
            END-EXEC.                                                   00035800
                                                                        00035900
            EXEC SQL                                                    00036000
              INCLUDE TBSUCURS                                          00036100
            END-EXEC.                                                   00036200
                                                                        00036300
            EXEC SQL                                                    00036400
              INCLUDE TBCALEND                                          00036500
            END-EXEC.                                                   00036600
                                                                        00036700
      ***************************************************               00036800
      * CURSOR C1 - CHEQUES PENDIENTES Y LOS LIBERADOS  *               00036900
      * O RECHAZADOS EN LA FECHA, POR SUCURSAL DE LA    *               00037000
      * CUENTA (UNA CUENTA YA DADA DE BAJA SALE EN LA   *               00037100
      * SUCURSAL CERO).                                 *               00037200
      ***************************************************               00037300
            EXEC SQL                                                    00037400
              DECLARE C1 CURSOR FOR                                     00037500
              SELECT COALESCE(B.SUCUEN, 0),                             00037600
                     COALESCE(C.NOMBRE, ' '),                           00037700
                     A.TIPCUEN,                                         00037800
                     A.NROCUEN,                                         00037900
                     A.FECPROC,                                         00038000
                     A.NROCHQ,                                          00038100
                     A.IMPORTE,                                         00038200
                     A.MONEDA,                                          00038300
                     A.PLAZO,                                           00038400
                     A.FECACRED,                                        00038500
                     A.ESTADO,                                          00038600
                     A.MOTIVO                                           00038700
                FROM KC02803.TBCHEQUE A                                 00038800
                LEFT JOIN KC02803.TBCURCTA B                            00038900
                  ON B.TIPCUEN = A.TIPCUEN                              00039000
                 AND B.NROCUEN = A.NROCUEN                              00039100
                LEFT JOIN KC02803.TBSUCURS C                            00039200
                  ON C.SUCURSAL = B.SUCUEN                              00039300
               WHERE A.ESTADO = 'P'                                     00039400
                  OR A.FECEST = :WS-FECHA-DB2                           00039500
              ORDER BY 1, A.ESTADO, A.TIPCUEN, A.NROCUEN,               00039600
                       A.FECPROC, A.NROSEC                              00039700
            END-EXEC.                                                   00039800
                                                                        00039900
       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.  00040000
                                                                        00040100
      ***************************************************************.  00040200
       PROCEDURE DIVISION.                                              00040300
      **************************************                            00040400
      *  CUERPO PRINCIPAL DEL PROGRAMA     *                            00040500
      **************************************                            00040600
       MAIN-PROGRAM.                                                    00040700
                                                                        00040800
           PERFORM 1000-I-INICIO   THRU                                 00040900
                   1000-F-INICIO.                                       00041000
                                                                        00041100
           PERFORM 2000-I-PROCESO                                       00041200
              THRU 2000-F-PROCESO                                       00041300
             UNTIL WS-FIN-ENTRADA OR WS-FIN-PROCESO.                    00041400
                                                                        00041500
           IF WS-SI-PROCESO                                             00041600
              PERFORM 4000-I-LIBERAR-RETENCIONES                        00041700
                 THRU 4000-F-LIBERAR-RETENCIONES                        00041800
           END-IF                                                       00041900
                                                                        00042000
           IF WS-SI-PROCESO                                             00042100
              PERFORM 5000-I-LISTAR-CHEQUES                             00042200
                 THRU 5000-F-LISTAR-CHEQUES                             00042300
           END-IF                                                       00042400
                                                                        00042500
           PERFORM 9999-I-FINAL    THRU                                 00042600
                   9999-F-FINAL.                                        00042700
                                                                        00042800
       F-MAIN-PROGRAM. GOBACK.                                          00042900
                                                                        00043000
      **************************************                            00043100
      *  CUERPO INICIO APERTURA ARCHIVOS   *                            00043200
      **************************************                            00043300
       1000-I-INICIO.                                                   00043400
                                                                        00043500
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-AUX                   00043600
           MOVE WS-FECHA-AUX(1:4)     TO WS-AAAA                        00043700
           MOVE WS-FECHA-AUX(5:2)     TO WS-MM                          00043800
           MOVE WS-FECHA-AUX(7:2)     TO WS-DD                          00043900
           MOVE WS-FECHA-AUX(1:4)     TO WS-DB2-AAAA                    00044000
           MOVE WS-FECHA-AUX(5:2)     TO WS-DB2-MM                      00044100
           MOVE WS-FECHA-AUX(7:2)     TO WS-DB2-DD                      00044200
           MOVE 99 TO WS-CUENTA-LINEA                                   00044300
                                                                        00044400
           SET WS-SI-PROCESO TO TRUE                                    00044500
                                                                        00044600
           PERFORM 1015-I-OBTENER-FECHA-PROCESO                         00044700
              THRU 1015-F-OBTENER-FECHA-PROCESO                         00044800
           IF WS-FIN-PROCESO                                            00044900
              GO TO 1000-F-INICIO                                       00045000
           END-IF                                                       00045100
                                                                        00045200
           PERFORM 1005-I-LEER-PARM                                     00045300
              THRU 1005-F-LEER-PARM                                     00045400
           IF WS-FIN-PROCESO                                            00045500
              GO TO 1000-F-INICIO                                       00045600
           END-IF                                                       00045700
                                                                        00045800
           PERFORM 1020-I-OBTENER-NROSEC                                00045900
              THRU 1020-F-OBTENER-NROSEC                                00046000
           IF WS-FIN-PROCESO                                            00046100
              GO TO 1000-F-INICIO                                       00046200
           END-IF                                                       00046300
                                                                        00046400
           PERFORM 8000-I-APERTURA-ARCHIVOS                             00046500
              THRU 8000-F-APERTURA-ARCHIVOS                             00046600
                                                                        00046700
           IF FS-DEVOLUCIONES = '00' AND FS-SALIDA = '00'               00046800
              PERFORM 8050-I-LEER-DEVOLUCION                            00046900
                 THRU 8050-F-LEER-DEVOLUCION                            00047000
              SET WS-ARRANQUE-OK TO TRUE                                00047100
           ELSE                                                         00047200
              DISPLAY '*********************************'               00047300
              DISPLAY '* ERROR EN APERTURA DE ARCHIVOS *'               00047400
              DISPLAY '* CLEARING CANCELADO            *'               00047500
              DISPLAY '*********************************'               00047600
              SET WS-FIN-PROCESO TO TRUE                                00047700
           END-IF                                                       00047800
           .                                                            00047900
       1000-F-INICIO.   EXIT.                                           00048000
                                                                        00048100
      **************************************                            00048200
      *  LECTURA DE PARAMETRO DE EJECUCION *                            00048300
      **************************************                            00048400
       1005-I-LEER-PARM.                                                00048500
                                                                        00048600
           MOVE '1005-I-LEER-PARM' TO WS-PARRAFO                        00048700
                                                                        00048800
           MOVE SPACES TO WS-PARM-ENTRADA                               00048900
           ACCEPT WS-PARM-ENTRADA FROM SYSIN                            00049000
                                                                        00049100
           PERFORM 1006-I-VALIDAR-CARGO                                 00049200
              THRU 1006-F-VALIDAR-CARGO                                 00049300
             VARYING WS-IDX FROM 1 BY 1                                 00049400
               UNTIL WS-IDX > 3 OR WS-FIN-PROCESO                       00049500
           .                                                            00049600
       1005-F-LEER-PARM. EXIT.                                          00049700
                                                                        00049800
       1006-I-VALIDAR-CARGO.                                            00049900
                                                                        00050000
           IF WS-PARM-MONEDA (WS-IDX) = SPACES                          00050100
              GO TO 1006-F-VALIDAR-CARGO                                00050200
           END-IF                                                       00050300
                                                                        00050400
           IF WS-PARM-IMPORTE (WS-IDX) NOT NUMERIC                      00050500
              DISPLAY '*****************************************'       00050600
              DISPLAY '* TARJETA SYSIN INVALIDA                *'       00050700
              DISPLAY '* MONEDA (2), BLANCO, CARGO 99999V99 (7)*'       00050800
              DISPLAY '* Y BLANCO, HASTA TRES MONEDAS          *'       00050900
              DISPLAY '*****************************************'       00051000
              MOVE 9999 TO RETURN-CODE                                  00051100
              SET WS-FIN-PROCESO TO TRUE                                00051200
              GO TO 1006-F-VALIDAR-CARGO                                00051300
           END-IF                                                       00051400
                                                                        00051500
           DISPLAY '* CARGO CHEQUE RECHAZADO '                          00051600
                   WS-PARM-MONEDA (WS-IDX) ' : '                        00051700
                   WS-PARM-IMPORTE (WS-IDX)                             00051800
           .                                                            00051900
       1006-F-VALIDAR-CARGO. EXIT.                                      00052000
                                                                        00052100
      ***********************************************************       00052200
      *  FECHA DE PROCESO DE LA CADENA (TBCALEND):              *       00052300
      *  SE PROCESA Y ESTAMPA CON LA FECHA MARCADA FECPROC='S', *       00052400
      *  Y SE RECHAZA LA CORRIDA SI NO HAY FECHA MARCADA O SI   *       00052500
      *  LA FECHA MARCADA NO ES DIA HABIL.                      *       00052600
      ***********************************************************       00052700
       1015-I-OBTENER-FECHA-PROCESO.                                    00052800
                                                                        00052900
           MOVE '1015-I-OBTENER-FECHA-PROC' TO WS-PARRAFO.              00053000
                                                                        00053100
           EXEC SQL                                                     00053200
              SELECT FECHA,                                             00053300
                     DIAHABIL                                           00053400
                INTO :CA-FECHA,                                         00053500
                     :CA-DIAHABIL                                       00053600
                FROM KC02803.TBCALEND                                   00053700
               WHERE FECPROC = 'S'                                      00053800
           END-EXEC                                                     00053900
                                                                        00054000
           EVALUATE TRUE                                                00054100
           WHEN SQLCODE EQUAL ZEROS                                     00054200
                IF CA-DIAHABIL NOT = 'S'                                00054300
                   DISPLAY '*****************************************'  00054400
                   DISPLAY '* LA FECHA DE PROCESO MARCADA EN        *'  00054500
                   DISPLAY '* TBCALEND NO ES UN DIA HABIL           *'  00054600
                   DISPLAY '* FECHA : ' CA-FECHA                        00054700
                   DISPLAY '* LA CORRIDA SE RECHAZA                 *'  00054800
                   DISPLAY '*****************************************'  00054900
                   MOVE 9999 TO RETURN-CODE                             00055000
                   SET  WS-FIN-PROCESO TO TRUE                          00055100
                ELSE                                                    00055200
                   MOVE CA-FECHA(1:4)  TO WS-AAAA                       00055300
                   MOVE CA-FECHA(6:2)  TO WS-MM                         00055400
                   MOVE CA-FECHA(9:2)  TO WS-DD                         00055500
                   MOVE CA-FECHA       TO WS-FECHA-DB2                  00055600
                END-IF                                                  00055700
           WHEN SQLCODE EQUAL +100                                      00055800
                DISPLAY '*****************************************'     00055900
                DISPLAY '* NO HAY FECHA DE PROCESO MARCADA EN    *'     00056000
                DISPLAY '* TBCALEND (FECPROC = S)                *'     00056100
                DISPLAY '* LA CORRIDA SE RECHAZA                 *'     00056200
                DISPLAY '*****************************************'     00056300
                MOVE 9999 TO RETURN-CODE                                00056400
                SET  WS-FIN-PROCESO TO TRUE                             00056500
           WHEN OTHER                                                   00056600
                MOVE SQLCODE   TO WS-SQLCODE                            00056700
                DISPLAY '************************************'          00056800
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00056900
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00057000
                DISPLAY '************************************'          00057100
                DISPLAY '* TABLA       : CALENDARIO TBCALEND*'          00057200
                DISPLAY '* DESCRIPCION : FECHA DE PROCESO   *'          00057300
                DISPLAY '************************************'          00057400
                MOVE 9999 TO RETURN-CODE                                00057500
                SET  WS-FIN-PROCESO TO TRUE                             00057600
           END-EVALUATE.                                                00057700
                                                                        00057800
       1015-F-OBTENER-FECHA-PROCESO. EXIT.                              00057900
                                                                        00058000
      ******************************************************            00058100
      *  NUMERO DE SECUENCIA INICIAL PARA LOS MOVIMIENTOS  *            00058200
      *  INTERNOS: CONTINUA DEL MAYOR NROSEC YA REGISTRADO *            00058300
      *  EN TBMOVHIS PARA LA FECHA DE PROCESO (MISMO       *            00058400
      *  CRITERIO QUE EXAMEN6)                             *            00058500
      ******************************************************            00058600
       1020-I-OBTENER-NROSEC.                                           00058700
                                                                        00058800
           MOVE '1020-I-OBTENER-NROSEC' TO WS-PARRAFO.                  00058900
                                                                        00059000
           MOVE WS-FECHA-DB2 TO MH-FECPROC                              00059100
                                                                        00059200
           EXEC SQL                                                     00059300
              SELECT COALESCE(MAX(NROSEC), 0)                           00059400
                INTO :WS-NROSEC-INTERNO                                 00059500
                FROM KC02803.TBMOVHIS                                   00059600
               WHERE FECPROC = :MH-FECPROC                              00059700
                 AND NROSEC  < :WS-DESPLAZ-NROSEC-IMP                   00059800
           END-EXEC                                                     00059900
                                                                        00060000
           IF  SQLCODE EQUAL ZEROS OR SQLCODE EQUAL +100                00060100
                CONTINUE                                                00060200
           ELSE                                                         00060300
                MOVE SQLCODE   TO WS-SQLCODE                            00060400
                DISPLAY '************************************'          00060500
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00060600
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00060700
                DISPLAY '************************************'          00060800
                DISPLAY '* TABLA       : HISTORIAL TBMOVHIS *'          00060900
                DISPLAY '* DESCRIPCION : MAXIMO NRO SECUEN. *'          00061000
                DISPLAY '************************************'          00061100
                MOVE 9999 TO RETURN-CODE                                00061200
                SET  WS-FIN-PROCESO TO TRUE                             00061300
           END-IF.                                                      00061400
                                                                        00061500
       1020-F-OBTENER-NROSEC. EXIT.                                     00061600
                                                                        00061700
      ***********************************************************       00061800
      *  PROCESO DE UNA DEVOLUCION DE LA CAMARA: UBICA EL       *       00061900
      *  CHEQUE, VALIDA QUE SIGA PENDIENTE Y QUE LA CUENTA      *       00062000
      *  EXISTA Y APLICA EL RECHAZO. LO QUE NO SE PUEDE APLICAR *       00062100
      *  SE LISTA CON SU MOTIVO Y DEJA RETURN CODE 4.           *       00062200
      ***********************************************************       00062300
       2000-I-PROCESO.                                                  00062400
                                                                        00062500
           PERFORM 2010-I-APLICAR-DEVOLUCION                            00062600
              THRU 2010-F-APLICAR-DEVOLUCION                            00062700
                                                                        00062800
           IF WS-SI-PROCESO                                             00062900
              PERFORM 8050-I-LEER-DEVOLUCION                            00063000
                 THRU 8050-F-LEER-DEVOLUCION                            00063100
           END-IF                                                       00063200
           .                                                            00063300
       2000-F-PROCESO. EXIT.                                            00063400
                                                                        00063500
       2010-I-APLICAR-DEVOLUCION.                                       00063600
                                                                        00063700
           MOVE SPACES TO WS-MOTIVO-NO-APLICADA                         00063800
           MOVE ZEROS  TO WS-IMP-CARGO                                  00063900
                                                                        00064000
           MOVE DEV-TIPCUEN  TO CQ-TIPCUEN                              00064100
           MOVE DEV-NROCUEN  TO CQ-NROCUEN                              00064200
           MOVE DEV-FECPROC  TO CQ-FECPROC                              00064300
           MOVE DEV-NROSEC   TO CQ-NROSEC                               00064400
           MOVE ZEROS        TO CQ-IMPORTE                              00064500
                                                                        00064600
           PERFORM 2100-I-BUSCAR-CHEQUE                                 00064700
              THRU 2100-F-BUSCAR-CHEQUE                                 00064800
                                                                        00064900
           EVALUATE TRUE                                                00065000
           WHEN WS-FIN-PROCESO                                          00065100
                GO TO 2010-F-APLICAR-DEVOLUCION                         00065200
           WHEN SQLCODE EQUAL +100                                      00065300
                MOVE 'NO APLICADA: CHEQUE INEXIST.'                     00065400
                  TO WS-MOTIVO-NO-APLICADA                              00065500
           WHEN CQ-ESTADO = 'R' AND CQ-FECEST = WS-FECHA-DB2            00065600
      *         RECORRIDA: EL RECHAZO YA SE APLICO Y COMMITEO HOY.      00065700
                ADD 1 TO WS-CANT-YA-PROCESADOS                          00065800
                MOVE 'YA RECHAZADO EN ESTA FECHA'                       00065900
                  TO REG-DEV-SITUACION                                  00066000
                PERFORM 3000-I-GRABAR-DEVOLUCION                        00066100
                   THRU 3000-F-GRABAR-DEVOLUCION                        00066200
                GO TO 2010-F-APLICAR-DEVOLUCION                         00066300
           WHEN CQ-ESTADO = 'R'                                         00066400
                MOVE 'NO APLICADA: YA RECHAZADO'                        00066500
                  TO WS-MOTIVO-NO-APLICADA                              00066600
           WHEN CQ-ESTADO = 'L'                                         00066700
                MOVE 'NO APLICADA: YA ACREDITADO'                       00066800
                  TO WS-MOTIVO-NO-APLICADA                              00066900
           WHEN OTHER                                                   00067000
                CONTINUE                                                00067100
           END-EVALUATE                                                 00067200
                                                                        00067300
           IF WS-MOTIVO-NO-APLICADA = SPACES                            00067400
              PERFORM 2200-I-CONSULTAR-CUENTA                           00067500
                 THRU 2200-F-CONSULTAR-CUENTA                           00067600
              EVALUATE TRUE                                             00067700
              WHEN WS-FIN-PROCESO                                       00067800
                   GO TO 2010-F-APLICAR-DEVOLUCION                      00067900
              WHEN SQLCODE EQUAL +100                                   00068000
                   MOVE 'NO APLICADA: CUENTA DE BAJA'                   00068100
                     TO WS-MOTIVO-NO-APLICADA                           00068200
              WHEN OTHER                                                00068300
                   CONTINUE                                             00068400
              END-EVALUATE                                              00068500
           END-IF                                                       00068600
                                                                        00068700
           IF WS-MOTIVO-NO-APLICADA NOT = SPACES                        00068800
              ADD 1 TO WS-CANT-NO-APLICADAS                             00068900
              IF RETURN-CODE < 4                                        00069000
                 MOVE 4 TO RETURN-CODE                                  00069100
              END-IF                                                    00069200
              MOVE WS-MOTIVO-NO-APLICADA TO REG-DEV-SITUACION           00069300
              PERFORM 3000-I-GRABAR-DEVOLUCION                          00069400
                 THRU 3000-F-GRABAR-DEVOLUCION                          00069500
              GO TO 2010-F-APLICAR-DEVOLUCION                           00069600
           END-IF                                                       00069700
                                                                        00069800
           PERFORM 2300-I-APLICAR-RECHAZO                               00069900
              THRU 2300-F-APLICAR-RECHAZO                               00070000
           .                                                            00070100
       2010-F-APLICAR-DEVOLUCION. EXIT.                                 00070200
                                                                        00070300
      ******************************************************            00070400
      *  CHEQUE DEPOSITADO EN TBCHEQUE (CLAVE DE LA FILA   *            00070500
      *  DEL DEPOSITO EN TBMOVHIS). EL LLAMADOR MIRA       *            00070600
      *  SQLCODE AL VOLVER.                                *            00070700
      ******************************************************            00070800
       2100-I-BUSCAR-CHEQUE.                                            00070900
                                                                        00071000
           MOVE '2100-I-BUSCAR-CHEQUE' TO WS-PARRAFO.                   00071100
                                                                        00071200
           EXEC SQL                                                     00071300
              SELECT NROCHQ,                                            00071400
                     IMPORTE,                                           00071500
                     MONEDA,                                            00071600
                     ESTADO,                                            00071700
                     FECEST                                             00071800
                INTO :CQ-NROCHQ,                                        00071900
                     :CQ-IMPORTE,                                       00072000
                     :CQ-MONEDA,                                        00072100
                     :CQ-ESTADO,                                        00072200
                     :CQ-FECEST                                         00072300
                FROM KC02803.TBCHEQUE                                   00072400
               WHERE TIPCUEN = :CQ-TIPCUEN                              00072500
                 AND NROCUEN = :CQ-NROCUEN                              00072600
                 AND FECPROC = :CQ-FECPROC                              00072700
                 AND NROSEC  = :CQ-NROSEC                               00072800
           END-EXEC                                                     00072900
                                                                        00073000
           IF  SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100       00073100
                MOVE SQLCODE   TO WS-SQLCODE                            00073200
                DISPLAY '************************************'          00073300
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00073400
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00073500
                DISPLAY '************************************'          00073600
                DISPLAY '* TABLA       : CHEQUES - TBCHEQUE *'          00073700
                DISPLAY '* DESCRIPCION : CONSULTA DE CHEQUE *'          00073800
                DISPLAY '************************************'          00073900
                MOVE 9999 TO RETURN-CODE                                00074000
                SET  WS-FIN-PROCESO TO TRUE                             00074100
           END-IF.                                                      00074200
                                                                        00074300
       2100-F-BUSCAR-CHEQUE. EXIT.                                      00074400
                                                                        00074500
      ***********************************************************       00074600
      *  CUENTA DEL CHEQUE EN TBCURCTA (SIN FILA = DE BAJA).    *       00074700
      *  EL LLAMADOR MIRA SQLCODE AL VOLVER.                    *       00074800
      ***********************************************************       00074900
       2200-I-CONSULTAR-CUENTA.                                         00075000
                                                                        00075100
           MOVE '2200-I-CONSULTAR-CUENTA' TO WS-PARRAFO.                00075200
                                                                        00075300
           MOVE CQ-TIPCUEN TO WS-TIPCUEN                                00075400
           MOVE CQ-NROCUEN TO WS-NROCUEN                                00075500
                                                                        00075600
           EXEC SQL                                                     00075700
              SELECT SALDO,                                             00075800
                     MONEDA                                             00075900
                INTO :WS-SALDO,                                         00076000
                     :WS-MONEDA                                         00076100
                FROM KC02803.TBCURCTA                                   00076200
               WHERE TIPCUEN = :WS-TIPCUEN                              00076300
                 AND NROCUEN = :WS-NROCUEN                              00076400
           END-EXEC                                                     00076500
                                                                        00076600
           IF  SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100       00076700
                MOVE SQLCODE   TO WS-SQLCODE                            00076800
                DISPLAY '************************************'          00076900
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00077000
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00077100
                DISPLAY '************************************'          00077200
                DISPLAY '* TABLA       : CUENTAS - TBCURCTA *'          00077300
                DISPLAY '* DESCRIPCION : CONSULTA DE CUENTA *'          00077400
                DISPLAY '************************************'          00077500
                MOVE 9999 TO RETURN-CODE                                00077600
                SET  WS-FIN-PROCESO TO TRUE                             00077700
           END-IF.                                                      00077800
                                                                        00077900
       2200-F-CONSULTAR-CUENTA. EXIT.                                   00078000
                                                                        00078100
      ***********************************************************       00078200
      *  RECHAZO DE UN CHEQUE PENDIENTE, COMO UNA UNIDAD:       *       00078300
      *  1- CONTRASIENTO 'RV' DEL DEPOSITO CON REFERENCIA A LA  *       00078400
      *     FILA 'CH' DE TBMOVHIS, QUE QUEDA REVERSADA          *       00078500
      *  2- CARGO POR CHEQUE RECHAZADO 'CD' (SI LA MONEDA TIENE *       00078600
      *     CARGO EN LA TARJETA SYSIN)                          *       00078700
      *  3- SALDO DE LA CUENTA EN TBCURCTA                      *       00078800
      *  4- CHEQUE RECHAZADO EN TBCHEQUE Y COMMIT               *       00078900
      *  EL CONTRASIENTO Y EL CARGO NO MIRAN EL LIMITE DE       *       00079000
      *  DESCUBIERTO: LA CUENTA PUEDE QUEDAR EN NEGATIVO.       *       00079100
      ***********************************************************       00079200
       2300-I-APLICAR-RECHAZO.                                          00079300
                                                                        00079400
           MOVE '2300-I-APLICAR-RECHAZO' TO WS-PARRAFO                  00079500
                                                                        00079600
           SET WS-CARGO-NO-ENCONTRADO TO TRUE                           00079700
           PERFORM 2350-I-BUSCAR-CARGO                                  00079800
              THRU 2350-F-BUSCAR-CARGO                                  00079900
             VARYING WS-IDX FROM 1 BY 1                                 00080000
               UNTIL WS-IDX > 3 OR WS-CARGO-ENCONTRADO                  00080100
                                                                        00080200
      *    1- CONTRASIENTO DEL DEPOSITO                                 00080300
           COMPUTE WS-SALDO-NUEVO = WS-SALDO - CQ-IMPORTE               00080400
           MOVE 'RV'            TO MH-TIPMOV                            00080500
           MOVE CQ-IMPORTE      TO MH-IMPORTE                           00080600
           MOVE WS-SALDO        TO MH-SALDOANT                          00080700
           MOVE WS-SALDO-NUEVO  TO MH-SALDOPOS                          00080800
           MOVE CQ-FECPROC      TO MH-FECREF                            00080900
           MOVE CQ-NROSEC       TO MH-NROSECREF                         00081000
           PERFORM 2400-I-GRABAR-MOVHIS                                 00081100
              THRU 2400-F-GRABAR-MOVHIS                                 00081200
           IF WS-FIN-PROCESO                                            00081300
              GO TO 2300-F-APLICAR-RECHAZO                              00081400
           END-IF                                                       00081500
                                                                        00081600
           PERFORM 2450-I-MARCAR-ORIGINAL                               00081700
              THRU 2450-F-MARCAR-ORIGINAL                               00081800
           IF WS-FIN-PROCESO                                            00081900
              GO TO 2300-F-APLICAR-RECHAZO                              00082000
           END-IF                                                       00082100
                                                                        00082200
      *    2- CARGO POR CHEQUE RECHAZADO                                00082300
           IF WS-IMP-CARGO > ZEROS                                      00082400
              MOVE WS-SALDO-NUEVO  TO WS-SALDO                          00082500
              COMPUTE WS-SALDO-NUEVO = WS-SALDO - WS-IMP-CARGO          00082600
              MOVE 'CD'            TO MH-TIPMOV                         00082700
              MOVE WS-IMP-CARGO    TO MH-IMPORTE                        00082800
              MOVE WS-SALDO        TO MH-SALDOANT                       00082900
              MOVE WS-SALDO-NUEVO  TO MH-SALDOPOS                       00083000
              MOVE '0001-01-01'    TO MH-FECREF                         00083100
              MOVE 0               TO MH-NROSECREF                      00083200
              PERFORM 2400-I-GRABAR-MOVHIS                              00083300
                 THRU 2400-F-GRABAR-MOVHIS                              00083400
              IF WS-FIN-PROCESO                                         00083500
                 GO TO 2300-F-APLICAR-RECHAZO                           00083600
              END-IF                                                    00083700
              ADD 1 TO WS-CANT-CARGOS                                   00083800
           END-IF                                                       00083900
                                                                        00084000
      *    3- SALDO DE LA CUENTA                                        00084100
           PERFORM 2500-I-ACTUALIZAR-SALDO                              00084200
              THRU 2500-F-ACTUALIZAR-SALDO                              00084300
           IF WS-FIN-PROCESO                                            00084400
              GO TO 2300-F-APLICAR-RECHAZO                              00084500
           END-IF                                                       00084600
                                                                        00084700
      *    4- CHEQUE RECHAZADO                                          00084800
           PERFORM 2550-I-RECHAZAR-CHEQUE                               00084900
              THRU 2550-F-RECHAZAR-CHEQUE                               00085000
           IF WS-FIN-PROCESO                                            00085100
              GO TO 2300-F-APLICAR-RECHAZO                              00085200
           END-IF                                                       00085300
                                                                        00085400
           PERFORM 2600-I-COMMIT                                        00085500
              THRU 2600-F-COMMIT                                        00085600
           IF WS-FIN-PROCESO                                            00085700
              GO TO 2300-F-APLICAR-RECHAZO                              00085800
           END-IF                                                       00085900
                                                                        00086000
           ADD 1 TO WS-CANT-RECHAZADOS                                  00086100
           MOVE 'RECHAZADO: CONTRASIENTO'  TO REG-DEV-SITUACION         00086200
           IF WS-IMP-CARGO > ZEROS                                      00086300
              MOVE 'RECHAZADO: CONTRASIENTO+CARGO'                      00086400
                TO REG-DEV-SITUACION                                    00086500
           END-IF                                                       00086600
           PERFORM 3000-I-GRABAR-DEVOLUCION                             00086700
              THRU 3000-F-GRABAR-DEVOLUCION                             00086800
           .                                                            00086900
       2300-F-APLICAR-RECHAZO. EXIT.                                    00087000
                                                                        00087100
      ******************************************************            00087200
      *  CARGO DE LA TARJETA SYSIN PARA LA MONEDA DEL      *            00087300
      *  CHEQUE (SIN ENTRADA = SIN CARGO)                  *            00087400
      ******************************************************            00087500
       2350-I-BUSCAR-CARGO.                                             00087600
                                                                        00087700
           IF WS-PARM-MONEDA (WS-IDX) = CQ-MONEDA                       00087800
              SET WS-CARGO-ENCONTRADO TO TRUE                           00087900
              MOVE WS-PARM-IMPORTE (WS-IDX) TO WS-IMP-CARGO             00088000
           END-IF                                                       00088100
           .                                                            00088200
       2350-F-BUSCAR-CARGO. EXIT.                                       00088300
                                                                        00088400
      ***********************************************************       00088500
      *  INSERT DE UN MOVIMIENTO INTERNO EN KC02803.TBMOVHIS    *       00088600
      *  CON EL NROSEC SIGUIENTE DE LA FECHA DE PROCESO         *       00088700
      ***********************************************************       00088800
       2400-I-GRABAR-MOVHIS.                                            00088900
                                                                        00089000
           MOVE '2400-I-GRABAR-MOVHIS' TO WS-PARRAFO.                   00089100
                                                                        00089200
           ADD 1 TO WS-NROSEC-INTERNO                                   00089300
                                                                        00089400
           MOVE CQ-TIPCUEN         TO MH-TIPCUEN                        00089500
           MOVE CQ-NROCUEN         TO MH-NROCUEN                        00089600
           MOVE WS-FECHA-DB2       TO MH-FECPROC                        00089700
           MOVE WS-NROSEC-INTERNO  TO MH-NROSEC                         00089800
           MOVE CQ-MONEDA          TO MH-MONEDA                         00089900
                                                                        00090000
           EXEC SQL                                                     00090100
              INSERT INTO KC02803.TBMOVHIS                              00090200
                     (TIPCUEN, NROCUEN, FECPROC, NROSEC,                00090300
                      TIPMOV, IMPORTE, SALDOANT, SALDOPOS,              00090400
                      MONEDA, FECREF, NROSECREF)                        00090500
              VALUES (:MH-TIPCUEN,                                      00090600
                      :MH-NROCUEN,                                      00090700
                      :MH-FECPROC,                                      00090800
                      :MH-NROSEC,                                       00090900
                      :MH-TIPMOV,                                       00091000
                      :MH-IMPORTE,                                      00091100
                      :MH-SALDOANT,                                     00091200
                      :MH-SALDOPOS,                                     00091300
                      :MH-MONEDA,                                       00091400
                      :MH-FECREF,                                       00091500
                      :MH-NROSECREF)                                    00091600
           END-EXEC                                                     00091700
                                                                        00091800
           IF  SQLCODE NOT EQUAL ZEROS                                  00091900
                MOVE SQLCODE   TO WS-SQLCODE                            00092000
                DISPLAY '************************************'          00092100
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00092200
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00092300
                DISPLAY '************************************'          00092400
                DISPLAY '* TABLA       : HISTORIAL TBMOVHIS *'          00092500
                DISPLAY '* DESCRIPCION : INSERT MOVIMIENTO  *'          00092600
                DISPLAY '************************************'          00092700
                MOVE 9999 TO RETURN-CODE                                00092800
                SET  WS-FIN-PROCESO TO TRUE                             00092900
           END-IF.                                                      00093000
                                                                        00093100
       2400-F-GRABAR-MOVHIS. EXIT.                                      00093200
                                                                        00093300
      ******************************************************            00093400
      *  EL DEPOSITO ORIGINAL ('CH') QUEDA REVERSADO       *            00093500
      ******************************************************            00093600
       2450-I-MARCAR-ORIGINAL.                                          00093700
                                                                        00093800
           MOVE '2450-I-MARCAR-ORIGINAL' TO WS-PARRAFO.                 00093900
                                                                        00094000
           EXEC SQL                                                     00094100
              UPDATE KC02803.TBMOVHIS                                   00094200
                 SET REVERSADO = 'S'                                    00094300
               WHERE TIPCUEN = :CQ-TIPCUEN                              00094400
                 AND NROCUEN = :CQ-NROCUEN                              00094500
                 AND FECPROC = :CQ-FECPROC                              00094600
                 AND NROSEC  = :CQ-NROSEC                               00094700
           END-EXEC                                                     00094800
                                                                        00094900
           IF  SQLCODE NOT EQUAL ZEROS                                  00095000
                MOVE SQLCODE   TO WS-SQLCODE                            00095100
                DISPLAY '************************************'          00095200
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00095300
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00095400
                DISPLAY '************************************'          00095500
                DISPLAY '* TABLA       : HISTORIAL TBMOVHIS *'          00095600
                DISPLAY '* DESCRIPCION : MARCA REVERSADO    *'          00095700
                DISPLAY '************************************'          00095800
                MOVE 9999 TO RETURN-CODE                                00095900
                SET  WS-FIN-PROCESO TO TRUE                             00096000
           END-IF.                                                      00096100
                                                                        00096200
       2450-F-MARCAR-ORIGINAL. EXIT.                                    00096300
                                                                        00096400
      ******************************************************            00096500
      *  SALDO FINAL DE LA CUENTA EN TBCURCTA              *            00096600
      ******************************************************            00096700
       2500-I-ACTUALIZAR-SALDO.                                         00096800
                                                                        00096900
           MOVE '2500-I-ACTUALIZAR-SALDO' TO WS-PARRAFO.                00097000
                                                                        00097100
           EXEC SQL                                                     00097200
              UPDATE KC02803.TBCURCTA                                   00097300
                 SET SALDO   = :WS-SALDO-NUEVO,                         00097400
                     FECSAL  = :WS-FECHA-DB2                            00097500
               WHERE TIPCUEN = :WS-TIPCUEN                              00097600
                 AND NROCUEN = :WS-NROCUEN                              00097700
           END-EXEC                                                     00097800
                                                                        00097900
           IF  SQLCODE NOT EQUAL ZEROS                                  00098000
                MOVE SQLCODE   TO WS-SQLCODE                            00098100
                DISPLAY '************************************'          00098200
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00098300
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00098400
                DISPLAY '************************************'          00098500
                DISPLAY '* TABLA       : CUENTAS - TBCURCTA *'          00098600
                DISPLAY '* DESCRIPCION : UPDATE DE SALDO    *'          00098700
                DISPLAY '************************************'          00098800
                MOVE 9999 TO RETURN-CODE                                00098900
                SET  WS-FIN-PROCESO TO TRUE                             00099000
           END-IF.                                                      00099100
                                                                        00099200
       2500-F-ACTUALIZAR-SALDO. EXIT.                                   00099300
                                                                        00099400
      ******************************************************            00099500
      *  CHEQUE RECHAZADO POR LA CAMARA EN TBCHEQUE        *            00099600
      ******************************************************            00099700
       2550-I-RECHAZAR-CHEQUE.                                          00099800
                                                                        00099900
           MOVE '2550-I-RECHAZAR-CHEQUE' TO WS-PARRAFO.                 00100000
                                                                        00100100
           MOVE DEV-MOTIVO TO CQ-MOTIVO                                 00100200
                                                                        00100300
           EXEC SQL                                                     00100400
              UPDATE KC02803.TBCHEQUE                                   00100500
                 SET ESTADO  = 'R',                                     00100600
                     FECEST  = :WS-FECHA-DB2,                           00100700
                     MOTIVO  = :CQ-MOTIVO                               00100800
               WHERE TIPCUEN = :CQ-TIPCUEN                              00100900
                 AND NROCUEN = :CQ-NROCUEN                              00101000
                 AND FECPROC = :CQ-FECPROC                              00101100
                 AND NROSEC  = :CQ-NROSEC                               00101200
           END-EXEC                                                     00101300
                                                                        00101400
           IF  SQLCODE NOT EQUAL ZEROS                                  00101500
                MOVE SQLCODE   TO WS-SQLCODE                            00101600
                DISPLAY '************************************'          00101700
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00101800
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00101900
                DISPLAY '************************************'          00102000
                DISPLAY '* TABLA       : CHEQUES - TBCHEQUE *'          00102100
                DISPLAY '* DESCRIPCION : RECHAZO DE CHEQUE  *'          00102200
                DISPLAY '************************************'          00102300
                MOVE 9999 TO RETURN-CODE                                00102400
                SET  WS-FIN-PROCESO TO TRUE                             00102500
           END-IF.                                                      00102600
                                                                        00102700
       2550-F-RECHAZAR-CHEQUE. EXIT.                                    00102800
                                                                        00102900
      ******************************************************            00103000
      *  COMMIT DE LA UNIDAD DE TRABAJO                    *            00103100
      ******************************************************            00103200
       2600-I-COMMIT.                                                   00103300
                                                                        00103400
           EXEC SQL                                                     00103500
              COMMIT                                                    00103600
           END-EXEC                                                     00103700
                                                                        00103800
           IF  SQLCODE NOT EQUAL ZEROS                                  00103900
                MOVE SQLCODE   TO WS-SQLCODE                            00104000
                DISPLAY '************************************'          00104100
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00104200
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00104300
                DISPLAY '************************************'          00104400
                DISPLAY '* TABLA       : CHEQUES - TBCHEQUE *'          00104500
                DISPLAY '* DESCRIPCION : COMMIT DEL CHEQUE  *'          00104600
                DISPLAY '************************************'          00104700
                MOVE 9999 TO RETURN-CODE                                00104800
                SET  WS-FIN-PROCESO TO TRUE                             00104900
           END-IF.                                                      00105000
                                                                        00105100
       2600-F-COMMIT. EXIT.                                             00105200
                                                                        00105300
      **************************************                            00105400
      *  GRABAR LISTADO DE DEVOLUCIONES    *                            00105500
      **************************************                            00105600
       3000-I-GRABAR-DEVOLUCION.                                        00105700
                                                                        00105800
           MOVE '3000-I-GRABAR-DEVOLUCION' TO WS-PARRAFO                00105900
                                                                        00106000
           MOVE DEV-TIPCUEN      TO REG-DEV-TIPCUEN                     00106100
           MOVE DEV-NROCUEN      TO REG-DEV-NROCUEN                     00106200
           MOVE DEV-FECPROC      TO REG-DEV-FECPROC                     00106300
           MOVE DEV-NROSEC       TO REG-DEV-NROSEC                      00106400
           MOVE DEV-MOTIVO       TO REG-DEV-MOTIVO                      00106500
           MOVE CQ-IMPORTE       TO REG-DEV-IMPORTE                     00106600
           MOVE WS-IMP-CARGO     TO REG-DEV-CARGO                       00106700
                                                                        00106800
           IF WS-CUENTA-LINEA > 50                                      00106900
                PERFORM 9000-I-GRABAR-TITULOS                           00107000
                   THRU 9000-F-GRABAR-TITULOS                           00107100
           END-IF                                                       00107200
                                                                        00107300
           WRITE REG-SALIDA FROM WS-REG-SALIDA-DEV  AFTER 1             00107400
                                                                        00107500
           MOVE FS-SALIDA TO FS-ACTUAL                                  00107600
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00107700
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00107800
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00107900
                                                                        00108000
           ADD  1   TO  WS-GRABADOS                                     00108100
           ADD  1   TO  WS-CUENTA-LINEA.                                00108200
                                                                        00108300
       3000-F-GRABAR-DEVOLUCION. EXIT.                                  00108400
                                                                        00108500
      ***********************************************************       00108600
      *  LIBERACION DE LAS RETENCIONES VENCIDAS: LOS CHEQUES    *       00108700
      *  PENDIENTES CON FECHA DE ACREDITACION HASTA LA FECHA    *       00108800
      *  DE PROCESO QUEDAN LIBERADOS. LOS QUE LA CAMARA         *       00108900
      *  RECHAZO HOY YA SALIERON DE PENDIENTES EN 2300.         *       00109000
      ***********************************************************       00109100
       4000-I-LIBERAR-RETENCIONES.                                      00109200
                                                                        00109300
           MOVE '4000-I-LIBERAR-RETENCIONES' TO WS-PARRAFO.             00109400
                                                                        00109500
           EXEC SQL                                                     00109600
              UPDATE KC02803.TBCHEQUE                                   00109700
                 SET ESTADO   = 'L',                                    00109800
                     FECEST   = :WS-FECHA-DB2                           00109900
               WHERE ESTADO   = 'P'                                     00110000
                 AND FECACRED <= :WS-FECHA-DB2                          00110100
           END-EXEC                                                     00110200
                                                                        00110300
           IF  SQLCODE EQUAL ZEROS OR SQLCODE EQUAL +100                00110400
                PERFORM 2600-I-COMMIT                                   00110500
                   THRU 2600-F-COMMIT                                   00110600
           ELSE                                                         00110700
                MOVE SQLCODE   TO WS-SQLCODE                            00110800
                DISPLAY '************************************'          00110900
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00111000
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00111100
                DISPLAY '************************************'          00111200
                DISPLAY '* TABLA       : CHEQUES - TBCHEQUE *'          00111300
                DISPLAY '* DESCRIPCION : LIBERAR RETENCION  *'          00111400
                DISPLAY '************************************'          00111500
                MOVE 9999 TO RETURN-CODE                                00111600
                SET  WS-FIN-PROCESO TO TRUE                             00111700
           END-IF.                                                      00111800
                                                                        00111900
       4000-F-LIBERAR-RETENCIONES. EXIT.                                00112000
                                                                        00112100
      ***********************************************************       00112200
      *  LISTADO DE CHEQUES POR SUCURSAL: PENDIENTES,           *       00112300
      *  LIBERADOS HOY Y RECHAZADOS HOY, CON SUBTOTALES POR     *       00112400
      *  ESTADO EN CADA CORTE DE SUCURSAL                       *       00112500
      ***********************************************************       00112600
       5000-I-LISTAR-CHEQUES.                                           00112700
                                                                        00112800
           MOVE 99 TO WS-CUENTA-LINEA                                   00112900
           MOVE -1 TO WS-SUCUEN-ANT                                     00113000
                                                                        00113100
           PERFORM 8200-I-ABRIR-CURSOR                                  00113200
              THRU 8200-F-ABRIR-CURSOR                                  00113300
           PERFORM 8400-I-LEER-CURSOR                                   00113400
              THRU 8400-F-LEER-CURSOR                                   00113500
                                                                        00113600
           PERFORM 5100-I-PROCESAR-CHEQUE                               00113700
              THRU 5100-F-PROCESAR-CHEQUE                               00113800
             UNTIL WS-FIN-CURSOR OR WS-FIN-PROCESO                      00113900
                                                                        00114000
           IF WS-SUCUEN-ANT NOT = -1 AND WS-SI-PROCESO                  00114100
              PERFORM 5200-I-CORTE-SUCURSAL                             00114200
                 THRU 5200-F-CORTE-SUCURSAL                             00114300
           END-IF                                                       00114400
                                                                        00114500
           PERFORM 8300-I-CERRAR-CURSOR                                 00114600
              THRU 8300-F-CERRAR-CURSOR                                 00114700
           .                                                            00114800
       5000-F-LISTAR-CHEQUES. EXIT.                                     00114900
                                                                        00115000
       5100-I-PROCESAR-CHEQUE.                                          00115100
                                                                        00115200
           IF WS-SUCUEN-ACT NOT = WS-SUCUEN-ANT                         00115300
              IF WS-SUCUEN-ANT NOT = -1                                 00115400
                 PERFORM 5200-I-CORTE-SUCURSAL                          00115500
                    THRU 5200-F-CORTE-SUCURSAL                          00115600
              END-IF                                                    00115700
              MOVE WS-SUCUEN-ACT TO WS-SUCUEN-ANT                       00115800
              MOVE SU-NOMBRE     TO WS-SUC-NOMBRE-ANT                   00115900
              INITIALIZE WS-TOTALES-SUCURSAL                            00116000
              PERFORM 5300-I-CABECERA-SUCURSAL                          00116100
                 THRU 5300-F-CABECERA-SUCURSAL                          00116200
           END-IF                                                       00116300
                                                                        00116400
           EVALUATE CQ-ESTADO                                           00116500
           WHEN 'P'                                                     00116600
                ADD 1          TO WS-SUC-CANT-P  WS-CANT-PENDIENTES     00116700
                ADD CQ-IMPORTE TO WS-SUC-IMP-P                          00116800
           WHEN 'L'                                                     00116900
                ADD 1          TO WS-SUC-CANT-L  WS-CANT-LIBERADOS      00117000
                ADD CQ-IMPORTE TO WS-SUC-IMP-L                          00117100
           WHEN OTHER                                                   00117200
                ADD 1          TO WS-SUC-CANT-R  WS-CANT-RECH-DIA       00117300
                ADD CQ-IMPORTE TO WS-SUC-IMP-R                          00117400
           END-EVALUATE                                                 00117500
                                                                        00117600
           MOVE CQ-ESTADO        TO REG-CHQ-ESTADO                      00117700
           MOVE CQ-TIPCUEN       TO REG-CHQ-TIPCUEN                     00117800
           MOVE CQ-NROCUEN       TO REG-CHQ-NROCUEN                     00117900
           MOVE CQ-FECPROC       TO REG-CHQ-FECPROC                     00118000
           MOVE CQ-NROCHQ        TO REG-CHQ-NROCHQ                      00118100
           MOVE CQ-IMPORTE       TO REG-CHQ-IMPORTE                     00118200
           MOVE CQ-MONEDA        TO REG-CHQ-MONEDA                      00118300
           MOVE CQ-PLAZO         TO REG-CHQ-PLAZO                       00118400
           MOVE CQ-FECACRED      TO REG-CHQ-FECACRED                    00118500
           MOVE CQ-MOTIVO        TO REG-CHQ-MOTIVO                      00118600
                                                                        00118700
           IF WS-CUENTA-LINEA > 50                                      00118800
                PERFORM 9000-I-GRABAR-TITULOS                           00118900
                   THRU 9000-F-GRABAR-TITULOS                           00119000
           END-IF                                                       00119100
                                                                        00119200
           WRITE REG-SALIDA FROM WS-REG-SALIDA-CHQ  AFTER 1             00119300
           PERFORM 5900-I-VALIDAR-LISTADO                               00119400
              THRU 5900-F-VALIDAR-LISTADO                               00119500
                                                                        00119600
           PERFORM 8400-I-LEER-CURSOR                                   00119700
              THRU 8400-F-LEER-CURSOR                                   00119800
           .                                                            00119900
       5100-F-PROCESAR-CHEQUE. EXIT.                                    00120000
                                                                        00120100
      ******************************************************            00120200
      *  SUBTOTALES POR ESTADO DE LA SUCURSAL QUE CIERRA   *            00120300
      ******************************************************            00120400
       5200-I-CORTE-SUCURSAL.                                           00120500
                                                                        00120600
           IF WS-CUENTA-LINEA > 47                                      00120700
                PERFORM 9000-I-GRABAR-TITULOS                           00120800
                   THRU 9000-F-GRABAR-TITULOS                           00120900
           END-IF                                                       00121000
                                                                        00121100
           MOVE 'PENDIENTES DE CLEARING' TO REG-SUB-LEYENDA             00121200
           MOVE WS-SUC-CANT-P            TO REG-SUB-CANT                00121300
           MOVE WS-SUC-IMP-P             TO REG-SUB-IMPORTE             00121400
           WRITE REG-SALIDA FROM WS-REG-SALIDA-SUBTOT AFTER 2           00121500
           PERFORM 5900-I-VALIDAR-LISTADO                               00121600
              THRU 5900-F-VALIDAR-LISTADO                               00121700
                                                                        00121800
           MOVE 'LIBERADOS EN LA FECHA ' TO REG-SUB-LEYENDA             00121900
           MOVE WS-SUC-CANT-L            TO REG-SUB-CANT                00122000
           MOVE WS-SUC-IMP-L             TO REG-SUB-IMPORTE             00122100
           WRITE REG-SALIDA FROM WS-REG-SALIDA-SUBTOT AFTER 1           00122200
           PERFORM 5900-I-VALIDAR-LISTADO                               00122300
              THRU 5900-F-VALIDAR-LISTADO                               00122400
                                                                        00122500
           MOVE 'RECHAZADOS EN LA FECHA' TO REG-SUB-LEYENDA             00122600
           MOVE WS-SUC-CANT-R            TO REG-SUB-CANT                00122700
           MOVE WS-SUC-IMP-R             TO REG-SUB-IMPORTE             00122800
           WRITE REG-SALIDA FROM WS-REG-SALIDA-SUBTOT AFTER 1           00122900
           PERFORM 5900-I-VALIDAR-LISTADO                               00123000
              THRU 5900-F-VALIDAR-LISTADO                               00123100
                                                                        00123200
           ADD 1 TO WS-CUENTA-LINEA                                     00123300
           .                                                            00123400
       5200-F-CORTE-SUCURSAL. EXIT.                                     00123500
                                                                        00123600
       5300-I-CABECERA-SUCURSAL.                                        00123700
                                                                        00123800
           IF WS-CUENTA-LINEA > 48                                      00123900
                PERFORM 9000-I-GRABAR-TITULOS                           00124000
                   THRU 9000-F-GRABAR-TITULOS                           00124100
           END-IF                                                       00124200
                                                                        00124300
           MOVE WS-SUCUEN-ANT     TO REG-SUC-SUCUEN                     00124400
           MOVE WS-SUC-NOMBRE-ANT TO REG-SUC-NOMBRE                     00124500
           WRITE REG-SALIDA FROM WS-REG-SALIDA-SUC AFTER 2              00124600
           PERFORM 5900-I-VALIDAR-LISTADO                               00124700
              THRU 5900-F-VALIDAR-LISTADO                               00124800
           ADD 1 TO WS-CUENTA-LINEA                                     00124900
           .                                                            00125000
       5300-F-CABECERA-SUCURSAL. EXIT.                                  00125100
                                                                        00125200
       5900-I-VALIDAR-LISTADO.                                          00125300
                                                                        00125400
           MOVE FS-SALIDA TO FS-ACTUAL                                  00125500
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00125600
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00125700
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00125800
                                                                        00125900
           ADD  1   TO  WS-GRABADOS                                     00126000
           ADD  1   TO  WS-CUENTA-LINEA                                 00126100
           .                                                            00126200
       5900-F-VALIDAR-LISTADO. EXIT.                                    00126300
                                                                        00126400
      **************************************                            00126500
      * APERTURA DE ARCHIVOS               *                            00126600
      **************************************                            00126700
       8000-I-APERTURA-ARCHIVOS.                                        00126800
                                                                        00126900
           MOVE '8000-I-APERTURA-ARCHIVOS' TO WS-PARRAFO                00127000
                                                                        00127100
           OPEN INPUT DEVOLUCIONES.                                     00127200
           MOVE FS-DEVOLUCIONES TO FS-ACTUAL                            00127300
           MOVE 'DEVOLUCIONES CAMARA' TO WS-ARCHIVO-DESC                00127400
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00127500
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00127600
                                                                        00127700
           OPEN OUTPUT SALIDA.                                          00127800
           MOVE FS-SALIDA  TO FS-ACTUAL                                 00127900
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00128000
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00128100
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00128200
           .                                                            00128300
       8000-F-APERTURA-ARCHIVOS. EXIT.                                  00128400
                                                                        00128500
      **************************************                            00128600
      *  LECTURA DE DEVOLUCIONES           *                            00128700
      **************************************                            00128800
       8050-I-LEER-DEVOLUCION.                                          00128900
                                                                        00129000
           MOVE '8050-I-LEER-DEVOLUCION' TO WS-PARRAFO                  00129100
                                                                        00129200
           READ DEVOLUCIONES                                            00129300
                                                                        00129400
           EVALUATE FS-DEVOLUCIONES                                     00129500
           WHEN '00'                                                    00129600
                ADD 1 TO WS-DEV-LEIDAS                                  00129700
           WHEN '10'                                                    00129800
                SET WS-FIN-ENTRADA TO TRUE                              00129900
           WHEN OTHER                                                   00130000
                MOVE FS-DEVOLUCIONES TO FS-ACTUAL                       00130100
                MOVE 'DEVOLUCIONES CAMARA' TO WS-ARCHIVO-DESC           00130200
                PERFORM 9996-I-VALIDAR-FS-ACTUAL                        00130300
                   THRU 9996-F-VALIDAR-FS-ACTUAL                        00130400
                SET WS-FIN-ENTRADA TO TRUE                              00130500
           END-EVALUATE                                                 00130600
           .                                                            00130700
       8050-F-LEER-DEVOLUCION. EXIT.                                    00130800
                                                                        00130900
      **************************************                            00131000
      *  CIERRE DE ARCHIVOS                *                            00131100
      **************************************                            00131200
       8100-I-CIERRE-ARCHIVOS.                                          00131300
                                                                        00131400
           MOVE '8100-I-CIERRE-ARCHIVOS' TO WS-PARRAFO                  00131500
                                                                        00131600
           CLOSE DEVOLUCIONES.                                          00131700
           MOVE FS-DEVOLUCIONES TO FS-ACTUAL                            00131800
           MOVE 'DEVOLUCIONES CAMARA' TO WS-ARCHIVO-DESC                00131900
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00132000
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00132100
                                                                        00132200
           CLOSE SALIDA.                                                00132300
           MOVE FS-SALIDA  TO FS-ACTUAL                                 00132400
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00132500
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00132600
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00132700
           .                                                            00132800
       8100-F-CIERRE-ARCHIVOS. EXIT.                                    00132900
                                                                        00133000
      ***********************************************************       00133100
      *  APERTURA DE CURSOR                                     *       00133200
      ***********************************************************       00133300
       8200-I-ABRIR-CURSOR.                                             00133400
                                                                        00133500
           MOVE '8200-I-ABRIR-CURSOR' TO WS-PARRAFO.                    00133600
                                                                        00133700
           EXEC SQL  OPEN C1  END-EXEC                                  00133800
                                                                        00133900
           IF  SQLCODE EQUAL ZEROS                                      00134000
                SET WS-SI-CURSOR           TO TRUE                      00134100
           ELSE                                                         00134200
                MOVE SQLCODE   TO WS-SQLCODE                            00134300
                DISPLAY '************************************'          00134400
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00134500
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00134600
                DISPLAY '************************************'          00134700
                DISPLAY '* TABLA       : CHEQUES - TBCHEQUE *'          00134800
                DISPLAY '* DESCRIPCION : APERTURA DE CURSOR *'          00134900
                DISPLAY '************************************'          00135000
                MOVE 9999 TO RETURN-CODE                                00135100
                SET  WS-FIN-CURSOR  TO TRUE                             00135200
                SET  WS-FIN-PROCESO TO TRUE                             00135300
           END-IF.                                                      00135400
                                                                        00135500
       8200-F-ABRIR-CURSOR. EXIT.                                       00135600
                                                                        00135700
      ***********************************************************       00135800
      *  CIERRE DE CURSOR                                       *       00135900
      ***********************************************************       00136000
       8300-I-CERRAR-CURSOR.                                            00136100
                                                                        00136200
           MOVE '8300-I-CERRAR-CURSOR' TO WS-PARRAFO.                   00136300
                                                                        00136400
           EXEC SQL CLOSE C1  END-EXEC                                  00136500
                                                                        00136600
           IF  SQLCODE EQUAL ZEROS                                      00136700
                CONTINUE                                                00136800
           ELSE                                                         00136900
                MOVE SQLCODE   TO WS-SQLCODE                            00137000
                DISPLAY '************************************'          00137100
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00137200
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00137300
                DISPLAY '************************************'          00137400
                DISPLAY '* TABLA       : CHEQUES - TBCHEQUE *'          00137500
                DISPLAY '* DESCRIPCION : CIERRE DE CURSOR   *'          00137600
                DISPLAY '************************************'          00137700
                MOVE 9999 TO RETURN-CODE                                00137800
           END-IF.                                                      00137900
                                                                        00138000
       8300-F-CERRAR-CURSOR. EXIT.                                      00138100
                                                                        00138200
      ***********************************************************       00138300
      *  LECTURA DE CURSOR                                      *       00138400
      ***********************************************************       00138500
       8400-I-LEER-CURSOR.                                              00138600
                                                                        00138700
           MOVE '8400-I-LEER-CURSOR' TO WS-PARRAFO.                     00138800
                                                                        00138900
                EXEC SQL                                                00139000
                   FETCH C1                                             00139100
                   INTO  :WS-SUCUEN,                                    00139200
                         :SU-NOMBRE,                                    00139300
                         :CQ-TIPCUEN,                                   00139400
                         :CQ-NROCUEN,                                   00139500
                         :CQ-FECPROC,                                   00139600
                         :CQ-NROCHQ,                                    00139700
                         :CQ-IMPORTE,                                   00139800
                         :CQ-MONEDA,                                    00139900
                         :CQ-PLAZO,                                     00140000
                         :CQ-FECACRED,                                  00140100
                         :CQ-ESTADO,                                    00140200
                         :CQ-MOTIVO                                     00140300
                END-EXEC                                                00140400
                                                                        00140500
           EVALUATE TRUE                                                00140600
           WHEN SQLCODE EQUAL ZEROS                                     00140700
                ADD 1 TO WS-C1-LEIDOS                                   00140800
                MOVE WS-SUCUEN TO WS-SUCUEN-ACT                         00140900
           WHEN SQLCODE EQUAL +100                                      00141000
                SET  WS-FIN-CURSOR  TO TRUE                             00141100
           WHEN OTHER                                                   00141200
                MOVE SQLCODE   TO WS-SQLCODE                            00141300
                DISPLAY '************************************'          00141400
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00141500
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00141600
                DISPLAY '************************************'          00141700
                DISPLAY '* TABLA       : CHEQUES - TBCHEQUE *'          00141800
                DISPLAY '* DESCRIPCION : LECTURA DE CURSOR  *'          00141900
                DISPLAY '************************************'          00142000
                MOVE 9999 TO RETURN-CODE                                00142100
                SET  WS-FIN-CURSOR  TO TRUE                             00142200
                SET  WS-FIN-PROCESO TO TRUE                             00142300
           END-EVALUATE.                                                00142400
                                                                        00142500
       8400-F-LEER-CURSOR. EXIT.                                        00142600
                                                                        00142700
      **************************************                            00142800
      *  GRABAR TITULOS                    *                            00142900
      **************************************                            00143000
       9000-I-GRABAR-TITULOS.                                           00143100
                                                                        00143200
           MOVE '9000-I-GRABAR-TITULOS' TO WS-PARRAFO.                  00143300
                                                                        00143400
           ADD 1 TO WS-NRO-PAGINA                                       00143500
                                                                        00143600
           WRITE REG-SALIDA FROM WS-LINEA  AFTER PAGE                   00143700
           WRITE REG-SALIDA FROM WS-TITULO                              00143800
           WRITE REG-SALIDA FROM WS-LINEA                               00143900
           IF WS-SUCUEN-ANT = -1                                        00144000
              WRITE REG-SALIDA FROM WS-SUBTITULO-DEVOLUCION AFTER 1     00144100
           ELSE                                                         00144200
              WRITE REG-SALIDA FROM WS-SUBTITULO-CHEQUES    AFTER 1     00144300
           END-IF                                                       00144400
           WRITE REG-SALIDA FROM WS-LINEA                               00144500
                                                                        00144600
           MOVE FS-SALIDA TO FS-ACTUAL                                  00144700
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00144800
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00144900
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00145000
                                                                        00145100
           MOVE 5   TO  WS-CUENTA-LINEA.                                00145200
                                                                        00145300
       9000-F-GRABAR-TITULOS.   EXIT.                                   00145400
                                                                        00145500
      *********************************************************         00145600
      *  VALIDACION FILE STATUS ARCHIVO SALIDA LISTADO        *         00145700
      *********************************************************         00145800
       9996-I-VALIDAR-FS-ACTUAL.                                        00145900
           IF FS-ACTUAL  IS NOT EQUAL '00'                              00146000
              DISPLAY '*****************************************'       00146100
              DISPLAY '*     *   FILE STATUS ERROR   *         *'       00146200
              DISPLAY '*****************************************'       00146300
              DISPLAY '* ERROR EN   : ' WS-PARRAFO                      00146400
              DISPLAY '* ARCHIVO    : ' WS-ARCHIVO-DESC                 00146500
              DISPLAY '* ERROR CODE : ' FS-ACTUAL                       00146600
              DISPLAY '*****************************************'       00146700
              MOVE 9999 TO RETURN-CODE                                  00146800
              SET  WS-FIN-PROCESO TO TRUE                               00146900
           ELSE                                                         00147000
              CONTINUE                                                  00147100
           END-IF.                                                      00147200
       9996-F-VALIDAR-FS-ACTUAL. EXIT.                                  00147300
                                                                        00147400
      **************************************                            00147500
      *  CUERPO FINAL CIERRE DE FILES      *                            00147600
      **************************************                            00147700
       9999-I-FINAL.                                                    00147800
      *    UNA CORRIDA CORTADA POR ERROR DESHACE EL CHEQUE QUE          00147900
      *    QUEDO A MEDIO APLICAR (LOS ANTERIORES YA SE COMMITEARON      00148000
      *    Y UNA RECORRIDA LOS RECONOCE).                               00148100
           IF RETURN-CODE = 9999                                        00148200
              EXEC SQL                                                  00148300
                 ROLLBACK                                               00148400
              END-EXEC                                                  00148500
           END-IF                                                       00148600
                                                                        00148700
      *    UNA CORRIDA RECHAZADA (FECHA DE PROCESO O APERTURA)          00148800
      *    SOLO INFORMA SUS TOTALES POR CONSOLA.                        00148900
           IF WS-ARRANQUE-NO                                            00149000
              GO TO 9999-X-TOTALES                                      00149100
           END-IF                                                       00149200
                                                                        00149300
           PERFORM 8100-I-CIERRE-ARCHIVOS                               00149400
              THRU 8100-F-CIERRE-ARCHIVOS                               00149500
                                                                        00149600
           .                                                            00149700
       9999-X-TOTALES.                                                  00149800
           DISPLAY '**********************************************'.    00149900
           DISPLAY '*  TOTALES DEL CLEARING DE CHEQUES           *'.    00150000
           DISPLAY '**********************************************'.    00150100
           DISPLAY 'TOTAL DEVOLUCIONES LEIDAS: ' WS-DEV-LEIDAS.         00150200
           DISPLAY 'TOTAL CHEQUES RECHAZADOS : ' WS-CANT-RECHAZADOS.    00150300
           DISPLAY 'TOTAL CARGOS COBRADOS    : ' WS-CANT-CARGOS.        00150400
           DISPLAY 'TOTAL YA PROCESADAS      : ' WS-CANT-YA-PROCESADOS. 00150500
           DISPLAY 'TOTAL NO APLICADAS       : ' WS-CANT-NO-APLICADAS.  00150600
           DISPLAY 'TOTAL CHEQUES LISTADOS   : ' WS-C1-LEIDOS.          00150700
           DISPLAY 'TOTAL PENDIENTES         : ' WS-CANT-PENDIENTES.    00150800
           DISPLAY 'TOTAL LIBERADOS EN FECHA : ' WS-CANT-LIBERADOS.     00150900
           DISPLAY 'TOTAL RECHAZADOS EN FECHA: ' WS-CANT-RECH-DIA.      00151000
           DISPLAY '----------------------------------------------'     00151100
           DISPLAY 'TOTAL REGISTROS GRABADOS   : '  WS-GRABADOS.        00151200
           DISPLAY '**********************************************'.    00151300
                                                                        00151400
       9999-F-FINAL.                                                    00151500
           EXIT.                                                        00151600
