       IDENTIFICATION DIVISION.                                         00000100
      *                                                        *        00000200
       PROGRAM-ID. EXAMEN35.                                            00000300
      **********************************************************        00000400
      *                                                        *        00000500
      *  PROGRAMA CICS CON SQL EMBEBIDO (TRANSACCION EX35)     *        00000600
      *  CONSULTA EN LINEA DE LOS MOVIMIENTOS DE UNA CUENTA,   *        00000700
      *  PSEUDO-CONVERSACIONAL (MAPSET EXAMS35):               *        00000800
      *  - CABECERA CON CLIENTE, MONEDA, SALDO (TBCURCTA),     *        00000900
      *    LIMITE (TBLIMCTA) Y ESTADO (TBESTCTA)               *        00001000
      *  - MOVIMIENTOS DE TBMOVHIS DEL MAS NUEVO AL MAS VIEJO  *        00001100
      *    CON SALDO ANTERIOR Y POSTERIOR, 12 POR PAGINA.      *        00001200
      *    PF8 PASA A LOS MAS VIEJOS Y PF7 VUELVE A LOS MAS    *        00001300
      *    NUEVOS. LA POSICION DEL PAGINADO VIAJA EN LA        *        00001400
      *    COMMAREA (FECPROC + NROSEC).                        *        00001500
      *  SE LLEGA POR LA TRANSACCION O POR XCTL DESDE EXAMEN34 *        00001600
      *  (PF5) O EXAMEN36 (PF5). PF3 VUELVE A EXAMEN34 SI SE   *        00001700
      *  VINO DE ALLI; PF6 PASA A LOS PENDIENTES DEL SUSPENSO. *        00001800
      *  SEGURIDAD: EL USUARIO CICS DEBE ESTAR HABILITADO EN   *        00001900
      *  TBOPERAD Y LA CUENTA SER DE SU SUCURSAL. CADA PAGINA  *        00002000
      *  MOSTRADA Y CADA CONSULTA RECHAZADA SE REGISTRA EN     *        00002100
      *  TBCONAUD ANTES DEL SEND: SI NO SE PUEDE REGISTRAR, NO *        00002200
      *  SE MUESTRA NADA.                                      *        00002300
      *  SOLO LECTURA SOBRE LAS TABLAS DEL SISTEMA.            *        00002400
      *                                                        *        00002500
      **********************************************************        00002600
      *      MANTENIMIENTO DE PROGRAMA                         *        00002700
      **********************************************************        00002800
      *  FECHA   *    DETALLE        * COD *                            00002900
      **************************************                            00003000
      *15/10/26  * VERSION INICIAL   *RVH  *                            00003100
      **************************************                            00003200
       ENVIRONMENT DIVISION.                                            00003300
       CONFIGURATION SECTION.                                           00003400
       SPECIAL-NAMES.                                                   00003500
           DECIMAL-POINT IS COMMA.                                      00003600
                                                                        00003700
       DATA DIVISION.                                                   00003800
      **************************************                            00003900
       WORKING-STORAGE SECTION.                                         00004000
      **************************************                            00004100
       77  FILLER          PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.00004200
                                                                        00004300
      ****************************************                          00004400
      * CONSTANTES DEL PROGRAMA              *                          00004500
      ****************************************                          00004600
       77  WS-PROGRAMA              PIC X(08) VALUE 'EXAMEN35'.         00004700
       77  WS-TRANSACCION           PIC X(04) VALUE 'EX35'.             00004800
       77  WS-LINEAS-PAGINA         PIC S9(04) USAGE COMP VALUE 12.     00004900
                                                                        00005000
      ****************************************                          00005100
      * SQLCODE Y RESPUESTA CICS             *                          00005200
      ****************************************                          00005300
       77  WS-SQLCODE    PIC +++999 USAGE DISPLAY VALUE ZEROS.          00005400
       77  WS-RESP                  PIC S9(08) USAGE COMP VALUE ZEROS.  00005500
       77  WS-RESP-EDIT             PIC Z(07)9 VALUE ZEROS.             00005600
                                                                        00005700
      *****************************************                         00005800
      *  BANDERAS/FLAGS                       *                         00005900
      *****************************************                         00006000
       01  WS-FLAG-PROCESO          PIC X VALUE 'T'.                    00006100
           88  WS-SI-PROCESO           VALUE 'T'.                       00006200
           88  WS-FIN-PROCESO          VALUE 'F'.                       00006300
                                                                        00006400
       01  WS-FLAG-CURSOR           PIC X VALUE 'T'.                    00006500
           88  WS-SI-CURSOR            VALUE 'T'.                       00006600
           88  WS-FIN-CURSOR           VALUE 'F'.                       00006700
                                                                        00006800
      *    COMO TERMINA LA TAREA: 'S' SIGUE LA CONVERSACION             00006900
      *    (RETURN TRANSID), 'F' FIN PEDIDO POR EL USUARIO O            00007000
      *    USUARIO NO HABILITADO, 'E' ERROR DB2/CICS (SE DESHACE        00007100
      *    LA UNIDAD DE TRABAJO Y SE INFORMA CON SEND TEXT).            00007200
       01  WS-FLAG-CONVERSACION     PIC X VALUE 'S'.                    00007300
           88  WS-SIGUE-CONVERSACION   VALUE 'S'.                       00007400
           88  WS-FIN-CONVERSACION     VALUE 'F'.                       00007500
           88  WS-ERROR-SISTEMA        VALUE 'E'.                       00007600
                                                                        00007700
      *    PRIMERA VEZ: SIN COMMAREA (O DE OTRO LARGO)                  00007800
       01  WS-FLAG-PRIMERA          PIC X VALUE 'N'.                    00007900
           88  WS-PRIMERA-VEZ          VALUE 'S'.                       00008000
                                                                        00008100
       01  WS-FLAG-ENTRADA          PIC X VALUE 'S'.                    00008200
           88  WS-ENTRADA-OK           VALUE 'S'.                       00008300
           88  WS-ENTRADA-ERROR        VALUE 'N'.                       00008400
                                                                        00008500
      *****************************************                         00008600
      *  COMMAREA DE LA CONVERSACION (200)    *                         00008700
      *  MISMO LAYOUT EN EXAMEN34, EXAMEN35 Y *                         00008800
      *  EXAMEN36 (PASA ENTRE ELLOS POR XCTL) *                         00008900
      *  CA-PROGRAMA : PROGRAMA QUE DEVOLVIO  *                         00009000
      *                EL CONTROL AL CICS     *                         00009100
      *  CA-ORIGEN   : PROGRAMA AL QUE VUELVE *                         00009200
      *                PF3 (BLANCO = FIN)     *                         00009300
      *  CA-CLAVE-*  : POSICION DEL PAGINADO, *                         00009400
      *                CADA PROGRAMA LA VE    *                         00009500
      *                CON SU PROPIO LAYOUT   *                         00009600
      *****************************************                         00009700
       01  WS-COMMAREA.                                                 00009800
           03  CA-PROGRAMA          PIC X(08).                          00009900
           03  CA-ORIGEN            PIC X(08).                          00010000
           03  CA-USUARIO           PIC X(08).                          00010100
           03  CA-SUCURSAL          PIC 9(02).                          00010200
           03  CA-NROCLI            PIC 9(03).                          00010300
           03  CA-TIPDOC            PIC X(02).                          00010400
           03  CA-NRODOC            PIC 9(11).                          00010500
           03  CA-TIPCUEN           PIC X(02).                          00010600
           03  CA-NROCUEN           PIC 9(05).                          00010700
           03  CA-PAGINA            PIC 9(03).                          00010800
           03  CA-MAS-DATOS         PIC X(01).                          00010900
               88  CA-HAY-MAS          VALUE 'S'.                       00011000
               88  CA-NO-HAY-MAS       VALUE 'N'.                       00011100
           03  CA-CLAVE-INICIO      PIC X(19).                          00011200
           03  CA-CLAVE-PRIMERA     PIC X(19).                          00011300
           03  CA-CLAVE-ULTIMA      PIC X(19).                          00011400
           03  CA-CTA-UNICA.                                            00011500
               05  CA-UNI-TIPCUEN   PIC X(02).                          00011600
               05  CA-UNI-NROCUEN   PIC 9(05).                          00011700
           03  FILLER               PIC X(83).                          00011800
                                                                        00011900
      *****************************************                         00012000
      *  CLAVE DEL PAGINADO DE MOVIMIENTOS    *                         00012100
      *  (VISTA DE CA-CLAVE-INICIO/PRIMERA/   *                         00012200
      *  ULTIMA). LA PRIMERA PAGINA ARRANCA   *                         00012300
      *  DESDE LA CLAVE MAXIMA.               *                         00012400
      *****************************************                         00012500
       01  WS-CLAVE-MOVIMIENTO.                                         00012600
           03  CLA-FECPROC          PIC X(10) VALUE SPACES.             00012700
           03  CLA-NROSEC           PIC 9(09) VALUE ZEROS.              00012800
                                                                        00012900
       01  WS-CLAVE-MAXIMA.                                             00013000
           03  FILLER               PIC X(10) VALUE '9999-12-31'.       00013100
           03  FILLER               PIC 9(09) VALUE 999999999.          00013200
                                                                        00013300
      *    CLAVE DESDE LA QUE ARRANCAN LOS CURSORES (EXCLUSIVA)         00013400
       01  WS-DESDE-MOVIMIENTO.                                         00013500
           03  WS-DESDE-FECPROC     PIC X(10) VALUE SPACES.             00013600
           03  WS-DESDE-NROSEC      PIC S9(09) USAGE COMP VALUE ZEROS.  00013700
                                                                        00013800
      *****************************************                         00013900
      *  DATOS INGRESADOS EN LA PANTALLA      *                         00014000
      *****************************************                         00014100
       01  WS-ENTRADA.                                                  00014200
           03  ENT-TIPCUEN          PIC X(02) VALUE SPACES.             00014300
           03  ENT-NROCUEN          PIC X(05) VALUE SPACES.             00014400
           03  ENT-NROCUEN-N REDEFINES ENT-NROCUEN                      00014500
                                    PIC 9(05).                          00014600
                                                                        00014700
      *****************************************                         00014800
      *  PAGINA DE MOVIMIENTOS                *                         00014900
      *****************************************                         00015000
       01  WS-PAGINADO.                                                 00015100
           03  WS-CANT-FILAS        PIC S9(04) USAGE COMP VALUE ZEROS.  00015200
           03  WS-CANT-NUEVOS       PIC S9(04) USAGE COMP VALUE ZEROS.  00015300
                                                                        00015400
      *****************************************                         00015500
      *  VARIABLES AUXILARES.                *                          00015600
      *****************************************                         00015700
       01 WS-AUXILIARES.                                                00015800
          03  WS-USUARIO            PIC X(08) VALUE SPACES.             00015900
          03  WS-SUC-NOMBRE         PIC X(20) VALUE SPACES.             00016000
          03  WS-AUD-RESULTADO      PIC X(01) VALUE SPACES.             00016100
          03  WS-MENSAJE            PIC X(79) VALUE SPACES.             00016200
          03  WS-DB2-TABLA          PIC X(19) VALUE SPACES.             00016300
          03  WS-DB2-DESCRIP        PIC X(17) VALUE SPACES.             00016400
          03  WS-CICS-COMANDO       PIC X(12) VALUE SPACES.             00016500
          03  WS-FECHA-AUX          PIC X(10).                          00016600
          03  WS-EDIT-NROCLI        PIC 9(03) VALUE ZEROS.              00016700
          03  WS-EDIT-NROCUEN       PIC 9(05) VALUE ZEROS.              00016800
          03  WS-EDIT-PAGINA        PIC ZZ9   VALUE ZEROS.              00016900
          03  WS-EDIT-SALDO         PIC $ZZ.ZZ9,99- VALUE ZEROS.        00017000
          03  WS-EDIT-LIMITE        PIC ZZ.ZZ9,99 VALUE ZEROS.          00017100
          03  WS-FECHA-PANTALLA.                                        00017200
              05 WS-PAN-DD          PIC X(02).                          00017300
              05 FILLER             PIC X VALUE '/'.                    00017400
              05 WS-PAN-MM          PIC X(02).                          00017500
              05 FILLER             PIC X VALUE '/'.                    00017600
              05 WS-PAN-AAAA        PIC X(04).                          00017700
                                                                        00017800
      *    DATOS DE CABECERA DE LA CUENTA                               00017900
       01  WS-CABECERA.                                                 00018000
           03  WS-CAB-LIMDESC       PIC S9(5)V9(2) USAGE COMP-3         00018100
                                              VALUE ZEROS.              00018200
           03  WS-CAB-ESTADO        PIC X(01) VALUE SPACES.             00018300
           03  WS-CAB-NOMAPE        PIC X(30) VALUE SPACES.             00018400
                                                                        00018500
      *    FECHA DB2 'AAAA-MM-DD' A FORMATEAR DD/MM/AAAA                00018600
       01  WS-FEC-DB2.                                                  00018700
           03  WS-FEC-DB2-AAAA      PIC X(04).                          00018800
           03  FILLER               PIC X(01).                          00018900
           03  WS-FEC-DB2-MM        PIC X(02).                          00019000
           03  FILLER               PIC X(01).                          00019100
           03  WS-FEC-DB2-DD        PIC X(02).                          00019200
                                                                        00019300
       01  WS-FEC-FORMATEADA.                                           00019400
           03  WS-FOR-DD            PIC X(02).                          00019500
           03  FILLER               PIC X VALUE '/'.                    00019600
           03  WS-FOR-MM            PIC X(02).                          00019700
           03  FILLER               PIC X VALUE '/'.                    00019800
           03  WS-FOR-AAAA          PIC X(04).                          00019900
                                                                        00020000
      *****************************************                         00020100
      *  TITULO Y LINEA DE MOVIMIENTOS (79)   *                         00020200
      *****************************************                         00020300
       01  WS-TITULO-MOVIMIENTOS.                                       00020400
           03  FILLER              PIC X(13)     VALUE ' FECHA       '. 00020500
           03  FILLER              PIC X(11)     VALUE 'SECUENCIA  '.   00020600
           03  FILLER              PIC X(05)     VALUE 'TM   '.         00020700
           03  FILLER              PIC X(13)     VALUE                  00020800
               '    IMPORTE  '.                                         00020900
           03  FILLER              PIC X(13)     VALUE                  00021000
               '  SALDO ANT. '.                                         00021100
           03  FILLER              PIC X(13)     VALUE                  00021200
               '  SALDO POS. '.                                         00021300
           03  FILLER              PIC X(11)     VALUE SPACES.          00021400
                                                                        00021500
       01  WS-LINEA-MOVIMIENTO.                                         00021600
           03  FILLER              PIC X(01)     VALUE SPACES.          00021700
           03  LIN-FECPROC         PIC X(10)     VALUE SPACES.          00021800
           03  FILLER              PIC X(02)     VALUE SPACES.          00021900
           03  LIN-NROSEC          PIC Z(08)9    VALUE ZEROS.           00022000
           03  FILLER              PIC X(02)     VALUE SPACES.          00022100
           03  LIN-TIPMOV          PIC X(02)     VALUE SPACES.          00022200
           03  FILLER              PIC X(03)     VALUE SPACES.          00022300
           03  LIN-IMPORTE         PIC $ZZ.ZZ9,99- VALUE ZEROS.         00022400
           03  FILLER              PIC X(02)     VALUE SPACES.          00022500
           03  LIN-SALDOANT        PIC $ZZ.ZZ9,99- VALUE ZEROS.         00022600
           03  FILLER              PIC X(02)     VALUE SPACES.          00022700
           03  LIN-SALDOPOS        PIC $ZZ.ZZ9,99- VALUE ZEROS.         00022800
           03  FILLER              PIC X(02)     VALUE SPACES.          00022900
           03  LIN-MARCA           PIC X(09)     VALUE SPACES.          00023000
           03  FILLER              PIC X(02)     VALUE SPACES.          00023100
                                                                        00023200
      *****************************************                         00023300
      *  MAPA SIMBOLICO Y TECLAS DE ATENCION  *                         00023400
      *****************************************                         00023500
           COPY EXAMS35.                                                00023600
                                                                        00023700
           COPY DFHAID.                                                 00023800
                                                                        00023900
       77  FILLER        PIC X(26) VALUE '* VARIABLES SQL          *'.  00024000
                                                                        00024100
      ********************************************************          00024200
      *  AREA DE COMUNICACION Y DEFINICION SQL DB2           *          00024300
      ********************************************************          00024400
            EXEC SQL                                                    00024500
              INCLUDE SQLCA                                             00024600
            END-EXEC.                                                   00024700
                                                                        00024800
            EXEC SQL                                                    00024900
              INCLUDE TBOPERAD                                          00025000
            END-EXEC.                                                   00025100
                                                                        00025200
            EXEC SQL                                                    00025300
              INCLUDE TBSUCURS                                          00025400
            END-EXEC.                                                   00025500
                                                                        00025600
            EXEC SQL                                                    00025700
              INCLUDE TBCONAUD                                          00025800
            END-EXEC.                                                   00025900
                                                                        00026000
            EXEC SQL                                                    00026100
              INCLUDE TBCURCTA                                          00026200
            END-EXEC.                                                   00026300
                                                                        00026400
            EXEC SQL                                                    00026500
              INCLUDE TBMOVHIS                                          00026600
            END-EXEC.                                                   00026700
                                                                        00026800
      ***************************************************               00026900
      * CURSOR C1 - MOVIMIENTOS DE LA CUENTA MAS VIEJOS *               00027000
      * QUE LA CLAVE DE INICIO DE LA PAGINA, DEL MAS    *               00027100
      * NUEVO AL MAS VIEJO. TRAE UNA FILA DE MAS PARA   *               00027200
      * SABER SI HAY OTRA PAGINA.                       *               00027300
      ***************************************************               00027400
            EXEC SQL                                                    00027500
              DECLARE C1 CURSOR FOR                                     00027600
              SELECT FECPROC,                                           00027700
                     NROSEC,                                            00027800
                     TIPMOV,                                            00027900
                     IMPORTE,                                           00028000
                     SALDOANT,                                          00028100
                     SALDOPOS,                                          00028200
                     REVERSADO                                          00028300
                FROM KC02803.TBMOVHIS                                   00028400
               WHERE TIPCUEN = :MH-TIPCUEN                              00028500
                 AND NROCUEN = :MH-NROCUEN                              00028600
                 AND (FECPROC < :WS-DESDE-FECPROC                       00028700
                  OR (FECPROC = :WS-DESDE-FECPROC                       00028800
                 AND  NROSEC  < :WS-DESDE-NROSEC))                      00028900
               ORDER BY FECPROC DESC, NROSEC DESC                       00029000
               FETCH FIRST 13 ROWS ONLY                                 00029100
            END-EXEC.                                                   00029200
                                                                        00029300
      ***************************************************               00029400
      * CURSOR C2 - MOVIMIENTOS MAS NUEVOS QUE LA       *               00029500
      * PRIMERA FILA DE LA PAGINA (PF7), DEL MAS VIEJO  *               00029600
      * AL MAS NUEVO. LA FILA 13 ES LA CLAVE DE INICIO  *               00029700
      * DE LA PAGINA ANTERIOR; SI NO LLEGA A 13 ES LA   *               00029800
      * PRIMERA PAGINA.                                 *               00029900
      ***************************************************               00030000
            EXEC SQL                                                    00030100
              DECLARE C2 CURSOR FOR                                     00030200
              SELECT FECPROC,                                           00030300
                     NROSEC                                             00030400
                FROM KC02803.TBMOVHIS                                   00030500
               WHERE TIPCUEN = :MH-TIPCUEN                              00030600
                 AND NROCUEN = :MH-NROCUEN                              00030700
                 AND (FECPROC > :WS-DESDE-FECPROC                       00030800
                  OR (FECPROC = :WS-DESDE-FECPROC                       00030900
                 AND  NROSEC  > :WS-DESDE-NROSEC))                      00031000
               ORDER BY FECPROC, NROSEC                                 00031100
               FETCH FIRST 13 ROWS ONLY                                 00031200
            END-EXEC.                                                   00031300
                                                                        00031400
       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.  00031500
                                                                        00031600
      **************************************                            00031700
       LINKAGE SECTION.                                                 00031800
      **************************************                            00031900
       01  DFHCOMMAREA              PIC X(200).                         00032000
                                                                        00032100
      ***************************************************************.  00032200
       PROCEDURE DIVISION.                                              00032300
      **************************************                            00032400
      *  CUERPO PRINCIPAL DEL PROGRAMA     *                            00032500
      **************************************                            00032600
       MAIN-PROGRAM.                                                    00032700
                                                                        00032800
           PERFORM 1000-I-INICIO   THRU                                 00032900
                   1000-F-INICIO.                                       00033000
                                                                        00033100
           IF WS-SI-PROCESO                                             00033200
              PERFORM 2000-I-PROCESO                                    00033300
                 THRU 2000-F-PROCESO                                    00033400
           END-IF                                                       00033500
                                                                        00033600
           PERFORM 9999-I-FINAL    THRU                                 00033700
                   9999-F-FINAL.                                        00033800
                                                                        00033900
       F-MAIN-PROGRAM. GOBACK.                                          00034000
                                                                        00034100
      **************************************                            00034200
      *  CUERPO INICIO: COMMAREA Y USUARIO *                            00034300
      **************************************                            00034400
       1000-I-INICIO.                                                   00034500
                                                                        00034600
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-AUX                   00034700
           MOVE WS-FECHA-AUX(1:4)     TO WS-PAN-AAAA                    00034800
           MOVE WS-FECHA-AUX(5:2)     TO WS-PAN-MM                      00034900
           MOVE WS-FECHA-AUX(7:2)     TO WS-PAN-DD                      00035000
                                                                        00035100
           SET WS-SI-PROCESO         TO TRUE                            00035200
           SET WS-SIGUE-CONVERSACION TO TRUE                            00035300
           MOVE SPACES               TO WS-MENSAJE                      00035400
                                                                        00035500
           IF EIBCALEN = LENGTH OF WS-COMMAREA                          00035600
              MOVE DFHCOMMAREA TO WS-COMMAREA                           00035700
           ELSE                                                         00035800
              SET WS-PRIMERA-VEZ TO TRUE                                00035900
              INITIALIZE WS-COMMAREA                                    00036000
              SET CA-NO-HAY-MAS  TO TRUE                                00036100
           END-IF                                                       00036200
                                                                        00036300
           MOVE 'ASSIGN'     TO WS-CICS-COMANDO                         00036400
           EXEC CICS ASSIGN                                             00036500
                USERID(WS-USUARIO)                                      00036600
                RESP(WS-RESP)                                           00036700
           END-EXEC                                                     00036800
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00036900
              PERFORM 9994-I-ERROR-CICS                                 00037000
                 THRU 9994-F-ERROR-CICS                                 00037100
              GO TO 1000-F-INICIO                                       00037200
           END-IF                                                       00037300
                                                                        00037400
           PERFORM 1100-I-VALIDAR-OPERADOR                              00037500
              THRU 1100-F-VALIDAR-OPERADOR                              00037600
           .                                                            00037700
       1000-F-INICIO. EXIT.                                             00037800
                                                                        00037900
      ******************************************************            00038000
      *  EL USUARIO DEBE ESTAR HABILITADO EN TBOPERAD: SE   *           00038100
      *  VALIDA EN CADA INTERACCION, ASI UNA BAJA TIENE     *           00038200
      *  EFECTO INMEDIATO. SU SUCURSAL LIMITA LA CONSULTA.  *           00038300
      ******************************************************            00038400
       1100-I-VALIDAR-OPERADOR.                                         00038500
                                                                        00038600
           MOVE WS-USUARIO TO OD-USUARIO                                00038700
                                                                        00038800
           EXEC SQL                                                     00038900
              SELECT NOMBRE,                                            00039000
                     SUCURSAL,                                          00039100
                     ESTADO                                             00039200
                INTO :OD-NOMBRE,                                        00039300
                     :OD-SUCURSAL,                                      00039400
                     :OD-ESTADO                                         00039500
                FROM KC02803.TBOPERAD                                   00039600
               WHERE USUARIO = :OD-USUARIO                              00039700
           END-EXEC                                                     00039800
                                                                        00039900
           EVALUATE TRUE                                                00040000
           WHEN SQLCODE EQUAL ZEROS                                     00040100
                CONTINUE                                                00040200
           WHEN SQLCODE EQUAL +100                                      00040300
                MOVE ZEROS  TO OD-SUCURSAL                              00040400
                MOVE SPACES TO OD-ESTADO                                00040500
           WHEN OTHER                                                   00040600
                MOVE 'OPERADORES-TBOPERAD' TO WS-DB2-TABLA              00040700
                MOVE 'LECTURA USUARIO  ' TO WS-DB2-DESCRIP              00040800
                PERFORM 9995-I-ERROR-DB2                                00040900
                   THRU 9995-F-ERROR-DB2                                00041000
                GO TO 1100-F-VALIDAR-OPERADOR                           00041100
           END-EVALUATE                                                 00041200
                                                                        00041300
           IF OD-ESTADO NOT = 'A'                                       00041400
              INITIALIZE DCLTBCONAUD                                    00041500
              MOVE 'U' TO WS-AUD-RESULTADO                              00041600
              PERFORM 8500-I-GRABAR-AUDITORIA                           00041700
                 THRU 8500-F-GRABAR-AUDITORIA                           00041800
              IF WS-FIN-PROCESO                                         00041900
                 GO TO 1100-F-VALIDAR-OPERADOR                          00042000
              END-IF                                                    00042100
              STRING 'USUARIO '            DELIMITED BY SIZE            00042200
                     WS-USUARIO            DELIMITED BY SPACE           00042300
                     ' NO HABILITADO PARA CONSULTAS EN LINEA'           00042400
                                           DELIMITED BY SIZE            00042500
                INTO WS-MENSAJE                                         00042600
              END-STRING                                                00042700
              PERFORM 8100-I-ENVIAR-TEXTO                               00042800
                 THRU 8100-F-ENVIAR-TEXTO                               00042900
              SET WS-FIN-PROCESO      TO TRUE                           00043000
              SET WS-FIN-CONVERSACION TO TRUE                           00043100
              GO TO 1100-F-VALIDAR-OPERADOR                             00043200
           END-IF                                                       00043300
                                                                        00043400
           MOVE WS-USUARIO  TO CA-USUARIO                               00043500
           MOVE OD-SUCURSAL TO CA-SUCURSAL                              00043600
                                                                        00043700
           PERFORM 1200-I-LEER-SUCURSAL                                 00043800
              THRU 1200-F-LEER-SUCURSAL                                 00043900
           .                                                            00044000
       1100-F-VALIDAR-OPERADOR. EXIT.                                   00044100
                                                                        00044200
      **************************************                            00044300
      *  NOMBRE DE LA SUCURSAL DEL USUARIO *                            00044400
      **************************************                            00044500
       1200-I-LEER-SUCURSAL.                                            00044600
                                                                        00044700
           MOVE OD-SUCURSAL TO SU-SUCURSAL                              00044800
                                                                        00044900
           EXEC SQL                                                     00045000
              SELECT NOMBRE                                             00045100
                INTO :SU-NOMBRE                                         00045200
                FROM KC02803.TBSUCURS                                   00045300
               WHERE SUCURSAL = :SU-SUCURSAL                            00045400
           END-EXEC                                                     00045500
                                                                        00045600
           EVALUATE TRUE                                                00045700
           WHEN SQLCODE EQUAL ZEROS                                     00045800
                MOVE SU-NOMBRE TO WS-SUC-NOMBRE                         00045900
           WHEN SQLCODE EQUAL +100                                      00046000
                MOVE SPACES    TO WS-SUC-NOMBRE                         00046100
           WHEN OTHER                                                   00046200
                MOVE 'SUCURSALES-TBSUCURS' TO WS-DB2-TABLA              00046300
                MOVE 'LECTURA SUCURSAL ' TO WS-DB2-DESCRIP              00046400
                PERFORM 9995-I-ERROR-DB2                                00046500
                   THRU 9995-F-ERROR-DB2                                00046600
           END-EVALUATE                                                 00046700
           .                                                            00046800
       1200-F-LEER-SUCURSAL. EXIT.                                      00046900
                                                                        00047000
      ******************************************************            00047100
      *  ATENCION DE LA INTERACCION SEGUN DE DONDE VIENE Y  *           00047200
      *  LA TECLA PRESIONADA. AL LLEGAR POR XCTL EIBAID ES  *           00047300
      *  LA TECLA DE LA OTRA PANTALLA: SE MIRA ANTES        *           00047400
      *  CA-PROGRAMA.                                       *           00047500
      ******************************************************            00047600
       2000-I-PROCESO.                                                  00047700
                                                                        00047800
           MOVE LOW-VALUES TO EXM35M1O                                  00047900
                                                                        00048000
           EVALUATE TRUE                                                00048100
           WHEN WS-PRIMERA-VEZ                                          00048200
                MOVE 'INGRESE TIPO Y NRO. DE CUENTA' TO WS-MENSAJE      00048300
                PERFORM 8000-I-ENVIAR-PANTALLA                          00048400
                   THRU 8000-F-ENVIAR-PANTALLA                          00048500
           WHEN CA-PROGRAMA NOT = WS-PROGRAMA                           00048600
                PERFORM 2700-I-PRIMERA-PAGINA                           00048700
                   THRU 2700-F-PRIMERA-PAGINA                           00048800
           WHEN EIBAID = DFHCLEAR                                       00048900
                PERFORM 2900-I-FIN-CONVERSACION                         00049000
                   THRU 2900-F-FIN-CONVERSACION                         00049100
           WHEN EIBAID = DFHPF3                                         00049200
                PERFORM 2950-I-VOLVER                                   00049300
                   THRU 2950-F-VOLVER                                   00049400
           WHEN EIBAID = DFHENTER                                       00049500
                PERFORM 2200-I-VALIDAR-ENTRADA                          00049600
                   THRU 2200-F-VALIDAR-ENTRADA                          00049700
           WHEN EIBAID = DFHPF7                                         00049800
                PERFORM 2500-I-PAGINA-ANTERIOR                          00049900
                   THRU 2500-F-PAGINA-ANTERIOR                          00050000
           WHEN EIBAID = DFHPF8                                         00050100
                PERFORM 2300-I-PAGINA-SIGUIENTE                         00050200
                   THRU 2300-F-PAGINA-SIGUIENTE                         00050300
           WHEN EIBAID = DFHPF6                                         00050400
                PERFORM 2400-I-PASAR-A-SUSPENSO                         00050500
                   THRU 2400-F-PASAR-A-SUSPENSO                         00050600
           WHEN OTHER                                                   00050700
                MOVE 'TECLA NO HABILITADA EN ESTA PANTALLA'             00050800
                                          TO WS-MENSAJE                 00050900
                PERFORM 2800-I-REPETIR-PAGINA                           00051000
                   THRU 2800-F-REPETIR-PAGINA                           00051100
           END-EVALUATE                                                 00051200
           .                                                            00051300
       2000-F-PROCESO. EXIT.                                            00051400
                                                                        00051500
      ******************************************************            00051600
      *  RECIBE LA PANTALLA. MAPFAIL = NO SE MODIFICO NADA. *           00051700
      *  LOS CAMPOS NO MODIFICADOS VIENEN CON LARGO CERO.   *           00051800
      ******************************************************            00051900
       2100-I-RECIBIR-PANTALLA.                                         00052000
                                                                        00052100
           MOVE LOW-VALUES TO EXM35M1I                                  00052200
           MOVE 'RECEIVE MAP' TO WS-CICS-COMANDO                        00052300
                                                                        00052400
           EXEC CICS RECEIVE                                            00052500
                MAP('EXM35M1')                                          00052600
                MAPSET('EXAMS35')                                       00052700
                INTO(EXM35M1I)                                          00052800
                RESP(WS-RESP)                                           00052900
           END-EXEC                                                     00053000
                                                                        00053100
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00053200
                             AND WS-RESP NOT = DFHRESP(MAPFAIL)         00053300
              PERFORM 9994-I-ERROR-CICS                                 00053400
                 THRU 9994-F-ERROR-CICS                                 00053500
              GO TO 2100-F-RECIBIR-PANTALLA                             00053600
           END-IF                                                       00053700
                                                                        00053800
           MOVE SPACES TO WS-ENTRADA                                    00053900
           IF TIPCUEL > ZEROS                                           00054000
              MOVE TIPCUEI TO ENT-TIPCUEN                               00054100
           END-IF                                                       00054200
           IF NROCUEL > ZEROS                                           00054300
              MOVE NROCUEI TO ENT-NROCUEN                               00054400
           END-IF                                                       00054500
                                                                        00054600
           MOVE LOW-VALUES TO EXM35M1O                                  00054700
           .                                                            00054800
       2100-F-RECIBIR-PANTALLA. EXIT.                                   00054900
                                                                        00055000
      ******************************************************            00055100
      *  ENTER: CUENTA A CONSULTAR. SIN NADA INGRESADO SE   *           00055200
      *  VUELVE A LA PRIMERA PAGINA DE LA CUENTA ACTUAL.    *           00055300
      ******************************************************            00055400
       2200-I-VALIDAR-ENTRADA.                                          00055500
                                                                        00055600
           PERFORM 2100-I-RECIBIR-PANTALLA                              00055700
              THRU 2100-F-RECIBIR-PANTALLA                              00055800
           IF WS-FIN-PROCESO                                            00055900
              GO TO 2200-F-VALIDAR-ENTRADA                              00056000
           END-IF                                                       00056100
                                                                        00056200
           SET WS-ENTRADA-OK TO TRUE                                    00056300
                                                                        00056400
           EVALUATE TRUE                                                00056500
           WHEN ENT-TIPCUEN NOT = SPACES OR ENT-NROCUEN NOT = SPACES    00056600
                IF ENT-TIPCUEN = SPACES                                 00056700
                              OR ENT-NROCUEN IS NOT NUMERIC             00056800
                              OR ENT-NROCUEN-N = ZEROS                  00056900
                   MOVE 'INGRESE TIPO Y NRO. DE CUENTA VALIDOS'         00057000
                                             TO WS-MENSAJE              00057100
                   SET WS-ENTRADA-ERROR TO TRUE                         00057200
                ELSE                                                    00057300
                   MOVE ENT-TIPCUEN   TO CA-TIPCUEN                     00057400
                   MOVE ENT-NROCUEN-N TO CA-NROCUEN                     00057500
                END-IF                                                  00057600
           WHEN CA-TIPCUEN NOT = SPACES                                 00057700
                CONTINUE                                                00057800
           WHEN OTHER                                                   00057900
                MOVE 'INGRESE TIPO Y NRO. DE CUENTA' TO WS-MENSAJE      00058000
                SET WS-ENTRADA-ERROR TO TRUE                            00058100
           END-EVALUATE                                                 00058200
                                                                        00058300
           IF WS-ENTRADA-ERROR                                          00058400
              PERFORM 3900-I-LIMPIAR-CUENTA                             00058500
                 THRU 3900-F-LIMPIAR-CUENTA                             00058600
              MOVE ENT-TIPCUEN TO TIPCUEO                               00058700
              MOVE ENT-NROCUEN TO NROCUEO                               00058800
              PERFORM 8000-I-ENVIAR-PANTALLA                            00058900
                 THRU 8000-F-ENVIAR-PANTALLA                            00059000
              GO TO 2200-F-VALIDAR-ENTRADA                              00059100
           END-IF                                                       00059200
                                                                        00059300
           PERFORM 2750-I-DESDE-EL-PRINCIPIO                            00059400
              THRU 2750-F-DESDE-EL-PRINCIPIO                            00059500
           PERFORM 3000-I-CONSULTA-CUENTA                               00059600
              THRU 3000-F-CONSULTA-CUENTA                               00059700
           .                                                            00059800
       2200-F-VALIDAR-ENTRADA. EXIT.                                    00059900
                                                                        00060000
      **************************************                            00060100
      *  PF8: MOVIMIENTOS MAS VIEJOS       *                            00060200
      **************************************                            00060300
       2300-I-PAGINA-SIGUIENTE.                                         00060400
                                                                        00060500
           IF CA-TIPCUEN = SPACES                                       00060600
              MOVE 'INGRESE TIPO Y NRO. DE CUENTA' TO WS-MENSAJE        00060700
              PERFORM 8000-I-ENVIAR-PANTALLA                            00060800
                 THRU 8000-F-ENVIAR-PANTALLA                            00060900
              GO TO 2300-F-PAGINA-SIGUIENTE                             00061000
           END-IF                                                       00061100
                                                                        00061200
           IF CA-NO-HAY-MAS                                             00061300
              MOVE 'NO HAY MOVIMIENTOS MAS VIEJOS' TO WS-MENSAJE        00061400
              PERFORM 2800-I-REPETIR-PAGINA                             00061500
                 THRU 2800-F-REPETIR-PAGINA                             00061600
              GO TO 2300-F-PAGINA-SIGUIENTE                             00061700
           END-IF                                                       00061800
                                                                        00061900
           MOVE CA-CLAVE-ULTIMA TO CA-CLAVE-INICIO                      00062000
           ADD 1                TO CA-PAGINA                            00062100
                                                                        00062200
           PERFORM 3000-I-CONSULTA-CUENTA                               00062300
              THRU 3000-F-CONSULTA-CUENTA                               00062400
           .                                                            00062500
       2300-F-PAGINA-SIGUIENTE. EXIT.                                   00062600
                                                                        00062700
      ******************************************************            00062800
      *  PF6: PENDIENTES DEL SUSPENSO DE LA MISMA CUENTA    *           00062900
      *  (EXAMEN36). CA-ORIGEN SE CONSERVA PARA QUE PF3     *           00063000
      *  VUELVA A DONDE SE EMPEZO.                          *           00063100
      ******************************************************            00063200
       2400-I-PASAR-A-SUSPENSO.                                         00063300
                                                                        00063400
           IF CA-TIPCUEN = SPACES                                       00063500
              MOVE 'INGRESE TIPO Y NRO. DE CUENTA' TO WS-MENSAJE        00063600
              PERFORM 8000-I-ENVIAR-PANTALLA                            00063700
                 THRU 8000-F-ENVIAR-PANTALLA                            00063800
              GO TO 2400-F-PASAR-A-SUSPENSO                             00063900
           END-IF                                                       00064000
                                                                        00064100
           MOVE WS-PROGRAMA TO CA-PROGRAMA                              00064200
           MOVE ZEROS       TO CA-PAGINA                                00064300
           SET CA-NO-HAY-MAS TO TRUE                                    00064400
           MOVE SPACES      TO CA-CLAVE-INICIO                          00064500
                               CA-CLAVE-PRIMERA                         00064600
                               CA-CLAVE-ULTIMA                          00064700
                                                                        00064800
           EXEC CICS XCTL                                               00064900
                PROGRAM('EXAMEN36')                                     00065000
                COMMAREA(WS-COMMAREA)                                   00065100
                LENGTH(LENGTH OF WS-COMMAREA)                           00065200
                RESP(WS-RESP)                                           00065300
           END-EXEC                                                     00065400
                                                                        00065500
      *    SOLO VUELVE SI EL XCTL FALLO                                 00065600
           MOVE 'PROGRAMA EXAMEN36 NO DISPONIBLE EN ESTE MOMENTO'       00065700
                                          TO WS-MENSAJE                 00065800
           PERFORM 2700-I-PRIMERA-PAGINA                                00065900
              THRU 2700-F-PRIMERA-PAGINA                                00066000
           .                                                            00066100
       2400-F-PASAR-A-SUSPENSO. EXIT.                                   00066200
                                                                        00066300
      ******************************************************            00066400
      *  PF7: MOVIMIENTOS MAS NUEVOS. C2 BUSCA LA CLAVE DE  *           00066500
      *  INICIO DE LA PAGINA ANTERIOR (LA FILA 13 HACIA     *           00066600
      *  ADELANTE DESDE LA PRIMERA FILA EN PANTALLA); SI NO *           00066700
      *  HAY 13 FILAS MAS NUEVAS SE VUELVE A LA PRIMERA.    *           00066800
      ******************************************************            00066900
       2500-I-PAGINA-ANTERIOR.                                          00067000
                                                                        00067100
           IF CA-TIPCUEN = SPACES                                       00067200
              MOVE 'INGRESE TIPO Y NRO. DE CUENTA' TO WS-MENSAJE        00067300
              PERFORM 8000-I-ENVIAR-PANTALLA                            00067400
                 THRU 8000-F-ENVIAR-PANTALLA                            00067500
              GO TO 2500-F-PAGINA-ANTERIOR                              00067600
           END-IF                                                       00067700
                                                                        00067800
           IF CA-PAGINA NOT > 1                                         00067900
              MOVE 'YA ESTA EN LOS MOVIMIENTOS MAS NUEVOS'              00068000
                                          TO WS-MENSAJE                 00068100
              PERFORM 2800-I-REPETIR-PAGINA                             00068200
                 THRU 2800-F-REPETIR-PAGINA                             00068300
              GO TO 2500-F-PAGINA-ANTERIOR                              00068400
           END-IF                                                       00068500
                                                                        00068600
           MOVE CA-CLAVE-PRIMERA TO WS-CLAVE-MOVIMIENTO                 00068700
           MOVE CLA-FECPROC      TO WS-DESDE-FECPROC                    00068800
           MOVE CLA-NROSEC       TO WS-DESDE-NROSEC                     00068900
           MOVE CA-TIPCUEN       TO MH-TIPCUEN                          00069000
           MOVE CA-NROCUEN       TO MH-NROCUEN                          00069100
           MOVE ZEROS            TO WS-CANT-NUEVOS                      00069200
                                                                        00069300
           EXEC SQL                                                     00069400
              OPEN C2                                                   00069500
           END-EXEC                                                     00069600
                                                                        00069700
           IF SQLCODE NOT EQUAL ZEROS                                   00069800
              MOVE 'MOVIM.HIST-TBMOVHIS' TO WS-DB2-TABLA                00069900
              MOVE 'OPEN CURSOR C2   ' TO WS-DB2-DESCRIP                00070000
              PERFORM 9995-I-ERROR-DB2                                  00070100
                 THRU 9995-F-ERROR-DB2                                  00070200
              GO TO 2500-F-PAGINA-ANTERIOR                              00070300
           END-IF                                                       00070400
                                                                        00070500
           SET WS-SI-CURSOR TO TRUE                                     00070600
           PERFORM 2510-I-LEER-MAS-NUEVO                                00070700
              THRU 2510-F-LEER-MAS-NUEVO                                00070800
             UNTIL WS-FIN-CURSOR                                        00070900
                                                                        00071000
           EXEC SQL                                                     00071100
              CLOSE C2                                                  00071200
           END-EXEC                                                     00071300
                                                                        00071400
           IF WS-FIN-PROCESO                                            00071500
              GO TO 2500-F-PAGINA-ANTERIOR                              00071600
           END-IF                                                       00071700
                                                                        00071800
           IF WS-CANT-NUEVOS > WS-LINEAS-PAGINA                         00071900
              MOVE WS-CLAVE-MOVIMIENTO TO CA-CLAVE-INICIO               00072000
              SUBTRACT 1 FROM CA-PAGINA                                 00072100
           ELSE                                                         00072200
              PERFORM 2750-I-DESDE-EL-PRINCIPIO                         00072300
                 THRU 2750-F-DESDE-EL-PRINCIPIO                         00072400
           END-IF                                                       00072500
                                                                        00072600
           PERFORM 3000-I-CONSULTA-CUENTA                               00072700
              THRU 3000-F-CONSULTA-CUENTA                               00072800
           .                                                            00072900
       2500-F-PAGINA-ANTERIOR. EXIT.                                    00073000
                                                                        00073100
      **************************************                            00073200
      *  FETCH DEL CURSOR C2: QUEDA EN LA  *                            00073300
      *  CLAVE LA ULTIMA FILA LEIDA        *                            00073400
      **************************************                            00073500
       2510-I-LEER-MAS-NUEVO.                                           00073600
                                                                        00073700
           EXEC SQL                                                     00073800
              FETCH C2                                                  00073900
               INTO :MH-FECPROC,                                        00074000
                    :MH-NROSEC                                          00074100
           END-EXEC                                                     00074200
                                                                        00074300
           EVALUATE TRUE                                                00074400
           WHEN SQLCODE EQUAL ZEROS                                     00074500
                ADD 1 TO WS-CANT-NUEVOS                                 00074600
                MOVE MH-FECPROC TO CLA-FECPROC                          00074700
                MOVE MH-NROSEC  TO CLA-NROSEC                           00074800
           WHEN SQLCODE EQUAL +100                                      00074900
                SET WS-FIN-CURSOR TO TRUE                               00075000
           WHEN OTHER                                                   00075100
                MOVE 'MOVIM.HIST-TBMOVHIS' TO WS-DB2-TABLA              00075200
                MOVE 'FETCH CURSOR C2  ' TO WS-DB2-DESCRIP              00075300
                PERFORM 9995-I-ERROR-DB2                                00075400
                   THRU 9995-F-ERROR-DB2                                00075500
           END-EVALUATE                                                 00075600
           .                                                            00075700
       2510-F-LEER-MAS-NUEVO. EXIT.                                     00075800
                                                                        00075900
      ******************************************************            00076000
      *  PRIMERA PAGINA DE LA CUENTA DE LA COMMAREA (AL     *           00076100
      *  LLEGAR POR XCTL). SIN CUENTA SE MUESTRA LA         *           00076200
      *  PANTALLA VACIA.                                    *           00076300
      ******************************************************            00076400
       2700-I-PRIMERA-PAGINA.                                           00076500
                                                                        00076600
           IF CA-TIPCUEN = SPACES                                       00076700
              IF WS-MENSAJE = SPACES                                    00076800
                 MOVE 'INGRESE TIPO Y NRO. DE CUENTA' TO WS-MENSAJE     00076900
              END-IF                                                    00077000
              PERFORM 8000-I-ENVIAR-PANTALLA                            00077100
                 THRU 8000-F-ENVIAR-PANTALLA                            00077200
              GO TO 2700-F-PRIMERA-PAGINA                               00077300
           END-IF                                                       00077400
                                                                        00077500
           PERFORM 2750-I-DESDE-EL-PRINCIPIO                            00077600
              THRU 2750-F-DESDE-EL-PRINCIPIO                            00077700
           PERFORM 3000-I-CONSULTA-CUENTA                               00077800
              THRU 3000-F-CONSULTA-CUENTA                               00077900
           .                                                            00078000
       2700-F-PRIMERA-PAGINA. EXIT.                                     00078100
                                                                        00078200
      **************************************                            00078300
      *  POSICIONA EL PAGINADO AL INICIO   *                            00078400
      **************************************                            00078500
       2750-I-DESDE-EL-PRINCIPIO.                                       00078600
                                                                        00078700
           MOVE WS-CLAVE-MAXIMA TO CA-CLAVE-INICIO                      00078800
           MOVE 1               TO CA-PAGINA                            00078900
           .                                                            00079000
       2750-F-DESDE-EL-PRINCIPIO. EXIT.                                 00079100
                                                                        00079200
      ******************************************************            00079300
      *  VUELVE A MOSTRAR LA PAGINA ACTUAL CON EL MENSAJE   *           00079400
      *  QUE DEJO EL LLAMADOR                               *           00079500
      ******************************************************            00079600
       2800-I-REPETIR-PAGINA.                                           00079700
                                                                        00079800
           IF CA-TIPCUEN = SPACES                                       00079900
              PERFORM 8000-I-ENVIAR-PANTALLA                            00080000
                 THRU 8000-F-ENVIAR-PANTALLA                            00080100
              GO TO 2800-F-REPETIR-PAGINA                               00080200
           END-IF                                                       00080300
                                                                        00080400
           PERFORM 3000-I-CONSULTA-CUENTA                               00080500
              THRU 3000-F-CONSULTA-CUENTA                               00080600
           .                                                            00080700
       2800-F-REPETIR-PAGINA. EXIT.                                     00080800
                                                                        00080900
      **************************************                            00081000
      *  CLEAR: FIN DE LA CONSULTA         *                            00081100
      **************************************                            00081200
       2900-I-FIN-CONVERSACION.                                         00081300
                                                                        00081400
           MOVE 'CONSULTA DE MOVIMIENTOS FINALIZADA' TO WS-MENSAJE      00081500
           PERFORM 8100-I-ENVIAR-TEXTO                                  00081600
              THRU 8100-F-ENVIAR-TEXTO                                  00081700
           SET WS-FIN-CONVERSACION TO TRUE                              00081800
           .                                                            00081900
       2900-F-FIN-CONVERSACION. EXIT.                                   00082000
                                                                        00082100
      ******************************************************            00082200
      *  PF3: VUELVE POR XCTL AL PROGRAMA DE ORIGEN O, SI   *           00082300
      *  SE ENTRO POR LA TRANSACCION, TERMINA               *           00082400
      ******************************************************            00082500
       2950-I-VOLVER.                                                   00082600
                                                                        00082700
           IF CA-ORIGEN = SPACES                                        00082800
              PERFORM 2900-I-FIN-CONVERSACION                           00082900
                 THRU 2900-F-FIN-CONVERSACION                           00083000
              GO TO 2950-F-VOLVER                                       00083100
           END-IF                                                       00083200
                                                                        00083300
           MOVE WS-PROGRAMA TO CA-PROGRAMA                              00083400
                                                                        00083500
           EXEC CICS XCTL                                               00083600
                PROGRAM(CA-ORIGEN)                                      00083700
                COMMAREA(WS-COMMAREA)                                   00083800
                LENGTH(LENGTH OF WS-COMMAREA)                           00083900
                RESP(WS-RESP)                                           00084000
           END-EXEC                                                     00084100
                                                                        00084200
      *    SOLO VUELVE SI EL XCTL FALLO                                 00084300
           PERFORM 2900-I-FIN-CONVERSACION                              00084400
              THRU 2900-F-FIN-CONVERSACION                              00084500
           .                                                            00084600
       2950-F-VOLVER. EXIT.                                             00084700
                                                                        00084800
      ******************************************************            00084900
      *  CONSULTA DE LA CUENTA Y DE LA PAGINA DE            *           00085000
      *  MOVIMIENTOS QUE ARRANCA EN CA-CLAVE-INICIO. EL     *           00085100
      *  REGISTRO DE AUDITORIA SE GRABA ANTES DE ARMAR LA   *           00085200
      *  PANTALLA.                                          *           00085300
      ******************************************************            00085400
       3000-I-CONSULTA-CUENTA.                                          00085500
                                                                        00085600
           INITIALIZE DCLTBCONAUD                                       00085700
                                                                        00085800
           PERFORM 3100-I-LEER-CUENTA                                   00085900
              THRU 3100-F-LEER-CUENTA                                   00086000
           IF WS-FIN-PROCESO                                            00086100
              GO TO 3000-F-CONSULTA-CUENTA                              00086200
           END-IF                                                       00086300
           IF WS-AUD-RESULTADO NOT = 'O'                                00086400
              GO TO 3000-X-RECHAZO                                      00086500
           END-IF                                                       00086600
                                                                        00086700
           PERFORM 8500-I-GRABAR-AUDITORIA                              00086800
              THRU 8500-F-GRABAR-AUDITORIA                              00086900
           IF WS-FIN-PROCESO                                            00087000
              GO TO 3000-F-CONSULTA-CUENTA                              00087100
           END-IF                                                       00087200
                                                                        00087300
           PERFORM 3400-I-CARGAR-MOVIMIENTOS                            00087400
              THRU 3400-F-CARGAR-MOVIMIENTOS                            00087500
           IF WS-FIN-PROCESO                                            00087600
              GO TO 3000-F-CONSULTA-CUENTA                              00087700
           END-IF                                                       00087800
                                                                        00087900
           PERFORM 3600-I-MOSTRAR-CUENTA                                00088000
              THRU 3600-F-MOSTRAR-CUENTA                                00088100
           GO TO 3000-X-ENVIAR                                          00088200
           .                                                            00088300
       3000-X-RECHAZO.                                                  00088400
                                                                        00088500
           PERFORM 8500-I-GRABAR-AUDITORIA                              00088600
              THRU 8500-F-GRABAR-AUDITORIA                              00088700
           IF WS-FIN-PROCESO                                            00088800
              GO TO 3000-F-CONSULTA-CUENTA                              00088900
           END-IF                                                       00089000
                                                                        00089100
           MOVE CA-TIPCUEN      TO TIPCUEO                              00089200
           MOVE CA-NROCUEN      TO WS-EDIT-NROCUEN                      00089300
           MOVE WS-EDIT-NROCUEN TO NROCUEO                              00089400
           PERFORM 3900-I-LIMPIAR-CUENTA                                00089500
              THRU 3900-F-LIMPIAR-CUENTA                                00089600
           .                                                            00089700
       3000-X-ENVIAR.                                                   00089800
                                                                        00089900
           PERFORM 8000-I-ENVIAR-PANTALLA                               00090000
              THRU 8000-F-ENVIAR-PANTALLA                               00090100
           .                                                            00090200
       3000-F-CONSULTA-CUENTA. EXIT.                                    00090300
                                                                        00090400
      ******************************************************            00090500
      *  CABECERA DE LA CUENTA CON SU LIMITE, ESTADO Y      *           00090600
      *  TITULAR. LA CUENTA DEBE EXISTIR Y SER DE LA        *           00090700
      *  SUCURSAL DEL USUARIO.                              *           00090800
      ******************************************************            00090900
       3100-I-LEER-CUENTA.                                              00091000
                                                                        00091100
           MOVE 'O'        TO WS-AUD-RESULTADO                          00091200
           MOVE CA-TIPCUEN TO WS-TIPCUEN CN-TIPCUEN                     00091300
           MOVE CA-NROCUEN TO WS-NROCUEN CN-NROCUEN                     00091400
                                                                        00091500
           EXEC SQL                                                     00091600
              SELECT A.SUCUEN,                                          00091700
                     A.NROCLI,                                          00091800
                     A.SALDO,                                           00091900
                     A.MONEDA,                                          00092000
                     COALESCE(L.LIMDESC, 0),                            00092100
                     COALESCE(E.ESTADO, ' '),                           00092200
                     COALESCE(C.NOMAPE, ' ')                            00092300
                INTO :WS-SUCUEN,                                        00092400
                     :WS-NROCLI,                                        00092500
                     :WS-SALDO,                                         00092600
                     :WS-MONEDA,                                        00092700
                     :WS-CAB-LIMDESC,                                   00092800
                     :WS-CAB-ESTADO,                                    00092900
                     :WS-CAB-NOMAPE                                     00093000
                FROM KC02803.TBCURCTA A                                 00093100
                LEFT JOIN KC02803.TBLIMCTA L                            00093200
                  ON L.TIPCUEN = A.TIPCUEN                              00093300
                 AND L.NROCUEN = A.NROCUEN                              00093400
                LEFT JOIN KC02803.TBESTCTA E                            00093500
                  ON E.TIPCUEN = A.TIPCUEN                              00093600
                 AND E.NROCUEN = A.NROCUEN                              00093700
                LEFT JOIN KC02803.TBCURCLI C                            00093800
                  ON C.NROCLI  = A.NROCLI                               00093900
               WHERE A.TIPCUEN = :WS-TIPCUEN                            00094000
                 AND A.NROCUEN = :WS-NROCUEN                            00094100
           END-EXEC                                                     00094200
                                                                        00094300
           EVALUATE TRUE                                                00094400
           WHEN SQLCODE EQUAL ZEROS                                     00094500
                MOVE WS-NROCLI TO CN-NROCLI                             00094600
           WHEN SQLCODE EQUAL +100                                      00094700
                MOVE 'N' TO WS-AUD-RESULTADO                            00094800
                MOVE 'CUENTA INEXISTENTE' TO WS-MENSAJE                 00094900
                GO TO 3100-F-LEER-CUENTA                                00095000
           WHEN OTHER                                                   00095100
                MOVE 'CUENTAS - TBCURCTA ' TO WS-DB2-TABLA              00095200
                MOVE 'LECTURA CUENTA   ' TO WS-DB2-DESCRIP              00095300
                PERFORM 9995-I-ERROR-DB2                                00095400
                   THRU 9995-F-ERROR-DB2                                00095500
                GO TO 3100-F-LEER-CUENTA                                00095600
           END-EVALUATE                                                 00095700
                                                                        00095800
           IF WS-SUCUEN NOT = OD-SUCURSAL                               00095900
              MOVE 'D' TO WS-AUD-RESULTADO                              00096000
              MOVE 'CUENTA DE OTRA SUCURSAL: CONSULTA NO PERMITIDA'     00096100
                                          TO WS-MENSAJE                 00096200
           END-IF                                                       00096300
           .                                                            00096400
       3100-F-LEER-CUENTA. EXIT.                                        00096500
                                                                        00096600
      ******************************************************            00096700
      *  CARGA LA PAGINA DE MOVIMIENTOS DESDE               *           00096800
      *  CA-CLAVE-INICIO. LA FILA 13 SOLO INDICA QUE HAY    *           00096900
      *  MOVIMIENTOS MAS VIEJOS.                            *           00097000
      ******************************************************            00097100
       3400-I-CARGAR-MOVIMIENTOS.                                       00097200
                                                                        00097300
           MOVE CA-CLAVE-INICIO TO WS-CLAVE-MOVIMIENTO                  00097400
           MOVE CLA-FECPROC     TO WS-DESDE-FECPROC                     00097500
           MOVE CLA-NROSEC      TO WS-DESDE-NROSEC                      00097600
           MOVE CA-TIPCUEN      TO MH-TIPCUEN                           00097700
           MOVE CA-NROCUEN      TO MH-NROCUEN                           00097800
           MOVE ZEROS           TO WS-CANT-FILAS                        00097900
           SET CA-NO-HAY-MAS    TO TRUE                                 00098000
                                                                        00098100
           EXEC SQL                                                     00098200
              OPEN C1                                                   00098300
           END-EXEC                                                     00098400
                                                                        00098500
           IF SQLCODE NOT EQUAL ZEROS                                   00098600
              MOVE 'MOVIM.HIST-TBMOVHIS' TO WS-DB2-TABLA                00098700
              MOVE 'OPEN CURSOR C1   ' TO WS-DB2-DESCRIP                00098800
              PERFORM 9995-I-ERROR-DB2                                  00098900
                 THRU 9995-F-ERROR-DB2                                  00099000
              GO TO 3400-F-CARGAR-MOVIMIENTOS                           00099100
           END-IF                                                       00099200
                                                                        00099300
           SET WS-SI-CURSOR TO TRUE                                     00099400
           PERFORM 3410-I-LEER-MOVIMIENTO                               00099500
              THRU 3410-F-LEER-MOVIMIENTO                               00099600
             UNTIL WS-FIN-CURSOR                                        00099700
                                                                        00099800
           EXEC SQL                                                     00099900
              CLOSE C1                                                  00100000
           END-EXEC                                                     00100100
                                                                        00100200
           IF WS-FIN-PROCESO                                            00100300
              GO TO 3400-F-CARGAR-MOVIMIENTOS                           00100400
           END-IF                                                       00100500
                                                                        00100600
           MOVE WS-CLAVE-MOVIMIENTO TO CA-CLAVE-ULTIMA                  00100700
           IF WS-CANT-FILAS = ZEROS                                     00100800
              MOVE CA-CLAVE-INICIO  TO CA-CLAVE-PRIMERA                 00100900
           END-IF                                                       00101000
           .                                                            00101100
       3400-F-CARGAR-MOVIMIENTOS. EXIT.                                 00101200
                                                                        00101300
      **************************************                            00101400
      *  FETCH DE UN MOVIMIENTO DE C1      *                            00101500
      **************************************                            00101600
       3410-I-LEER-MOVIMIENTO.                                          00101700
                                                                        00101800
           EXEC SQL                                                     00101900
              FETCH C1                                                  00102000
               INTO :MH-FECPROC,                                        00102100
                    :MH-NROSEC,                                         00102200
                    :MH-TIPMOV,                                         00102300
                    :MH-IMPORTE,                                        00102400
                    :MH-SALDOANT,                                       00102500
                    :MH-SALDOPOS,                                       00102600
                    :MH-REVERSADO                                       00102700
           END-EXEC                                                     00102800
                                                                        00102900
           EVALUATE TRUE                                                00103000
           WHEN SQLCODE EQUAL ZEROS                                     00103100
                CONTINUE                                                00103200
           WHEN SQLCODE EQUAL +100                                      00103300
                SET WS-FIN-CURSOR TO TRUE                               00103400
                GO TO 3410-F-LEER-MOVIMIENTO                            00103500
           WHEN OTHER                                                   00103600
                MOVE 'MOVIM.HIST-TBMOVHIS' TO WS-DB2-TABLA              00103700
                MOVE 'FETCH CURSOR C1  ' TO WS-DB2-DESCRIP              00103800
                PERFORM 9995-I-ERROR-DB2                                00103900
                   THRU 9995-F-ERROR-DB2                                00104000
                GO TO 3410-F-LEER-MOVIMIENTO                            00104100
           END-EVALUATE                                                 00104200
                                                                        00104300
           IF WS-CANT-FILAS = WS-LINEAS-PAGINA                          00104400
              SET CA-HAY-MAS    TO TRUE                                 00104500
              SET WS-FIN-CURSOR TO TRUE                                 00104600
              GO TO 3410-F-LEER-MOVIMIENTO                              00104700
           END-IF                                                       00104800
                                                                        00104900
           ADD 1 TO WS-CANT-FILAS                                       00105000
           MOVE MH-FECPROC TO CLA-FECPROC                               00105100
           MOVE MH-NROSEC  TO CLA-NROSEC                                00105200
           IF WS-CANT-FILAS = 1                                         00105300
              MOVE WS-CLAVE-MOVIMIENTO TO CA-CLAVE-PRIMERA              00105400
           END-IF                                                       00105500
                                                                        00105600
           MOVE MH-FECPROC TO WS-FEC-DB2                                00105700
           PERFORM 8900-I-FORMATEAR-FECHA                               00105800
              THRU 8900-F-FORMATEAR-FECHA                               00105900
           MOVE WS-FEC-FORMATEADA TO LIN-FECPROC                        00106000
           MOVE MH-NROSEC   TO LIN-NROSEC                               00106100
           MOVE MH-TIPMOV   TO LIN-TIPMOV                               00106200
           MOVE MH-IMPORTE  TO LIN-IMPORTE                              00106300
           MOVE MH-SALDOANT TO LIN-SALDOANT                             00106400
           MOVE MH-SALDOPOS TO LIN-SALDOPOS                             00106500
           IF MH-REVERSADO = 'S'                                        00106600
              MOVE 'REVERSADO' TO LIN-MARCA                             00106700
           ELSE                                                         00106800
              MOVE SPACES      TO LIN-MARCA                             00106900
           END-IF                                                       00107000
                                                                        00107100
           MOVE WS-LINEA-MOVIMIENTO TO LINEAO(WS-CANT-FILAS)            00107200
           .                                                            00107300
       3410-F-LEER-MOVIMIENTO. EXIT.                                    00107400
                                                                        00107500
      ******************************************************            00107600
      *  CABECERA DE LA CUENTA A LA PANTALLA Y MENSAJE DE   *           00107700
      *  LA PAGINA (SI EL LLAMADOR NO DEJO OTRO)            *           00107800
      ******************************************************            00107900
       3600-I-MOSTRAR-CUENTA.                                           00108000
                                                                        00108100
           MOVE CA-TIPCUEN      TO TIPCUEO                              00108200
           MOVE CA-NROCUEN      TO WS-EDIT-NROCUEN                      00108300
           MOVE WS-EDIT-NROCUEN TO NROCUEO                              00108400
           MOVE WS-NROCLI       TO WS-EDIT-NROCLI                       00108500
           MOVE WS-EDIT-NROCLI  TO NROCLIO                              00108600
           MOVE WS-CAB-NOMAPE   TO NOMAPEO                              00108700
           MOVE WS-MONEDA       TO MONEDAO                              00108800
           MOVE WS-SALDO        TO WS-EDIT-SALDO                        00108900
           MOVE WS-EDIT-SALDO   TO SALDOO                               00109000
           MOVE WS-CAB-LIMDESC  TO WS-EDIT-LIMITE                       00109100
           MOVE WS-EDIT-LIMITE  TO LIMITEO                              00109200
           IF WS-CAB-ESTADO = 'D'                                       00109300
              MOVE 'DORMIDA'    TO ESTCTAO                              00109400
           ELSE                                                         00109500
              MOVE 'ACTIVA'     TO ESTCTAO                              00109600
           END-IF                                                       00109700
           MOVE CA-PAGINA       TO WS-EDIT-PAGINA                       00109800
           MOVE WS-EDIT-PAGINA  TO PAGINAO                              00109900
           MOVE WS-TITULO-MOVIMIENTOS TO TITMOVO                        00110000
                                                                        00110100
           IF WS-MENSAJE NOT = SPACES                                   00110200
              GO TO 3600-F-MOSTRAR-CUENTA                               00110300
           END-IF                                                       00110400
                                                                        00110500
           EVALUATE TRUE                                                00110600
           WHEN WS-CANT-FILAS = ZEROS AND CA-PAGINA = 1                 00110700
                MOVE 'LA CUENTA NO TIENE MOVIMIENTOS' TO WS-MENSAJE     00110800
           WHEN CA-HAY-MAS                                              00110900
                MOVE 'PF8=MOVIMIENTOS MAS VIEJOS' TO WS-MENSAJE         00111000
           WHEN OTHER                                                   00111100
                MOVE 'FIN DE LOS MOVIMIENTOS DE LA CUENTA'              00111200
                                          TO WS-MENSAJE                 00111300
           END-EVALUATE                                                 00111400
           .                                                            00111500
       3600-F-MOSTRAR-CUENTA. EXIT.                                     00111600
                                                                        00111700
      ******************************************************            00111800
      *  SIN CUENTA VALIDA EN PANTALLA: SE LIMPIA LA        *           00111900
      *  COMMAREA                                           *           00112000
      ******************************************************            00112100
       3900-I-LIMPIAR-CUENTA.                                           00112200
                                                                        00112300
           MOVE ZEROS  TO CA-NROCUEN                                    00112400
                          CA-PAGINA                                     00112500
           MOVE SPACES TO CA-TIPCUEN                                    00112600
                          CA-CLAVE-INICIO                               00112700
                          CA-CLAVE-PRIMERA                              00112800
                          CA-CLAVE-ULTIMA                               00112900
           SET CA-NO-HAY-MAS TO TRUE                                    00113000
           .                                                            00113100
       3900-F-LIMPIAR-CUENTA. EXIT.                                     00113200
                                                                        00113300
      ******************************************************            00113400
      *  ENVIO DE LA PANTALLA CON ENCABEZADO Y MENSAJE      *           00113500
      ******************************************************            00113600
       8000-I-ENVIAR-PANTALLA.                                          00113700
                                                                        00113800
           MOVE WS-FECHA-PANTALLA TO FECHAO                             00113900
           MOVE CA-SUCURSAL       TO SUCURO                             00114000
           MOVE WS-SUC-NOMBRE     TO SUCNOMO                            00114100
           MOVE WS-USUARIO        TO USUARO                             00114200
           MOVE WS-MENSAJE        TO MSGO                               00114300
           MOVE 'SEND MAP'        TO WS-CICS-COMANDO                    00114400
                                                                        00114500
           EXEC CICS SEND                                               00114600
                MAP('EXM35M1')                                          00114700
                MAPSET('EXAMS35')                                       00114800
                FROM(EXM35M1O)                                          00114900
                ERASE                                                   00115000
                FREEKB                                                  00115100
                RESP(WS-RESP)                                           00115200
           END-EXEC                                                     00115300
                                                                        00115400
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00115500
              PERFORM 9994-I-ERROR-CICS                                 00115600
                 THRU 9994-F-ERROR-CICS                                 00115700
           END-IF                                                       00115800
           .                                                            00115900
       8000-F-ENVIAR-PANTALLA. EXIT.                                    00116000
                                                                        00116100
      **************************************                            00116200
      *  MENSAJE FINAL EN PANTALLA LIMPIA  *                            00116300
      **************************************                            00116400
       8100-I-ENVIAR-TEXTO.                                             00116500
                                                                        00116600
           EXEC CICS SEND TEXT                                          00116700
                FROM(WS-MENSAJE)                                        00116800
                LENGTH(LENGTH OF WS-MENSAJE)                            00116900
                ERASE                                                   00117000
                FREEKB                                                  00117100
                RESP(WS-RESP)                                           00117200
           END-EXEC                                                     00117300
           .                                                            00117400
       8100-F-ENVIAR-TEXTO. EXIT.                                       00117500
                                                                        00117600
      ******************************************************            00117700
      *  REGISTRO DE AUDITORIA DE LA CONSULTA (TBCONAUD).   *           00117800
      *  EL LLAMADOR CARGA LA CUENTA Y EL CLIENTE EN CN- Y  *           00117900
      *  EL RESULTADO EN WS-AUD-RESULTADO.                  *           00118000
      ******************************************************            00118100
       8500-I-GRABAR-AUDITORIA.                                         00118200
                                                                        00118300
           MOVE WS-USUARIO       TO CN-USUARIO                          00118400
           MOVE EIBTRMID         TO CN-TERMINAL                         00118500
           MOVE EIBTRNID         TO CN-TRANSAC                          00118600
           MOVE WS-PROGRAMA      TO CN-PROGRAMA                         00118700
           MOVE 'M'              TO CN-CONSULTA                         00118800
           MOVE SPACES           TO CN-TIPDOC                           00118900
           MOVE ZEROS            TO CN-NRODOC                           00119000
           MOVE OD-SUCURSAL      TO CN-SUCURSAL                         00119100
           MOVE CA-PAGINA        TO CN-PAGINA                           00119200
           MOVE WS-AUD-RESULTADO TO CN-RESULTADO                        00119300
                                                                        00119400
           EXEC SQL                                                     00119500
              INSERT INTO KC02803.TBCONAUD                              00119600
                     (FECHORA, USUARIO, TERMINAL, TRANSAC,              00119700
                      PROGRAMA, CONSULTA, NROCLI, TIPDOC,               00119800
                      NRODOC, TIPCUEN, NROCUEN, SUCURSAL,               00119900
                      PAGINA, RESULTADO)                                00120000
              VALUES (CURRENT TIMESTAMP, :CN-USUARIO,                   00120100
                      :CN-TERMINAL, :CN-TRANSAC, :CN-PROGRAMA,          00120200
                      :CN-CONSULTA, :CN-NROCLI, :CN-TIPDOC,             00120300
                      :CN-NRODOC, :CN-TIPCUEN, :CN-NROCUEN,             00120400
                      :CN-SUCURSAL, :CN-PAGINA, :CN-RESULTADO)          00120500
           END-EXEC                                                     00120600
                                                                        00120700
           IF SQLCODE NOT EQUAL ZEROS                                   00120800
              MOVE 'AUDITORIA-TBCONAUD ' TO WS-DB2-TABLA                00120900
              MOVE 'ALTA AUDITORIA   ' TO WS-DB2-DESCRIP                00121000
              PERFORM 9995-I-ERROR-DB2                                  00121100
                 THRU 9995-F-ERROR-DB2                                  00121200
           END-IF                                                       00121300
           .                                                            00121400
       8500-F-GRABAR-AUDITORIA. EXIT.                                   00121500
                                                                        00121600
      ******************************************************            00121700
      *  FECHA DB2 'AAAA-MM-DD' A DD/MM/AAAA (VACIA SI NO   *           00121800
      *  HAY FECHA)                                         *           00121900
      ******************************************************            00122000
       8900-I-FORMATEAR-FECHA.                                          00122100
                                                                        00122200
           IF WS-FEC-DB2 = SPACES                                       00122300
              MOVE SPACES TO WS-FEC-FORMATEADA                          00122400
           ELSE                                                         00122500
              MOVE WS-FEC-DB2-DD   TO WS-FOR-DD                         00122600
              MOVE WS-FEC-DB2-MM   TO WS-FOR-MM                         00122700
              MOVE WS-FEC-DB2-AAAA TO WS-FOR-AAAA                       00122800
           END-IF                                                       00122900
           .                                                            00123000
       8900-F-FORMATEAR-FECHA. EXIT.                                    00123100
                                                                        00123200
      ******************************************************            00123300
      *  ERROR EN UN COMANDO CICS: SE INFORMA Y SE TERMINA  *           00123400
      ******************************************************            00123500
       9994-I-ERROR-CICS.                                               00123600
                                                                        00123700
           MOVE WS-RESP TO WS-RESP-EDIT                                 00123800
           MOVE SPACES  TO WS-MENSAJE                                   00123900
           STRING 'ERROR CICS EN '        DELIMITED BY SIZE             00124000
                  WS-CICS-COMANDO         DELIMITED BY SIZE             00124100
                  ' RESP '                DELIMITED BY SIZE             00124200
                  WS-RESP-EDIT            DELIMITED BY SIZE             00124300
                  ' - AVISE A SISTEMAS'   DELIMITED BY SIZE             00124400
             INTO WS-MENSAJE                                            00124500
           END-STRING                                                   00124600
           SET  WS-FIN-PROCESO   TO TRUE                                00124700
           SET  WS-ERROR-SISTEMA TO TRUE                                00124800
           .                                                            00124900
       9994-F-ERROR-CICS. EXIT.                                         00125000
                                                                        00125100
      ******************************************************            00125200
      *  ERROR DB2: SE INFORMA Y SE TERMINA SIN MOSTRAR     *           00125300
      *  DATOS                                              *           00125400
      ******************************************************            00125500
       9995-I-ERROR-DB2.                                                00125600
                                                                        00125700
           MOVE SQLCODE TO WS-SQLCODE                                   00125800
           MOVE SPACES  TO WS-MENSAJE                                   00125900
           STRING 'ERROR DB2 '            DELIMITED BY SIZE             00126000
                  WS-SQLCODE              DELIMITED BY SIZE             00126100
                  ' '                     DELIMITED BY SIZE             00126200
                  WS-DB2-TABLA            DELIMITED BY SIZE             00126300
                  ' '                     DELIMITED BY SIZE             00126400
                  WS-DB2-DESCRIP          DELIMITED BY SIZE             00126500
                  ' - AVISE A SISTEMAS'   DELIMITED BY SIZE             00126600
             INTO WS-MENSAJE                                            00126700
           END-STRING                                                   00126800
           SET  WS-FIN-PROCESO   TO TRUE                                00126900
           SET  WS-ERROR-SISTEMA TO TRUE                                00127000
           SET  WS-FIN-CURSOR    TO TRUE                                00127100
           .                                                            00127200
       9995-F-ERROR-DB2. EXIT.                                          00127300
                                                                        00127400
      ******************************************************            00127500
      *  FIN DE LA TAREA: SIGUE LA CONVERSACION CON LA      *           00127600
      *  COMMAREA, TERMINA, O DESHACE E INFORMA EL ERROR    *           00127700
      ******************************************************            00127800
       9999-I-FINAL.                                                    00127900
                                                                        00128000
           EVALUATE TRUE                                                00128100
           WHEN WS-ERROR-SISTEMA                                        00128200
                EXEC CICS SYNCPOINT ROLLBACK                            00128300
                END-EXEC                                                00128400
                PERFORM 8100-I-ENVIAR-TEXTO                             00128500
                   THRU 8100-F-ENVIAR-TEXTO                             00128600
                EXEC CICS RETURN                                        00128700
                END-EXEC                                                00128800
           WHEN WS-FIN-CONVERSACION                                     00128900
                EXEC CICS RETURN                                        00129000
                END-EXEC                                                00129100
           WHEN OTHER                                                   00129200
                MOVE WS-PROGRAMA TO CA-PROGRAMA                         00129300
                EXEC CICS RETURN                                        00129400
                     TRANSID(WS-TRANSACCION)                            00129500
                     COMMAREA(WS-COMMAREA)                              00129600
                     LENGTH(LENGTH OF WS-COMMAREA)                      00129700
                END-EXEC                                                00129800
           END-EVALUATE                                                 00129900
           .                                                            00130000
       9999-F-FINAL. EXIT.                                              00130100
