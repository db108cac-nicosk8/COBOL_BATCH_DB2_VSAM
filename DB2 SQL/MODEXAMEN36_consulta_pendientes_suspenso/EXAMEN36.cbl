       IDENTIFICATION DIVISION.                                         00000100
      *                                                        *        00000200
       PROGRAM-ID. EXAMEN36.                                            00000300
      **********************************************************        00000400
      *                                                        *        00000500
      *  PROGRAMA CICS CON SQL EMBEBIDO (TRANSACCION EX36)     *        00000600
      *  CONSULTA EN LINEA DE LOS PENDIENTES DE UNA CUENTA EN  *        00000700
      *  EL ARCHIVO DE SUSPENSO DE EXAMEN7 (KSDS, FILE         *        00000800
      *  'SUSPENSO'), PSEUDO-CONVERSACIONAL (MAPSET EXAMS36):  *        00000900
      *  - CABECERA CON CLIENTE, MONEDA, SALDO (TBCURCTA),     *        00001000
      *    LIMITE (TBLIMCTA) Y ESTADO (TBESTCTA)               *        00001100
      *  - MOVIMIENTOS RECHAZADOS EN ESTADO 'P' (PENDIENTE)    *        00001200
      *    DE LA CUENTA, POR NRO. DE SUSPENSO, CON SU MOTIVO,  *        00001300
      *    IMPORTE, DIAS PENDIENTE Y EL DETALLE SEGUN EL TIPO  *        00001400
      *    (CONTRAPARTE, CHEQUE O MOVIMIENTO QUE REVIERTE),    *        00001500
      *    12 POR PAGINA. PF8 SIGUIENTES, PF7 AL INICIO.       *        00001600
      *  SE LLEGA POR LA TRANSACCION O POR XCTL DESDE EXAMEN34 *        00001700
      *  (PF6) O EXAMEN35 (PF6). PF3 VUELVE A EXAMEN34 SI SE   *        00001800
      *  VINO DE ALLI; PF5 PASA A LOS MOVIMIENTOS.             *        00001900
      *  SEGURIDAD: EL USUARIO CICS DEBE ESTAR HABILITADO EN   *        00002000
      *  TBOPERAD Y LA CUENTA SER DE SU SUCURSAL. CADA PAGINA  *        00002100
      *  MOSTRADA Y CADA CONSULTA RECHAZADA SE REGISTRA EN     *        00002200
      *  TBCONAUD ANTES DEL SEND: SI NO SE PUEDE REGISTRAR, NO *        00002300
      *  SE MUESTRA NADA.                                      *        00002400
      *  SOLO LECTURA SOBRE EL SUSPENSO Y LAS TABLAS.          *        00002500
      *                                                        *        00002600
      **********************************************************        00002700
      *      MANTENIMIENTO DE PROGRAMA                         *        00002800
      **********************************************************        00002900
      *  FECHA   *    DETALLE        * COD *                            00003000
      **************************************                            00003100
      *15/10/26  * VERSION INICIAL   *RVH  *                            00003200
      **************************************                            00003300
       ENVIRONMENT DIVISION.                                            00003400
       CONFIGURATION SECTION.                                           00003500
       SPECIAL-NAMES.                                                   00003600
           DECIMAL-POINT IS COMMA.                                      00003700
                                                                        00003800
       DATA DIVISION.                                                   00003900
      **************************************                            00004000
       WORKING-STORAGE SECTION.                                         00004100
      **************************************                            00004200
       77  FILLER          PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.00004300
                                                                        00004400
      ****************************************                          00004500
      * CONSTANTES DEL PROGRAMA              *                          00004600
      ****************************************                          00004700
       77  WS-PROGRAMA              PIC X(08) VALUE 'EXAMEN36'.         00004800
       77  WS-TRANSACCION           PIC X(04) VALUE 'EX36'.             00004900
       77  WS-LINEAS-PAGINA         PIC S9(04) USAGE COMP VALUE 12.     00005000
                                                                        00005100
      ****************************************                          00005200
      * SQLCODE Y RESPUESTA CICS             *                          00005300
      ****************************************                          00005400
       77  WS-SQLCODE    PIC +++999 USAGE DISPLAY VALUE ZEROS.          00005500
       77  WS-RESP                  PIC S9(08) USAGE COMP VALUE ZEROS.  00005600
       77  WS-RESP-EDIT             PIC Z(07)9 VALUE ZEROS.             00005700
                                                                        00005800
      *****************************************                         00005900
      *  BANDERAS/FLAGS                       *                         00006000
      *****************************************                         00006100
       01  WS-FLAG-PROCESO          PIC X VALUE 'T'.                    00006200
           88  WS-SI-PROCESO           VALUE 'T'.                       00006300
           88  WS-FIN-PROCESO          VALUE 'F'.                       00006400
                                                                        00006500
       01  WS-FLAG-BROWSE           PIC X VALUE 'T'.                    00006600
           88  WS-SI-BROWSE            VALUE 'T'.                       00006700
           88  WS-FIN-BROWSE           VALUE 'F'.                       00006800
                                                                        00006900
      *    COMO TERMINA LA TAREA: 'S' SIGUE LA CONVERSACION             00007000
      *    (RETURN TRANSID), 'F' FIN PEDIDO POR EL USUARIO O            00007100
      *    USUARIO NO HABILITADO, 'E' ERROR DB2/CICS (SE DESHACE        00007200
      *    LA UNIDAD DE TRABAJO Y SE INFORMA CON SEND TEXT).            00007300
       01  WS-FLAG-CONVERSACION     PIC X VALUE 'S'.                    00007400
           88  WS-SIGUE-CONVERSACION   VALUE 'S'.                       00007500
           88  WS-FIN-CONVERSACION     VALUE 'F'.                       00007600
           88  WS-ERROR-SISTEMA        VALUE 'E'.                       00007700
                                                                        00007800
      *    PRIMERA VEZ: SIN COMMAREA (O DE OTRO LARGO)                  00007900
       01  WS-FLAG-PRIMERA          PIC X VALUE 'N'.                    00008000
           88  WS-PRIMERA-VEZ          VALUE 'S'.                       00008100
                                                                        00008200
       01  WS-FLAG-ENTRADA          PIC X VALUE 'S'.                    00008300
           88  WS-ENTRADA-OK           VALUE 'S'.                       00008400
           88  WS-ENTRADA-ERROR        VALUE 'N'.                       00008500
                                                                        00008600
      *    EL SUSPENSO SE CIERRA EN CICS MIENTRAS CORRE EXAMEN7         00008700
      *    EN LA CADENA DIARIA (EXAMDIA)                                00008800
       01  WS-FLAG-SUSPENSO         PIC X VALUE 'S'.                    00008900
           88  WS-SUSPENSO-DISPONIBLE  VALUE 'S'.                       00009000
           88  WS-SUSPENSO-CERRADO     VALUE 'N'.                       00009100
                                                                        00009200
      *****************************************                         00009300
      *  COMMAREA DE LA CONVERSACION (200)    *                         00009400
      *  MISMO LAYOUT EN EXAMEN34, EXAMEN35 Y *                         00009500
      *  EXAMEN36 (PASA ENTRE ELLOS POR XCTL) *                         00009600
      *  CA-PROGRAMA : PROGRAMA QUE DEVOLVIO  *                         00009700
      *                EL CONTROL AL CICS     *                         00009800
      *  CA-ORIGEN   : PROGRAMA AL QUE VUELVE *                         00009900
      *                PF3 (BLANCO = FIN)     *                         00010000
      *  CA-CLAVE-*  : POSICION DEL PAGINADO, *                         00010100
      *                CADA PROGRAMA LA VE    *                         00010200
      *                CON SU PROPIO LAYOUT   *                         00010300
      *****************************************                         00010400
       01  WS-COMMAREA.                                                 00010500
           03  CA-PROGRAMA          PIC X(08).                          00010600
           03  CA-ORIGEN            PIC X(08).                          00010700
           03  CA-USUARIO           PIC X(08).                          00010800
           03  CA-SUCURSAL          PIC 9(02).                          00010900
           03  CA-NROCLI            PIC 9(03).                          00011000
           03  CA-TIPDOC            PIC X(02).                          00011100
           03  CA-NRODOC            PIC 9(11).                          00011200
           03  CA-TIPCUEN           PIC X(02).                          00011300
           03  CA-NROCUEN           PIC 9(05).                          00011400
           03  CA-PAGINA            PIC 9(03).                          00011500
           03  CA-MAS-DATOS         PIC X(01).                          00011600
               88  CA-HAY-MAS          VALUE 'S'.                       00011700
               88  CA-NO-HAY-MAS       VALUE 'N'.                       00011800
           03  CA-CLAVE-INICIO      PIC X(19).                          00011900
           03  CA-CLAVE-PRIMERA     PIC X(19).                          00012000
           03  CA-CLAVE-ULTIMA      PIC X(19).                          00012100
           03  CA-CTA-UNICA.                                            00012200
               05  CA-UNI-TIPCUEN   PIC X(02).                          00012300
               05  CA-UNI-NROCUEN   PIC 9(05).                          00012400
           03  FILLER               PIC X(83).                          00012500
                                                                        00012600
      *****************************************                         00012700
      *  CLAVE DEL PAGINADO DEL SUSPENSO      *                         00012800
      *  (VISTA DE CA-CLAVE-INICIO/ULTIMA):   *                         00012900
      *  NRO. DE SUSPENSO                     *                         00013000
      *****************************************                         00013100
       01  WS-CLAVE-SUSPENSO.                                           00013200
           03  CLA-NROSUS           PIC 9(08) VALUE ZEROS.              00013300
           03  FILLER               PIC X(11) VALUE SPACES.             00013400
                                                                        00013500
      *    RIDFLD DEL BROWSE (CLAVE DEL KSDS)                           00013600
       77  WS-SUS-CLAVE             PIC 9(08) USAGE COMP VALUE ZEROS.   00013700
                                                                        00013800
      *****************************************                         00013900
      *  REGISTRO DEL SUSPENSO (59)           *                         00014000
      *  (MISMO LAYOUT QUE REG-SUSPENSO DE    *                         00014100
      *  EXAMEN7)                             *                         00014200
      *  ESTADO 'P' PENDIENTE, 'D' DESCARTADO *                         00014300
      *  'R' REINYECTADO                      *                         00014400
      *****************************************                         00014500
       01  WS-REG-SUSPENSO.                                             00014600
           03  SUS-NROSUS           PIC 9(08) USAGE COMP.               00014700
           03  SUS-FECALTA          PIC X(10).                          00014800
           03  SUS-MOTIVO           PIC X(10).                          00014900
           03  SUS-ESTADO           PIC X(01).                          00015000
               88  SUS-PENDIENTE       VALUE 'P'.                       00015100
           03  SUS-DATOS            PIC X(34).                          00015200
                                                                        00015300
      *****************************************                         00015400
      *  VISTA DEL AREA DE DATOS DEL RECHAZO  *                         00015500
      *  (MISMO LAYOUT QUE WS-DATOS-MOVIMIENTO*                         00015600
      *  DE EXAMEN7)                          *                         00015700
      *****************************************                         00015800
       01  WS-DATOS-MOVIMIENTO.                                         00015900
           03 MOV-TIPCUEN           PIC X(2).                           00016000
           03 MOV-NROCUEN           PIC S9(5)V USAGE COMP-3.            00016100
           03 MOV-NROCLI            PIC S9(3)V USAGE COMP-3.            00016200
           03 MOV-SALDO             PIC S9(5)V9(2) USAGE COMP-3.        00016300
           03 MOV-TIPMOV            PIC X(2).                           00016400
      *    MONEDA DEL MOVIMIENTO                                        00016500
           03 MOV-MONEDA            PIC X(2).                           00016600
      *    CUENTA CONTRAPARTE (SOLO TIPMOV 'TR' Y 'CM')                 00016700
           03 MOV-CONTRAPARTE.                                          00016800
               05 MOV-CTP-TIPCUEN   PIC X(2).                           00016900
               05 MOV-CTP-NROCUEN   PIC S9(5)V USAGE COMP-3.            00017000
      *    PLAZO DE CLEARING Y NRO. DE CHEQUE (SOLO TIPMOV 'CH')        00017100
           03 MOV-CHEQUE REDEFINES MOV-CONTRAPARTE.                     00017200
               05 MOV-CHQ-PLAZO     PIC X(2).                           00017300
               05 MOV-CHQ-NROCHQ    PIC S9(5)V USAGE COMP-3.            00017400
      *    MOVIMIENTO ORIGINAL QUE SE REVIERTE (SOLO TIPMOV 'RV')       00017500
           03 MOV-REFERENCIA.                                           00017600
               05 MOV-REF-FECPROC   PIC X(10).                          00017700
               05 MOV-REF-NROSEC    PIC 9(08) USAGE COMP.               00017800
                                                                        00017900
      *****************************************                         00018000
      *  DATOS INGRESADOS EN LA PANTALLA      *                         00018100
      *****************************************                         00018200
       01  WS-ENTRADA.                                                  00018300
           03  ENT-TIPCUEN          PIC X(02) VALUE SPACES.             00018400
           03  ENT-NROCUEN          PIC X(05) VALUE SPACES.             00018500
           03  ENT-NROCUEN-N REDEFINES ENT-NROCUEN                      00018600
                                    PIC 9(05).                          00018700
                                                                        00018800
      *****************************************                         00018900
      *  PAGINA DE PENDIENTES Y ANTIGUEDAD    *                         00019000
      *****************************************                         00019100
       01  WS-PAGINADO.                                                 00019200
           03  WS-CANT-FILAS        PIC S9(04) USAGE COMP VALUE ZEROS.  00019300
           03  WS-CANT-LEIDOS       PIC S9(09) USAGE COMP VALUE ZEROS.  00019400
                                                                        00019500
       77  WS-DIAS-PENDIENTE        PIC S9(05) USAGE COMP VALUE ZEROS.  00019600
       77  WS-DIAS-HOY              PIC S9(09) USAGE COMP VALUE ZEROS.  00019700
       77  WS-DIAS-ALTA             PIC S9(09) USAGE COMP VALUE ZEROS.  00019800
       77  WS-FECALTA-NUM           PIC 9(08)  VALUE ZEROS.             00019900
                                                                        00020000
      *****************************************                         00020100
      *  VARIABLES AUXILARES.                *                          00020200
      *****************************************                         00020300
       01 WS-AUXILIARES.                                                00020400
          03  WS-USUARIO            PIC X(08) VALUE SPACES.             00020500
          03  WS-SUC-NOMBRE         PIC X(20) VALUE SPACES.             00020600
          03  WS-AUD-RESULTADO      PIC X(01) VALUE SPACES.             00020700
          03  WS-MENSAJE            PIC X(79) VALUE SPACES.             00020800
          03  WS-DB2-TABLA          PIC X(19) VALUE SPACES.             00020900
          03  WS-DB2-DESCRIP        PIC X(17) VALUE SPACES.             00021000
          03  WS-CICS-COMANDO       PIC X(12) VALUE SPACES.             00021100
          03  WS-FECHA-AUX          PIC X(10).                          00021200
          03  WS-EDIT-NROCLI        PIC 9(03) VALUE ZEROS.              00021300
          03  WS-EDIT-NROCUEN       PIC 9(05) VALUE ZEROS.              00021400
          03  WS-EDIT-NROSEC        PIC 9(08) VALUE ZEROS.              00021500
          03  WS-EDIT-PAGINA        PIC ZZ9   VALUE ZEROS.              00021600
          03  WS-EDIT-SALDO         PIC $ZZ.ZZ9,99- VALUE ZEROS.        00021700
          03  WS-EDIT-LIMITE        PIC ZZ.ZZ9,99 VALUE ZEROS.          00021800
          03  WS-FECHA-PANTALLA.                                        00021900
              05 WS-PAN-DD          PIC X(02).                          00022000
              05 FILLER             PIC X VALUE '/'.                    00022100
              05 WS-PAN-MM          PIC X(02).                          00022200
              05 FILLER             PIC X VALUE '/'.                    00022300
              05 WS-PAN-AAAA        PIC X(04).                          00022400
                                                                        00022500
      *****************************************                         00022600
      *  MENSAJES FIJOS                       *                         00022700
      *****************************************                         00022800
       01  WS-MENSAJES-FIJOS.                                           00022900
           03  MSG-SUSPENSO-CERRADO PIC X(50) VALUE                     00023000
               'SUSPENSO NO DISPONIBLE: CADENA DIARIA EN CURSO'.        00023100
                                                                        00023200
      *    DATOS DE CABECERA DE LA CUENTA                               00023300
       01  WS-CABECERA.                                                 00023400
           03  WS-CAB-LIMDESC       PIC S9(5)V9(2) USAGE COMP-3         00023500
                                              VALUE ZEROS.              00023600
           03  WS-CAB-ESTADO        PIC X(01) VALUE SPACES.             00023700
           03  WS-CAB-NOMAPE        PIC X(30) VALUE SPACES.             00023800
                                                                        00023900
      *    FECHA 'AAAA-MM-DD' A FORMATEAR DD/MM/AAAA                    00024000
       01  WS-FEC-DB2.                                                  00024100
           03  WS-FEC-DB2-AAAA      PIC X(04).                          00024200
           03  FILLER               PIC X(01).                          00024300
           03  WS-FEC-DB2-MM        PIC X(02).                          00024400
           03  FILLER               PIC X(01).                          00024500
           03  WS-FEC-DB2-DD        PIC X(02).                          00024600
                                                                        00024700
       01  WS-FEC-FORMATEADA.                                           00024800
           03  WS-FOR-DD            PIC X(02).                          00024900
           03  FILLER               PIC X VALUE '/'.                    00025000
           03  WS-FOR-MM            PIC X(02).                          00025100
           03  FILLER               PIC X VALUE '/'.                    00025200
           03  WS-FOR-AAAA          PIC X(04).                          00025300
                                                                        00025400
      *    DETALLE DEL PENDIENTE SEGUN EL TIPO DE MOVIMIENTO            00025500
       01  WS-DETALLE-CUENTA.                                           00025600
           03  FILLER               PIC X(12) VALUE 'CONTRAPARTE '.     00025700
           03  DET-CTP-TIPCUEN      PIC X(02) VALUE SPACES.             00025800
           03  FILLER               PIC X(01) VALUE '-'.                00025900
           03  DET-CTP-NROCUEN      PIC 9(05) VALUE ZEROS.              00026000
           03  FILLER               PIC X(03) VALUE SPACES.             00026100
                                                                        00026200
       01  WS-DETALLE-CHEQUE.                                           00026300
           03  FILLER               PIC X(07) VALUE 'CHEQUE '.          00026400
           03  DET-CHQ-NROCHQ       PIC 9(05) VALUE ZEROS.              00026500
           03  FILLER               PIC X(07) VALUE ' PLAZO '.          00026600
           03  DET-CHQ-PLAZO        PIC X(02) VALUE SPACES.             00026700
           03  FILLER               PIC X(02) VALUE SPACES.             00026800
                                                                        00026900
       01  WS-DETALLE-REVERSO.                                          00027000
           03  FILLER               PIC X(04) VALUE 'REF '.             00027100
           03  DET-REF-FECPROC      PIC X(10) VALUE SPACES.             00027200
           03  FILLER               PIC X(01) VALUE SPACES.             00027300
           03  DET-REF-NROSEC       PIC 9(08) VALUE ZEROS.              00027400
                                                                        00027500
      *****************************************                         00027600
      *  TITULO Y LINEA DE PENDIENTES (79)    *                         00027700
      *****************************************                         00027800
       01  WS-TITULO-PENDIENTES.                                        00027900
           03  FILLER              PIC X(11)     VALUE ' NRO.SUSP  '.   00028000
           03  FILLER              PIC X(11)     VALUE 'ALTA       '.   00028100
           03  FILLER              PIC X(11)     VALUE 'MOTIVO     '.   00028200
           03  FILLER              PIC X(03)     VALUE 'TM '.           00028300
           03  FILLER              PIC X(03)     VALUE 'MO '.           00028400
           03  FILLER              PIC X(12)     VALUE '    IMPORTE '.  00028500
           03  FILLER              PIC X(05)     VALUE 'DIAS '.         00028600
           03  FILLER              PIC X(23)     VALUE 'DETALLE'.       00028700
                                                                        00028800
       01  WS-LINEA-PENDIENTE.                                          00028900
           03  FILLER              PIC X(01)     VALUE SPACES.          00029000
           03  LIN-NROSUS          PIC Z(07)9    VALUE ZEROS.           00029100
           03  FILLER              PIC X(02)     VALUE SPACES.          00029200
           03  LIN-FECALTA         PIC X(10)     VALUE SPACES.          00029300
           03  FILLER              PIC X(01)     VALUE SPACES.          00029400
           03  LIN-MOTIVO          PIC X(10)     VALUE SPACES.          00029500
           03  FILLER              PIC X(01)     VALUE SPACES.          00029600
           03  LIN-TIPMOV          PIC X(02)     VALUE SPACES.          00029700
           03  FILLER              PIC X(01)     VALUE SPACES.          00029800
           03  LIN-MONEDA          PIC X(02)     VALUE SPACES.          00029900
           03  FILLER              PIC X(01)     VALUE SPACES.          00030000
           03  LIN-IMPORTE         PIC $ZZ.ZZ9,99- VALUE ZEROS.         00030100
           03  FILLER              PIC X(01)     VALUE SPACES.          00030200
           03  LIN-DIAS            PIC ZZZ9      VALUE ZEROS.           00030300
           03  FILLER              PIC X(01)     VALUE SPACES.          00030400
           03  LIN-DETALLE         PIC X(23)     VALUE SPACES.          00030500
                                                                        00030600
      *****************************************                         00030700
      *  MAPA SIMBOLICO Y TECLAS DE ATENCION  *                         00030800
      *****************************************                         00030900
           COPY EXAMS36.                                                00031000
                                                                        00031100
           COPY DFHAID.                                                 00031200
                                                                        00031300
       77  FILLER        PIC X(26) VALUE '* VARIABLES SQL          *'.  00031400
                                                                        00031500
      ********************************************************          00031600
      *  AREA DE COMUNICACION Y DEFINICION SQL DB2           *          00031700
      ********************************************************          00031800
            EXEC SQL                                                    00031900
              INCLUDE SQLCA                                             00032000
            END-EXEC.                                                   00032100
                                                                        00032200
            EXEC SQL                                                    00032300
              INCLUDE TBOPERAD                                          00032400
            END-EXEC.                                                   00032500
                                                                        00032600
            EXEC SQL                                                    00032700
              INCLUDE TBSUCURS                                          00032800
            END-EXEC.                                                   00032900
                                                                        00033000
            EXEC SQL                                                    00033100
              INCLUDE TBCONAUD                                          00033200
            END-EXEC.                                                   00033300
                                                                        00033400
            EXEC SQL                                                    00033500
              INCLUDE TBCURCTA                                          00033600
            END-EXEC.                                                   00033700
                                                                        00033800
       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.  00033900
                                                                        00034000
      **************************************                            00034100
       LINKAGE SECTION.                                                 00034200
      **************************************                            00034300
       01  DFHCOMMAREA              PIC X(200).                         00034400
                                                                        00034500
      ***************************************************************.  00034600
       PROCEDURE DIVISION.                                              00034700
      **************************************                            00034800
      *  CUERPO PRINCIPAL DEL PROGRAMA     *                            00034900
      **************************************                            00035000
       MAIN-PROGRAM.                                                    00035100
                                                                        00035200
           PERFORM 1000-I-INICIO   THRU                                 00035300
                   1000-F-INICIO.                                       00035400
                                                                        00035500
           IF WS-SI-PROCESO                                             00035600
              PERFORM 2000-I-PROCESO                                    00035700
                 THRU 2000-F-PROCESO                                    00035800
           END-IF                                                       00035900
                                                                        00036000
           PERFORM 9999-I-FINAL    THRU                                 00036100
                   9999-F-FINAL.                                        00036200
                                                                        00036300
       F-MAIN-PROGRAM. GOBACK.                                          00036400
                                                                        00036500
      **************************************                            00036600
      *  CUERPO INICIO: COMMAREA Y USUARIO *                            00036700
      **************************************                            00036800
       1000-I-INICIO.                                                   00036900
                                                                        00037000
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-AUX                   00037100
           MOVE WS-FECHA-AUX(1:4)     TO WS-PAN-AAAA                    00037200
           MOVE WS-FECHA-AUX(5:2)     TO WS-PAN-MM                      00037300
           MOVE WS-FECHA-AUX(7:2)     TO WS-PAN-DD                      00037400
                                                                        00037500
           COMPUTE WS-DIAS-HOY =                                        00037600
                   FUNCTION INTEGER-OF-DATE                             00037700
                   (FUNCTION NUMVAL(WS-FECHA-AUX(1:8)))                 00037800
                                                                        00037900
           SET WS-SI-PROCESO         TO TRUE                            00038000
           SET WS-SIGUE-CONVERSACION TO TRUE                            00038100
           MOVE SPACES               TO WS-MENSAJE                      00038200
                                                                        00038300
           IF EIBCALEN = LENGTH OF WS-COMMAREA                          00038400
              MOVE DFHCOMMAREA TO WS-COMMAREA                           00038500
           ELSE                                                         00038600
              SET WS-PRIMERA-VEZ TO TRUE                                00038700
              INITIALIZE WS-COMMAREA                                    00038800
              SET CA-NO-HAY-MAS  TO TRUE                                00038900
           END-IF                                                       00039000
                                                                        00039100
           MOVE 'ASSIGN'     TO WS-CICS-COMANDO                         00039200
           EXEC CICS ASSIGN                                             00039300
                USERID(WS-USUARIO)                                      00039400
                RESP(WS-RESP)                                           00039500
           END-EXEC                                                     00039600
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00039700
              PERFORM 9994-I-ERROR-CICS                                 00039800
                 THRU 9994-F-ERROR-CICS                                 00039900
              GO TO 1000-F-INICIO                                       00040000
           END-IF                                                       00040100
                                                                        00040200
           PERFORM 1100-I-VALIDAR-OPERADOR                              00040300
              THRU 1100-F-VALIDAR-OPERADOR                              00040400
           .                                                            00040500
       1000-F-INICIO. EXIT.                                             00040600
                                                                        00040700
      ******************************************************            00040800
      *  EL USUARIO DEBE ESTAR HABILITADO EN TBOPERAD: SE   *           00040900
      *  VALIDA EN CADA INTERACCION, ASI UNA BAJA TIENE     *           00041000
      *  EFECTO INMEDIATO. SU SUCURSAL LIMITA LA CONSULTA.  *           00041100
      ******************************************************            00041200
       1100-I-VALIDAR-OPERADOR.                                         00041300
                                                                        00041400
           MOVE WS-USUARIO TO OD-USUARIO                                00041500
                                                                        00041600
           EXEC SQL                                                     00041700
              SELECT NOMBRE,                                            00041800
                     SUCURSAL,                                          00041900
                     ESTADO                                             00042000
                INTO :OD-NOMBRE,                                        00042100
                     :OD-SUCURSAL,                                      00042200
                     :OD-ESTADO                                         00042300
                FROM KC02803.TBOPERAD                                   00042400
               WHERE USUARIO = :OD-USUARIO                              00042500
           END-EXEC                                                     00042600
                                                                        00042700
           EVALUATE TRUE                                                00042800
           WHEN SQLCODE EQUAL ZEROS                                     00042900
                CONTINUE                                                00043000
           WHEN SQLCODE EQUAL +100                                      00043100
                MOVE ZEROS  TO OD-SUCURSAL                              00043200
                MOVE SPACES TO OD-ESTADO                                00043300
           WHEN OTHER                                                   00043400
                MOVE 'OPERADORES-TBOPERAD' TO WS-DB2-TABLA              00043500
                MOVE 'LECTURA USUARIO  ' TO WS-DB2-DESCRIP              00043600
                PERFORM 9995-I-ERROR-DB2                                00043700
                   THRU 9995-F-ERROR-DB2                                00043800
                GO TO 1100-F-VALIDAR-OPERADOR                           00043900
           END-EVALUATE                                                 00044000
                                                                        00044100
           IF OD-ESTADO NOT = 'A'                                       00044200
              INITIALIZE DCLTBCONAUD                                    00044300
              MOVE 'U' TO WS-AUD-RESULTADO                              00044400
              PERFORM 8500-I-GRABAR-AUDITORIA                           00044500
                 THRU 8500-F-GRABAR-AUDITORIA                           00044600
              IF WS-FIN-PROCESO                                         00044700
                 GO TO 1100-F-VALIDAR-OPERADOR                          00044800
              END-IF                                                    00044900
              STRING 'USUARIO '            DELIMITED BY SIZE            00045000
                     WS-USUARIO            DELIMITED BY SPACE           00045100
                     ' NO HABILITADO PARA CONSULTAS EN LINEA'           00045200
                                           DELIMITED BY SIZE            00045300
                INTO WS-MENSAJE                                         00045400
              END-STRING                                                00045500
              PERFORM 8100-I-ENVIAR-TEXTO                               00045600
                 THRU 8100-F-ENVIAR-TEXTO                               00045700
              SET WS-FIN-PROCESO      TO TRUE                           00045800
              SET WS-FIN-CONVERSACION TO TRUE                           00045900
              GO TO 1100-F-VALIDAR-OPERADOR                             00046000
           END-IF                                                       00046100
                                                                        00046200
           MOVE WS-USUARIO  TO CA-USUARIO                               00046300
           MOVE OD-SUCURSAL TO CA-SUCURSAL                              00046400
                                                                        00046500
           PERFORM 1200-I-LEER-SUCURSAL                                 00046600
              THRU 1200-F-LEER-SUCURSAL                                 00046700
           .                                                            00046800
       1100-F-VALIDAR-OPERADOR. EXIT.                                   00046900
                                                                        00047000
      **************************************                            00047100
      *  NOMBRE DE LA SUCURSAL DEL USUARIO *                            00047200
      **************************************                            00047300
       1200-I-LEER-SUCURSAL.                                            00047400
                                                                        00047500
           MOVE OD-SUCURSAL TO SU-SUCURSAL                              00047600
                                                                        00047700
           EXEC SQL                                                     00047800
              SELECT NOMBRE                                             00047900
                INTO :SU-NOMBRE                                         00048000
                FROM KC02803.TBSUCURS                                   00048100
               WHERE SUCURSAL = :SU-SUCURSAL                            00048200
           END-EXEC                                                     00048300
                                                                        00048400
           EVALUATE TRUE                                                00048500
           WHEN SQLCODE EQUAL ZEROS                                     00048600
                MOVE SU-NOMBRE TO WS-SUC-NOMBRE                         00048700
           WHEN SQLCODE EQUAL +100                                      00048800
                MOVE SPACES    TO WS-SUC-NOMBRE                         00048900
           WHEN OTHER                                                   00049000
                MOVE 'SUCURSALES-TBSUCURS' TO WS-DB2-TABLA              00049100
                MOVE 'LECTURA SUCURSAL ' TO WS-DB2-DESCRIP              00049200
                PERFORM 9995-I-ERROR-DB2                                00049300
                   THRU 9995-F-ERROR-DB2                                00049400
           END-EVALUATE                                                 00049500
           .                                                            00049600
       1200-F-LEER-SUCURSAL. EXIT.                                      00049700
                                                                        00049800
      ******************************************************            00049900
      *  ATENCION DE LA INTERACCION SEGUN DE DONDE VIENE Y  *           00050000
      *  LA TECLA PRESIONADA. AL LLEGAR POR XCTL EIBAID ES  *           00050100
      *  LA TECLA DE LA OTRA PANTALLA: SE MIRA ANTES        *           00050200
      *  CA-PROGRAMA.                                       *           00050300
      ******************************************************            00050400
       2000-I-PROCESO.                                                  00050500
                                                                        00050600
           MOVE LOW-VALUES TO EXM36M1O                                  00050700
                                                                        00050800
           EVALUATE TRUE                                                00050900
           WHEN WS-PRIMERA-VEZ                                          00051000
                MOVE 'INGRESE TIPO Y NRO. DE CUENTA' TO WS-MENSAJE      00051100
                PERFORM 8000-I-ENVIAR-PANTALLA                          00051200
                   THRU 8000-F-ENVIAR-PANTALLA                          00051300
           WHEN CA-PROGRAMA NOT = WS-PROGRAMA                           00051400
                PERFORM 2700-I-PRIMERA-PAGINA                           00051500
                   THRU 2700-F-PRIMERA-PAGINA                           00051600
           WHEN EIBAID = DFHCLEAR                                       00051700
                PERFORM 2900-I-FIN-CONVERSACION                         00051800
                   THRU 2900-F-FIN-CONVERSACION                         00051900
           WHEN EIBAID = DFHPF3                                         00052000
                PERFORM 2950-I-VOLVER                                   00052100
                   THRU 2950-F-VOLVER                                   00052200
           WHEN EIBAID = DFHENTER                                       00052300
                PERFORM 2200-I-VALIDAR-ENTRADA                          00052400
                   THRU 2200-F-VALIDAR-ENTRADA                          00052500
           WHEN EIBAID = DFHPF7                                         00052600
                PERFORM 2700-I-PRIMERA-PAGINA                           00052700
                   THRU 2700-F-PRIMERA-PAGINA                           00052800
           WHEN EIBAID = DFHPF8                                         00052900
                PERFORM 2300-I-PAGINA-SIGUIENTE                         00053000
                   THRU 2300-F-PAGINA-SIGUIENTE                         00053100
           WHEN EIBAID = DFHPF5                                         00053200
                PERFORM 2400-I-PASAR-A-MOVIMIENTOS                      00053300
                   THRU 2400-F-PASAR-A-MOVIMIENTOS                      00053400
           WHEN OTHER                                                   00053500
                MOVE 'TECLA NO HABILITADA EN ESTA PANTALLA'             00053600
                                          TO WS-MENSAJE                 00053700
                PERFORM 2800-I-REPETIR-PAGINA                           00053800
                   THRU 2800-F-REPETIR-PAGINA                           00053900
           END-EVALUATE                                                 00054000
           .                                                            00054100
       2000-F-PROCESO. EXIT.                                            00054200
                                                                        00054300
      ******************************************************            00054400
      *  RECIBE LA PANTALLA. MAPFAIL = NO SE MODIFICO NADA. *           00054500
      *  LOS CAMPOS NO MODIFICADOS VIENEN CON LARGO CERO.   *           00054600
      ******************************************************            00054700
       2100-I-RECIBIR-PANTALLA.                                         00054800
                                                                        00054900
           MOVE LOW-VALUES TO EXM36M1I                                  00055000
           MOVE 'RECEIVE MAP' TO WS-CICS-COMANDO                        00055100
                                                                        00055200
           EXEC CICS RECEIVE                                            00055300
                MAP('EXM36M1')                                          00055400
                MAPSET('EXAMS36')                                       00055500
                INTO(EXM36M1I)                                          00055600
                RESP(WS-RESP)                                           00055700
           END-EXEC                                                     00055800
                                                                        00055900
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00056000
                             AND WS-RESP NOT = DFHRESP(MAPFAIL)         00056100
              PERFORM 9994-I-ERROR-CICS                                 00056200
                 THRU 9994-F-ERROR-CICS                                 00056300
              GO TO 2100-F-RECIBIR-PANTALLA                             00056400
           END-IF                                                       00056500
                                                                        00056600
           MOVE SPACES TO WS-ENTRADA                                    00056700
           IF TIPCUEL > ZEROS                                           00056800
              MOVE TIPCUEI TO ENT-TIPCUEN                               00056900
           END-IF                                                       00057000
           IF NROCUEL > ZEROS                                           00057100
              MOVE NROCUEI TO ENT-NROCUEN                               00057200
           END-IF                                                       00057300
                                                                        00057400
           MOVE LOW-VALUES TO EXM36M1O                                  00057500
           .                                                            00057600
       2100-F-RECIBIR-PANTALLA. EXIT.                                   00057700
                                                                        00057800
      ******************************************************            00057900
      *  ENTER: CUENTA A CONSULTAR. SIN NADA INGRESADO SE   *           00058000
      *  VUELVE A LA PRIMERA PAGINA DE LA CUENTA ACTUAL.    *           00058100
      ******************************************************            00058200
       2200-I-VALIDAR-ENTRADA.                                          00058300
                                                                        00058400
           PERFORM 2100-I-RECIBIR-PANTALLA                              00058500
              THRU 2100-F-RECIBIR-PANTALLA                              00058600
           IF WS-FIN-PROCESO                                            00058700
              GO TO 2200-F-VALIDAR-ENTRADA                              00058800
           END-IF                                                       00058900
                                                                        00059000
           SET WS-ENTRADA-OK TO TRUE                                    00059100
                                                                        00059200
           EVALUATE TRUE                                                00059300
           WHEN ENT-TIPCUEN NOT = SPACES OR ENT-NROCUEN NOT = SPACES    00059400
                IF ENT-TIPCUEN = SPACES                                 00059500
                              OR ENT-NROCUEN IS NOT NUMERIC             00059600
                              OR ENT-NROCUEN-N = ZEROS                  00059700
                   MOVE 'INGRESE TIPO Y NRO. DE CUENTA VALIDOS'         00059800
                                             TO WS-MENSAJE              00059900
                   SET WS-ENTRADA-ERROR TO TRUE                         00060000
                ELSE                                                    00060100
                   MOVE ENT-TIPCUEN   TO CA-TIPCUEN                     00060200
                   MOVE ENT-NROCUEN-N TO CA-NROCUEN                     00060300
                END-IF                                                  00060400
           WHEN CA-TIPCUEN NOT = SPACES                                 00060500
                CONTINUE                                                00060600
           WHEN OTHER                                                   00060700
                MOVE 'INGRESE TIPO Y NRO. DE CUENTA' TO WS-MENSAJE      00060800
                SET WS-ENTRADA-ERROR TO TRUE                            00060900
           END-EVALUATE                                                 00061000
                                                                        00061100
           IF WS-ENTRADA-ERROR                                          00061200
              PERFORM 3900-I-LIMPIAR-CUENTA                             00061300
                 THRU 3900-F-LIMPIAR-CUENTA                             00061400
              MOVE ENT-TIPCUEN TO TIPCUEO                               00061500
              MOVE ENT-NROCUEN TO NROCUEO                               00061600
              PERFORM 8000-I-ENVIAR-PANTALLA                            00061700
                 THRU 8000-F-ENVIAR-PANTALLA                            00061800
              GO TO 2200-F-VALIDAR-ENTRADA                              00061900
           END-IF                                                       00062000
                                                                        00062100
           PERFORM 2750-I-DESDE-EL-PRINCIPIO                            00062200
              THRU 2750-F-DESDE-EL-PRINCIPIO                            00062300
           PERFORM 3000-I-CONSULTA-CUENTA                               00062400
              THRU 3000-F-CONSULTA-CUENTA                               00062500
           .                                                            00062600
       2200-F-VALIDAR-ENTRADA. EXIT.                                    00062700
                                                                        00062800
      **************************************                            00062900
      *  PF8: PENDIENTES SIGUIENTES        *                            00063000
      **************************************                            00063100
       2300-I-PAGINA-SIGUIENTE.                                         00063200
                                                                        00063300
           IF CA-TIPCUEN = SPACES                                       00063400
              MOVE 'INGRESE TIPO Y NRO. DE CUENTA' TO WS-MENSAJE        00063500
              PERFORM 8000-I-ENVIAR-PANTALLA                            00063600
                 THRU 8000-F-ENVIAR-PANTALLA                            00063700
              GO TO 2300-F-PAGINA-SIGUIENTE                             00063800
           END-IF                                                       00063900
                                                                        00064000
           IF CA-NO-HAY-MAS                                             00064100
              MOVE 'NO HAY MAS PENDIENTES DE LA CUENTA' TO WS-MENSAJE   00064200
              PERFORM 2800-I-REPETIR-PAGINA                             00064300
                 THRU 2800-F-REPETIR-PAGINA                             00064400
              GO TO 2300-F-PAGINA-SIGUIENTE                             00064500
           END-IF                                                       00064600
                                                                        00064700
           MOVE CA-CLAVE-ULTIMA TO CA-CLAVE-INICIO                      00064800
           ADD 1                TO CA-PAGINA                            00064900
                                                                        00065000
           PERFORM 3000-I-CONSULTA-CUENTA                               00065100
              THRU 3000-F-CONSULTA-CUENTA                               00065200
           .                                                            00065300
       2300-F-PAGINA-SIGUIENTE. EXIT.                                   00065400
                                                                        00065500
      ******************************************************            00065600
      *  PF5: MOVIMIENTOS DE LA MISMA CUENTA (EXAMEN35).    *           00065700
      *  CA-ORIGEN SE CONSERVA PARA QUE PF3 VUELVA A DONDE  *           00065800
      *  SE EMPEZO.                                         *           00065900
      ******************************************************            00066000
       2400-I-PASAR-A-MOVIMIENTOS.                                      00066100
                                                                        00066200
           IF CA-TIPCUEN = SPACES                                       00066300
              MOVE 'INGRESE TIPO Y NRO. DE CUENTA' TO WS-MENSAJE        00066400
              PERFORM 8000-I-ENVIAR-PANTALLA                            00066500
                 THRU 8000-F-ENVIAR-PANTALLA                            00066600
              GO TO 2400-F-PASAR-A-MOVIMIENTOS                          00066700
           END-IF                                                       00066800
                                                                        00066900
           MOVE WS-PROGRAMA TO CA-PROGRAMA                              00067000
           MOVE ZEROS       TO CA-PAGINA                                00067100
           SET CA-NO-HAY-MAS TO TRUE                                    00067200
           MOVE SPACES      TO CA-CLAVE-INICIO                          00067300
                               CA-CLAVE-PRIMERA                         00067400
                               CA-CLAVE-ULTIMA                          00067500
                                                                        00067600
           EXEC CICS XCTL                                               00067700
                PROGRAM('EXAMEN35')                                     00067800
                COMMAREA(WS-COMMAREA)                                   00067900
                LENGTH(LENGTH OF WS-COMMAREA)                           00068000
                RESP(WS-RESP)                                           00068100
           END-EXEC                                                     00068200
                                                                        00068300
      *    SOLO VUELVE SI EL XCTL FALLO                                 00068400
           MOVE 'PROGRAMA EXAMEN35 NO DISPONIBLE EN ESTE MOMENTO'       00068500
                                          TO WS-MENSAJE                 00068600
           PERFORM 2700-I-PRIMERA-PAGINA                                00068700
              THRU 2700-F-PRIMERA-PAGINA                                00068800
           .                                                            00068900
       2400-F-PASAR-A-MOVIMIENTOS. EXIT.                                00069000
                                                                        00069100
      ******************************************************            00069200
      *  PRIMERA PAGINA DE LA CUENTA DE LA COMMAREA (PF7 Y  *           00069300
      *  LLEGADA POR XCTL). SIN CUENTA SE MUESTRA LA        *           00069400
      *  PANTALLA VACIA.                                    *           00069500
      ******************************************************            00069600
       2700-I-PRIMERA-PAGINA.                                           00069700
                                                                        00069800
           IF CA-TIPCUEN = SPACES                                       00069900
              IF WS-MENSAJE = SPACES                                    00070000
                 MOVE 'INGRESE TIPO Y NRO. DE CUENTA' TO WS-MENSAJE     00070100
              END-IF                                                    00070200
              PERFORM 8000-I-ENVIAR-PANTALLA                            00070300
                 THRU 8000-F-ENVIAR-PANTALLA                            00070400
              GO TO 2700-F-PRIMERA-PAGINA                               00070500
           END-IF                                                       00070600
                                                                        00070700
           PERFORM 2750-I-DESDE-EL-PRINCIPIO                            00070800
              THRU 2750-F-DESDE-EL-PRINCIPIO                            00070900
           PERFORM 3000-I-CONSULTA-CUENTA                               00071000
              THRU 3000-F-CONSULTA-CUENTA                               00071100
           .                                                            00071200
       2700-F-PRIMERA-PAGINA. EXIT.                                     00071300
                                                                        00071400
      **************************************                            00071500
      *  POSICIONA EL PAGINADO AL INICIO   *                            00071600
      **************************************                            00071700
       2750-I-DESDE-EL-PRINCIPIO.                                       00071800
                                                                        00071900
           MOVE ZEROS             TO CLA-NROSUS                         00072000
           MOVE WS-CLAVE-SUSPENSO TO CA-CLAVE-INICIO                    00072100
           MOVE 1                 TO CA-PAGINA                          00072200
           .                                                            00072300
       2750-F-DESDE-EL-PRINCIPIO. EXIT.                                 00072400
                                                                        00072500
      ******************************************************            00072600
      *  VUELVE A MOSTRAR LA PAGINA ACTUAL CON EL MENSAJE   *           00072700
      *  QUE DEJO EL LLAMADOR                               *           00072800
      ******************************************************            00072900
       2800-I-REPETIR-PAGINA.                                           00073000
                                                                        00073100
           IF CA-TIPCUEN = SPACES                                       00073200
              PERFORM 8000-I-ENVIAR-PANTALLA                            00073300
                 THRU 8000-F-ENVIAR-PANTALLA                            00073400
              GO TO 2800-F-REPETIR-PAGINA                               00073500
           END-IF                                                       00073600
                                                                        00073700
           PERFORM 3000-I-CONSULTA-CUENTA                               00073800
              THRU 3000-F-CONSULTA-CUENTA                               00073900
           .                                                            00074000
       2800-F-REPETIR-PAGINA. EXIT.                                     00074100
                                                                        00074200
      **************************************                            00074300
      *  CLEAR: FIN DE LA CONSULTA         *                            00074400
      **************************************                            00074500
       2900-I-FIN-CONVERSACION.                                         00074600
                                                                        00074700
           MOVE 'CONSULTA DE PENDIENTES DEL SUSPENSO FINALIZADA'        00074800
                                          TO WS-MENSAJE                 00074900
           PERFORM 8100-I-ENVIAR-TEXTO                                  00075000
              THRU 8100-F-ENVIAR-TEXTO                                  00075100
           SET WS-FIN-CONVERSACION TO TRUE                              00075200
           .                                                            00075300
       2900-F-FIN-CONVERSACION. EXIT.                                   00075400
                                                                        00075500
      ******************************************************            00075600
      *  PF3: VUELVE POR XCTL AL PROGRAMA DE ORIGEN O, SI   *           00075700
      *  SE ENTRO POR LA TRANSACCION, TERMINA               *           00075800
      ******************************************************            00075900
       2950-I-VOLVER.                                                   00076000
                                                                        00076100
           IF CA-ORIGEN = SPACES                                        00076200
              PERFORM 2900-I-FIN-CONVERSACION                           00076300
                 THRU 2900-F-FIN-CONVERSACION                           00076400
              GO TO 2950-F-VOLVER                                       00076500
           END-IF                                                       00076600
                                                                        00076700
           MOVE WS-PROGRAMA TO CA-PROGRAMA                              00076800
                                                                        00076900
           EXEC CICS XCTL                                               00077000
                PROGRAM(CA-ORIGEN)                                      00077100
                COMMAREA(WS-COMMAREA)                                   00077200
                LENGTH(LENGTH OF WS-COMMAREA)                           00077300
                RESP(WS-RESP)                                           00077400
           END-EXEC                                                     00077500
                                                                        00077600
      *    SOLO VUELVE SI EL XCTL FALLO                                 00077700
           PERFORM 2900-I-FIN-CONVERSACION                              00077800
              THRU 2900-F-FIN-CONVERSACION                              00077900
           .                                                            00078000
       2950-F-VOLVER. EXIT.                                             00078100
                                                                        00078200
      ******************************************************            00078300
      *  CONSULTA DE LA CUENTA Y DE LA PAGINA DE PENDIENTES *           00078400
      *  QUE ARRANCA EN CA-CLAVE-INICIO. EL REGISTRO DE     *           00078500
      *  AUDITORIA SE GRABA ANTES DEL SEND; CON EL SUSPENSO *           00078600
      *  CERRADO NO SE MUESTRAN DATOS NI SE REGISTRA, Y LA  *           00078700
      *  CUENTA QUEDA EN LA COMMAREA PARA REINTENTAR (ENTER)*           00078800
      ******************************************************            00078900
       3000-I-CONSULTA-CUENTA.                                          00079000
                                                                        00079100
           INITIALIZE DCLTBCONAUD                                       00079200
                                                                        00079300
           PERFORM 3100-I-LEER-CUENTA                                   00079400
              THRU 3100-F-LEER-CUENTA                                   00079500
           IF WS-FIN-PROCESO                                            00079600
              GO TO 3000-F-CONSULTA-CUENTA                              00079700
           END-IF                                                       00079800
           IF WS-AUD-RESULTADO NOT = 'O'                                00079900
              GO TO 3000-X-RECHAZO                                      00080000
           END-IF                                                       00080100
                                                                        00080200
           PERFORM 3400-I-CARGAR-PENDIENTES                             00080300
              THRU 3400-F-CARGAR-PENDIENTES                             00080400
           IF WS-FIN-PROCESO                                            00080500
              GO TO 3000-F-CONSULTA-CUENTA                              00080600
           END-IF                                                       00080700
           IF WS-SUSPENSO-CERRADO                                       00080800
              MOVE LOW-VALUES TO EXM36M1O                               00080900
              MOVE MSG-SUSPENSO-CERRADO TO WS-MENSAJE                   00081000
              MOVE CA-TIPCUEN      TO TIPCUEO                           00081100
              MOVE CA-NROCUEN      TO WS-EDIT-NROCUEN                   00081200
              MOVE WS-EDIT-NROCUEN TO NROCUEO                           00081300
              GO TO 3000-X-ENVIAR                                       00081400
           END-IF                                                       00081500
                                                                        00081600
           PERFORM 8500-I-GRABAR-AUDITORIA                              00081700
              THRU 8500-F-GRABAR-AUDITORIA                              00081800
           IF WS-FIN-PROCESO                                            00081900
              GO TO 3000-F-CONSULTA-CUENTA                              00082000
           END-IF                                                       00082100
                                                                        00082200
           PERFORM 3600-I-MOSTRAR-CUENTA                                00082300
              THRU 3600-F-MOSTRAR-CUENTA                                00082400
           GO TO 3000-X-ENVIAR                                          00082500
           .                                                            00082600
       3000-X-RECHAZO.                                                  00082700
                                                                        00082800
           PERFORM 8500-I-GRABAR-AUDITORIA                              00082900
              THRU 8500-F-GRABAR-AUDITORIA                              00083000
           IF WS-FIN-PROCESO                                            00083100
              GO TO 3000-F-CONSULTA-CUENTA                              00083200
           END-IF                                                       00083300
                                                                        00083400
           MOVE CA-TIPCUEN      TO TIPCUEO                              00083500
           MOVE CA-NROCUEN      TO WS-EDIT-NROCUEN                      00083600
           MOVE WS-EDIT-NROCUEN TO NROCUEO                              00083700
           PERFORM 3900-I-LIMPIAR-CUENTA                                00083800
              THRU 3900-F-LIMPIAR-CUENTA                                00083900
           .                                                            00084000
       3000-X-ENVIAR.                                                   00084100
                                                                        00084200
           PERFORM 8000-I-ENVIAR-PANTALLA                               00084300
              THRU 8000-F-ENVIAR-PANTALLA                               00084400
           .                                                            00084500
       3000-F-CONSULTA-CUENTA. EXIT.                                    00084600
                                                                        00084700
      ******************************************************            00084800
      *  CABECERA DE LA CUENTA CON SU LIMITE, ESTADO Y      *           00084900
      *  TITULAR. LA CUENTA DEBE EXISTIR Y SER DE LA        *           00085000
      *  SUCURSAL DEL USUARIO.                              *           00085100
      ******************************************************            00085200
       3100-I-LEER-CUENTA.                                              00085300
                                                                        00085400
           MOVE 'O'        TO WS-AUD-RESULTADO                          00085500
           MOVE CA-TIPCUEN TO WS-TIPCUEN CN-TIPCUEN                     00085600
           MOVE CA-NROCUEN TO WS-NROCUEN CN-NROCUEN                     00085700
                                                                        00085800
           EXEC SQL                                                     00085900
              SELECT A.SUCUEN,                                          00086000
                     A.NROCLI,                                          00086100
                     A.SALDO,                                           00086200
                     A.MONEDA,                                          00086300
                     COALESCE(L.LIMDESC, 0),                            00086400
                     COALESCE(E.ESTADO, ' '),                           00086500
                     COALESCE(C.NOMAPE, ' ')                            00086600
                INTO :WS-SUCUEN,                                        00086700
                     :WS-NROCLI,                                        00086800
                     :WS-SALDO,                                         00086900
                     :WS-MONEDA,                                        00087000
                     :WS-CAB-LIMDESC,                                   00087100
                     :WS-CAB-ESTADO,                                    00087200
                     :WS-CAB-NOMAPE                                     00087300
                FROM KC02803.TBCURCTA A                                 00087400
                LEFT JOIN KC02803.TBLIMCTA L                            00087500
                  ON L.TIPCUEN = A.TIPCUEN                              00087600
                 AND L.NROCUEN = A.NROCUEN                              00087700
                LEFT JOIN KC02803.TBESTCTA E                            00087800
                  ON E.TIPCUEN = A.TIPCUEN                              00087900
                 AND E.NROCUEN = A.NROCUEN                              00088000
                LEFT JOIN KC02803.TBCURCLI C                            00088100
                  ON C.NROCLI  = A.NROCLI                               00088200
               WHERE A.TIPCUEN = :WS-TIPCUEN                            00088300
                 AND A.NROCUEN = :WS-NROCUEN                            00088400
           END-EXEC                                                     00088500
                                                                        00088600
           EVALUATE TRUE                                                00088700
           WHEN SQLCODE EQUAL ZEROS                                     00088800
                MOVE WS-NROCLI TO CN-NROCLI                             00088900
           WHEN SQLCODE EQUAL +100                                      00089000
                MOVE 'N' TO WS-AUD-RESULTADO                            00089100
                MOVE 'CUENTA INEXISTENTE' TO WS-MENSAJE                 00089200
                GO TO 3100-F-LEER-CUENTA                                00089300
           WHEN OTHER                                                   00089400
                MOVE 'CUENTAS - TBCURCTA ' TO WS-DB2-TABLA              00089500
                MOVE 'LECTURA CUENTA   ' TO WS-DB2-DESCRIP              00089600
                PERFORM 9995-I-ERROR-DB2                                00089700
                   THRU 9995-F-ERROR-DB2                                00089800
                GO TO 3100-F-LEER-CUENTA                                00089900
           END-EVALUATE                                                 00090000
                                                                        00090100
           IF WS-SUCUEN NOT = OD-SUCURSAL                               00090200
              MOVE 'D' TO WS-AUD-RESULTADO                              00090300
              MOVE 'CUENTA DE OTRA SUCURSAL: CONSULTA NO PERMITIDA'     00090400
                                          TO WS-MENSAJE                 00090500
           END-IF                                                       00090600
           .                                                            00090700
       3100-F-LEER-CUENTA. EXIT.                                        00090800
                                                                        00090900
      ******************************************************            00091000
      *  RECORRE EL SUSPENSO DESDE EL NRO. SIGUIENTE A      *           00091100
      *  CA-CLAVE-INICIO TOMANDO LOS PENDIENTES DE LA       *           00091200
      *  CUENTA. EL PENDIENTE 13 SOLO INDICA QUE HAY OTRA   *           00091300
      *  PAGINA.                                            *           00091400
      ******************************************************            00091500
       3400-I-CARGAR-PENDIENTES.                                        00091600
                                                                        00091700
           MOVE CA-CLAVE-INICIO TO WS-CLAVE-SUSPENSO                    00091800
           IF CA-PAGINA = 1                                             00091900
              MOVE ZEROS        TO WS-SUS-CLAVE                         00092000
           ELSE                                                         00092100
              COMPUTE WS-SUS-CLAVE = CLA-NROSUS + 1                     00092200
           END-IF                                                       00092300
           MOVE ZEROS           TO WS-CANT-FILAS                        00092400
                                   WS-CANT-LEIDOS                       00092500
           SET CA-NO-HAY-MAS    TO TRUE                                 00092600
           SET WS-SUSPENSO-DISPONIBLE TO TRUE                           00092700
           MOVE 'STARTBR'       TO WS-CICS-COMANDO                      00092800
                                                                        00092900
           EXEC CICS STARTBR                                            00093000
                FILE('SUSPENSO')                                        00093100
                RIDFLD(WS-SUS-CLAVE)                                    00093200
                GTEQ                                                    00093300
                RESP(WS-RESP)                                           00093400
           END-EXEC                                                     00093500
                                                                        00093600
           EVALUATE TRUE                                                00093700
           WHEN WS-RESP = DFHRESP(NORMAL)                               00093800
                CONTINUE                                                00093900
           WHEN WS-RESP = DFHRESP(NOTFND)                               00094000
                GO TO 3400-X-FIN-PAGINA                                 00094100
           WHEN WS-RESP = DFHRESP(NOTOPEN)                              00094200
             OR WS-RESP = DFHRESP(DISABLED)                             00094300
                SET WS-SUSPENSO-CERRADO TO TRUE                         00094400
                GO TO 3400-F-CARGAR-PENDIENTES                          00094500
           WHEN OTHER                                                   00094600
                PERFORM 9994-I-ERROR-CICS                               00094700
                   THRU 9994-F-ERROR-CICS                               00094800
                GO TO 3400-F-CARGAR-PENDIENTES                          00094900
           END-EVALUATE                                                 00095000
                                                                        00095100
           SET WS-SI-BROWSE TO TRUE                                     00095200
           PERFORM 3410-I-LEER-PENDIENTE                                00095300
              THRU 3410-F-LEER-PENDIENTE                                00095400
             UNTIL WS-FIN-BROWSE                                        00095500
                                                                        00095600
           EXEC CICS ENDBR                                              00095700
                FILE('SUSPENSO')                                        00095800
                RESP(WS-RESP)                                           00095900
           END-EXEC                                                     00096000
                                                                        00096100
           IF WS-FIN-PROCESO                                            00096200
              GO TO 3400-F-CARGAR-PENDIENTES                            00096300
           END-IF                                                       00096400
           .                                                            00096500
       3400-X-FIN-PAGINA.                                               00096600
                                                                        00096700
           MOVE WS-CLAVE-SUSPENSO TO CA-CLAVE-ULTIMA                    00096800
           .                                                            00096900
       3400-F-CARGAR-PENDIENTES. EXIT.                                  00097000
                                                                        00097100
      **************************************                            00097200
      *  READNEXT DEL SUSPENSO: SOLO LOS   *                            00097300
      *  PENDIENTES DE LA CUENTA           *                            00097400
      **************************************                            00097500
       3410-I-LEER-PENDIENTE.                                           00097600
                                                                        00097700
           MOVE 'READNEXT' TO WS-CICS-COMANDO                           00097800
                                                                        00097900
           EXEC CICS READNEXT                                           00098000
                FILE('SUSPENSO')                                        00098100
                INTO(WS-REG-SUSPENSO)                                   00098200
                RIDFLD(WS-SUS-CLAVE)                                    00098300
                RESP(WS-RESP)                                           00098400
           END-EXEC                                                     00098500
                                                                        00098600
           EVALUATE TRUE                                                00098700
           WHEN WS-RESP = DFHRESP(NORMAL)                               00098800
                ADD 1 TO WS-CANT-LEIDOS                                 00098900
           WHEN WS-RESP = DFHRESP(ENDFILE)                              00099000
                SET WS-FIN-BROWSE TO TRUE                               00099100
                GO TO 3410-F-LEER-PENDIENTE                             00099200
           WHEN OTHER                                                   00099300
                PERFORM 9994-I-ERROR-CICS                               00099400
                   THRU 9994-F-ERROR-CICS                               00099500
                SET WS-FIN-BROWSE TO TRUE                               00099600
                GO TO 3410-F-LEER-PENDIENTE                             00099700
           END-EVALUATE                                                 00099800
                                                                        00099900
           IF NOT SUS-PENDIENTE                                         00100000
              GO TO 3410-F-LEER-PENDIENTE                               00100100
           END-IF                                                       00100200
                                                                        00100300
           MOVE SUS-DATOS TO WS-DATOS-MOVIMIENTO                        00100400
           IF MOV-TIPCUEN NOT = CA-TIPCUEN                              00100500
                          OR MOV-NROCUEN NOT = CA-NROCUEN               00100600
              GO TO 3410-F-LEER-PENDIENTE                               00100700
           END-IF                                                       00100800
                                                                        00100900
           IF WS-CANT-FILAS = WS-LINEAS-PAGINA                          00101000
              SET CA-HAY-MAS    TO TRUE                                 00101100
              SET WS-FIN-BROWSE TO TRUE                                 00101200
              GO TO 3410-F-LEER-PENDIENTE                               00101300
           END-IF                                                       00101400
                                                                        00101500
           ADD 1 TO WS-CANT-FILAS                                       00101600
           MOVE SUS-NROSUS TO CLA-NROSUS                                00101700
                                                                        00101800
           MOVE SUS-NROSUS  TO LIN-NROSUS                               00101900
           MOVE SUS-FECALTA TO WS-FEC-DB2                               00102000
           PERFORM 8900-I-FORMATEAR-FECHA                               00102100
              THRU 8900-F-FORMATEAR-FECHA                               00102200
           MOVE WS-FEC-FORMATEADA TO LIN-FECALTA                        00102300
           MOVE SUS-MOTIVO  TO LIN-MOTIVO                               00102400
           MOVE MOV-TIPMOV  TO LIN-TIPMOV                               00102500
           MOVE MOV-MONEDA  TO LIN-MONEDA                               00102600
           MOVE MOV-SALDO   TO LIN-IMPORTE                              00102700
                                                                        00102800
           COMPUTE WS-FECALTA-NUM =                                     00102900
                   FUNCTION NUMVAL(SUS-FECALTA(1:4))                    00103000
                   * 10000                                              00103100
                 + FUNCTION NUMVAL(SUS-FECALTA(6:2))                    00103200
                   * 100                                                00103300
                 + FUNCTION NUMVAL(SUS-FECALTA(9:2))                    00103400
           COMPUTE WS-DIAS-ALTA =                                       00103500
                   FUNCTION INTEGER-OF-DATE(WS-FECALTA-NUM)             00103600
           COMPUTE WS-DIAS-PENDIENTE =                                  00103700
                   WS-DIAS-HOY - WS-DIAS-ALTA                           00103800
           MOVE WS-DIAS-PENDIENTE TO LIN-DIAS                           00103900
                                                                        00104000
           PERFORM 3420-I-ARMAR-DETALLE                                 00104100
              THRU 3420-F-ARMAR-DETALLE                                 00104200
                                                                        00104300
           MOVE WS-LINEA-PENDIENTE TO LINEAO(WS-CANT-FILAS)             00104400
           .                                                            00104500
       3410-F-LEER-PENDIENTE. EXIT.                                     00104600
                                                                        00104700
      ******************************************************            00104800
      *  DETALLE SEGUN EL TIPO: CONTRAPARTE ('TR'/'CM'),    *           00104900
      *  CHEQUE Y PLAZO ('CH') O MOVIMIENTO QUE REVIERTE    *           00105000
      *  ('RV')                                             *           00105100
      ******************************************************            00105200
       3420-I-ARMAR-DETALLE.                                            00105300
                                                                        00105400
           EVALUATE MOV-TIPMOV                                          00105500
           WHEN 'TR'                                                    00105600
           WHEN 'CM'                                                    00105700
                MOVE MOV-CTP-TIPCUEN   TO DET-CTP-TIPCUEN               00105800
                MOVE MOV-CTP-NROCUEN   TO DET-CTP-NROCUEN               00105900
                MOVE WS-DETALLE-CUENTA TO LIN-DETALLE                   00106000
           WHEN 'CH'                                                    00106100
                MOVE MOV-CHQ-NROCHQ    TO DET-CHQ-NROCHQ                00106200
                MOVE MOV-CHQ-PLAZO     TO DET-CHQ-PLAZO                 00106300
                MOVE WS-DETALLE-CHEQUE TO LIN-DETALLE                   00106400
           WHEN 'RV'                                                    00106500
                MOVE MOV-REF-FECPROC   TO WS-FEC-DB2                    00106600
                PERFORM 8900-I-FORMATEAR-FECHA                          00106700
                   THRU 8900-F-FORMATEAR-FECHA                          00106800
                MOVE WS-FEC-FORMATEADA TO DET-REF-FECPROC               00106900
                MOVE MOV-REF-NROSEC    TO DET-REF-NROSEC                00107000
                MOVE WS-DETALLE-REVERSO TO LIN-DETALLE                  00107100
           WHEN OTHER                                                   00107200
                MOVE SPACES            TO LIN-DETALLE                   00107300
           END-EVALUATE                                                 00107400
           .                                                            00107500
       3420-F-ARMAR-DETALLE. EXIT.                                      00107600
                                                                        00107700
      ******************************************************            00107800
      *  CABECERA DE LA CUENTA A LA PANTALLA Y MENSAJE DE   *           00107900
      *  LA PAGINA (SI EL LLAMADOR NO DEJO OTRO)            *           00108000
      ******************************************************            00108100
       3600-I-MOSTRAR-CUENTA.                                           00108200
                                                                        00108300
           MOVE CA-TIPCUEN      TO TIPCUEO                              00108400
           MOVE CA-NROCUEN      TO WS-EDIT-NROCUEN                      00108500
           MOVE WS-EDIT-NROCUEN TO NROCUEO                              00108600
           MOVE WS-NROCLI       TO WS-EDIT-NROCLI                       00108700
           MOVE WS-EDIT-NROCLI  TO NROCLIO                              00108800
           MOVE WS-CAB-NOMAPE   TO NOMAPEO                              00108900
           MOVE WS-MONEDA       TO MONEDAO                              00109000
           MOVE WS-SALDO        TO WS-EDIT-SALDO                        00109100
           MOVE WS-EDIT-SALDO   TO SALDOO                               00109200
           MOVE WS-CAB-LIMDESC  TO WS-EDIT-LIMITE                       00109300
           MOVE WS-EDIT-LIMITE  TO LIMITEO                              00109400
           IF WS-CAB-ESTADO = 'D'                                       00109500
              MOVE 'DORMIDA'    TO ESTCTAO                              00109600
           ELSE                                                         00109700
              MOVE 'ACTIVA'     TO ESTCTAO                              00109800
           END-IF                                                       00109900
           MOVE CA-PAGINA       TO WS-EDIT-PAGINA                       00110000
           MOVE WS-EDIT-PAGINA  TO PAGINAO                              00110100
           MOVE WS-TITULO-PENDIENTES TO TITSUSO                         00110200
                                                                        00110300
           IF WS-MENSAJE NOT = SPACES                                   00110400
              GO TO 3600-F-MOSTRAR-CUENTA                               00110500
           END-IF                                                       00110600
                                                                        00110700
           EVALUATE TRUE                                                00110800
           WHEN WS-CANT-FILAS = ZEROS AND CA-PAGINA = 1                 00110900
                MOVE 'LA CUENTA NO TIENE PENDIENTES EN EL SUSPENSO'     00111000
                                          TO WS-MENSAJE                 00111100
           WHEN CA-HAY-MAS                                              00111200
                MOVE 'PF8=PENDIENTES SIGUIENTES' TO WS-MENSAJE          00111300
           WHEN OTHER                                                   00111400
                MOVE 'FIN DE LOS PENDIENTES DE LA CUENTA'               00111500
                                          TO WS-MENSAJE                 00111600
           END-EVALUATE                                                 00111700
           .                                                            00111800
       3600-F-MOSTRAR-CUENTA. EXIT.                                     00111900
                                                                        00112000
      ******************************************************            00112100
      *  SIN CUENTA VALIDA EN PANTALLA: SE LIMPIA LA        *           00112200
      *  COMMAREA                                           *           00112300
      ******************************************************            00112400
       3900-I-LIMPIAR-CUENTA.                                           00112500
                                                                        00112600
           MOVE ZEROS  TO CA-NROCUEN                                    00112700
                          CA-PAGINA                                     00112800
           MOVE SPACES TO CA-TIPCUEN                                    00112900
                          CA-CLAVE-INICIO                               00113000
                          CA-CLAVE-PRIMERA                              00113100
                          CA-CLAVE-ULTIMA                               00113200
           SET CA-NO-HAY-MAS TO TRUE                                    00113300
           .                                                            00113400
       3900-F-LIMPIAR-CUENTA. EXIT.                                     00113500
                                                                        00113600
      ******************************************************            00113700
      *  ENVIO DE LA PANTALLA CON ENCABEZADO Y MENSAJE      *           00113800
      ******************************************************            00113900
       8000-I-ENVIAR-PANTALLA.                                          00114000
                                                                        00114100
           MOVE WS-FECHA-PANTALLA TO FECHAO                             00114200
           MOVE CA-SUCURSAL       TO SUCURO                             00114300
           MOVE WS-SUC-NOMBRE     TO SUCNOMO                            00114400
           MOVE WS-USUARIO        TO USUARO                             00114500
           MOVE WS-MENSAJE        TO MSGO                               00114600
           MOVE 'SEND MAP'        TO WS-CICS-COMANDO                    00114700
                                                                        00114800
           EXEC CICS SEND                                               00114900
                MAP('EXM36M1')                                          00115000
                MAPSET('EXAMS36')                                       00115100
                FROM(EXM36M1O)                                          00115200
                ERASE                                                   00115300
                FREEKB                                                  00115400
                RESP(WS-RESP)                                           00115500
           END-EXEC                                                     00115600
                                                                        00115700
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00115800
              PERFORM 9994-I-ERROR-CICS                                 00115900
                 THRU 9994-F-ERROR-CICS                                 00116000
           END-IF                                                       00116100
           .                                                            00116200
       8000-F-ENVIAR-PANTALLA. EXIT.                                    00116300
                                                                        00116400
      **************************************                            00116500
      *  MENSAJE FINAL EN PANTALLA LIMPIA  *                            00116600
      **************************************                            00116700
       8100-I-ENVIAR-TEXTO.                                             00116800
                                                                        00116900
           EXEC CICS SEND TEXT                                          00117000
                FROM(WS-MENSAJE)                                        00117100
                LENGTH(LENGTH OF WS-MENSAJE)                            00117200
                ERASE                                                   00117300
                FREEKB                                                  00117400
                RESP(WS-RESP)                                           00117500
           END-EXEC                                                     00117600
           .                                                            00117700
       8100-F-ENVIAR-TEXTO. EXIT.                                       00117800
                                                                        00117900
      ******************************************************            00118000
      *  REGISTRO DE AUDITORIA DE LA CONSULTA (TBCONAUD).   *           00118100
      *  EL LLAMADOR CARGA LA CUENTA Y EL CLIENTE EN CN- Y  *           00118200
      *  EL RESULTADO EN WS-AUD-RESULTADO.                  *           00118300
      ******************************************************            00118400
       8500-I-GRABAR-AUDITORIA.                                         00118500
                                                                        00118600
           MOVE WS-USUARIO       TO CN-USUARIO                          00118700
           MOVE EIBTRMID         TO CN-TERMINAL                         00118800
           MOVE EIBTRNID         TO CN-TRANSAC                          00118900
           MOVE WS-PROGRAMA      TO CN-PROGRAMA                         00119000
           MOVE 'S'              TO CN-CONSULTA                         00119100
           MOVE SPACES           TO CN-TIPDOC                           00119200
           MOVE ZEROS            TO CN-NRODOC                           00119300
           MOVE OD-SUCURSAL      TO CN-SUCURSAL                         00119400
           MOVE CA-PAGINA        TO CN-PAGINA                           00119500
           MOVE WS-AUD-RESULTADO TO CN-RESULTADO                        00119600
                                                                        00119700
           EXEC SQL                                                     00119800
              INSERT INTO KC02803.TBCONAUD                              00119900
                     (FECHORA, USUARIO, TERMINAL, TRANSAC,              00120000
                      PROGRAMA, CONSULTA, NROCLI, TIPDOC,               00120100
                      NRODOC, TIPCUEN, NROCUEN, SUCURSAL,               00120200
                      PAGINA, RESULTADO)                                00120300
              VALUES (CURRENT TIMESTAMP, :CN-USUARIO,                   00120400
                      :CN-TERMINAL, :CN-TRANSAC, :CN-PROGRAMA,          00120500
                      :CN-CONSULTA, :CN-NROCLI, :CN-TIPDOC,             00120600
                      :CN-NRODOC, :CN-TIPCUEN, :CN-NROCUEN,             00120700
                      :CN-SUCURSAL, :CN-PAGINA, :CN-RESULTADO)          00120800
           END-EXEC                                                     00120900
                                                                        00121000
           IF SQLCODE NOT EQUAL ZEROS                                   00121100
              MOVE 'AUDITORIA-TBCONAUD ' TO WS-DB2-TABLA                00121200
              MOVE 'ALTA AUDITORIA   ' TO WS-DB2-DESCRIP                00121300
              PERFORM 9995-I-ERROR-DB2                                  00121400
                 THRU 9995-F-ERROR-DB2                                  00121500
           END-IF                                                       00121600
           .                                                            00121700
       8500-F-GRABAR-AUDITORIA. EXIT.                                   00121800
                                                                        00121900
      ******************************************************            00122000
      *  FECHA 'AAAA-MM-DD' A DD/MM/AAAA (VACIA SI NO HAY   *           00122100
      *  FECHA)                                             *           00122200
      ******************************************************            00122300
       8900-I-FORMATEAR-FECHA.                                          00122400
                                                                        00122500
           IF WS-FEC-DB2 = SPACES                                       00122600
              MOVE SPACES TO WS-FEC-FORMATEADA                          00122700
           ELSE                                                         00122800
              MOVE WS-FEC-DB2-DD   TO WS-FOR-DD                         00122900
              MOVE WS-FEC-DB2-MM   TO WS-FOR-MM                         00123000
              MOVE WS-FEC-DB2-AAAA TO WS-FOR-AAAA                       00123100
           END-IF                                                       00123200
           .                                                            00123300
       8900-F-FORMATEAR-FECHA. EXIT.                                    00123400
                                                                        00123500
      ******************************************************            00123600
      *  ERROR EN UN COMANDO CICS: SE INFORMA Y SE TERMINA  *           00123700
      ******************************************************            00123800
       9994-I-ERROR-CICS.                                               00123900
                                                                        00124000
           MOVE WS-RESP TO WS-RESP-EDIT                                 00124100
           MOVE SPACES  TO WS-MENSAJE                                   00124200
           STRING 'ERROR CICS EN '        DELIMITED BY SIZE             00124300
                  WS-CICS-COMANDO         DELIMITED BY SIZE             00124400
                  ' RESP '                DELIMITED BY SIZE             00124500
                  WS-RESP-EDIT            DELIMITED BY SIZE             00124600
                  ' - AVISE A SISTEMAS'   DELIMITED BY SIZE             00124700
             INTO WS-MENSAJE                                            00124800
           END-STRING                                                   00124900
           SET  WS-FIN-PROCESO   TO TRUE                                00125000
           SET  WS-ERROR-SISTEMA TO TRUE                                00125100
           .                                                            00125200
       9994-F-ERROR-CICS. EXIT.                                         00125300
                                                                        00125400
      ******************************************************            00125500
      *  ERROR DB2: SE INFORMA Y SE TERMINA SIN MOSTRAR     *           00125600
      *  DATOS                                              *           00125700
      ******************************************************            00125800
       9995-I-ERROR-DB2.                                                00125900
                                                                        00126000
           MOVE SQLCODE TO WS-SQLCODE                                   00126100
           MOVE SPACES  TO WS-MENSAJE                                   00126200
           STRING 'ERROR DB2 '            DELIMITED BY SIZE             00126300
                  WS-SQLCODE              DELIMITED BY SIZE             00126400
                  ' '                     DELIMITED BY SIZE             00126500
                  WS-DB2-TABLA            DELIMITED BY SIZE             00126600
                  ' '                     DELIMITED BY SIZE             00126700
                  WS-DB2-DESCRIP          DELIMITED BY SIZE             00126800
                  ' - AVISE A SISTEMAS'   DELIMITED BY SIZE             00126900
             INTO WS-MENSAJE                                            00127000
           END-STRING                                                   00127100
           SET  WS-FIN-PROCESO   TO TRUE                                00127200
           SET  WS-ERROR-SISTEMA TO TRUE                                00127300
           .                                                            00127400
       9995-F-ERROR-DB2. EXIT.                                          00127500
                                                                        00127600
      ******************************************************            00127700
      *  FIN DE LA TAREA: SIGUE LA CONVERSACION CON LA      *           00127800
      *  COMMAREA, TERMINA, O DESHACE E INFORMA EL ERROR    *           00127900
      ******************************************************            00128000
       9999-I-FINAL.                                                    00128100
                                                                        00128200
           EVALUATE TRUE                                                00128300
           WHEN WS-ERROR-SISTEMA                                        00128400
                EXEC CICS SYNCPOINT ROLLBACK                            00128500
                END-EXEC                                                00128600
                PERFORM 8100-I-ENVIAR-TEXTO                             00128700
                   THRU 8100-F-ENVIAR-TEXTO                             00128800
                EXEC CICS RETURN                                        00128900
                END-EXEC                                                00129000
           WHEN WS-FIN-CONVERSACION                                     00129100
                EXEC CICS RETURN                                        00129200
                END-EXEC                                                00129300
           WHEN OTHER                                                   00129400
                MOVE WS-PROGRAMA TO CA-PROGRAMA                         00129500
                EXEC CICS RETURN                                        00129600
                     TRANSID(WS-TRANSACCION)                            00129700
                     COMMAREA(WS-COMMAREA)                              00129800
                     LENGTH(LENGTH OF WS-COMMAREA)                      00129900
                END-EXEC                                                00130000
           END-EVALUATE                                                 00130100
           .                                                            00130200
       9999-F-FINAL. EXIT.                                              00130300
