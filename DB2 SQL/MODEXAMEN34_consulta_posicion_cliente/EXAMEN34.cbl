       IDENTIFICATION DIVISION.                                         00000100
      *                                                        *        00000200
       PROGRAM-ID. EXAMEN34.                                            00000300
      **********************************************************        00000400
      *                                                        *        00000500
      *  PROGRAMA CICS CON SQL EMBEBIDO (TRANSACCION EX34)     *        00000600
      *  CONSULTA EN LINEA DE LA POSICION DEL CLIENTE PARA LAS *        00000700
      *  SUCURSALES, PSEUDO-CONVERSACIONAL (MAPSET EXAMS34):   *        00000800
      *  - BUSQUEDA POR NRO. DE CLIENTE O POR TIPO Y NRO. DE   *        00000900
      *    DOCUMENTO EN TBCURCLI                               *        00001000
      *  - DOMICILIO (TBDOMCLI) Y ESTADO DEL CLIENTE           *        00001100
      *    (TBESTCLI, SIN FILA = ACTIVO)                       *        00001200
      *  - CUENTAS DEL CLIENTE (TBCURCTA) CON SALDO, MONEDA,   *        00001300
      *    LIMITE DE DESCUBIERTO (TBLIMCTA), DISPONIBLE Y      *        00001400
      *    MARCA DE DORMIDA (TBESTCTA), 10 POR PAGINA          *        00001500
      *  PF5/PF6 PASAN POR XCTL A LOS MOVIMIENTOS (EXAMEN35)   *        00001600
      *  Y A LOS PENDIENTES DEL SUSPENSO (EXAMEN36) DE LA      *        00001700
      *  CUENTA ELEGIDA.                                       *        00001800
      *  SEGURIDAD: EL USUARIO CICS DEBE ESTAR HABILITADO EN   *        00001900
      *  TBOPERAD; SOLO VE CLIENTES CON CUENTA O DOMICILIO EN  *        00002000
      *  SU SUCURSAL, Y DE ELLOS SOLO LAS CUENTAS DE SU        *        00002100
      *  SUCURSAL. CADA PANTALLA MOSTRADA Y CADA CONSULTA      *        00002200
      *  RECHAZADA SE REGISTRA EN TBCONAUD ANTES DEL SEND: SI  *        00002300
      *  NO SE PUEDE REGISTRAR, NO SE MUESTRA NADA.            *        00002400
      *  SOLO LECTURA SOBRE LAS TABLAS DEL SISTEMA.            *        00002500
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
       77  WS-PROGRAMA              PIC X(08) VALUE 'EXAMEN34'.         00004800
       77  WS-TRANSACCION           PIC X(04) VALUE 'EX34'.             00004900
       77  WS-LINEAS-PAGINA         PIC S9(04) USAGE COMP VALUE 10.     00005000
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
       01  WS-FLAG-CURSOR           PIC X VALUE 'T'.                    00006600
           88  WS-SI-CURSOR            VALUE 'T'.                       00006700
           88  WS-FIN-CURSOR           VALUE 'F'.                       00006800
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
      *    CLAVE DE BUSQUEDA DEL CLIENTE                                00008300
       01  WS-FLAG-BUSQUEDA         PIC X VALUE 'C'.                    00008400
           88  WS-BUSCA-POR-CLIENTE    VALUE 'C'.                       00008500
           88  WS-BUSCA-POR-DOCUMENTO  VALUE 'D'.                       00008600
                                                                        00008700
       01  WS-FLAG-DOMICILIO        PIC X VALUE 'S'.                    00008800
           88  WS-CON-DOMICILIO        VALUE 'S'.                       00008900
           88  WS-SIN-DOMICILIO        VALUE 'N'.                       00009000
                                                                        00009100
       01  WS-FLAG-ENTRADA          PIC X VALUE 'S'.                    00009200
           88  WS-ENTRADA-OK           VALUE 'S'.                       00009300
           88  WS-ENTRADA-ERROR        VALUE 'N'.                       00009400
                                                                        00009500
      *****************************************                         00009600
      *  COMMAREA DE LA CONVERSACION (200)    *                         00009700
      *  MISMO LAYOUT EN EXAMEN34, EXAMEN35 Y *                         00009800
      *  EXAMEN36 (PASA ENTRE ELLOS POR XCTL) *                         00009900
      *  CA-PROGRAMA : PROGRAMA QUE DEVOLVIO  *                         00010000
      *                EL CONTROL AL CICS     *                         00010100
      *  CA-ORIGEN   : PROGRAMA AL QUE VUELVE *                         00010200
      *                PF3 (BLANCO = FIN)     *                         00010300
      *  CA-CLAVE-*  : POSICION DEL PAGINADO, *                         00010400
      *                CADA PROGRAMA LA VE    *                         00010500
      *                CON SU PROPIO LAYOUT   *                         00010600
      *****************************************                         00010700
       01  WS-COMMAREA.                                                 00010800
           03  CA-PROGRAMA          PIC X(08).                          00010900
           03  CA-ORIGEN            PIC X(08).                          00011000
           03  CA-USUARIO           PIC X(08).                          00011100
           03  CA-SUCURSAL          PIC 9(02).                          00011200
           03  CA-NROCLI            PIC 9(03).                          00011300
           03  CA-TIPDOC            PIC X(02).                          00011400
           03  CA-NRODOC            PIC 9(11).                          00011500
           03  CA-TIPCUEN           PIC X(02).                          00011600
           03  CA-NROCUEN           PIC 9(05).                          00011700
           03  CA-PAGINA            PIC 9(03).                          00011800
           03  CA-MAS-DATOS         PIC X(01).                          00011900
               88  CA-HAY-MAS          VALUE 'S'.                       00012000
               88  CA-NO-HAY-MAS       VALUE 'N'.                       00012100
           03  CA-CLAVE-INICIO      PIC X(19).                          00012200
           03  CA-CLAVE-PRIMERA     PIC X(19).                          00012300
           03  CA-CLAVE-ULTIMA      PIC X(19).                          00012400
           03  CA-CTA-UNICA.                                            00012500
               05  CA-UNI-TIPCUEN   PIC X(02).                          00012600
               05  CA-UNI-NROCUEN   PIC 9(05).                          00012700
           03  FILLER               PIC X(83).                          00012800
                                                                        00012900
      *****************************************                         00013000
      *  CLAVE DEL PAGINADO DE CUENTAS        *                         00013100
      *  (VISTA DE CA-CLAVE-INICIO/ULTIMA)    *                         00013200
      *****************************************                         00013300
       01  WS-CLAVE-CUENTA.                                             00013400
           03  CLA-TIPCUEN          PIC X(02) VALUE SPACES.             00013500
           03  CLA-NROCUEN          PIC 9(05) VALUE ZEROS.              00013600
           03  FILLER               PIC X(12) VALUE SPACES.             00013700
                                                                        00013800
      *    CLAVE DESDE LA QUE ARRANCA EL CURSOR C1 (EXCLUSIVA)          00013900
       01  WS-DESDE-CUENTA.                                             00014000
           03  WS-DESDE-TIPCUEN     PIC X(02) VALUE SPACES.             00014100
           03  WS-DESDE-NROCUEN     PIC S9(5)V USAGE COMP-3             00014200
                                              VALUE ZEROS.              00014300
                                                                        00014400
      *****************************************                         00014500
      *  DATOS INGRESADOS EN LA PANTALLA      *                         00014600
      *****************************************                         00014700
       01  WS-ENTRADA.                                                  00014800
           03  ENT-NROCLI           PIC X(03) VALUE SPACES.             00014900
           03  ENT-NROCLI-N REDEFINES ENT-NROCLI                        00015000
                                    PIC 9(03).                          00015100
           03  ENT-TIPDOC           PIC X(02) VALUE SPACES.             00015200
           03  ENT-NRODOC           PIC X(11) VALUE SPACES.             00015300
           03  ENT-NRODOC-N REDEFINES ENT-NRODOC                        00015400
                                    PIC 9(11).                          00015500
           03  ENT-SELTIP           PIC X(02) VALUE SPACES.             00015600
           03  ENT-SELNRO           PIC X(05) VALUE SPACES.             00015700
           03  ENT-SELNRO-N REDEFINES ENT-SELNRO                        00015800
                                    PIC 9(05).                          00015900
                                                                        00016000
      *    CLIENTE A BUSCAR                                             00016100
       01  WS-BUSQUEDA.                                                 00016200
           03  WS-BUS-NROCLI        PIC 9(03) VALUE ZEROS.              00016300
           03  WS-BUS-TIPDOC        PIC X(02) VALUE SPACES.             00016400
           03  WS-BUS-NRODOC        PIC 9(11) VALUE ZEROS.              00016500
                                                                        00016600
      *****************************************                         00016700
      *  CUENTAS DEL CLIENTE                  *                         00016800
      *****************************************                         00016900
       01  WS-CUENTAS.                                                  00017000
           03  WS-CANT-CTAS-TOTAL   PIC S9(09) USAGE COMP VALUE ZEROS.  00017100
           03  WS-CANT-CTAS-SUC     PIC S9(09) USAGE COMP VALUE ZEROS.  00017200
           03  WS-CANT-CTAS-OTRAS   PIC S9(09) USAGE COMP VALUE ZEROS.  00017300
           03  WS-CANT-FILAS        PIC S9(04) USAGE COMP VALUE ZEROS.  00017400
           03  WS-DISPONIBLE        PIC S9(06)V9(02) USAGE COMP-3       00017500
                                              VALUE ZEROS.              00017600
                                                                        00017700
      *****************************************                         00017800
      *  VARIABLES AUXILARES.                *                          00017900
      *****************************************                         00018000
       01 WS-AUXILIARES.                                                00018100
          03  WS-USUARIO            PIC X(08) VALUE SPACES.             00018200
          03  WS-SUC-NOMBRE         PIC X(20) VALUE SPACES.             00018300
          03  WS-PGM-DESTINO        PIC X(08) VALUE SPACES.             00018400
          03  WS-AUD-RESULTADO      PIC X(01) VALUE SPACES.             00018500
          03  WS-MENSAJE            PIC X(79) VALUE SPACES.             00018600
          03  WS-DB2-TABLA          PIC X(19) VALUE SPACES.             00018700
          03  WS-DB2-DESCRIP        PIC X(17) VALUE SPACES.             00018800
          03  WS-CICS-COMANDO       PIC X(12) VALUE SPACES.             00018900
          03  WS-FECHA-AUX          PIC X(10).                          00019000
          03  WS-EDIT-NROCLI        PIC 9(03) VALUE ZEROS.              00019100
          03  WS-EDIT-NRODOC        PIC 9(11) VALUE ZEROS.              00019200
          03  WS-EDIT-SUCURSAL      PIC 9(02) VALUE ZEROS.              00019300
          03  WS-EDIT-CANTIDAD      PIC ZZ9   VALUE ZEROS.              00019400
          03  WS-FECHA-PANTALLA.                                        00019500
              05 WS-PAN-DD          PIC X(02).                          00019600
              05 FILLER             PIC X VALUE '/'.                    00019700
              05 WS-PAN-MM          PIC X(02).                          00019800
              05 FILLER             PIC X VALUE '/'.                    00019900
              05 WS-PAN-AAAA        PIC X(04).                          00020000
                                                                        00020100
      *    MENSAJES QUE NO ENTRAN EN UNA SOLA LINEA DE CODIGO           00020200
       01  WS-MENSAJES-FIJOS.                                           00020300
           03  MSG-INGRESE-CLIENTE  PIC X(50) VALUE                     00020400
               'INGRESE NRO. DE CLIENTE O TIPO Y NRO. DE DOCUMENTO'.    00020500
           03  MSG-DOC-REPETIDO     PIC X(50) VALUE                     00020600
               'DOCUMENTO DE VARIOS CLIENTES: USE NRO. DE CLIENTE'.     00020700
                                                                        00020800
      *    FECHA DB2 'AAAA-MM-DD' A FORMATEAR DD/MM/AAAA                00020900
       01  WS-FEC-DB2.                                                  00021000
           03  WS-FEC-DB2-AAAA      PIC X(04).                          00021100
           03  FILLER               PIC X(01).                          00021200
           03  WS-FEC-DB2-MM        PIC X(02).                          00021300
           03  FILLER               PIC X(01).                          00021400
           03  WS-FEC-DB2-DD        PIC X(02).                          00021500
                                                                        00021600
       01  WS-FEC-FORMATEADA.                                           00021700
           03  WS-FOR-DD            PIC X(02).                          00021800
           03  FILLER               PIC X VALUE '/'.                    00021900
           03  WS-FOR-MM            PIC X(02).                          00022000
           03  FILLER               PIC X VALUE '/'.                    00022100
           03  WS-FOR-AAAA          PIC X(04).                          00022200
                                                                        00022300
      *****************************************                         00022400
      *  TITULO Y LINEA DE CUENTAS (79)       *                         00022500
      *****************************************                         00022600
       01  WS-TITULO-CUENTAS.                                           00022700
           03  FILLER              PIC X(12)     VALUE ' CUENTA     '.  00022800
           03  FILLER              PIC X(05)     VALUE 'SU   '.         00022900
           03  FILLER              PIC X(05)     VALUE 'MO   '.         00023000
           03  FILLER              PIC X(13)     VALUE                  00023100
               '      SALDO  '.                                         00023200
           03  FILLER              PIC X(11)     VALUE '   LIMITE  '.   00023300
           03  FILLER              PIC X(14)     VALUE                  00023400
               '  DISPONIBLE  '.                                        00023500
           03  FILLER              PIC X(10)     VALUE 'ESTADO    '.    00023600
           03  FILLER              PIC X(09)     VALUE SPACES.          00023700
                                                                        00023800
       01  WS-LINEA-CUENTA.                                             00023900
           03  FILLER              PIC X(01)     VALUE SPACES.          00024000
           03  LIN-TIPCUEN         PIC X(02)     VALUE SPACES.          00024100
           03  FILLER              PIC X(01)     VALUE '-'.             00024200
           03  LIN-NROCUEN         PIC 9(05)     VALUE ZEROS.           00024300
           03  FILLER              PIC X(03)     VALUE SPACES.          00024400
           03  LIN-SUCUEN          PIC 9(02)     VALUE ZEROS.           00024500
           03  FILLER              PIC X(03)     VALUE SPACES.          00024600
           03  LIN-MONEDA          PIC X(02)     VALUE SPACES.          00024700
           03  FILLER              PIC X(03)     VALUE SPACES.          00024800
           03  LIN-SALDO           PIC $ZZ.ZZ9,99- VALUE ZEROS.         00024900
           03  FILLER              PIC X(02)     VALUE SPACES.          00025000
           03  LIN-LIMITE          PIC ZZ.ZZ9,99 VALUE ZEROS.           00025100
           03  FILLER              PIC X(02)     VALUE SPACES.          00025200
           03  LIN-DISPONIBLE      PIC $ZZZ.ZZ9,99- VALUE ZEROS.        00025300
           03  FILLER              PIC X(02)     VALUE SPACES.          00025400
           03  LIN-ESTADO          PIC X(10)     VALUE SPACES.          00025500
           03  FILLER              PIC X(09)     VALUE SPACES.          00025600
                                                                        00025700
      *****************************************                         00025800
      *  MAPA SIMBOLICO Y TECLAS DE ATENCION  *                         00025900
      *****************************************                         00026000
           COPY EXAMS34.                                                00026100
                                                                        00026200
           COPY DFHAID.                                                 00026300
                                                                        00026400
       77  FILLER        PIC X(26) VALUE '* VARIABLES SQL          *'.  00026500
                                                                        00026600
      ********************************************************          00026700
      *  AREA DE COMUNICACION Y DEFINICION SQL DB2           *          00026800
      ********************************************************          00026900
            EXEC SQL                                                    00027000
              INCLUDE SQLCA                                             00027100
            END-EXEC.                                                   00027200
                                                                        00027300
            EXEC SQL                                                    00027400
              INCLUDE TBOPERAD                                          00027500
            END-EXEC.                                                   00027600
                                                                        00027700
            EXEC SQL                                                    00027800
              INCLUDE TBSUCURS                                          00027900
            END-EXEC.                                                   00028000
                                                                        00028100
            EXEC SQL                                                    00028200
              INCLUDE TBCONAUD                                          00028300
            END-EXEC.                                                   00028400
                                                                        00028500
            EXEC SQL                                                    00028600
              INCLUDE TBCURCLI                                          00028700
            END-EXEC.                                                   00028800
                                                                        00028900
            EXEC SQL                                                    00029000
              INCLUDE TBDOMCLI                                          00029100
            END-EXEC.                                                   00029200
                                                                        00029300
            EXEC SQL                                                    00029400
              INCLUDE TBESTCLI                                          00029500
            END-EXEC.                                                   00029600
                                                                        00029700
            EXEC SQL                                                    00029800
              INCLUDE TBCURCTA                                          00029900
            END-EXEC.                                                   00030000
                                                                        00030100
            EXEC SQL                                                    00030200
              INCLUDE TBLIMCTA                                          00030300
            END-EXEC.                                                   00030400
                                                                        00030500
            EXEC SQL                                                    00030600
              INCLUDE TBESTCTA                                          00030700
            END-EXEC.                                                   00030800
                                                                        00030900
      ***************************************************               00031000
      * CURSOR C1 - CUENTAS DEL CLIENTE EN LA SUCURSAL  *               00031100
      * DEL USUARIO A PARTIR DE LA CLAVE DE LA PAGINA,  *               00031200
      * CON SU LIMITE Y ESTADO (SIN FILA = SIN LIMITE / *               00031300
      * ACTIVA). TRAE UNA FILA DE MAS PARA SABER SI HAY *               00031400
      * OTRA PAGINA.                                    *               00031500
      ***************************************************               00031600
            EXEC SQL                                                    00031700
              DECLARE C1 CURSOR FOR                                     00031800
              SELECT A.TIPCUEN,                                         00031900
                     A.NROCUEN,                                         00032000
                     A.SUCUEN,                                          00032100
                     A.MONEDA,                                          00032200
                     A.SALDO,                                           00032300
                     COALESCE(L.LIMDESC, 0),                            00032400
                     COALESCE(E.ESTADO, ' ')                            00032500
                FROM KC02803.TBCURCTA A                                 00032600
                LEFT JOIN KC02803.TBLIMCTA L                            00032700
                  ON L.TIPCUEN = A.TIPCUEN                              00032800
                 AND L.NROCUEN = A.NROCUEN                              00032900
                LEFT JOIN KC02803.TBESTCTA E                            00033000
                  ON E.TIPCUEN = A.TIPCUEN                              00033100
                 AND E.NROCUEN = A.NROCUEN                              00033200
               WHERE A.NROCLI = :WT-NROCLI                              00033300
                 AND A.SUCUEN = :OD-SUCURSAL                            00033400
                 AND (A.TIPCUEN > :WS-DESDE-TIPCUEN                     00033500
                  OR (A.TIPCUEN = :WS-DESDE-TIPCUEN                     00033600
                 AND  A.NROCUEN > :WS-DESDE-NROCUEN))                   00033700
               ORDER BY A.TIPCUEN, A.NROCUEN                            00033800
               FETCH FIRST 11 ROWS ONLY                                 00033900
            END-EXEC.                                                   00034000
                                                                        00034100
       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.  00034200
                                                                        00034300
      **************************************                            00034400
       LINKAGE SECTION.                                                 00034500
      **************************************                            00034600
       01  DFHCOMMAREA              PIC X(200).                         00034700
                                                                        00034800
      ***************************************************************.  00034900
       PROCEDURE DIVISION.                                              00035000
      **************************************                            00035100
      *  CUERPO PRINCIPAL DEL PROGRAMA     *                            00035200
      **************************************                            00035300
       MAIN-PROGRAM.                                                    00035400
                                                                        00035500
           PERFORM 1000-I-INICIO   THRU                                 00035600
                   1000-F-INICIO.                                       00035700
                                                                        00035800
           IF WS-SI-PROCESO                                             00035900
              PERFORM 2000-I-PROCESO                                    00036000
                 THRU 2000-F-PROCESO                                    00036100
           END-IF                                                       00036200
                                                                        00036300
           PERFORM 9999-I-FINAL    THRU                                 00036400
                   9999-F-FINAL.                                        00036500
                                                                        00036600
       F-MAIN-PROGRAM. GOBACK.                                          00036700
                                                                        00036800
      **************************************                            00036900
      *  CUERPO INICIO: COMMAREA Y USUARIO *                            00037000
      **************************************                            00037100
       1000-I-INICIO.                                                   00037200
                                                                        00037300
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-AUX                   00037400
           MOVE WS-FECHA-AUX(1:4)     TO WS-PAN-AAAA                    00037500
           MOVE WS-FECHA-AUX(5:2)     TO WS-PAN-MM                      00037600
           MOVE WS-FECHA-AUX(7:2)     TO WS-PAN-DD                      00037700
                                                                        00037800
           SET WS-SI-PROCESO         TO TRUE                            00037900
           SET WS-SIGUE-CONVERSACION TO TRUE                            00038000
           MOVE SPACES               TO WS-MENSAJE                      00038100
                                                                        00038200
           IF EIBCALEN = LENGTH OF WS-COMMAREA                          00038300
              MOVE DFHCOMMAREA TO WS-COMMAREA                           00038400
           ELSE                                                         00038500
              SET WS-PRIMERA-VEZ TO TRUE                                00038600
              INITIALIZE WS-COMMAREA                                    00038700
              SET CA-NO-HAY-MAS  TO TRUE                                00038800
           END-IF                                                       00038900
                                                                        00039000
           MOVE 'ASSIGN'     TO WS-CICS-COMANDO                         00039100
           EXEC CICS ASSIGN                                             00039200
                USERID(WS-USUARIO)                                      00039300
                RESP(WS-RESP)                                           00039400
           END-EXEC                                                     00039500
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00039600
              PERFORM 9994-I-ERROR-CICS                                 00039700
                 THRU 9994-F-ERROR-CICS                                 00039800
              GO TO 1000-F-INICIO                                       00039900
           END-IF                                                       00040000
                                                                        00040100
           PERFORM 1100-I-VALIDAR-OPERADOR                              00040200
              THRU 1100-F-VALIDAR-OPERADOR                              00040300
           .                                                            00040400
       1000-F-INICIO. EXIT.                                             00040500
                                                                        00040600
      ******************************************************            00040700
      *  EL USUARIO DEBE ESTAR HABILITADO EN TBOPERAD: SE   *           00040800
      *  VALIDA EN CADA INTERACCION, ASI UNA BAJA TIENE     *           00040900
      *  EFECTO INMEDIATO. SU SUCURSAL LIMITA LA CONSULTA.  *           00041000
      ******************************************************            00041100
       1100-I-VALIDAR-OPERADOR.                                         00041200
                                                                        00041300
           MOVE WS-USUARIO TO OD-USUARIO                                00041400
                                                                        00041500
           EXEC SQL                                                     00041600
              SELECT NOMBRE,                                            00041700
                     SUCURSAL,                                          00041800
                     ESTADO                                             00041900
                INTO :OD-NOMBRE,                                        00042000
                     :OD-SUCURSAL,                                      00042100
                     :OD-ESTADO                                         00042200
                FROM KC02803.TBOPERAD                                   00042300
               WHERE USUARIO = :OD-USUARIO                              00042400
           END-EXEC                                                     00042500
                                                                        00042600
           EVALUATE TRUE                                                00042700
           WHEN SQLCODE EQUAL ZEROS                                     00042800
                CONTINUE                                                00042900
           WHEN SQLCODE EQUAL +100                                      00043000
                MOVE ZEROS  TO OD-SUCURSAL                              00043100
                MOVE SPACES TO OD-ESTADO                                00043200
           WHEN OTHER                                                   00043300
                MOVE 'OPERADORES-TBOPERAD' TO WS-DB2-TABLA              00043400
                MOVE 'LECTURA USUARIO  ' TO WS-DB2-DESCRIP              00043500
                PERFORM 9995-I-ERROR-DB2                                00043600
                   THRU 9995-F-ERROR-DB2                                00043700
                GO TO 1100-F-VALIDAR-OPERADOR                           00043800
           END-EVALUATE                                                 00043900
                                                                        00044000
           IF OD-ESTADO NOT = 'A'                                       00044100
              INITIALIZE DCLTBCONAUD                                    00044200
              MOVE 'U' TO WS-AUD-RESULTADO                              00044300
              PERFORM 8500-I-GRABAR-AUDITORIA                           00044400
                 THRU 8500-F-GRABAR-AUDITORIA                           00044500
              IF WS-FIN-PROCESO                                         00044600
                 GO TO 1100-F-VALIDAR-OPERADOR                          00044700
              END-IF                                                    00044800
              STRING 'USUARIO '            DELIMITED BY SIZE            00044900
                     WS-USUARIO            DELIMITED BY SPACE           00045000
                     ' NO HABILITADO PARA CONSULTAS EN LINEA'           00045100
                                           DELIMITED BY SIZE            00045200
                INTO WS-MENSAJE                                         00045300
              END-STRING                                                00045400
              PERFORM 8100-I-ENVIAR-TEXTO                               00045500
                 THRU 8100-F-ENVIAR-TEXTO                               00045600
              SET WS-FIN-PROCESO      TO TRUE                           00045700
              SET WS-FIN-CONVERSACION TO TRUE                           00045800
              GO TO 1100-F-VALIDAR-OPERADOR                             00045900
           END-IF                                                       00046000
                                                                        00046100
           MOVE WS-USUARIO  TO CA-USUARIO                               00046200
           MOVE OD-SUCURSAL TO CA-SUCURSAL                              00046300
                                                                        00046400
           PERFORM 1200-I-LEER-SUCURSAL                                 00046500
              THRU 1200-F-LEER-SUCURSAL                                 00046600
           .                                                            00046700
       1100-F-VALIDAR-OPERADOR. EXIT.                                   00046800
                                                                        00046900
      **************************************                            00047000
      *  NOMBRE DE LA SUCURSAL DEL USUARIO *                            00047100
      **************************************                            00047200
       1200-I-LEER-SUCURSAL.                                            00047300
                                                                        00047400
           MOVE OD-SUCURSAL TO SU-SUCURSAL                              00047500
                                                                        00047600
           EXEC SQL                                                     00047700
              SELECT NOMBRE                                             00047800
                INTO :SU-NOMBRE                                         00047900
                FROM KC02803.TBSUCURS                                   00048000
               WHERE SUCURSAL = :SU-SUCURSAL                            00048100
           END-EXEC                                                     00048200
                                                                        00048300
           EVALUATE TRUE                                                00048400
           WHEN SQLCODE EQUAL ZEROS                                     00048500
                MOVE SU-NOMBRE TO WS-SUC-NOMBRE                         00048600
           WHEN SQLCODE EQUAL +100                                      00048700
                MOVE SPACES    TO WS-SUC-NOMBRE                         00048800
           WHEN OTHER                                                   00048900
                MOVE 'SUCURSALES-TBSUCURS' TO WS-DB2-TABLA              00049000
                MOVE 'LECTURA SUCURSAL ' TO WS-DB2-DESCRIP              00049100
                PERFORM 9995-I-ERROR-DB2                                00049200
                   THRU 9995-F-ERROR-DB2                                00049300
           END-EVALUATE                                                 00049400
           .                                                            00049500
       1200-F-LEER-SUCURSAL. EXIT.                                      00049600
                                                                        00049700
      ******************************************************            00049800
      *  ATENCION DE LA INTERACCION SEGUN DE DONDE VIENE Y  *           00049900
      *  LA TECLA PRESIONADA. AL VOLVER DE EXAMEN35/36 POR  *           00050000
      *  XCTL EIBAID ES LA TECLA DE ESA PANTALLA: SE MIRA   *           00050100
      *  ANTES CA-PROGRAMA.                                 *           00050200
      ******************************************************            00050300
       2000-I-PROCESO.                                                  00050400
                                                                        00050500
           MOVE LOW-VALUES TO EXM34M1O                                  00050600
                                                                        00050700
           EVALUATE TRUE                                                00050800
           WHEN WS-PRIMERA-VEZ                                          00050900
                MOVE MSG-INGRESE-CLIENTE TO WS-MENSAJE                  00051000
                PERFORM 8000-I-ENVIAR-PANTALLA                          00051100
                   THRU 8000-F-ENVIAR-PANTALLA                          00051200
           WHEN CA-PROGRAMA NOT = WS-PROGRAMA                           00051300
                PERFORM 2700-I-PRIMERA-PAGINA                           00051400
                   THRU 2700-F-PRIMERA-PAGINA                           00051500
           WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR                    00051600
                PERFORM 2900-I-FIN-CONVERSACION                         00051700
                   THRU 2900-F-FIN-CONVERSACION                         00051800
           WHEN EIBAID = DFHENTER                                       00051900
                PERFORM 2200-I-VALIDAR-ENTRADA                          00052000
                   THRU 2200-F-VALIDAR-ENTRADA                          00052100
           WHEN EIBAID = DFHPF7                                         00052200
                PERFORM 2700-I-PRIMERA-PAGINA                           00052300
                   THRU 2700-F-PRIMERA-PAGINA                           00052400
           WHEN EIBAID = DFHPF8                                         00052500
                PERFORM 2300-I-PAGINA-SIGUIENTE                         00052600
                   THRU 2300-F-PAGINA-SIGUIENTE                         00052700
           WHEN EIBAID = DFHPF5 OR EIBAID = DFHPF6                      00052800
                PERFORM 2400-I-SELECCIONAR-CUENTA                       00052900
                   THRU 2400-F-SELECCIONAR-CUENTA                       00053000
           WHEN OTHER                                                   00053100
                MOVE 'TECLA NO HABILITADA EN ESTA PANTALLA'             00053200
                                          TO WS-MENSAJE                 00053300
                PERFORM 2800-I-REPETIR-PAGINA                           00053400
                   THRU 2800-F-REPETIR-PAGINA                           00053500
           END-EVALUATE                                                 00053600
           .                                                            00053700
       2000-F-PROCESO. EXIT.                                            00053800
                                                                        00053900
      ******************************************************            00054000
      *  RECIBE LA PANTALLA. MAPFAIL = NO SE MODIFICO NADA. *           00054100
      *  LOS CAMPOS NO MODIFICADOS VIENEN CON LARGO CERO.   *           00054200
      ******************************************************            00054300
       2100-I-RECIBIR-PANTALLA.                                         00054400
                                                                        00054500
           MOVE LOW-VALUES TO EXM34M1I                                  00054600
           MOVE 'RECEIVE MAP' TO WS-CICS-COMANDO                        00054700
                                                                        00054800
           EXEC CICS RECEIVE                                            00054900
                MAP('EXM34M1')                                          00055000
                MAPSET('EXAMS34')                                       00055100
                INTO(EXM34M1I)                                          00055200
                RESP(WS-RESP)                                           00055300
           END-EXEC                                                     00055400
                                                                        00055500
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00055600
                             AND WS-RESP NOT = DFHRESP(MAPFAIL)         00055700
              PERFORM 9994-I-ERROR-CICS                                 00055800
                 THRU 9994-F-ERROR-CICS                                 00055900
              GO TO 2100-F-RECIBIR-PANTALLA                             00056000
           END-IF                                                       00056100
                                                                        00056200
           MOVE SPACES TO WS-ENTRADA                                    00056300
           IF NROCLIL > ZEROS                                           00056400
              MOVE NROCLII TO ENT-NROCLI                                00056500
           END-IF                                                       00056600
           IF TIPDOCL > ZEROS                                           00056700
              MOVE TIPDOCI TO ENT-TIPDOC                                00056800
           END-IF                                                       00056900
           IF NRODOCL > ZEROS                                           00057000
              MOVE NRODOCI TO ENT-NRODOC                                00057100
           END-IF                                                       00057200
           IF SELTIPL > ZEROS                                           00057300
              MOVE SELTIPI TO ENT-SELTIP                                00057400
           END-IF                                                       00057500
           IF SELNROL > ZEROS                                           00057600
              MOVE SELNROI TO ENT-SELNRO                                00057700
           END-IF                                                       00057800
                                                                        00057900
           MOVE LOW-VALUES TO EXM34M1O                                  00058000
           .                                                            00058100
       2100-F-RECIBIR-PANTALLA. EXIT.                                   00058200
                                                                        00058300
      ******************************************************            00058400
      *  ENTER: NRO. DE CLIENTE (TIENE PRIORIDAD) O TIPO Y  *           00058500
      *  NRO. DE DOCUMENTO. SIN NADA INGRESADO SE REFRESCA  *           00058600
      *  EL CLIENTE EN PANTALLA.                            *           00058700
      ******************************************************            00058800
       2200-I-VALIDAR-ENTRADA.                                          00058900
                                                                        00059000
           PERFORM 2100-I-RECIBIR-PANTALLA                              00059100
              THRU 2100-F-RECIBIR-PANTALLA                              00059200
           IF WS-FIN-PROCESO                                            00059300
              GO TO 2200-F-VALIDAR-ENTRADA                              00059400
           END-IF                                                       00059500
                                                                        00059600
           SET WS-ENTRADA-OK TO TRUE                                    00059700
                                                                        00059800
           EVALUATE TRUE                                                00059900
           WHEN ENT-NROCLI NOT = SPACES                                 00060000
                IF ENT-NROCLI IS NOT NUMERIC                            00060100
                                 OR ENT-NROCLI-N = ZEROS                00060200
                   MOVE 'NRO. DE CLIENTE INVALIDO' TO WS-MENSAJE        00060300
                   SET WS-ENTRADA-ERROR TO TRUE                         00060400
                ELSE                                                    00060500
                   SET WS-BUSCA-POR-CLIENTE TO TRUE                     00060600
                   MOVE ENT-NROCLI-N TO WS-BUS-NROCLI                   00060700
                END-IF                                                  00060800
           WHEN ENT-TIPDOC NOT = SPACES OR ENT-NRODOC NOT = SPACES      00060900
                IF ENT-TIPDOC = SPACES                                  00061000
                             OR ENT-NRODOC IS NOT NUMERIC               00061100
                             OR ENT-NRODOC-N = ZEROS                    00061200
                   MOVE 'INGRESE TIPO Y NRO. DE DOCUMENTO VALIDOS'      00061300
                                             TO WS-MENSAJE              00061400
                   SET WS-ENTRADA-ERROR TO TRUE                         00061500
                ELSE                                                    00061600
                   SET WS-BUSCA-POR-DOCUMENTO TO TRUE                   00061700
                   MOVE ENT-TIPDOC   TO WS-BUS-TIPDOC                   00061800
                   MOVE ENT-NRODOC-N TO WS-BUS-NRODOC                   00061900
                END-IF                                                  00062000
           WHEN CA-NROCLI > ZEROS                                       00062100
                SET WS-BUSCA-POR-CLIENTE TO TRUE                        00062200
                MOVE CA-NROCLI TO WS-BUS-NROCLI                         00062300
           WHEN OTHER                                                   00062400
                MOVE MSG-INGRESE-CLIENTE TO WS-MENSAJE                  00062500
                SET WS-ENTRADA-ERROR TO TRUE                            00062600
           END-EVALUATE                                                 00062700
                                                                        00062800
           IF WS-ENTRADA-ERROR                                          00062900
              PERFORM 3900-I-LIMPIAR-CLIENTE                            00063000
                 THRU 3900-F-LIMPIAR-CLIENTE                            00063100
              MOVE ENT-NROCLI TO NROCLIO                                00063200
              MOVE ENT-TIPDOC TO TIPDOCO                                00063300
              MOVE ENT-NRODOC TO NRODOCO                                00063400
              PERFORM 8000-I-ENVIAR-PANTALLA                            00063500
                 THRU 8000-F-ENVIAR-PANTALLA                            00063600
              GO TO 2200-F-VALIDAR-ENTRADA                              00063700
           END-IF                                                       00063800
                                                                        00063900
           PERFORM 2750-I-DESDE-EL-PRINCIPIO                            00064000
              THRU 2750-F-DESDE-EL-PRINCIPIO                            00064100
           PERFORM 3000-I-CONSULTA-CLIENTE                              00064200
              THRU 3000-F-CONSULTA-CLIENTE                              00064300
           .                                                            00064400
       2200-F-VALIDAR-ENTRADA. EXIT.                                    00064500
                                                                        00064600
      **************************************                            00064700
      *  PF8: PAGINA SIGUIENTE DE CUENTAS  *                            00064800
      **************************************                            00064900
       2300-I-PAGINA-SIGUIENTE.                                         00065000
                                                                        00065100
           IF CA-NROCLI = ZEROS                                         00065200
              MOVE MSG-INGRESE-CLIENTE TO WS-MENSAJE                    00065300
              PERFORM 8000-I-ENVIAR-PANTALLA                            00065400
                 THRU 8000-F-ENVIAR-PANTALLA                            00065500
              GO TO 2300-F-PAGINA-SIGUIENTE                             00065600
           END-IF                                                       00065700
                                                                        00065800
           IF CA-NO-HAY-MAS                                             00065900
              MOVE 'NO HAY MAS CUENTAS DEL CLIENTE EN LA SUCURSAL'      00066000
                                       TO WS-MENSAJE                    00066100
              PERFORM 2800-I-REPETIR-PAGINA                             00066200
                 THRU 2800-F-REPETIR-PAGINA                             00066300
              GO TO 2300-F-PAGINA-SIGUIENTE                             00066400
           END-IF                                                       00066500
                                                                        00066600
           SET WS-BUSCA-POR-CLIENTE TO TRUE                             00066700
           MOVE CA-NROCLI       TO WS-BUS-NROCLI                        00066800
           MOVE CA-CLAVE-ULTIMA TO CA-CLAVE-INICIO                      00066900
           ADD 1                TO CA-PAGINA                            00067000
                                                                        00067100
           PERFORM 3000-I-CONSULTA-CLIENTE                              00067200
              THRU 3000-F-CONSULTA-CLIENTE                              00067300
           .                                                            00067400
       2300-F-PAGINA-SIGUIENTE. EXIT.                                   00067500
                                                                        00067600
      ******************************************************            00067700
      *  PF5 / PF6: CUENTA INGRESADA EN LA SELECCION O, SI  *           00067800
      *  NO SE INGRESO, LA UNICA CUENTA DEL CLIENTE. PASA   *           00067900
      *  POR XCTL A EXAMEN35 (MOVIMIENTOS) O A EXAMEN36     *           00068000
      *  (PENDIENTES DEL SUSPENSO), QUE VALIDAN LA CUENTA   *           00068100
      *  Y LA SUCURSAL. PF3 EN ESOS PROGRAMAS VUELVE ACA.   *           00068200
      ******************************************************            00068300
       2400-I-SELECCIONAR-CUENTA.                                       00068400
                                                                        00068500
           IF CA-NROCLI = ZEROS                                         00068600
              MOVE 'CONSULTE PRIMERO UN CLIENTE' TO WS-MENSAJE          00068700
              PERFORM 8000-I-ENVIAR-PANTALLA                            00068800
                 THRU 8000-F-ENVIAR-PANTALLA                            00068900
              GO TO 2400-F-SELECCIONAR-CUENTA                           00069000
           END-IF                                                       00069100
                                                                        00069200
           PERFORM 2100-I-RECIBIR-PANTALLA                              00069300
              THRU 2100-F-RECIBIR-PANTALLA                              00069400
           IF WS-FIN-PROCESO                                            00069500
              GO TO 2400-F-SELECCIONAR-CUENTA                           00069600
           END-IF                                                       00069700
                                                                        00069800
           EVALUATE TRUE                                                00069900
           WHEN ENT-SELTIP NOT = SPACES OR ENT-SELNRO NOT = SPACES      00070000
                IF ENT-SELTIP = SPACES                                  00070100
                             OR ENT-SELNRO IS NOT NUMERIC               00070200
                             OR ENT-SELNRO-N = ZEROS                    00070300
                   MOVE 'INGRESE TIPO Y NRO. DE CUENTA VALIDOS'         00070400
                                             TO WS-MENSAJE              00070500
                   PERFORM 2800-I-REPETIR-PAGINA                        00070600
                      THRU 2800-F-REPETIR-PAGINA                        00070700
                   GO TO 2400-F-SELECCIONAR-CUENTA                      00070800
                END-IF                                                  00070900
                MOVE ENT-SELTIP   TO CA-TIPCUEN                         00071000
                MOVE ENT-SELNRO-N TO CA-NROCUEN                         00071100
           WHEN CA-UNI-TIPCUEN NOT = SPACES                             00071200
                MOVE CA-UNI-TIPCUEN TO CA-TIPCUEN                       00071300
                MOVE CA-UNI-NROCUEN TO CA-NROCUEN                       00071400
           WHEN OTHER                                                   00071500
                MOVE 'INGRESE LA CUENTA A CONSULTAR (TIPO Y NRO.)'      00071600
                                          TO WS-MENSAJE                 00071700
                PERFORM 2800-I-REPETIR-PAGINA                           00071800
                   THRU 2800-F-REPETIR-PAGINA                           00071900
                GO TO 2400-F-SELECCIONAR-CUENTA                         00072000
           END-EVALUATE                                                 00072100
                                                                        00072200
           IF EIBAID = DFHPF5                                           00072300
              MOVE 'EXAMEN35' TO WS-PGM-DESTINO                         00072400
           ELSE                                                         00072500
              MOVE 'EXAMEN36' TO WS-PGM-DESTINO                         00072600
           END-IF                                                       00072700
                                                                        00072800
           MOVE WS-PROGRAMA TO CA-PROGRAMA                              00072900
           MOVE WS-PROGRAMA TO CA-ORIGEN                                00073000
           MOVE ZEROS       TO CA-PAGINA                                00073100
           SET CA-NO-HAY-MAS TO TRUE                                    00073200
           MOVE SPACES      TO CA-CLAVE-INICIO                          00073300
                               CA-CLAVE-PRIMERA                         00073400
                               CA-CLAVE-ULTIMA                          00073500
                                                                        00073600
           EXEC CICS XCTL                                               00073700
                PROGRAM(WS-PGM-DESTINO)                                 00073800
                COMMAREA(WS-COMMAREA)                                   00073900
                LENGTH(LENGTH OF WS-COMMAREA)                           00074000
                RESP(WS-RESP)                                           00074100
           END-EXEC                                                     00074200
                                                                        00074300
      *    SOLO VUELVE SI EL XCTL FALLO                                 00074400
           STRING 'PROGRAMA '              DELIMITED BY SIZE            00074500
                  WS-PGM-DESTINO           DELIMITED BY SIZE            00074600
                  ' NO DISPONIBLE EN ESTE MOMENTO'                      00074700
                                           DELIMITED BY SIZE            00074800
             INTO WS-MENSAJE                                            00074900
           END-STRING                                                   00075000
           PERFORM 2700-I-PRIMERA-PAGINA                                00075100
              THRU 2700-F-PRIMERA-PAGINA                                00075200
           .                                                            00075300
       2400-F-SELECCIONAR-CUENTA. EXIT.                                 00075400
                                                                        00075500
      ******************************************************            00075600
      *  PRIMERA PAGINA DEL CLIENTE DE LA COMMAREA (PF7 Y   *           00075700
      *  REGRESO DESDE EXAMEN35/36). SIN CLIENTE SE MUESTRA *           00075800
      *  LA PANTALLA VACIA.                                 *           00075900
      ******************************************************            00076000
       2700-I-PRIMERA-PAGINA.                                           00076100
                                                                        00076200
           IF CA-NROCLI = ZEROS                                         00076300
              IF WS-MENSAJE = SPACES                                    00076400
                 MOVE MSG-INGRESE-CLIENTE TO WS-MENSAJE                 00076500
              END-IF                                                    00076600
              PERFORM 8000-I-ENVIAR-PANTALLA                            00076700
                 THRU 8000-F-ENVIAR-PANTALLA                            00076800
              GO TO 2700-F-PRIMERA-PAGINA                               00076900
           END-IF                                                       00077000
                                                                        00077100
           SET WS-BUSCA-POR-CLIENTE TO TRUE                             00077200
           MOVE CA-NROCLI TO WS-BUS-NROCLI                              00077300
           PERFORM 2750-I-DESDE-EL-PRINCIPIO                            00077400
              THRU 2750-F-DESDE-EL-PRINCIPIO                            00077500
           PERFORM 3000-I-CONSULTA-CLIENTE                              00077600
              THRU 3000-F-CONSULTA-CLIENTE                              00077700
           .                                                            00077800
       2700-F-PRIMERA-PAGINA. EXIT.                                     00077900
                                                                        00078000
      **************************************                            00078100
      *  POSICIONA EL PAGINADO AL INICIO   *                            00078200
      **************************************                            00078300
       2750-I-DESDE-EL-PRINCIPIO.                                       00078400
                                                                        00078500
           MOVE SPACES          TO CLA-TIPCUEN                          00078600
           MOVE ZEROS           TO CLA-NROCUEN                          00078700
           MOVE WS-CLAVE-CUENTA TO CA-CLAVE-INICIO                      00078800
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
           IF CA-NROCLI = ZEROS                                         00079900
              PERFORM 8000-I-ENVIAR-PANTALLA                            00080000
                 THRU 8000-F-ENVIAR-PANTALLA                            00080100
              GO TO 2800-F-REPETIR-PAGINA                               00080200
           END-IF                                                       00080300
                                                                        00080400
           SET WS-BUSCA-POR-CLIENTE TO TRUE                             00080500
           MOVE CA-NROCLI TO WS-BUS-NROCLI                              00080600
           PERFORM 3000-I-CONSULTA-CLIENTE                              00080700
              THRU 3000-F-CONSULTA-CLIENTE                              00080800
           .                                                            00080900
       2800-F-REPETIR-PAGINA. EXIT.                                     00081000
                                                                        00081100
      **************************************                            00081200
      *  PF3 / CLEAR: FIN DE LA CONSULTA   *                            00081300
      **************************************                            00081400
       2900-I-FIN-CONVERSACION.                                         00081500
                                                                        00081600
           MOVE 'CONSULTA DE POSICION DEL CLIENTE FINALIZADA'           00081700
                                          TO WS-MENSAJE                 00081800
           PERFORM 8100-I-ENVIAR-TEXTO                                  00081900
              THRU 8100-F-ENVIAR-TEXTO                                  00082000
           SET WS-FIN-CONVERSACION TO TRUE                              00082100
           .                                                            00082200
       2900-F-FIN-CONVERSACION. EXIT.                                   00082300
                                                                        00082400
      ******************************************************            00082500
      *  CONSULTA DEL CLIENTE BUSCADO Y DE LA PAGINA DE     *           00082600
      *  CUENTAS QUE ARRANCA EN CA-CLAVE-INICIO. EL REGISTRO *          00082700
      *  DE AUDITORIA SE GRABA ANTES DE ARMAR LA PANTALLA.  *           00082800
      ******************************************************            00082900
       3000-I-CONSULTA-CLIENTE.                                         00083000
                                                                        00083100
           INITIALIZE DCLTBCONAUD                                       00083200
           IF WS-BUSCA-POR-CLIENTE                                      00083300
              MOVE WS-BUS-NROCLI TO CN-NROCLI                           00083400
           ELSE                                                         00083500
              MOVE WS-BUS-TIPDOC TO CN-TIPDOC                           00083600
              MOVE WS-BUS-NRODOC TO CN-NRODOC                           00083700
           END-IF                                                       00083800
                                                                        00083900
           PERFORM 3100-I-LEER-CLIENTE                                  00084000
              THRU 3100-F-LEER-CLIENTE                                  00084100
           IF WS-FIN-PROCESO                                            00084200
              GO TO 3000-F-CONSULTA-CLIENTE                             00084300
           END-IF                                                       00084400
           IF WS-AUD-RESULTADO NOT = 'O'                                00084500
              GO TO 3000-X-RECHAZO                                      00084600
           END-IF                                                       00084700
                                                                        00084800
           PERFORM 3200-I-VALIDAR-ACCESO                                00084900
              THRU 3200-F-VALIDAR-ACCESO                                00085000
           IF WS-FIN-PROCESO                                            00085100
              GO TO 3000-F-CONSULTA-CLIENTE                             00085200
           END-IF                                                       00085300
           IF WS-AUD-RESULTADO NOT = 'O'                                00085400
              GO TO 3000-X-RECHAZO                                      00085500
           END-IF                                                       00085600
                                                                        00085700
           PERFORM 8500-I-GRABAR-AUDITORIA                              00085800
              THRU 8500-F-GRABAR-AUDITORIA                              00085900
           IF WS-FIN-PROCESO                                            00086000
              GO TO 3000-F-CONSULTA-CLIENTE                             00086100
           END-IF                                                       00086200
                                                                        00086300
           MOVE WT-NROCLI TO CA-NROCLI                                  00086400
           MOVE WT-TIPDOC TO CA-TIPDOC                                  00086500
           MOVE WT-NRODOC TO CA-NRODOC                                  00086600
                                                                        00086700
           PERFORM 3300-I-ESTADO-CLIENTE                                00086800
              THRU 3300-F-ESTADO-CLIENTE                                00086900
           IF WS-FIN-PROCESO                                            00087000
              GO TO 3000-F-CONSULTA-CLIENTE                             00087100
           END-IF                                                       00087200
                                                                        00087300
           PERFORM 3400-I-CARGAR-CUENTAS                                00087400
              THRU 3400-F-CARGAR-CUENTAS                                00087500
           IF WS-FIN-PROCESO                                            00087600
              GO TO 3000-F-CONSULTA-CLIENTE                             00087700
           END-IF                                                       00087800
                                                                        00087900
           PERFORM 3600-I-MOSTRAR-CLIENTE                               00088000
              THRU 3600-F-MOSTRAR-CLIENTE                               00088100
           GO TO 3000-X-ENVIAR                                          00088200
           .                                                            00088300
       3000-X-RECHAZO.                                                  00088400
                                                                        00088500
           PERFORM 8500-I-GRABAR-AUDITORIA                              00088600
              THRU 8500-F-GRABAR-AUDITORIA                              00088700
           IF WS-FIN-PROCESO                                            00088800
              GO TO 3000-F-CONSULTA-CLIENTE                             00088900
           END-IF                                                       00089000
                                                                        00089100
           PERFORM 3900-I-LIMPIAR-CLIENTE                               00089200
              THRU 3900-F-LIMPIAR-CLIENTE                               00089300
           IF WS-BUSCA-POR-CLIENTE                                      00089400
              MOVE WS-BUS-NROCLI TO WS-EDIT-NROCLI                      00089500
              MOVE WS-EDIT-NROCLI TO NROCLIO                            00089600
           ELSE                                                         00089700
              MOVE WS-BUS-TIPDOC  TO TIPDOCO                            00089800
              MOVE WS-BUS-NRODOC  TO WS-EDIT-NRODOC                     00089900
              MOVE WS-EDIT-NRODOC TO NRODOCO                            00090000
           END-IF                                                       00090100
           .                                                            00090200
       3000-X-ENVIAR.                                                   00090300
                                                                        00090400
           PERFORM 8000-I-ENVIAR-PANTALLA                               00090500
              THRU 8000-F-ENVIAR-PANTALLA                               00090600
           .                                                            00090700
       3000-F-CONSULTA-CLIENTE. EXIT.                                   00090800
                                                                        00090900
      ******************************************************            00091000
      *  LECTURA DEL CLIENTE POR NRO. O POR DOCUMENTO. UN   *           00091100
      *  DOCUMENTO CON MAS DE UN CLIENTE (-811) SE INFORMA  *           00091200
      *  PARA QUE SE CONSULTE POR NRO. DE CLIENTE.          *           00091300
      ******************************************************            00091400
       3100-I-LEER-CLIENTE.                                             00091500
                                                                        00091600
           MOVE 'O' TO WS-AUD-RESULTADO                                 00091700
                                                                        00091800
           IF WS-BUSCA-POR-CLIENTE                                      00091900
              MOVE WS-BUS-NROCLI TO WT-NROCLI                           00092000
              EXEC SQL                                                  00092100
                 SELECT TIPDOC,                                         00092200
                        NRODOC,                                         00092300
                        NROCLI,                                         00092400
                        NOMAPE,                                         00092500
                        FECNAC,                                         00092600
                        SEXO                                            00092700
                   INTO :WT-TIPDOC,                                     00092800
                        :WT-NRODOC,                                     00092900
                        :WT-NROCLI,                                     00093000
                        :WT-NOMAPE,                                     00093100
                        :WT-FECNAC,                                     00093200
                        :WT-SEXO                                        00093300
                   FROM KC02803.TBCURCLI                                00093400
                  WHERE NROCLI = :WT-NROCLI                             00093500
              END-EXEC                                                  00093600
           ELSE                                                         00093700
              MOVE WS-BUS-TIPDOC TO WT-TIPDOC                           00093800
              MOVE WS-BUS-NRODOC TO WT-NRODOC                           00093900
              EXEC SQL                                                  00094000
                 SELECT TIPDOC,                                         00094100
                        NRODOC,                                         00094200
                        NROCLI,                                         00094300
                        NOMAPE,                                         00094400
                        FECNAC,                                         00094500
                        SEXO                                            00094600
                   INTO :WT-TIPDOC,                                     00094700
                        :WT-NRODOC,                                     00094800
                        :WT-NROCLI,                                     00094900
                        :WT-NOMAPE,                                     00095000
                        :WT-FECNAC,                                     00095100
                        :WT-SEXO                                        00095200
                   FROM KC02803.TBCURCLI                                00095300
                  WHERE TIPDOC = :WT-TIPDOC                             00095400
                    AND NRODOC = :WT-NRODOC                             00095500
              END-EXEC                                                  00095600
           END-IF                                                       00095700
                                                                        00095800
           EVALUATE TRUE                                                00095900
           WHEN SQLCODE EQUAL ZEROS                                     00096000
                MOVE WT-NROCLI TO CN-NROCLI                             00096100
                MOVE WT-TIPDOC TO CN-TIPDOC                             00096200
                MOVE WT-NRODOC TO CN-NRODOC                             00096300
           WHEN SQLCODE EQUAL +100                                      00096400
                MOVE 'N' TO WS-AUD-RESULTADO                            00096500
                MOVE 'CLIENTE INEXISTENTE' TO WS-MENSAJE                00096600
           WHEN SQLCODE EQUAL -811                                      00096700
                MOVE 'N' TO WS-AUD-RESULTADO                            00096800
                MOVE MSG-DOC-REPETIDO TO WS-MENSAJE                     00096900
           WHEN OTHER                                                   00097000
                MOVE 'CLIENTES - TBCURCLI' TO WS-DB2-TABLA              00097100
                MOVE 'LECTURA CLIENTE  ' TO WS-DB2-DESCRIP              00097200
                PERFORM 9995-I-ERROR-DB2                                00097300
                   THRU 9995-F-ERROR-DB2                                00097400
           END-EVALUATE                                                 00097500
           .                                                            00097600
       3100-F-LEER-CLIENTE. EXIT.                                       00097700
                                                                        00097800
      ******************************************************            00097900
      *  EL CLIENTE ES CONSULTABLE SI TIENE ALGUNA CUENTA O *           00098000
      *  SU DOMICILIO EN LA SUCURSAL DEL USUARIO. CUENTA    *           00098100
      *  TAMBIEN LAS CUENTAS DE OTRAS SUCURSALES (NO SE     *           00098200
      *  MUESTRAN, SOLO SE AVISA CUANTAS HAY).              *           00098300
      ******************************************************            00098400
       3200-I-VALIDAR-ACCESO.                                           00098500
                                                                        00098600
           EXEC SQL                                                     00098700
              SELECT COUNT(*),                                          00098800
                     COALESCE(SUM(CASE WHEN SUCUEN = :OD-SUCURSAL       00098900
                                       THEN 1 ELSE 0 END), 0)           00099000
                INTO :WS-CANT-CTAS-TOTAL,                               00099100
                     :WS-CANT-CTAS-SUC                                  00099200
                FROM KC02803.TBCURCTA                                   00099300
               WHERE NROCLI = :WT-NROCLI                                00099400
           END-EXEC                                                     00099500
                                                                        00099600
           IF SQLCODE NOT EQUAL ZEROS                                   00099700
              MOVE 'CUENTAS - TBCURCTA ' TO WS-DB2-TABLA                00099800
              MOVE 'CUENTAS CLIENTE  ' TO WS-DB2-DESCRIP                00099900
              PERFORM 9995-I-ERROR-DB2                                  00100000
                 THRU 9995-F-ERROR-DB2                                  00100100
              GO TO 3200-F-VALIDAR-ACCESO                               00100200
           END-IF                                                       00100300
                                                                        00100400
           COMPUTE WS-CANT-CTAS-OTRAS = WS-CANT-CTAS-TOTAL              00100500
                                      - WS-CANT-CTAS-SUC                00100600
                                                                        00100700
           MOVE WT-NROCLI TO DO-NROCLI                                  00100800
                                                                        00100900
           EXEC SQL                                                     00101000
              SELECT DOMICILIO,                                         00101100
                     EMAIL,                                             00101200
                     SUCURSAL                                           00101300
                INTO :DO-DOMICILIO,                                     00101400
                     :DO-EMAIL,                                         00101500
                     :DO-SUCURSAL                                       00101600
                FROM KC02803.TBDOMCLI                                   00101700
               WHERE NROCLI = :DO-NROCLI                                00101800
           END-EXEC                                                     00101900
                                                                        00102000
           EVALUATE TRUE                                                00102100
           WHEN SQLCODE EQUAL ZEROS                                     00102200
                SET WS-CON-DOMICILIO TO TRUE                            00102300
           WHEN SQLCODE EQUAL +100                                      00102400
                SET WS-SIN-DOMICILIO TO TRUE                            00102500
                MOVE ZEROS  TO DO-SUCURSAL                              00102600
                MOVE SPACES TO DO-DOMICILIO DO-EMAIL                    00102700
           WHEN OTHER                                                   00102800
                MOVE 'DOMICILIOS-TBDOMCLI' TO WS-DB2-TABLA              00102900
                MOVE 'LECTURA DOMICILIO' TO WS-DB2-DESCRIP              00103000
                PERFORM 9995-I-ERROR-DB2                                00103100
                   THRU 9995-F-ERROR-DB2                                00103200
                GO TO 3200-F-VALIDAR-ACCESO                             00103300
           END-EVALUATE                                                 00103400
                                                                        00103500
           IF WS-CANT-CTAS-SUC = ZEROS                                  00103600
              IF WS-SIN-DOMICILIO OR DO-SUCURSAL NOT = OD-SUCURSAL      00103700
                 MOVE 'D' TO WS-AUD-RESULTADO                           00103800
                 MOVE 'CLIENTE DE OTRA SUCURSAL: CONSULTA NO PERMITIDA' 00103900
                                             TO WS-MENSAJE              00104000
              END-IF                                                    00104100
           END-IF                                                       00104200
           .                                                            00104300
       3200-F-VALIDAR-ACCESO. EXIT.                                     00104400
                                                                        00104500
      ******************************************************            00104600
      *  ESTADO DEL CLIENTE EN TBESTCLI (SIN FILA = ACTIVO)*            00104700
      ******************************************************            00104800
       3300-I-ESTADO-CLIENTE.                                           00104900
                                                                        00105000
           MOVE WT-NROCLI TO EL-NROCLI                                  00105100
                                                                        00105200
           EXEC SQL                                                     00105300
              SELECT ESTADO,                                            00105400
                     MOTIVO,                                            00105500
                     FECESTADO                                          00105600
                INTO :EL-ESTADO,                                        00105700
                     :EL-MOTIVO,                                        00105800
                     :EL-FECESTADO                                      00105900
                FROM KC02803.TBESTCLI                                   00106000
               WHERE NROCLI = :EL-NROCLI                                00106100
           END-EXEC                                                     00106200
                                                                        00106300
           EVALUATE TRUE                                                00106400
           WHEN SQLCODE EQUAL ZEROS                                     00106500
                CONTINUE                                                00106600
           WHEN SQLCODE EQUAL +100                                      00106700
                MOVE 'A'    TO EL-ESTADO                                00106800
                MOVE SPACES TO EL-MOTIVO EL-FECESTADO                   00106900
           WHEN OTHER                                                   00107000
                MOVE 'ESTADOS - TBESTCLI ' TO WS-DB2-TABLA              00107100
                MOVE 'ESTADO CLIENTE   ' TO WS-DB2-DESCRIP              00107200
                PERFORM 9995-I-ERROR-DB2                                00107300
                   THRU 9995-F-ERROR-DB2                                00107400
           END-EVALUATE                                                 00107500
           .                                                            00107600
       3300-F-ESTADO-CLIENTE. EXIT.                                     00107700
                                                                        00107800
      ******************************************************            00107900
      *  CARGA LA PAGINA DE CUENTAS DESDE CA-CLAVE-INICIO.  *           00108000
      *  LA FILA 11 SOLO INDICA QUE HAY OTRA PAGINA.        *           00108100
      ******************************************************            00108200
       3400-I-CARGAR-CUENTAS.                                           00108300
                                                                        00108400
           MOVE CA-CLAVE-INICIO TO WS-CLAVE-CUENTA                      00108500
           MOVE CLA-TIPCUEN     TO WS-DESDE-TIPCUEN                     00108600
           MOVE CLA-NROCUEN     TO WS-DESDE-NROCUEN                     00108700
           MOVE ZEROS           TO WS-CANT-FILAS                        00108800
           SET CA-NO-HAY-MAS    TO TRUE                                 00108900
           MOVE SPACES          TO CA-UNI-TIPCUEN                       00109000
           MOVE ZEROS           TO CA-UNI-NROCUEN                       00109100
                                                                        00109200
           EXEC SQL                                                     00109300
              OPEN C1                                                   00109400
           END-EXEC                                                     00109500
                                                                        00109600
           IF SQLCODE NOT EQUAL ZEROS                                   00109700
              MOVE 'CUENTAS - TBCURCTA ' TO WS-DB2-TABLA                00109800
              MOVE 'OPEN CURSOR C1   ' TO WS-DB2-DESCRIP                00109900
              PERFORM 9995-I-ERROR-DB2                                  00110000
                 THRU 9995-F-ERROR-DB2                                  00110100
              GO TO 3400-F-CARGAR-CUENTAS                               00110200
           END-IF                                                       00110300
                                                                        00110400
           SET WS-SI-CURSOR TO TRUE                                     00110500
           PERFORM 3410-I-LEER-CUENTA                                   00110600
              THRU 3410-F-LEER-CUENTA                                   00110700
             UNTIL WS-FIN-CURSOR                                        00110800
                                                                        00110900
           EXEC SQL                                                     00111000
              CLOSE C1                                                  00111100
           END-EXEC                                                     00111200
                                                                        00111300
           IF WS-FIN-PROCESO                                            00111400
              GO TO 3400-F-CARGAR-CUENTAS                               00111500
           END-IF                                                       00111600
                                                                        00111700
           MOVE WS-CLAVE-CUENTA TO CA-CLAVE-ULTIMA                      00111800
                                                                        00111900
           IF CA-PAGINA = 1 AND WS-CANT-FILAS = 1                       00112000
                            AND CA-NO-HAY-MAS                           00112100
              MOVE CLA-TIPCUEN TO CA-UNI-TIPCUEN                        00112200
              MOVE CLA-NROCUEN TO CA-UNI-NROCUEN                        00112300
           END-IF                                                       00112400
           .                                                            00112500
       3400-F-CARGAR-CUENTAS. EXIT.                                     00112600
                                                                        00112700
      **************************************                            00112800
      *  FETCH DE UNA CUENTA DEL CURSOR C1 *                            00112900
      **************************************                            00113000
       3410-I-LEER-CUENTA.                                              00113100
                                                                        00113200
           EXEC SQL                                                     00113300
              FETCH C1                                                  00113400
               INTO :WS-TIPCUEN,                                        00113500
                    :WS-NROCUEN,                                        00113600
                    :WS-SUCUEN,                                         00113700
                    :WS-MONEDA,                                         00113800
                    :WS-SALDO,                                          00113900
                    :LC-LIMDESC,                                        00114000
                    :EC-ESTADO                                          00114100
           END-EXEC                                                     00114200
                                                                        00114300
           EVALUATE TRUE                                                00114400
           WHEN SQLCODE EQUAL ZEROS                                     00114500
                CONTINUE                                                00114600
           WHEN SQLCODE EQUAL +100                                      00114700
                SET WS-FIN-CURSOR TO TRUE                               00114800
                GO TO 3410-F-LEER-CUENTA                                00114900
           WHEN OTHER                                                   00115000
                MOVE 'CUENTAS - TBCURCTA ' TO WS-DB2-TABLA              00115100
                MOVE 'FETCH CURSOR C1  ' TO WS-DB2-DESCRIP              00115200
                PERFORM 9995-I-ERROR-DB2                                00115300
                   THRU 9995-F-ERROR-DB2                                00115400
                GO TO 3410-F-LEER-CUENTA                                00115500
           END-EVALUATE                                                 00115600
                                                                        00115700
           IF WS-CANT-FILAS = WS-LINEAS-PAGINA                          00115800
              SET CA-HAY-MAS    TO TRUE                                 00115900
              SET WS-FIN-CURSOR TO TRUE                                 00116000
              GO TO 3410-F-LEER-CUENTA                                  00116100
           END-IF                                                       00116200
                                                                        00116300
           ADD 1 TO WS-CANT-FILAS                                       00116400
           MOVE WS-TIPCUEN TO CLA-TIPCUEN                               00116500
           MOVE WS-NROCUEN TO CLA-NROCUEN                               00116600
                                                                        00116700
           MOVE WS-TIPCUEN TO LIN-TIPCUEN                               00116800
           MOVE WS-NROCUEN TO LIN-NROCUEN                               00116900
           MOVE WS-SUCUEN  TO LIN-SUCUEN                                00117000
           MOVE WS-MONEDA  TO LIN-MONEDA                                00117100
           MOVE WS-SALDO   TO LIN-SALDO                                 00117200
           MOVE LC-LIMDESC TO LIN-LIMITE                                00117300
           COMPUTE WS-DISPONIBLE = WS-SALDO + LC-LIMDESC                00117400
           MOVE WS-DISPONIBLE TO LIN-DISPONIBLE                         00117500
           IF EC-ESTADO = 'D'                                           00117600
              MOVE 'DORMIDA'   TO LIN-ESTADO                            00117700
           ELSE                                                         00117800
              MOVE SPACES      TO LIN-ESTADO                            00117900
           END-IF                                                       00118000
                                                                        00118100
           MOVE WS-LINEA-CUENTA TO LINEAO(WS-CANT-FILAS)                00118200
           .                                                            00118300
       3410-F-LEER-CUENTA. EXIT.                                        00118400
                                                                        00118500
      ******************************************************            00118600
      *  DATOS DEL CLIENTE A LA PANTALLA Y MENSAJE DE LA    *           00118700
      *  PAGINA (SI EL LLAMADOR NO DEJO OTRO)               *           00118800
      ******************************************************            00118900
       3600-I-MOSTRAR-CLIENTE.                                          00119000
                                                                        00119100
           MOVE WT-NROCLI      TO WS-EDIT-NROCLI                        00119200
           MOVE WS-EDIT-NROCLI TO NROCLIO                               00119300
           MOVE WT-TIPDOC      TO TIPDOCO                               00119400
           MOVE WT-NRODOC      TO WS-EDIT-NRODOC                        00119500
           MOVE WS-EDIT-NRODOC TO NRODOCO                               00119600
           MOVE WT-NOMAPE      TO NOMAPEO                               00119700
           MOVE WT-FECNAC      TO WS-FEC-DB2                            00119800
           PERFORM 8900-I-FORMATEAR-FECHA                               00119900
              THRU 8900-F-FORMATEAR-FECHA                               00120000
           MOVE WS-FEC-FORMATEADA TO FECNACO                            00120100
           MOVE WT-SEXO        TO SEXOO                                 00120200
                                                                        00120300
           IF WS-CON-DOMICILIO                                          00120400
              MOVE DO-DOMICILIO     TO DOMICO                           00120500
              MOVE DO-EMAIL         TO EMAILO                           00120600
              MOVE DO-SUCURSAL      TO WS-EDIT-SUCURSAL                 00120700
              MOVE WS-EDIT-SUCURSAL TO SUCCLIO                          00120800
           ELSE                                                         00120900
              MOVE 'SIN DOMICILIO REGISTRADO' TO DOMICO                 00121000
           END-IF                                                       00121100
                                                                        00121200
           IF EL-ESTADO = 'B'                                           00121300
              MOVE 'BLOQUEADO'  TO ESTCLIO                              00121400
              MOVE EL-MOTIVO    TO MOTIVOO                              00121500
              MOVE EL-FECESTADO TO WS-FEC-DB2                           00121600
              PERFORM 8900-I-FORMATEAR-FECHA                            00121700
                 THRU 8900-F-FORMATEAR-FECHA                            00121800
              MOVE WS-FEC-FORMATEADA TO FECESTO                         00121900
           ELSE                                                         00122000
              MOVE 'ACTIVO'     TO ESTCLIO                              00122100
           END-IF                                                       00122200
                                                                        00122300
           MOVE WS-TITULO-CUENTAS TO TITCTAO                            00122400
                                                                        00122500
           IF WS-MENSAJE NOT = SPACES                                   00122600
              GO TO 3600-F-MOSTRAR-CLIENTE                              00122700
           END-IF                                                       00122800
                                                                        00122900
           EVALUATE TRUE                                                00123000
           WHEN WS-CANT-CTAS-SUC = ZEROS                                00123100
                MOVE 'EL CLIENTE NO TIENE CUENTAS EN LA SUCURSAL'       00123200
                                          TO WS-MENSAJE                 00123300
           WHEN WS-CANT-CTAS-OTRAS > ZEROS                              00123400
                MOVE WS-CANT-CTAS-OTRAS TO WS-EDIT-CANTIDAD             00123500
                STRING 'EL CLIENTE TIENE '  DELIMITED BY SIZE           00123600
                       WS-EDIT-CANTIDAD     DELIMITED BY SIZE           00123700
                       ' CUENTA(S) EN OTRAS SUCURSALES (NO SE MUESTRAN)'00123800
                                            DELIMITED BY SIZE           00123900
                  INTO WS-MENSAJE                                       00124000
                END-STRING                                              00124100
           WHEN CA-HAY-MAS                                              00124200
                MOVE 'PF8=MAS CUENTAS DEL CLIENTE' TO WS-MENSAJE        00124300
           WHEN OTHER                                                   00124400
                MOVE 'FIN DE LAS CUENTAS DEL CLIENTE' TO WS-MENSAJE     00124500
           END-EVALUATE                                                 00124600
           .                                                            00124700
       3600-F-MOSTRAR-CLIENTE. EXIT.                                    00124800
                                                                        00124900
      ******************************************************            00125000
      *  SIN CLIENTE EN PANTALLA: SE LIMPIA LA COMMAREA     *           00125100
      ******************************************************            00125200
       3900-I-LIMPIAR-CLIENTE.                                          00125300
                                                                        00125400
           MOVE ZEROS  TO CA-NROCLI                                     00125500
                          CA-NRODOC                                     00125600
                          CA-PAGINA                                     00125700
                          CA-UNI-NROCUEN                                00125800
           MOVE SPACES TO CA-TIPDOC                                     00125900
                          CA-UNI-TIPCUEN                                00126000
                          CA-CLAVE-INICIO                               00126100
                          CA-CLAVE-ULTIMA                               00126200
           SET CA-NO-HAY-MAS TO TRUE                                    00126300
           .                                                            00126400
       3900-F-LIMPIAR-CLIENTE. EXIT.                                    00126500
                                                                        00126600
      ******************************************************            00126700
      *  ENVIO DE LA PANTALLA CON ENCABEZADO Y MENSAJE      *           00126800
      ******************************************************            00126900
       8000-I-ENVIAR-PANTALLA.                                          00127000
                                                                        00127100
           MOVE WS-FECHA-PANTALLA TO FECHAO                             00127200
           MOVE CA-SUCURSAL       TO SUCURO                             00127300
           MOVE WS-SUC-NOMBRE     TO SUCNOMO                            00127400
           MOVE WS-USUARIO        TO USUARO                             00127500
           MOVE WS-MENSAJE        TO MSGO                               00127600
           MOVE 'SEND MAP'        TO WS-CICS-COMANDO                    00127700
                                                                        00127800
           EXEC CICS SEND                                               00127900
                MAP('EXM34M1')                                          00128000
                MAPSET('EXAMS34')                                       00128100
                FROM(EXM34M1O)                                          00128200
                ERASE                                                   00128300
                FREEKB                                                  00128400
                RESP(WS-RESP)                                           00128500
           END-EXEC                                                     00128600
                                                                        00128700
           IF WS-RESP NOT = DFHRESP(NORMAL)                             00128800
              PERFORM 9994-I-ERROR-CICS                                 00128900
                 THRU 9994-F-ERROR-CICS                                 00129000
           END-IF                                                       00129100
           .                                                            00129200
       8000-F-ENVIAR-PANTALLA. EXIT.                                    00129300
                                                                        00129400
      **************************************                            00129500
      *  MENSAJE FINAL EN PANTALLA LIMPIA  *                            00129600
      **************************************                            00129700
       8100-I-ENVIAR-TEXTO.                                             00129800
                                                                        00129900
           EXEC CICS SEND TEXT                                          00130000
                FROM(WS-MENSAJE)                                        00130100
                LENGTH(LENGTH OF WS-MENSAJE)                            00130200
                ERASE                                                   00130300
                FREEKB                                                  00130400
                RESP(WS-RESP)                                           00130500
           END-EXEC                                                     00130600
           .                                                            00130700
       8100-F-ENVIAR-TEXTO. EXIT.                                       00130800
                                                                        00130900
      ******************************************************            00131000
      *  REGISTRO DE AUDITORIA DE LA CONSULTA (TBCONAUD).   *           00131100
      *  EL LLAMADOR CARGA EL CLIENTE/DOCUMENTO EN CN- Y    *           00131200
      *  EL RESULTADO EN WS-AUD-RESULTADO.                  *           00131300
      ******************************************************            00131400
       8500-I-GRABAR-AUDITORIA.                                         00131500
                                                                        00131600
           MOVE WS-USUARIO       TO CN-USUARIO                          00131700
           MOVE EIBTRMID         TO CN-TERMINAL                         00131800
           MOVE EIBTRNID         TO CN-TRANSAC                          00131900
           MOVE WS-PROGRAMA      TO CN-PROGRAMA                         00132000
           MOVE 'C'              TO CN-CONSULTA                         00132100
           MOVE SPACES           TO CN-TIPCUEN                          00132200
           MOVE ZEROS            TO CN-NROCUEN                          00132300
           MOVE OD-SUCURSAL      TO CN-SUCURSAL                         00132400
           MOVE CA-PAGINA        TO CN-PAGINA                           00132500
           MOVE WS-AUD-RESULTADO TO CN-RESULTADO                        00132600
                                                                        00132700
           EXEC SQL                                                     00132800
              INSERT INTO KC02803.TBCONAUD                              00132900
                     (FECHORA, USUARIO, TERMINAL, TRANSAC,              00133000
                      PROGRAMA, CONSULTA, NROCLI, TIPDOC,               00133100
                      NRODOC, TIPCUEN, NROCUEN, SUCURSAL,               00133200
                      PAGINA, RESULTADO)                                00133300
              VALUES (CURRENT TIMESTAMP, :CN-USUARIO,                   00133400
                      :CN-TERMINAL, :CN-TRANSAC, :CN-PROGRAMA,          00133500
                      :CN-CONSULTA, :CN-NROCLI, :CN-TIPDOC,             00133600
                      :CN-NRODOC, :CN-TIPCUEN, :CN-NROCUEN,             00133700
                      :CN-SUCURSAL, :CN-PAGINA, :CN-RESULTADO)          00133800
           END-EXEC                                                     00133900
                                                                        00134000
           IF SQLCODE NOT EQUAL ZEROS                                   00134100
              MOVE 'AUDITORIA-TBCONAUD ' TO WS-DB2-TABLA                00134200
              MOVE 'ALTA AUDITORIA   ' TO WS-DB2-DESCRIP                00134300
              PERFORM 9995-I-ERROR-DB2                                  00134400
                 THRU 9995-F-ERROR-DB2                                  00134500
           END-IF                                                       00134600
           .                                                            00134700
       8500-F-GRABAR-AUDITORIA. EXIT.                                   00134800
                                                                        00134900
      ******************************************************            00135000
      *  FECHA DB2 'AAAA-MM-DD' A DD/MM/AAAA (VACIA SI NO   *           00135100
      *  HAY FECHA)                                         *           00135200
      ******************************************************            00135300
       8900-I-FORMATEAR-FECHA.                                          00135400
                                                                        00135500
           IF WS-FEC-DB2 = SPACES                                       00135600
              MOVE SPACES TO WS-FEC-FORMATEADA                          00135700
           ELSE                                                         00135800
              MOVE WS-FEC-DB2-DD   TO WS-FOR-DD                         00135900
              MOVE WS-FEC-DB2-MM   TO WS-FOR-MM                         00136000
              MOVE WS-FEC-DB2-AAAA TO WS-FOR-AAAA                       00136100
           END-IF                                                       00136200
           .                                                            00136300
       8900-F-FORMATEAR-FECHA. EXIT.                                    00136400
                                                                        00136500
      ******************************************************            00136600
      *  ERROR EN UN COMANDO CICS: SE INFORMA Y SE TERMINA  *           00136700
      ******************************************************            00136800
       9994-I-ERROR-CICS.                                               00136900
                                                                        00137000
           MOVE WS-RESP TO WS-RESP-EDIT                                 00137100
           MOVE SPACES  TO WS-MENSAJE                                   00137200
           STRING 'ERROR CICS EN '        DELIMITED BY SIZE             00137300
                  WS-CICS-COMANDO         DELIMITED BY SIZE             00137400
                  ' RESP '                DELIMITED BY SIZE             00137500
                  WS-RESP-EDIT            DELIMITED BY SIZE             00137600
                  ' - AVISE A SISTEMAS'   DELIMITED BY SIZE             00137700
             INTO WS-MENSAJE                                            00137800
           END-STRING                                                   00137900
           SET  WS-FIN-PROCESO   TO TRUE                                00138000
           SET  WS-ERROR-SISTEMA TO TRUE                                00138100
           .                                                            00138200
       9994-F-ERROR-CICS. EXIT.                                         00138300
                                                                        00138400
      ******************************************************            00138500
      *  ERROR DB2: SE INFORMA Y SE TERMINA SIN MOSTRAR     *           00138600
      *  DATOS                                              *           00138700
      ******************************************************            00138800
       9995-I-ERROR-DB2.                                                00138900
                                                                        00139000
           MOVE SQLCODE TO WS-SQLCODE                                   00139100
           MOVE SPACES  TO WS-MENSAJE                                   00139200
           STRING 'ERROR DB2 '            DELIMITED BY SIZE             00139300
                  WS-SQLCODE              DELIMITED BY SIZE             00139400
                  ' '                     DELIMITED BY SIZE             00139500
                  WS-DB2-TABLA            DELIMITED BY SIZE             00139600
                  ' '                     DELIMITED BY SIZE             00139700
                  WS-DB2-DESCRIP          DELIMITED BY SIZE             00139800
                  ' - AVISE A SISTEMAS'   DELIMITED BY SIZE             00139900
             INTO WS-MENSAJE                                            00140000
           END-STRING                                                   00140100
           SET  WS-FIN-PROCESO   TO TRUE                                00140200
           SET  WS-ERROR-SISTEMA TO TRUE                                00140300
           SET  WS-FIN-CURSOR    TO TRUE                                00140400
           .                                                            00140500
       9995-F-ERROR-DB2. EXIT.                                          00140600
                                                                        00140700
      ******************************************************            00140800
      *  FIN DE LA TAREA: SIGUE LA CONVERSACION CON LA      *           00140900
      *  COMMAREA, TERMINA, O DESHACE E INFORMA EL ERROR    *           00141000
      ******************************************************            00141100
       9999-I-FINAL.                                                    00141200
                                                                        00141300
           EVALUATE TRUE                                                00141400
           WHEN WS-ERROR-SISTEMA                                        00141500
                EXEC CICS SYNCPOINT ROLLBACK                            00141600
                END-EXEC                                                00141700
                PERFORM 8100-I-ENVIAR-TEXTO                             00141800
                   THRU 8100-F-ENVIAR-TEXTO                             00141900
                EXEC CICS RETURN                                        00142000
                END-EXEC                                                00142100
           WHEN WS-FIN-CONVERSACION                                     00142200
                EXEC CICS RETURN                                        00142300
                END-EXEC                                                00142400
           WHEN OTHER                                                   00142500
                MOVE WS-PROGRAMA TO CA-PROGRAMA                         00142600
                EXEC CICS RETURN                                        00142700
                     TRANSID(WS-TRANSACCION)                            00142800
                     COMMAREA(WS-COMMAREA)                              00142900
                     LENGTH(LENGTH OF WS-COMMAREA)                      00143000
                END-EXEC                                                00143100
           END-EVALUATE                                                 00143200
           .                                                            00143300
       9999-F-FINAL. EXIT.                                              00143400
