       IDENTIFICATION DIVISION.                                         00000100
      *                                                        *        00000200
       PROGRAM-ID. EXAMEN27.                                            00000300
      **********************************************************        00000400
      *                                                        *        00000500
      *  PROGRAMA PARA SQL EMBEBIDO                            *        00000600
      *  LIQUIDACION MENSUAL DEL IMPUESTO A LOS DEBITOS Y      *        00000700
      *  CREDITOS BANCARIOS:                                   *        00000800
      *  - TOMA DE TBMOVHIS LOS MOVIMIENTOS 'IM' DEL MES QUE   *        00000900
      *    POSTEO EXAMEN2 (UNO POR PATA GRAVADA) Y LOS UNE A   *        00001000
      *    SU PATA (FECREF/NROSECREF EN LA MISMA CUENTA) PARA  *        00001100
      *    OBTENER LA BASE IMPONIBLE                           *        00001200
      *  - RESUELVE LA CUENTA A SU CLIENTE (TBCURCTA) Y A SU   *        00001300
      *    IDENTIFICACION TIPDOC/NRODOC (TBCURCLI)             *        00001400
      *  - TOTALIZA POR MONEDA Y DOCUMENTO CON CORTE DE        *        00001500
      *    CONTROL POR MONEDA                                  *        00001600
      *  EMITE EL LISTADO DE LA LIQUIDACION (DDSALE) Y EL      *        00001700
      *  ARCHIVO DE FORMATO FIJO DE LA DECLARACION JURADA PARA *        00001800
      *  EL ORGANISMO RECAUDADOR (DDDDJJ, REGISTROS 'H'        *        00001900
      *  ENCABEZADO / 'D' DOCUMENTO Y MONEDA / 'T' TRAILER DE  *        00002000
      *  CUADRE POR MONEDA).                                   *        00002100
      *                                                        *        00002200
      **********************************************************        00002300
      *      MANTENIMIENTO DE PROGRAMA                         *        00002400
      **********************************************************        00002500
      *  FECHA   *    DETALLE        * COD *                            00002600
      **************************************                            00002700
      *15/10/26  * VERSION INICIAL   *RVH  *                            00002800
      *15/10/26  * CUENTAS CERRADAS  *RVH  *                            00002900
      *          * EN EL MES: CLIEN- *     *                            00003000
      *          * TE DE LA ULTIMA   *     *                            00003100
      *          * FOTO DE TBSALDIA  *     *                            00003110
      *15/10/26  * SIN LOS 'IM' RE-  *RVH  *                            00003120
      *          * VERSADOS; COLUMNA *     *                            00003130
      *          * DE BASE ALINEADA  *     *                            00003200
      **************************************                            00003300
       ENVIRONMENT DIVISION.                                            00003400
       CONFIGURATION SECTION.                                           00003500
       SPECIAL-NAMES.                                                   00003600
           DECIMAL-POINT IS COMMA.                                      00003700
                                                                        00003800
       INPUT-OUTPUT SECTION.                                            00003900
       FILE-CONTROL.                                                    00004000
                                                                        00004100
             SELECT SALIDA  ASSIGN DDSALE                               00004200
             FILE STATUS IS FS-SALIDA.                                  00004300
                                                                        00004400
             SELECT SALDDJJ ASSIGN DDDDJJ                               00004500
             FILE STATUS IS FS-SALDDJJ.                                 00004600
                                                                        00004700
       DATA DIVISION.                                                   00004800
       FILE SECTION.                                                    00004900
       FD SALIDA                                                        00005000
             BLOCK CONTAINS 0 RECORDS                                   00005100
             RECORDING MODE IS F.                                       00005200
                                                                        00005300
       01 REG-SALIDA      PIC X(132).                                   00005400
                                                                        00005500
       FD SALDDJJ                                                       00005600
             BLOCK CONTAINS 0 RECORDS                                   00005700
             RECORDING MODE IS F.                                       00005800
                                                                        00005900
       01 REG-SALDDJJ     PIC X(60).                                    00006000
                                                                        00006100
      **************************************                            00006200
       WORKING-STORAGE SECTION.                                         00006300
      **************************************                            00006400
       77  FILLER          PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.00006500
                                                                        00006600
      ****************************************                          00006700
      * FILE STATUS SALIDA LISTADO Y SQLCODE *                          00006800
      ****************************************                          00006900
       77  FS-SALIDA                PIC XX    VALUE SPACES.             00007000
       77  FS-SALDDJJ               PIC XX    VALUE SPACES.             00007100
       77  FS-ACTUAL                PIC XX    VALUE SPACES.             00007200
       77  WS-SQLCODE    PIC +++999 USAGE DISPLAY VALUE ZEROS.          00007300
                                                                        00007400
      ****************************************                          00007500
      * CONTADORES                           *                          00007600
      ****************************************                          00007700
       01  WS-CONTADORES.                                               00007800
           03  WS-CANT-DOCUMENTOS      PIC 9(05) VALUE ZEROS.           00007900
           03  WS-CANT-MONEDAS         PIC 9(03) VALUE ZEROS.           00008000
           03  WS-GRABADOS             PIC 9(05) VALUE ZEROS.           00008100
           03  WS-REG-GRABADOS         PIC 9(05) VALUE ZEROS.           00008200
           03  WS-CANT-SIN-BASE        PIC 9(05) VALUE ZEROS.           00008300
                                                                        00008400
      *    ACUMULADOS DE LA MONEDA EN CURSO (CORTE DE CONTROL)          00008500
       01  WS-TOTALES-MONEDA.                                           00008600
           03  WS-MON-CANT-DOC         PIC 9(05) VALUE ZEROS.           00008700
           03  WS-MON-CANT-MOV         PIC 9(07) VALUE ZEROS.           00008800
           03  WS-MON-BASE             PIC S9(13)V9(02) VALUE ZEROS.    00008900
           03  WS-MON-IMPUESTO         PIC S9(11)V9(02) VALUE ZEROS.    00009000
                                                                        00009100
      *****************************************                         00009200
      *  BANDERAS/FLAGS                       *                         00009300
      *****************************************                         00009400
       01  WS-FLAG-PROCESO          PIC X VALUE 'T'.                    00009500
           88  WS-SI-PROCESO           VALUE 'T'.                       00009600
           88  WS-FIN-PROCESO          VALUE 'F'.                       00009700
                                                                        00009800
       01  WS-FLAG-CURSOR           PIC X VALUE 'T'.                    00009900
           88  WS-SI-CURSOR            VALUE 'T'.                       00010000
           88  WS-FIN-CURSOR           VALUE 'F'.                       00010100
                                                                        00010200
      *    LA CORRIDA ARRANCO DE VERDAD (FECHA DE PROCESO VALIDA        00010300
      *    Y ARCHIVOS ABIERTOS): SI NO, EL CIERRE NO DEBE GRABAR        00010400
      *    RESUMEN NI CERRAR ARCHIVOS NUNCA ABIERTOS.                   00010500
       01  WS-FLAG-ARRANQUE         PIC X VALUE 'F'.                    00010600
           88  WS-ARRANQUE-OK          VALUE 'T'.                       00010700
           88  WS-ARRANQUE-NO          VALUE 'F'.                       00010800
                                                                        00010900
      *****************************************                         00011000
      *  PARAMETRO DE EJECUCION (SYSIN)       *                         00011100
      *  COL  1-7  : PERIODO 'AAAA-MM'.       *                         00011200
      *              EN BLANCO = MES DE LA    *                         00011300
      *              FECHA DE PROCESO         *                         00011400
      *****************************************                         00011500
       01  WS-PARM-ENTRADA.                                             00011600
           03  WS-PARM-PERIODO.                                         00011700
               05  WS-PARM-AAAA     PIC X(04) VALUE SPACES.             00011800
               05  WS-PARM-GUION    PIC X(01) VALUE SPACES.             00011900
               05  WS-PARM-MM       PIC X(02) VALUE SPACES.             00012000
           03  FILLER               PIC X(73) VALUE SPACES.             00012100
                                                                        00012200
      *    EL PERIODO VA DEL PRIMER DIA DEL MES (INCLUSIVE) AL          00012300
      *    PRIMER DIA DEL MES SIGUIENTE (EXCLUSIVE), QUE CALCULA DB2.   00012400
       01  WS-RANGO-SELECCION.                                          00012500
           03  WS-PERIODO           PIC X(07) VALUE SPACES.             00012600
           03  WS-FEC-DESDE.                                            00012700
               05  WS-FEC-DESDE-AAAAMM  PIC X(07) VALUE SPACES.         00012800
               05  FILLER               PIC X(03) VALUE '-01'.          00012900
                                                                        00013000
      *****************************************                         00013100
      *  VARIABLES AUXILARES.                *                          00013200
      *****************************************                         00013300
       01 WS-AUXILIARES.                                                00013400
          03  WS-PARRAFO            PIC X(30) VALUE SPACES.             00013500
          03  WS-ARCHIVO-DESC       PIC X(30) VALUE SPACES.             00013600
          03  WS-FECHA-AUX          PIC X(10).                          00013700
          03  WS-CUENTA-LINEA       PIC 9(02) VALUE ZEROS.              00013800
          03  WS-MONEDA-ANT         PIC X(02) VALUE SPACES.             00013900
                                                                        00014000
      *    FILA DEL CURSOR: UN DOCUMENTO EN UNA MONEDA                  00014100
       01 WS-FILA-CURSOR.                                               00014200
          03  WS-CUR-MONEDA         PIC X(02) VALUE SPACES.             00014300
          03  WS-CUR-TIPDOC         PIC X(02) VALUE SPACES.             00014400
          03  WS-CUR-NRODOC         PIC S9(11)V USAGE COMP-3            00014500
                                              VALUE ZEROS.              00014600
          03  WS-CUR-CANT-MOV       PIC S9(09) USAGE COMP               00014700
                                              VALUE ZEROS.              00014800
          03  WS-CUR-CANT-SIN-BASE  PIC S9(09) USAGE COMP               00014900
                                              VALUE ZEROS.              00015000
          03  WS-CUR-BASE           PIC S9(11)V9(02) USAGE COMP-3       00015100
                                              VALUE ZEROS.              00015200
          03  WS-CUR-IMPUESTO       PIC S9(09)V9(02) USAGE COMP-3       00015300
                                              VALUE ZEROS.              00015400
                                                                        00015500
      *****************************************                         00015600
      *   IMPRESION DE TITULOS LISTADO        *                         00015700
      *****************************************                         00015800
       01 WS-LINEA       PIC X(132) VALUE ALL '-'.                      00015900
                                                                        00016000
       01 WS-TITULO.                                                    00016100
          03  FILLER     PIC X(05) VALUE SPACES.                        00016200
          03  FILLER                PIC X(33) VALUE                     00016300
              'IMPUESTO DEBITOS/CREDITOS PERIODO'.                      00016400
          03  FILLER                PIC X(01)    VALUE SPACES.          00016500
          03  WS-TITULO-PERIODO     PIC X(07)    VALUE SPACES.          00016600
          03  FILLER                PIC X(20)    VALUE SPACES.          00016700
          03  FILLER                PIC X(10)    VALUE '   FECHA: '.    00016800
          03  WS-FECHA.                                                 00016900
              05  WS-DD             PIC 9(02).                          00017000
              05  FILLER            PIC X       VALUE '/'.              00017100
              05  WS-MM             PIC 9(02).                          00017200
              05  FILLER            PIC X       VALUE '/'.              00017300
              05  WS-AAAA           PIC 9(04).                          00017400
          03  FILLER                PIC X(20)    VALUE SPACES.          00017500
          03  FILLER                PIC X(13)    VALUE 'NRO. PAGINA: '. 00017600
          03  WS-NRO-PAGINA         PIC 9(02)    VALUE ZEROES.          00017700
          03  FILLER                PIC X(08)    VALUE SPACES.          00017800
                                                                        00017900
      ***************************************************               00018000
      *  SUBTITULOS DEL LISTADO DE LA LIQUIDACION       *               00018100
      ***************************************************               00018200
       01 WS-SUBTITULO-LIQ.                                             00018300
          03 FILLER                 PIC X     VALUE '|'.                00018400
          03 FILLER                 PIC X(05) VALUE ' MON '.            00018500
          03 FILLER                 PIC X     VALUE '|'.                00018600
          03 FILLER                 PIC X(15) VALUE ' DOCUMENTO     '.  00018700
          03 FILLER                 PIC X     VALUE '|'.                00018800
          03 FILLER                 PIC X(10) VALUE ' CANT MOV '.       00018900
          03 FILLER                 PIC X     VALUE '|'.                00019000
          03 FILLER                 PIC X(20) VALUE                     00019100
             '  BASE IMPONIBLE    '.                                    00019200
          03 FILLER                 PIC X     VALUE '|'.                00019300
          03 FILLER                 PIC X(18) VALUE                     00019400
             '    IMPUESTO      '.                                      00019500
          03 FILLER                 PIC X     VALUE '|'.                00019600
          03 FILLER                 PIC X(14) VALUE ' OBSERVACION  '.   00019700
          03 FILLER                 PIC X     VALUE '|'.                00019800
                                                                        00019900
      ***************************************************               00020000
      *  LINEA DE DETALLE DEL LISTADO (DOCUMENTO) Y     *               00020100
      *  TOTAL DE LA MONEDA (CORTE)                     *               00020200
      ***************************************************               00020300
       01 WS-REG-SALIDA-LIQ.                                            00020400
          03  FILLER              PIC X         VALUE '|'.              00020500
          03  FILLER              PIC X         VALUE SPACES.           00020600
          03  REG-LIQ-MONEDA      PIC X(02)     VALUE SPACES.           00020700
          03  FILLER              PIC X(02)     VALUE SPACES.           00020800
          03  FILLER              PIC X         VALUE '|'.              00020900
          03  FILLER              PIC X         VALUE SPACES.           00021000
          03  REG-LIQ-DOCUMENTO.                                        00021100
              05  REG-LIQ-TIPDOC      PIC X(02)     VALUE SPACES.       00021200
              05  REG-LIQ-SEPARADOR   PIC X         VALUE '-'.          00021300
              05  REG-LIQ-NRODOC      PIC 9(11)     VALUE ZEROS.        00021400
          03  FILLER              PIC X         VALUE '|'.              00021500
          03  REG-LIQ-CANTMOV     PIC ZZZZZZZZ9 VALUE ZEROS.            00021600
          03  FILLER              PIC X         VALUE SPACES.           00021700
          03  FILLER              PIC X         VALUE '|'.              00021710
          03  FILLER              PIC X         VALUE SPACES.           00021800
          03  REG-LIQ-BASE        PIC $ZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.  00021900
          03  FILLER              PIC X         VALUE '|'.              00022000
          03  REG-LIQ-IMPUESTO    PIC $ZZZ.ZZZ.ZZ9,99-  VALUE ZEROS.    00022100
          03  FILLER              PIC X(02)     VALUE SPACES.           00022200
          03  FILLER              PIC X         VALUE '|'.              00022300
          03  REG-LIQ-OBSERV      PIC X(14)     VALUE SPACES.           00022400
          03  FILLER              PIC X         VALUE '|'.              00022500
                                                                        00022600
      ***************************************************               00022700
      *  REGISTROS DE LA DECLARACION JURADA             *               00022800
      *  'H' ENCABEZADO CON EL PERIODO                  *               00022900
      *  'D' DOCUMENTO Y MONEDA: MOVIMIENTOS, BASE      *               00023000
      *      IMPONIBLE E IMPUESTO PERCIBIDO             *               00023100
      *  'T' TRAILER DE CUADRE DE CADA MONEDA           *               00023200
      ***************************************************               00023300
       01 WS-REG-DDJJ-H.                                                00023400
          03  REG-H-TIPO          PIC X         VALUE 'H'.              00023500
          03  REG-H-PERIODO       PIC X(07)     VALUE SPACES.           00023600
          03  REG-H-FECPROC       PIC X(10)     VALUE SPACES.           00023700
          03  REG-H-IMPUESTO      PIC X(20)     VALUE                   00023800
              'IMP. DEB/CRED BANC. '.                                   00023900
          03  FILLER              PIC X(22)     VALUE SPACES.           00024000
                                                                        00024100
       01 WS-REG-DDJJ-D.                                                00024200
          03  REG-D-TIPO          PIC X         VALUE 'D'.              00024300
          03  REG-D-PERIODO       PIC X(07)     VALUE SPACES.           00024400
          03  REG-D-TIPDOC        PIC X(02)     VALUE SPACES.           00024500
          03  REG-D-NRODOC        PIC 9(11)     VALUE ZEROS.            00024600
          03  REG-D-MONEDA        PIC X(02)     VALUE SPACES.           00024700
          03  REG-D-CANTMOV       PIC 9(05)     VALUE ZEROS.            00024800
          03  REG-D-BASE          PIC S9(11)V9(02)                      00024900
                                  SIGN LEADING SEPARATE VALUE ZEROS.    00025000
          03  REG-D-IMPUESTO      PIC S9(09)V9(02)                      00025100
                                  SIGN LEADING SEPARATE VALUE ZEROS.    00025200
          03  FILLER              PIC X(06)     VALUE SPACES.           00025300
                                                                        00025400
       01 WS-REG-DDJJ-T.                                                00025500
          03  REG-T-TIPO          PIC X         VALUE 'T'.              00025600
          03  REG-T-PERIODO       PIC X(07)     VALUE SPACES.           00025700
          03  REG-T-MONEDA        PIC X(02)     VALUE SPACES.           00025800
          03  REG-T-CANT-D        PIC 9(05)     VALUE ZEROS.            00025900
          03  REG-T-CANTMOV       PIC 9(07)     VALUE ZEROS.            00026000
          03  REG-T-BASE          PIC S9(13)V9(02)                      00026100
                                  SIGN LEADING SEPARATE VALUE ZEROS.    00026200
          03  REG-T-IMPUESTO      PIC S9(11)V9(02)                      00026300
                                  SIGN LEADING SEPARATE VALUE ZEROS.    00026400
          03  FILLER              PIC X(08)     VALUE SPACES.           00026500
                                                                        00026600
      *****************************************                         00026700
      *   FIN IMPRESION DE TITULOS LISTADO    *                         00026800
      *****************************************                         00026900
       77  FILLER        PIC X(26) VALUE '* VARIABLES SQL          *'.  00027000
                                                                        00027100
      ********************************************************          00027200
      *  AREA DE COMUNICACION Y DEFINICION SQL DB2           *          00027300
      ********************************************************          00027400
            EXEC SQL                                                    00027500
              INCLUDE SQLCA                                             00027600
            END-EXEC.                                                   00027700
                                                                        00027800
            EXEC SQL                                                    00027900
              INCLUDE TBCURCTA                                          00028000
            END-EXEC.                                                   00028100
                                                                        00028200
            EXEC SQL                                                    00028300
              INCLUDE TBCURCLI                                          00028400
            END-EXEC.                                                   00028500
                                                                        00028600
            EXEC SQL                                                    00028700
              INCLUDE TBMOVHIS                                          00028800
            END-EXEC.                                                   00028900
                                                                        00029000
            EXEC SQL                                                    00029100
              INCLUDE TBCALEND                                          00029200
            END-EXEC.                                                   00029300
                                                                        00029400
      ***************************************************               00029500
      * CURSOR C1 - IMPUESTO DEL PERIODO POR MONEDA Y   *               00029600
      * DOCUMENTO. LA PATA GRAVADA ESTA EN LA MISMA     *               00029700
      * CUENTA (FECPROC = FECREF, NROSEC = NROSECREF):  *               00029800
      * SI YA NO ESTA EN TBMOVHIS (CIERRE DE HISTORIA)  *               00029900
      * EL IMPUESTO SE INFORMA IGUAL, SIN BASE, Y SE    *               00030000
      * CUENTA EN LA OBSERVACION. LA CUENTA SIN CLIENTE *               00030100
      * EN TBCURCLI SALE CON DOCUMENTO EN CERO. LA      *               00030200
      * CUENTA CERRADA EN EL MES (SIN FILA EN TBCURCTA) *               00030300
      * TOMA EL CLIENTE DE SU ULTIMA FOTO EN TBSALDIA,  *               00030400
      * COMO EL CERTIFICADO ANUAL (EXAMEN32).           *               00030410
      * EL 'IM' QUE REVIRTIO UN CONTRASIENTO NO SE      *               00030420
      * LIQUIDA (REVERSADO = 'S').                      *               00030500
      ***************************************************               00030600
            EXEC SQL                                                    00030700
              DECLARE C1 CURSOR FOR                                     00030800
              SELECT A.MONEDA,                                          00030900
                     COALESCE(C.TIPDOC, '  '),                          00031000
                     COALESCE(C.NRODOC, 0),                             00031100
                     COUNT(*),                                          00031200
                     SUM(CASE WHEN L.NROSEC IS NULL                     00031300
                              THEN 1 ELSE 0 END),                       00031400
                     COALESCE(SUM(L.IMPORTE), 0),                       00031500
                     SUM(A.IMPORTE)                                     00031600
                FROM KC02803.TBMOVHIS A                                 00031700
                LEFT JOIN KC02803.TBCURCTA B                            00031800
                  ON A.TIPCUEN = B.TIPCUEN                              00031900
                 AND A.NROCUEN = B.NROCUEN                              00032000
                LEFT JOIN                                               00032100
                     (SELECT S.TIPCUEN,                                 00032200
                             S.NROCUEN,                                 00032300
                             S.NROCLI                                   00032400
                        FROM KC02803.TBSALDIA S                         00032500
                       WHERE S.FECPROC =                                00032600
                             (SELECT MAX(T.FECPROC)                     00032700
                                FROM KC02803.TBSALDIA T                 00032800
                               WHERE T.TIPCUEN = S.TIPCUEN              00032900
                                 AND T.NROCUEN = S.NROCUEN)) F          00033000
                  ON F.TIPCUEN = A.TIPCUEN                              00033100
                 AND F.NROCUEN = A.NROCUEN                              00033200
                LEFT JOIN KC02803.TBCURCLI C                            00033300
                  ON C.NROCLI  = COALESCE(B.NROCLI, F.NROCLI)           00033400
                LEFT JOIN KC02803.TBMOVHIS L                            00033500
                  ON L.TIPCUEN = A.TIPCUEN                              00033600
                 AND L.NROCUEN = A.NROCUEN                              00033700
                 AND L.FECPROC = A.FECREF                               00033800
                 AND L.NROSEC  = A.NROSECREF                            00033900
               WHERE A.TIPMOV  = 'IM'                                   00033910
                 AND A.REVERSADO <> 'S'                                 00034000
                 AND A.FECPROC >= :WS-FEC-DESDE                         00034100
                 AND A.FECPROC <  DATE(:WS-FEC-DESDE) + 1 MONTH         00034200
               GROUP BY A.MONEDA,                                       00034300
                        COALESCE(C.TIPDOC, '  '),                       00034400
                        COALESCE(C.NRODOC, 0)                           00034500
               ORDER BY 1, 2, 3                                         00034600
            END-EXEC.                                                   00034700
                                                                        00034800
       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.  00034900
                                                                        00035000
      ***************************************************************.  00035100
       PROCEDURE DIVISION.                                              00035200
      **************************************                            00035300
      *  CUERPO PRINCIPAL DEL PROGRAMA     *                            00035400
      **************************************                            00035500
       MAIN-PROGRAM.                                                    00035600
                                                                        00035700
           PERFORM 1000-I-INICIO   THRU                                 00035800
                   1000-F-INICIO.                                       00035900
                                                                        00036000
           IF WS-SI-PROCESO                                             00036100
              PERFORM 2000-I-LIQUIDACION                                00036200
                 THRU 2000-F-LIQUIDACION                                00036300
           END-IF                                                       00036400
                                                                        00036500
           PERFORM 9999-I-FINAL    THRU                                 00036600
                   9999-F-FINAL.                                        00036700
                                                                        00036800
       F-MAIN-PROGRAM. GOBACK.                                          00036900
                                                                        00037000
      **************************************                            00037100
      *  CUERPO INICIO APERTURA ARCHIVOS   *                            00037200
      **************************************                            00037300
       1000-I-INICIO.                                                   00037400
                                                                        00037500
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-AUX                   00037600
           MOVE WS-FECHA-AUX(1:4)     TO WS-AAAA                        00037700
           MOVE WS-FECHA-AUX(5:2)     TO WS-MM                          00037800
           MOVE WS-FECHA-AUX(7:2)     TO WS-DD                          00037900
           MOVE 99 TO WS-CUENTA-LINEA                                   00038000
                                                                        00038100
           SET WS-SI-PROCESO TO TRUE                                    00038200
                                                                        00038300
           PERFORM 1015-I-OBTENER-FECHA-PROCESO                         00038400
              THRU 1015-F-OBTENER-FECHA-PROCESO                         00038500
           IF WS-FIN-PROCESO                                            00038600
              GO TO 1000-F-INICIO                                       00038700
           END-IF                                                       00038800
                                                                        00038900
           PERFORM 1005-I-LEER-PARM                                     00039000
              THRU 1005-F-LEER-PARM                                     00039100
           IF WS-FIN-PROCESO                                            00039200
              GO TO 1000-F-INICIO                                       00039300
           END-IF                                                       00039400
                                                                        00039500
           PERFORM 8000-I-APERTURA-ARCHIVOS                             00039600
              THRU 8000-F-APERTURA-ARCHIVOS                             00039700
                                                                        00039800
           IF FS-SALIDA = '00' AND FS-SALDDJJ = '00'                    00039900
                               AND WS-SI-PROCESO                        00040000
              SET WS-ARRANQUE-OK TO TRUE                                00040100
           ELSE                                                         00040200
              IF FS-SALIDA NOT = '00' OR FS-SALDDJJ NOT = '00'          00040300
                 DISPLAY '*********************************'            00040400
                 DISPLAY '* ERROR EN APERTURA DE ARCHIVOS *'            00040500
                 DISPLAY '* LIQUIDACION CANCELADA         *'            00040600
                 DISPLAY '*********************************'            00040700
              END-IF                                                    00040800
              SET WS-FIN-PROCESO TO TRUE                                00040900
              GO TO 1000-F-INICIO                                       00041000
           END-IF                                                       00041100
                                                                        00041200
           PERFORM 4000-I-GRABAR-ENCABEZADO                             00041300
              THRU 4000-F-GRABAR-ENCABEZADO                             00041400
           .                                                            00041500
       1000-F-INICIO.   EXIT.                                           00041600
                                                                        00041700
      ***********************************************************       00041800
      *  FECHA DE PROCESO DE LA CADENA (TBCALEND):              *       00041900
      *  SE PROCESA Y ESTAMPA CON LA FECHA MARCADA FECPROC='S', *       00042000
      *  Y SE RECHAZA LA CORRIDA SI NO HAY FECHA MARCADA O SI   *       00042100
      *  LA FECHA MARCADA NO ES DIA HABIL.                      *       00042200
      ***********************************************************       00042300
       1015-I-OBTENER-FECHA-PROCESO.                                    00042400
                                                                        00042500
           MOVE '1015-I-OBTENER-FECHA-PROC' TO WS-PARRAFO.              00042600
                                                                        00042700
           EXEC SQL                                                     00042800
              SELECT FECHA,                                             00042900
                     DIAHABIL                                           00043000
                INTO :CA-FECHA,                                         00043100
                     :CA-DIAHABIL                                       00043200
                FROM KC02803.TBCALEND                                   00043300
               WHERE FECPROC = 'S'                                      00043400
           END-EXEC                                                     00043500
                                                                        00043600
           EVALUATE TRUE                                                00043700
           WHEN SQLCODE EQUAL ZEROS                                     00043800
                IF CA-DIAHABIL NOT = 'S'                                00043900
                   DISPLAY '*****************************************'  00044000
                   DISPLAY '* LA FECHA DE PROCESO MARCADA EN        *'  00044100
                   DISPLAY '* TBCALEND NO ES UN DIA HABIL           *'  00044200
                   DISPLAY '* FECHA : ' CA-FECHA                        00044300
                   DISPLAY '* LA CORRIDA SE RECHAZA                 *'  00044400
                   DISPLAY '*****************************************'  00044500
                   MOVE 9999 TO RETURN-CODE                             00044600
                   SET  WS-FIN-PROCESO TO TRUE                          00044700
                ELSE                                                    00044800
                   MOVE CA-FECHA(1:4)  TO WS-AAAA                       00044900
                   MOVE CA-FECHA(6:2)  TO WS-MM                         00045000
                   MOVE CA-FECHA(9:2)  TO WS-DD                         00045100
                END-IF                                                  00045200
           WHEN SQLCODE EQUAL +100                                      00045300
                DISPLAY '*****************************************'     00045400
                DISPLAY '* NO HAY FECHA DE PROCESO MARCADA EN    *'     00045500
                DISPLAY '* TBCALEND (FECPROC = S)                *'     00045600
                DISPLAY '* LA CORRIDA SE RECHAZA                 *'     00045700
                DISPLAY '*****************************************'     00045800
                MOVE 9999 TO RETURN-CODE                                00045900
                SET  WS-FIN-PROCESO TO TRUE                             00046000
           WHEN OTHER                                                   00046100
                MOVE SQLCODE   TO WS-SQLCODE                            00046200
                DISPLAY '************************************'          00046300
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00046400
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00046500
                DISPLAY '************************************'          00046600
                DISPLAY '* TABLA       : CALENDARIO TBCALEND*'          00046700
                DISPLAY '* DESCRIPCION : FECHA DE PROCESO   *'          00046800
                DISPLAY '************************************'          00046900
                MOVE 9999 TO RETURN-CODE                                00047000
                SET  WS-FIN-PROCESO TO TRUE                             00047100
           END-EVALUATE.                                                00047200
                                                                        00047300
       1015-F-OBTENER-FECHA-PROCESO. EXIT.                              00047400
                                                                        00047500
      **************************************                            00047600
      *  LECTURA DE PARAMETRO DE EJECUCION *                            00047700
      *  SIN PERIODO SE LIQUIDA EL MES DE  *                            00047800
      *  LA FECHA DE PROCESO (EL JOB CORRE *                            00047900
      *  EL ULTIMO DIA HABIL DEL MES)      *                            00048000
      **************************************                            00048100
       1005-I-LEER-PARM.                                                00048200
                                                                        00048300
           MOVE '1005-I-LEER-PARM' TO WS-PARRAFO                        00048400
                                                                        00048500
           ACCEPT WS-PARM-ENTRADA FROM SYSIN                            00048600
                                                                        00048700
           IF WS-PARM-PERIODO = SPACES                                  00048800
              MOVE CA-FECHA(1:7) TO WS-PERIODO                          00048900
           ELSE                                                         00049000
              IF WS-PARM-AAAA NOT NUMERIC OR                            00049100
                 WS-PARM-GUION NOT = '-' OR                             00049200
                 WS-PARM-MM NOT NUMERIC OR                              00049300
                 WS-PARM-MM < '01' OR WS-PARM-MM > '12'                 00049400
                 DISPLAY '*****************************************'    00049500
                 DISPLAY '* TARJETA SYSIN INVALIDA                *'    00049600
                 DISPLAY '* COL 1-7 PERIODO AAAA-MM O EN BLANCO   *'    00049700
                 DISPLAY '* PARA EL MES DE LA FECHA DE PROCESO    *'    00049800
                 DISPLAY '*****************************************'    00049900
                 MOVE 9999 TO RETURN-CODE                               00050000
                 SET WS-FIN-PROCESO TO TRUE                             00050100
                 GO TO 1005-F-LEER-PARM                                 00050200
              END-IF                                                    00050300
              MOVE WS-PARM-PERIODO TO WS-PERIODO                        00050400
           END-IF                                                       00050500
                                                                        00050600
           MOVE WS-PERIODO TO WS-FEC-DESDE-AAAAMM                       00050700
           MOVE WS-PERIODO TO WS-TITULO-PERIODO                         00050800
                                                                        00050900
           DISPLAY '* PERIODO LIQUIDADO   : ' WS-PERIODO                00051000
           .                                                            00051100
       1005-F-LEER-PARM. EXIT.                                          00051200
                                                                        00051300
      ***********************************************************       00051400
      *  LIQUIDACION: RECORRE EL CURSOR C1 CON CORTE DE CONTROL *       00051500
      *  POR MONEDA                                             *       00051600
      ***********************************************************       00051700
       2000-I-LIQUIDACION.                                              00051800
                                                                        00051900
           SET WS-SI-CURSOR TO TRUE                                     00052000
                                                                        00052100
           PERFORM 8200-I-ABRIR-CURSOR-C1                               00052200
              THRU 8200-F-ABRIR-CURSOR-C1                               00052300
                                                                        00052400
           IF WS-FIN-CURSOR                                             00052500
              GO TO 2000-F-LIQUIDACION                                  00052600
           END-IF                                                       00052700
                                                                        00052800
           PERFORM 8400-I-LEER-CURSOR-C1                                00052900
              THRU 8400-F-LEER-CURSOR-C1                                00053000
                                                                        00053100
           PERFORM 2100-I-UNA-MONEDA                                    00053200
              THRU 2100-F-UNA-MONEDA                                    00053300
             UNTIL WS-FIN-CURSOR OR WS-FIN-PROCESO                      00053400
                                                                        00053500
           PERFORM 8300-I-CERRAR-CURSOR-C1                              00053600
              THRU 8300-F-CERRAR-CURSOR-C1                              00053700
           .                                                            00053800
       2000-F-LIQUIDACION. EXIT.                                        00053900
                                                                        00054000
      ***********************************************************       00054100
      *  UNA MONEDA: SUS DOCUMENTOS Y EL CORTE CON EL TOTAL DE  *       00054200
      *  LA MONEDA Y SU TRAILER                                 *       00054300
      ***********************************************************       00054400
       2100-I-UNA-MONEDA.                                               00054500
                                                                        00054600
           MOVE WS-CUR-MONEDA TO WS-MONEDA-ANT                          00054700
           INITIALIZE WS-TOTALES-MONEDA                                 00054800
           ADD 1 TO WS-CANT-MONEDAS                                     00054900
                                                                        00055000
           PERFORM 2200-I-UN-DOCUMENTO                                  00055100
              THRU 2200-F-UN-DOCUMENTO                                  00055200
             UNTIL WS-FIN-CURSOR OR WS-FIN-PROCESO                      00055300
                OR WS-CUR-MONEDA NOT = WS-MONEDA-ANT                    00055400
                                                                        00055500
           IF WS-SI-PROCESO                                             00055600
              PERFORM 2300-I-CORTE-MONEDA                               00055700
                 THRU 2300-F-CORTE-MONEDA                               00055800
           END-IF                                                       00055900
           .                                                            00056000
       2100-F-UNA-MONEDA. EXIT.                                         00056100
                                                                        00056200
      ***********************************************************       00056300
      *  UN DOCUMENTO EN LA MONEDA: LINEA DEL LISTADO Y         *       00056400
      *  REGISTRO 'D' DE LA DECLARACION                         *       00056500
      ***********************************************************       00056600
       2200-I-UN-DOCUMENTO.                                             00056700
                                                                        00056800
           ADD 1                    TO WS-CANT-DOCUMENTOS               00056900
           ADD 1                    TO WS-MON-CANT-DOC                  00057000
           ADD WS-CUR-CANT-MOV      TO WS-MON-CANT-MOV                  00057100
           ADD WS-CUR-BASE          TO WS-MON-BASE                      00057200
           ADD WS-CUR-IMPUESTO      TO WS-MON-IMPUESTO                  00057300
           ADD WS-CUR-CANT-SIN-BASE TO WS-CANT-SIN-BASE                 00057400
                                                                        00057500
           MOVE WS-CUR-MONEDA       TO REG-LIQ-MONEDA                   00057600
           MOVE WS-CUR-TIPDOC       TO REG-LIQ-TIPDOC                   00057700
           MOVE '-'                 TO REG-LIQ-SEPARADOR                00057800
           MOVE WS-CUR-NRODOC       TO REG-LIQ-NRODOC                   00057900
           MOVE WS-CUR-CANT-MOV     TO REG-LIQ-CANTMOV                  00058000
           MOVE WS-CUR-BASE         TO REG-LIQ-BASE                     00058100
           MOVE WS-CUR-IMPUESTO     TO REG-LIQ-IMPUESTO                 00058200
           IF WS-CUR-CANT-SIN-BASE > ZEROS                              00058300
              MOVE 'BASE INCOMPL. ' TO REG-LIQ-OBSERV                   00058400
           ELSE                                                         00058500
              MOVE SPACES           TO REG-LIQ-OBSERV                   00058600
           END-IF                                                       00058700
                                                                        00058800
           PERFORM 3900-I-GRABAR-LINEA                                  00058900
              THRU 3900-F-GRABAR-LINEA                                  00059000
                                                                        00059100
           MOVE WS-PERIODO          TO REG-D-PERIODO                    00059200
           MOVE WS-CUR-TIPDOC       TO REG-D-TIPDOC                     00059300
           MOVE WS-CUR-NRODOC       TO REG-D-NRODOC                     00059400
           MOVE WS-CUR-MONEDA       TO REG-D-MONEDA                     00059500
           MOVE WS-CUR-CANT-MOV     TO REG-D-CANTMOV                    00059600
           MOVE WS-CUR-BASE         TO REG-D-BASE                       00059700
           MOVE WS-CUR-IMPUESTO     TO REG-D-IMPUESTO                   00059800
                                                                        00059900
           WRITE REG-SALDDJJ FROM WS-REG-DDJJ-D                         00060000
                                                                        00060100
           MOVE FS-SALDDJJ TO FS-ACTUAL                                 00060200
           MOVE 'ARCHIVO DECLARACION JURADA' TO WS-ARCHIVO-DESC         00060300
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00060400
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00060500
                                                                        00060600
           ADD 1 TO WS-REG-GRABADOS                                     00060700
                                                                        00060800
           PERFORM 8400-I-LEER-CURSOR-C1                                00060900
              THRU 8400-F-LEER-CURSOR-C1                                00061000
           .                                                            00061100
       2200-F-UN-DOCUMENTO. EXIT.                                       00061200
                                                                        00061300
      ***********************************************************       00061400
      *  CORTE DE MONEDA: LINEA DE TOTAL EN EL LISTADO Y        *       00061500
      *  TRAILER 'T' DE CUADRE DE LA MONEDA                     *       00061600
      ***********************************************************       00061700
       2300-I-CORTE-MONEDA.                                             00061800
                                                                        00061900
           MOVE '2300-I-CORTE-MONEDA' TO WS-PARRAFO                     00062000
                                                                        00062100
           MOVE WS-MONEDA-ANT       TO REG-LIQ-MONEDA                   00062200
           MOVE 'TOTAL MONEDA'      TO REG-LIQ-DOCUMENTO                00062300
           MOVE WS-MON-CANT-MOV     TO REG-LIQ-CANTMOV                  00062400
           MOVE WS-MON-BASE         TO REG-LIQ-BASE                     00062500
           MOVE WS-MON-IMPUESTO     TO REG-LIQ-IMPUESTO                 00062600
           MOVE SPACES              TO REG-LIQ-OBSERV                   00062700
                                                                        00062800
           PERFORM 3900-I-GRABAR-LINEA                                  00062900
              THRU 3900-F-GRABAR-LINEA                                  00063000
                                                                        00063100
           WRITE REG-SALIDA FROM WS-LINEA                               00063200
           ADD 1 TO WS-CUENTA-LINEA                                     00063300
                                                                        00063400
           MOVE WS-PERIODO          TO REG-T-PERIODO                    00063500
           MOVE WS-MONEDA-ANT       TO REG-T-MONEDA                     00063600
           MOVE WS-MON-CANT-DOC     TO REG-T-CANT-D                     00063700
           MOVE WS-MON-CANT-MOV     TO REG-T-CANTMOV                    00063800
           MOVE WS-MON-BASE         TO REG-T-BASE                       00063900
           MOVE WS-MON-IMPUESTO     TO REG-T-IMPUESTO                   00064000
                                                                        00064100
           WRITE REG-SALDDJJ FROM WS-REG-DDJJ-T                         00064200
                                                                        00064300
           MOVE FS-SALDDJJ TO FS-ACTUAL                                 00064400
           MOVE 'ARCHIVO DECLARACION JURADA' TO WS-ARCHIVO-DESC         00064500
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00064600
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00064700
                                                                        00064800
           ADD 1 TO WS-REG-GRABADOS                                     00064900
                                                                        00065000
           DISPLAY '* MONEDA ' WS-MONEDA-ANT                            00065100
                   ' DOCUMENTOS: ' WS-MON-CANT-DOC                      00065200
                   ' MOVIMIENTOS: ' WS-MON-CANT-MOV                     00065300
           .                                                            00065400
       2300-F-CORTE-MONEDA. EXIT.                                       00065500
                                                                        00065600
      **************************************                            00065700
      *  GRABAR LINEA DEL LISTADO          *                            00065800
      **************************************                            00065900
       3900-I-GRABAR-LINEA.                                             00066000
                                                                        00066100
           IF WS-CUENTA-LINEA > 50                                      00066200
                PERFORM 9000-I-GRABAR-TITULOS                           00066300
                   THRU 9000-F-GRABAR-TITULOS                           00066400
           END-IF                                                       00066500
                                                                        00066600
           WRITE REG-SALIDA FROM WS-REG-SALIDA-LIQ  AFTER 1             00066700
                                                                        00066800
           MOVE FS-SALIDA TO FS-ACTUAL                                  00066900
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00067000
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00067100
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00067200
                                                                        00067300
           ADD  1   TO  WS-GRABADOS                                     00067400
           ADD  1   TO  WS-CUENTA-LINEA.                                00067500
                                                                        00067600
       3900-F-GRABAR-LINEA. EXIT.                                       00067700
                                                                        00067800
      ***********************************************************       00067900
      *  ENCABEZADO 'H' DE LA DECLARACION JURADA: SE GRABA      *       00068000
      *  AUNQUE EL PERIODO NO TENGA IMPUESTO (DECLARACION EN    *       00068100
      *  CERO)                                                  *       00068200
      ***********************************************************       00068300
       4000-I-GRABAR-ENCABEZADO.                                        00068400
                                                                        00068500
           MOVE '4000-I-GRABAR-ENCABEZADO' TO WS-PARRAFO                00068600
                                                                        00068700
           MOVE WS-PERIODO          TO REG-H-PERIODO                    00068800
           MOVE CA-FECHA            TO REG-H-FECPROC                    00068900
                                                                        00069000
           WRITE REG-SALDDJJ FROM WS-REG-DDJJ-H                         00069100
                                                                        00069200
           MOVE FS-SALDDJJ TO FS-ACTUAL                                 00069300
           MOVE 'ARCHIVO DECLARACION JURADA' TO WS-ARCHIVO-DESC         00069400
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00069500
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00069600
                                                                        00069700
           ADD 1 TO WS-REG-GRABADOS                                     00069800
           .                                                            00069900
       4000-F-GRABAR-ENCABEZADO. EXIT.                                  00070000
                                                                        00070100
      **************************************                            00070200
      * APERTURA DE ARCHIVOS               *                            00070300
      **************************************                            00070400
       8000-I-APERTURA-ARCHIVOS.                                        00070500
                                                                        00070600
           MOVE '8000-I-APERTURA-ARCHIVOS' TO WS-PARRAFO                00070700
                                                                        00070800
           OPEN OUTPUT SALIDA.                                          00070900
           MOVE FS-SALIDA  TO FS-ACTUAL                                 00071000
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00071100
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00071200
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00071300
                                                                        00071400
           OPEN OUTPUT SALDDJJ.                                         00071500
           MOVE FS-SALDDJJ TO FS-ACTUAL                                 00071600
           MOVE 'ARCHIVO DECLARACION JURADA' TO WS-ARCHIVO-DESC         00071700
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00071800
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00071900
           .                                                            00072000
       8000-F-APERTURA-ARCHIVOS. EXIT.                                  00072100
                                                                        00072200
      **************************************                            00072300
      *  CIERRE DE ARCHIVOS                *                            00072400
      **************************************                            00072500
       8100-I-CIERRE-ARCHIVOS.                                          00072600
                                                                        00072700
           MOVE '8100-I-CIERRE-ARCHIVOS' TO WS-PARRAFO                  00072800
                                                                        00072900
           CLOSE SALIDA.                                                00073000
           MOVE FS-SALIDA  TO FS-ACTUAL                                 00073100
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00073200
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00073300
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00073400
                                                                        00073500
           CLOSE SALDDJJ.                                               00073600
           MOVE FS-SALDDJJ TO FS-ACTUAL                                 00073700
           MOVE 'ARCHIVO DECLARACION JURADA' TO WS-ARCHIVO-DESC         00073800
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00073900
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00074000
           .                                                            00074100
       8100-F-CIERRE-ARCHIVOS. EXIT.                                    00074200
                                                                        00074300
      ***********************************************************       00074400
      *  APERTURA DE CURSOR C1                                  *       00074500
      ***********************************************************       00074600
       8200-I-ABRIR-CURSOR-C1.                                          00074700
                                                                        00074800
           MOVE '8200-I-ABRIR-CURSOR-C1' TO WS-PARRAFO.                 00074900
                                                                        00075000
           EXEC SQL  OPEN C1  END-EXEC                                  00075100
                                                                        00075200
           IF  SQLCODE EQUAL ZEROS                                      00075300
                SET WS-SI-CURSOR           TO TRUE                      00075400
           ELSE                                                         00075500
                PERFORM 9995-I-ERROR-DB2                                00075600
                   THRU 9995-F-ERROR-DB2                                00075700
                SET  WS-FIN-CURSOR  TO TRUE                             00075800
           END-IF.                                                      00075900
                                                                        00076000
       8200-F-ABRIR-CURSOR-C1. EXIT.                                    00076100
                                                                        00076200
      ***********************************************************       00076300
      *  CIERRE DE CURSOR C1                                    *       00076400
      ***********************************************************       00076500
       8300-I-CERRAR-CURSOR-C1.                                         00076600
                                                                        00076700
           MOVE '8300-I-CERRAR-CURSOR-C1' TO WS-PARRAFO.                00076800
                                                                        00076900
           EXEC SQL CLOSE C1  END-EXEC                                  00077000
                                                                        00077100
           IF  SQLCODE EQUAL ZEROS                                      00077200
                CONTINUE                                                00077300
           ELSE                                                         00077400
                PERFORM 9995-I-ERROR-DB2                                00077500
                   THRU 9995-F-ERROR-DB2                                00077600
           END-IF.                                                      00077700
                                                                        00077800
       8300-F-CERRAR-CURSOR-C1. EXIT.                                   00077900
                                                                        00078000
      ***********************************************************       00078100
      *  LECTURA DE CURSOR C1                                   *       00078200
      ***********************************************************       00078300
       8400-I-LEER-CURSOR-C1.                                           00078400
                                                                        00078500
           MOVE '8400-I-LEER-CURSOR-C1' TO WS-PARRAFO.                  00078600
                                                                        00078700
                EXEC SQL                                                00078800
                   FETCH C1                                             00078900
                   INTO  :WS-CUR-MONEDA,                                00079000
                         :WS-CUR-TIPDOC,                                00079100
                         :WS-CUR-NRODOC,                                00079200
                         :WS-CUR-CANT-MOV,                              00079300
                         :WS-CUR-CANT-SIN-BASE,                         00079400
                         :WS-CUR-BASE,                                  00079500
                         :WS-CUR-IMPUESTO                               00079600
                END-EXEC                                                00079700
                                                                        00079800
           EVALUATE TRUE                                                00079900
           WHEN SQLCODE EQUAL ZEROS                                     00080000
                CONTINUE                                                00080100
           WHEN SQLCODE EQUAL +100                                      00080200
                SET  WS-FIN-CURSOR  TO TRUE                             00080300
           WHEN OTHER                                                   00080400
                PERFORM 9995-I-ERROR-DB2                                00080500
                   THRU 9995-F-ERROR-DB2                                00080600
                SET  WS-FIN-CURSOR  TO TRUE                             00080700
           END-EVALUATE.                                                00080800
                                                                        00080900
       8400-F-LEER-CURSOR-C1. EXIT.                                     00081000
                                                                        00081100
      **************************************                            00081200
      *  GRABAR TITULOS                    *                            00081300
      **************************************                            00081400
       9000-I-GRABAR-TITULOS.                                           00081500
                                                                        00081600
           MOVE '9000-I-GRABAR-TITULOS' TO WS-PARRAFO.                  00081700
                                                                        00081800
           ADD 1 TO WS-NRO-PAGINA                                       00081900
                                                                        00082000
           WRITE REG-SALIDA FROM WS-LINEA  AFTER PAGE                   00082100
           WRITE REG-SALIDA FROM WS-TITULO                              00082200
           WRITE REG-SALIDA FROM WS-LINEA                               00082300
           WRITE REG-SALIDA FROM WS-SUBTITULO-LIQ  AFTER 1              00082400
           WRITE REG-SALIDA FROM WS-LINEA                               00082500
                                                                        00082600
           MOVE FS-SALIDA TO FS-ACTUAL                                  00082700
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00082800
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00082900
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00083000
                                                                        00083100
           MOVE 5   TO  WS-CUENTA-LINEA.                                00083200
                                                                        00083300
       9000-F-GRABAR-TITULOS.   EXIT.                                   00083400
                                                                        00083500
      *********************************************************         00083600
      *  ERROR DB2 - INFORMA Y CANCELA EL PROCESO             *         00083700
      *********************************************************         00083800
       9995-I-ERROR-DB2.                                                00083900
                                                                        00084000
           MOVE SQLCODE   TO WS-SQLCODE                                 00084100
           DISPLAY '************************************'               00084200
           DISPLAY '* ERROR DB2   : ' WS-PARRAFO                        00084300
           DISPLAY '* SQLCODE     : ' WS-SQLCODE                        00084400
           DISPLAY '************************************'               00084500
           DISPLAY '* TABLA       : HISTORIAL TBMOVHIS *'               00084600
           DISPLAY '* DESCRIPCION : IMPUESTO DB/CR     *'               00084700
           DISPLAY '************************************'               00084800
           MOVE 9999 TO RETURN-CODE                                     00084900
           SET  WS-FIN-PROCESO TO TRUE                                  00085000
           .                                                            00085100
       9995-F-ERROR-DB2. EXIT.                                          00085200
                                                                        00085300
      *********************************************************         00085400
      *  VALIDACION FILE STATUS ARCHIVO SALIDA LISTADO        *         00085500
      *********************************************************         00085600
       9996-I-VALIDAR-FS-ACTUAL.                                        00085700
           IF FS-ACTUAL  IS NOT EQUAL '00'                              00085800
              DISPLAY '*****************************************'       00085900
              DISPLAY '*     *   FILE STATUS ERROR   *         *'       00086000
              DISPLAY '*****************************************'       00086100
              DISPLAY '* ERROR EN   : ' WS-PARRAFO                      00086200
              DISPLAY '* ARCHIVO    : ' WS-ARCHIVO-DESC                 00086300
              DISPLAY '* ERROR CODE : ' FS-ACTUAL                       00086400
              DISPLAY '*****************************************'       00086500
              MOVE 9999 TO RETURN-CODE                                  00086600
              SET  WS-FIN-PROCESO TO TRUE                               00086700
           ELSE                                                         00086800
              CONTINUE                                                  00086900
           END-IF.                                                      00087000
       9996-F-VALIDAR-FS-ACTUAL. EXIT.                                  00087100
                                                                        00087200
      **************************************                            00087300
      *  CUERPO FINAL CIERRE DE FILES      *                            00087400
      **************************************                            00087500
       9999-I-FINAL.                                                    00087600
      *    UNA CORRIDA RECHAZADA (FECHA DE PROCESO O APERTURA)          00087700
      *    SOLO INFORMA SUS TOTALES POR CONSOLA.                        00087800
           IF WS-ARRANQUE-NO                                            00087900
              GO TO 9999-X-TOTALES                                      00088000
           END-IF                                                       00088100
                                                                        00088200
           PERFORM 8100-I-CIERRE-ARCHIVOS                               00088300
              THRU 8100-F-CIERRE-ARCHIVOS                               00088400
                                                                        00088500
           .                                                            00088600
       9999-X-TOTALES.                                                  00088700
           DISPLAY '**********************************************'.    00088800
           DISPLAY '*  TOTALES DE LIQUIDACION IMPUESTO DB/CR     *'.    00088900
           DISPLAY '**********************************************'.    00089000
           DISPLAY 'PERIODO LIQUIDADO        : ' WS-PERIODO.            00089100
           DISPLAY 'TOTAL MONEDAS            : ' WS-CANT-MONEDAS.       00089200
           DISPLAY 'TOTAL DOCUMENTOS         : ' WS-CANT-DOCUMENTOS.    00089300
           DISPLAY 'TOTAL IMPUESTOS SIN BASE : ' WS-CANT-SIN-BASE.      00089400
           DISPLAY 'TOTAL REG. DECLARACION   : ' WS-REG-GRABADOS.       00089500
           DISPLAY '----------------------------------------------'     00089600
           DISPLAY 'TOTAL REGISTROS GRABADOS   : '  WS-GRABADOS.        00089700
           DISPLAY '**********************************************'.    00089800
                                                                        00089900
       9999-F-FINAL.                                                    00090000
           EXIT.                                                        00090100
      *                                                                 00090200
