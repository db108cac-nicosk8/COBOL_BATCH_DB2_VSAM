       IDENTIFICATION DIVISION.                                         00000100
      *                                                        *        00000200
       PROGRAM-ID. EXAMEN30.                                            00000300
      **********************************************************        00000400
      *                                                        *        00000500
      *  PROGRAMA PARA SQL EMBEBIDO                            *        00000600
      *  POSICION DIARIA DE CAMBIOS: AL CIERRE DEL POSTEO      *        00000700
      *  RESUME LAS PATAS DE CAMBIO DE MONEDA DEL DIA EN       *        00000800
      *  TBMOVHIS POR MONEDA Y SUCURSAL DE LA CUENTA.          *        00000900
      *  LA PATA DEBITO ('XD') ES MONEDA QUE EL BANCO COMPRA   *        00001000
      *  Y LA PATA CREDITO ('XC') MONEDA QUE EL BANCO VENDE.   *        00001100
      *  INFORMA COMPRADO, VENDIDO, POSICION NETA Y SPREAD     *        00001200
      *  GANADO (EN PESOS), CON CORTE Y TOTAL POR MONEDA.      *        00001300
      *  LAS PATAS EN PESOS NO HACEN POSICION Y NO SE LISTAN   *        00001400
      *  (SU SPREAD ES CERO: SE GANA EN LA PATA EN MONEDA).    *        00001500
      *                                                        *        00001600
      **********************************************************        00001700
      *      MANTENIMIENTO DE PROGRAMA                         *        00001800
      **********************************************************        00001900
      *  FECHA   *    DETALLE        * COD *                            00002000
      **************************************                            00002100
      *15/10/26  * VERSION INICIAL   *RVH  *                            00002200
      **************************************                            00002300
       ENVIRONMENT DIVISION.                                            00002400
       CONFIGURATION SECTION.                                           00002500
       SPECIAL-NAMES.                                                   00002600
           DECIMAL-POINT IS COMMA.                                      00002700
                                                                        00002800
       INPUT-OUTPUT SECTION.                                            00002900
       FILE-CONTROL.                                                    00003000
                                                                        00003100
             SELECT SALIDA  ASSIGN DDSALE                               00003200
             FILE STATUS IS FS-SALIDA.                                  00003300
                                                                        00003400
       DATA DIVISION.                                                   00003500
       FILE SECTION.                                                    00003600
       FD SALIDA                                                        00003700
             BLOCK CONTAINS 0 RECORDS                                   00003800
             RECORDING MODE IS F.                                       00003900
                                                                        00004000
       01 REG-SALIDA      PIC X(132).                                   00004100
                                                                        00004200
      **************************************                            00004300
       WORKING-STORAGE SECTION.                                         00004400
      **************************************                            00004500
       77  FILLER          PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.00004600
                                                                        00004700
      ****************************************                          00004800
      * FILE STATUS SALIDA LISTADO Y SQLCODE *                          00004900
      ****************************************                          00005000
       77  FS-SALIDA                PIC XX    VALUE SPACES.             00005100
       77  FS-ACTUAL                PIC XX    VALUE SPACES.             00005200
       77  WS-SQLCODE    PIC +++999 USAGE DISPLAY VALUE ZEROS.          00005300
       77  WS-TS-INICIO             PIC X(26) VALUE SPACES.             00005400
                                                                        00005500
      ****************************************                          00005600
      * FILA DEL CURSOR: UNA POR MONEDA Y    *                          00005700
      * SUCURSAL                             *                          00005800
      ****************************************                          00005900
       01  WS-POSICION.                                                 00006000
           03  WS-POS-MONEDA       PIC X(02)   VALUE SPACES.            00006100
           03  WS-POS-SUCUEN       PIC S9(02)V USAGE COMP-3             00006200
                                               VALUE ZEROS.             00006300
           03  WS-POS-COMPRADO     PIC S9(11)V9(02) USAGE COMP-3        00006400
                                               VALUE ZEROS.             00006500
           03  WS-POS-VENDIDO      PIC S9(11)V9(02) USAGE COMP-3        00006600
                                               VALUE ZEROS.             00006700
           03  WS-POS-SPREAD       PIC S9(11)V9(02) USAGE COMP-3        00006800
                                               VALUE ZEROS.             00006900
           03  WS-POS-PATAS        PIC S9(09)  USAGE COMP               00007000
                                               VALUE ZEROS.             00007100
                                                                        00007200
      ****************************************                          00007300
      * CLAVE DE CORTE POR MONEDA            *                          00007400
      ****************************************                          00007500
       01  WS-CLAVE-CORTE-MONEDA.                                       00007600
           03  WS-MONEDA-ANT       PIC X(02) VALUE SPACES.              00007700
                                                                        00007800
      ****************************************                          00007900
      * CONTADORES                           *                          00008000
      ****************************************                          00008100
       01  WS-CONTADORES.                                               00008200
           03  WS-C1-LEIDOS            PIC 9(05) VALUE ZEROS.           00008300
           03  WS-CANT-MONEDAS         PIC 9(05) VALUE ZEROS.           00008400
           03  WS-CANT-PATAS           PIC 9(07) VALUE ZEROS.           00008500
           03  WS-GRABADOS             PIC 9(05) VALUE ZEROS.           00008600
           03  WS-MON-COMPRADO         PIC S9(11)V9(02) VALUE ZEROS.    00008700
           03  WS-MON-VENDIDO          PIC S9(11)V9(02) VALUE ZEROS.    00008800
           03  WS-MON-SPREAD           PIC S9(11)V9(02) VALUE ZEROS.    00008900
           03  WS-MON-PATAS            PIC 9(07) VALUE ZEROS.           00009000
           03  WS-TOT-SPREAD           PIC S9(11)V9(02) VALUE ZEROS.    00009100
                                                                        00009200
      *****************************************                         00009300
      *  BANDERAS/FLAGS                       *                         00009400
      *****************************************                         00009500
       01  WS-FLAG-PROCESO          PIC X VALUE 'T'.                    00009600
           88  WS-SI-PROCESO           VALUE 'T'.                       00009700
           88  WS-FIN-PROCESO          VALUE 'F'.                       00009800
                                                                        00009900
       01  WS-FLAG-CURSOR           PIC X VALUE 'T'.                    00010000
           88  WS-SI-CURSOR            VALUE 'T'.                       00010100
           88  WS-FIN-CURSOR           VALUE 'F'.                       00010200
                                                                        00010300
      *    LA CORRIDA ARRANCO DE VERDAD (FECHA DE PROCESO VALIDA        00010400
      *    Y ARCHIVOS ABIERTOS): SI NO, EL CIERRE NO DEBE GRABAR        00010500
      *    RESUMEN NI CERRAR ARCHIVOS NUNCA ABIERTOS.                   00010600
       01  WS-FLAG-ARRANQUE         PIC X VALUE 'F'.                    00010700
           88  WS-ARRANQUE-OK          VALUE 'T'.                       00010800
           88  WS-ARRANQUE-NO          VALUE 'F'.                       00010900
                                                                        00011000
      *****************************************                         00011100
      *  VARIABLES AUXILARES.                *                          00011200
      *****************************************                         00011300
       01 WS-AUXILIARES.                                                00011400
          03  WS-PARRAFO            PIC X(30) VALUE SPACES.             00011500
          03  WS-ARCHIVO-DESC       PIC X(30) VALUE SPACES.             00011600
          03  WS-FECHA-AUX          PIC X(10).                          00011700
          03  WS-CUENTA-LINEA       PIC 9(02) VALUE ZEROS.              00011800
          03  WS-FECHA-DB2.                                             00011900
              05 WS-DB2-AAAA        PIC X(04).                          00012000
              05 FILLER             PIC X VALUE '-'.                    00012100
              05 WS-DB2-MM          PIC X(02).                          00012200
              05 FILLER             PIC X VALUE '-'.                    00012300
              05 WS-DB2-DD          PIC X(02).                          00012400
                                                                        00012500
      *****************************************                         00012600
      *   IMPRESION DE TITULOS LISTADO        *                         00012700
      *****************************************                         00012800
       01 WS-LINEA       PIC X(132) VALUE ALL '-'.                      00012900
                                                                        00013000
       01 WS-TITULO.                                                    00013100
          03  FILLER     PIC X(05) VALUE SPACES.                        00013200
          03  WS-TITULO-LEYENDA     PIC X(48) VALUE                     00013300
                     'POSICION DIARIA DE CAMBIOS POR MONEDA Y SUCURSAL'.00013400
          03  FILLER                PIC X(13)    VALUE SPACES.          00013500
          03  FILLER                PIC X(10)    VALUE '   FECHA: '.    00013600
          03  WS-FECHA.                                                 00013700
              05  WS-DD             PIC 9(02).                          00013800
              05  FILLER            PIC X       VALUE '/'.              00013900
              05  WS-MM             PIC 9(02).                          00014000
              05  FILLER            PIC X       VALUE '/'.              00014100
              05  WS-AAAA           PIC 9(04).                          00014200
          03  FILLER                PIC X(20)    VALUE SPACES.          00014300
          03  FILLER                PIC X(13)    VALUE 'NRO. PAGINA: '. 00014400
          03  WS-NRO-PAGINA         PIC 9(02)    VALUE ZEROES.          00014500
          03  FILLER                PIC X(08)    VALUE SPACES.          00014600
                                                                        00014700
      ***************************************************               00014800
      *  SUBTITULOS DE LA POSICION                      *               00014900
      ***************************************************               00015000
       01 WS-SUBTITULO-POSICION.                                        00015100
          03 FILLER                 PIC X     VALUE '|'.                00015200
          03 FILLER                 PIC X(08) VALUE ' MONEDA '.         00015300
          03 FILLER                 PIC X     VALUE '|'.                00015400
          03 FILLER                 PIC X(10) VALUE ' SUCURSAL '.       00015500
          03 FILLER                 PIC X     VALUE '|'.                00015600
          03 FILLER                 PIC X(18) VALUE                     00015700
                         '  COMPRADO (MON.) '.                          00015800
          03 FILLER                 PIC X     VALUE '|'.                00015900
          03 FILLER                 PIC X(18) VALUE                     00016000
                         '  VENDIDO (MON.)  '.                          00016100
          03 FILLER                 PIC X     VALUE '|'.                00016200
          03 FILLER                 PIC X(18) VALUE                     00016300
                         '  POSICION NETA   '.                          00016400
          03 FILLER                 PIC X     VALUE '|'.                00016500
          03 FILLER                 PIC X(18) VALUE                     00016600
                         ' SPREAD (PESOS)   '.                          00016700
          03 FILLER                 PIC X     VALUE '|'.                00016800
          03 FILLER                 PIC X(08) VALUE ' PATAS  '.         00016900
          03 FILLER                 PIC X     VALUE '|'.                00017000
                                                                        00017100
      ***************************************************               00017200
      *  LINEA DE DETALLE POR MONEDA Y SUCURSAL         *               00017300
      ***************************************************               00017400
       01 WS-REG-SALIDA-POS.                                            00017500
          03  FILLER              PIC X         VALUE '|'.              00017600
          03  FILLER              PIC X(03)     VALUE SPACES.           00017700
          03  REG-POS-MONEDA      PIC X(02)     VALUE SPACES.           00017800
          03  FILLER              PIC X(03)     VALUE SPACES.           00017900
          03  FILLER              PIC X         VALUE '|'.              00018000
          03  FILLER              PIC X(03)     VALUE SPACES.           00018100
          03  REG-POS-SUCURSAL    PIC Z(02)     VALUE ZEROS.            00018200
          03  FILLER              PIC X(05)     VALUE SPACES.           00018300
          03  FILLER              PIC X         VALUE '|'.              00018400
          03  REG-POS-COMPRADO    PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.      00018500
          03  FILLER              PIC X(03)     VALUE SPACES.           00018600
          03  FILLER              PIC X         VALUE '|'.              00018700
          03  REG-POS-VENDIDO     PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.      00018800
          03  FILLER              PIC X(03)     VALUE SPACES.           00018900
          03  FILLER              PIC X         VALUE '|'.              00019000
          03  REG-POS-NETO        PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.      00019100
          03  FILLER              PIC X(03)     VALUE SPACES.           00019200
          03  FILLER              PIC X         VALUE '|'.              00019300
          03  REG-POS-SPREAD      PIC $ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.     00019400
          03  FILLER              PIC X(02)     VALUE SPACES.           00019500
          03  FILLER              PIC X         VALUE '|'.              00019600
          03  FILLER              PIC X         VALUE SPACES.           00019700
          03  REG-POS-PATAS       PIC ZZ.ZZ9    VALUE ZEROS.            00019800
          03  FILLER              PIC X         VALUE SPACES.           00019900
          03  FILLER              PIC X         VALUE '|'.              00020000
                                                                        00020100
      ***************************************************               00020200
      *  LINEA DE TOTAL POR MONEDA                      *               00020300
      ***************************************************               00020400
       01 WS-REG-SALIDA-MON.                                            00020500
          03  FILLER              PIC X         VALUE '|'.              00020600
          03  FILLER              PIC X(15)     VALUE                   00020700
                                  ' TOTAL MONEDA '.                     00020800
          03  REG-MON-MONEDA      PIC X(02)     VALUE SPACES.           00020900
          03  FILLER              PIC X(02)     VALUE SPACES.           00021000
          03  FILLER              PIC X         VALUE '|'.              00021100
          03  REG-MON-COMPRADO    PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.      00021200
          03  FILLER              PIC X(03)     VALUE SPACES.           00021300
          03  FILLER              PIC X         VALUE '|'.              00021400
          03  REG-MON-VENDIDO     PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.      00021500
          03  FILLER              PIC X(03)     VALUE SPACES.           00021600
          03  FILLER              PIC X         VALUE '|'.              00021700
          03  REG-MON-NETO        PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.      00021800
          03  FILLER              PIC X(03)     VALUE SPACES.           00021900
          03  FILLER              PIC X         VALUE '|'.              00022000
          03  REG-MON-SPREAD      PIC $ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.     00022100
          03  FILLER              PIC X(02)     VALUE SPACES.           00022200
          03  FILLER              PIC X         VALUE '|'.              00022300
          03  FILLER              PIC X         VALUE SPACES.           00022400
          03  REG-MON-PATAS       PIC ZZ.ZZ9    VALUE ZEROS.            00022500
          03  FILLER              PIC X         VALUE SPACES.           00022600
          03  FILLER              PIC X         VALUE '|'.              00022700
                                                                        00022800
      ***************************************************               00022900
      *  LINEA DE TOTAL DEL DIA: LAS MONEDAS NO SE      *               00023000
      *  SUMAN ENTRE SI, SOLO EL SPREAD (EN PESOS)      *               00023100
      ***************************************************               00023200
       01 WS-REG-SALIDA-TOT.                                            00023300
          03  FILLER              PIC X         VALUE '|'.              00023400
          03  FILLER              PIC X(19)     VALUE                   00023500
                                  ' TOTAL DEL DIA     '.                00023600
          03  FILLER              PIC X         VALUE '|'.              00023700
          03  FILLER              PIC X(18)     VALUE SPACES.           00023800
          03  FILLER              PIC X         VALUE '|'.              00023900
          03  FILLER              PIC X(18)     VALUE SPACES.           00024000
          03  FILLER              PIC X         VALUE '|'.              00024100
          03  FILLER              PIC X(18)     VALUE SPACES.           00024200
          03  FILLER              PIC X         VALUE '|'.              00024300
          03  REG-TOT-SPREAD      PIC $ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.     00024400
          03  FILLER              PIC X(02)     VALUE SPACES.           00024500
          03  FILLER              PIC X         VALUE '|'.              00024600
          03  FILLER              PIC X         VALUE SPACES.           00024700
          03  REG-TOT-PATAS       PIC ZZ.ZZ9    VALUE ZEROS.            00024800
          03  FILLER              PIC X         VALUE SPACES.           00024900
          03  FILLER              PIC X         VALUE '|'.              00025000
                                                                        00025100
      ***************************************************               00025200
      *  LINEA DE DIA SIN OPERACIONES DE CAMBIO         *               00025300
      ***************************************************               00025400
       01 WS-REG-SALIDA-VACIO.                                          00025500
          03  FILLER              PIC X         VALUE '|'.              00025600
          03  FILLER              PIC X(40)     VALUE                   00025700
                         ' SIN OPERACIONES DE CAMBIO EN EL DIA    '.    00025800
          03  FILLER              PIC X         VALUE '|'.              00025900
                                                                        00026000
      *****************************************                         00026100
      *   FIN IMPRESION DE TITULOS LISTADO    *                         00026200
      *****************************************                         00026300
       77  FILLER        PIC X(26) VALUE '* VARIABLES SQL          *'.  00026400
                                                                        00026500
      ********************************************************          00026600
      *  AREA DE COMUNICACION Y DEFINICION SQL DB2           *          00026700
      ********************************************************          00026800
            EXEC SQL                                                    00026900
              INCLUDE SQLCA                                             00027000
            END-EXEC.                                                   00027100
                                                                        00027200
            EXEC SQL                                                    00027300
              INCLUDE TBMOVHIS                                          00027400
            END-EXEC.                                                   00027500
                                                                        00027600
            EXEC SQL                                                    00027700
              INCLUDE TBCURCTA                                          00027800
            END-EXEC.                                                   00027900
                                                                        00028000
            EXEC SQL                                                    00028100
              INCLUDE TBCALEND                                          00028200
            END-EXEC.                                                   00028300
                                                                        00028400
            EXEC SQL                                                    00028500
              INCLUDE TBESTRUN                                          00028600
            END-EXEC.                                                   00028700
                                                                        00028800
      ***************************************************               00028900
      * CURSOR C1 - PATAS DE CAMBIO DEL DIA SUMADAS POR *               00029000
      * MONEDA Y SUCURSAL DE LA CUENTA. 'XD' = COMPRA,  *               00029100
      * 'XC' = VENTA. UNA CUENTA DADA DE BAJA EN EL DIA *               00029200
      * QUEDA EN LA SUCURSAL 0.                         *               00029300
      ***************************************************               00029400
            EXEC SQL                                                    00029500
              DECLARE C1 CURSOR FOR                                     00029600
              SELECT M.MONEDA,                                          00029700
                     COALESCE(C.SUCUEN, 0),                             00029800
                     SUM(CASE WHEN M.TIPMOV = 'XD'                      00029900
                              THEN M.IMPORTE ELSE 0 END),               00030000
                     SUM(CASE WHEN M.TIPMOV = 'XC'                      00030100
                              THEN M.IMPORTE ELSE 0 END),               00030200
                     SUM(M.SPREAD),                                     00030300
                     COUNT(*)                                           00030400
                FROM KC02803.TBMOVHIS M                                 00030500
                LEFT JOIN KC02803.TBCURCTA C                            00030600
                  ON C.TIPCUEN = M.TIPCUEN                              00030700
                 AND C.NROCUEN = M.NROCUEN                              00030800
               WHERE M.FECPROC   = :WS-FECHA-DB2                        00030900
                 AND M.TIPMOV   IN ('XD', 'XC')                         00031000
                 AND M.MONEDA   <> 'PE'                                 00031100
                 AND M.REVERSADO <> 'S'                                 00031200
               GROUP BY M.MONEDA, COALESCE(C.SUCUEN, 0)                 00031300
               ORDER BY 1, 2                                            00031400
            END-EXEC.                                                   00031500
                                                                        00031600
       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.  00031700
                                                                        00031800
      ***************************************************************.  00031900
       PROCEDURE DIVISION.                                              00032000
      **************************************                            00032100
      *  CUERPO PRINCIPAL DEL PROGRAMA     *                            00032200
      **************************************                            00032300
       MAIN-PROGRAM.                                                    00032400
                                                                        00032500
           PERFORM 1000-I-INICIO   THRU                                 00032600
                   1000-F-INICIO.                                       00032700
                                                                        00032800
           PERFORM 2000-I-PROCESO                                       00032900
              THRU 2000-F-PROCESO                                       00033000
             UNTIL WS-FIN-CURSOR OR WS-FIN-PROCESO.                     00033100
                                                                        00033200
           IF WS-ARRANQUE-OK                                            00033300
              PERFORM 5000-I-ULTIMO-CORTE                               00033400
                 THRU 5000-F-ULTIMO-CORTE                               00033500
           END-IF                                                       00033600
                                                                        00033700
           PERFORM 9999-I-FINAL    THRU                                 00033800
                   9999-F-FINAL.                                        00033900
                                                                        00034000
       F-MAIN-PROGRAM. GOBACK.                                          00034100
                                                                        00034200
      **************************************                            00034300
      *  CUERPO INICIO APERTURA ARCHIVOS   *                            00034400
      **************************************                            00034500
       1000-I-INICIO.                                                   00034600
                                                                        00034700
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-AUX                   00034800
           MOVE WS-FECHA-AUX(1:4)     TO WS-AAAA                        00034900
           MOVE WS-FECHA-AUX(5:2)     TO WS-MM                          00035000
           MOVE WS-FECHA-AUX(7:2)     TO WS-DD                          00035100
           MOVE 99 TO WS-CUENTA-LINEA                                   00035200
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TS-INICIO             00035300
                                                                        00035400
           SET WS-SI-PROCESO TO TRUE                                    00035500
                                                                        00035600
           PERFORM 1015-I-OBTENER-FECHA-PROCESO                         00035700
              THRU 1015-F-OBTENER-FECHA-PROCESO                         00035800
           IF WS-FIN-PROCESO                                            00035900
              GO TO 1000-F-INICIO                                       00036000
           END-IF                                                       00036100
                                                                        00036200
           PERFORM 8000-I-APERTURA-ARCHIVOS                             00036300
              THRU 8000-F-APERTURA-ARCHIVOS                             00036400
                                                                        00036500
           IF FS-SALIDA = '00' AND WS-SI-PROCESO                        00036600
              PERFORM 8200-I-ABRIR-CURSOR                               00036700
                 THRU 8200-F-ABRIR-CURSOR                               00036800
              PERFORM 8400-I-LEER-CURSOR                                00036900
                 THRU 8400-F-LEER-CURSOR                                00037000
              SET WS-ARRANQUE-OK TO TRUE                                00037100
           ELSE                                                         00037200
              IF FS-SALIDA NOT = '00'                                   00037300
                 DISPLAY '*********************************'            00037400
                 DISPLAY '* ERROR EN APERTURA DE ARCHIVOS *'            00037500
                 DISPLAY '* POSICION DE CAMBIOS CANCELADA *'            00037600
                 DISPLAY '*********************************'            00037700
              END-IF                                                    00037800
              SET WS-FIN-PROCESO TO TRUE                                00037900
           END-IF                                                       00038000
           .                                                            00038100
       1000-F-INICIO.   EXIT.                                           00038200
                                                                        00038300
      ***********************************************************       00038400
      *  FECHA DE PROCESO DE LA CADENA (TBCALEND):              *       00038500
      *  SE INFORMAN LAS PATAS DE LA FECHA MARCADA FECPROC='S', *       00038600
      *  Y SE RECHAZA LA CORRIDA SI NO HAY FECHA MARCADA O SI   *       00038700
      *  LA FECHA MARCADA NO ES DIA HABIL.                      *       00038800
      ***********************************************************       00038900
       1015-I-OBTENER-FECHA-PROCESO.                                    00039000
                                                                        00039100
           MOVE '1015-I-OBTENER-FECHA-PROC' TO WS-PARRAFO.              00039200
                                                                        00039300
           EXEC SQL                                                     00039400
              SELECT FECHA,                                             00039500
                     DIAHABIL                                           00039600
                INTO :CA-FECHA,                                         00039700
                     :CA-DIAHABIL                                       00039800
                FROM KC02803.TBCALEND                                   00039900
               WHERE FECPROC = 'S'                                      00040000
           END-EXEC                                                     00040100
                                                                        00040200
           EVALUATE TRUE                                                00040300
           WHEN SQLCODE EQUAL ZEROS                                     00040400
                IF CA-DIAHABIL NOT = 'S'                                00040500
                   DISPLAY '*****************************************'  00040600
                   DISPLAY '* LA FECHA DE PROCESO MARCADA EN        *'  00040700
                   DISPLAY '* TBCALEND NO ES UN DIA HABIL           *'  00040800
                   DISPLAY '* FECHA : ' CA-FECHA                        00040900
                   DISPLAY '* LA CORRIDA SE RECHAZA                 *'  00041000
                   DISPLAY '*****************************************'  00041100
                   MOVE 9999 TO RETURN-CODE                             00041200
                   SET  WS-FIN-PROCESO TO TRUE                          00041300
                ELSE                                                    00041400
                   MOVE CA-FECHA(1:4)  TO WS-AAAA                       00041500
                   MOVE CA-FECHA(6:2)  TO WS-MM                         00041600
                   MOVE CA-FECHA(9:2)  TO WS-DD                         00041700
                   MOVE CA-FECHA       TO WS-FECHA-DB2                  00041800
                END-IF                                                  00041900
           WHEN SQLCODE EQUAL +100                                      00042000
                DISPLAY '*****************************************'     00042100
                DISPLAY '* NO HAY FECHA DE PROCESO MARCADA EN    *'     00042200
                DISPLAY '* TBCALEND (FECPROC = S)                *'     00042300
                DISPLAY '* LA CORRIDA SE RECHAZA                 *'     00042400
                DISPLAY '*****************************************'     00042500
                MOVE 9999 TO RETURN-CODE                                00042600
                SET  WS-FIN-PROCESO TO TRUE                             00042700
           WHEN OTHER                                                   00042800
                MOVE SQLCODE   TO WS-SQLCODE                            00042900
                DISPLAY '************************************'          00043000
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00043100
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00043200
                DISPLAY '************************************'          00043300
                DISPLAY '* TABLA       : CALENDARIO TBCALEND*'          00043400
                DISPLAY '* DESCRIPCION : FECHA DE PROCESO   *'          00043500
                DISPLAY '************************************'          00043600
                MOVE 9999 TO RETURN-CODE                                00043700
                SET  WS-FIN-PROCESO TO TRUE                             00043800
           END-EVALUATE.                                                00043900
                                                                        00044000
       1015-F-OBTENER-FECHA-PROCESO. EXIT.                              00044100
                                                                        00044200
      ***********************************************                   00044300
      *  PROCESO DE UNA FILA (MONEDA Y SUCURSAL)    *                   00044400
      ***********************************************                   00044500
       2000-I-PROCESO.                                                  00044600
                                                                        00044700
           IF WS-MONEDA-ANT NOT = SPACES                                00044800
              AND WS-MONEDA-ANT NOT = WS-POS-MONEDA                     00044900
                PERFORM 2100-I-CORTE-MONEDA                             00045000
                   THRU 2100-F-CORTE-MONEDA                             00045100
           END-IF                                                       00045200
           MOVE WS-POS-MONEDA TO WS-MONEDA-ANT                          00045300
                                                                        00045400
           PERFORM 2200-I-IMPRIMIR-DETALLE                              00045500
              THRU 2200-F-IMPRIMIR-DETALLE                              00045600
                                                                        00045700
           ADD WS-POS-COMPRADO TO WS-MON-COMPRADO                       00045800
           ADD WS-POS-VENDIDO  TO WS-MON-VENDIDO                        00045900
           ADD WS-POS-SPREAD   TO WS-MON-SPREAD                         00046000
           ADD WS-POS-PATAS    TO WS-MON-PATAS                          00046100
                                                                        00046200
           PERFORM 8400-I-LEER-CURSOR                                   00046300
              THRU 8400-F-LEER-CURSOR                                   00046400
           .                                                            00046500
       2000-F-PROCESO. EXIT.                                            00046600
                                                                        00046700
      ******************************************************************00046800
      * CORTE DE CLAVE DE MONEDA: TOTAL DE LA MONEDA Y ACUMULADO DEL    00046900
      * SPREAD DEL DIA                                                  00047000
      ******************************************************************00047100
       2100-I-CORTE-MONEDA.                                             00047200
                                                                        00047300
           MOVE '2100-I-CORTE-MONEDA' TO WS-PARRAFO.                    00047400
                                                                        00047500
           MOVE WS-MONEDA-ANT   TO REG-MON-MONEDA                       00047600
           MOVE WS-MON-COMPRADO TO REG-MON-COMPRADO                     00047700
           MOVE WS-MON-VENDIDO  TO REG-MON-VENDIDO                      00047800
           COMPUTE REG-MON-NETO = WS-MON-COMPRADO - WS-MON-VENDIDO      00047900
           MOVE WS-MON-SPREAD   TO REG-MON-SPREAD                       00048000
           MOVE WS-MON-PATAS    TO REG-MON-PATAS                        00048100
                                                                        00048200
           IF WS-CUENTA-LINEA > 50                                      00048300
                PERFORM 9000-I-GRABAR-TITULOS                           00048400
                   THRU 9000-F-GRABAR-TITULOS                           00048500
           END-IF                                                       00048600
                                                                        00048700
           WRITE REG-SALIDA FROM WS-LINEA  AFTER 1                      00048800
           WRITE REG-SALIDA FROM WS-REG-SALIDA-MON  AFTER 1             00048900
           WRITE REG-SALIDA FROM WS-LINEA  AFTER 1                      00049000
                                                                        00049100
           MOVE FS-SALIDA TO FS-ACTUAL                                  00049200
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00049300
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00049400
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00049500
                                                                        00049600
           ADD 1 TO WS-GRABADOS                                         00049700
           ADD 3 TO WS-CUENTA-LINEA                                     00049800
           ADD 1 TO WS-CANT-MONEDAS                                     00049900
                                                                        00050000
           ADD WS-MON-SPREAD TO WS-TOT-SPREAD                           00050100
           ADD WS-MON-PATAS  TO WS-CANT-PATAS                           00050200
                                                                        00050300
           MOVE 0 TO WS-MON-COMPRADO                                    00050400
           MOVE 0 TO WS-MON-VENDIDO                                     00050500
           MOVE 0 TO WS-MON-SPREAD                                      00050600
           MOVE 0 TO WS-MON-PATAS                                       00050700
           .                                                            00050800
       2100-F-CORTE-MONEDA. EXIT.                                       00050900
                                                                        00051000
      ***********************************************************       00051100
      *  LINEA DE DETALLE DE UNA MONEDA EN UNA SUCURSAL         *       00051200
      ***********************************************************       00051300
       2200-I-IMPRIMIR-DETALLE.                                         00051400
                                                                        00051500
           MOVE '2200-I-IMPRIMIR-DETALLE' TO WS-PARRAFO.                00051600
                                                                        00051700
           MOVE WS-POS-MONEDA   TO REG-POS-MONEDA                       00051800
           MOVE WS-POS-SUCUEN   TO REG-POS-SUCURSAL                     00051900
           MOVE WS-POS-COMPRADO TO REG-POS-COMPRADO                     00052000
           MOVE WS-POS-VENDIDO  TO REG-POS-VENDIDO                      00052100
           COMPUTE REG-POS-NETO = WS-POS-COMPRADO - WS-POS-VENDIDO      00052200
           MOVE WS-POS-SPREAD   TO REG-POS-SPREAD                       00052300
           MOVE WS-POS-PATAS    TO REG-POS-PATAS                        00052400
                                                                        00052500
           IF WS-CUENTA-LINEA > 50                                      00052600
                PERFORM 9000-I-GRABAR-TITULOS                           00052700
                   THRU 9000-F-GRABAR-TITULOS                           00052800
           END-IF                                                       00052900
                                                                        00053000
           WRITE REG-SALIDA FROM WS-REG-SALIDA-POS  AFTER 1             00053100
                                                                        00053200
           MOVE FS-SALIDA TO FS-ACTUAL                                  00053300
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00053400
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00053500
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00053600
                                                                        00053700
           ADD 1 TO WS-GRABADOS                                         00053800
           ADD 1 TO WS-CUENTA-LINEA                                     00053900
           .                                                            00054000
       2200-F-IMPRIMIR-DETALLE. EXIT.                                   00054100
                                                                        00054200
      *****************************************                         00054300
      *  ULTIMO CORTE CUANDO SALE DEL PROCESO *                         00054400
      *  Y TOTAL DEL DIA (UN DIA SIN CAMBIOS  *                         00054500
      *  IGUAL EMITE EL LISTADO)              *                         00054600
      *****************************************                         00054700
       5000-I-ULTIMO-CORTE.                                             00054800
                                                                        00054900
           MOVE '5000-I-ULTIMO-CORTE' TO WS-PARRAFO.                    00055000
                                                                        00055100
           IF WS-MONEDA-ANT NOT = SPACES                                00055200
              PERFORM 2100-I-CORTE-MONEDA                               00055300
                 THRU 2100-F-CORTE-MONEDA                               00055400
           END-IF                                                       00055500
                                                                        00055600
           IF WS-FIN-PROCESO                                            00055700
              GO TO 5000-F-ULTIMO-CORTE                                 00055800
           END-IF                                                       00055900
                                                                        00056000
           IF WS-CUENTA-LINEA > 50                                      00056100
                PERFORM 9000-I-GRABAR-TITULOS                           00056200
                   THRU 9000-F-GRABAR-TITULOS                           00056300
           END-IF                                                       00056400
                                                                        00056500
           IF WS-C1-LEIDOS = ZEROS                                      00056600
              WRITE REG-SALIDA FROM WS-REG-SALIDA-VACIO  AFTER 1        00056700
           ELSE                                                         00056800
              MOVE WS-TOT-SPREAD TO REG-TOT-SPREAD                      00056900
              MOVE WS-CANT-PATAS TO REG-TOT-PATAS                       00057000
              WRITE REG-SALIDA FROM WS-REG-SALIDA-TOT  AFTER 1          00057100
           END-IF                                                       00057200
           WRITE REG-SALIDA FROM WS-LINEA  AFTER 1                      00057300
                                                                        00057400
           MOVE FS-SALIDA TO FS-ACTUAL                                  00057500
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00057600
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00057700
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00057800
                                                                        00057900
           ADD 1 TO WS-GRABADOS                                         00058000
           .                                                            00058100
       5000-F-ULTIMO-CORTE. EXIT.                                       00058200
                                                                        00058300
      **************************************                            00058400
      * APERTURA DE ARCHIVOS               *                            00058500
      **************************************                            00058600
       8000-I-APERTURA-ARCHIVOS.                                        00058700
                                                                        00058800
           MOVE '8000-I-APERTURA-ARCHIVOS' TO WS-PARRAFO                00058900
                                                                        00059000
           OPEN OUTPUT SALIDA.                                          00059100
           MOVE FS-SALIDA  TO FS-ACTUAL                                 00059200
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00059300
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00059400
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00059500
           .                                                            00059600
       8000-F-APERTURA-ARCHIVOS. EXIT.                                  00059700
                                                                        00059800
      **************************************                            00059900
      *  CIERRE DE ARCHIVOS                *                            00060000
      **************************************                            00060100
       8100-I-CIERRE-ARCHIVOS.                                          00060200
                                                                        00060300
           MOVE '8100-I-CIERRE-ARCHIVOS' TO WS-PARRAFO                  00060400
                                                                        00060500
           PERFORM 8300-I-CERRAR-CURSOR                                 00060600
              THRU 8300-F-CERRAR-CURSOR                                 00060700
                                                                        00060800
           CLOSE SALIDA.                                                00060900
           MOVE FS-SALIDA  TO FS-ACTUAL                                 00061000
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00061100
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00061200
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00061300
           .                                                            00061400
       8100-F-CIERRE-ARCHIVOS. EXIT.                                    00061500
                                                                        00061600
      ***********************************************************       00061700
      *  APERTURA DE CURSOR                                     *       00061800
      ***********************************************************       00061900
       8200-I-ABRIR-CURSOR.                                             00062000
                                                                        00062100
           MOVE '8200-I-ABRIR-CURSOR' TO WS-PARRAFO.                    00062200
                                                                        00062300
           EXEC SQL  OPEN C1  END-EXEC                                  00062400
                                                                        00062500
           IF  SQLCODE EQUAL ZEROS                                      00062600
                SET WS-SI-CURSOR           TO TRUE                      00062700
           ELSE                                                         00062800
                PERFORM 9995-I-ERROR-DB2                                00062900
                   THRU 9995-F-ERROR-DB2                                00063000
                SET  WS-FIN-CURSOR  TO TRUE                             00063100
           END-IF.                                                      00063200
                                                                        00063300
       8200-F-ABRIR-CURSOR. EXIT.                                       00063400
                                                                        00063500
      ***********************************************************       00063600
      *  CIERRE DE CURSOR                                       *       00063700
      ***********************************************************       00063800
       8300-I-CERRAR-CURSOR.                                            00063900
                                                                        00064000
           MOVE '8300-I-CERRAR-CURSOR' TO WS-PARRAFO.                   00064100
                                                                        00064200
           EXEC SQL CLOSE C1  END-EXEC                                  00064300
                                                                        00064400
           IF  SQLCODE EQUAL ZEROS                                      00064500
                CONTINUE                                                00064600
           ELSE                                                         00064700
                PERFORM 9995-I-ERROR-DB2                                00064800
                   THRU 9995-F-ERROR-DB2                                00064900
           END-IF.                                                      00065000
                                                                        00065100
       8300-F-CERRAR-CURSOR. EXIT.                                      00065200
                                                                        00065300
      ***********************************************************       00065400
      *  LECTURA DE CURSOR                                      *       00065500
      ***********************************************************       00065600
       8400-I-LEER-CURSOR.                                              00065700
                                                                        00065800
           MOVE '8400-I-LEER-CURSOR' TO WS-PARRAFO.                     00065900
                                                                        00066000
                EXEC SQL                                                00066100
                   FETCH C1                                             00066200
                   INTO  :WS-POS-MONEDA,                                00066300
                         :WS-POS-SUCUEN,                                00066400
                         :WS-POS-COMPRADO,                              00066500
                         :WS-POS-VENDIDO,                               00066600
                         :WS-POS-SPREAD,                                00066700
                         :WS-POS-PATAS                                  00066800
                END-EXEC                                                00066900
                                                                        00067000
           EVALUATE TRUE                                                00067100
           WHEN SQLCODE EQUAL ZEROS                                     00067200
                ADD 1 TO WS-C1-LEIDOS                                   00067300
           WHEN SQLCODE EQUAL +100                                      00067400
                SET  WS-FIN-CURSOR  TO TRUE                             00067500
           WHEN OTHER                                                   00067600
                PERFORM 9995-I-ERROR-DB2                                00067700
                   THRU 9995-F-ERROR-DB2                                00067800
                SET  WS-FIN-CURSOR  TO TRUE                             00067900
           END-EVALUATE.                                                00068000
                                                                        00068100
       8400-F-LEER-CURSOR. EXIT.                                        00068200
                                                                        00068300
      **************************************                            00068400
      *  GRABAR TITULOS                    *                            00068500
      **************************************                            00068600
       9000-I-GRABAR-TITULOS.                                           00068700
                                                                        00068800
           MOVE '9000-I-GRABAR-TITULOS' TO WS-PARRAFO.                  00068900
                                                                        00069000
           ADD 1 TO WS-NRO-PAGINA                                       00069100
                                                                        00069200
           WRITE REG-SALIDA FROM WS-LINEA  AFTER PAGE                   00069300
           WRITE REG-SALIDA FROM WS-TITULO                              00069400
           WRITE REG-SALIDA FROM WS-LINEA                               00069500
           WRITE REG-SALIDA FROM WS-SUBTITULO-POSICION  AFTER 1         00069600
           WRITE REG-SALIDA FROM WS-LINEA                               00069700
                                                                        00069800
           MOVE FS-SALIDA TO FS-ACTUAL                                  00069900
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00070000
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00070100
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00070200
                                                                        00070300
           MOVE 5   TO  WS-CUENTA-LINEA.                                00070400
                                                                        00070500
       9000-F-GRABAR-TITULOS.   EXIT.                                   00070600
                                                                        00070700
      *********************************************************         00070800
      *  ERROR DB2 - INFORMA Y CANCELA EL PROCESO             *         00070900
      *********************************************************         00071000
       9995-I-ERROR-DB2.                                                00071100
                                                                        00071200
           MOVE SQLCODE   TO WS-SQLCODE                                 00071300
           DISPLAY '************************************'               00071400
           DISPLAY '* ERROR DB2   : ' WS-PARRAFO                        00071500
           DISPLAY '* SQLCODE     : ' WS-SQLCODE                        00071600
           DISPLAY '************************************'               00071700
           DISPLAY '* TABLA       : MOVIM. TBMOVHIS    *'               00071800
           DISPLAY '* DESCRIPCION : POSICION CAMBIOS   *'               00071900
           DISPLAY '************************************'               00072000
           MOVE 9999 TO RETURN-CODE                                     00072100
           SET  WS-FIN-PROCESO TO TRUE                                  00072200
           SET  WS-FIN-CURSOR  TO TRUE                                  00072300
           .                                                            00072400
       9995-F-ERROR-DB2. EXIT.                                          00072500
                                                                        00072600
      *********************************************************         00072700
      *  VALIDACION FILE STATUS ARCHIVO SALIDA LISTADO        *         00072800
      *********************************************************         00072900
       9996-I-VALIDAR-FS-ACTUAL.                                        00073000
           IF FS-ACTUAL  IS NOT EQUAL '00'                              00073100
              DISPLAY '*****************************************'       00073200
              DISPLAY '*     *   FILE STATUS ERROR   *         *'       00073300
              DISPLAY '*****************************************'       00073400
              DISPLAY '* ERROR EN   : ' WS-PARRAFO                      00073500
              DISPLAY '* ARCHIVO    : ' WS-ARCHIVO-DESC                 00073600
              DISPLAY '* ERROR CODE : ' FS-ACTUAL                       00073700
              DISPLAY '*****************************************'       00073800
              MOVE 9999 TO RETURN-CODE                                  00073900
              SET  WS-FIN-PROCESO TO TRUE                               00074000
           ELSE                                                         00074100
              CONTINUE                                                  00074200
           END-IF.                                                      00074300
       9996-F-VALIDAR-FS-ACTUAL. EXIT.                                  00074400
                                                                        00074500
      ***********************************************************       00074600
      *  ESTADISTICAS DE LA CORRIDA                             *       00074700
      ***********************************************************       00074800
       9950-I-GRABAR-ESTADISTICAS.                                      00074900
                                                                        00075000
           MOVE 'EXAMEN30' TO ER-PROGRAMA                               00075100
                                                                        00075200
           MOVE 'REG-CURSOR-LEIDOS ' TO ER-CONTADOR                     00075300
           MOVE WS-C1-LEIDOS TO ER-VALOR                                00075400
           PERFORM 9955-I-INSERT-ESTADISTICA                            00075500
              THRU 9955-F-INSERT-ESTADISTICA                            00075600
                                                                        00075700
           MOVE 'MONEDAS-INFORMADAS' TO ER-CONTADOR                     00075800
           MOVE WS-CANT-MONEDAS TO ER-VALOR                             00075900
           PERFORM 9955-I-INSERT-ESTADISTICA                            00076000
              THRU 9955-F-INSERT-ESTADISTICA                            00076100
                                                                        00076200
           MOVE 'PATAS-CAMBIO      ' TO ER-CONTADOR                     00076300
           MOVE WS-CANT-PATAS TO ER-VALOR                               00076400
           PERFORM 9955-I-INSERT-ESTADISTICA                            00076500
              THRU 9955-F-INSERT-ESTADISTICA                            00076600
                                                                        00076700
           MOVE 'SPREAD-GANADO     ' TO ER-CONTADOR                     00076800
           MOVE WS-TOT-SPREAD TO ER-VALOR                               00076900
           PERFORM 9955-I-INSERT-ESTADISTICA                            00077000
              THRU 9955-F-INSERT-ESTADISTICA                            00077100
           .                                                            00077200
       9950-F-GRABAR-ESTADISTICAS. EXIT.                                00077300
                                                                        00077400
      ***********************************************************       00077500
      *  GRABACION DE LAS ESTADISTICAS DE LA CORRIDA EN         *       00077600
      *  KC02803.TBESTRUN (UNA FILA POR CONTADOR). UNA          *       00077700
      *  RECORRIDA DEL MISMO DIA PISA LOS VALORES ANTERIORES.   *       00077800
      ***********************************************************       00077900
       9955-I-INSERT-ESTADISTICA.                                       00078000
                                                                        00078100
           MOVE '9955-I-INSERT-ESTADISTICA' TO WS-PARRAFO.              00078200
                                                                        00078300
           MOVE WS-FECHA-DB2 TO ER-FECPROC                              00078400
           MOVE WS-TS-INICIO TO ER-TSINICIO                             00078500
           MOVE FUNCTION CURRENT-DATE(1:21) TO ER-TSFIN                 00078600
                                                                        00078700
           EXEC SQL                                                     00078800
              INSERT INTO KC02803.TBESTRUN                              00078900
                     (FECPROC, PROGRAMA, CONTADOR,                      00079000
                      VALOR, TSINICIO, TSFIN)                           00079100
              VALUES (:ER-FECPROC,                                      00079200
                      :ER-PROGRAMA,                                     00079300
                      :ER-CONTADOR,                                     00079400
                      :ER-VALOR,                                        00079500
                      :ER-TSINICIO,                                     00079600
                      :ER-TSFIN)                                        00079700
           END-EXEC                                                     00079800
                                                                        00079900
           EVALUATE TRUE                                                00080000
           WHEN SQLCODE EQUAL ZEROS                                     00080100
                CONTINUE                                                00080200
           WHEN SQLCODE EQUAL -803                                      00080300
      *         RECORRIDA DEL MISMO DIA: SE ACTUALIZA LA FILA.          00080400
                EXEC SQL                                                00080500
                   UPDATE KC02803.TBESTRUN                              00080600
                      SET VALOR    = :ER-VALOR,                         00080700
                          TSINICIO = :ER-TSINICIO,                      00080800
                          TSFIN    = :ER-TSFIN                          00080900
                    WHERE FECPROC  = :ER-FECPROC                        00081000
                      AND PROGRAMA = :ER-PROGRAMA                       00081100
                      AND CONTADOR = :ER-CONTADOR                       00081200
                END-EXEC                                                00081300
                IF SQLCODE NOT EQUAL ZEROS                              00081400
                   PERFORM 9956-I-ERROR-ESTADISTICA                     00081500
                      THRU 9956-F-ERROR-ESTADISTICA                     00081600
                END-IF                                                  00081700
           WHEN OTHER                                                   00081800
                PERFORM 9956-I-ERROR-ESTADISTICA                        00081900
                   THRU 9956-F-ERROR-ESTADISTICA                        00082000
           END-EVALUATE.                                                00082100
                                                                        00082200
       9955-F-INSERT-ESTADISTICA. EXIT.                                 00082300
                                                                        00082400
       9956-I-ERROR-ESTADISTICA.                                        00082500
                                                                        00082600
           MOVE SQLCODE   TO WS-SQLCODE                                 00082700
           DISPLAY '************************************'               00082800
           DISPLAY '* ERROR DB2   : ' WS-PARRAFO                        00082900
           DISPLAY '* SQLCODE     : ' WS-SQLCODE                        00083000
           DISPLAY '************************************'               00083100
           DISPLAY '* TABLA       : ESTADIST. TBESTRUN *'               00083200
           DISPLAY '* DESCRIPCION : GRABA ESTADISTICA  *'               00083300
           DISPLAY '************************************'               00083400
           MOVE 9999 TO RETURN-CODE                                     00083500
           .                                                            00083600
       9956-F-ERROR-ESTADISTICA. EXIT.                                  00083700
                                                                        00083800
      **************************************                            00083900
      *  CUERPO FINAL CIERRE DE FILES      *                            00084000
      **************************************                            00084100
       9999-I-FINAL.                                                    00084200
      *    UNA CORRIDA RECHAZADA (FECHA DE PROCESO O APERTURA)          00084300
      *    SOLO INFORMA SUS TOTALES POR CONSOLA.                        00084400
           IF WS-ARRANQUE-NO                                            00084500
              GO TO 9999-X-TOTALES                                      00084600
           END-IF                                                       00084700
                                                                        00084800
      *    LOS CONTADORES SE PERSISTEN EN TBESTRUN PARA QUE EL          00084900
      *    CONTROL DE CIERRE (EXAMEN17) DETECTE UNA POSICION DEL        00085000
      *    DIA AUSENTE. UNA CORRIDA CORTADA POR ERROR NO GRABA.         00085100
           IF RETURN-CODE NOT = 9999                                    00085200
              PERFORM 9950-I-GRABAR-ESTADISTICAS                        00085300
                 THRU 9950-F-GRABAR-ESTADISTICAS                        00085400
           END-IF                                                       00085500
                                                                        00085600
           PERFORM 8100-I-CIERRE-ARCHIVOS                               00085700
              THRU 8100-F-CIERRE-ARCHIVOS                               00085800
                                                                        00085900
           .                                                            00086000
       9999-X-TOTALES.                                                  00086100
           DISPLAY '**********************************************'.    00086200
           DISPLAY '*  TOTALES DE POSICION DIARIA DE CAMBIOS     *'.    00086300
           DISPLAY '**********************************************'.    00086400
           DISPLAY 'TOTAL REG. CURSOR LEIDOS : ' WS-C1-LEIDOS.          00086500
           DISPLAY 'TOTAL MONEDAS INFORMADAS : ' WS-CANT-MONEDAS.       00086600
           DISPLAY 'TOTAL PATAS DE CAMBIO    : ' WS-CANT-PATAS.         00086700
           DISPLAY 'TOTAL SPREAD GANADO      : ' WS-TOT-SPREAD.         00086800
           DISPLAY '----------------------------------------------'     00086900
           DISPLAY 'TOTAL REGISTROS GRABADOS   : '  WS-GRABADOS.        00087000
           DISPLAY '**********************************************'.    00087100
                                                                        00087200
       9999-F-FINAL.                                                    00087300
           EXIT.                                                        00087400
      *                                                                 00087500
