       IDENTIFICATION DIVISION.                                         00000100
      *                                                        *        00000200
       PROGRAM-ID. EXAMEN32.                                            00000300
      **********************************************************        00000400
      *                                                        *        00000500
      *  PROGRAMA PARA SQL EMBEBIDO                            *        00000600
      *  CERTIFICADO ANUAL DE INTERESES Y CARGOS POR CLIENTE   *        00000700
      *  E INFORMACION PARA EL ORGANISMO RECAUDADOR:           *        00000800
      *  - ARMA LA BASE DEL ANIO CALENDARIO EN TBCERANU POR    *        00000900
      *    CUENTA Y MONEDA: INTERESES 'IN' Y CUOTAS DE         *        00001000
      *    MANTENIMIENTO 'MA' DE EXAMEN6 E IMPUESTO A LOS      *        00001100
      *    DEBITOS Y CREDITOS 'IM' DE EXAMEN2, TOMADOS DE      *        00001200
      *    TBMOVHIS (ORIGEN 'H') Y DEL RESGUARDO QUE EXAMEN16  *        00001300
      *    SACO DE TBMOVHIS (DDHIST, ORIGEN 'R')               *        00001400
      *  - RESUELVE CADA CUENTA A SU CLIENTE (TBCURCTA O LA    *        00001500
      *    ULTIMA FOTO DE TBSALDIA SI LA CUENTA YA NO ESTA) Y  *        00001600
      *    A SU DOCUMENTO TIPDOC/NRODOC (TBCURCLI)             *        00001700
      *  - EMITE UN CERTIFICADO POR CLIENTE CON SU DOMICILIO   *        00001800
      *    (TBDOMCLI) Y UNA LINEA POR MONEDA, VALORIZADA EN    *        00001900
      *    PESOS A LA COTIZACION DEL CIERRE DEL ANIO (DDSALE)  *        00002000
      *  - GRABA EL ARCHIVO DE FORMATO FIJO PARA EL ORGANISMO  *        00002100
      *    RECAUDADOR (DDINFO, REGISTROS 'H' ENCABEZADO / 'D'  *        00002200
      *    DOCUMENTO Y MONEDA / 'T' TRAILER CON LOS TOTALES    *        00002300
      *    EN PESOS).                                          *        00002400
      *                                                        *        00002500
      **********************************************************        00002600
      *      MANTENIMIENTO DE PROGRAMA                         *        00002700
      **********************************************************        00002800
      *  FECHA   *    DETALLE        * COD *                            00002900
      **************************************                            00003000
      *15/10/26  * VERSION INICIAL   *RVH  *                            00003010
      *15/10/26  * IMPUESTO SIN LOS  *RVH  *                            00003020
      *          * 'IM' REVERSADOS   *     *                            00003100
      **************************************                            00003200
       ENVIRONMENT DIVISION.                                            00003300
       CONFIGURATION SECTION.                                           00003400
       SPECIAL-NAMES.                                                   00003500
           DECIMAL-POINT IS COMMA.                                      00003600
                                                                        00003700
       INPUT-OUTPUT SECTION.                                            00003800
       FILE-CONTROL.                                                    00003900
                                                                        00004000
             SELECT RESGUARDO ASSIGN DDHIST                             00004100
             FILE STATUS IS FS-RESGUARDO.                               00004200
                                                                        00004300
             SELECT SALIDA  ASSIGN DDSALE                               00004400
             FILE STATUS IS FS-SALIDA.                                  00004500
                                                                        00004600
             SELECT SALINFO ASSIGN DDINFO                               00004700
             FILE STATUS IS FS-SALINFO.                                 00004800
                                                                        00004900
       DATA DIVISION.                                                   00005000
       FILE SECTION.                                                    00005100
       FD RESGUARDO                                                     00005200
             BLOCK CONTAINS 0 RECORDS                                   00005300
             RECORDING MODE IS F.                                       00005400
                                                                        00005500
       01 REG-RESGUARDO   PIC X(54).                                    00005600
                                                                        00005700
       FD SALIDA                                                        00005800
             BLOCK CONTAINS 0 RECORDS                                   00005900
             RECORDING MODE IS F.                                       00006000
                                                                        00006100
       01 REG-SALIDA      PIC X(132).                                   00006200
                                                                        00006300
       FD SALINFO                                                       00006400
             BLOCK CONTAINS 0 RECORDS                                   00006500
             RECORDING MODE IS F.                                       00006600
                                                                        00006700
       01 REG-SALINFO     PIC X(120).                                   00006800
                                                                        00006900
      **************************************                            00007000
       WORKING-STORAGE SECTION.                                         00007100
      **************************************                            00007200
       77  FILLER          PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.00007300
                                                                        00007400
      ****************************************                          00007500
      * FILE STATUS DE ARCHIVOS Y SQLCODE    *                          00007600
      ****************************************                          00007700
       77  FS-RESGUARDO             PIC XX    VALUE SPACES.             00007800
       77  FS-SALIDA                PIC XX    VALUE SPACES.             00007900
       77  FS-SALINFO               PIC XX    VALUE SPACES.             00008000
       77  FS-ACTUAL                PIC XX    VALUE SPACES.             00008100
       77  WS-SQLCODE    PIC +++999 USAGE DISPLAY VALUE ZEROS.          00008200
                                                                        00008300
      ****************************************                          00008400
      * CONTADORES                           *                          00008500
      ****************************************                          00008600
       01  WS-CONTADORES.                                               00008700
           03  WS-RES-LEIDOS           PIC 9(07) VALUE ZEROS.           00008800
           03  WS-RES-DEL-ANIO         PIC 9(07) VALUE ZEROS.           00008900
           03  WS-RES-FILAS            PIC 9(05) VALUE ZEROS.           00009000
           03  WS-HIS-FILAS            PIC 9(05) VALUE ZEROS.           00009100
           03  WS-FILAS-BORRADAS       PIC 9(05) VALUE ZEROS.           00009200
           03  WS-CTAS-SIN-CLIENTE     PIC 9(05) VALUE ZEROS.           00009300
           03  WS-CANT-CERTIFICADOS    PIC 9(05) VALUE ZEROS.           00009400
           03  WS-CANT-SIN-IDENTIF     PIC 9(05) VALUE ZEROS.           00009500
           03  WS-CANT-SIN-COTIZA      PIC 9(03) VALUE ZEROS.           00009600
           03  WS-GRABADOS             PIC 9(05) VALUE ZEROS.           00009700
           03  WS-REG-GRABADOS         PIC 9(05) VALUE ZEROS.           00009800
                                                                        00009900
      *    ACUMULADOS DEL CLIENTE EN CURSO (CORTE DE CONTROL), EN       00010000
      *    PESOS                                                        00010100
       01  WS-TOTALES-CLIENTE.                                          00010200
           03  WS-CLI-CANT-MOV         PIC 9(07) VALUE ZEROS.           00010300
           03  WS-CLI-INTERES          PIC S9(11)V9(02) VALUE ZEROS.    00010400
           03  WS-CLI-CARGOS           PIC S9(11)V9(02) VALUE ZEROS.    00010500
           03  WS-CLI-IMPUESTO         PIC S9(11)V9(02) VALUE ZEROS.    00010600
                                                                        00010700
      *    ACUMULADOS DE LA CORRIDA PARA EL TRAILER, EN PESOS           00010800
       01  WS-TOTALES-INFORME.                                          00010900
           03  WS-INF-CANT-D           PIC 9(07) VALUE ZEROS.           00011000
           03  WS-INF-CANT-DOC         PIC 9(07) VALUE ZEROS.           00011100
           03  WS-INF-CANT-MOV         PIC 9(09) VALUE ZEROS.           00011200
           03  WS-INF-INTERES          PIC S9(13)V9(02) VALUE ZEROS.    00011300
           03  WS-INF-CARGOS           PIC S9(13)V9(02) VALUE ZEROS.    00011400
           03  WS-INF-IMPUESTO         PIC S9(13)V9(02) VALUE ZEROS.    00011500
                                                                        00011600
      *****************************************                         00011700
      *  BANDERAS/FLAGS                       *                         00011800
      *****************************************                         00011900
       01  WS-FLAG-PROCESO          PIC X VALUE 'T'.                    00012000
           88  WS-SI-PROCESO           VALUE 'T'.                       00012100
           88  WS-FIN-PROCESO          VALUE 'F'.                       00012200
                                                                        00012300
       01  WS-FLAG-CURSOR           PIC X VALUE 'T'.                    00012400
           88  WS-SI-CURSOR            VALUE 'T'.                       00012500
           88  WS-FIN-CURSOR           VALUE 'F'.                       00012600
                                                                        00012700
       01  WS-FLAG-RESGUARDO        PIC X VALUE 'T'.                    00012800
           88  WS-SI-RESGUARDO         VALUE 'T'.                       00012900
           88  WS-FIN-RESGUARDO        VALUE 'F'.                       00013000
                                                                        00013100
      *    HAY UNA CUENTA Y MONEDA DEL RESGUARDO ACUMULANDOSE QUE       00013200
      *    TODAVIA NO SE GRABO EN TBCERANU                              00013300
       01  WS-FLAG-ACUMULADO        PIC X VALUE 'F'.                    00013400
           88  WS-ACUMULADO-SI         VALUE 'T'.                       00013500
           88  WS-ACUMULADO-NO         VALUE 'F'.                       00013600
                                                                        00013700
      *    LA CORRIDA ARRANCO DE VERDAD (FECHA DE PROCESO VALIDA        00013800
      *    Y ARCHIVOS ABIERTOS): SI NO, EL CIERRE NO DEBE GRABAR        00013900
      *    RESUMEN NI CERRAR ARCHIVOS NUNCA ABIERTOS.                   00014000
       01  WS-FLAG-ARRANQUE         PIC X VALUE 'F'.                    00014100
           88  WS-ARRANQUE-OK          VALUE 'T'.                       00014200
           88  WS-ARRANQUE-NO          VALUE 'F'.                       00014300
                                                                        00014400
      *****************************************                         00014500
      *  PARAMETRO DE EJECUCION (SYSIN)       *                         00014600
      *  COL  1-4  : ANIO 'AAAA'. EN BLANCO = *                         00014700
      *              ANIO ANTERIOR AL DE LA   *                         00014800
      *              FECHA DE PROCESO. EL     *                         00014900
      *              ANIO DEBE ESTAR CERRADO. *                         00015000
      *****************************************                         00015100
       01  WS-PARM-ENTRADA.                                             00015200
           03  WS-PARM-ANIO         PIC X(04) VALUE SPACES.             00015300
           03  FILLER               PIC X(76) VALUE SPACES.             00015400
                                                                        00015500
      *    EL ANIO VA DEL 1 DE ENERO AL 31 DE DICIEMBRE INCLUSIVE;      00015600
      *    LA COTIZACION DE CIERRE ES LA ULTIMA <= 31 DE DICIEMBRE.     00015700
       01  WS-RANGO-SELECCION.                                          00015800
           03  WS-ANIO              PIC X(04) VALUE SPACES.             00015900
           03  WS-ANIO-NUM REDEFINES WS-ANIO                            00016000
                                    PIC 9(04).                          00016100
           03  WS-ANIO-PROCESO      PIC 9(04) VALUE ZEROS.              00016200
           03  WS-FEC-DESDE.                                            00016300
               05  WS-FEC-DESDE-AAAA    PIC X(04) VALUE SPACES.         00016400
               05  FILLER               PIC X(06) VALUE '-01-01'.       00016500
           03  WS-FEC-HASTA.                                            00016600
               05  WS-FEC-HASTA-AAAA    PIC X(04) VALUE SPACES.         00016700
               05  FILLER               PIC X(06) VALUE '-12-31'.       00016800
                                                                        00016900
      *****************************************                         00017000
      *  REGISTRO DEL RESGUARDO DE TBMOVHIS   *                         00017100
      *  (MISMO FORMATO QUE GRABA EXAMEN16)   *                         00017200
      *****************************************                         00017300
       01  WS-REG-RESGUARDO.                                            00017400
           03  RES-TIPCUEN          PIC X(02).                          00017500
           03  RES-NROCUEN          PIC 9(05).                          00017600
           03  RES-FECPROC.                                             00017700
               05  RES-FECPROC-AAAA PIC X(04).                          00017800
               05  FILLER           PIC X(06).                          00017900
           03  RES-NROSEC           PIC 9(09).                          00018000
           03  RES-TIPMOV           PIC X(02).                          00018100
           03  RES-MONEDA           PIC X(02).                          00018200
           03  RES-IMPORTE          PIC S9(5)V9(2)                      00018300
                                    SIGN LEADING SEPARATE.              00018400
           03  RES-SALDOANT         PIC S9(5)V9(2)                      00018500
                                    SIGN LEADING SEPARATE.              00018600
           03  RES-SALDOPOS         PIC S9(5)V9(2)                      00018700
                                    SIGN LEADING SEPARATE.              00018800
                                                                        00018900
      *    CUENTA Y MONEDA DEL RESGUARDO QUE SE ESTA ACUMULANDO:        00019000
      *    CADA GENERACION VIENE EN ORDEN DE CUENTA, ASI QUE SE         00019100
      *    GRABA UNA VEZ POR CORTE (UNA CUENTA QUE REAPARECE EN         00019200
      *    OTRA GENERACION SE SUMA A SU FILA).                          00019300
       01  WS-ACUMULADO-RESGUARDO.                                      00019400
           03  WS-ACU-TIPCUEN       PIC X(02) VALUE SPACES.             00019500
           03  WS-ACU-NROCUEN       PIC 9(05) VALUE ZEROS.              00019600
           03  WS-ACU-MONEDA        PIC X(02) VALUE SPACES.             00019700
           03  WS-ACU-CANTMOV       PIC S9(05) VALUE ZEROS.             00019800
           03  WS-ACU-INTERES       PIC S9(07)V9(02) VALUE ZEROS.       00019900
           03  WS-ACU-CARGOS        PIC S9(07)V9(02) VALUE ZEROS.       00020000
           03  WS-ACU-IMPUESTO      PIC S9(07)V9(02) VALUE ZEROS.       00020100
                                                                        00020200
      *****************************************                         00020300
      *  VARIABLES AUXILARES.                *                          00020400
      *****************************************                         00020500
       01 WS-AUXILIARES.                                                00020600
          03  WS-PARRAFO            PIC X(30) VALUE SPACES.             00020700
          03  WS-ARCHIVO-DESC       PIC X(30) VALUE SPACES.             00020800
          03  WS-DB2-TABLA          PIC X(19) VALUE SPACES.             00020900
          03  WS-DB2-DESCRIP        PIC X(17) VALUE SPACES.             00021000
          03  WS-FECHA-AUX          PIC X(10).                          00021100
          03  WS-CUENTA-LINEA       PIC 9(02) VALUE ZEROS.              00021200
          03  WS-MONEDA-BUSCADA     PIC X(02) VALUE SPACES.             00021300
                                                                        00021400
      *    CLAVE DE CORTE POR CLIENTE: DOCUMENTO Y NUMERO DE CLIENTE    00021500
       01 WS-CLAVE-CLIENTE.                                             00021600
          03  WS-CLA-TIPDOC         PIC X(02) VALUE SPACES.             00021700
          03  WS-CLA-NRODOC         PIC S9(11)V USAGE COMP-3            00021800
                                              VALUE ZEROS.              00021900
          03  WS-CLA-NROCLI         PIC S9(03)V USAGE COMP-3            00022000
                                              VALUE ZEROS.              00022100
                                                                        00022200
      *    FILA DEL CURSOR: UN CLIENTE EN UNA MONEDA                    00022300
       01 WS-FILA-CURSOR.                                               00022400
          03  WS-CUR-TIPDOC         PIC X(02) VALUE SPACES.             00022500
          03  WS-CUR-NRODOC         PIC S9(11)V USAGE COMP-3            00022600
                                              VALUE ZEROS.              00022700
          03  WS-CUR-NROCLI         PIC S9(03)V USAGE COMP-3            00022800
                                              VALUE ZEROS.              00022900
          03  WS-CUR-NOMAPE         PIC X(30) VALUE SPACES.             00023000
          03  WS-CUR-MONEDA         PIC X(02) VALUE SPACES.             00023100
          03  WS-CUR-CANT-MOV       PIC S9(09) USAGE COMP               00023200
                                              VALUE ZEROS.              00023300
          03  WS-CUR-INTERES        PIC S9(09)V9(02) USAGE COMP-3       00023400
                                              VALUE ZEROS.              00023500
          03  WS-CUR-CARGOS         PIC S9(09)V9(02) USAGE COMP-3       00023600
                                              VALUE ZEROS.              00023700
          03  WS-CUR-IMPUESTO       PIC S9(09)V9(02) USAGE COMP-3       00023800
                                              VALUE ZEROS.              00023900
                                                                        00024000
      *    IMPORTES DE LA MONEDA EN CURSO VALORIZADOS EN PESOS          00024100
       01 WS-VALORES-PESOS.                                             00024200
          03  WS-PES-INTERES        PIC S9(11)V9(02) USAGE COMP-3       00024300
                                              VALUE ZEROS.              00024400
          03  WS-PES-CARGOS         PIC S9(11)V9(02) USAGE COMP-3       00024500
                                              VALUE ZEROS.              00024600
          03  WS-PES-IMPUESTO       PIC S9(11)V9(02) USAGE COMP-3       00024700
                                              VALUE ZEROS.              00024800
                                                                        00024900
      *    CACHE DE COTIZACIONES (TBCOTIZA) AL CIERRE DEL ANIO          00025000
       01  WS-COTIZACIONES.                                             00025100
           03  WS-COT-ENTRADA OCCURS 5 TIMES.                           00025200
               05  WS-COT-MONEDA       PIC X(02).                       00025300
               05  WS-COT-VALOR        PIC S9(05)V9(04).                00025400
               05  WS-COT-FALTA        PIC X(01).                       00025500
                                                                        00025600
       77  WS-COT-IDX          PIC S9(04) USAGE COMP VALUE ZEROS.       00025700
       77  WS-COTIZA-APLICADA  PIC S9(05)V9(04) USAGE COMP-3            00025800
                                          VALUE ZEROS.                  00025900
      *    'S' = LA MONEDA NO TIENE COTIZACION CARGADA AL CIERRE        00026000
       77  WS-COTIZA-FALTA     PIC X(01) VALUE SPACES.                  00026010
                                                                        00026100
      *    EL CONTRASIENTO DE UN 'IM' (EXAMEN2) SE NUMERA COMO EL 'IM', 00026110
      *    CON EL NROSEC DE SU NOVEDAD MAS ESTE DESPLAZAMIENTO: ES EL   00026120
      *    UNICO 'RV' CON NROSEC DESDE ESE VALOR.                       00026130
       77  WS-DESPLAZ-NROSEC-IMP PIC 9(09) VALUE 100000000.             00026140
                                                                        00026200
      *****************************************                         00026300
      *   IMPRESION DE TITULOS LISTADO        *                         00026400
      *****************************************                         00026500
       01 WS-LINEA       PIC X(132) VALUE ALL '-'.                      00026600
                                                                        00026700
       01 WS-TITULO.                                                    00026800
          03  FILLER     PIC X(05) VALUE SPACES.                        00026900
          03  FILLER                PIC X(40) VALUE                     00027000
              'CERTIFICADO DE INTERESES Y CARGOS - ANIO'.               00027100
          03  FILLER                PIC X(01)    VALUE SPACES.          00027200
          03  WS-TITULO-ANIO        PIC X(04)    VALUE SPACES.          00027300
          03  FILLER                PIC X(16)    VALUE SPACES.          00027400
          03  FILLER                PIC X(10)    VALUE '   FECHA: '.    00027500
          03  WS-FECHA.                                                 00027600
              05  WS-DD             PIC 9(02).                          00027700
              05  FILLER            PIC X       VALUE '/'.              00027800
              05  WS-MM             PIC 9(02).                          00027900
              05  FILLER            PIC X       VALUE '/'.              00028000
              05  WS-AAAA           PIC 9(04).                          00028100
          03  FILLER                PIC X(20)    VALUE SPACES.          00028200
          03  FILLER                PIC X(13)    VALUE 'NRO. PAGINA: '. 00028300
          03  WS-NRO-PAGINA         PIC 9(04)    VALUE ZEROES.          00028400
          03  FILLER                PIC X(09)    VALUE SPACES.          00028500
                                                                        00028600
      ***************************************************               00028700
      *  ENCABEZADO DEL CERTIFICADO: CLIENTE, DOCUMENTO *               00028800
      *  Y NOMBRE                                       *               00028900
      ***************************************************               00029000
       01 WS-REG-CLIENTE.                                               00029100
          03  FILLER              PIC X(09)     VALUE ' CLIENTE:'.      00029200
          03  FILLER              PIC X         VALUE SPACES.           00029300
          03  REG-CLI-NROCLI      PIC ZZ9       VALUE ZEROS.            00029400
          03  FILLER              PIC X(13)     VALUE '  DOCUMENTO: '.  00029500
          03  REG-CLI-TIPDOC      PIC X(02)     VALUE SPACES.           00029600
          03  FILLER              PIC X         VALUE '-'.              00029700
          03  REG-CLI-NRODOC      PIC 9(11)     VALUE ZEROS.            00029800
          03  FILLER              PIC X(10)     VALUE '  NOMBRE: '.     00029900
          03  REG-CLI-NOMAPE      PIC X(30)     VALUE SPACES.           00030000
                                                                        00030100
      ***************************************************               00030200
      *  DOMICILIO Y CONTACTO DEL CLIENTE (TBDOMCLI)    *               00030300
      ***************************************************               00030400
       01 WS-REG-DOMICILIO.                                             00030500
          03  FILLER              PIC X(12)     VALUE ' DOMICILIO: '.   00030600
          03  REG-DOM-DOMICILIO   PIC X(30)     VALUE SPACES.           00030700
          03  FILLER              PIC X(09)     VALUE '  EMAIL: '.      00030800
          03  REG-DOM-EMAIL       PIC X(25)     VALUE SPACES.           00030900
          03  FILLER              PIC X(07)     VALUE '  SUC: '.        00031000
          03  REG-DOM-SUCURSAL    PIC Z(02)     VALUE ZEROS.            00031100
                                                                        00031200
      ***************************************************               00031300
      *  LEYENDA DEL CERTIFICADO                        *               00031400
      ***************************************************               00031500
       01 WS-REG-LEYENDA-1.                                             00031600
          03  FILLER              PIC X(05)     VALUE SPACES.           00031700
          03  FILLER              PIC X(40)     VALUE                   00031800
              'SE CERTIFICAN LOS INTERESES ACREDITADOS,'.               00031900
          03  FILLER              PIC X(40)     VALUE                   00032000
              ' LOS CARGOS DE MANTENIMIENTO Y EL IMPUES'.               00032100
          03  FILLER              PIC X(40)     VALUE                   00032200
              'TO A LOS DEBITOS Y CREDITOS BANCARIOS   '.               00032300
                                                                        00032400
       01 WS-REG-LEYENDA-2.                                             00032500
          03  FILLER              PIC X(05)     VALUE SPACES.           00032600
          03  FILLER              PIC X(40)     VALUE                   00032700
              'DEBITADOS EN SUS CUENTAS ENTRE EL 01/01/'.               00032800
          03  REG-LEY-ANIO-DESDE  PIC X(04)     VALUE SPACES.           00032900
          03  FILLER              PIC X(12)     VALUE                   00033000
              ' Y EL 31/12/'.                                           00033100
          03  REG-LEY-ANIO-HASTA  PIC X(04)     VALUE SPACES.           00033200
          03  FILLER              PIC X(40)     VALUE                   00033300
              ', POR MONEDA Y VALORIZADOS EN PESOS A LA'.               00033400
          03  FILLER              PIC X(25)     VALUE                   00033500
              ' COTIZACION DE CIERRE.   '.                              00033600
                                                                        00033700
      ***************************************************               00033800
      *  SUBTITULOS DEL DETALLE POR MONEDA              *               00033900
      ***************************************************               00034000
       01 WS-SUBTITULO-CER.                                             00034100
          03 FILLER                 PIC X     VALUE '|'.                00034200
          03 FILLER                 PIC X(05) VALUE ' MON '.            00034300
          03 FILLER                 PIC X     VALUE '|'.                00034400
          03 FILLER                 PIC X(06) VALUE ' MOV. '.           00034500
          03 FILLER                 PIC X     VALUE '|'.                00034600
          03 FILLER                 PIC X(15) VALUE                     00034700
             '   INTERESES   '.                                         00034800
          03 FILLER                 PIC X     VALUE '|'.                00034900
          03 FILLER                 PIC X(15) VALUE                     00035000
             '  CARGOS MANT. '.                                         00035100
          03 FILLER                 PIC X     VALUE '|'.                00035200
          03 FILLER                 PIC X(15) VALUE                     00035300
             '  IMPUESTO D/C '.                                         00035400
          03 FILLER                 PIC X     VALUE '|'.                00035500
          03 FILLER                 PIC X(11) VALUE                     00035600
             ' COTIZACION'.                                             00035700
          03 FILLER                 PIC X     VALUE '|'.                00035800
          03 FILLER                 PIC X(18) VALUE                     00035900
             '  INTERESES EN $  '.                                      00036000
          03 FILLER                 PIC X     VALUE '|'.                00036100
          03 FILLER                 PIC X(18) VALUE                     00036200
             '   CARGOS EN $    '.                                      00036300
          03 FILLER                 PIC X     VALUE '|'.                00036400
          03 FILLER                 PIC X(18) VALUE                     00036500
             '  IMPUESTO EN $   '.                                      00036600
          03 FILLER                 PIC X     VALUE '|'.                00036700
                                                                        00036800
      ***************************************************               00036900
      *  LINEA DE DETALLE DEL CERTIFICADO (MONEDA)      *               00037000
      ***************************************************               00037100
       01 WS-REG-SALIDA-CER.                                            00037200
          03  FILLER              PIC X         VALUE '|'.              00037300
          03  FILLER              PIC X         VALUE SPACES.           00037400
          03  REG-CER-MONEDA      PIC X(02)     VALUE SPACES.           00037500
          03  FILLER              PIC X(02)     VALUE SPACES.           00037600
          03  FILLER              PIC X         VALUE '|'.              00037700
          03  REG-CER-CANTMOV     PIC ZZZZ9     VALUE ZEROS.            00037800
          03  FILLER              PIC X         VALUE SPACES.           00037900
          03  FILLER              PIC X         VALUE '|'.              00038000
          03  REG-CER-INTERES     PIC $ZZ.ZZZ.ZZ9,99- VALUE ZEROS.      00038100
          03  FILLER              PIC X         VALUE '|'.              00038200
          03  REG-CER-CARGOS      PIC $ZZ.ZZZ.ZZ9,99- VALUE ZEROS.      00038300
          03  FILLER              PIC X         VALUE '|'.              00038400
          03  REG-CER-IMPUESTO    PIC $ZZ.ZZZ.ZZ9,99- VALUE ZEROS.      00038500
          03  FILLER              PIC X         VALUE '|'.              00038600
          03  REG-CER-COTIZA      PIC ZZ.ZZ9,9999 VALUE ZEROS.          00038700
          03  FILLER              PIC X         VALUE '|'.              00038800
          03  REG-CER-PES-INTERES PIC $Z.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.   00038900
          03  FILLER              PIC X         VALUE '|'.              00039000
          03  REG-CER-PES-CARGOS  PIC $Z.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.   00039100
          03  FILLER              PIC X         VALUE '|'.              00039200
          03  REG-CER-PES-IMPTO   PIC $Z.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.   00039300
          03  FILLER              PIC X         VALUE '|'.              00039400
                                                                        00039500
      ***************************************************               00039600
      *  PIE DEL CERTIFICADO: TOTAL DEL CLIENTE EN      *               00039700
      *  PESOS (BAJO LAS COLUMNAS EN PESOS)             *               00039800
      ***************************************************               00039900
       01 WS-REG-PIE-CER.                                               00040000
          03  FILLER              PIC X         VALUE '|'.              00040100
          03  FILLER              PIC X         VALUE SPACES.           00040200
          03  REG-PIE-LEYENDA     PIC X(71)     VALUE SPACES.           00040300
          03  FILLER              PIC X         VALUE '|'.              00040400
          03  REG-PIE-PES-INTERES PIC $Z.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.   00040500
          03  FILLER              PIC X         VALUE '|'.              00040600
          03  REG-PIE-PES-CARGOS  PIC $Z.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.   00040700
          03  FILLER              PIC X         VALUE '|'.              00040800
          03  REG-PIE-PES-IMPTO   PIC $Z.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.   00040900
          03  FILLER              PIC X         VALUE '|'.              00041000
                                                                        00041100
      ***************************************************               00041200
      *  LINEA DE TEXTO (OBSERVACIONES DEL CERTIFICADO) *               00041300
      ***************************************************               00041400
       01 WS-REG-TEXTO.                                                 00041500
          03  FILLER              PIC X(05)     VALUE SPACES.           00041600
          03  REG-TXT-TEXTO       PIC X(127)    VALUE SPACES.           00041700
                                                                        00041800
      ***************************************************               00041900
      *  REGISTROS DEL INFORME AL ORGANISMO RECAUDADOR  *               00042000
      *  'H' ENCABEZADO CON EL ANIO                     *               00042100
      *  'D' DOCUMENTO Y MONEDA: MOVIMIENTOS, IMPORTES  *               00042200
      *      EN LA MONEDA, COTIZACION Y PESOS           *               00042300
      *  'T' TRAILER CON LOS TOTALES EN PESOS           *               00042400
      ***************************************************               00042500
       01 WS-REG-INFO-H.                                                00042600
          03  REG-H-TIPO          PIC X         VALUE 'H'.              00042700
          03  REG-H-ANIO          PIC X(04)     VALUE SPACES.           00042800
          03  REG-H-FECPROC       PIC X(10)     VALUE SPACES.           00042900
          03  REG-H-INFORME       PIC X(30)     VALUE                   00043000
              'INTERESES Y CARGOS BANCARIOS  '.                         00043100
          03  FILLER              PIC X(75)     VALUE SPACES.           00043200
                                                                        00043300
       01 WS-REG-INFO-D.                                                00043400
          03  REG-D-TIPO          PIC X         VALUE 'D'.              00043500
          03  REG-D-ANIO          PIC X(04)     VALUE SPACES.           00043600
          03  REG-D-TIPDOC        PIC X(02)     VALUE SPACES.           00043700
          03  REG-D-NRODOC        PIC 9(11)     VALUE ZEROS.            00043800
          03  REG-D-MONEDA        PIC X(02)     VALUE SPACES.           00043900
          03  REG-D-CANTMOV       PIC 9(05)     VALUE ZEROS.            00044000
          03  REG-D-INTERES       PIC S9(09)V9(02)                      00044100
                                  SIGN LEADING SEPARATE VALUE ZEROS.    00044200
          03  REG-D-CARGOS        PIC S9(09)V9(02)                      00044300
                                  SIGN LEADING SEPARATE VALUE ZEROS.    00044400
          03  REG-D-IMPUESTO      PIC S9(09)V9(02)                      00044500
                                  SIGN LEADING SEPARATE VALUE ZEROS.    00044600
          03  REG-D-COTIZA        PIC 9(05)V9(04) VALUE ZEROS.          00044700
          03  REG-D-PES-INTERES   PIC S9(11)V9(02)                      00044800
                                  SIGN LEADING SEPARATE VALUE ZEROS.    00044900
          03  REG-D-PES-CARGOS    PIC S9(11)V9(02)                      00045000
                                  SIGN LEADING SEPARATE VALUE ZEROS.    00045100
          03  REG-D-PES-IMPUESTO  PIC S9(11)V9(02)                      00045200
                                  SIGN LEADING SEPARATE VALUE ZEROS.    00045300
          03  FILLER              PIC X(08)     VALUE SPACES.           00045400
                                                                        00045500
       01 WS-REG-INFO-T.                                                00045600
          03  REG-T-TIPO          PIC X         VALUE 'T'.              00045700
          03  REG-T-ANIO          PIC X(04)     VALUE SPACES.           00045800
          03  REG-T-CANT-D        PIC 9(07)     VALUE ZEROS.            00045900
          03  REG-T-CANT-DOC      PIC 9(07)     VALUE ZEROS.            00046000
          03  REG-T-CANTMOV       PIC 9(09)     VALUE ZEROS.            00046100
          03  REG-T-PES-INTERES   PIC S9(13)V9(02)                      00046200
                                  SIGN LEADING SEPARATE VALUE ZEROS.    00046300
          03  REG-T-PES-CARGOS    PIC S9(13)V9(02)                      00046400
                                  SIGN LEADING SEPARATE VALUE ZEROS.    00046500
          03  REG-T-PES-IMPUESTO  PIC S9(13)V9(02)                      00046600
                                  SIGN LEADING SEPARATE VALUE ZEROS.    00046700
          03  FILLER              PIC X(44)     VALUE SPACES.           00046800
                                                                        00046900
      *****************************************                         00047000
      *   FIN IMPRESION DE TITULOS LISTADO    *                         00047100
      *****************************************                         00047200
                                                                        00047300
       77  FILLER        PIC X(26) VALUE '* VARIABLES SQL          *'.  00047400
                                                                        00047500
      ********************************************************          00047600
      *  AREA DE COMUNICACION Y DEFINICION SQL DB2           *          00047700
      ********************************************************          00047800
            EXEC SQL                                                    00047900
              INCLUDE SQLCA                                             00048000
            END-EXEC.                                                   00048100
                                                                        00048200
            EXEC SQL                                                    00048300
              INCLUDE TBCERANU                                          00048400
            END-EXEC.                                                   00048500
                                                                        00048600
            EXEC SQL                                                    00048700
              INCLUDE TBCURCLI                                          00048800
            END-EXEC.                                                   00048900
                                                                        00049000
            EXEC SQL                                                    00049100
              INCLUDE TBDOMCLI                                          00049200
            END-EXEC.                                                   00049300
                                                                        00049400
            EXEC SQL                                                    00049500
              INCLUDE TBCOTIZA                                          00049600
            END-EXEC.                                                   00049700
                                                                        00049800
            EXEC SQL                                                    00049900
              INCLUDE TBCALEND                                          00050000
            END-EXEC.                                                   00050100
                                                                        00050200
      ***************************************************               00050300
      * CURSOR C1 - BASE DEL ANIO POR CLIENTE Y MONEDA, *               00050400
      * EN ORDEN DE DOCUMENTO PARA EL CORTE POR CLIENTE.*               00050500
      * LAS FILAS DE TBMOVHIS ('H') Y DEL RESGUARDO     *               00050600
      * ('R') DE UNA CUENTA SE SUMAN. LA CUENTA SIN     *               00050700
      * CLIENTE EN TBCURCLI SALE CON DOCUMENTO EN CERO. *               00050800
      ***************************************************               00050900
            EXEC SQL                                                    00051000
              DECLARE C1 CURSOR FOR                                     00051100
              SELECT COALESCE(C.TIPDOC, '  '),                          00051200
                     COALESCE(C.NRODOC, 0),                             00051300
                     A.NROCLI,                                          00051400
                     COALESCE(C.NOMAPE, ' '),                           00051500
                     A.MONEDA,                                          00051600
                     SUM(A.CANTMOV),                                    00051700
                     SUM(A.INTERES),                                    00051800
                     SUM(A.CARGOS),                                     00051900
                     SUM(A.IMPUESTO)                                    00052000
                FROM KC02803.TBCERANU A                                 00052100
                LEFT JOIN KC02803.TBCURCLI C                            00052200
                  ON C.NROCLI = A.NROCLI                                00052300
               WHERE A.ANIO = :WS-ANIO                                  00052400
               GROUP BY COALESCE(C.TIPDOC, '  '),                       00052500
                        COALESCE(C.NRODOC, 0),                          00052600
                        A.NROCLI,                                       00052700
                        COALESCE(C.NOMAPE, ' '),                        00052800
                        A.MONEDA                                        00052900
               ORDER BY 1, 2, 3, 5                                      00053000
            END-EXEC.                                                   00053100
                                                                        00053200
       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.  00053300
                                                                        00053400
      ***************************************************************.  00053500
       PROCEDURE DIVISION.                                              00053600
      **************************************                            00053700
      *  CUERPO PRINCIPAL DEL PROGRAMA     *                            00053800
      **************************************                            00053900
       MAIN-PROGRAM.                                                    00054000
                                                                        00054100
           PERFORM 1000-I-INICIO   THRU                                 00054200
                   1000-F-INICIO.                                       00054300
                                                                        00054400
           IF WS-SI-PROCESO                                             00054500
              PERFORM 2000-I-ARMAR-BASE                                 00054600
                 THRU 2000-F-ARMAR-BASE                                 00054700
           END-IF                                                       00054800
                                                                        00054900
           IF WS-SI-PROCESO                                             00055000
              PERFORM 3000-I-CERTIFICADOS                               00055100
                 THRU 3000-F-CERTIFICADOS                               00055200
           END-IF                                                       00055300
                                                                        00055400
           PERFORM 9999-I-FINAL    THRU                                 00055500
                   9999-F-FINAL.                                        00055600
                                                                        00055700
       F-MAIN-PROGRAM. GOBACK.                                          00055800
                                                                        00055900
      **************************************                            00056000
      *  CUERPO INICIO APERTURA ARCHIVOS   *                            00056100
      **************************************                            00056200
       1000-I-INICIO.                                                   00056300
                                                                        00056400
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-AUX                   00056500
           MOVE WS-FECHA-AUX(1:4)     TO WS-AAAA                        00056600
           MOVE WS-FECHA-AUX(5:2)     TO WS-MM                          00056700
           MOVE WS-FECHA-AUX(7:2)     TO WS-DD                          00056800
                                                                        00056900
           MOVE 99 TO WS-CUENTA-LINEA                                   00057000
           INITIALIZE WS-COTIZACIONES                                   00057100
           SET WS-SI-PROCESO TO TRUE                                    00057200
                                                                        00057300
           PERFORM 1015-I-OBTENER-FECHA-PROCESO                         00057400
              THRU 1015-F-OBTENER-FECHA-PROCESO                         00057500
           IF WS-FIN-PROCESO                                            00057600
              GO TO 1000-F-INICIO                                       00057700
           END-IF                                                       00057800
                                                                        00057900
           PERFORM 1005-I-LEER-PARM                                     00058000
              THRU 1005-F-LEER-PARM                                     00058100
           IF WS-FIN-PROCESO                                            00058200
              GO TO 1000-F-INICIO                                       00058300
           END-IF                                                       00058400
                                                                        00058500
           PERFORM 8000-I-APERTURA-ARCHIVOS                             00058600
              THRU 8000-F-APERTURA-ARCHIVOS                             00058700
                                                                        00058800
           IF FS-RESGUARDO = '00' AND FS-SALIDA = '00'                  00058900
                                  AND FS-SALINFO = '00'                 00059000
                                  AND WS-SI-PROCESO                     00059100
              SET WS-ARRANQUE-OK TO TRUE                                00059200
           ELSE                                                         00059300
              IF FS-RESGUARDO NOT = '00' OR FS-SALIDA NOT = '00'        00059400
                                         OR FS-SALINFO NOT = '00'       00059500
                 DISPLAY '*********************************'            00059600
                 DISPLAY '* ERROR EN APERTURA DE ARCHIVOS *'            00059700
                 DISPLAY '* CERTIFICADOS CANCELADOS       *'            00059800
                 DISPLAY '*********************************'            00059900
              END-IF                                                    00060000
              SET WS-FIN-PROCESO TO TRUE                                00060100
              GO TO 1000-F-INICIO                                       00060200
           END-IF                                                       00060300
                                                                        00060400
           PERFORM 4000-I-GRABAR-ENCABEZADO                             00060500
              THRU 4000-F-GRABAR-ENCABEZADO                             00060600
           .                                                            00060700
       1000-F-INICIO.   EXIT.                                           00060800
                                                                        00060900
      ***********************************************************       00061000
      *  FECHA DE PROCESO DE LA CADENA (TBCALEND):              *       00061100
      *  SE PROCESA Y ESTAMPA CON LA FECHA MARCADA FECPROC='S', *       00061200
      *  Y SE RECHAZA LA CORRIDA SI NO HAY FECHA MARCADA O SI   *       00061300
      *  LA FECHA MARCADA NO ES DIA HABIL.                      *       00061400
      ***********************************************************       00061500
       1015-I-OBTENER-FECHA-PROCESO.                                    00061600
                                                                        00061700
           MOVE '1015-I-OBTENER-FECHA-PROC' TO WS-PARRAFO.              00061800
                                                                        00061900
           EXEC SQL                                                     00062000
              SELECT FECHA,                                             00062100
                     DIAHABIL                                           00062200
                INTO :CA-FECHA,                                         00062300
                     :CA-DIAHABIL                                       00062400
                FROM KC02803.TBCALEND                                   00062500
               WHERE FECPROC = 'S'                                      00062600
           END-EXEC                                                     00062700
                                                                        00062800
           EVALUATE TRUE                                                00062900
           WHEN SQLCODE EQUAL ZEROS                                     00063000
                IF CA-DIAHABIL NOT = 'S'                                00063100
                   DISPLAY '*****************************************'  00063200
                   DISPLAY '* LA FECHA DE PROCESO MARCADA EN        *'  00063300
                   DISPLAY '* TBCALEND NO ES UN DIA HABIL           *'  00063400
                   DISPLAY '* FECHA : ' CA-FECHA                        00063500
                   DISPLAY '* LA CORRIDA SE RECHAZA                 *'  00063600
                   DISPLAY '*****************************************'  00063700
                   MOVE 9999 TO RETURN-CODE                             00063800
                   SET  WS-FIN-PROCESO TO TRUE                          00063900
                ELSE                                                    00064000
                   MOVE CA-FECHA(1:4)  TO WS-AAAA                       00064100
                   MOVE CA-FECHA(6:2)  TO WS-MM                         00064200
                   MOVE CA-FECHA(9:2)  TO WS-DD                         00064300
                END-IF                                                  00064400
           WHEN SQLCODE EQUAL +100                                      00064500
                DISPLAY '*****************************************'     00064600
                DISPLAY '* NO HAY FECHA DE PROCESO MARCADA EN    *'     00064700
                DISPLAY '* TBCALEND (FECPROC = S)                *'     00064800
                DISPLAY '* LA CORRIDA SE RECHAZA                 *'     00064900
                DISPLAY '*****************************************'     00065000
                MOVE 9999 TO RETURN-CODE                                00065100
                SET  WS-FIN-PROCESO TO TRUE                             00065200
           WHEN OTHER                                                   00065300
                MOVE SQLCODE   TO WS-SQLCODE                            00065400
                DISPLAY '************************************'          00065500
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00065600
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00065700
                DISPLAY '************************************'          00065800
                DISPLAY '* TABLA       : CALENDARIO TBCALEND*'          00065900
                DISPLAY '* DESCRIPCION : FECHA DE PROCESO   *'          00066000
                DISPLAY '************************************'          00066100
                MOVE 9999 TO RETURN-CODE                                00066200
                SET  WS-FIN-PROCESO TO TRUE                             00066300
           END-EVALUATE.                                                00066400
                                                                        00066500
       1015-F-OBTENER-FECHA-PROCESO. EXIT.                              00066600
                                                                        00066700
      **************************************                            00066800
      *  LECTURA DE PARAMETRO DE EJECUCION *                            00066900
      *  SIN ANIO SE CERTIFICA EL ANIO     *                            00067000
      *  ANTERIOR AL DE LA FECHA DE        *                            00067100
      *  PROCESO (EL JOB CORRE A PRINCIPIO *                            00067200
      *  DE ANIO). UN ANIO NO CERRADO SE   *                            00067300
      *  RECHAZA.                          *                            00067400
      **************************************                            00067500
       1005-I-LEER-PARM.                                                00067600
                                                                        00067700
           MOVE '1005-I-LEER-PARM' TO WS-PARRAFO                        00067800
                                                                        00067900
           ACCEPT WS-PARM-ENTRADA FROM SYSIN                            00068000
                                                                        00068100
           MOVE CA-FECHA(1:4) TO WS-ANIO-PROCESO                        00068200
                                                                        00068300
           IF WS-PARM-ANIO = SPACES                                     00068400
              COMPUTE WS-ANIO-NUM = WS-ANIO-PROCESO - 1                 00068500
           ELSE                                                         00068600
              IF WS-PARM-ANIO NOT NUMERIC                               00068700
                 DISPLAY '*****************************************'    00068800
                 DISPLAY '* TARJETA SYSIN INVALIDA                *'    00068900
                 DISPLAY '* COL 1-4 ANIO AAAA O EN BLANCO PARA EL *'    00069000
                 DISPLAY '* ANIO ANTERIOR A LA FECHA DE PROCESO   *'    00069100
                 DISPLAY '*****************************************'    00069200
                 MOVE 9999 TO RETURN-CODE                               00069300
                 SET WS-FIN-PROCESO TO TRUE                             00069400
                 GO TO 1005-F-LEER-PARM                                 00069500
              END-IF                                                    00069600
              MOVE WS-PARM-ANIO TO WS-ANIO                              00069700
           END-IF                                                       00069800
                                                                        00069900
           IF WS-ANIO-NUM NOT < WS-ANIO-PROCESO                         00070000
              DISPLAY '*****************************************'       00070100
              DISPLAY '* EL ANIO A CERTIFICAR NO ESTA CERRADO  *'       00070200
              DISPLAY '* ANIO            : ' WS-ANIO                    00070300
              DISPLAY '* FECHA DE PROCESO: ' CA-FECHA                   00070400
              DISPLAY '* LA CORRIDA SE RECHAZA                 *'       00070500
              DISPLAY '*****************************************'       00070600
              MOVE 9999 TO RETURN-CODE                                  00070700
              SET WS-FIN-PROCESO TO TRUE                                00070800
              GO TO 1005-F-LEER-PARM                                    00070900
           END-IF                                                       00071000
                                                                        00071100
           MOVE WS-ANIO TO WS-FEC-DESDE-AAAA                            00071200
           MOVE WS-ANIO TO WS-FEC-HASTA-AAAA                            00071300
           MOVE WS-ANIO TO WS-TITULO-ANIO                               00071400
           MOVE WS-ANIO TO REG-LEY-ANIO-DESDE                           00071500
           MOVE WS-ANIO TO REG-LEY-ANIO-HASTA                           00071600
           DISPLAY '* ANIO CERTIFICADO    : ' WS-ANIO                   00071700
           .                                                            00071800
       1005-F-LEER-PARM. EXIT.                                          00071900
                                                                        00072000
      ***********************************************************       00072100
      *  BASE DEL ANIO EN TBCERANU: SE BORRA LA DE UNA CORRIDA  *       00072200
      *  ANTERIOR, SE CARGA EL RESGUARDO ('R') Y TBMOVHIS ('H') *       00072300
      *  Y SE ASIGNA EL CLIENTE A CADA CUENTA                   *       00072400
      ***********************************************************       00072500
       2000-I-ARMAR-BASE.                                               00072600
                                                                        00072700
           PERFORM 2100-I-BORRAR-BASE                                   00072800
              THRU 2100-F-BORRAR-BASE                                   00072900
           IF WS-FIN-PROCESO                                            00073000
              GO TO 2000-F-ARMAR-BASE                                   00073100
           END-IF                                                       00073200
                                                                        00073300
           PERFORM 2200-I-CARGAR-RESGUARDO                              00073400
              THRU 2200-F-CARGAR-RESGUARDO                              00073500
           IF WS-FIN-PROCESO                                            00073600
              GO TO 2000-F-ARMAR-BASE                                   00073700
           END-IF                                                       00073800
                                                                        00073900
           PERFORM 2300-I-CARGAR-HISTORIAL                              00074000
              THRU 2300-F-CARGAR-HISTORIAL                              00074100
           IF WS-FIN-PROCESO                                            00074200
              GO TO 2000-F-ARMAR-BASE                                   00074300
           END-IF                                                       00074400
                                                                        00074500
           PERFORM 2400-I-ASIGNAR-CLIENTE                               00074600
              THRU 2400-F-ASIGNAR-CLIENTE                               00074700
           .                                                            00074800
       2000-F-ARMAR-BASE. EXIT.                                         00074900
                                                                        00075000
      ***********************************************************       00075100
      *  UNA RECORRIDA DEL MISMO ANIO REARMA LA BASE COMPLETA   *       00075200
      ***********************************************************       00075300
       2100-I-BORRAR-BASE.                                              00075400
                                                                        00075500
           MOVE '2100-I-BORRAR-BASE' TO WS-PARRAFO.                     00075600
                                                                        00075700
           EXEC SQL                                                     00075800
              DELETE FROM KC02803.TBCERANU                              00075900
               WHERE ANIO = :WS-ANIO                                    00076000
           END-EXEC                                                     00076100
                                                                        00076200
           EVALUATE TRUE                                                00076300
           WHEN SQLCODE EQUAL ZEROS                                     00076400
                MOVE SQLERRD(3) TO WS-FILAS-BORRADAS                    00076500
           WHEN SQLCODE EQUAL +100                                      00076600
                CONTINUE                                                00076700
           WHEN OTHER                                                   00076800
                MOVE 'BASE - TBCERANU    ' TO WS-DB2-TABLA              00076900
                MOVE 'BORRA ANIO PREVIO' TO WS-DB2-DESCRIP              00077000
                PERFORM 9995-I-ERROR-DB2                                00077100
                   THRU 9995-F-ERROR-DB2                                00077200
           END-EVALUATE.                                                00077300
                                                                        00077400
       2100-F-BORRAR-BASE. EXIT.                                        00077500
                                                                        00077600
      ***********************************************************       00077700
      *  RESGUARDO DE TBMOVHIS (TODAS LAS GENERACIONES QUE      *       00077800
      *  GRABO EXAMEN16): SE TOMAN LOS 'IN', 'MA' E 'IM' DEL    *       00077810
      *  ANIO Y SE ACUMULAN POR CUENTA Y MONEDA. EL RESGUARDO   *       00077820
      *  NO TRAE LA MARCA DE REVERSADO: EL 'IM' REVERSADO POR   *       00077830
      *  EXAMEN2 SE DESCUENTA CON SU 'RV' (NROSEC DESDE         *       00077840
      *  WS-DESPLAZ-NROSEC-IMP).                                *       00077900
      ***********************************************************       00078400
       2200-I-CARGAR-RESGUARDO.                                         00078500
                                                                        00078600
           SET WS-ACUMULADO-NO TO TRUE                                  00078700
                                                                        00078800
           PERFORM 8050-I-LEER-RESGUARDO                                00078900
              THRU 8050-F-LEER-RESGUARDO                                00079000
                                                                        00079100
           PERFORM 2210-I-UN-REGISTRO-RES                               00079200
              THRU 2210-F-UN-REGISTRO-RES                               00079300
             UNTIL WS-FIN-RESGUARDO OR WS-FIN-PROCESO                   00079400
                                                                        00079500
           IF WS-ACUMULADO-SI AND WS-SI-PROCESO                         00079600
              PERFORM 2250-I-GRABAR-ACUMULADO                           00079700
                 THRU 2250-F-GRABAR-ACUMULADO                           00079800
           END-IF                                                       00079900
                                                                        00080000
           DISPLAY '* RESGUARDO LEIDOS    : ' WS-RES-LEIDOS             00080100
                   ' DEL ANIO: ' WS-RES-DEL-ANIO                        00080200
           .                                                            00080300
       2200-F-CARGAR-RESGUARDO. EXIT.                                   00080400
                                                                        00080500
       2210-I-UN-REGISTRO-RES.                                          00080600
                                                                        00080700
           IF RES-FECPROC-AAAA NOT = WS-ANIO                            00080800
              GO TO 2210-X-LEER                                         00080900
           END-IF                                                       00081000
                                                                        00081100
           IF RES-TIPMOV NOT = 'IN' AND                                 00081200
              RES-TIPMOV NOT = 'MA' AND                                 00081300
              RES-TIPMOV NOT = 'IM' AND                                 00081310
              (RES-TIPMOV NOT = 'RV' OR                                 00081320
               RES-NROSEC < WS-DESPLAZ-NROSEC-IMP)                      00081400
              GO TO 2210-X-LEER                                         00081500
           END-IF                                                       00081600
                                                                        00081700
           ADD 1 TO WS-RES-DEL-ANIO                                     00081800
                                                                        00081900
      *    CORTE POR CUENTA Y MONEDA: SE GRABA LO ACUMULADO Y SE        00082000
      *    ABRE LA CUENTA NUEVA.                                        00082100
           IF WS-ACUMULADO-SI                                           00082200
              IF RES-TIPCUEN NOT = WS-ACU-TIPCUEN OR                    00082300
                 RES-NROCUEN NOT = WS-ACU-NROCUEN OR                    00082400
                 RES-MONEDA  NOT = WS-ACU-MONEDA                        00082500
                 PERFORM 2250-I-GRABAR-ACUMULADO                        00082600
                    THRU 2250-F-GRABAR-ACUMULADO                        00082700
                 IF WS-FIN-PROCESO                                      00082800
                    GO TO 2210-F-UN-REGISTRO-RES                        00082900
                 END-IF                                                 00083000
              END-IF                                                    00083100
           END-IF                                                       00083200
                                                                        00083300
           IF WS-ACUMULADO-NO                                           00083400
              INITIALIZE WS-ACUMULADO-RESGUARDO                         00083500
              MOVE RES-TIPCUEN TO WS-ACU-TIPCUEN                        00083600
              MOVE RES-NROCUEN TO WS-ACU-NROCUEN                        00083700
              MOVE RES-MONEDA  TO WS-ACU-MONEDA                         00083800
              SET WS-ACUMULADO-SI TO TRUE                               00083900
           END-IF                                                       00084000
                                                                        00084010
           IF RES-TIPMOV NOT = 'RV'                                     00084020
              ADD 1 TO WS-ACU-CANTMOV                                   00084030
           END-IF                                                       00084100
           EVALUATE RES-TIPMOV                                          00084300
           WHEN 'IN'                                                    00084400
                ADD RES-IMPORTE TO WS-ACU-INTERES                       00084500
           WHEN 'MA'                                                    00084600
                ADD RES-IMPORTE TO WS-ACU-CARGOS                        00084610
           WHEN 'RV'                                                    00084620
                SUBTRACT RES-IMPORTE FROM WS-ACU-IMPUESTO               00084700
           WHEN OTHER                                                   00084800
                ADD RES-IMPORTE TO WS-ACU-IMPUESTO                      00084900
           END-EVALUATE                                                 00085000
           .                                                            00085100
       2210-X-LEER.                                                     00085200
           PERFORM 8050-I-LEER-RESGUARDO                                00085300
              THRU 8050-F-LEER-RESGUARDO                                00085400
           .                                                            00085500
       2210-F-UN-REGISTRO-RES. EXIT.                                    00085600
                                                                        00085700
      ***********************************************************       00085800
      *  FILA 'R' DE LA CUENTA Y MONEDA ACUMULADA: UPDATE QUE   *       00085900
      *  SUMA (LA CUENTA YA VINO EN OTRA GENERACION) O INSERT   *       00086000
      *  SI TODAVIA NO ESTA. EL CLIENTE SE ASIGNA DESPUES.      *       00086100
      ***********************************************************       00086200
       2250-I-GRABAR-ACUMULADO.                                         00086300
                                                                        00086400
           MOVE '2250-I-GRABAR-ACUMULADO' TO WS-PARRAFO.                00086500
                                                                        00086600
           MOVE WS-ANIO          TO CE-ANIO                             00086700
           MOVE WS-ACU-TIPCUEN   TO CE-TIPCUEN                          00086800
           MOVE WS-ACU-NROCUEN   TO CE-NROCUEN                          00086900
           MOVE WS-ACU-MONEDA    TO CE-MONEDA                           00087000
           MOVE 'R'              TO CE-ORIGEN                           00087100
           MOVE ZEROS            TO CE-NROCLI                           00087200
           MOVE WS-ACU-CANTMOV   TO CE-CANTMOV                          00087300
           MOVE WS-ACU-INTERES   TO CE-INTERES                          00087400
           MOVE WS-ACU-CARGOS    TO CE-CARGOS                           00087500
           MOVE WS-ACU-IMPUESTO  TO CE-IMPUESTO                         00087600
                                                                        00087700
           SET WS-ACUMULADO-NO TO TRUE                                  00087800
                                                                        00087900
           EXEC SQL                                                     00088000
              UPDATE KC02803.TBCERANU                                   00088100
                 SET CANTMOV  = CANTMOV  + :CE-CANTMOV,                 00088200
                     INTERES  = INTERES  + :CE-INTERES,                 00088300
                     CARGOS   = CARGOS   + :CE-CARGOS,                  00088400
                     IMPUESTO = IMPUESTO + :CE-IMPUESTO                 00088500
               WHERE ANIO    = :CE-ANIO                                 00088600
                 AND TIPCUEN = :CE-TIPCUEN                              00088700
                 AND NROCUEN = :CE-NROCUEN                              00088800
                 AND MONEDA  = :CE-MONEDA                               00088900
                 AND ORIGEN  = :CE-ORIGEN                               00089000
           END-EXEC                                                     00089100
                                                                        00089200
           IF SQLCODE EQUAL +100                                        00089300
              EXEC SQL                                                  00089400
                 INSERT INTO KC02803.TBCERANU                           00089500
                        (ANIO, TIPCUEN, NROCUEN, MONEDA, ORIGEN,        00089600
                         NROCLI, CANTMOV, INTERES, CARGOS, IMPUESTO)    00089700
                 VALUES (:CE-ANIO,                                      00089800
                         :CE-TIPCUEN,                                   00089900
                         :CE-NROCUEN,                                   00090000
                         :CE-MONEDA,                                    00090100
                         :CE-ORIGEN,                                    00090200
                         :CE-NROCLI,                                    00090300
                         :CE-CANTMOV,                                   00090400
                         :CE-INTERES,                                   00090500
                         :CE-CARGOS,                                    00090600
                         :CE-IMPUESTO)                                  00090700
              END-EXEC                                                  00090800
              IF SQLCODE EQUAL ZEROS                                    00090900
                 ADD 1 TO WS-RES-FILAS                                  00091000
              END-IF                                                    00091100
           END-IF                                                       00091200
                                                                        00091300
           IF  SQLCODE NOT EQUAL ZEROS                                  00091400
                MOVE 'BASE - TBCERANU    ' TO WS-DB2-TABLA              00091500
                MOVE 'GRABA RESGUARDO  ' TO WS-DB2-DESCRIP              00091600
                PERFORM 9995-I-ERROR-DB2                                00091700
                   THRU 9995-F-ERROR-DB2                                00091800
           END-IF.                                                      00091900
                                                                        00092000
       2250-F-GRABAR-ACUMULADO. EXIT.                                   00092100
                                                                        00092200
      ***********************************************************       00092300
      *  FILAS 'H' DESDE TBMOVHIS: LOS 'IN', 'MA' E 'IM' DEL    *       00092400
      *  ANIO QUE SIGUEN EN LA TABLA, SUMADOS POR CUENTA Y      *       00092410
      *  MONEDA EN UN SOLO INSERT. EL 'IM' REVERSADO POR UN     *       00092420
      *  CONTRASIENTO NO SUMA IMPUESTO.                         *       00092500
      ***********************************************************       00092700
       2300-I-CARGAR-HISTORIAL.                                         00092800
                                                                        00092900
           MOVE '2300-I-CARGAR-HISTORIAL' TO WS-PARRAFO.                00093000
                                                                        00093100
           EXEC SQL                                                     00093200
              INSERT INTO KC02803.TBCERANU                              00093300
                     (ANIO, TIPCUEN, NROCUEN, MONEDA, ORIGEN,           00093400
                      NROCLI, CANTMOV, INTERES, CARGOS, IMPUESTO)       00093500
              SELECT :WS-ANIO,                                          00093600
                     TIPCUEN,                                           00093700
                     NROCUEN,                                           00093800
                     MONEDA,                                            00093900
                     'H',                                               00094000
                     0,                                                 00094100
                     COUNT(*),                                          00094200
                     SUM(CASE WHEN TIPMOV = 'IN'                        00094300
                              THEN IMPORTE ELSE 0 END),                 00094400
                     SUM(CASE WHEN TIPMOV = 'MA'                        00094500
                              THEN IMPORTE ELSE 0 END),                 00094600
                     SUM(CASE WHEN TIPMOV = 'IM'                        00094610
                                   AND REVERSADO <> 'S'                 00094700
                              THEN IMPORTE ELSE 0 END)                  00094800
                FROM KC02803.TBMOVHIS                                   00094900
               WHERE FECPROC BETWEEN :WS-FEC-DESDE                      00095000
                                 AND :WS-FEC-HASTA                      00095100
                 AND TIPMOV IN ('IN', 'MA', 'IM')                       00095200
               GROUP BY TIPCUEN, NROCUEN, MONEDA                        00095300
           END-EXEC                                                     00095400
                                                                        00095500
           EVALUATE TRUE                                                00095600
           WHEN SQLCODE EQUAL ZEROS                                     00095700
                MOVE SQLERRD(3) TO WS-HIS-FILAS                         00095800
           WHEN SQLCODE EQUAL +100                                      00095900
                CONTINUE                                                00096000
           WHEN OTHER                                                   00096100
                MOVE 'BASE - TBCERANU    ' TO WS-DB2-TABLA              00096200
                MOVE 'CARGA TBMOVHIS   ' TO WS-DB2-DESCRIP              00096300
                PERFORM 9995-I-ERROR-DB2                                00096400
                   THRU 9995-F-ERROR-DB2                                00096500
           END-EVALUATE.                                                00096600
                                                                        00096700
       2300-F-CARGAR-HISTORIAL. EXIT.                                   00096800
                                                                        00096900
      ***********************************************************       00097000
      *  CLIENTE DE CADA CUENTA DE LA BASE: EL DE TBCURCTA; SI  *       00097100
      *  LA CUENTA YA SE DIO DE BAJA, EL DE SU ULTIMA FOTO EN   *       00097200
      *  TBSALDIA; SIN NINGUNO QUEDA EN CERO Y SE CUENTA.       *       00097300
      ***********************************************************       00097400
       2400-I-ASIGNAR-CLIENTE.                                          00097500
                                                                        00097600
           MOVE '2400-I-ASIGNAR-CLIENTE' TO WS-PARRAFO.                 00097700
                                                                        00097800
           EXEC SQL                                                     00097900
              UPDATE KC02803.TBCERANU A                                 00098000
                 SET NROCLI =                                           00098100
                     COALESCE(                                          00098200
                       (SELECT B.NROCLI                                 00098300
                          FROM KC02803.TBCURCTA B                       00098400
                         WHERE B.TIPCUEN = A.TIPCUEN                    00098500
                           AND B.NROCUEN = A.NROCUEN),                  00098600
                       (SELECT S.NROCLI                                 00098700
                          FROM KC02803.TBSALDIA S                       00098800
                         WHERE S.TIPCUEN = A.TIPCUEN                    00098900
                           AND S.NROCUEN = A.NROCUEN                    00099000
                           AND S.FECPROC =                              00099100
                               (SELECT MAX(T.FECPROC)                   00099200
                                  FROM KC02803.TBSALDIA T               00099300
                                 WHERE T.TIPCUEN = A.TIPCUEN            00099400
                                   AND T.NROCUEN = A.NROCUEN)),         00099500
                       0)                                               00099600
               WHERE A.ANIO = :WS-ANIO                                  00099700
           END-EXEC                                                     00099800
                                                                        00099900
           IF  SQLCODE NOT EQUAL ZEROS AND                              00100000
               SQLCODE NOT EQUAL +100                                   00100100
                MOVE 'BASE - TBCERANU    ' TO WS-DB2-TABLA              00100200
                MOVE 'ASIGNA CLIENTE   ' TO WS-DB2-DESCRIP              00100300
                PERFORM 9995-I-ERROR-DB2                                00100400
                   THRU 9995-F-ERROR-DB2                                00100500
                GO TO 2400-F-ASIGNAR-CLIENTE                            00100600
           END-IF                                                       00100700
                                                                        00100800
           EXEC SQL                                                     00100900
              SELECT COUNT(*)                                           00101000
                INTO :CE-CANTMOV                                        00101100
                FROM KC02803.TBCERANU                                   00101200
               WHERE ANIO   = :WS-ANIO                                  00101300
                 AND NROCLI = 0                                         00101400
           END-EXEC                                                     00101500
                                                                        00101600
           IF  SQLCODE EQUAL ZEROS                                      00101700
                MOVE CE-CANTMOV TO WS-CTAS-SIN-CLIENTE                  00101800
           ELSE                                                         00101900
                MOVE 'BASE - TBCERANU    ' TO WS-DB2-TABLA              00102000
                MOVE 'CTAS SIN CLIENTE ' TO WS-DB2-DESCRIP              00102100
                PERFORM 9995-I-ERROR-DB2                                00102200
                   THRU 9995-F-ERROR-DB2                                00102300
           END-IF.                                                      00102400
                                                                        00102500
       2400-F-ASIGNAR-CLIENTE. EXIT.                                    00102600
                                                                        00102700
      ***********************************************************       00102800
      *  CERTIFICADOS: RECORRE EL CURSOR C1 CON CORTE DE        *       00102900
      *  CONTROL POR CLIENTE Y CIERRA EL INFORME CON EL TRAILER *       00103000
      ***********************************************************       00103100
       3000-I-CERTIFICADOS.                                             00103200
                                                                        00103300
           SET WS-SI-CURSOR TO TRUE                                     00103400
           PERFORM 8200-I-ABRIR-CURSOR-C1                               00103500
              THRU 8200-F-ABRIR-CURSOR-C1                               00103600
           IF WS-FIN-CURSOR                                             00103700
              GO TO 3000-F-CERTIFICADOS                                 00103800
           END-IF                                                       00103900
                                                                        00104000
           PERFORM 8400-I-LEER-CURSOR-C1                                00104100
              THRU 8400-F-LEER-CURSOR-C1                                00104200
                                                                        00104300
           PERFORM 3100-I-UN-CLIENTE                                    00104400
              THRU 3100-F-UN-CLIENTE                                    00104500
             UNTIL WS-FIN-CURSOR OR WS-FIN-PROCESO                      00104600
                                                                        00104700
           PERFORM 8300-I-CERRAR-CURSOR-C1                              00104800
              THRU 8300-F-CERRAR-CURSOR-C1                              00104900
                                                                        00105000
           IF WS-SI-PROCESO                                             00105100
              PERFORM 4200-I-GRABAR-TRAILER                             00105200
                 THRU 4200-F-GRABAR-TRAILER                             00105300
           END-IF                                                       00105400
           .                                                            00105500
       3000-F-CERTIFICADOS. EXIT.                                       00105600
                                                                        00105700
      ***********************************************************       00105800
      *  UN CLIENTE: ENCABEZADO DEL CERTIFICADO EN PAGINA NUEVA,*       00105900
      *  UNA LINEA POR MONEDA Y EL PIE CON EL TOTAL EN PESOS    *       00106000
      ***********************************************************       00106100
       3100-I-UN-CLIENTE.                                               00106200
                                                                        00106300
           MOVE WS-CUR-TIPDOC TO WS-CLA-TIPDOC                          00106400
           MOVE WS-CUR-NRODOC TO WS-CLA-NRODOC                          00106500
           MOVE WS-CUR-NROCLI TO WS-CLA-NROCLI                          00106600
           INITIALIZE WS-TOTALES-CLIENTE                                00106700
           ADD 1 TO WS-CANT-CERTIFICADOS                                00106800
           ADD 1 TO WS-INF-CANT-DOC                                     00106900
                                                                        00107000
           PERFORM 3150-I-BUSCAR-DOMICILIO                              00107100
              THRU 3150-F-BUSCAR-DOMICILIO                              00107200
           IF WS-FIN-PROCESO                                            00107300
              GO TO 3100-F-UN-CLIENTE                                   00107400
           END-IF                                                       00107500
                                                                        00107600
           PERFORM 3170-I-ENCABEZADO-CLIENTE                            00107700
              THRU 3170-F-ENCABEZADO-CLIENTE                            00107800
                                                                        00107900
           PERFORM 3200-I-UNA-MONEDA                                    00108000
              THRU 3200-F-UNA-MONEDA                                    00108100
             UNTIL WS-FIN-CURSOR OR WS-FIN-PROCESO                      00108200
                OR WS-CUR-TIPDOC NOT = WS-CLA-TIPDOC                    00108300
                OR WS-CUR-NRODOC NOT = WS-CLA-NRODOC                    00108400
                OR WS-CUR-NROCLI NOT = WS-CLA-NROCLI                    00108500
                                                                        00108600
           IF WS-SI-PROCESO                                             00108700
              PERFORM 3300-I-PIE-CLIENTE                                00108800
                 THRU 3300-F-PIE-CLIENTE                                00108900
           END-IF                                                       00109000
           .                                                            00109100
       3100-F-UN-CLIENTE. EXIT.                                         00109200
                                                                        00109300
      ***********************************************************       00109400
      *  DOMICILIO Y CONTACTO DEL CLIENTE (TBDOMCLI) PARA EL    *       00109500
      *  ENCABEZADO DEL CERTIFICADO. SIN FILA SE IMPRIME LA     *       00109600
      *  LEYENDA 'SIN DOMICILIO REGISTRADO'.                    *       00109700
      ***********************************************************       00109800
       3150-I-BUSCAR-DOMICILIO.                                         00109900
                                                                        00110000
           MOVE '3150-I-BUSCAR-DOMICILIO' TO WS-PARRAFO.                00110100
                                                                        00110200
           MOVE WS-CLA-NROCLI TO DO-NROCLI                              00110300
                                                                        00110400
           EXEC SQL                                                     00110500
              SELECT DOMICILIO,                                         00110600
                     EMAIL,                                             00110700
                     SUCURSAL                                           00110800
                INTO :DO-DOMICILIO,                                     00110900
                     :DO-EMAIL,                                         00111000
                     :DO-SUCURSAL                                       00111100
                FROM KC02803.TBDOMCLI                                   00111200
               WHERE NROCLI = :DO-NROCLI                                00111300
           END-EXEC                                                     00111400
                                                                        00111500
           EVALUATE TRUE                                                00111600
           WHEN SQLCODE EQUAL ZEROS                                     00111700
                MOVE DO-DOMICILIO TO REG-DOM-DOMICILIO                  00111800
                MOVE DO-EMAIL     TO REG-DOM-EMAIL                      00111900
                MOVE DO-SUCURSAL  TO REG-DOM-SUCURSAL                   00112000
           WHEN SQLCODE EQUAL +100                                      00112100
                MOVE 'SIN DOMICILIO REGISTRADO      '                   00112200
                        TO REG-DOM-DOMICILIO                            00112300
                MOVE SPACES TO REG-DOM-EMAIL                            00112400
                MOVE ZEROS  TO REG-DOM-SUCURSAL                         00112500
           WHEN OTHER                                                   00112600
                MOVE 'DOMICIL. TBDOMCLI  ' TO WS-DB2-TABLA              00112700
                MOVE 'DOMICILIO CLIENTE' TO WS-DB2-DESCRIP              00112800
                PERFORM 9995-I-ERROR-DB2                                00112900
                   THRU 9995-F-ERROR-DB2                                00113000
           END-EVALUATE.                                                00113100
                                                                        00113200
       3150-F-BUSCAR-DOMICILIO. EXIT.                                   00113300
                                                                        00113400
      **************************************                            00113500
      *  ENCABEZADO DEL CERTIFICADO        *                            00113600
      **************************************                            00113700
       3170-I-ENCABEZADO-CLIENTE.                                       00113800
                                                                        00113900
           MOVE WS-CLA-NROCLI    TO REG-CLI-NROCLI                      00114000
           MOVE WS-CLA-TIPDOC    TO REG-CLI-TIPDOC                      00114100
           MOVE WS-CLA-NRODOC    TO REG-CLI-NRODOC                      00114200
           MOVE WS-CUR-NOMAPE    TO REG-CLI-NOMAPE                      00114300
                                                                        00114400
           PERFORM 9000-I-GRABAR-TITULOS                                00114500
              THRU 9000-F-GRABAR-TITULOS                                00114600
                                                                        00114700
           WRITE REG-SALIDA FROM WS-REG-CLIENTE   AFTER 1               00114800
           WRITE REG-SALIDA FROM WS-REG-DOMICILIO AFTER 1               00114900
           WRITE REG-SALIDA FROM WS-LINEA                               00115000
           WRITE REG-SALIDA FROM WS-REG-LEYENDA-1 AFTER 2               00115100
           WRITE REG-SALIDA FROM WS-REG-LEYENDA-2 AFTER 1               00115200
           WRITE REG-SALIDA FROM WS-LINEA         AFTER 2               00115300
           WRITE REG-SALIDA FROM WS-SUBTITULO-CER AFTER 1               00115400
           WRITE REG-SALIDA FROM WS-LINEA                               00115500
           MOVE FS-SALIDA TO FS-ACTUAL                                  00115600
           MOVE 'ARCHIVO CERTIFICADOS' TO WS-ARCHIVO-DESC               00115700
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00115800
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00115900
           ADD 10 TO WS-CUENTA-LINEA                                    00116000
                                                                        00116100
      *    CLIENTE SIN IDENTIFICAR: CUENTAS SIN TITULAR EN TBCURCTA,    00116200
      *    TBSALDIA NI TBCURCLI. SE EMITE IGUAL PARA SU REVISION.       00116300
           IF WS-CLA-NRODOC = ZEROS                                     00116400
              ADD 1 TO WS-CANT-SIN-IDENTIF                              00116500
              MOVE 'CLIENTE SIN IDENTIFICAR EN TBCURCLI: REVISAR'       00116600
                      TO REG-TXT-TEXTO                                  00116700
              PERFORM 3910-I-GRABAR-TEXTO                               00116800
                 THRU 3910-F-GRABAR-TEXTO                               00116900
           END-IF                                                       00117000
           .                                                            00117100
       3170-F-ENCABEZADO-CLIENTE. EXIT.                                 00117200
                                                                        00117300
      ***********************************************************       00117400
      *  UNA MONEDA DEL CLIENTE: VALORIZA EN PESOS, IMPRIME LA  *       00117500
      *  LINEA DEL CERTIFICADO Y GRABA EL REGISTRO 'D'          *       00117600
      ***********************************************************       00117700
       3200-I-UNA-MONEDA.                                               00117800
                                                                        00117900
           MOVE WS-CUR-MONEDA TO WS-MONEDA-BUSCADA                      00118000
           PERFORM 3500-I-OBTENER-COTIZACION                            00118100
              THRU 3500-F-OBTENER-COTIZACION                            00118200
           IF WS-FIN-PROCESO                                            00118300
              GO TO 3200-F-UNA-MONEDA                                   00118400
           END-IF                                                       00118500
                                                                        00118600
           COMPUTE WS-PES-INTERES  ROUNDED =                            00118700
                   WS-CUR-INTERES  * WS-COTIZA-APLICADA                 00118800
           COMPUTE WS-PES-CARGOS   ROUNDED =                            00118900
                   WS-CUR-CARGOS   * WS-COTIZA-APLICADA                 00119000
           COMPUTE WS-PES-IMPUESTO ROUNDED =                            00119100
                   WS-CUR-IMPUESTO * WS-COTIZA-APLICADA                 00119200
                                                                        00119300
           ADD WS-CUR-CANT-MOV  TO WS-CLI-CANT-MOV                      00119400
           ADD WS-PES-INTERES   TO WS-CLI-INTERES                       00119500
           ADD WS-PES-CARGOS    TO WS-CLI-CARGOS                        00119600
           ADD WS-PES-IMPUESTO  TO WS-CLI-IMPUESTO                      00119700
                                                                        00119800
           MOVE WS-CUR-MONEDA       TO REG-CER-MONEDA                   00119900
           MOVE WS-CUR-CANT-MOV     TO REG-CER-CANTMOV                  00120000
           MOVE WS-CUR-INTERES      TO REG-CER-INTERES                  00120100
           MOVE WS-CUR-CARGOS       TO REG-CER-CARGOS                   00120200
           MOVE WS-CUR-IMPUESTO     TO REG-CER-IMPUESTO                 00120300
           MOVE WS-COTIZA-APLICADA  TO REG-CER-COTIZA                   00120400
           MOVE WS-PES-INTERES      TO REG-CER-PES-INTERES              00120500
           MOVE WS-PES-CARGOS       TO REG-CER-PES-CARGOS               00120600
           MOVE WS-PES-IMPUESTO     TO REG-CER-PES-IMPTO                00120700
           PERFORM 3900-I-GRABAR-LINEA                                  00120800
              THRU 3900-F-GRABAR-LINEA                                  00120900
                                                                        00121000
           IF WS-COTIZA-FALTA = 'S'                                     00121100
              STRING 'MONEDA '             DELIMITED BY SIZE            00121200
                     WS-CUR-MONEDA         DELIMITED BY SIZE            00121300
                     ' SIN COTIZACION AL ' DELIMITED BY SIZE            00121400
                     WS-FEC-HASTA          DELIMITED BY SIZE            00121500
                     ': VALORIZADA 1 A 1'  DELIMITED BY SIZE            00121600
                INTO REG-TXT-TEXTO                                      00121700
              PERFORM 3910-I-GRABAR-TEXTO                               00121800
                 THRU 3910-F-GRABAR-TEXTO                               00121900
           END-IF                                                       00122000
                                                                        00122100
           MOVE WS-ANIO             TO REG-D-ANIO                       00122200
           MOVE WS-CLA-TIPDOC       TO REG-D-TIPDOC                     00122300
           MOVE WS-CLA-NRODOC       TO REG-D-NRODOC                     00122400
           MOVE WS-CUR-MONEDA       TO REG-D-MONEDA                     00122500
           MOVE WS-CUR-CANT-MOV     TO REG-D-CANTMOV                    00122600
           MOVE WS-CUR-INTERES      TO REG-D-INTERES                    00122700
           MOVE WS-CUR-CARGOS       TO REG-D-CARGOS                     00122800
           MOVE WS-CUR-IMPUESTO     TO REG-D-IMPUESTO                   00122900
           MOVE WS-COTIZA-APLICADA  TO REG-D-COTIZA                     00123000
           MOVE WS-PES-INTERES      TO REG-D-PES-INTERES                00123100
           MOVE WS-PES-CARGOS       TO REG-D-PES-CARGOS                 00123200
           MOVE WS-PES-IMPUESTO     TO REG-D-PES-IMPUESTO               00123300
           PERFORM 4100-I-GRABAR-DETALLE                                00123400
              THRU 4100-F-GRABAR-DETALLE                                00123500
                                                                        00123600
           ADD 1                TO WS-INF-CANT-D                        00123700
           ADD WS-CUR-CANT-MOV  TO WS-INF-CANT-MOV                      00123800
           ADD WS-PES-INTERES   TO WS-INF-INTERES                       00123900
           ADD WS-PES-CARGOS    TO WS-INF-CARGOS                        00124000
           ADD WS-PES-IMPUESTO  TO WS-INF-IMPUESTO                      00124100
                                                                        00124200
           PERFORM 8400-I-LEER-CURSOR-C1                                00124300
              THRU 8400-F-LEER-CURSOR-C1                                00124400
           .                                                            00124500
       3200-F-UNA-MONEDA. EXIT.                                         00124600
                                                                        00124700
      ***********************************************************       00124800
      *  PIE DEL CERTIFICADO: TOTAL DEL CLIENTE EN PESOS        *       00124900
      ***********************************************************       00125000
       3300-I-PIE-CLIENTE.                                              00125100
                                                                        00125200
           MOVE 'TOTAL VALORIZADO EN PESOS' TO REG-PIE-LEYENDA          00125300
           MOVE WS-CLI-INTERES      TO REG-PIE-PES-INTERES              00125400
           MOVE WS-CLI-CARGOS       TO REG-PIE-PES-CARGOS               00125500
           MOVE WS-CLI-IMPUESTO     TO REG-PIE-PES-IMPTO                00125600
                                                                        00125700
           IF WS-CUENTA-LINEA > 50                                      00125800
              PERFORM 9000-I-GRABAR-TITULOS                             00125900
                 THRU 9000-F-GRABAR-TITULOS                             00126000
           END-IF                                                       00126100
           WRITE REG-SALIDA FROM WS-LINEA                               00126200
           WRITE REG-SALIDA FROM WS-REG-PIE-CER   AFTER 1               00126300
           WRITE REG-SALIDA FROM WS-LINEA                               00126400
           MOVE FS-SALIDA TO FS-ACTUAL                                  00126500
           MOVE 'ARCHIVO CERTIFICADOS' TO WS-ARCHIVO-DESC               00126600
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00126700
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00126800
           ADD 3 TO WS-CUENTA-LINEA                                     00126900
           ADD 1 TO WS-GRABADOS                                         00127000
           .                                                            00127100
       3300-F-PIE-CLIENTE. EXIT.                                        00127200
                                                                        00127300
      ***********************************************************       00127400
      *  COTIZACION DE UNA MONEDA AL CIERRE DEL ANIO (ULTIMA    *       00127500
      *  FECHA <= 31/12 EN TBCOTIZA), CON CACHE POR MONEDA.     *       00127600
      *  'PE' COTIZA 1; SIN COTIZACION CARGADA SE VALORIZA 1 A 1*       00127700
      *  Y SE AVISA POR CONSOLA Y EN EL CERTIFICADO.            *       00127800
      ***********************************************************       00127900
       3500-I-OBTENER-COTIZACION.                                       00128000
                                                                        00128100
           MOVE SPACES TO WS-COTIZA-FALTA                               00128200
                                                                        00128300
           IF WS-MONEDA-BUSCADA = 'PE'                                  00128400
              MOVE 1 TO WS-COTIZA-APLICADA                              00128500
              GO TO 3500-F-OBTENER-COTIZACION                           00128600
           END-IF                                                       00128700
                                                                        00128800
           MOVE 1 TO WS-COT-IDX                                         00128900
           PERFORM 3525-I-AVANZAR-COTIZACION                            00129000
              THRU 3525-F-AVANZAR-COTIZACION                            00129100
             UNTIL WS-COT-IDX > 5                                       00129200
                OR WS-COT-MONEDA (WS-COT-IDX) = WS-MONEDA-BUSCADA       00129300
                OR WS-COT-MONEDA (WS-COT-IDX) = SPACES                  00129400
                                                                        00129500
           IF WS-COT-IDX NOT > 5                                        00129600
              AND WS-COT-MONEDA (WS-COT-IDX) = WS-MONEDA-BUSCADA        00129700
              MOVE WS-COT-VALOR (WS-COT-IDX) TO WS-COTIZA-APLICADA      00129800
              MOVE WS-COT-FALTA (WS-COT-IDX) TO WS-COTIZA-FALTA         00129900
              GO TO 3500-F-OBTENER-COTIZACION                           00130000
           END-IF                                                       00130100
                                                                        00130200
           MOVE '3500-I-OBTENER-COTIZACION' TO WS-PARRAFO.              00130300
                                                                        00130400
           MOVE WS-MONEDA-BUSCADA TO CZ-MONEDA                          00130500
           MOVE WS-FEC-HASTA      TO CZ-FECHA                           00130600
                                                                        00130700
           EXEC SQL                                                     00130800
              SELECT COTIZA                                             00130900
                INTO :CZ-COTIZA                                         00131000
                FROM KC02803.TBCOTIZA                                   00131100
               WHERE MONEDA = :CZ-MONEDA                                00131200
                 AND FECHA  =                                           00131300
                     (SELECT MAX(FECHA)                                 00131400
                        FROM KC02803.TBCOTIZA                           00131500
                       WHERE MONEDA = :CZ-MONEDA                        00131600
                         AND FECHA <= :CZ-FECHA)                        00131700
           END-EXEC                                                     00131800
                                                                        00131900
           EVALUATE TRUE                                                00132000
           WHEN SQLCODE EQUAL ZEROS                                     00132100
                MOVE CZ-COTIZA TO WS-COTIZA-APLICADA                    00132200
           WHEN SQLCODE EQUAL +100                                      00132300
                MOVE 1   TO WS-COTIZA-APLICADA                          00132400
                MOVE 'S' TO WS-COTIZA-FALTA                             00132500
                ADD  1   TO WS-CANT-SIN-COTIZA                          00132600
                DISPLAY '* SIN COTIZACION EN TBCOTIZA PARA '            00132700
                        WS-MONEDA-BUSCADA ' - SE VALORIZA 1 A 1 *'      00132800
           WHEN OTHER                                                   00132900
                MOVE 1 TO WS-COTIZA-APLICADA                            00133000
                MOVE 'COTIZAC. TBCOTIZA  ' TO WS-DB2-TABLA              00133100
                MOVE 'COTIZACION MONEDA' TO WS-DB2-DESCRIP              00133200
                PERFORM 9995-I-ERROR-DB2                                00133300
                   THRU 9995-F-ERROR-DB2                                00133400
           END-EVALUATE                                                 00133500
                                                                        00133600
      *    SE GUARDA EN EL CACHE (PRIMERA ENTRADA LIBRE).               00133700
           IF WS-COT-IDX NOT > 5                                        00133800
              MOVE WS-MONEDA-BUSCADA  TO WS-COT-MONEDA (WS-COT-IDX)     00133900
              MOVE WS-COTIZA-APLICADA TO WS-COT-VALOR (WS-COT-IDX)      00134000
              MOVE WS-COTIZA-FALTA    TO WS-COT-FALTA (WS-COT-IDX)      00134100
           END-IF                                                       00134200
           .                                                            00134300
       3500-F-OBTENER-COTIZACION. EXIT.                                 00134400
                                                                        00134500
       3525-I-AVANZAR-COTIZACION.                                       00134600
           ADD 1 TO WS-COT-IDX                                          00134700
           .                                                            00134800
       3525-F-AVANZAR-COTIZACION. EXIT.                                 00134900
                                                                        00135000
      **************************************                            00135100
      *  GRABAR LINEA DE DETALLE           *                            00135200
      **************************************                            00135300
       3900-I-GRABAR-LINEA.                                             00135400
                                                                        00135500
           IF WS-CUENTA-LINEA > 50                                      00135600
                PERFORM 9000-I-GRABAR-TITULOS                           00135700
                   THRU 9000-F-GRABAR-TITULOS                           00135800
                WRITE REG-SALIDA FROM WS-SUBTITULO-CER  AFTER 1         00135900
                WRITE REG-SALIDA FROM WS-LINEA                          00136000
                ADD 2 TO WS-CUENTA-LINEA                                00136100
           END-IF                                                       00136200
                                                                        00136300
           WRITE REG-SALIDA FROM WS-REG-SALIDA-CER  AFTER 1             00136400
           MOVE FS-SALIDA TO FS-ACTUAL                                  00136500
           MOVE 'ARCHIVO CERTIFICADOS' TO WS-ARCHIVO-DESC               00136600
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00136700
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00136800
                                                                        00136900
           ADD  1   TO  WS-GRABADOS                                     00137000
           ADD  1   TO  WS-CUENTA-LINEA.                                00137100
                                                                        00137200
       3900-F-GRABAR-LINEA. EXIT.                                       00137300
                                                                        00137400
      **************************************                            00137500
      *  GRABAR LINEA DE TEXTO             *                            00137600
      **************************************                            00137700
       3910-I-GRABAR-TEXTO.                                             00137800
                                                                        00137900
           IF WS-CUENTA-LINEA > 50                                      00138000
                PERFORM 9000-I-GRABAR-TITULOS                           00138100
                   THRU 9000-F-GRABAR-TITULOS                           00138200
           END-IF                                                       00138300
                                                                        00138400
           WRITE REG-SALIDA FROM WS-REG-TEXTO  AFTER 1                  00138500
           MOVE FS-SALIDA TO FS-ACTUAL                                  00138600
           MOVE 'ARCHIVO CERTIFICADOS' TO WS-ARCHIVO-DESC               00138700
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00138800
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00138900
           MOVE SPACES TO REG-TXT-TEXTO                                 00139000
                                                                        00139100
           ADD  1   TO  WS-GRABADOS                                     00139200
           ADD  1   TO  WS-CUENTA-LINEA.                                00139300
                                                                        00139400
       3910-F-GRABAR-TEXTO. EXIT.                                       00139500
                                                                        00139600
      ***********************************************************       00139700
      *  ENCABEZADO 'H' DEL INFORME: SE GRABA AUNQUE EL ANIO    *       00139800
      *  NO TENGA MOVIMIENTOS (INFORME EN CERO)                 *       00139900
      ***********************************************************       00140000
       4000-I-GRABAR-ENCABEZADO.                                        00140100
                                                                        00140200
           MOVE '4000-I-GRABAR-ENCABEZADO' TO WS-PARRAFO                00140300
           MOVE WS-ANIO             TO REG-H-ANIO                       00140400
           MOVE CA-FECHA            TO REG-H-FECPROC                    00140500
           WRITE REG-SALINFO FROM WS-REG-INFO-H                         00140600
           MOVE FS-SALINFO TO FS-ACTUAL                                 00140700
           MOVE 'ARCHIVO INFORME RECAUDADOR' TO WS-ARCHIVO-DESC         00140800
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00140900
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00141000
           ADD 1 TO WS-REG-GRABADOS                                     00141100
           .                                                            00141200
       4000-F-GRABAR-ENCABEZADO. EXIT.                                  00141300
                                                                        00141400
      **************************************                            00141500
      *  REGISTRO 'D' DOCUMENTO Y MONEDA   *                            00141600
      **************************************                            00141700
       4100-I-GRABAR-DETALLE.                                           00141800
                                                                        00141900
           MOVE '4100-I-GRABAR-DETALLE' TO WS-PARRAFO                   00142000
           WRITE REG-SALINFO FROM WS-REG-INFO-D                         00142100
           MOVE FS-SALINFO TO FS-ACTUAL                                 00142200
           MOVE 'ARCHIVO INFORME RECAUDADOR' TO WS-ARCHIVO-DESC         00142300
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00142400
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00142500
           ADD 1 TO WS-REG-GRABADOS                                     00142600
           .                                                            00142700
       4100-F-GRABAR-DETALLE. EXIT.                                     00142800
                                                                        00142900
      ***********************************************************       00143000
      *  TRAILER 'T' DE CUADRE: CANTIDAD DE REGISTROS 'D', DE   *       00143100
      *  DOCUMENTOS Y DE MOVIMIENTOS, Y TOTALES EN PESOS        *       00143200
      ***********************************************************       00143300
       4200-I-GRABAR-TRAILER.                                           00143400
                                                                        00143500
           MOVE '4200-I-GRABAR-TRAILER' TO WS-PARRAFO                   00143600
           MOVE WS-ANIO             TO REG-T-ANIO                       00143700
           MOVE WS-INF-CANT-D       TO REG-T-CANT-D                     00143800
           MOVE WS-INF-CANT-DOC     TO REG-T-CANT-DOC                   00143900
           MOVE WS-INF-CANT-MOV     TO REG-T-CANTMOV                    00144000
           MOVE WS-INF-INTERES      TO REG-T-PES-INTERES                00144100
           MOVE WS-INF-CARGOS       TO REG-T-PES-CARGOS                 00144200
           MOVE WS-INF-IMPUESTO     TO REG-T-PES-IMPUESTO               00144300
           WRITE REG-SALINFO FROM WS-REG-INFO-T                         00144400
           MOVE FS-SALINFO TO FS-ACTUAL                                 00144500
           MOVE 'ARCHIVO INFORME RECAUDADOR' TO WS-ARCHIVO-DESC         00144600
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00144700
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00144800
           ADD 1 TO WS-REG-GRABADOS                                     00144900
           .                                                            00145000
       4200-F-GRABAR-TRAILER. EXIT.                                     00145100
                                                                        00145200
      **************************************                            00145300
      * APERTURA DE ARCHIVOS               *                            00145400
      **************************************                            00145500
       8000-I-APERTURA-ARCHIVOS.                                        00145600
                                                                        00145700
           MOVE '8000-I-APERTURA-ARCHIVOS' TO WS-PARRAFO                00145800
                                                                        00145900
           OPEN INPUT  RESGUARDO.                                       00146000
           MOVE FS-RESGUARDO TO FS-ACTUAL                               00146100
           MOVE 'ARCHIVO RESGUARDO HISTORIA' TO WS-ARCHIVO-DESC         00146200
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00146300
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00146400
                                                                        00146500
           OPEN OUTPUT SALIDA.                                          00146600
           MOVE FS-SALIDA  TO FS-ACTUAL                                 00146700
           MOVE 'ARCHIVO CERTIFICADOS' TO WS-ARCHIVO-DESC               00146800
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00146900
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00147000
                                                                        00147100
           OPEN OUTPUT SALINFO.                                         00147200
           MOVE FS-SALINFO TO FS-ACTUAL                                 00147300
           MOVE 'ARCHIVO INFORME RECAUDADOR' TO WS-ARCHIVO-DESC         00147400
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00147500
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00147600
           .                                                            00147700
       8000-F-APERTURA-ARCHIVOS. EXIT.                                  00147800
                                                                        00147900
      **************************************                            00148000
      *  LECTURA DEL RESGUARDO             *                            00148100
      **************************************                            00148200
       8050-I-LEER-RESGUARDO.                                           00148300
                                                                        00148400
           READ  RESGUARDO INTO WS-REG-RESGUARDO.                       00148500
                                                                        00148600
           EVALUATE FS-RESGUARDO                                        00148700
           WHEN '00'                                                    00148800
              ADD 1 TO WS-RES-LEIDOS                                    00148900
           WHEN '10'                                                    00149000
              SET  WS-FIN-RESGUARDO TO TRUE                             00149100
           WHEN OTHER                                                   00149200
              MOVE '8050-I-LEER-RESGUARDO' TO WS-PARRAFO                00149300
              MOVE 'ARCHIVO RESGUARDO HISTORIA' TO WS-ARCHIVO-DESC      00149400
              MOVE FS-RESGUARDO TO FS-ACTUAL                            00149500
              PERFORM 9996-I-VALIDAR-FS-ACTUAL                          00149600
                 THRU 9996-F-VALIDAR-FS-ACTUAL                          00149700
              SET  WS-FIN-RESGUARDO TO TRUE                             00149800
           END-EVALUATE                                                 00149900
           .                                                            00150000
       8050-F-LEER-RESGUARDO. EXIT.                                     00150100
                                                                        00150200
      **************************************                            00150300
      *  CIERRE DE ARCHIVOS                *                            00150400
      **************************************                            00150500
       8100-I-CIERRE-ARCHIVOS.                                          00150600
                                                                        00150700
           MOVE '8100-I-CIERRE-ARCHIVOS' TO WS-PARRAFO                  00150800
                                                                        00150900
           CLOSE RESGUARDO.                                             00151000
           MOVE FS-RESGUARDO TO FS-ACTUAL                               00151100
           MOVE 'ARCHIVO RESGUARDO HISTORIA' TO WS-ARCHIVO-DESC         00151200
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00151300
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00151400
                                                                        00151500
           CLOSE SALIDA.                                                00151600
           MOVE FS-SALIDA  TO FS-ACTUAL                                 00151700
           MOVE 'ARCHIVO CERTIFICADOS' TO WS-ARCHIVO-DESC               00151800
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00151900
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00152000
                                                                        00152100
           CLOSE SALINFO.                                               00152200
           MOVE FS-SALINFO TO FS-ACTUAL                                 00152300
           MOVE 'ARCHIVO INFORME RECAUDADOR' TO WS-ARCHIVO-DESC         00152400
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00152500
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00152600
           .                                                            00152700
       8100-F-CIERRE-ARCHIVOS. EXIT.                                    00152800
                                                                        00152900
      ***********************************************************       00153000
      *  APERTURA DE CURSOR C1                                  *       00153100
      ***********************************************************       00153200
       8200-I-ABRIR-CURSOR-C1.                                          00153300
                                                                        00153400
           MOVE '8200-I-ABRIR-CURSOR-C1' TO WS-PARRAFO.                 00153500
                                                                        00153600
           EXEC SQL  OPEN C1  END-EXEC                                  00153700
                                                                        00153800
           IF  SQLCODE EQUAL ZEROS                                      00153900
                SET WS-SI-CURSOR           TO TRUE                      00154000
           ELSE                                                         00154100
                MOVE 'BASE - TBCERANU    ' TO WS-DB2-TABLA              00154200
                MOVE 'APERTURA CURSOR  ' TO WS-DB2-DESCRIP              00154300
                PERFORM 9995-I-ERROR-DB2                                00154400
                   THRU 9995-F-ERROR-DB2                                00154500
                SET  WS-FIN-CURSOR  TO TRUE                             00154600
           END-IF.                                                      00154700
                                                                        00154800
       8200-F-ABRIR-CURSOR-C1. EXIT.                                    00154900
                                                                        00155000
      ***********************************************************       00155100
      *  CIERRE DE CURSOR C1                                    *       00155200
      ***********************************************************       00155300
       8300-I-CERRAR-CURSOR-C1.                                         00155400
                                                                        00155500
           MOVE '8300-I-CERRAR-CURSOR-C1' TO WS-PARRAFO.                00155600
                                                                        00155700
           EXEC SQL CLOSE C1  END-EXEC                                  00155800
                                                                        00155900
           IF  SQLCODE EQUAL ZEROS                                      00156000
                CONTINUE                                                00156100
           ELSE                                                         00156200
                MOVE 'BASE - TBCERANU    ' TO WS-DB2-TABLA              00156300
                MOVE 'CIERRE CURSOR    ' TO WS-DB2-DESCRIP              00156400
                PERFORM 9995-I-ERROR-DB2                                00156500
                   THRU 9995-F-ERROR-DB2                                00156600
           END-IF.                                                      00156700
                                                                        00156800
       8300-F-CERRAR-CURSOR-C1. EXIT.                                   00156900
                                                                        00157000
      ***********************************************************       00157100
      *  LECTURA DE CURSOR C1                                   *       00157200
      ***********************************************************       00157300
       8400-I-LEER-CURSOR-C1.                                           00157400
                                                                        00157500
           MOVE '8400-I-LEER-CURSOR-C1' TO WS-PARRAFO.                  00157600
                                                                        00157700
                EXEC SQL                                                00157800
                   FETCH C1                                             00157900
                   INTO  :WS-CUR-TIPDOC,                                00158000
                         :WS-CUR-NRODOC,                                00158100
                         :WS-CUR-NROCLI,                                00158200
                         :WS-CUR-NOMAPE,                                00158300
                         :WS-CUR-MONEDA,                                00158400
                         :WS-CUR-CANT-MOV,                              00158500
                         :WS-CUR-INTERES,                               00158600
                         :WS-CUR-CARGOS,                                00158700
                         :WS-CUR-IMPUESTO                               00158800
                END-EXEC                                                00158900
                                                                        00159000
           EVALUATE TRUE                                                00159100
           WHEN SQLCODE EQUAL ZEROS                                     00159200
                CONTINUE                                                00159300
           WHEN SQLCODE EQUAL +100                                      00159400
                SET  WS-FIN-CURSOR  TO TRUE                             00159500
           WHEN OTHER                                                   00159600
                MOVE 'BASE - TBCERANU    ' TO WS-DB2-TABLA              00159700
                MOVE 'LECTURA CURSOR   ' TO WS-DB2-DESCRIP              00159800
                PERFORM 9995-I-ERROR-DB2                                00159900
                   THRU 9995-F-ERROR-DB2                                00160000
                SET  WS-FIN-CURSOR  TO TRUE                             00160100
           END-EVALUATE.                                                00160200
                                                                        00160300
       8400-F-LEER-CURSOR-C1. EXIT.                                     00160400
                                                                        00160500
      **************************************                            00160600
      *  GRABAR TITULOS: CADA CERTIFICADO  *                            00160700
      *  EMPIEZA EN PAGINA NUEVA           *                            00160800
      **************************************                            00160900
       9000-I-GRABAR-TITULOS.                                           00161000
                                                                        00161100
           MOVE '9000-I-GRABAR-TITULOS' TO WS-PARRAFO.                  00161200
                                                                        00161300
           ADD 1 TO WS-NRO-PAGINA                                       00161400
           WRITE REG-SALIDA FROM WS-LINEA  AFTER PAGE                   00161500
           WRITE REG-SALIDA FROM WS-TITULO                              00161600
           WRITE REG-SALIDA FROM WS-LINEA                               00161700
                                                                        00161800
           MOVE FS-SALIDA TO FS-ACTUAL                                  00161900
           MOVE 'ARCHIVO CERTIFICADOS' TO WS-ARCHIVO-DESC               00162000
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00162100
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00162200
                                                                        00162300
           MOVE 3   TO  WS-CUENTA-LINEA.                                00162400
                                                                        00162500
       9000-F-GRABAR-TITULOS.   EXIT.                                   00162600
                                                                        00162700
      *********************************************************         00162800
      *  ERROR DB2 - INFORMA Y CANCELA EL PROCESO             *         00162900
      *********************************************************         00163000
       9995-I-ERROR-DB2.                                                00163100
                                                                        00163200
           MOVE SQLCODE   TO WS-SQLCODE                                 00163300
           DISPLAY '************************************'               00163400
           DISPLAY '* ERROR DB2   : ' WS-PARRAFO                        00163500
           DISPLAY '* SQLCODE     : ' WS-SQLCODE                        00163600
           DISPLAY '************************************'               00163700
           DISPLAY '* TABLA       : ' WS-DB2-TABLA                      00163800
           DISPLAY '* DESCRIPCION : ' WS-DB2-DESCRIP                    00163900
           DISPLAY '************************************'               00164000
           MOVE 9999 TO RETURN-CODE                                     00164100
           SET  WS-FIN-PROCESO TO TRUE                                  00164200
           .                                                            00164300
       9995-F-ERROR-DB2. EXIT.                                          00164400
                                                                        00164500
      *********************************************************         00164600
      *  VALIDACION FILE STATUS DE ARCHIVOS                   *         00164700
      *********************************************************         00164800
       9996-I-VALIDAR-FS-ACTUAL.                                        00164900
                                                                        00165000
           IF FS-ACTUAL  IS NOT EQUAL '00'                              00165100
              DISPLAY '*****************************************'       00165200
              DISPLAY '*     *   FILE STATUS ERROR   *         *'       00165300
              DISPLAY '*****************************************'       00165400
              DISPLAY '* ERROR EN   : ' WS-PARRAFO                      00165500
              DISPLAY '* ARCHIVO    : ' WS-ARCHIVO-DESC                 00165600
              DISPLAY '* ERROR CODE : ' FS-ACTUAL                       00165700
              DISPLAY '*****************************************'       00165800
              MOVE 9999 TO RETURN-CODE                                  00165900
              SET  WS-FIN-PROCESO TO TRUE                               00166000
           ELSE                                                         00166100
              CONTINUE                                                  00166200
           END-IF.                                                      00166300
                                                                        00166400
       9996-F-VALIDAR-FS-ACTUAL. EXIT.                                  00166500
                                                                        00166600
      **************************************                            00166700
      *  CUERPO FINAL CIERRE DE FILES      *                            00166800
      **************************************                            00166900
       9999-I-FINAL.                                                    00167000
                                                                        00167100
      *    UNA CORRIDA RECHAZADA (FECHA DE PROCESO, ANIO O              00167200
      *    APERTURA) SOLO INFORMA SUS TOTALES POR CONSOLA.              00167300
           IF WS-ARRANQUE-NO                                            00167400
              GO TO 9999-X-TOTALES                                      00167500
           END-IF                                                       00167600
                                                                        00167700
           PERFORM 8100-I-CIERRE-ARCHIVOS                               00167800
              THRU 8100-F-CIERRE-ARCHIVOS                               00167900
                                                                        00168000
      *    CLIENTES SIN IDENTIFICAR O MONEDAS SIN COTIZACION DE         00168100
      *    CIERRE: LA CORRIDA TERMINA BIEN PERO CON AVISO (RC 4).       00168200
           IF RETURN-CODE = ZEROS                                       00168300
              AND (WS-CANT-SIN-IDENTIF > ZEROS OR                       00168400
                   WS-CANT-SIN-COTIZA  > ZEROS)                         00168500
              MOVE 4 TO RETURN-CODE                                     00168600
           END-IF                                                       00168700
           .                                                            00168800
       9999-X-TOTALES.                                                  00168900
                                                                        00169000
           DISPLAY '**********************************************'.    00169100
           DISPLAY '*  TOTALES DEL CERTIFICADO ANUAL DE INTERESES *'.   00169200
           DISPLAY '**********************************************'.    00169300
           DISPLAY 'ANIO CERTIFICADO         : ' WS-ANIO.               00169400
           DISPLAY 'FILAS BORRADAS (RECORRIDA): ' WS-FILAS-BORRADAS.    00169500
           DISPLAY 'RESGUARDO LEIDOS         : ' WS-RES-LEIDOS.         00169600
           DISPLAY 'RESGUARDO DEL ANIO       : ' WS-RES-DEL-ANIO.       00169700
           DISPLAY 'FILAS BASE DEL RESGUARDO : ' WS-RES-FILAS.          00169800
           DISPLAY 'FILAS BASE DE TBMOVHIS   : ' WS-HIS-FILAS.          00169900
           DISPLAY 'FILAS BASE SIN CLIENTE   : ' WS-CTAS-SIN-CLIENTE.   00170000
           DISPLAY 'TOTAL CERTIFICADOS       : ' WS-CANT-CERTIFICADOS.  00170100
           DISPLAY 'CLIENTES SIN IDENTIFICAR : ' WS-CANT-SIN-IDENTIF.   00170200
           DISPLAY 'MONEDAS SIN COTIZACION   : ' WS-CANT-SIN-COTIZA.    00170300
           DISPLAY 'TOTAL REG. INFORME       : ' WS-REG-GRABADOS.       00170400
           DISPLAY '----------------------------------------------'     00170500
           DISPLAY 'TOTAL REGISTROS GRABADOS   : '  WS-GRABADOS.        00170600
           DISPLAY '**********************************************'.    00170700
                                                                        00170800
       9999-F-FINAL.                                                    00170900
           EXIT.                                                        00171000
      *                                                                 00171100
