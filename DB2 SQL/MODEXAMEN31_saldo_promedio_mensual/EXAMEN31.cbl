       IDENTIFICATION DIVISION.                                         00000100
      *                                                        *        00000200
       PROGRAM-ID. EXAMEN31.                                            00000300
      **********************************************************        00000400
      *                                                        *        00000500
      *  PROGRAMA PARA SQL EMBEBIDO                            *        00000600
      *  SALDO PROMEDIO DIARIO MENSUAL POR CUENTA, SUCURSAL Y  *        00000700
      *  REGION:                                               *        00000800
      *  - ARMA CON TBCALEND LOS DIAS DEL MES: CADA DIA NO     *        00000900
      *    HABIL TOMA EL SALDO DEL DIA HABIL ANTERIOR (EL      *        00001000
      *    PRIMERO DEL MES PUEDE SER DEL MES ANTERIOR)         *        00001100
      *  - VERIFICA QUE CADA DIA HABIL TENGA SU FOTO EN        *        00001200
      *    TBSALDIA. UN DIA SIN FOTO NO SE PROMEDIA: SE        *        00001300
      *    INFORMA Y LA CUENTA SALE MARCADA COMO INCOMPLETA    *        00001400
      *  - PROMEDIA CADA CUENTA SOBRE LOS DIAS CON SALDO       *        00001500
      *    CONOCIDO (ANTES DEL ALTA Y DESPUES DE LA BAJA EL    *        00001600
      *    SALDO ES CERO) Y LO GUARDA EN TBSALPRO              *        00001700
      *  - COMPARA CONTRA EL PROMEDIO DEL MES ANTERIOR         *        00001800
      *    (TBSALPRO) Y VALORIZA EN PESOS CON TBCOTIZA AL      *        00001900
      *    ULTIMO DIA DEL MES                                  *        00002000
      *  EMITE EL LISTADO CON SUBTOTALES POR SUCURSAL Y POR    *        00002100
      *  REGION (TBSUCURS) ABIERTOS POR TIPO DE CUENTA Y       *        00002200
      *  MONEDA (DDSALE) Y EL EXTRACTO CSV PARA EL EQUIPO      *        00002300
      *  COMERCIAL (DDSALECV, UNA FILA POR CUENTA).            *        00002400
      *  RC 4: HAY DIAS SIN FOTO DE SALDOS EN EL PERIODO.      *        00002500
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
       INPUT-OUTPUT SECTION.                                            00003900
       FILE-CONTROL.                                                    00004000
                                                                        00004100
             SELECT SALIDA  ASSIGN DDSALE                               00004200
             FILE STATUS IS FS-SALIDA.                                  00004300
                                                                        00004400
             SELECT SALIDACSV ASSIGN DDSALECV                           00004500
             FILE STATUS IS FS-SALIDACSV.                               00004600
                                                                        00004700
       DATA DIVISION.                                                   00004800
       FILE SECTION.                                                    00004900
       FD SALIDA                                                        00005000
             BLOCK CONTAINS 0 RECORDS                                   00005100
             RECORDING MODE IS F.                                       00005200
                                                                        00005300
       01 REG-SALIDA      PIC X(132).                                   00005400
                                                                        00005500
       FD SALIDACSV                                                     00005600
             BLOCK CONTAINS 0 RECORDS                                   00005700
             RECORDING MODE IS F.                                       00005800
                                                                        00005900
       01 REG-SALIDACSV   PIC X(150).                                   00006000
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
       77  FS-SALIDACSV             PIC XX    VALUE SPACES.             00007100
       77  FS-ACTUAL                PIC XX    VALUE SPACES.             00007200
       77  WS-SQLCODE    PIC +++999 USAGE DISPLAY VALUE ZEROS.          00007300
                                                                        00007400
      *    IMPORTES DEL CSV ARMADOS CON PUNTO DECIMAL FIJO              00007500
       77  WS-CSV-IMPORTE    PIC S9(11)V9(02) VALUE ZEROS.              00007600
       77  WS-CSV-IMP-ENT    PIC 9(11) VALUE ZEROS.                     00007700
       77  WS-CSV-IMP-DEC    PIC 9(02) VALUE ZEROS.                     00007800
                                                                        00007900
      ****************************************                          00008000
      * CONTADORES                           *                          00008100
      ****************************************                          00008200
       01  WS-CONTADORES.                                               00008300
           03  WS-REG-LEIDOS           PIC 9(07) VALUE ZEROS.           00008400
           03  WS-FILAS-FUERA-MES      PIC 9(05) VALUE ZEROS.           00008500
           03  WS-CANT-CUENTAS         PIC 9(05) VALUE ZEROS.           00008600
           03  WS-CANT-CTAS-INCOMPL    PIC 9(05) VALUE ZEROS.           00008700
           03  WS-CANT-SIN-MES-ANT     PIC 9(05) VALUE ZEROS.           00008800
           03  WS-CANT-SUCURSALES      PIC 9(03) VALUE ZEROS.           00008900
           03  WS-CANT-REGIONES        PIC 9(03) VALUE ZEROS.           00009000
           03  WS-FOTOS-FALTANTES      PIC 9(02) VALUE ZEROS.           00009100
           03  WS-DIAS-SIN-FOTO        PIC 9(02) VALUE ZEROS.           00009200
           03  WS-GRABADOS             PIC 9(05) VALUE ZEROS.           00009300
           03  WS-CSV-GRABADOS         PIC 9(05) VALUE ZEROS.           00009400
           03  WS-PROMEDIOS-GRABADOS   PIC 9(05) VALUE ZEROS.           00009500
                                                                        00009600
      *****************************************                         00009700
      *  BANDERAS/FLAGS                       *                         00009800
      *****************************************                         00009900
       01  WS-FLAG-PROCESO          PIC X VALUE 'T'.                    00010000
           88  WS-SI-PROCESO           VALUE 'T'.                       00010100
           88  WS-FIN-PROCESO          VALUE 'F'.                       00010200
                                                                        00010300
       01  WS-FLAG-CURSOR           PIC X VALUE 'T'.                    00010400
           88  WS-SI-CURSOR            VALUE 'T'.                       00010500
           88  WS-FIN-CURSOR           VALUE 'F'.                       00010600
                                                                        00010700
       01  WS-FLAG-CALENDARIO       PIC X VALUE 'T'.                    00010800
           88  WS-SI-CALENDARIO        VALUE 'T'.                       00010900
           88  WS-FIN-CALENDARIO       VALUE 'F'.                       00011000
                                                                        00011100
      *    LA CORRIDA ARRANCO DE VERDAD (FECHA DE PROCESO VALIDA        00011200
      *    Y ARCHIVOS ABIERTOS): SI NO, EL CIERRE NO DEBE GRABAR        00011300
      *    RESUMEN NI CERRAR ARCHIVOS NUNCA ABIERTOS.                   00011400
       01  WS-FLAG-ARRANQUE         PIC X VALUE 'F'.                    00011500
           88  WS-ARRANQUE-OK          VALUE 'T'.                       00011600
           88  WS-ARRANQUE-NO          VALUE 'F'.                       00011700
                                                                        00011800
      *****************************************                         00011900
      *  PARAMETRO DE EJECUCION (SYSIN)       *                         00012000
      *  COL  1-7  : PERIODO 'AAAA-MM'.       *                         00012100
      *              EN BLANCO = MES DE LA    *                         00012200
      *              FECHA DE PROCESO         *                         00012300
      *****************************************                         00012400
       01  WS-PARM-ENTRADA.                                             00012500
           03  WS-PARM-PERIODO.                                         00012600
               05  WS-PARM-AAAA     PIC X(04) VALUE SPACES.             00012700
               05  WS-PARM-GUION    PIC X(01) VALUE SPACES.             00012800
               05  WS-PARM-MM       PIC X(02) VALUE SPACES.             00012900
           03  FILLER               PIC X(73) VALUE SPACES.             00013000
                                                                        00013100
      *    EL PERIODO VA DEL PRIMER DIA DEL MES AL ULTIMO DIA           00013200
      *    CARGADO EN TBCALEND. LAS FOTOS SE LEEN DESDE EL PRIMER       00013300
      *    DIA DE LA TABLA DE FOTOS, QUE PUEDE SER EL ULTIMO DIA        00013400
      *    HABIL DEL MES ANTERIOR SI EL MES EMPIEZA EN DIA NO HABIL.    00013500
       01  WS-RANGO-SELECCION.                                          00013600
           03  WS-PERIODO           PIC X(07) VALUE SPACES.             00013700
           03  WS-PERIODO-R REDEFINES WS-PERIODO.                       00013800
               05  WS-PER-AAAA          PIC 9(04).                      00013900
               05  FILLER               PIC X(01).                      00014000
               05  WS-PER-MM            PIC 9(02).                      00014100
           03  WS-FEC-DESDE.                                            00014200
               05  WS-FEC-DESDE-AAAAMM  PIC X(07) VALUE SPACES.         00014300
               05  FILLER               PIC X(03) VALUE '-01'.          00014400
           03  WS-FEC-HASTA         PIC X(10) VALUE SPACES.             00014500
           03  WS-FEC-FOTO-DESDE    PIC X(10) VALUE SPACES.             00014600
           03  WS-FEC-HABIL-ANT     PIC X(10) VALUE SPACES.             00014700
           03  WS-PERIODO-ANT.                                          00014800
               05  WS-PANT-AAAA         PIC 9(04) VALUE ZEROS.          00014900
               05  FILLER               PIC X(01) VALUE '-'.            00015000
               05  WS-PANT-MM           PIC 9(02) VALUE ZEROS.          00015100
                                                                        00015200
      *    CONTROL DE COMPLETITUD DEL CALENDARIO DEL MES                00015300
       01  WS-CONTROL-CALENDARIO.                                       00015400
           03  WS-CAL-CARGADOS      PIC S9(09) USAGE COMP VALUE ZEROS.  00015500
           03  WS-CAL-ESPERADOS     PIC S9(09) USAGE COMP VALUE ZEROS.  00015600
           03  WS-CANT-FILAS-FOTO   PIC S9(09) USAGE COMP VALUE ZEROS.  00015700
                                                                        00015800
      ***************************************************               00015900
      *  TABLA DE FOTOS DEL MES: UNA ENTRADA POR DIA    *               00016000
      *  HABIL CON LA CANTIDAD DE DIAS DEL MES QUE      *               00016100
      *  CUBRE SU SALDO (EL MISMO DIA MAS LOS NO        *               00016200
      *  HABILES QUE LO SIGUEN) Y SI HAY FOTO EN        *               00016300
      *  TBSALDIA ('N' = DIA SIN FOTO, NO SE PROMEDIA)  *               00016400
      ***************************************************               00016500
       01  WS-TABLA-FOTOS.                                              00016600
           03  WS-FOT-CANT          PIC S9(04) USAGE COMP VALUE ZEROS.  00016700
           03  WS-FOT-ENTRADA OCCURS 32 TIMES.                          00016800
               05  WS-FOT-FECHA         PIC X(10).                      00016900
               05  WS-FOT-DIAS          PIC 9(02).                      00017000
               05  WS-FOT-ESTADO        PIC X(01).                      00017100
                                                                        00017200
      *    SALDOS DE LA CUENTA EN CURSO, UNO POR ENTRADA DE LA          00017300
      *    TABLA DE FOTOS                                               00017400
       01  WS-CUENTA-MES.                                               00017500
           03  WS-CTA-DIA OCCURS 32 TIMES.                              00017600
               05  WS-CTA-PRESENTE      PIC X(01).                      00017700
               05  WS-CTA-SALDO         PIC S9(05)V9(02).               00017800
                                                                        00017900
       77  WS-FOT-IDX          PIC S9(04) USAGE COMP VALUE ZEROS.       00018000
       77  WS-CTA-PRIMERA      PIC S9(04) USAGE COMP VALUE ZEROS.       00018100
       77  WS-CTA-ULTIMA       PIC S9(04) USAGE COMP VALUE ZEROS.       00018200
                                                                        00018300
      *    RESULTADO DE LA CUENTA EN CURSO                              00018400
       01  WS-RESULTADO-CUENTA.                                         00018500
           03  WS-RES-SUMA          PIC S9(09)V9(02) VALUE ZEROS.       00018600
           03  WS-RES-DIAS-SAL      PIC 9(02) VALUE ZEROS.              00018700
           03  WS-RES-DIAS-FALT     PIC 9(02) VALUE ZEROS.              00018800
           03  WS-RES-DIAS-CERO     PIC 9(02) VALUE ZEROS.              00018900
           03  WS-RES-PROMEDIO      PIC S9(05)V9(02) VALUE ZEROS.       00019000
           03  WS-RES-ANTERIOR      PIC S9(05)V9(02) VALUE ZEROS.       00019100
           03  WS-RES-ANT-FALT      PIC 9(02) VALUE ZEROS.              00019200
           03  WS-RES-VARIACION     PIC S9(07)V9(02) VALUE ZEROS.       00019300
           03  WS-RES-PESOS         PIC S9(11)V9(02) VALUE ZEROS.       00019400
           03  WS-RES-ANT-PESOS     PIC S9(11)V9(02) VALUE ZEROS.       00019500
           03  WS-RES-OBSERV        PIC X(14) VALUE SPACES.             00019600
           03  WS-RES-MES-ANT       PIC X(01) VALUE 'N'.                00019700
               88  WS-HAY-MES-ANT      VALUE 'S'.                       00019800
               88  WS-SIN-MES-ANT      VALUE 'N'.                       00019900
                                                                        00020000
      ***************************************************               00020100
      *  SUBTOTALES POR TIPO DE CUENTA Y MONEDA EN TRES *               00020200
      *  NIVELES: 1 SUCURSAL, 2 REGION, 3 GENERAL. EN   *               00020300
      *  CADA CORTE EL NIVEL SE LISTA Y SE SUMA AL      *               00020400
      *  SIGUIENTE. EL PROMEDIO DEL GRUPO ES LA SUMA DE *               00020500
      *  LOS PROMEDIOS DE SUS CUENTAS.                  *               00020600
      ***************************************************               00020700
       01  WS-TOTALES.                                                  00020800
           03  WS-TOT-NIVEL OCCURS 3 TIMES.                             00020900
               05  WS-TOT-CANT          PIC S9(04) USAGE COMP.          00021000
               05  WS-TOT-ENTRADA OCCURS 20 TIMES.                      00021100
                   07  WS-TOT-TIPCUEN   PIC X(02).                      00021200
                   07  WS-TOT-MONEDA    PIC X(02).                      00021300
                   07  WS-TOT-CUENTAS   PIC 9(05).                      00021400
                   07  WS-TOT-INCOMPL   PIC 9(05).                      00021500
                   07  WS-TOT-PROMEDIO  PIC S9(11)V9(02).               00021600
                   07  WS-TOT-ANTERIOR  PIC S9(11)V9(02).               00021700
                   07  WS-TOT-PESOS     PIC S9(13)V9(02).               00021800
                   07  WS-TOT-ANT-PESOS PIC S9(13)V9(02).               00021900
                                                                        00022000
      *    IMPORTES A SUMAR EN UN NIVEL (UNA CUENTA O UNA ENTRADA       00022100
      *    DEL NIVEL INFERIOR)                                          00022200
       01  WS-ACUMULAR.                                                 00022300
           03  WS-ACU-TIPCUEN       PIC X(02) VALUE SPACES.             00022400
           03  WS-ACU-MONEDA        PIC X(02) VALUE SPACES.             00022500
           03  WS-ACU-CUENTAS       PIC 9(05) VALUE ZEROS.              00022600
           03  WS-ACU-INCOMPL       PIC 9(05) VALUE ZEROS.              00022700
           03  WS-ACU-PROMEDIO      PIC S9(11)V9(02) VALUE ZEROS.       00022800
           03  WS-ACU-ANTERIOR      PIC S9(11)V9(02) VALUE ZEROS.       00022900
           03  WS-ACU-PESOS         PIC S9(13)V9(02) VALUE ZEROS.       00023000
           03  WS-ACU-ANT-PESOS     PIC S9(13)V9(02) VALUE ZEROS.       00023100
                                                                        00023200
      *    TOTAL EN PESOS DEL NIVEL QUE SE ESTA LISTANDO                00023300
       01  WS-TOTAL-GRUPO.                                              00023400
           03  WS-GRP-CUENTAS       PIC 9(05) VALUE ZEROS.              00023500
           03  WS-GRP-INCOMPL       PIC 9(05) VALUE ZEROS.              00023600
           03  WS-GRP-PESOS         PIC S9(13)V9(02) VALUE ZEROS.       00023700
           03  WS-GRP-ANT-PESOS     PIC S9(13)V9(02) VALUE ZEROS.       00023800
                                                                        00023900
       77  WS-NIV              PIC S9(04) USAGE COMP VALUE ZEROS.       00024000
       77  WS-NIV-ORIGEN       PIC S9(04) USAGE COMP VALUE ZEROS.       00024100
       77  WS-TOT-IDX          PIC S9(04) USAGE COMP VALUE ZEROS.       00024200
       77  WS-TOT-BUS          PIC S9(04) USAGE COMP VALUE ZEROS.       00024300
                                                                        00024400
      *    CACHE DE COTIZACIONES (TBCOTIZA) AL ULTIMO DIA DEL MES       00024500
       01  WS-COTIZACIONES.                                             00024600
           03  WS-COT-ENTRADA OCCURS 5 TIMES.                           00024700
               05  WS-COT-MONEDA       PIC X(02).                       00024800
               05  WS-COT-VALOR        PIC S9(05)V9(04).                00024900
                                                                        00025000
       77  WS-COT-IDX          PIC S9(04) USAGE COMP VALUE ZEROS.       00025100
       77  WS-MONEDA-BUSCADA   PIC X(02)  VALUE SPACES.                 00025200
       77  WS-COTIZA-APLICADA  PIC S9(05)V9(04) USAGE COMP-3            00025300
                                          VALUE ZEROS.                  00025400
                                                                        00025500
      *****************************************                         00025600
      *  VARIABLES AUXILARES.                *                          00025700
      *****************************************                         00025800
       01 WS-AUXILIARES.                                                00025900
          03  WS-PARRAFO            PIC X(30) VALUE SPACES.             00026000
          03  WS-ARCHIVO-DESC       PIC X(30) VALUE SPACES.             00026100
          03  WS-FECHA-AUX          PIC X(10).                          00026200
          03  WS-CUENTA-LINEA       PIC 9(02) VALUE ZEROS.              00026300
          03  WS-EDIT-DIAS          PIC Z9    VALUE ZEROS.              00026400
          03  WS-EDIT-SUCUEN        PIC Z9    VALUE ZEROS.              00026500
          03  WS-EDIT-NROCUEN       PIC 9(05) VALUE ZEROS.              00026600
                                                                        00026700
      *    CLAVES DE CORTE (SUCURSAL -1 = TODAVIA SIN FILAS)            00026800
       01 WS-CLAVES-ANTERIORES.                                         00026900
          03  WS-REGION-ANT         PIC X(10) VALUE SPACES.             00027000
          03  WS-SUCUEN-ANT         PIC S9(03) VALUE -1.                00027100
          03  WS-NOMBRE-ANT         PIC X(20) VALUE SPACES.             00027200
          03  WS-TIPCUEN-ANT        PIC X(02) VALUE SPACES.             00027300
          03  WS-NROCUEN-ANT        PIC S9(05) VALUE ZEROS.             00027400
          03  WS-MONEDA-ANT         PIC X(02) VALUE SPACES.             00027500
          03  WS-NROCLI-ANT         PIC S9(03) VALUE ZEROS.             00027600
                                                                        00027700
      *    FILA DEL CURSOR: UNA FOTO DE UNA CUENTA CON LOS DATOS        00027800
      *    DE LA CUENTA EN SU ULTIMA FOTO DEL MES                       00027900
       01 WS-FILA-CURSOR.                                               00028000
          03  WS-CUR-REGION         PIC X(10) VALUE SPACES.             00028100
          03  WS-CUR-SUCUEN         PIC S9(02)V USAGE COMP-3            00028200
                                              VALUE ZEROS.              00028300
          03  WS-CUR-NOMBRE         PIC X(20) VALUE SPACES.             00028400
          03  WS-CUR-TIPCUEN        PIC X(02) VALUE SPACES.             00028500
          03  WS-CUR-MONEDA         PIC X(02) VALUE SPACES.             00028600
          03  WS-CUR-NROCUEN        PIC S9(05)V USAGE COMP-3            00028700
                                              VALUE ZEROS.              00028800
          03  WS-CUR-NROCLI         PIC S9(03)V USAGE COMP-3            00028900
                                              VALUE ZEROS.              00029000
          03  WS-CUR-FECPROC        PIC X(10) VALUE SPACES.             00029100
          03  WS-CUR-SALDO          PIC S9(05)V9(02) USAGE COMP-3       00029200
                                              VALUE ZEROS.              00029300
                                                                        00029400
      *****************************************                         00029500
      *   IMPRESION DE TITULOS LISTADO        *                         00029600
      *****************************************                         00029700
       01 WS-LINEA       PIC X(132) VALUE ALL '-'.                      00029800
                                                                        00029900
       01 WS-TITULO.                                                    00030000
          03  FILLER     PIC X(05) VALUE SPACES.                        00030100
          03  FILLER                PIC X(33) VALUE                     00030200
              'SALDO PROMEDIO DIARIO DEL PERIODO'.                      00030300
          03  FILLER                PIC X(01)    VALUE SPACES.          00030400
          03  WS-TITULO-PERIODO     PIC X(07)    VALUE SPACES.          00030500
          03  FILLER                PIC X(20)    VALUE SPACES.          00030600
          03  FILLER                PIC X(10)    VALUE '   FECHA: '.    00030700
          03  WS-FECHA.                                                 00030800
              05  WS-DD             PIC 9(02).                          00030900
              05  FILLER            PIC X       VALUE '/'.              00031000
              05  WS-MM             PIC 9(02).                          00031100
              05  FILLER            PIC X       VALUE '/'.              00031200
              05  WS-AAAA           PIC 9(04).                          00031300
          03  FILLER                PIC X(20)    VALUE SPACES.          00031400
          03  FILLER                PIC X(13)    VALUE 'NRO. PAGINA: '. 00031500
          03  WS-NRO-PAGINA         PIC 9(02)    VALUE ZEROES.          00031600
          03  FILLER                PIC X(08)    VALUE SPACES.          00031700
                                                                        00031800
      ***************************************************               00031900
      *  SUBTITULOS DEL LISTADO. EN LAS LINEAS DE       *               00032000
      *  SUBTOTAL LAS COLUMNAS D.SAL Y D.FAL TRAEN LA   *               00032100
      *  CANTIDAD DE CUENTAS Y DE CUENTAS INCOMPLETAS   *               00032200
      ***************************************************               00032300
       01 WS-SUBTITULO-PRO.                                             00032400
          03 FILLER                 PIC X     VALUE '|'.                00032500
          03 FILLER                 PIC X(10) VALUE ' CUENTA   '.       00032600
          03 FILLER                 PIC X     VALUE '|'.                00032700
          03 FILLER                 PIC X(04) VALUE 'MON '.             00032800
          03 FILLER                 PIC X     VALUE '|'.                00032900
          03 FILLER                 PIC X(21) VALUE                     00033000
             '  PROMEDIO DEL MES   '.                                   00033100
          03 FILLER                 PIC X     VALUE '|'.                00033200
          03 FILLER                 PIC X(21) VALUE                     00033300
             '  PROMEDIO MES ANT.  '.                                   00033400
          03 FILLER                 PIC X     VALUE '|'.                00033500
          03 FILLER                 PIC X(21) VALUE                     00033600
             '     VARIACION       '.                                   00033700
          03 FILLER                 PIC X     VALUE '|'.                00033800
          03 FILLER                 PIC X(21) VALUE                     00033900
             '  PROMEDIO EN PESOS  '.                                   00034000
          03 FILLER                 PIC X     VALUE '|'.                00034100
          03 FILLER                 PIC X(05) VALUE 'D.SAL'.            00034200
          03 FILLER                 PIC X     VALUE '|'.                00034300
          03 FILLER                 PIC X(05) VALUE 'D.FAL'.            00034400
          03 FILLER                 PIC X     VALUE '|'.                00034500
          03 FILLER                 PIC X(14) VALUE ' OBSERVACION  '.   00034600
          03 FILLER                 PIC X     VALUE '|'.                00034700
                                                                        00034800
      ***************************************************               00034900
      *  LINEA DE DETALLE DEL LISTADO (CUENTA)          *               00035000
      ***************************************************               00035100
       01 WS-REG-SALIDA-CTA.                                            00035200
          03  FILLER              PIC X         VALUE '|'.              00035300
          03  FILLER              PIC X         VALUE SPACES.           00035400
          03  REG-CTA-TIPCUEN     PIC X(02)     VALUE SPACES.           00035500
          03  FILLER              PIC X         VALUE '-'.              00035600
          03  REG-CTA-NROCUEN     PIC 9(05)     VALUE ZEROS.            00035700
          03  FILLER              PIC X         VALUE SPACES.           00035800
          03  FILLER              PIC X         VALUE '|'.              00035900
          03  FILLER              PIC X         VALUE SPACES.           00036000
          03  REG-CTA-MONEDA      PIC X(02)     VALUE SPACES.           00036100
          03  FILLER              PIC X         VALUE SPACES.           00036200
          03  FILLER              PIC X         VALUE '|'.              00036300
          03  REG-CTA-PROMEDIO    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.00036400
          03  FILLER              PIC X         VALUE '|'.              00036500
          03  REG-CTA-ANTERIOR    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.00036600
          03  FILLER              PIC X         VALUE '|'.              00036700
          03  REG-CTA-VARIACION   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.00036800
          03  FILLER              PIC X         VALUE '|'.              00036900
          03  REG-CTA-PESOS       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.00037000
          03  FILLER              PIC X         VALUE '|'.              00037100
          03  FILLER              PIC X(02)     VALUE SPACES.           00037200
          03  REG-CTA-DIAS-SAL    PIC Z9        VALUE ZEROS.            00037300
          03  FILLER              PIC X         VALUE SPACES.           00037400
          03  FILLER              PIC X         VALUE '|'.              00037500
          03  FILLER              PIC X(02)     VALUE SPACES.           00037600
          03  REG-CTA-DIAS-FALT   PIC Z9        VALUE ZEROS.            00037700
          03  FILLER              PIC X         VALUE SPACES.           00037800
          03  FILLER              PIC X         VALUE '|'.              00037900
          03  REG-CTA-OBSERV      PIC X(14)     VALUE SPACES.           00038000
          03  FILLER              PIC X         VALUE '|'.              00038100
                                                                        00038200
      ***************************************************               00038300
      *  LINEA DE SUBTOTAL DE UN NIVEL (TIPO DE CUENTA  *               00038400
      *  Y MONEDA, Y EL TOTAL DEL NIVEL EN PESOS)       *               00038500
      ***************************************************               00038600
       01 WS-REG-SALIDA-TOT.                                            00038700
          03  FILLER              PIC X         VALUE '|'.              00038800
          03  FILLER              PIC X         VALUE SPACES.           00038900
          03  REG-TOT-ETIQUETA    PIC X(09)     VALUE SPACES.           00039000
          03  FILLER              PIC X         VALUE '|'.              00039100
          03  FILLER              PIC X         VALUE SPACES.           00039200
          03  REG-TOT-MONEDA      PIC X(02)     VALUE SPACES.           00039300
          03  FILLER              PIC X         VALUE SPACES.           00039400
          03  FILLER              PIC X         VALUE '|'.              00039500
          03  REG-TOT-PROMEDIO    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.00039600
          03  FILLER              PIC X         VALUE '|'.              00039700
          03  REG-TOT-ANTERIOR    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.00039800
          03  FILLER              PIC X         VALUE '|'.              00039900
          03  REG-TOT-VARIACION   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.00040000
          03  FILLER              PIC X         VALUE '|'.              00040100
          03  REG-TOT-PESOS       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.00040200
          03  FILLER              PIC X         VALUE '|'.              00040300
          03  REG-TOT-CUENTAS     PIC ZZZZ9     VALUE ZEROS.            00040400
          03  FILLER              PIC X         VALUE '|'.              00040500
          03  REG-TOT-INCOMPL     PIC ZZZZ9     VALUE ZEROS.            00040600
          03  FILLER              PIC X         VALUE '|'.              00040700
          03  REG-TOT-OBSERV      PIC X(14)     VALUE SPACES.           00040800
          03  FILLER              PIC X         VALUE '|'.              00040900
                                                                        00041000
      ***************************************************               00041100
      *  LINEA DE TEXTO: ENCABEZADO DE SUCURSAL, TITULO *               00041200
      *  DE CADA NIVEL DE TOTALES Y DIAS SIN FOTO       *               00041300
      ***************************************************               00041400
       01 WS-REG-SALIDA-TXT.                                            00041500
          03  FILLER              PIC X         VALUE '|'.              00041600
          03  FILLER              PIC X         VALUE SPACES.           00041700
          03  REG-TXT-TEXTO       PIC X(129)    VALUE SPACES.           00041800
          03  FILLER              PIC X         VALUE '|'.              00041900
                                                                        00042000
      ***************************************************               00042100
      *  LAYOUT EXTRACTO CSV (UNA FILA POR CUENTA)      *               00042200
      ***************************************************               00042300
       01 WS-REG-CSV-PRO.                                               00042400
          03  CSV-PRO-PERIODO      PIC X(07)     VALUE SPACES.          00042500
          03  FILLER               PIC X         VALUE ','.             00042600
          03  CSV-PRO-REGION       PIC X(10)     VALUE SPACES.          00042700
          03  FILLER               PIC X         VALUE ','.             00042800
          03  CSV-PRO-SUCUEN       PIC Z(02)     VALUE ZEROS.           00042900
          03  FILLER               PIC X         VALUE ','.             00043000
          03  CSV-PRO-NOMBRE       PIC X(20)     VALUE SPACES.          00043100
          03  FILLER               PIC X         VALUE ','.             00043200
          03  CSV-PRO-TIPCUEN      PIC X(02)     VALUE SPACES.          00043300
          03  FILLER               PIC X         VALUE ','.             00043400
          03  CSV-PRO-NROCUEN      PIC Z(05)     VALUE ZEROS.           00043500
          03  FILLER               PIC X         VALUE ','.             00043600
          03  CSV-PRO-NROCLI       PIC Z(03)     VALUE ZEROS.           00043700
          03  FILLER               PIC X         VALUE ','.             00043800
          03  CSV-PRO-MONEDA       PIC X(02)     VALUE SPACES.          00043900
          03  FILLER               PIC X         VALUE ','.             00044000
          03  CSV-PRO-PROMEDIO     PIC X(15)     VALUE SPACES.          00044100
          03  FILLER               PIC X         VALUE ','.             00044200
          03  CSV-PRO-PESOS        PIC X(15)     VALUE SPACES.          00044300
          03  FILLER               PIC X         VALUE ','.             00044400
          03  CSV-PRO-ANTERIOR     PIC X(15)     VALUE SPACES.          00044500
          03  FILLER               PIC X         VALUE ','.             00044600
          03  CSV-PRO-VARIACION    PIC X(15)     VALUE SPACES.          00044700
          03  FILLER               PIC X         VALUE ','.             00044800
          03  CSV-PRO-DIAS-SAL     PIC Z9        VALUE ZEROS.           00044900
          03  FILLER               PIC X         VALUE ','.             00045000
          03  CSV-PRO-DIAS-FALT    PIC Z9        VALUE ZEROS.           00045100
          03  FILLER               PIC X         VALUE ','.             00045200
          03  CSV-PRO-OBSERV       PIC X(14)     VALUE SPACES.          00045300
          03  FILLER               PIC X(07)     VALUE SPACES.          00045400
                                                                        00045500
      *    IMPORTE DEL CSV: SIGNO, ENTERO, PUNTO Y DOS DECIMALES        00045600
       01 WS-CSV-NUMERO.                                                00045700
          03  WS-CSV-NUM-SIGNO     PIC X         VALUE SPACE.           00045800
          03  WS-CSV-NUM-ENT       PIC Z(10)9    VALUE ZEROS.           00045900
          03  FILLER               PIC X         VALUE '.'.             00046000
          03  WS-CSV-NUM-DEC       PIC 9(02)     VALUE ZEROS.           00046100
                                                                        00046200
      *****************************************                         00046300
      *   FIN IMPRESION DE TITULOS LISTADO    *                         00046400
      *****************************************                         00046500
       77  FILLER        PIC X(26) VALUE '* VARIABLES SQL          *'.  00046600
                                                                        00046700
      ********************************************************          00046800
      *  AREA DE COMUNICACION Y DEFINICION SQL DB2           *          00046900
      ********************************************************          00047000
            EXEC SQL                                                    00047100
              INCLUDE SQLCA                                             00047200
            END-EXEC.                                                   00047300
                                                                        00047400
            EXEC SQL                                                    00047500
              INCLUDE TBSALDIA                                          00047600
            END-EXEC.                                                   00047700
                                                                        00047800
            EXEC SQL                                                    00047900
              INCLUDE TBSALPRO                                          00048000
            END-EXEC.                                                   00048100
                                                                        00048200
            EXEC SQL                                                    00048300
              INCLUDE TBSUCURS                                          00048400
            END-EXEC.                                                   00048500
                                                                        00048600
            EXEC SQL                                                    00048700
              INCLUDE TBCOTIZA                                          00048800
            END-EXEC.                                                   00048900
                                                                        00049000
            EXEC SQL                                                    00049100
              INCLUDE TBCALEND                                          00049200
            END-EXEC.                                                   00049300
                                                                        00049400
      ***************************************************               00049500
      * CURSOR C1 - DIAS DEL MES EN EL CALENDARIO       *               00049600
      ***************************************************               00049700
            EXEC SQL                                                    00049800
              DECLARE C1 CURSOR FOR                                     00049900
              SELECT FECHA,                                             00050000
                     DIAHABIL                                           00050100
                FROM KC02803.TBCALEND                                   00050200
               WHERE FECHA >= :WS-FEC-DESDE                             00050300
                 AND FECHA <  DATE(:WS-FEC-DESDE) + 1 MONTH             00050400
               ORDER BY FECHA                                           00050500
            END-EXEC.                                                   00050600
                                                                        00050700
      ***************************************************               00050800
      * CURSOR C2 - FOTOS DE SALDOS DEL MES POR CUENTA. *               00050900
      * LA SUCURSAL, LA MONEDA Y EL CLIENTE SON LOS DE  *               00051000
      * LA ULTIMA FOTO DE LA CUENTA EN EL MES (U), PARA *               00051100
      * QUE UN TRASLADO DE SUCURSAL NO PARTA LA CUENTA  *               00051200
      * EN DOS GRUPOS. LA SUCURSAL SIN FILA EN TBSUCURS *               00051300
      * SE AGRUPA SIN REGION.                           *               00051400
      ***************************************************               00051500
            EXEC SQL                                                    00051600
              DECLARE C2 CURSOR FOR                                     00051700
              SELECT COALESCE(R.REGION, 'SIN REGION'),                  00051800
                     U.SUCUEN,                                          00051900
                     COALESCE(R.NOMBRE, 'SUCURSAL INEXISTENTE'),        00052000
                     S.TIPCUEN,                                         00052100
                     U.MONEDA,                                          00052200
                     S.NROCUEN,                                         00052300
                     U.NROCLI,                                          00052400
                     S.FECPROC,                                         00052500
                     S.SALDO                                            00052600
                FROM KC02803.TBSALDIA S                                 00052700
                JOIN KC02803.TBSALDIA U                                 00052800
                  ON U.TIPCUEN = S.TIPCUEN                              00052900
                 AND U.NROCUEN = S.NROCUEN                              00053000
                LEFT JOIN KC02803.TBSUCURS R                            00053100
                  ON R.SUCURSAL = U.SUCUEN                              00053200
               WHERE S.FECPROC >= :WS-FEC-FOTO-DESDE                    00053300
                 AND S.FECPROC <= :WS-FEC-HASTA                         00053400
                 AND U.FECPROC =                                        00053500
                     (SELECT MAX(X.FECPROC)                             00053600
                        FROM KC02803.TBSALDIA X                         00053700
                       WHERE X.TIPCUEN  = S.TIPCUEN                     00053800
                         AND X.NROCUEN  = S.NROCUEN                     00053900
                         AND X.FECPROC >= :WS-FEC-FOTO-DESDE            00054000
                         AND X.FECPROC <= :WS-FEC-HASTA)                00054100
               ORDER BY 1, 2, 4, 5, 6, 8                                00054200
            END-EXEC.                                                   00054300
                                                                        00054400
       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.  00054500
                                                                        00054600
      ***************************************************************.  00054700
       PROCEDURE DIVISION.                                              00054800
      **************************************                            00054900
      *  CUERPO PRINCIPAL DEL PROGRAMA     *                            00055000
      **************************************                            00055100
       MAIN-PROGRAM.                                                    00055200
                                                                        00055300
           PERFORM 1000-I-INICIO   THRU                                 00055400
                   1000-F-INICIO.                                       00055500
                                                                        00055600
           IF WS-SI-PROCESO                                             00055700
              PERFORM 2000-I-PROMEDIOS                                  00055800
                 THRU 2000-F-PROMEDIOS                                  00055900
           END-IF                                                       00056000
                                                                        00056100
           PERFORM 9999-I-FINAL    THRU                                 00056200
                   9999-F-FINAL.                                        00056300
                                                                        00056400
       F-MAIN-PROGRAM. GOBACK.                                          00056500
                                                                        00056600
      **************************************                            00056700
      *  CUERPO INICIO APERTURA ARCHIVOS   *                            00056800
      **************************************                            00056900
       1000-I-INICIO.                                                   00057000
                                                                        00057100
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-AUX                   00057200
           MOVE WS-FECHA-AUX(1:4)     TO WS-AAAA                        00057300
           MOVE WS-FECHA-AUX(5:2)     TO WS-MM                          00057400
           MOVE WS-FECHA-AUX(7:2)     TO WS-DD                          00057500
           MOVE 99 TO WS-CUENTA-LINEA                                   00057600
                                                                        00057700
           SET WS-SI-PROCESO TO TRUE                                    00057800
           INITIALIZE WS-TOTALES                                        00057900
           INITIALIZE WS-COTIZACIONES                                   00058000
                                                                        00058100
           PERFORM 1015-I-OBTENER-FECHA-PROCESO                         00058200
              THRU 1015-F-OBTENER-FECHA-PROCESO                         00058300
           IF WS-FIN-PROCESO                                            00058400
              GO TO 1000-F-INICIO                                       00058500
           END-IF                                                       00058600
                                                                        00058700
           PERFORM 1005-I-LEER-PARM                                     00058800
              THRU 1005-F-LEER-PARM                                     00058900
           IF WS-FIN-PROCESO                                            00059000
              GO TO 1000-F-INICIO                                       00059100
           END-IF                                                       00059200
                                                                        00059300
           PERFORM 1020-I-VALIDAR-CALENDARIO                            00059400
              THRU 1020-F-VALIDAR-CALENDARIO                            00059500
           IF WS-FIN-PROCESO                                            00059600
              GO TO 1000-F-INICIO                                       00059700
           END-IF                                                       00059800
                                                                        00059900
           PERFORM 1030-I-DIA-HABIL-ANTERIOR                            00060000
              THRU 1030-F-DIA-HABIL-ANTERIOR                            00060100
           IF WS-FIN-PROCESO                                            00060200
              GO TO 1000-F-INICIO                                       00060300
           END-IF                                                       00060400
                                                                        00060500
           PERFORM 1040-I-CARGAR-FOTOS                                  00060600
              THRU 1040-F-CARGAR-FOTOS                                  00060700
           IF WS-FIN-PROCESO                                            00060800
              GO TO 1000-F-INICIO                                       00060900
           END-IF                                                       00061000
                                                                        00061100
           PERFORM 8000-I-APERTURA-ARCHIVOS                             00061200
              THRU 8000-F-APERTURA-ARCHIVOS                             00061300
                                                                        00061400
           IF FS-SALIDA = '00' AND FS-SALIDACSV = '00'                  00061500
                               AND WS-SI-PROCESO                        00061600
              SET WS-ARRANQUE-OK TO TRUE                                00061700
           ELSE                                                         00061800
              IF FS-SALIDA NOT = '00' OR FS-SALIDACSV NOT = '00'        00061900
                 DISPLAY '*********************************'            00062000
                 DISPLAY '* ERROR EN APERTURA DE ARCHIVOS *'            00062100
                 DISPLAY '* SALDO PROMEDIO CANCELADO      *'            00062200
                 DISPLAY '*********************************'            00062300
              END-IF                                                    00062400
              SET WS-FIN-PROCESO TO TRUE                                00062500
              GO TO 1000-F-INICIO                                       00062600
           END-IF                                                       00062700
                                                                        00062800
           PERFORM 1050-I-VERIFICAR-FOTOS                               00062900
              THRU 1050-F-VERIFICAR-FOTOS                               00063000
             VARYING WS-FOT-IDX FROM 1 BY 1                             00063100
               UNTIL WS-FOT-IDX > WS-FOT-CANT OR WS-FIN-PROCESO         00063200
           .                                                            00063300
       1000-F-INICIO.   EXIT.                                           00063400
                                                                        00063500
      ***********************************************************       00063600
      *  FECHA DE PROCESO DE LA CADENA (TBCALEND):              *       00063700
      *  SE PROCESA Y ESTAMPA CON LA FECHA MARCADA FECPROC='S', *       00063800
      *  Y SE RECHAZA LA CORRIDA SI NO HAY FECHA MARCADA O SI   *       00063900
      *  LA FECHA MARCADA NO ES DIA HABIL.                      *       00064000
      ***********************************************************       00064100
       1015-I-OBTENER-FECHA-PROCESO.                                    00064200
                                                                        00064300
           MOVE '1015-I-OBTENER-FECHA-PROC' TO WS-PARRAFO.              00064400
                                                                        00064500
           EXEC SQL                                                     00064600
              SELECT FECHA,                                             00064700
                     DIAHABIL                                           00064800
                INTO :CA-FECHA,                                         00064900
                     :CA-DIAHABIL                                       00065000
                FROM KC02803.TBCALEND                                   00065100
               WHERE FECPROC = 'S'                                      00065200
           END-EXEC                                                     00065300
                                                                        00065400
           EVALUATE TRUE                                                00065500
           WHEN SQLCODE EQUAL ZEROS                                     00065600
                IF CA-DIAHABIL NOT = 'S'                                00065700
                   DISPLAY '*****************************************'  00065800
                   DISPLAY '* LA FECHA DE PROCESO MARCADA EN        *'  00065900
                   DISPLAY '* TBCALEND NO ES UN DIA HABIL           *'  00066000
                   DISPLAY '* FECHA : ' CA-FECHA                        00066100
                   DISPLAY '* LA CORRIDA SE RECHAZA                 *'  00066200
                   DISPLAY '*****************************************'  00066300
                   MOVE 9999 TO RETURN-CODE                             00066400
                   SET  WS-FIN-PROCESO TO TRUE                          00066500
                ELSE                                                    00066600
                   MOVE CA-FECHA(1:4)  TO WS-AAAA                       00066700
                   MOVE CA-FECHA(6:2)  TO WS-MM                         00066800
                   MOVE CA-FECHA(9:2)  TO WS-DD                         00066900
                END-IF                                                  00067000
           WHEN SQLCODE EQUAL +100                                      00067100
                DISPLAY '*****************************************'     00067200
                DISPLAY '* NO HAY FECHA DE PROCESO MARCADA EN    *'     00067300
                DISPLAY '* TBCALEND (FECPROC = S)                *'     00067400
                DISPLAY '* LA CORRIDA SE RECHAZA                 *'     00067500
                DISPLAY '*****************************************'     00067600
                MOVE 9999 TO RETURN-CODE                                00067700
                SET  WS-FIN-PROCESO TO TRUE                             00067800
           WHEN OTHER                                                   00067900
                MOVE SQLCODE   TO WS-SQLCODE                            00068000
                DISPLAY '************************************'          00068100
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00068200
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00068300
                DISPLAY '************************************'          00068400
                DISPLAY '* TABLA       : CALENDARIO TBCALEND*'          00068500
                DISPLAY '* DESCRIPCION : FECHA DE PROCESO   *'          00068600
                DISPLAY '************************************'          00068700
                MOVE 9999 TO RETURN-CODE                                00068800
                SET  WS-FIN-PROCESO TO TRUE                             00068900
           END-EVALUATE.                                                00069000
                                                                        00069100
       1015-F-OBTENER-FECHA-PROCESO. EXIT.                              00069200
                                                                        00069300
      **************************************                            00069400
      *  LECTURA DE PARAMETRO DE EJECUCION *                            00069500
      *  SIN PERIODO SE PROMEDIA EL MES DE *                            00069600
      *  LA FECHA DE PROCESO (EL JOB CORRE *                            00069700
      *  EL ULTIMO DIA HABIL DEL MES). NO  *                            00069800
      *  SE ACEPTA UN MES POSTERIOR.       *                            00069900
      **************************************                            00070000
       1005-I-LEER-PARM.                                                00070100
                                                                        00070200
           MOVE '1005-I-LEER-PARM' TO WS-PARRAFO                        00070300
                                                                        00070400
           ACCEPT WS-PARM-ENTRADA FROM SYSIN                            00070500
                                                                        00070600
           IF WS-PARM-PERIODO = SPACES                                  00070700
              MOVE CA-FECHA(1:7) TO WS-PERIODO                          00070800
           ELSE                                                         00070900
              IF WS-PARM-AAAA NOT NUMERIC OR                            00071000
                 WS-PARM-GUION NOT = '-' OR                             00071100
                 WS-PARM-MM NOT NUMERIC OR                              00071200
                 WS-PARM-MM < '01' OR WS-PARM-MM > '12' OR              00071300
                 WS-PARM-PERIODO > CA-FECHA(1:7)                        00071400
                 DISPLAY '*****************************************'    00071500
                 DISPLAY '* TARJETA SYSIN INVALIDA                *'    00071600
                 DISPLAY '* COL 1-7 PERIODO AAAA-MM NO POSTERIOR  *'    00071700
                 DISPLAY '* AL MES DE LA FECHA DE PROCESO, O EN   *'    00071800
                 DISPLAY '* BLANCO PARA EL MES DE LA FECHA        *'    00071900
                 DISPLAY '*****************************************'    00072000
                 MOVE 9999 TO RETURN-CODE                               00072100
                 SET WS-FIN-PROCESO TO TRUE                             00072200
                 GO TO 1005-F-LEER-PARM                                 00072300
              END-IF                                                    00072400
              MOVE WS-PARM-PERIODO TO WS-PERIODO                        00072500
           END-IF                                                       00072600
                                                                        00072700
           MOVE WS-PERIODO TO WS-FEC-DESDE-AAAAMM                       00072800
           MOVE WS-PERIODO TO WS-TITULO-PERIODO                         00072900
                                                                        00073000
      *    PERIODO ANTERIOR PARA LA VARIACION (TBSALPRO)                00073100
           IF WS-PER-MM = 1                                             00073200
              COMPUTE WS-PANT-AAAA = WS-PER-AAAA - 1                    00073300
              MOVE 12 TO WS-PANT-MM                                     00073400
           ELSE                                                         00073500
              MOVE WS-PER-AAAA TO WS-PANT-AAAA                          00073600
              COMPUTE WS-PANT-MM = WS-PER-MM - 1                        00073700
           END-IF                                                       00073800
                                                                        00073900
           DISPLAY '* PERIODO PROMEDIADO  : ' WS-PERIODO                00074000
           DISPLAY '* PERIODO ANTERIOR    : ' WS-PERIODO-ANT            00074100
           .                                                            00074200
       1005-F-LEER-PARM. EXIT.                                          00074300
                                                                        00074400
      ***********************************************************       00074500
      *  EL CALENDARIO DEL MES DEBE ESTAR COMPLETO: SIN TODOS   *       00074600
      *  LOS DIAS NO SE SABE QUE SALDO LLEVA CADA DIA Y LA      *       00074700
      *  CORRIDA SE RECHAZA                                     *       00074800
      ***********************************************************       00074900
       1020-I-VALIDAR-CALENDARIO.                                       00075000
                                                                        00075100
           MOVE '1020-I-VALIDAR-CALENDARIO' TO WS-PARRAFO.              00075200
                                                                        00075300
           EXEC SQL                                                     00075400
              SELECT COUNT(*),                                          00075500
                     DAYS(DATE(:WS-FEC-DESDE) + 1 MONTH)                00075600
                   - DAYS(DATE(:WS-FEC-DESDE))                          00075700
                INTO :WS-CAL-CARGADOS,                                  00075800
                     :WS-CAL-ESPERADOS                                  00075900
                FROM KC02803.TBCALEND                                   00076000
               WHERE FECHA >= :WS-FEC-DESDE                             00076100
                 AND FECHA <  DATE(:WS-FEC-DESDE) + 1 MONTH             00076200
           END-EXEC                                                     00076300
                                                                        00076400
           EVALUATE TRUE                                                00076500
           WHEN SQLCODE EQUAL ZEROS                                     00076600
                IF WS-CAL-CARGADOS NOT = WS-CAL-ESPERADOS               00076700
                   MOVE WS-CAL-CARGADOS  TO WS-EDIT-DIAS                00076800
                   DISPLAY '*****************************************'  00076900
                   DISPLAY '* CALENDARIO INCOMPLETO EN TBCALEND     *'  00077000
                   DISPLAY '* PERIODO      : ' WS-PERIODO               00077100
                   DISPLAY '* DIAS CARGADOS: ' WS-EDIT-DIAS             00077200
                   DISPLAY '* LA CORRIDA SE RECHAZA                 *'  00077300
                   DISPLAY '*****************************************'  00077400
                   MOVE 9999 TO RETURN-CODE                             00077500
                   SET  WS-FIN-PROCESO TO TRUE                          00077600
                END-IF                                                  00077700
           WHEN OTHER                                                   00077800
                MOVE SQLCODE   TO WS-SQLCODE                            00077900
                DISPLAY '************************************'          00078000
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00078100
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00078200
                DISPLAY '************************************'          00078300
                DISPLAY '* TABLA       : CALENDARIO TBCALEND*'          00078400
                DISPLAY '* DESCRIPCION : DIAS DEL PERIODO   *'          00078500
                DISPLAY '************************************'          00078600
                MOVE 9999 TO RETURN-CODE                                00078700
                SET  WS-FIN-PROCESO TO TRUE                             00078800
           END-EVALUATE.                                                00078900
                                                                        00079000
       1020-F-VALIDAR-CALENDARIO. EXIT.                                 00079100
                                                                        00079200
      ***********************************************************       00079300
      *  ULTIMO DIA HABIL ANTERIOR AL MES: SI EL MES EMPIEZA EN *       00079400
      *  DIA NO HABIL, ESOS DIAS LLEVAN SU SALDO. SIN DIA HABIL *       00079500
      *  ANTERIOR EN EL CALENDARIO QUEDA UNA FECHA SIN FOTO Y   *       00079600
      *  ESOS DIAS SE INFORMAN COMO FALTANTES.                  *       00079700
      ***********************************************************       00079800
       1030-I-DIA-HABIL-ANTERIOR.                                       00079900
                                                                        00080000
           MOVE '1030-I-DIA-HABIL-ANTERIOR' TO WS-PARRAFO.              00080100
                                                                        00080200
           EXEC SQL                                                     00080300
              SELECT COALESCE(CHAR(MAX(FECHA), ISO), '0001-01-01')      00080400
                INTO :WS-FEC-HABIL-ANT                                  00080500
                FROM KC02803.TBCALEND                                   00080600
               WHERE FECHA    <  :WS-FEC-DESDE                          00080700
                 AND DIAHABIL = 'S'                                     00080800
           END-EXEC                                                     00080900
                                                                        00081000
           IF SQLCODE NOT EQUAL ZEROS                                   00081100
              MOVE SQLCODE   TO WS-SQLCODE                              00081200
              DISPLAY '************************************'            00081300
              DISPLAY '* ERROR DB2   : ' WS-PARRAFO                     00081400
              DISPLAY '* SQLCODE     : ' WS-SQLCODE                     00081500
              DISPLAY '************************************'            00081600
              DISPLAY '* TABLA       : CALENDARIO TBCALEND*'            00081700
              DISPLAY '* DESCRIPCION : DIA HABIL ANTERIOR *'            00081800
              DISPLAY '************************************'            00081900
              MOVE 9999 TO RETURN-CODE                                  00082000
              SET  WS-FIN-PROCESO TO TRUE                               00082100
           END-IF.                                                      00082200
                                                                        00082300
       1030-F-DIA-HABIL-ANTERIOR. EXIT.                                 00082400
                                                                        00082500
      ***********************************************************       00082600
      *  TABLA DE FOTOS: RECORRE LOS DIAS DEL MES (CURSOR C1)   *       00082700
      ***********************************************************       00082800
       1040-I-CARGAR-FOTOS.                                             00082900
                                                                        00083000
           MOVE '1040-I-CARGAR-FOTOS' TO WS-PARRAFO.                    00083100
                                                                        00083200
           MOVE ZEROS TO WS-FOT-CANT                                    00083300
           SET WS-SI-CALENDARIO TO TRUE                                 00083400
                                                                        00083500
           EXEC SQL  OPEN C1  END-EXEC                                  00083600
                                                                        00083700
           IF SQLCODE NOT EQUAL ZEROS                                   00083800
              PERFORM 9995-I-ERROR-DB2                                  00083900
                 THRU 9995-F-ERROR-DB2                                  00084000
              GO TO 1040-F-CARGAR-FOTOS                                 00084100
           END-IF                                                       00084200
                                                                        00084300
           PERFORM 1045-I-UN-DIA-CALENDARIO                             00084400
              THRU 1045-F-UN-DIA-CALENDARIO                             00084500
             UNTIL WS-FIN-CALENDARIO                                    00084600
                                                                        00084700
           MOVE '1040-I-CARGAR-FOTOS' TO WS-PARRAFO.                    00084800
                                                                        00084900
           EXEC SQL CLOSE C1  END-EXEC                                  00085000
                                                                        00085100
           IF SQLCODE NOT EQUAL ZEROS                                   00085200
              PERFORM 9995-I-ERROR-DB2                                  00085300
                 THRU 9995-F-ERROR-DB2                                  00085400
           END-IF                                                       00085500
                                                                        00085600
           MOVE WS-FOT-FECHA (1) TO WS-FEC-FOTO-DESDE                   00085700
           .                                                            00085800
       1040-F-CARGAR-FOTOS. EXIT.                                       00085900
                                                                        00086000
      ***********************************************************       00086100
      *  UN DIA DEL MES: EL HABIL ABRE ENTRADA EN LA TABLA Y EL *       00086200
      *  NO HABIL SUMA UN DIA A LA ENTRADA ANTERIOR (O A LA DEL *       00086300
      *  ULTIMO DIA HABIL DEL MES ANTERIOR SI TODAVIA NO HAY)   *       00086400
      ***********************************************************       00086500
       1045-I-UN-DIA-CALENDARIO.                                        00086600
                                                                        00086700
           MOVE '1045-I-UN-DIA-CALENDARIO' TO WS-PARRAFO.               00086800
                                                                        00086900
           EXEC SQL                                                     00087000
              FETCH C1                                                  00087100
              INTO  :CA-FECHA,                                          00087200
                    :CA-DIAHABIL                                        00087300
           END-EXEC                                                     00087400
                                                                        00087500
           EVALUATE TRUE                                                00087600
           WHEN SQLCODE EQUAL ZEROS                                     00087700
                CONTINUE                                                00087800
           WHEN SQLCODE EQUAL +100                                      00087900
                SET  WS-FIN-CALENDARIO TO TRUE                          00088000
                GO TO 1045-F-UN-DIA-CALENDARIO                          00088100
           WHEN OTHER                                                   00088200
                PERFORM 9995-I-ERROR-DB2                                00088300
                   THRU 9995-F-ERROR-DB2                                00088400
                SET  WS-FIN-CALENDARIO TO TRUE                          00088500
                GO TO 1045-F-UN-DIA-CALENDARIO                          00088600
           END-EVALUATE                                                 00088700
                                                                        00088800
           MOVE CA-FECHA TO WS-FEC-HASTA                                00088900
                                                                        00089000
           IF CA-DIAHABIL = 'S' OR WS-FOT-CANT = ZEROS                  00089100
              ADD 1 TO WS-FOT-CANT                                      00089200
              MOVE 1   TO WS-FOT-DIAS   (WS-FOT-CANT)                   00089300
              MOVE 'S' TO WS-FOT-ESTADO (WS-FOT-CANT)                   00089400
              IF CA-DIAHABIL = 'S'                                      00089500
                 MOVE CA-FECHA         TO WS-FOT-FECHA (WS-FOT-CANT)    00089600
              ELSE                                                      00089700
                 MOVE WS-FEC-HABIL-ANT TO WS-FOT-FECHA (WS-FOT-CANT)    00089800
              END-IF                                                    00089900
           ELSE                                                         00090000
              ADD 1 TO WS-FOT-DIAS (WS-FOT-CANT)                        00090100
           END-IF                                                       00090200
           .                                                            00090300
       1045-F-UN-DIA-CALENDARIO. EXIT.                                  00090400
                                                                        00090500
      ***********************************************************       00090600
      *  UNA FECHA DE LA TABLA SIN NINGUNA FILA EN TBSALDIA ES  *       00090700
      *  UN HUECO EN LA SERIE DE FOTOS: SE LISTA AL PRINCIPIO Y *       00090800
      *  SUS DIAS NO SE PROMEDIAN EN NINGUNA CUENTA             *       00090900
      ***********************************************************       00091000
       1050-I-VERIFICAR-FOTOS.                                          00091100
                                                                        00091200
           MOVE '1050-I-VERIFICAR-FOTOS' TO WS-PARRAFO.                 00091300
                                                                        00091400
           MOVE WS-FOT-FECHA (WS-FOT-IDX) TO SD-FECPROC                 00091500
                                                                        00091600
           EXEC SQL                                                     00091700
              SELECT COUNT(*)                                           00091800
                INTO :WS-CANT-FILAS-FOTO                                00091900
                FROM KC02803.TBSALDIA                                   00092000
               WHERE FECPROC = :SD-FECPROC                              00092100
           END-EXEC                                                     00092200
                                                                        00092300
           IF SQLCODE NOT EQUAL ZEROS                                   00092400
              PERFORM 9995-I-ERROR-DB2                                  00092500
                 THRU 9995-F-ERROR-DB2                                  00092600
              GO TO 1050-F-VERIFICAR-FOTOS                              00092700
           END-IF                                                       00092800
                                                                        00092900
           IF WS-CANT-FILAS-FOTO > ZEROS                                00093000
              GO TO 1050-F-VERIFICAR-FOTOS                              00093100
           END-IF                                                       00093200
                                                                        00093300
           MOVE 'N' TO WS-FOT-ESTADO (WS-FOT-IDX)                       00093400
           ADD 1                        TO WS-FOTOS-FALTANTES           00093500
           ADD WS-FOT-DIAS (WS-FOT-IDX) TO WS-DIAS-SIN-FOTO             00093600
           MOVE WS-FOT-DIAS (WS-FOT-IDX) TO WS-EDIT-DIAS                00093700
                                                                        00093800
           MOVE SPACES TO REG-TXT-TEXTO                                 00093900
           IF SD-FECPROC > CA-FECHA                                     00094000
              STRING 'DIA HABIL ' DELIMITED BY SIZE                     00094100
                     SD-FECPROC   DELIMITED BY SIZE                     00094200
                     ' POSTERIOR A LA FECHA DE PROCESO, SIN FOTO'       00094300
                                  DELIMITED BY SIZE                     00094400
                     ' DE SALDOS - DIAS DEL MES SIN PROMEDIAR: '        00094500
                                  DELIMITED BY SIZE                     00094600
                     WS-EDIT-DIAS DELIMITED BY SIZE                     00094700
                INTO REG-TXT-TEXTO                                      00094800
           ELSE                                                         00094900
              STRING 'DIA HABIL ' DELIMITED BY SIZE                     00095000
                     SD-FECPROC   DELIMITED BY SIZE                     00095100
                     ' SIN FOTO DE SALDOS EN TBSALDIA'                  00095200
                                  DELIMITED BY SIZE                     00095300
                     ' - DIAS DEL MES SIN PROMEDIAR: '                  00095400
                                  DELIMITED BY SIZE                     00095500
                     WS-EDIT-DIAS DELIMITED BY SIZE                     00095600
                INTO REG-TXT-TEXTO                                      00095700
           END-IF                                                       00095800
                                                                        00095900
           PERFORM 3910-I-GRABAR-TEXTO                                  00096000
              THRU 3910-F-GRABAR-TEXTO                                  00096100
                                                                        00096200
           DISPLAY '* DIA HABIL SIN FOTO EN TBSALDIA: ' SD-FECPROC      00096300
                   ' DIAS: ' WS-EDIT-DIAS                               00096400
           .                                                            00096500
       1050-F-VERIFICAR-FOTOS. EXIT.                                    00096600
                                                                        00096700
      ***********************************************************       00096800
      *  PROMEDIOS: RECORRE EL CURSOR C2 CON CORTE DE CONTROL   *       00096900
      *  POR REGION, SUCURSAL Y CUENTA, Y CIERRA CON LOS        *       00097000
      *  TOTALES GENERALES                                      *       00097100
      ***********************************************************       00097200
       2000-I-PROMEDIOS.                                                00097300
                                                                        00097400
           SET WS-SI-CURSOR TO TRUE                                     00097500
                                                                        00097600
           PERFORM 8200-I-ABRIR-CURSOR-C2                               00097700
              THRU 8200-F-ABRIR-CURSOR-C2                               00097800
                                                                        00097900
           IF WS-FIN-CURSOR                                             00098000
              GO TO 2000-F-PROMEDIOS                                    00098100
           END-IF                                                       00098200
                                                                        00098300
           PERFORM 8400-I-LEER-CURSOR-C2                                00098400
              THRU 8400-F-LEER-CURSOR-C2                                00098500
                                                                        00098600
           PERFORM 2100-I-UNA-REGION                                    00098700
              THRU 2100-F-UNA-REGION                                    00098800
             UNTIL WS-FIN-CURSOR OR WS-FIN-PROCESO                      00098900
                                                                        00099000
           PERFORM 8300-I-CERRAR-CURSOR-C2                              00099100
              THRU 8300-F-CERRAR-CURSOR-C2                              00099200
                                                                        00099300
           IF WS-FIN-PROCESO                                            00099400
              GO TO 2000-F-PROMEDIOS                                    00099500
           END-IF                                                       00099600
                                                                        00099700
           IF WS-CANT-CUENTAS = ZEROS                                   00099800
              MOVE SPACES TO REG-TXT-TEXTO                              00099900
              STRING 'SIN FOTOS DE SALDOS EN TBSALDIA PARA EL PERIODO ' 00100000
                                  DELIMITED BY SIZE                     00100100
                     WS-PERIODO   DELIMITED BY SIZE                     00100200
                INTO REG-TXT-TEXTO                                      00100300
              PERFORM 3910-I-GRABAR-TEXTO                               00100400
                 THRU 3910-F-GRABAR-TEXTO                               00100500
              GO TO 2000-F-PROMEDIOS                                    00100600
           END-IF                                                       00100700
                                                                        00100800
           MOVE SPACES TO REG-TXT-TEXTO                                 00100900
           STRING 'TOTALES GENERALES DEL PERIODO ' DELIMITED BY SIZE    00101000
                  WS-PERIODO                       DELIMITED BY SIZE    00101100
             INTO REG-TXT-TEXTO                                         00101200
           MOVE 3 TO WS-NIV-ORIGEN                                      00101300
           PERFORM 2700-I-LISTAR-NIVEL                                  00101400
              THRU 2700-F-LISTAR-NIVEL                                  00101500
           .                                                            00101600
       2000-F-PROMEDIOS. EXIT.                                          00101700
                                                                        00101800
      ***********************************************************       00101900
      *  UNA REGION: SUS SUCURSALES Y EL CORTE CON LOS TOTALES  *       00102000
      *  DE LA REGION                                           *       00102100
      ***********************************************************       00102200
       2100-I-UNA-REGION.                                               00102300
                                                                        00102400
           MOVE WS-CUR-REGION TO WS-REGION-ANT                          00102500
           ADD 1 TO WS-CANT-REGIONES                                    00102600
                                                                        00102700
           PERFORM 2200-I-UNA-SUCURSAL                                  00102800
              THRU 2200-F-UNA-SUCURSAL                                  00102900
             UNTIL WS-FIN-CURSOR OR WS-FIN-PROCESO                      00103000
                OR WS-CUR-REGION NOT = WS-REGION-ANT                    00103100
                                                                        00103200
           IF WS-SI-PROCESO                                             00103300
              MOVE SPACES TO REG-TXT-TEXTO                              00103400
              STRING 'TOTALES REGION ' DELIMITED BY SIZE                00103500
                     WS-REGION-ANT     DELIMITED BY SIZE                00103600
                INTO REG-TXT-TEXTO                                      00103700
              MOVE 2 TO WS-NIV-ORIGEN                                   00103800
              PERFORM 2700-I-LISTAR-NIVEL                               00103900
                 THRU 2700-F-LISTAR-NIVEL                               00104000
           END-IF                                                       00104100
           .                                                            00104200
       2100-F-UNA-REGION. EXIT.                                         00104300
                                                                        00104400
      ***********************************************************       00104500
      *  UNA SUCURSAL: ENCABEZADO, SUS CUENTAS Y EL CORTE CON   *       00104600
      *  LOS TOTALES DE LA SUCURSAL                             *       00104700
      ***********************************************************       00104800
       2200-I-UNA-SUCURSAL.                                             00104900
                                                                        00105000
           MOVE WS-CUR-SUCUEN TO WS-SUCUEN-ANT                          00105100
           MOVE WS-CUR-NOMBRE TO WS-NOMBRE-ANT                          00105200
           ADD 1 TO WS-CANT-SUCURSALES                                  00105300
                                                                        00105400
           MOVE WS-SUCUEN-ANT TO WS-EDIT-SUCUEN                         00105500
           MOVE SPACES TO REG-TXT-TEXTO                                 00105600
           STRING 'SUCURSAL '    DELIMITED BY SIZE                      00105700
                  WS-EDIT-SUCUEN DELIMITED BY SIZE                      00105800
                  ' - '          DELIMITED BY SIZE                      00105900
                  WS-NOMBRE-ANT  DELIMITED BY SIZE                      00106000
                  ' - REGION '   DELIMITED BY SIZE                      00106100
                  WS-REGION-ANT  DELIMITED BY SIZE                      00106200
             INTO REG-TXT-TEXTO                                         00106300
           PERFORM 3910-I-GRABAR-TEXTO                                  00106400
              THRU 3910-F-GRABAR-TEXTO                                  00106500
                                                                        00106600
           PERFORM 2300-I-UNA-CUENTA                                    00106700
              THRU 2300-F-UNA-CUENTA                                    00106800
             UNTIL WS-FIN-CURSOR OR WS-FIN-PROCESO                      00106900
                OR WS-CUR-REGION NOT = WS-REGION-ANT                    00107000
                OR WS-CUR-SUCUEN NOT = WS-SUCUEN-ANT                    00107100
                                                                        00107200
           IF WS-SI-PROCESO                                             00107300
              MOVE SPACES TO REG-TXT-TEXTO                              00107400
              STRING 'TOTALES SUCURSAL ' DELIMITED BY SIZE              00107500
                     WS-EDIT-SUCUEN      DELIMITED BY SIZE              00107600
                     ' - '               DELIMITED BY SIZE              00107700
                     WS-NOMBRE-ANT       DELIMITED BY SIZE              00107800
                INTO REG-TXT-TEXTO                                      00107900
              MOVE 1 TO WS-NIV-ORIGEN                                   00108000
              PERFORM 2700-I-LISTAR-NIVEL                               00108100
                 THRU 2700-F-LISTAR-NIVEL                               00108200
           END-IF                                                       00108300
           .                                                            00108400
       2200-F-UNA-SUCURSAL. EXIT.                                       00108500
                                                                        00108600
      ***********************************************************       00108700
      *  UNA CUENTA: CARGA SUS FOTOS DEL MES Y LA CIERRA        *       00108800
      ***********************************************************       00108900
       2300-I-UNA-CUENTA.                                               00109000
                                                                        00109100
           MOVE WS-CUR-TIPCUEN TO WS-TIPCUEN-ANT                        00109200
           MOVE WS-CUR-NROCUEN TO WS-NROCUEN-ANT                        00109300
           MOVE WS-CUR-MONEDA  TO WS-MONEDA-ANT                         00109400
           MOVE WS-CUR-NROCLI  TO WS-NROCLI-ANT                         00109500
           INITIALIZE WS-CUENTA-MES                                     00109600
                                                                        00109700
           PERFORM 2310-I-UNA-FOTO                                      00109800
              THRU 2310-F-UNA-FOTO                                      00109900
             UNTIL WS-FIN-CURSOR OR WS-FIN-PROCESO                      00110000
                OR WS-CUR-TIPCUEN NOT = WS-TIPCUEN-ANT                  00110100
                OR WS-CUR-NROCUEN NOT = WS-NROCUEN-ANT                  00110200
                                                                        00110300
           IF WS-SI-PROCESO                                             00110400
              PERFORM 2400-I-CERRAR-CUENTA                              00110500
                 THRU 2400-F-CERRAR-CUENTA                              00110600
           END-IF                                                       00110700
           .                                                            00110800
       2300-F-UNA-CUENTA. EXIT.                                         00110900
                                                                        00111000
      ***********************************************************       00111100
      *  UNA FOTO DE LA CUENTA: SE UBICA SU FECHA EN LA TABLA   *       00111200
      *  DE FOTOS. UNA FOTO EN FECHA NO HABIL (NO ESTA EN LA    *       00111300
      *  TABLA) NO SE PROMEDIA.                                 *       00111400
      ***********************************************************       00111500
       2310-I-UNA-FOTO.                                                 00111600
                                                                        00111700
           MOVE 1 TO WS-FOT-IDX                                         00111800
           PERFORM 2315-I-AVANZAR-FOTO                                  00111900
              THRU 2315-F-AVANZAR-FOTO                                  00112000
             UNTIL WS-FOT-IDX > WS-FOT-CANT                             00112100
                OR WS-FOT-FECHA (WS-FOT-IDX) = WS-CUR-FECPROC           00112200
                                                                        00112300
           IF WS-FOT-IDX > WS-FOT-CANT                                  00112400
              ADD 1 TO WS-FILAS-FUERA-MES                               00112500
           ELSE                                                         00112600
              MOVE 'S'          TO WS-CTA-PRESENTE (WS-FOT-IDX)         00112700
              MOVE WS-CUR-SALDO TO WS-CTA-SALDO    (WS-FOT-IDX)         00112800
           END-IF                                                       00112900
                                                                        00113000
           PERFORM 8400-I-LEER-CURSOR-C2                                00113100
              THRU 8400-F-LEER-CURSOR-C2                                00113200
           .                                                            00113300
       2310-F-UNA-FOTO. EXIT.                                           00113400
                                                                        00113500
       2315-I-AVANZAR-FOTO.                                             00113600
           ADD 1 TO WS-FOT-IDX                                          00113700
           .                                                            00113800
       2315-F-AVANZAR-FOTO. EXIT.                                       00113900
                                                                        00114000
      ***********************************************************       00114100
      *  CIERRE DE LA CUENTA: PROMEDIO, MES ANTERIOR, PESOS,    *       00114200
      *  LINEA DEL LISTADO, FILA DEL CSV, TBSALPRO Y SUBTOTAL   *       00114300
      *  DE LA SUCURSAL                                         *       00114400
      ***********************************************************       00114500
       2400-I-CERRAR-CUENTA.                                            00114600
                                                                        00114700
           INITIALIZE WS-RESULTADO-CUENTA                               00114800
           ADD 1 TO WS-CANT-CUENTAS                                     00114900
                                                                        00115000
      *    PRIMERA Y ULTIMA FOTO DE LA CUENTA EN EL MES                 00115100
           MOVE ZEROS TO WS-CTA-PRIMERA                                 00115200
           MOVE ZEROS TO WS-CTA-ULTIMA                                  00115300
           PERFORM 2410-I-UBICAR-FOTOS                                  00115400
              THRU 2410-F-UBICAR-FOTOS                                  00115500
             VARYING WS-FOT-IDX FROM 1 BY 1                             00115600
               UNTIL WS-FOT-IDX > WS-FOT-CANT                           00115700
                                                                        00115800
           PERFORM 2420-I-SUMAR-DIAS                                    00115900
              THRU 2420-F-SUMAR-DIAS                                    00116000
             VARYING WS-FOT-IDX FROM 1 BY 1                             00116100
               UNTIL WS-FOT-IDX > WS-FOT-CANT                           00116200
                                                                        00116300
           IF WS-RES-DIAS-SAL > ZEROS                                   00116400
              COMPUTE WS-RES-PROMEDIO ROUNDED =                         00116500
                      WS-RES-SUMA / WS-RES-DIAS-SAL                     00116600
           END-IF                                                       00116700
                                                                        00116800
           PERFORM 2430-I-MES-ANTERIOR                                  00116900
              THRU 2430-F-MES-ANTERIOR                                  00117000
           IF WS-FIN-PROCESO                                            00117100
              GO TO 2400-F-CERRAR-CUENTA                                00117200
           END-IF                                                       00117300
                                                                        00117400
           COMPUTE WS-RES-VARIACION = WS-RES-PROMEDIO - WS-RES-ANTERIOR 00117500
                                                                        00117600
      *    LOS DOS PROMEDIOS SE VALORIZAN A LA MISMA COTIZACION         00117700
      *    (ULTIMO DIA DEL MES): LA VARIACION EN PESOS ES DE SALDO,     00117800
      *    NO DE TIPO DE CAMBIO.                                        00117900
           MOVE WS-MONEDA-ANT TO WS-MONEDA-BUSCADA                      00118000
           PERFORM 2500-I-OBTENER-COTIZACION                            00118100
              THRU 2500-F-OBTENER-COTIZACION                            00118200
           COMPUTE WS-RES-PESOS ROUNDED =                               00118300
                   WS-RES-PROMEDIO * WS-COTIZA-APLICADA                 00118400
           COMPUTE WS-RES-ANT-PESOS ROUNDED =                           00118500
                   WS-RES-ANTERIOR * WS-COTIZA-APLICADA                 00118600
                                                                        00118700
           EVALUATE TRUE                                                00118800
           WHEN WS-RES-DIAS-FALT > ZEROS                                00118900
                MOVE 'FOTO FALTANTE ' TO WS-RES-OBSERV                  00119000
                ADD 1 TO WS-CANT-CTAS-INCOMPL                           00119100
           WHEN WS-CTA-PRIMERA > 1                                      00119200
                MOVE 'ALTA EN EL MES' TO WS-RES-OBSERV                  00119300
           WHEN WS-CTA-ULTIMA < WS-FOT-CANT                             00119400
                MOVE 'BAJA EN EL MES' TO WS-RES-OBSERV                  00119500
           WHEN WS-SIN-MES-ANT                                          00119600
                MOVE 'SIN MES ANT.  ' TO WS-RES-OBSERV                  00119700
           WHEN WS-RES-ANT-FALT > ZEROS                                 00119800
                MOVE 'MES ANT.INCOMP' TO WS-RES-OBSERV                  00119900
           WHEN OTHER                                                   00120000
                MOVE SPACES           TO WS-RES-OBSERV                  00120100
           END-EVALUATE                                                 00120200
                                                                        00120300
           IF WS-SIN-MES-ANT                                            00120400
              ADD 1 TO WS-CANT-SIN-MES-ANT                              00120500
           END-IF                                                       00120600
                                                                        00120700
           MOVE WS-TIPCUEN-ANT      TO REG-CTA-TIPCUEN                  00120800
           MOVE WS-NROCUEN-ANT      TO REG-CTA-NROCUEN                  00120900
           MOVE WS-MONEDA-ANT       TO REG-CTA-MONEDA                   00121000
           MOVE WS-RES-PROMEDIO     TO REG-CTA-PROMEDIO                 00121100
           MOVE WS-RES-ANTERIOR     TO REG-CTA-ANTERIOR                 00121200
           MOVE WS-RES-VARIACION    TO REG-CTA-VARIACION                00121300
           MOVE WS-RES-PESOS        TO REG-CTA-PESOS                    00121400
           MOVE WS-RES-DIAS-SAL     TO REG-CTA-DIAS-SAL                 00121500
           MOVE WS-RES-DIAS-FALT    TO REG-CTA-DIAS-FALT                00121600
           MOVE WS-RES-OBSERV       TO REG-CTA-OBSERV                   00121700
                                                                        00121800
           PERFORM 3900-I-GRABAR-LINEA                                  00121900
              THRU 3900-F-GRABAR-LINEA                                  00122000
                                                                        00122100
      *    LOS HUECOS PROPIOS DE LA CUENTA (FOTO DEL DIA SIN LA         00122200
      *    CUENTA ENTRE SU PRIMERA Y SU ULTIMA FOTO) SE DETALLAN        00122300
      *    DEBAJO; LOS DIAS SIN NINGUNA FOTO YA SE LISTARON ARRIBA.     00122400
           IF WS-RES-DIAS-FALT > ZEROS                                  00122500
              PERFORM 2440-I-DETALLAR-HUECO                             00122600
                 THRU 2440-F-DETALLAR-HUECO                             00122700
                VARYING WS-FOT-IDX FROM 1 BY 1                          00122800
                  UNTIL WS-FOT-IDX > WS-FOT-CANT                        00122900
           END-IF                                                       00123000
                                                                        00123100
           PERFORM 2950-I-ARMAR-CSV-PRO                                 00123200
              THRU 2950-F-ARMAR-CSV-PRO                                 00123300
                                                                        00123400
           WRITE REG-SALIDACSV FROM WS-REG-CSV-PRO                      00123500
                                                                        00123600
           MOVE FS-SALIDACSV TO FS-ACTUAL                               00123700
           MOVE 'ARCHIVO EXTRACTO CSV' TO WS-ARCHIVO-DESC               00123800
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00123900
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00124000
                                                                        00124100
           ADD 1 TO WS-CSV-GRABADOS                                     00124200
                                                                        00124300
           PERFORM 2450-I-GRABAR-PROMEDIO                               00124400
              THRU 2450-F-GRABAR-PROMEDIO                               00124500
           IF WS-FIN-PROCESO                                            00124600
              GO TO 2400-F-CERRAR-CUENTA                                00124700
           END-IF                                                       00124800
                                                                        00124900
           MOVE WS-TIPCUEN-ANT      TO WS-ACU-TIPCUEN                   00125000
           MOVE WS-MONEDA-ANT       TO WS-ACU-MONEDA                    00125100
           MOVE 1                   TO WS-ACU-CUENTAS                   00125200
           IF WS-RES-DIAS-FALT > ZEROS                                  00125300
              MOVE 1                TO WS-ACU-INCOMPL                   00125400
           ELSE                                                         00125500
              MOVE ZEROS            TO WS-ACU-INCOMPL                   00125600
           END-IF                                                       00125700
           MOVE WS-RES-PROMEDIO     TO WS-ACU-PROMEDIO                  00125800
           MOVE WS-RES-ANTERIOR     TO WS-ACU-ANTERIOR                  00125900
           MOVE WS-RES-PESOS        TO WS-ACU-PESOS                     00126000
           MOVE WS-RES-ANT-PESOS    TO WS-ACU-ANT-PESOS                 00126100
           MOVE 1 TO WS-NIV                                             00126200
           PERFORM 2600-I-ACUMULAR-NIVEL                                00126300
              THRU 2600-F-ACUMULAR-NIVEL                                00126400
           .                                                            00126500
       2400-F-CERRAR-CUENTA. EXIT.                                      00126600
                                                                        00126700
       2410-I-UBICAR-FOTOS.                                             00126800
           IF WS-CTA-PRESENTE (WS-FOT-IDX) = 'S'                        00126900
              IF WS-CTA-PRIMERA = ZEROS                                 00127000
                 MOVE WS-FOT-IDX TO WS-CTA-PRIMERA                      00127100
              END-IF                                                    00127200
              MOVE WS-FOT-IDX TO WS-CTA-ULTIMA                          00127300
           END-IF                                                       00127400
           .                                                            00127500
       2410-F-UBICAR-FOTOS. EXIT.                                       00127600
                                                                        00127700
      ***********************************************************       00127800
      *  DIAS DE UNA ENTRADA DE LA TABLA DE FOTOS PARA LA       *       00127900
      *  CUENTA: SIN FOTO DEL DIA NO SE PROMEDIAN; CON SALDO    *       00128000
      *  DE LA CUENTA SUMAN SALDO POR DIAS; ANTES DE SU PRIMERA *       00128100
      *  O DESPUES DE SU ULTIMA FOTO LA CUENTA NO EXISTIA       *       00128200
      *  (SALDO CERO); ENTRE AMBAS ES UN HUECO DE LA CUENTA     *       00128300
      ***********************************************************       00128400
       2420-I-SUMAR-DIAS.                                               00128500
                                                                        00128600
           EVALUATE TRUE                                                00128700
           WHEN WS-FOT-ESTADO (WS-FOT-IDX) = 'N'                        00128800
                ADD WS-FOT-DIAS (WS-FOT-IDX) TO WS-RES-DIAS-FALT        00128900
           WHEN WS-CTA-PRESENTE (WS-FOT-IDX) = 'S'                      00129000
                COMPUTE WS-RES-SUMA = WS-RES-SUMA +                     00129100
                        WS-CTA-SALDO (WS-FOT-IDX) *                     00129200
                        WS-FOT-DIAS  (WS-FOT-IDX)                       00129300
                ADD WS-FOT-DIAS (WS-FOT-IDX) TO WS-RES-DIAS-SAL         00129400
           WHEN WS-FOT-IDX < WS-CTA-PRIMERA                             00129500
             OR WS-FOT-IDX > WS-CTA-ULTIMA                              00129600
                ADD WS-FOT-DIAS (WS-FOT-IDX) TO WS-RES-DIAS-SAL         00129700
                ADD WS-FOT-DIAS (WS-FOT-IDX) TO WS-RES-DIAS-CERO        00129800
           WHEN OTHER                                                   00129900
                ADD WS-FOT-DIAS (WS-FOT-IDX) TO WS-RES-DIAS-FALT        00130000
           END-EVALUATE                                                 00130100
           .                                                            00130200
       2420-F-SUMAR-DIAS. EXIT.                                         00130300
                                                                        00130400
      ***********************************************************       00130500
      *  PROMEDIO DE LA CUENTA EN EL PERIODO ANTERIOR           *       00130600
      *  (TBSALPRO). SIN FILA NO HAY CONTRA QUE COMPARAR Y LA   *       00130700
      *  VARIACION ES EL PROMEDIO DEL MES.                      *       00130800
      ***********************************************************       00130900
       2430-I-MES-ANTERIOR.                                             00131000
                                                                        00131100
           MOVE '2430-I-MES-ANTERIOR' TO WS-PARRAFO.                    00131200
                                                                        00131300
           MOVE WS-PERIODO-ANT TO PM-PERIODO                            00131400
           MOVE WS-TIPCUEN-ANT TO PM-TIPCUEN                            00131500
           MOVE WS-NROCUEN-ANT TO PM-NROCUEN                            00131600
                                                                        00131700
           EXEC SQL                                                     00131800
              SELECT PROMEDIO,                                          00131900
                     DIASFALT                                           00132000
                INTO :PM-PROMEDIO,                                      00132100
                     :PM-DIASFALT                                       00132200
                FROM KC02803.TBSALPRO                                   00132300
               WHERE PERIODO = :PM-PERIODO                              00132400
                 AND TIPCUEN = :PM-TIPCUEN                              00132500
                 AND NROCUEN = :PM-NROCUEN                              00132600
           END-EXEC                                                     00132700
                                                                        00132800
           EVALUATE TRUE                                                00132900
           WHEN SQLCODE EQUAL ZEROS                                     00133000
                SET WS-HAY-MES-ANT TO TRUE                              00133100
                MOVE PM-PROMEDIO TO WS-RES-ANTERIOR                     00133200
                MOVE PM-DIASFALT TO WS-RES-ANT-FALT                     00133300
           WHEN SQLCODE EQUAL +100                                      00133400
                SET WS-SIN-MES-ANT TO TRUE                              00133500
                MOVE ZEROS TO WS-RES-ANTERIOR                           00133600
                MOVE ZEROS TO WS-RES-ANT-FALT                           00133700
           WHEN OTHER                                                   00133800
                MOVE SQLCODE   TO WS-SQLCODE                            00133900
                DISPLAY '************************************'          00134000
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00134100
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00134200
                DISPLAY '************************************'          00134300
                DISPLAY '* TABLA       : PROMEDIOS TBSALPRO *'          00134400
                DISPLAY '* DESCRIPCION : PROMEDIO MES ANT.  *'          00134500
                DISPLAY '************************************'          00134600
                MOVE 9999 TO RETURN-CODE                                00134700
                SET  WS-FIN-PROCESO TO TRUE                             00134800
           END-EVALUATE.                                                00134900
                                                                        00135000
       2430-F-MES-ANTERIOR. EXIT.                                       00135100
                                                                        00135200
      ***********************************************************       00135300
      *  LINEA DE DETALLE DE UN HUECO PROPIO DE LA CUENTA       *       00135400
      ***********************************************************       00135500
       2440-I-DETALLAR-HUECO.                                           00135600
                                                                        00135700
           IF WS-FOT-ESTADO   (WS-FOT-IDX) = 'S'                        00135800
              AND WS-CTA-PRESENTE (WS-FOT-IDX) NOT = 'S'                00135900
              AND WS-FOT-IDX > WS-CTA-PRIMERA                           00136000
              AND WS-FOT-IDX < WS-CTA-ULTIMA                            00136100
              MOVE WS-FOT-DIAS (WS-FOT-IDX) TO WS-EDIT-DIAS             00136200
              MOVE WS-NROCUEN-ANT           TO WS-EDIT-NROCUEN          00136300
              MOVE SPACES TO REG-TXT-TEXTO                              00136400
              STRING '   CUENTA '     DELIMITED BY SIZE                 00136500
                     WS-TIPCUEN-ANT   DELIMITED BY SIZE                 00136600
                     '-'              DELIMITED BY SIZE                 00136700
                     WS-EDIT-NROCUEN  DELIMITED BY SIZE                 00136800
                     ' SIN FOTO EL '  DELIMITED BY SIZE                 00136900
                     WS-FOT-FECHA (WS-FOT-IDX)                          00137000
                                      DELIMITED BY SIZE                 00137100
                     ' - DIAS DEL MES SIN PROMEDIAR: '                  00137200
                                      DELIMITED BY SIZE                 00137300
                     WS-EDIT-DIAS     DELIMITED BY SIZE                 00137400
                INTO REG-TXT-TEXTO                                      00137500
              PERFORM 3910-I-GRABAR-TEXTO                               00137600
                 THRU 3910-F-GRABAR-TEXTO                               00137700
           END-IF                                                       00137800
           .                                                            00137900
       2440-F-DETALLAR-HUECO. EXIT.                                     00138000
                                                                        00138100
      ***********************************************************       00138200
      *  PROMEDIO DE LA CUENTA EN TBSALPRO PARA LA VARIACION    *       00138300
      *  DEL MES SIGUIENTE. UNA RECORRIDA DEL PERIODO PISA LA   *       00138400
      *  FILA.                                                  *       00138500
      ***********************************************************       00138600
       2450-I-GRABAR-PROMEDIO.                                          00138700
                                                                        00138800
           MOVE '2450-I-GRABAR-PROMEDIO' TO WS-PARRAFO.                 00138900
                                                                        00139000
           MOVE WS-PERIODO       TO PM-PERIODO                          00139100
           MOVE WS-TIPCUEN-ANT   TO PM-TIPCUEN                          00139200
           MOVE WS-NROCUEN-ANT   TO PM-NROCUEN                          00139300
           MOVE WS-SUCUEN-ANT    TO PM-SUCUEN                           00139400
           MOVE WS-MONEDA-ANT    TO PM-MONEDA                           00139500
           MOVE WS-RES-PROMEDIO  TO PM-PROMEDIO                         00139600
           MOVE WS-RES-DIAS-SAL  TO PM-DIASSAL                          00139700
           MOVE WS-RES-DIAS-FALT TO PM-DIASFALT                         00139800
                                                                        00139900
           EXEC SQL                                                     00140000
              UPDATE KC02803.TBSALPRO                                   00140100
                 SET SUCUEN   = :PM-SUCUEN,                             00140200
                     MONEDA   = :PM-MONEDA,                             00140300
                     PROMEDIO = :PM-PROMEDIO,                           00140400
                     DIASSAL  = :PM-DIASSAL,                            00140500
                     DIASFALT = :PM-DIASFALT                            00140600
               WHERE PERIODO = :PM-PERIODO                              00140700
                 AND TIPCUEN = :PM-TIPCUEN                              00140800
                 AND NROCUEN = :PM-NROCUEN                              00140900
           END-EXEC                                                     00141000
                                                                        00141100
           IF SQLCODE EQUAL +100                                        00141200
              EXEC SQL                                                  00141300
                 INSERT INTO KC02803.TBSALPRO                           00141400
                        (PERIODO, TIPCUEN, NROCUEN, SUCUEN, MONEDA,     00141500
                         PROMEDIO, DIASSAL, DIASFALT)                   00141600
                 VALUES (:PM-PERIODO,                                   00141700
                         :PM-TIPCUEN,                                   00141800
                         :PM-NROCUEN,                                   00141900
                         :PM-SUCUEN,                                    00142000
                         :PM-MONEDA,                                    00142100
                         :PM-PROMEDIO,                                  00142200
                         :PM-DIASSAL,                                   00142300
                         :PM-DIASFALT)                                  00142400
              END-EXEC                                                  00142500
           END-IF                                                       00142600
                                                                        00142700
           IF  SQLCODE EQUAL ZEROS                                      00142800
                ADD 1 TO WS-PROMEDIOS-GRABADOS                          00142900
           ELSE                                                         00143000
                MOVE SQLCODE   TO WS-SQLCODE                            00143100
                DISPLAY '************************************'          00143200
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00143300
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00143400
                DISPLAY '************************************'          00143500
                DISPLAY '* TABLA       : PROMEDIOS TBSALPRO *'          00143600
                DISPLAY '* DESCRIPCION : PROMEDIO DEL MES   *'          00143700
                DISPLAY '************************************'          00143800
                MOVE 9999 TO RETURN-CODE                                00143900
                SET  WS-FIN-PROCESO TO TRUE                             00144000
           END-IF.                                                      00144100
                                                                        00144200
       2450-F-GRABAR-PROMEDIO. EXIT.                                    00144300
                                                                        00144400
      ***********************************************************       00144500
      *  COTIZACION DE UNA MONEDA AL ULTIMO DIA DEL MES (ULTIMA *       00144600
      *  FECHA <= FIN DE MES EN TBCOTIZA), CON CACHE POR MONEDA.*       00144700
      *  'PE' COTIZA 1; SIN COTIZACION CARGADA SE VALORIZA 1 A 1*       00144800
      *  Y SE AVISA POR CONSOLA.                                *       00144900
      ***********************************************************       00145000
       2500-I-OBTENER-COTIZACION.                                       00145100
                                                                        00145200
           IF WS-MONEDA-BUSCADA = 'PE'                                  00145300
              MOVE 1 TO WS-COTIZA-APLICADA                              00145400
              GO TO 2500-F-OBTENER-COTIZACION                           00145500
           END-IF                                                       00145600
                                                                        00145700
           MOVE 1 TO WS-COT-IDX                                         00145800
           PERFORM 2525-I-AVANZAR-COTIZACION                            00145900
              THRU 2525-F-AVANZAR-COTIZACION                            00146000
             UNTIL WS-COT-IDX > 5                                       00146100
                OR WS-COT-MONEDA (WS-COT-IDX) = WS-MONEDA-BUSCADA       00146200
                OR WS-COT-MONEDA (WS-COT-IDX) = SPACES                  00146300
                                                                        00146400
           IF WS-COT-IDX NOT > 5                                        00146500
              AND WS-COT-MONEDA (WS-COT-IDX) = WS-MONEDA-BUSCADA        00146600
              MOVE WS-COT-VALOR (WS-COT-IDX) TO WS-COTIZA-APLICADA      00146700
              GO TO 2500-F-OBTENER-COTIZACION                           00146800
           END-IF                                                       00146900
                                                                        00147000
           MOVE '2500-I-OBTENER-COTIZACION' TO WS-PARRAFO.              00147100
                                                                        00147200
           MOVE WS-MONEDA-BUSCADA TO CZ-MONEDA                          00147300
           MOVE WS-FEC-HASTA      TO CZ-FECHA                           00147400
                                                                        00147500
           EXEC SQL                                                     00147600
              SELECT COTIZA                                             00147700
                INTO :CZ-COTIZA                                         00147800
                FROM KC02803.TBCOTIZA                                   00147900
               WHERE MONEDA = :CZ-MONEDA                                00148000
                 AND FECHA  =                                           00148100
                     (SELECT MAX(FECHA)                                 00148200
                        FROM KC02803.TBCOTIZA                           00148300
                       WHERE MONEDA = :CZ-MONEDA                        00148400
                         AND FECHA <= :CZ-FECHA)                        00148500
           END-EXEC                                                     00148600
                                                                        00148700
           EVALUATE TRUE                                                00148800
           WHEN SQLCODE EQUAL ZEROS                                     00148900
                MOVE CZ-COTIZA TO WS-COTIZA-APLICADA                    00149000
           WHEN SQLCODE EQUAL +100                                      00149100
                MOVE 1 TO WS-COTIZA-APLICADA                            00149200
                DISPLAY '* SIN COTIZACION EN TBCOTIZA PARA '            00149300
                        WS-MONEDA-BUSCADA ' - SE VALORIZA 1 A 1 *'      00149400
           WHEN OTHER                                                   00149500
                MOVE SQLCODE   TO WS-SQLCODE                            00149600
                DISPLAY '************************************'          00149700
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00149800
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00149900
                DISPLAY '************************************'          00150000
                DISPLAY '* TABLA       : COTIZAC. TBCOTIZA  *'          00150100
                DISPLAY '* DESCRIPCION : COTIZACION MONEDA  *'          00150200
                DISPLAY '************************************'          00150300
                MOVE 9999 TO RETURN-CODE                                00150400
                SET  WS-FIN-PROCESO TO TRUE                             00150500
                MOVE 1 TO WS-COTIZA-APLICADA                            00150600
           END-EVALUATE                                                 00150700
                                                                        00150800
      *    SE GUARDA EN EL CACHE (PRIMERA ENTRADA LIBRE).               00150900
           IF WS-COT-IDX NOT > 5                                        00151000
              MOVE WS-MONEDA-BUSCADA TO WS-COT-MONEDA (WS-COT-IDX)      00151100
              MOVE WS-COTIZA-APLICADA TO WS-COT-VALOR (WS-COT-IDX)      00151200
           END-IF                                                       00151300
           .                                                            00151400
       2500-F-OBTENER-COTIZACION. EXIT.                                 00151500
                                                                        00151600
       2525-I-AVANZAR-COTIZACION.                                       00151700
           ADD 1 TO WS-COT-IDX                                          00151800
           .                                                            00151900
       2525-F-AVANZAR-COTIZACION. EXIT.                                 00152000
                                                                        00152100
      ***********************************************************       00152200
      *  SUMA WS-ACUMULAR EN LA ENTRADA TIPO DE CUENTA Y MONEDA *       00152300
      *  DEL NIVEL WS-NIV (LA ABRE SI NO ESTA)                  *       00152400
      ***********************************************************       00152500
       2600-I-ACUMULAR-NIVEL.                                           00152600
                                                                        00152700
           MOVE 1 TO WS-TOT-BUS                                         00152800
           PERFORM 2625-I-AVANZAR-TOTAL                                 00152900
              THRU 2625-F-AVANZAR-TOTAL                                 00153000
             UNTIL WS-TOT-BUS > WS-TOT-CANT (WS-NIV)                    00153100
                OR (WS-TOT-TIPCUEN (WS-NIV, WS-TOT-BUS) =               00153200
                                               WS-ACU-TIPCUEN           00153300
                AND WS-TOT-MONEDA  (WS-NIV, WS-TOT-BUS) =               00153400
                                               WS-ACU-MONEDA)           00153500
                                                                        00153600
           IF WS-TOT-BUS > WS-TOT-CANT (WS-NIV)                         00153700
              IF WS-TOT-BUS > 20                                        00153800
                 DISPLAY '*****************************************'    00153900
                 DISPLAY '* MAS DE 20 COMBINACIONES DE TIPO DE    *'    00154000
                 DISPLAY '* CUENTA Y MONEDA EN LOS SUBTOTALES     *'    00154100
                 DISPLAY '* TIPO/MONEDA: ' WS-ACU-TIPCUEN ' '           00154200
                                           WS-ACU-MONEDA                00154300
                 DISPLAY '*****************************************'    00154400
                 MOVE 9999 TO RETURN-CODE                               00154500
                 SET  WS-FIN-PROCESO TO TRUE                            00154600
                 GO TO 2600-F-ACUMULAR-NIVEL                            00154700
              END-IF                                                    00154800
              ADD 1 TO WS-TOT-CANT (WS-NIV)                             00154900
              INITIALIZE WS-TOT-ENTRADA (WS-NIV, WS-TOT-BUS)            00155000
              MOVE WS-ACU-TIPCUEN TO WS-TOT-TIPCUEN (WS-NIV, WS-TOT-BUS)00155100
              MOVE WS-ACU-MONEDA  TO WS-TOT-MONEDA  (WS-NIV, WS-TOT-BUS)00155200
           END-IF                                                       00155300
                                                                        00155400
           ADD WS-ACU-CUENTAS   TO WS-TOT-CUENTAS   (WS-NIV, WS-TOT-BUS)00155500
           ADD WS-ACU-INCOMPL   TO WS-TOT-INCOMPL   (WS-NIV, WS-TOT-BUS)00155600
           ADD WS-ACU-PROMEDIO  TO WS-TOT-PROMEDIO  (WS-NIV, WS-TOT-BUS)00155700
           ADD WS-ACU-ANTERIOR  TO WS-TOT-ANTERIOR  (WS-NIV, WS-TOT-BUS)00155800
           ADD WS-ACU-PESOS     TO WS-TOT-PESOS     (WS-NIV, WS-TOT-BUS)00155900
           ADD WS-ACU-ANT-PESOS TO WS-TOT-ANT-PESOS (WS-NIV, WS-TOT-BUS)00156000
           .                                                            00156100
       2600-F-ACUMULAR-NIVEL. EXIT.                                     00156200
                                                                        00156300
       2625-I-AVANZAR-TOTAL.                                            00156400
           ADD 1 TO WS-TOT-BUS                                          00156500
           .                                                            00156600
       2625-F-AVANZAR-TOTAL. EXIT.                                      00156700
                                                                        00156800
      ***********************************************************       00156900
      *  LISTA EL NIVEL WS-NIV-ORIGEN (TITULO YA ARMADO EN      *       00157000
      *  REG-TXT-TEXTO): UNA LINEA POR TIPO DE CUENTA Y MONEDA  *       00157100
      *  Y EL TOTAL EN PESOS. SUCURSAL Y REGION SE SUMAN AL     *       00157200
      *  NIVEL SIGUIENTE Y QUEDAN VACIOS PARA EL PROXIMO GRUPO. *       00157300
      ***********************************************************       00157400
       2700-I-LISTAR-NIVEL.                                             00157500
                                                                        00157600
           PERFORM 3910-I-GRABAR-TEXTO                                  00157700
              THRU 3910-F-GRABAR-TEXTO                                  00157800
                                                                        00157900
           INITIALIZE WS-TOTAL-GRUPO                                    00158000
                                                                        00158100
           PERFORM 2710-I-LINEA-NIVEL                                   00158200
              THRU 2710-F-LINEA-NIVEL                                   00158300
             VARYING WS-TOT-IDX FROM 1 BY 1                             00158400
               UNTIL WS-TOT-IDX > WS-TOT-CANT (WS-NIV-ORIGEN)           00158500
                  OR WS-FIN-PROCESO                                     00158600
                                                                        00158700
           MOVE 'EN PESOS'          TO REG-TOT-ETIQUETA                 00158800
           MOVE 'PE'                TO REG-TOT-MONEDA                   00158900
           MOVE WS-GRP-PESOS        TO REG-TOT-PROMEDIO                 00159000
           MOVE WS-GRP-ANT-PESOS    TO REG-TOT-ANTERIOR                 00159100
           COMPUTE REG-TOT-VARIACION = WS-GRP-PESOS - WS-GRP-ANT-PESOS  00159200
           MOVE WS-GRP-PESOS        TO REG-TOT-PESOS                    00159300
           MOVE WS-GRP-CUENTAS      TO REG-TOT-CUENTAS                  00159400
           MOVE WS-GRP-INCOMPL      TO REG-TOT-INCOMPL                  00159500
           MOVE 'CTAS/INCOMPL. '    TO REG-TOT-OBSERV                   00159600
                                                                        00159700
           PERFORM 3920-I-GRABAR-TOTAL                                  00159800
              THRU 3920-F-GRABAR-TOTAL                                  00159900
                                                                        00160000
           WRITE REG-SALIDA FROM WS-LINEA                               00160100
           ADD 1 TO WS-CUENTA-LINEA                                     00160200
                                                                        00160300
           MOVE ZEROS TO WS-TOT-CANT (WS-NIV-ORIGEN)                    00160400
           .                                                            00160500
       2700-F-LISTAR-NIVEL. EXIT.                                       00160600
                                                                        00160700
       2710-I-LINEA-NIVEL.                                              00160800
                                                                        00160900
           MOVE WS-TOT-TIPCUEN (WS-NIV-ORIGEN, WS-TOT-IDX)              00161000
                                    TO REG-TOT-ETIQUETA                 00161100
           MOVE WS-TOT-MONEDA  (WS-NIV-ORIGEN, WS-TOT-IDX)              00161200
                                    TO REG-TOT-MONEDA                   00161300
           MOVE WS-TOT-PROMEDIO (WS-NIV-ORIGEN, WS-TOT-IDX)             00161400
                                    TO REG-TOT-PROMEDIO                 00161500
           MOVE WS-TOT-ANTERIOR (WS-NIV-ORIGEN, WS-TOT-IDX)             00161600
                                    TO REG-TOT-ANTERIOR                 00161700
           COMPUTE REG-TOT-VARIACION =                                  00161800
                   WS-TOT-PROMEDIO (WS-NIV-ORIGEN, WS-TOT-IDX)          00161900
                 - WS-TOT-ANTERIOR (WS-NIV-ORIGEN, WS-TOT-IDX)          00162000
           MOVE WS-TOT-PESOS   (WS-NIV-ORIGEN, WS-TOT-IDX)              00162100
                                    TO REG-TOT-PESOS                    00162200
           MOVE WS-TOT-CUENTAS (WS-NIV-ORIGEN, WS-TOT-IDX)              00162300
                                    TO REG-TOT-CUENTAS                  00162400
           MOVE WS-TOT-INCOMPL (WS-NIV-ORIGEN, WS-TOT-IDX)              00162500
                                    TO REG-TOT-INCOMPL                  00162600
           MOVE 'CTAS/INCOMPL. '    TO REG-TOT-OBSERV                   00162700
                                                                        00162800
           PERFORM 3920-I-GRABAR-TOTAL                                  00162900
              THRU 3920-F-GRABAR-TOTAL                                  00163000
                                                                        00163100
           ADD WS-TOT-CUENTAS   (WS-NIV-ORIGEN, WS-TOT-IDX)             00163200
                                    TO WS-GRP-CUENTAS                   00163300
           ADD WS-TOT-INCOMPL   (WS-NIV-ORIGEN, WS-TOT-IDX)             00163400
                                    TO WS-GRP-INCOMPL                   00163500
           ADD WS-TOT-PESOS     (WS-NIV-ORIGEN, WS-TOT-IDX)             00163600
                                    TO WS-GRP-PESOS                     00163700
           ADD WS-TOT-ANT-PESOS (WS-NIV-ORIGEN, WS-TOT-IDX)             00163800
                                    TO WS-GRP-ANT-PESOS                 00163900
                                                                        00164000
      *    SUCURSAL Y REGION PASAN AL NIVEL SIGUIENTE                   00164100
           IF WS-NIV-ORIGEN < 3                                         00164200
              MOVE WS-TOT-ENTRADA (WS-NIV-ORIGEN, WS-TOT-IDX)           00164300
                                    TO WS-ACUMULAR                      00164400
              COMPUTE WS-NIV = WS-NIV-ORIGEN + 1                        00164500
              PERFORM 2600-I-ACUMULAR-NIVEL                             00164600
                 THRU 2600-F-ACUMULAR-NIVEL                             00164700
           END-IF                                                       00164800
           .                                                            00164900
       2710-F-LINEA-NIVEL. EXIT.                                        00165000
                                                                        00165100
      ***********************************************************       00165200
      *  ARMADO DE LA FILA DEL EXTRACTO CSV DE LA CUENTA        *       00165300
      ***********************************************************       00165400
       2950-I-ARMAR-CSV-PRO.                                            00165500
                                                                        00165600
           MOVE  WS-PERIODO       TO CSV-PRO-PERIODO                    00165700
           MOVE  WS-REGION-ANT    TO CSV-PRO-REGION                     00165800
           MOVE  WS-SUCUEN-ANT    TO CSV-PRO-SUCUEN                     00165900
           MOVE  WS-NOMBRE-ANT    TO CSV-PRO-NOMBRE                     00166000
           MOVE  WS-TIPCUEN-ANT   TO CSV-PRO-TIPCUEN                    00166100
           MOVE  WS-NROCUEN-ANT   TO CSV-PRO-NROCUEN                    00166200
           MOVE  WS-NROCLI-ANT    TO CSV-PRO-NROCLI                     00166300
           MOVE  WS-MONEDA-ANT    TO CSV-PRO-MONEDA                     00166400
                                                                        00166500
           MOVE  WS-RES-PROMEDIO  TO WS-CSV-IMPORTE                     00166600
           PERFORM 2960-I-IMPORTE-CSV                                   00166700
              THRU 2960-F-IMPORTE-CSV                                   00166800
           MOVE  WS-CSV-NUMERO    TO CSV-PRO-PROMEDIO                   00166900
                                                                        00167000
           MOVE  WS-RES-PESOS     TO WS-CSV-IMPORTE                     00167100
           PERFORM 2960-I-IMPORTE-CSV                                   00167200
              THRU 2960-F-IMPORTE-CSV                                   00167300
           MOVE  WS-CSV-NUMERO    TO CSV-PRO-PESOS                      00167400
                                                                        00167500
           MOVE  WS-RES-ANTERIOR  TO WS-CSV-IMPORTE                     00167600
           PERFORM 2960-I-IMPORTE-CSV                                   00167700
              THRU 2960-F-IMPORTE-CSV                                   00167800
           MOVE  WS-CSV-NUMERO    TO CSV-PRO-ANTERIOR                   00167900
                                                                        00168000
           MOVE  WS-RES-VARIACION TO WS-CSV-IMPORTE                     00168100
           PERFORM 2960-I-IMPORTE-CSV                                   00168200
              THRU 2960-F-IMPORTE-CSV                                   00168300
           MOVE  WS-CSV-NUMERO    TO CSV-PRO-VARIACION                  00168400
                                                                        00168500
           MOVE  WS-RES-DIAS-SAL  TO CSV-PRO-DIAS-SAL                   00168600
           MOVE  WS-RES-DIAS-FALT TO CSV-PRO-DIAS-FALT                  00168700
           MOVE  WS-RES-OBSERV    TO CSV-PRO-OBSERV                     00168800
           .                                                            00168900
       2950-F-ARMAR-CSV-PRO. EXIT.                                      00169000
                                                                        00169100
      ***********************************************************       00169200
      *  IMPORTE DEL CSV CON PUNTO DECIMAL FIJO: EL CSV USA     *       00169300
      *  COMA COMO SEPARADOR Y EL PROGRAMA TRABAJA CON          *       00169400
      *  DECIMAL-POINT IS COMMA (MISMO CRITERIO QUE EXAMEN9)    *       00169500
      ***********************************************************       00169600
       2960-I-IMPORTE-CSV.                                              00169700
                                                                        00169800
           IF WS-CSV-IMPORTE < 0                                        00169900
                MOVE '-' TO WS-CSV-NUM-SIGNO                            00170000
           ELSE                                                         00170100
                MOVE SPACE TO WS-CSV-NUM-SIGNO                          00170200
           END-IF                                                       00170300
           MOVE  FUNCTION ABS(WS-CSV-IMPORTE) TO WS-CSV-IMP-ENT         00170400
           COMPUTE WS-CSV-IMP-DEC =                                     00170500
                   FUNCTION MOD(FUNCTION ABS(WS-CSV-IMPORTE) * 100, 100)00170600
           MOVE  WS-CSV-IMP-ENT   TO WS-CSV-NUM-ENT                     00170700
           MOVE  WS-CSV-IMP-DEC   TO WS-CSV-NUM-DEC                     00170800
           .                                                            00170900
       2960-F-IMPORTE-CSV. EXIT.                                        00171000
                                                                        00171100
      **************************************                            00171200
      *  GRABAR LINEA DEL LISTADO          *                            00171300
      **************************************                            00171400
       3900-I-GRABAR-LINEA.                                             00171500
                                                                        00171600
           IF WS-CUENTA-LINEA > 50                                      00171700
                PERFORM 9000-I-GRABAR-TITULOS                           00171800
                   THRU 9000-F-GRABAR-TITULOS                           00171900
           END-IF                                                       00172000
                                                                        00172100
           WRITE REG-SALIDA FROM WS-REG-SALIDA-CTA  AFTER 1             00172200
                                                                        00172300
           MOVE FS-SALIDA TO FS-ACTUAL                                  00172400
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00172500
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00172600
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00172700
                                                                        00172800
           ADD  1   TO  WS-GRABADOS                                     00172900
           ADD  1   TO  WS-CUENTA-LINEA.                                00173000
                                                                        00173100
       3900-F-GRABAR-LINEA. EXIT.                                       00173200
                                                                        00173300
      **************************************                            00173400
      *  GRABAR LINEA DE TEXTO DEL LISTADO *                            00173500
      **************************************                            00173600
       3910-I-GRABAR-TEXTO.                                             00173700
                                                                        00173800
           IF WS-CUENTA-LINEA > 50                                      00173900
                PERFORM 9000-I-GRABAR-TITULOS                           00174000
                   THRU 9000-F-GRABAR-TITULOS                           00174100
           END-IF                                                       00174200
                                                                        00174300
           WRITE REG-SALIDA FROM WS-REG-SALIDA-TXT  AFTER 1             00174400
                                                                        00174500
           MOVE FS-SALIDA TO FS-ACTUAL                                  00174600
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00174700
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00174800
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00174900
                                                                        00175000
           ADD  1   TO  WS-GRABADOS                                     00175100
           ADD  1   TO  WS-CUENTA-LINEA.                                00175200
                                                                        00175300
       3910-F-GRABAR-TEXTO. EXIT.                                       00175400
                                                                        00175500
      **************************************                            00175600
      *  GRABAR LINEA DE SUBTOTAL          *                            00175700
      **************************************                            00175800
       3920-I-GRABAR-TOTAL.                                             00175900
                                                                        00176000
           IF WS-CUENTA-LINEA > 50                                      00176100
                PERFORM 9000-I-GRABAR-TITULOS                           00176200
                   THRU 9000-F-GRABAR-TITULOS                           00176300
           END-IF                                                       00176400
                                                                        00176500
           WRITE REG-SALIDA FROM WS-REG-SALIDA-TOT  AFTER 1             00176600
                                                                        00176700
           MOVE FS-SALIDA TO FS-ACTUAL                                  00176800
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00176900
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00177000
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00177100
                                                                        00177200
           ADD  1   TO  WS-GRABADOS                                     00177300
           ADD  1   TO  WS-CUENTA-LINEA.                                00177400
                                                                        00177500
       3920-F-GRABAR-TOTAL. EXIT.                                       00177600
                                                                        00177700
      **************************************                            00177800
      * APERTURA DE ARCHIVOS               *                            00177900
      **************************************                            00178000
       8000-I-APERTURA-ARCHIVOS.                                        00178100
                                                                        00178200
           MOVE '8000-I-APERTURA-ARCHIVOS' TO WS-PARRAFO                00178300
                                                                        00178400
           OPEN OUTPUT SALIDA.                                          00178500
           MOVE FS-SALIDA  TO FS-ACTUAL                                 00178600
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00178700
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00178800
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00178900
                                                                        00179000
           OPEN OUTPUT SALIDACSV.                                       00179100
           MOVE FS-SALIDACSV TO FS-ACTUAL                               00179200
           MOVE 'ARCHIVO EXTRACTO CSV' TO WS-ARCHIVO-DESC               00179300
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00179400
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00179500
           .                                                            00179600
       8000-F-APERTURA-ARCHIVOS. EXIT.                                  00179700
                                                                        00179800
      **************************************                            00179900
      *  CIERRE DE ARCHIVOS                *                            00180000
      **************************************                            00180100
       8100-I-CIERRE-ARCHIVOS.                                          00180200
                                                                        00180300
           MOVE '8100-I-CIERRE-ARCHIVOS' TO WS-PARRAFO                  00180400
                                                                        00180500
           CLOSE SALIDA.                                                00180600
           MOVE FS-SALIDA  TO FS-ACTUAL                                 00180700
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00180800
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00180900
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00181000
                                                                        00181100
           CLOSE SALIDACSV.                                             00181200
           MOVE FS-SALIDACSV TO FS-ACTUAL                               00181300
           MOVE 'ARCHIVO EXTRACTO CSV' TO WS-ARCHIVO-DESC               00181400
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00181500
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00181600
           .                                                            00181700
       8100-F-CIERRE-ARCHIVOS. EXIT.                                    00181800
                                                                        00181900
      ***********************************************************       00182000
      *  APERTURA DE CURSOR C2                                  *       00182100
      ***********************************************************       00182200
       8200-I-ABRIR-CURSOR-C2.                                          00182300
                                                                        00182400
           MOVE '8200-I-ABRIR-CURSOR-C2' TO WS-PARRAFO.                 00182500
                                                                        00182600
           EXEC SQL  OPEN C2  END-EXEC                                  00182700
                                                                        00182800
           IF  SQLCODE EQUAL ZEROS                                      00182900
                SET WS-SI-CURSOR           TO TRUE                      00183000
           ELSE                                                         00183100
                PERFORM 9995-I-ERROR-DB2                                00183200
                   THRU 9995-F-ERROR-DB2                                00183300
                SET  WS-FIN-CURSOR  TO TRUE                             00183400
           END-IF.                                                      00183500
                                                                        00183600
       8200-F-ABRIR-CURSOR-C2. EXIT.                                    00183700
                                                                        00183800
      ***********************************************************       00183900
      *  CIERRE DE CURSOR C2                                    *       00184000
      ***********************************************************       00184100
       8300-I-CERRAR-CURSOR-C2.                                         00184200
                                                                        00184300
           MOVE '8300-I-CERRAR-CURSOR-C2' TO WS-PARRAFO.                00184400
                                                                        00184500
           EXEC SQL CLOSE C2  END-EXEC                                  00184600
                                                                        00184700
           IF  SQLCODE EQUAL ZEROS                                      00184800
                CONTINUE                                                00184900
           ELSE                                                         00185000
                PERFORM 9995-I-ERROR-DB2                                00185100
                   THRU 9995-F-ERROR-DB2                                00185200
           END-IF.                                                      00185300
                                                                        00185400
       8300-F-CERRAR-CURSOR-C2. EXIT.                                   00185500
                                                                        00185600
      ***********************************************************       00185700
      *  LECTURA DE CURSOR C2                                   *       00185800
      ***********************************************************       00185900
       8400-I-LEER-CURSOR-C2.                                           00186000
                                                                        00186100
           MOVE '8400-I-LEER-CURSOR-C2' TO WS-PARRAFO.                  00186200
                                                                        00186300
                EXEC SQL                                                00186400
                   FETCH C2                                             00186500
                   INTO  :WS-CUR-REGION,                                00186600
                         :WS-CUR-SUCUEN,                                00186700
                         :WS-CUR-NOMBRE,                                00186800
                         :WS-CUR-TIPCUEN,                               00186900
                         :WS-CUR-MONEDA,                                00187000
                         :WS-CUR-NROCUEN,                               00187100
                         :WS-CUR-NROCLI,                                00187200
                         :WS-CUR-FECPROC,                               00187300
                         :WS-CUR-SALDO                                  00187400
                END-EXEC                                                00187500
                                                                        00187600
           EVALUATE TRUE                                                00187700
           WHEN SQLCODE EQUAL ZEROS                                     00187800
                ADD 1 TO WS-REG-LEIDOS                                  00187900
           WHEN SQLCODE EQUAL +100                                      00188000
                SET  WS-FIN-CURSOR  TO TRUE                             00188100
           WHEN OTHER                                                   00188200
                PERFORM 9995-I-ERROR-DB2                                00188300
                   THRU 9995-F-ERROR-DB2                                00188400
                SET  WS-FIN-CURSOR  TO TRUE                             00188500
           END-EVALUATE.                                                00188600
                                                                        00188700
       8400-F-LEER-CURSOR-C2. EXIT.                                     00188800
                                                                        00188900
      **************************************                            00189000
      *  GRABAR TITULOS                    *                            00189100
      **************************************                            00189200
       9000-I-GRABAR-TITULOS.                                           00189300
                                                                        00189400
           MOVE '9000-I-GRABAR-TITULOS' TO WS-PARRAFO.                  00189500
                                                                        00189600
           ADD 1 TO WS-NRO-PAGINA                                       00189700
                                                                        00189800
           WRITE REG-SALIDA FROM WS-LINEA  AFTER PAGE                   00189900
           WRITE REG-SALIDA FROM WS-TITULO                              00190000
           WRITE REG-SALIDA FROM WS-LINEA                               00190100
           WRITE REG-SALIDA FROM WS-SUBTITULO-PRO  AFTER 1              00190200
           WRITE REG-SALIDA FROM WS-LINEA                               00190300
                                                                        00190400
           MOVE FS-SALIDA TO FS-ACTUAL                                  00190500
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00190600
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00190700
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00190800
                                                                        00190900
           MOVE 5   TO  WS-CUENTA-LINEA.                                00191000
                                                                        00191100
       9000-F-GRABAR-TITULOS.   EXIT.                                   00191200
                                                                        00191300
      *********************************************************         00191400
      *  ERROR DB2 - INFORMA Y CANCELA EL PROCESO             *         00191500
      *********************************************************         00191600
       9995-I-ERROR-DB2.                                                00191700
                                                                        00191800
           MOVE SQLCODE   TO WS-SQLCODE                                 00191900
           DISPLAY '************************************'               00192000
           DISPLAY '* ERROR DB2   : ' WS-PARRAFO                        00192100
           DISPLAY '* SQLCODE     : ' WS-SQLCODE                        00192200
           DISPLAY '************************************'               00192300
           DISPLAY '* TABLA       : FOTO SALDOS TBSALDIA*'              00192400
           DISPLAY '* DESCRIPCION : SALDO PROMEDIO     *'               00192500
           DISPLAY '************************************'               00192600
           MOVE 9999 TO RETURN-CODE                                     00192700
           SET  WS-FIN-PROCESO TO TRUE                                  00192800
           .                                                            00192900
       9995-F-ERROR-DB2. EXIT.                                          00193000
                                                                        00193100
      *********************************************************         00193200
      *  VALIDACION FILE STATUS ARCHIVO SALIDA LISTADO        *         00193300
      *********************************************************         00193400
       9996-I-VALIDAR-FS-ACTUAL.                                        00193500
           IF FS-ACTUAL  IS NOT EQUAL '00'                              00193600
              DISPLAY '*****************************************'       00193700
              DISPLAY '*     *   FILE STATUS ERROR   *         *'       00193800
              DISPLAY '*****************************************'       00193900
              DISPLAY '* ERROR EN   : ' WS-PARRAFO                      00194000
              DISPLAY '* ARCHIVO    : ' WS-ARCHIVO-DESC                 00194100
              DISPLAY '* ERROR CODE : ' FS-ACTUAL                       00194200
              DISPLAY '*****************************************'       00194300
              MOVE 9999 TO RETURN-CODE                                  00194400
              SET  WS-FIN-PROCESO TO TRUE                               00194500
           ELSE                                                         00194600
              CONTINUE                                                  00194700
           END-IF.                                                      00194800
       9996-F-VALIDAR-FS-ACTUAL. EXIT.                                  00194900
                                                                        00195000
      **************************************                            00195100
      *  CUERPO FINAL CIERRE DE FILES      *                            00195200
      **************************************                            00195300
       9999-I-FINAL.                                                    00195400
      *    UNA CORRIDA RECHAZADA (FECHA DE PROCESO, PERIODO,            00195500
      *    CALENDARIO O APERTURA) SOLO INFORMA SUS TOTALES POR          00195600
      *    CONSOLA.                                                     00195700
           IF WS-ARRANQUE-NO                                            00195800
              GO TO 9999-X-TOTALES                                      00195900
           END-IF                                                       00196000
                                                                        00196100
           PERFORM 8100-I-CIERRE-ARCHIVOS                               00196200
              THRU 8100-F-CIERRE-ARCHIVOS                               00196300
                                                                        00196400
      *    UNA CORRIDA COMPLETA CON DIAS SIN FOTO TERMINA CON           00196500
      *    AVISO: LOS PROMEDIOS SALEN PERO MARCADOS INCOMPLETOS.        00196600
           IF WS-SI-PROCESO AND RETURN-CODE = ZEROS                     00196700
              AND (WS-FOTOS-FALTANTES > ZEROS                           00196800
                OR WS-CANT-CTAS-INCOMPL > ZEROS)                        00196900
              MOVE 4 TO RETURN-CODE                                     00197000
           END-IF                                                       00197100
           .                                                            00197200
       9999-X-TOTALES.                                                  00197300
           DISPLAY '**********************************************'.    00197400
           DISPLAY '*  TOTALES DE SALDO PROMEDIO MENSUAL         *'.    00197500
           DISPLAY '**********************************************'.    00197600
           DISPLAY 'PERIODO PROMEDIADO       : ' WS-PERIODO.            00197700
           DISPLAY 'FOTOS LEIDAS (TBSALDIA)  : ' WS-REG-LEIDOS.         00197800
           DISPLAY 'FOTOS EN DIA NO HABIL    : ' WS-FILAS-FUERA-MES.    00197900
           DISPLAY 'DIAS HABILES SIN FOTO    : ' WS-FOTOS-FALTANTES.    00198000
           DISPLAY 'DIAS DEL MES SIN FOTO    : ' WS-DIAS-SIN-FOTO.      00198100
           DISPLAY 'TOTAL REGIONES           : ' WS-CANT-REGIONES.      00198200
           DISPLAY 'TOTAL SUCURSALES         : ' WS-CANT-SUCURSALES.    00198300
           DISPLAY 'TOTAL CUENTAS            : ' WS-CANT-CUENTAS.       00198400
           DISPLAY 'CUENTAS INCOMPLETAS      : ' WS-CANT-CTAS-INCOMPL.  00198500
           DISPLAY 'CUENTAS SIN MES ANTERIOR : ' WS-CANT-SIN-MES-ANT.   00198600
           DISPLAY 'PROMEDIOS EN TBSALPRO    : ' WS-PROMEDIOS-GRABADOS. 00198700
           DISPLAY 'REGISTROS CSV GRABADOS   : ' WS-CSV-GRABADOS.       00198800
           DISPLAY '----------------------------------------------'     00198900
           DISPLAY 'TOTAL REGISTROS GRABADOS   : '  WS-GRABADOS.        00199000
           DISPLAY '**********************************************'.    00199100
                                                                        00199200
       9999-F-FINAL.                                                    00199300
           EXIT.                                                        00199400
      *                                                                 00199500
