       IDENTIFICATION DIVISION.                                         00000100
      *                                                        *        00000200
       PROGRAM-ID. EXAMEN33.                                            00000300
      **********************************************************        00000400
      *                                                        *        00000500
      *  PROGRAMA PARA SQL EMBEBIDO                            *        00000600
      *  MONITOREO DE ACTIVIDAD INUSUAL: COMPARA LOS           *        00000700
      *  MOVIMIENTOS DE CLIENTE POSTEADOS EN EL DIA CONTRA EL  *        00000800
      *  PERFIL PROPIO DE CADA CUENTA EN LOS ULTIMOS DIAS      *        00000900
      *  (SYSIN, 90 POR OMISION):                              *        00001000
      *  - CANTIDAD Y VOLUMEN DIARIO PROMEDIO DE TBMOVHIS      *        00001100
      *    SOBRE LOS DIAS CON FOTO DE LA CUENTA EN TBSALDIA    *        00001200
      *  - CONTRAPARTES DE SUS TRANSFERENCIAS ('TD' -> 'TC')   *        00001300
      *  REGLAS: 'V' VOLUMEN Y 'C' CANTIDAD MAYORES A N VECES  *        00001400
      *  EL PROMEDIO, 'N' TRANSFERENCIAS A CONTRAPARTES        *        00001500
      *  NUEVAS, 'R' CUENTA DORMIDA O RECIEN REACTIVADA        *        00001600
      *  (TBESTCTA), 'D' CAMBIO RECIENTE DEL DOMICILIO DEL     *        00001700
      *  CLIENTE (TBAUDMAE). CADA CUENTA CON ALGUNA REGLA      *        00001800
      *  DISPARADA ES UN CASO EN TBCASMON CON SU PUNTAJE, Y    *        00001900
      *  SALE EN EL ARCHIVO DE CASOS (DDCASOS) Y EN EL LISTADO *        00002000
      *  PARA EL ANALISTA (DDSALE) DE MAYOR A MENOR PUNTAJE.   *        00002100
      *  ANTES SE APLICAN LAS RESPUESTAS DEL ANALISTA          *        00002200
      *  (DDRESPU): CASO REVISADO 'R' O ESCALADO 'E'. UNA      *        00002300
      *  REGLA QUE YA TIENE UN CASO PENDIENTE O REVISADO EN LA *        00002400
      *  VENTANA DE SUPRESION NO VUELVE A SALIR; LAS CUENTAS   *        00002500
      *  CON UN CASO ESCALADO NO SE SUPRIMEN. TODA LA CORRIDA  *        00002600
      *  ES UNA UNIDAD DE TRABAJO.                             *        00002700
      *                                                        *        00002800
      **********************************************************        00002900
      *      MANTENIMIENTO DE PROGRAMA                         *        00003000
      **********************************************************        00003100
      *  FECHA   *    DETALLE        * COD *                            00003200
      **************************************                            00003300
      *15/10/26  * VERSION INICIAL   *RVH  *                            00003400
      *15/10/26  * EXCLUYE LOS MOVI- *RVH  *                            00003500
      *          * MIENTOS REVERSA-  *     *                            00003600
      *          * DOS; VALIDA LA    *     *                            00003700
      *          * FECHA DE LA RES-  *     *                            00003800
      *          * PUESTA            *     *                            00003900
      **************************************                            00004000
       ENVIRONMENT DIVISION.                                            00004100
       CONFIGURATION SECTION.                                           00004200
       SPECIAL-NAMES.                                                   00004300
           DECIMAL-POINT IS COMMA.                                      00004400
                                                                        00004500
       INPUT-OUTPUT SECTION.                                            00004600
       FILE-CONTROL.                                                    00004700
                                                                        00004800
             SELECT RESPUESTAS ASSIGN DDRESPU                           00004900
             FILE STATUS IS FS-RESPUESTAS.                              00005000
                                                                        00005100
             SELECT CASOS   ASSIGN DDCASOS                              00005200
             FILE STATUS IS FS-CASOS.                                   00005300
                                                                        00005400
             SELECT SALIDA  ASSIGN DDSALE                               00005500
             FILE STATUS IS FS-SALIDA.                                  00005600
                                                                        00005700
       DATA DIVISION.                                                   00005800
       FILE SECTION.                                                    00005900
       FD RESPUESTAS                                                    00006000
             BLOCK CONTAINS 0 RECORDS                                   00006100
             RECORDING MODE IS F.                                       00006200
                                                                        00006300
       01 REG-RESPUESTAS  PIC X(80).                                    00006400
                                                                        00006500
       FD CASOS                                                         00006600
             BLOCK CONTAINS 0 RECORDS                                   00006700
             RECORDING MODE IS F.                                       00006800
                                                                        00006900
       01 REG-CASOS       PIC X(150).                                   00007000
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
      * FILE STATUS ARCHIVOS Y SQLCODE       *                          00008400
      ****************************************                          00008500
       77  FS-RESPUESTAS            PIC XX    VALUE SPACES.             00008600
       77  FS-CASOS                 PIC XX    VALUE SPACES.             00008700
       77  FS-SALIDA                PIC XX    VALUE SPACES.             00008800
       77  FS-ACTUAL                PIC XX    VALUE SPACES.             00008900
       77  WS-SQLCODE    PIC +++999 USAGE DISPLAY VALUE ZEROS.          00009000
       77  WS-TS-INICIO             PIC X(26) VALUE SPACES.             00009100
                                                                        00009200
      ****************************************                          00009300
      * CONTADORES                           *                          00009400
      ****************************************                          00009500
       01  WS-CONTADORES.                                               00009600
           03  WS-RSP-LEIDAS           PIC 9(05) VALUE ZEROS.           00009700
           03  WS-RSP-APLICADAS        PIC 9(05) VALUE ZEROS.           00009800
           03  WS-RSP-YA-APLICADAS     PIC 9(05) VALUE ZEROS.           00009900
           03  WS-RSP-RECHAZADAS       PIC 9(05) VALUE ZEROS.           00010000
           03  WS-CASOS-BORRADOS       PIC 9(05) VALUE ZEROS.           00010100
           03  WS-CTAS-EVALUADAS       PIC 9(07) VALUE ZEROS.           00010200
           03  WS-CTAS-SIN-PERFIL      PIC 9(07) VALUE ZEROS.           00010300
           03  WS-CTAS-SUPRIMIDAS      PIC 9(07) VALUE ZEROS.           00010400
           03  WS-REGLAS-SUPRIMIDAS    PIC 9(07) VALUE ZEROS.           00010500
           03  WS-CASOS-GENERADOS      PIC 9(07) VALUE ZEROS.           00010600
           03  WS-CASOS-YA-EXISTEN     PIC 9(05) VALUE ZEROS.           00010700
           03  WS-CASOS-LISTADOS       PIC 9(07) VALUE ZEROS.           00010800
           03  WS-CANT-REGLA-V         PIC 9(07) VALUE ZEROS.           00010900
           03  WS-CANT-REGLA-C         PIC 9(07) VALUE ZEROS.           00011000
           03  WS-CANT-REGLA-N         PIC 9(07) VALUE ZEROS.           00011100
           03  WS-CANT-REGLA-R         PIC 9(07) VALUE ZEROS.           00011200
           03  WS-CANT-REGLA-D         PIC 9(07) VALUE ZEROS.           00011300
           03  WS-REG-CASOS            PIC 9(07) VALUE ZEROS.           00011400
           03  WS-GRABADOS             PIC 9(05) VALUE ZEROS.           00011500
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
       01  WS-FLAG-RESPUESTAS       PIC X VALUE 'T'.                    00012800
           88  WS-SI-RESPUESTAS        VALUE 'T'.                       00012900
           88  WS-FIN-RESPUESTAS       VALUE 'F'.                       00013000
                                                                        00013100
      *    SECCION DEL LISTADO EN CURSO (DEFINE EL SUBTITULO)           00013200
       01  WS-FLAG-SECCION          PIC X VALUE 'R'.                    00013300
           88  WS-SECCION-RESPUESTAS   VALUE 'R'.                       00013400
           88  WS-SECCION-CASOS        VALUE 'C'.                       00013500
                                                                        00013600
      *    LA CORRIDA ARRANCO DE VERDAD (FECHA DE PROCESO VALIDA        00013700
      *    Y ARCHIVOS ABIERTOS): SI NO, EL CIERRE NO DEBE GRABAR        00013800
      *    RESUMEN NI CERRAR ARCHIVOS NUNCA ABIERTOS.                   00013900
       01  WS-FLAG-ARRANQUE         PIC X VALUE 'F'.                    00014000
           88  WS-ARRANQUE-OK          VALUE 'T'.                       00014100
           88  WS-ARRANQUE-NO          VALUE 'F'.                       00014200
                                                                        00014300
      *****************************************                         00014400
      *  PARAMETRO DE EJECUCION (SYSIN)       *                         00014500
      *  CADA CAMPO EN BLANCO TOMA SU VALOR   *                         00014600
      *  POR OMISION (ENTRE PARENTESIS).      *                         00014700
      *  COL  1-3  : DIAS DEL PERFIL (090)    *                         00014800
      *  COL  5-7  : VECES SOBRE EL PROMEDIO  *                         00014900
      *              PARA 'V' Y 'C' (010)     *                         00015000
      *  COL  9-17 : IMPORTE MINIMO DEL DIA   *                         00015100
      *              PARA 'V' (9999999V99,    *                         00015200
      *              000100000)               *                         00015300
      *  COL 19-21 : CANTIDAD MINIMA DEL DIA  *                         00015400
      *              PARA 'C' (005)           *                         00015500
      *  COL 23-24 : CONTRAPARTES NUEVAS PARA *                         00015600
      *              'N' (03, CERO = APAGADA) *                         00015700
      *  COL 26-28 : DIAS DESDE LA            *                         00015800
      *              REACTIVACION PARA 'R'    *                         00015900
      *              (030)                    *                         00016000
      *  COL 30-32 : DIAS DESDE EL CAMBIO DE  *                         00016100
      *              DOMICILIO PARA 'D' (015) *                         00016200
      *  COL 34-36 : DIAS DE SUPRESION DE     *                         00016300
      *              REPETIDOS (030)          *                         00016400
      *****************************************                         00016500
       01  WS-PARM-ENTRADA.                                             00016600
           03  WS-PARM-DIAS-PERFIL  PIC X(03) VALUE SPACES.             00016700
           03  WS-PARM-DIAS-PERFIL-N REDEFINES WS-PARM-DIAS-PERFIL      00016800
                                    PIC 9(03).                          00016900
           03  FILLER               PIC X(01) VALUE SPACES.             00017000
           03  WS-PARM-FACTOR       PIC X(03) VALUE SPACES.             00017100
           03  WS-PARM-FACTOR-N     REDEFINES WS-PARM-FACTOR            00017200
                                    PIC 9(03).                          00017300
           03  FILLER               PIC X(01) VALUE SPACES.             00017400
           03  WS-PARM-IMP-MINIMO   PIC X(09) VALUE SPACES.             00017500
           03  WS-PARM-IMP-MINIMO-N REDEFINES WS-PARM-IMP-MINIMO        00017600
                                    PIC 9(07)V9(02).                    00017700
           03  FILLER               PIC X(01) VALUE SPACES.             00017800
           03  WS-PARM-CANT-MINIMA  PIC X(03) VALUE SPACES.             00017900
           03  WS-PARM-CANT-MINIMA-N REDEFINES WS-PARM-CANT-MINIMA      00018000
                                    PIC 9(03).                          00018100
           03  FILLER               PIC X(01) VALUE SPACES.             00018200
           03  WS-PARM-CTP-MINIMA   PIC X(02) VALUE SPACES.             00018300
           03  WS-PARM-CTP-MINIMA-N REDEFINES WS-PARM-CTP-MINIMA        00018400
                                    PIC 9(02).                          00018500
           03  FILLER               PIC X(01) VALUE SPACES.             00018600
           03  WS-PARM-DIAS-REACT   PIC X(03) VALUE SPACES.             00018700
           03  WS-PARM-DIAS-REACT-N REDEFINES WS-PARM-DIAS-REACT        00018800
                                    PIC 9(03).                          00018900
           03  FILLER               PIC X(01) VALUE SPACES.             00019000
           03  WS-PARM-DIAS-DOMIC   PIC X(03) VALUE SPACES.             00019100
           03  WS-PARM-DIAS-DOMIC-N REDEFINES WS-PARM-DIAS-DOMIC        00019200
                                    PIC 9(03).                          00019300
           03  FILLER               PIC X(01) VALUE SPACES.             00019400
           03  WS-PARM-DIAS-SUPR    PIC X(03) VALUE SPACES.             00019500
           03  WS-PARM-DIAS-SUPR-N  REDEFINES WS-PARM-DIAS-SUPR         00019600
                                    PIC 9(03).                          00019700
           03  FILLER               PIC X(44) VALUE SPACES.             00019800
                                                                        00019900
       01  WS-PARAMETROS.                                               00020000
           03  WS-DIAS-PERFIL       PIC 9(03) VALUE 090.                00020100
           03  WS-FACTOR            PIC 9(03) VALUE 010.                00020200
           03  WS-IMP-MINIMO        PIC S9(07)V9(02) USAGE COMP-3       00020300
                                              VALUE 1000.               00020400
           03  WS-CANT-MINIMA       PIC 9(03) VALUE 005.                00020500
           03  WS-CTP-MINIMA        PIC 9(02) VALUE 03.                 00020600
           03  WS-DIAS-REACT        PIC 9(03) VALUE 030.                00020700
           03  WS-DIAS-DOMIC        PIC 9(03) VALUE 015.                00020800
           03  WS-DIAS-SUPR         PIC 9(03) VALUE 030.                00020900
                                                                        00021000
      *****************************************                         00021100
      *  FECHAS DE LAS VENTANAS (AAAA-MM-DD)  *                         00021200
      *  EL PERFIL VA DE HOY MENOS LOS DIAS   *                         00021300
      *  DEL PERFIL HASTA AYER INCLUSIVE.     *                         00021400
      *****************************************                         00021500
       77  WS-DIAS-PROCESO          PIC S9(09) USAGE COMP VALUE ZEROS.  00021600
       77  WS-DIAS-CALC             PIC S9(09) USAGE COMP VALUE ZEROS.  00021700
       77  WS-FEC-CALC-NUM          PIC 9(08)  VALUE ZEROS.             00021800
                                                                        00021900
       01  WS-VENTANAS.                                                 00022000
           03  WS-FEC-CALC          PIC X(10) VALUE SPACES.             00022100
           03  WS-FEC-DESDE-PERFIL  PIC X(10) VALUE SPACES.             00022200
           03  WS-FEC-AYER          PIC X(10) VALUE SPACES.             00022300
           03  WS-FEC-DESDE-REACT   PIC X(10) VALUE SPACES.             00022400
           03  WS-FEC-DESDE-DOMIC   PIC X(10) VALUE SPACES.             00022500
           03  WS-FEC-DESDE-SUPR    PIC X(10) VALUE SPACES.             00022600
                                                                        00022700
      *****************************************                         00022800
      *  RESPUESTA DEL ANALISTA (DDRESPU, 80) *                         00022900
      *  COL  1-10 : FECHA CASO AAAA-MM-DD    *                         00023000
      *  COL 11-12 : TIPO DE CUENTA           *                         00023100
      *  COL 13-17 : NUMERO DE CUENTA         *                         00023200
      *  COL 18    : 'R' REVISADO (SIN        *                         00023300
      *              NOVEDAD) / 'E' ESCALADO  *                         00023400
      *  COL 19-26 : ANALISTA                 *                         00023500
      *  COL 27-66 : OBSERVACION              *                         00023600
      *****************************************                         00023700
       01  WS-REG-RESPUESTA.                                            00023800
           03  RSP-FECPROC          PIC X(10).                          00023900
           03  RSP-FECPROC-R REDEFINES RSP-FECPROC.                     00024000
               05  RSP-FEC-AAAA     PIC X(04).                          00024100
               05  RSP-FEC-GUION1   PIC X(01).                          00024200
               05  RSP-FEC-MM       PIC X(02).                          00024300
               05  RSP-FEC-GUION2   PIC X(01).                          00024400
               05  RSP-FEC-DD       PIC X(02).                          00024500
           03  RSP-TIPCUEN          PIC X(02).                          00024600
           03  RSP-NROCUEN          PIC X(05).                          00024700
           03  RSP-NROCUEN-N REDEFINES RSP-NROCUEN                      00024800
                                    PIC 9(05).                          00024900
           03  RSP-ACCION           PIC X(01).                          00025000
               88  RSP-REVISADO        VALUE 'R'.                       00025100
               88  RSP-ESCALADO        VALUE 'E'.                       00025200
           03  RSP-ANALISTA         PIC X(08).                          00025300
           03  RSP-OBSERV           PIC X(40).                          00025400
           03  FILLER               PIC X(14).                          00025500
                                                                        00025600
       77  WS-RSP-RESULTADO         PIC X(20) VALUE SPACES.             00025700
       77  WS-RSP-FEC-NUM           PIC 9(08)  VALUE ZEROS.             00025800
                                                                        00025900
      *****************************************                         00026000
      *  CUENTA CON MOVIMIENTOS DEL DIA (C1)  *                         00026100
      *****************************************                         00026200
       01  WS-MOVIMIENTO-DIA.                                           00026300
           03  WS-MON-TIPCUEN       PIC X(02) VALUE SPACES.             00026400
           03  WS-MON-NROCUEN       PIC S9(5)V USAGE COMP-3             00026500
                                              VALUE ZEROS.              00026600
           03  WS-MON-MONEDA        PIC X(02) VALUE SPACES.             00026700
           03  WS-MON-NROCLI        PIC S9(3)V USAGE COMP-3             00026800
                                              VALUE ZEROS.              00026900
           03  WS-MON-SUCUEN        PIC S9(2)V USAGE COMP-3             00027000
                                              VALUE ZEROS.              00027100
           03  WS-MON-CANTHOY       PIC S9(09) USAGE COMP               00027200
                                              VALUE ZEROS.              00027300
           03  WS-MON-CANTCRED      PIC S9(09) USAGE COMP               00027400
                                              VALUE ZEROS.              00027500
           03  WS-MON-IMPHOY        PIC S9(09)V9(02) USAGE COMP-3       00027600
                                              VALUE ZEROS.              00027700
                                                                        00027800
      *****************************************                         00027900
      *  PERFIL DE LA CUENTA EN LA VENTANA    *                         00028000
      *****************************************                         00028100
       01  WS-PERFIL.                                                   00028200
           03  WS-PER-CANT          PIC S9(09) USAGE COMP               00028300
                                              VALUE ZEROS.              00028400
           03  WS-PER-IMPORTE       PIC S9(11)V9(02) USAGE COMP-3       00028500
                                              VALUE ZEROS.              00028600
           03  WS-PER-DIAS          PIC S9(09) USAGE COMP               00028700
                                              VALUE ZEROS.              00028800
           03  WS-PER-CTP           PIC S9(09) USAGE COMP               00028900
                                              VALUE ZEROS.              00029000
           03  WS-HOY-CTP-NUEVAS    PIC S9(09) USAGE COMP               00029100
                                              VALUE ZEROS.              00029200
                                                                        00029300
      *****************************************                         00029400
      *  EVALUACION DE LA CUENTA: REGLAS      *                         00029500
      *  DISPARADAS Y VECES SOBRE EL PROMEDIO *                         00029600
      *****************************************                         00029700
       01  WS-EVALUACION.                                               00029800
           03  WS-REGLAS            PIC X(05) VALUE SPACES.             00029900
           03  WS-ANTECEDENTE       PIC X(01) VALUE SPACES.             00030000
           03  WS-VECES-CALC        PIC S9(13) USAGE COMP-3             00030100
                                              VALUE ZEROS.              00030200
           03  WS-VECES-IMP         PIC 9(03) VALUE ZEROS.              00030300
           03  WS-VECES-CANT        PIC 9(03) VALUE ZEROS.              00030400
           03  WS-PUNTAJE           PIC 9(05) VALUE ZEROS.              00030500
           03  WS-CANT-PREVIOS      PIC S9(09) USAGE COMP               00030600
                                              VALUE ZEROS.              00030700
                                                                        00030800
       77  WS-POS-REGLA             PIC S9(04) USAGE COMP VALUE ZEROS.  00030900
                                                                        00031000
      *****************************************                         00031100
      *  VARIABLES AUXILARES.                *                          00031200
      *****************************************                         00031300
       01 WS-AUXILIARES.                                                00031400
          03  WS-PARRAFO            PIC X(30) VALUE SPACES.             00031500
          03  WS-ARCHIVO-DESC       PIC X(30) VALUE SPACES.             00031600
          03  WS-DB2-TABLA          PIC X(19) VALUE SPACES.             00031700
          03  WS-DB2-DESCRIP        PIC X(17) VALUE SPACES.             00031800
          03  WS-FECHA-AUX          PIC X(10).                          00031900
          03  WS-CUENTA-LINEA       PIC 9(02) VALUE ZEROS.              00032000
          03  WS-FECHA-DB2.                                             00032100
              05 WS-DB2-AAAA        PIC X(04).                          00032200
              05 FILLER             PIC X VALUE '-'.                    00032300
              05 WS-DB2-MM          PIC X(02).                          00032400
              05 FILLER             PIC X VALUE '-'.                    00032500
              05 WS-DB2-DD          PIC X(02).                          00032600
          03  WS-LINEA-IMPRIMIR     PIC X(132) VALUE SPACES.            00032700
                                                                        00032800
      ***************************************************               00032900
      *  REGISTROS DEL ARCHIVO DE CASOS (150)           *               00033000
      *  'H' ENCABEZADO CON LOS PARAMETROS DEL PERFIL   *               00033100
      *  'D' UN CASO (CUENTA) CON SU PERFIL Y PUNTAJE   *               00033200
      *  'T' TRAILER CON CANTIDAD DE CASOS POR REGLA    *               00033300
      ***************************************************               00033400
       01 WS-REG-CASO-H.                                                00033500
          03  REG-H-TIPO          PIC X         VALUE 'H'.              00033600
          03  REG-H-FECPROC       PIC X(10)     VALUE SPACES.           00033700
          03  REG-H-ORIGEN        PIC X(08)     VALUE 'EXAMEN33'.       00033800
          03  REG-H-TSGENERA      PIC X(26)     VALUE SPACES.           00033900
          03  REG-H-DIAS-PERFIL   PIC 9(03)     VALUE ZEROS.            00034000
          03  REG-H-FACTOR        PIC 9(03)     VALUE ZEROS.            00034100
          03  FILLER              PIC X(99)     VALUE SPACES.           00034200
                                                                        00034300
       01 WS-REG-CASO-D.                                                00034400
          03  REG-D-TIPO          PIC X         VALUE 'D'.              00034500
          03  REG-D-FECPROC       PIC X(10)     VALUE SPACES.           00034600
          03  REG-D-TIPCUEN       PIC X(02)     VALUE SPACES.           00034700
          03  REG-D-NROCUEN       PIC 9(05)     VALUE ZEROS.            00034800
          03  REG-D-NROCLI        PIC 9(03)     VALUE ZEROS.            00034900
          03  REG-D-SUCUEN        PIC 9(02)     VALUE ZEROS.            00035000
          03  REG-D-MONEDA        PIC X(02)     VALUE SPACES.           00035100
          03  REG-D-REGLAS        PIC X(05)     VALUE SPACES.           00035200
          03  REG-D-PUNTAJE       PIC 9(05)     VALUE ZEROS.            00035300
          03  REG-D-CANTHOY       PIC 9(05)     VALUE ZEROS.            00035400
          03  REG-D-CANTCRED      PIC 9(05)     VALUE ZEROS.            00035500
          03  REG-D-IMPHOY        PIC S9(09)V9(02)                      00035600
                                  SIGN LEADING SEPARATE VALUE ZEROS.    00035700
          03  REG-D-DIASPERF      PIC 9(03)     VALUE ZEROS.            00035800
          03  REG-D-CANTPROM      PIC 9(05)V9(02) VALUE ZEROS.          00035900
          03  REG-D-IMPPROM       PIC S9(09)V9(02)                      00036000
                                  SIGN LEADING SEPARATE VALUE ZEROS.    00036100
          03  REG-D-CTPNUEVAS     PIC 9(03)     VALUE ZEROS.            00036200
          03  REG-D-CTPPERFIL     PIC 9(03)     VALUE ZEROS.            00036300
          03  REG-D-ANTECED       PIC X(01)     VALUE SPACES.           00036400
          03  REG-D-ESTADO        PIC X(01)     VALUE SPACES.           00036500
          03  FILLER              PIC X(63)     VALUE SPACES.           00036600
                                                                        00036700
       01 WS-REG-CASO-T.                                                00036800
          03  REG-T-TIPO          PIC X         VALUE 'T'.              00036900
          03  REG-T-FECPROC       PIC X(10)     VALUE SPACES.           00037000
          03  REG-T-CANT-V        PIC 9(07)     VALUE ZEROS.            00037100
          03  REG-T-CANT-C        PIC 9(07)     VALUE ZEROS.            00037200
          03  REG-T-CANT-N        PIC 9(07)     VALUE ZEROS.            00037300
          03  REG-T-CANT-R        PIC 9(07)     VALUE ZEROS.            00037400
          03  REG-T-CANT-D        PIC 9(07)     VALUE ZEROS.            00037500
          03  REG-T-CANT-CASOS    PIC 9(07)     VALUE ZEROS.            00037600
          03  FILLER              PIC X(97)     VALUE SPACES.           00037700
                                                                        00037800
      *****************************************                         00037900
      *   IMPRESION DE TITULOS LISTADO        *                         00038000
      *****************************************                         00038100
       01 WS-LINEA       PIC X(132) VALUE ALL '-'.                      00038200
                                                                        00038300
       01 WS-TITULO.                                                    00038400
          03  FILLER     PIC X(05) VALUE SPACES.                        00038500
          03  WS-TITULO-LEYENDA     PIC X(33) VALUE                     00038600
                     'MONITOREO DE ACTIVIDAD INUSUAL   '.               00038700
          03  FILLER                PIC X(28)    VALUE SPACES.          00038800
          03  FILLER                PIC X(10)    VALUE '   FECHA: '.    00038900
          03  WS-FECHA.                                                 00039000
              05  WS-DD             PIC 9(02).                          00039100
              05  FILLER            PIC X       VALUE '/'.              00039200
              05  WS-MM             PIC 9(02).                          00039300
              05  FILLER            PIC X       VALUE '/'.              00039400
              05  WS-AAAA           PIC 9(04).                          00039500
          03  FILLER                PIC X(20)    VALUE SPACES.          00039600
          03  FILLER                PIC X(13)    VALUE 'NRO. PAGINA: '. 00039700
          03  WS-NRO-PAGINA         PIC 9(02)    VALUE ZEROES.          00039800
          03  FILLER                PIC X(08)    VALUE SPACES.          00039900
                                                                        00040000
      ***************************************************               00040100
      *  SECCION 1: RESPUESTAS DEL ANALISTA             *               00040200
      ***************************************************               00040300
       01 WS-SUBTITULO-RESPUESTAS.                                      00040400
          03 FILLER                 PIC X     VALUE '|'.                00040500
          03 FILLER                 PIC X(12) VALUE ' FECHA CASO '.     00040600
          03 FILLER                 PIC X     VALUE '|'.                00040700
          03 FILLER                 PIC X(10) VALUE '  CUENTA  '.       00040800
          03 FILLER                 PIC X     VALUE '|'.                00040900
          03 FILLER                 PIC X(03) VALUE ' A '.              00041000
          03 FILLER                 PIC X     VALUE '|'.                00041100
          03 FILLER                 PIC X(10) VALUE ' ANALISTA '.       00041200
          03 FILLER                 PIC X     VALUE '|'.                00041300
          03 FILLER                 PIC X(42) VALUE                     00041400
                         ' OBSERVACION                              '.  00041500
          03 FILLER                 PIC X     VALUE '|'.                00041600
          03 FILLER                 PIC X(22) VALUE                     00041700
                         ' RESULTADO            '.                      00041800
          03 FILLER                 PIC X     VALUE '|'.                00041900
          03 FILLER                 PIC X(26) VALUE SPACES.             00042000
                                                                        00042100
       01 WS-REG-SALIDA-RSP.                                            00042200
          03  FILLER              PIC X         VALUE '|'.              00042300
          03  FILLER              PIC X         VALUE SPACES.           00042400
          03  REG-RSP-FECPROC     PIC X(10)     VALUE SPACES.           00042500
          03  FILLER              PIC X         VALUE SPACES.           00042600
          03  FILLER              PIC X         VALUE '|'.              00042700
          03  FILLER              PIC X         VALUE SPACES.           00042800
          03  REG-RSP-TIPCUEN     PIC X(02)     VALUE SPACES.           00042900
          03  FILLER              PIC X         VALUE '-'.              00043000
          03  REG-RSP-NROCUEN     PIC X(05)     VALUE SPACES.           00043100
          03  FILLER              PIC X         VALUE SPACES.           00043200
          03  FILLER              PIC X         VALUE '|'.              00043300
          03  FILLER              PIC X         VALUE SPACES.           00043400
          03  REG-RSP-ACCION      PIC X(01)     VALUE SPACES.           00043500
          03  FILLER              PIC X         VALUE SPACES.           00043600
          03  FILLER              PIC X         VALUE '|'.              00043700
          03  FILLER              PIC X         VALUE SPACES.           00043800
          03  REG-RSP-ANALISTA    PIC X(08)     VALUE SPACES.           00043900
          03  FILLER              PIC X         VALUE SPACES.           00044000
          03  FILLER              PIC X         VALUE '|'.              00044100
          03  FILLER              PIC X         VALUE SPACES.           00044200
          03  REG-RSP-OBSERV      PIC X(40)     VALUE SPACES.           00044300
          03  FILLER              PIC X         VALUE SPACES.           00044400
          03  FILLER              PIC X         VALUE '|'.              00044500
          03  FILLER              PIC X         VALUE SPACES.           00044600
          03  REG-RSP-RESULTADO   PIC X(20)     VALUE SPACES.           00044700
          03  FILLER              PIC X         VALUE SPACES.           00044800
          03  FILLER              PIC X         VALUE '|'.              00044900
          03  FILLER              PIC X(26)     VALUE SPACES.           00045000
                                                                        00045100
      ***************************************************               00045200
      *  SECCION 2: CASOS DEL DIA                       *               00045300
      ***************************************************               00045400
       01 WS-SUBTITULO-CASOS.                                           00045500
          03 FILLER                 PIC X     VALUE '|'.                00045600
          03 FILLER                 PIC X(07) VALUE ' PUNT. '.          00045700
          03 FILLER                 PIC X     VALUE '|'.                00045800
          03 FILLER                 PIC X(10) VALUE '  CUENTA  '.       00045900
          03 FILLER                 PIC X     VALUE '|'.                00046000
          03 FILLER                 PIC X(05) VALUE ' CLI '.            00046100
          03 FILLER                 PIC X     VALUE '|'.                00046200
          03 FILLER                 PIC X(04) VALUE ' SU '.             00046300
          03 FILLER                 PIC X     VALUE '|'.                00046400
          03 FILLER                 PIC X(04) VALUE ' MO '.             00046500
          03 FILLER                 PIC X     VALUE '|'.                00046600
          03 FILLER                 PIC X(07) VALUE ' REGLA '.          00046700
          03 FILLER                 PIC X     VALUE '|'.                00046800
          03 FILLER                 PIC X(07) VALUE ' MOVS. '.          00046900
          03 FILLER                 PIC X     VALUE '|'.                00047000
          03 FILLER                 PIC X(07) VALUE ' CRED. '.          00047100
          03 FILLER                 PIC X     VALUE '|'.                00047200
          03 FILLER                 PIC X(09) VALUE ' PROM/DIA'.        00047300
          03 FILLER                 PIC X     VALUE '|'.                00047400
          03 FILLER                 PIC X(16) VALUE                     00047500
                         '  IMPORTE HOY   '.                            00047600
          03 FILLER                 PIC X     VALUE '|'.                00047700
          03 FILLER                 PIC X(16) VALUE                     00047800
                         ' PROMEDIO DIARIO'.                            00047900
          03 FILLER                 PIC X     VALUE '|'.                00048000
          03 FILLER                 PIC X(05) VALUE ' DIAS'.            00048100
          03 FILLER                 PIC X     VALUE '|'.                00048200
          03 FILLER                 PIC X(08) VALUE 'CTP N/P '.         00048300
          03 FILLER                 PIC X     VALUE '|'.                00048400
          03 FILLER                 PIC X(03) VALUE ' A '.              00048500
          03 FILLER                 PIC X     VALUE '|'.                00048600
          03 FILLER                 PIC X(03) VALUE ' E '.              00048700
          03 FILLER                 PIC X     VALUE '|'.                00048800
          03 FILLER                 PIC X(05) VALUE SPACES.             00048900
                                                                        00049000
       01 WS-REG-SALIDA-CASO.                                           00049100
          03  FILLER              PIC X         VALUE '|'.              00049200
          03  FILLER              PIC X         VALUE SPACES.           00049300
          03  REG-CAS-PUNTAJE     PIC ZZZZ9     VALUE ZEROS.            00049400
          03  FILLER              PIC X         VALUE SPACES.           00049500
          03  FILLER              PIC X         VALUE '|'.              00049600
          03  FILLER              PIC X         VALUE SPACES.           00049700
          03  REG-CAS-TIPCUEN     PIC X(02)     VALUE SPACES.           00049800
          03  FILLER              PIC X         VALUE '-'.              00049900
          03  REG-CAS-NROCUEN     PIC Z(05)     VALUE ZEROS.            00050000
          03  FILLER              PIC X         VALUE SPACES.           00050100
          03  FILLER              PIC X         VALUE '|'.              00050200
          03  FILLER              PIC X         VALUE SPACES.           00050300
          03  REG-CAS-NROCLI      PIC ZZ9       VALUE ZEROS.            00050400
          03  FILLER              PIC X         VALUE SPACES.           00050500
          03  FILLER              PIC X         VALUE '|'.              00050600
          03  FILLER              PIC X         VALUE SPACES.           00050700
          03  REG-CAS-SUCUEN      PIC Z9        VALUE ZEROS.            00050800
          03  FILLER              PIC X         VALUE SPACES.           00050900
          03  FILLER              PIC X         VALUE '|'.              00051000
          03  FILLER              PIC X         VALUE SPACES.           00051100
          03  REG-CAS-MONEDA      PIC X(02)     VALUE SPACES.           00051200
          03  FILLER              PIC X         VALUE SPACES.           00051300
          03  FILLER              PIC X         VALUE '|'.              00051400
          03  FILLER              PIC X         VALUE SPACES.           00051500
          03  REG-CAS-REGLAS      PIC X(05)     VALUE SPACES.           00051600
          03  FILLER              PIC X         VALUE SPACES.           00051700
          03  FILLER              PIC X         VALUE '|'.              00051800
          03  FILLER              PIC X         VALUE SPACES.           00051900
          03  REG-CAS-CANTHOY     PIC ZZZZ9     VALUE ZEROS.            00052000
          03  FILLER              PIC X         VALUE SPACES.           00052100
          03  FILLER              PIC X         VALUE '|'.              00052200
          03  FILLER              PIC X         VALUE SPACES.           00052300
          03  REG-CAS-CANTCRED    PIC ZZZZ9     VALUE ZEROS.            00052400
          03  FILLER              PIC X         VALUE SPACES.           00052500
          03  FILLER              PIC X         VALUE '|'.              00052600
          03  FILLER              PIC X         VALUE SPACES.           00052700
          03  REG-CAS-CANTPROM    PIC ZZZ9,99   VALUE ZEROS.            00052800
          03  FILLER              PIC X         VALUE SPACES.           00052900
          03  FILLER              PIC X         VALUE '|'.              00053000
          03  REG-CAS-IMPHOY      PIC $ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.     00053100
          03  FILLER              PIC X         VALUE '|'.              00053200
          03  REG-CAS-IMPPROM     PIC $ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.     00053300
          03  FILLER              PIC X         VALUE '|'.              00053400
          03  FILLER              PIC X         VALUE SPACES.           00053500
          03  REG-CAS-DIASPERF    PIC ZZ9       VALUE ZEROS.            00053600
          03  FILLER              PIC X         VALUE SPACES.           00053700
          03  FILLER              PIC X         VALUE '|'.              00053800
          03  FILLER              PIC X         VALUE SPACES.           00053900
          03  REG-CAS-CTPNUEVAS   PIC Z9        VALUE ZEROS.            00054000
          03  FILLER              PIC X         VALUE '/'.              00054100
          03  REG-CAS-CTPPERFIL   PIC ZZ9       VALUE ZEROS.            00054200
          03  FILLER              PIC X         VALUE SPACES.           00054300
          03  FILLER              PIC X         VALUE '|'.              00054400
          03  FILLER              PIC X         VALUE SPACES.           00054500
          03  REG-CAS-ANTECED     PIC X(01)     VALUE SPACES.           00054600
          03  FILLER              PIC X         VALUE SPACES.           00054700
          03  FILLER              PIC X         VALUE '|'.              00054800
          03  FILLER              PIC X         VALUE SPACES.           00054900
          03  REG-CAS-ESTADO      PIC X(01)     VALUE SPACES.           00055000
          03  FILLER              PIC X         VALUE SPACES.           00055100
          03  FILLER              PIC X         VALUE '|'.              00055200
          03  FILLER              PIC X(05)     VALUE SPACES.           00055300
                                                                        00055400
      ***************************************************               00055500
      *  REFERENCIAS AL PIE DE LOS CASOS                *               00055600
      ***************************************************               00055700
       01 WS-REG-LEYENDA-1.                                             00055800
          03  FILLER              PIC X(05)     VALUE SPACES.           00055900
          03  FILLER              PIC X(44)     VALUE                   00056000
              'REGLA: V=VOLUMEN  C=CANTIDAD  N=CONTRAPARTES'.           00056100
          03  FILLER              PIC X(45)     VALUE                   00056200
              ' NUEVAS  R=CUENTA DORMIDA O REACTIVADA  D=CAM'.          00056300
          03  FILLER              PIC X(20)     VALUE                   00056400
              'BIO DE DOMICILIO    '.                                   00056500
                                                                        00056600
       01 WS-REG-LEYENDA-2.                                             00056700
          03  FILLER              PIC X(05)     VALUE SPACES.           00056800
          03  FILLER              PIC X(44)     VALUE                   00056900
              'A: E=CUENTA CON CASO ESCALADO  S=REGLAS SUPR'.           00057000
          03  FILLER              PIC X(45)     VALUE                   00057100
              'IMIDAS POR CASO PREVIO   E: P=PENDIENTE  R=RE'.          00057200
          03  FILLER              PIC X(20)     VALUE                   00057300
              'VISADO  E=ESCALADO  '.                                   00057400
                                                                        00057500
       01 WS-REG-TEXTO.                                                 00057600
          03  FILLER              PIC X(05)     VALUE SPACES.           00057700
          03  REG-TXT-TEXTO       PIC X(127)    VALUE SPACES.           00057800
                                                                        00057900
      *****************************************                         00058000
      *   FIN IMPRESION DE TITULOS LISTADO    *                         00058100
      *****************************************                         00058200
       77  FILLER        PIC X(26) VALUE '* VARIABLES SQL          *'.  00058300
                                                                        00058400
      ********************************************************          00058500
      *  AREA DE COMUNICACION Y DEFINICION SQL DB2           *          00058600
      ********************************************************          00058700
            EXEC SQL                                                    00058800
              INCLUDE SQLCA                                             00058900
            END-EXEC.                                                   00059000
                                                                        00059100
            EXEC SQL                                                    00059200
              INCLUDE TBCASMON                                          00059300
            END-EXEC.                                                   00059400
                                                                        00059500
            EXEC SQL                                                    00059600
              INCLUDE TBESTCTA                                          00059700
            END-EXEC.                                                   00059800
                                                                        00059900
            EXEC SQL                                                    00060000
              INCLUDE TBCALEND                                          00060100
            END-EXEC.                                                   00060200
                                                                        00060300
            EXEC SQL                                                    00060400
              INCLUDE TBESTRUN                                          00060500
            END-EXEC.                                                   00060600
                                                                        00060700
      ***************************************************               00060800
      * CURSOR C1 - CUENTAS CON MOVIMIENTOS DE CLIENTE  *               00060900
      * POSTEADOS EN LA FECHA DE PROCESO. NO ENTRAN LOS *               00061000
      * QUE GENERA EL BANCO ('IN', 'MA', 'IM', 'CD') NI *               00061100
      * LOS CONTRASIENTOS ('RV') NI LOS MOVIMIENTOS     *               00061200
      * REVERSADOS (REVERSADO = 'S').                   *               00061300
      ***************************************************               00061400
            EXEC SQL                                                    00061500
              DECLARE C1 CURSOR FOR                                     00061600
              SELECT A.TIPCUEN,                                         00061700
                     A.NROCUEN,                                         00061800
                     A.MONEDA,                                          00061900
                     COALESCE(B.NROCLI, 0),                             00062000
                     COALESCE(B.SUCUEN, 0),                             00062100
                     COUNT(*),                                          00062200
                     SUM(CASE WHEN A.TIPMOV IN ('CR', 'TC', 'CH', 'XC') 00062300
                              THEN 1 ELSE 0 END),                       00062400
                     SUM(A.IMPORTE)                                     00062500
                FROM KC02803.TBMOVHIS A                                 00062600
                LEFT JOIN KC02803.TBCURCTA B                            00062700
                  ON B.TIPCUEN = A.TIPCUEN                              00062800
                 AND B.NROCUEN = A.NROCUEN                              00062900
               WHERE A.FECPROC = :WS-FECHA-DB2                          00063000
                 AND A.TIPMOV IN ('CR', 'DB', 'TD', 'TC', 'CH',         00063100
                                  'XD', 'XC')                           00063200
                 AND A.REVERSADO <> 'S'                                 00063300
               GROUP BY A.TIPCUEN, A.NROCUEN, A.MONEDA,                 00063400
                        B.NROCLI, B.SUCUEN                              00063500
               ORDER BY A.TIPCUEN, A.NROCUEN                            00063600
            END-EXEC.                                                   00063700
                                                                        00063800
      ***************************************************               00063900
      * CURSOR C2 - CASOS DEL DIA PARA EL LISTADO Y EL  *               00064000
      * ARCHIVO, DE MAYOR A MENOR PUNTAJE               *               00064100
      ***************************************************               00064200
            EXEC SQL                                                    00064300
              DECLARE C2 CURSOR FOR                                     00064400
              SELECT TIPCUEN, NROCUEN, NROCLI, SUCUEN, MONEDA,          00064500
                     REGLAS, PUNTAJE, CANTHOY, CANTCRED, IMPHOY,        00064600
                     DIASPERF, CANTPROM, IMPPROM, CTPNUEVAS,            00064700
                     CTPPERFIL, ANTECED, ESTADO                         00064800
                FROM KC02803.TBCASMON                                   00064900
               WHERE FECPROC = :WS-FECHA-DB2                            00065000
               ORDER BY PUNTAJE DESC, TIPCUEN, NROCUEN                  00065100
            END-EXEC.                                                   00065200
                                                                        00065300
       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.  00065400
                                                                        00065500
      ***************************************************************.  00065600
       PROCEDURE DIVISION.                                              00065700
      **************************************                            00065800
      *  CUERPO PRINCIPAL DEL PROGRAMA     *                            00065900
      **************************************                            00066000
       MAIN-PROGRAM.                                                    00066100
                                                                        00066200
           PERFORM 1000-I-INICIO   THRU                                 00066300
                   1000-F-INICIO.                                       00066400
                                                                        00066500
           IF WS-SI-PROCESO                                             00066600
              PERFORM 2000-I-RESPUESTAS                                 00066700
                 THRU 2000-F-RESPUESTAS                                 00066800
           END-IF                                                       00066900
                                                                        00067000
           IF WS-SI-PROCESO                                             00067100
              PERFORM 3000-I-DETECCION                                  00067200
                 THRU 3000-F-DETECCION                                  00067300
           END-IF                                                       00067400
                                                                        00067500
           IF WS-SI-PROCESO                                             00067600
              PERFORM 5000-I-LISTAR-CASOS                               00067700
                 THRU 5000-F-LISTAR-CASOS                               00067800
           END-IF                                                       00067900
                                                                        00068000
           IF WS-ARRANQUE-OK AND WS-SI-PROCESO                          00068100
              PERFORM 7000-I-GRABAR-TRAILER                             00068200
                 THRU 7000-F-GRABAR-TRAILER                             00068300
           END-IF                                                       00068400
                                                                        00068500
           PERFORM 9999-I-FINAL    THRU                                 00068600
                   9999-F-FINAL.                                        00068700
                                                                        00068800
       F-MAIN-PROGRAM. GOBACK.                                          00068900
                                                                        00069000
      **************************************                            00069100
      *  CUERPO INICIO APERTURA ARCHIVOS   *                            00069200
      **************************************                            00069300
       1000-I-INICIO.                                                   00069400
                                                                        00069500
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-AUX                   00069600
           MOVE WS-FECHA-AUX(1:4)     TO WS-AAAA                        00069700
           MOVE WS-FECHA-AUX(5:2)     TO WS-MM                          00069800
           MOVE WS-FECHA-AUX(7:2)     TO WS-DD                          00069900
           MOVE 99 TO WS-CUENTA-LINEA                                   00070000
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TS-INICIO             00070100
                                                                        00070200
           SET WS-SI-PROCESO TO TRUE                                    00070300
                                                                        00070400
           PERFORM 1015-I-OBTENER-FECHA-PROCESO                         00070500
              THRU 1015-F-OBTENER-FECHA-PROCESO                         00070600
           IF WS-FIN-PROCESO                                            00070700
              GO TO 1000-F-INICIO                                       00070800
           END-IF                                                       00070900
                                                                        00071000
           PERFORM 1005-I-LEER-PARM                                     00071100
              THRU 1005-F-LEER-PARM                                     00071200
           IF WS-FIN-PROCESO                                            00071300
              GO TO 1000-F-INICIO                                       00071400
           END-IF                                                       00071500
                                                                        00071600
           PERFORM 1030-I-CALCULAR-VENTANAS                             00071700
              THRU 1030-F-CALCULAR-VENTANAS                             00071800
                                                                        00071900
           PERFORM 8000-I-APERTURA-ARCHIVOS                             00072000
              THRU 8000-F-APERTURA-ARCHIVOS                             00072100
                                                                        00072200
           IF FS-RESPUESTAS = '00' AND FS-CASOS = '00'                  00072300
                                   AND FS-SALIDA = '00'                 00072400
              SET WS-ARRANQUE-OK TO TRUE                                00072500
              PERFORM 1020-I-GRABAR-ENCABEZADO                          00072600
                 THRU 1020-F-GRABAR-ENCABEZADO                          00072700
           ELSE                                                         00072800
              DISPLAY '*********************************'               00072900
              DISPLAY '* ERROR EN APERTURA DE ARCHIVOS *'               00073000
              DISPLAY '* MONITOREO CANCELADO           *'               00073100
              DISPLAY '*********************************'               00073200
              SET WS-FIN-PROCESO TO TRUE                                00073300
           END-IF                                                       00073400
           .                                                            00073500
       1000-F-INICIO.   EXIT.                                           00073600
                                                                        00073700
      **************************************                            00073800
      *  LECTURA DE PARAMETRO DE EJECUCION *                            00073900
      *  CAMPO EN BLANCO = VALOR POR       *                            00074000
      *  OMISION; NO NUMERICO SE RECHAZA.  *                            00074100
      **************************************                            00074200
       1005-I-LEER-PARM.                                                00074300
                                                                        00074400
           MOVE '1005-I-LEER-PARM' TO WS-PARRAFO                        00074500
                                                                        00074600
           ACCEPT WS-PARM-ENTRADA FROM SYSIN                            00074700
                                                                        00074800
           IF (WS-PARM-DIAS-PERFIL NOT = SPACES AND                     00074900
               WS-PARM-DIAS-PERFIL NOT NUMERIC)   OR                    00075000
              (WS-PARM-FACTOR      NOT = SPACES AND                     00075100
               WS-PARM-FACTOR      NOT NUMERIC)   OR                    00075200
              (WS-PARM-IMP-MINIMO  NOT = SPACES AND                     00075300
               WS-PARM-IMP-MINIMO  NOT NUMERIC)   OR                    00075400
              (WS-PARM-CANT-MINIMA NOT = SPACES AND                     00075500
               WS-PARM-CANT-MINIMA NOT NUMERIC)   OR                    00075600
              (WS-PARM-CTP-MINIMA  NOT = SPACES AND                     00075700
               WS-PARM-CTP-MINIMA  NOT NUMERIC)   OR                    00075800
              (WS-PARM-DIAS-REACT  NOT = SPACES AND                     00075900
               WS-PARM-DIAS-REACT  NOT NUMERIC)   OR                    00076000
              (WS-PARM-DIAS-DOMIC  NOT = SPACES AND                     00076100
               WS-PARM-DIAS-DOMIC  NOT NUMERIC)   OR                    00076200
              (WS-PARM-DIAS-SUPR   NOT = SPACES AND                     00076300
               WS-PARM-DIAS-SUPR   NOT NUMERIC)                         00076400
              GO TO 1005-X-PARM-INVALIDO                                00076500
           END-IF                                                       00076600
                                                                        00076700
           IF WS-PARM-DIAS-PERFIL NOT = SPACES                          00076800
              MOVE WS-PARM-DIAS-PERFIL-N TO WS-DIAS-PERFIL              00076900
           END-IF                                                       00077000
           IF WS-PARM-FACTOR NOT = SPACES                               00077100
              MOVE WS-PARM-FACTOR-N      TO WS-FACTOR                   00077200
           END-IF                                                       00077300
           IF WS-PARM-IMP-MINIMO NOT = SPACES                           00077400
              MOVE WS-PARM-IMP-MINIMO-N  TO WS-IMP-MINIMO               00077500
           END-IF                                                       00077600
           IF WS-PARM-CANT-MINIMA NOT = SPACES                          00077700
              MOVE WS-PARM-CANT-MINIMA-N TO WS-CANT-MINIMA              00077800
           END-IF                                                       00077900
           IF WS-PARM-CTP-MINIMA NOT = SPACES                           00078000
              MOVE WS-PARM-CTP-MINIMA-N  TO WS-CTP-MINIMA               00078100
           END-IF                                                       00078200
           IF WS-PARM-DIAS-REACT NOT = SPACES                           00078300
              MOVE WS-PARM-DIAS-REACT-N  TO WS-DIAS-REACT               00078400
           END-IF                                                       00078500
           IF WS-PARM-DIAS-DOMIC NOT = SPACES                           00078600
              MOVE WS-PARM-DIAS-DOMIC-N  TO WS-DIAS-DOMIC               00078700
           END-IF                                                       00078800
           IF WS-PARM-DIAS-SUPR NOT = SPACES                            00078900
              MOVE WS-PARM-DIAS-SUPR-N   TO WS-DIAS-SUPR                00079000
           END-IF                                                       00079100
                                                                        00079200
      *    SIN DIAS DE PERFIL O CON FACTOR CERO NO HAY CONTRA QUE       00079300
      *    COMPARAR.                                                    00079400
           IF WS-DIAS-PERFIL = ZEROS OR WS-FACTOR = ZEROS               00079500
              GO TO 1005-X-PARM-INVALIDO                                00079600
           END-IF                                                       00079700
                                                                        00079800
           DISPLAY '* DIAS DEL PERFIL     : ' WS-DIAS-PERFIL            00079900
           DISPLAY '* VECES SOBRE PROMEDIO: ' WS-FACTOR                 00080000
           DISPLAY '* CANTIDAD MINIMA     : ' WS-CANT-MINIMA            00080100
           DISPLAY '* CONTRAPARTES NUEVAS : ' WS-CTP-MINIMA             00080200
           DISPLAY '* DIAS REACTIVACION   : ' WS-DIAS-REACT             00080300
           DISPLAY '* DIAS CAMBIO DOMIC.  : ' WS-DIAS-DOMIC             00080400
           DISPLAY '* DIAS DE SUPRESION   : ' WS-DIAS-SUPR              00080500
           GO TO 1005-F-LEER-PARM                                       00080600
           .                                                            00080700
       1005-X-PARM-INVALIDO.                                            00080800
           DISPLAY '*****************************************'          00080900
           DISPLAY '* TARJETA SYSIN INVALIDA                *'          00081000
           DISPLAY '* 1-3 DIAS PERFIL, 5-7 VECES, 9-17 IMP. *'          00081100
           DISPLAY '* MINIMO, 19-21 CANT. MINIMA, 23-24     *'          00081200
           DISPLAY '* CONTRAPARTES, 26-28 DIAS REACTIVACION,*'          00081300
           DISPLAY '* 30-32 DIAS DOMICILIO, 34-36 DIAS      *'          00081400
           DISPLAY '* SUPRESION (NUMERICOS O EN BLANCO)     *'          00081500
           DISPLAY '*****************************************'          00081600
           MOVE 9999 TO RETURN-CODE                                     00081700
           SET WS-FIN-PROCESO TO TRUE                                   00081800
           .                                                            00081900
       1005-F-LEER-PARM. EXIT.                                          00082000
                                                                        00082100
      ***********************************************************       00082200
      *  FECHA DE PROCESO DE LA CADENA (TBCALEND):              *       00082300
      *  SE PROCESA Y ESTAMPA CON LA FECHA MARCADA FECPROC='S', *       00082400
      *  Y SE RECHAZA LA CORRIDA SI NO HAY FECHA MARCADA O SI   *       00082500
      *  LA FECHA MARCADA NO ES DIA HABIL.                      *       00082600
      ***********************************************************       00082700
       1015-I-OBTENER-FECHA-PROCESO.                                    00082800
                                                                        00082900
           MOVE '1015-I-OBTENER-FECHA-PROC' TO WS-PARRAFO.              00083000
                                                                        00083100
           EXEC SQL                                                     00083200
              SELECT FECHA,                                             00083300
                     DIAHABIL                                           00083400
                INTO :CA-FECHA,                                         00083500
                     :CA-DIAHABIL                                       00083600
                FROM KC02803.TBCALEND                                   00083700
               WHERE FECPROC = 'S'                                      00083800
           END-EXEC                                                     00083900
                                                                        00084000
           EVALUATE TRUE                                                00084100
           WHEN SQLCODE EQUAL ZEROS                                     00084200
                IF CA-DIAHABIL NOT = 'S'                                00084300
                   DISPLAY '*****************************************'  00084400
                   DISPLAY '* LA FECHA DE PROCESO MARCADA EN        *'  00084500
                   DISPLAY '* TBCALEND NO ES UN DIA HABIL           *'  00084600
                   DISPLAY '* FECHA : ' CA-FECHA                        00084700
                   DISPLAY '* LA CORRIDA SE RECHAZA                 *'  00084800
                   DISPLAY '*****************************************'  00084900
                   MOVE 9999 TO RETURN-CODE                             00085000
                   SET  WS-FIN-PROCESO TO TRUE                          00085100
                ELSE                                                    00085200
                   MOVE CA-FECHA(1:4)  TO WS-AAAA                       00085300
                   MOVE CA-FECHA(6:2)  TO WS-MM                         00085400
                   MOVE CA-FECHA(9:2)  TO WS-DD                         00085500
                   MOVE CA-FECHA       TO WS-FECHA-DB2                  00085600
                END-IF                                                  00085700
           WHEN SQLCODE EQUAL +100                                      00085800
                DISPLAY '*****************************************'     00085900
                DISPLAY '* NO HAY FECHA DE PROCESO MARCADA EN    *'     00086000
                DISPLAY '* TBCALEND (FECPROC = S)                *'     00086100
                DISPLAY '* LA CORRIDA SE RECHAZA                 *'     00086200
                DISPLAY '*****************************************'     00086300
                MOVE 9999 TO RETURN-CODE                                00086400
                SET  WS-FIN-PROCESO TO TRUE                             00086500
           WHEN OTHER                                                   00086600
                MOVE SQLCODE   TO WS-SQLCODE                            00086700
                DISPLAY '************************************'          00086800
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00086900
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00087000
                DISPLAY '************************************'          00087100
                DISPLAY '* TABLA       : CALENDARIO TBCALEND*'          00087200
                DISPLAY '* DESCRIPCION : FECHA DE PROCESO   *'          00087300
                DISPLAY '************************************'          00087400
                MOVE 9999 TO RETURN-CODE                                00087500
                SET  WS-FIN-PROCESO TO TRUE                             00087600
           END-EVALUATE.                                                00087700
                                                                        00087800
       1015-F-OBTENER-FECHA-PROCESO. EXIT.                              00087900
                                                                        00088000
      ***********************************************************       00088100
      *  ENCABEZADO DEL ARCHIVO DE CASOS                        *       00088200
      ***********************************************************       00088300
       1020-I-GRABAR-ENCABEZADO.                                        00088400
                                                                        00088500
           MOVE '1020-I-GRABAR-ENCABEZADO' TO WS-PARRAFO                00088600
                                                                        00088700
           MOVE WS-FECHA-DB2   TO REG-H-FECPROC                         00088800
           MOVE WS-TS-INICIO   TO REG-H-TSGENERA                        00088900
           MOVE WS-DIAS-PERFIL TO REG-H-DIAS-PERFIL                     00089000
           MOVE WS-FACTOR      TO REG-H-FACTOR                          00089100
                                                                        00089200
           WRITE REG-CASOS FROM WS-REG-CASO-H                           00089300
                                                                        00089400
           MOVE FS-CASOS TO FS-ACTUAL                                   00089500
           MOVE 'ARCHIVO DE CASOS' TO WS-ARCHIVO-DESC                   00089600
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00089700
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00089800
                                                                        00089900
           ADD 1 TO WS-REG-CASOS                                        00090000
           .                                                            00090100
       1020-F-GRABAR-ENCABEZADO. EXIT.                                  00090200
                                                                        00090300
      ***********************************************************       00090400
      *  FECHAS DE LAS VENTANAS, EN DIAS CORRIDOS HACIA ATRAS   *       00090500
      *  DESDE LA FECHA DE PROCESO                              *       00090600
      ***********************************************************       00090700
       1030-I-CALCULAR-VENTANAS.                                        00090800
                                                                        00090900
           COMPUTE WS-DIAS-PROCESO =                                    00091000
                   FUNCTION INTEGER-OF-DATE(                            00091100
                   FUNCTION NUMVAL(WS-DB2-AAAA) * 10000                 00091200
                 + FUNCTION NUMVAL(WS-DB2-MM)   * 100                   00091300
                 + FUNCTION NUMVAL(WS-DB2-DD))                          00091400
                                                                        00091500
           COMPUTE WS-DIAS-CALC = WS-DIAS-PROCESO - WS-DIAS-PERFIL      00091600
           PERFORM 1035-I-FECHA-CALCULADA                               00091700
              THRU 1035-F-FECHA-CALCULADA                               00091800
           MOVE WS-FEC-CALC TO WS-FEC-DESDE-PERFIL                      00091900
                                                                        00092000
           COMPUTE WS-DIAS-CALC = WS-DIAS-PROCESO - 1                   00092100
           PERFORM 1035-I-FECHA-CALCULADA                               00092200
              THRU 1035-F-FECHA-CALCULADA                               00092300
           MOVE WS-FEC-CALC TO WS-FEC-AYER                              00092400
                                                                        00092500
           COMPUTE WS-DIAS-CALC = WS-DIAS-PROCESO - WS-DIAS-REACT       00092600
           PERFORM 1035-I-FECHA-CALCULADA                               00092700
              THRU 1035-F-FECHA-CALCULADA                               00092800
           MOVE WS-FEC-CALC TO WS-FEC-DESDE-REACT                       00092900
                                                                        00093000
           COMPUTE WS-DIAS-CALC = WS-DIAS-PROCESO - WS-DIAS-DOMIC       00093100
           PERFORM 1035-I-FECHA-CALCULADA                               00093200
              THRU 1035-F-FECHA-CALCULADA                               00093300
           MOVE WS-FEC-CALC TO WS-FEC-DESDE-DOMIC                       00093400
                                                                        00093500
           COMPUTE WS-DIAS-CALC = WS-DIAS-PROCESO - WS-DIAS-SUPR        00093600
           PERFORM 1035-I-FECHA-CALCULADA                               00093700
              THRU 1035-F-FECHA-CALCULADA                               00093800
           MOVE WS-FEC-CALC TO WS-FEC-DESDE-SUPR                        00093900
                                                                        00094000
           DISPLAY '* PERFIL DESDE        : ' WS-FEC-DESDE-PERFIL       00094100
                   ' HASTA ' WS-FEC-AYER                                00094200
           .                                                            00094300
       1030-F-CALCULAR-VENTANAS. EXIT.                                  00094400
                                                                        00094500
       1035-I-FECHA-CALCULADA.                                          00094600
                                                                        00094700
           COMPUTE WS-FEC-CALC-NUM =                                    00094800
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-CALC)               00094900
           MOVE WS-FEC-CALC-NUM(1:4) TO WS-FEC-CALC(1:4)                00095000
           MOVE '-'                  TO WS-FEC-CALC(5:1)                00095100
           MOVE WS-FEC-CALC-NUM(5:2) TO WS-FEC-CALC(6:2)                00095200
           MOVE '-'                  TO WS-FEC-CALC(8:1)                00095300
           MOVE WS-FEC-CALC-NUM(7:2) TO WS-FEC-CALC(9:2)                00095400
           .                                                            00095500
       1035-F-FECHA-CALCULADA. EXIT.                                    00095600
                                                                        00095700
      ***********************************************************       00095800
      *  SECCION 1: RESPUESTAS DEL ANALISTA SOBRE CASOS DE DIAS *       00095900
      *  ANTERIORES. UNA RESPUESTA REPETIDA (MISMO ESTADO) NO   *       00096000
      *  CAMBIA NADA; UN CASO ESCALADO YA NO SE MODIFICA.       *       00096100
      ***********************************************************       00096200
       2000-I-RESPUESTAS.                                               00096300
                                                                        00096400
           SET WS-SECCION-RESPUESTAS TO TRUE                            00096500
           MOVE 99 TO WS-CUENTA-LINEA                                   00096600
                                                                        00096700
           PERFORM 8050-I-LEER-RESPUESTA                                00096800
              THRU 8050-F-LEER-RESPUESTA                                00096900
                                                                        00097000
           PERFORM 2100-I-UNA-RESPUESTA                                 00097100
              THRU 2100-F-UNA-RESPUESTA                                 00097200
             UNTIL WS-FIN-RESPUESTAS OR WS-FIN-PROCESO                  00097300
                                                                        00097400
           IF WS-RSP-LEIDAS = ZEROS AND WS-SI-PROCESO                   00097500
              MOVE 'SIN RESPUESTAS DEL ANALISTA' TO REG-TXT-TEXTO       00097600
              MOVE WS-REG-TEXTO TO WS-LINEA-IMPRIMIR                    00097700
              PERFORM 6000-I-GRABAR-LINEA                               00097800
                 THRU 6000-F-GRABAR-LINEA                               00097900
              MOVE SPACES TO REG-TXT-TEXTO                              00098000
           END-IF                                                       00098100
           .                                                            00098200
       2000-F-RESPUESTAS. EXIT.                                         00098300
                                                                        00098400
       2100-I-UNA-RESPUESTA.                                            00098500
                                                                        00098600
           MOVE '2100-I-UNA-RESPUESTA' TO WS-PARRAFO.                   00098700
                                                                        00098800
           IF RSP-FECPROC = SPACES OR RSP-TIPCUEN = SPACES OR           00098900
              RSP-NROCUEN NOT NUMERIC OR RSP-ANALISTA = SPACES OR       00099000
              NOT (RSP-REVISADO OR RSP-ESCALADO)                        00099100
              MOVE 'REGISTRO INVALIDO   ' TO WS-RSP-RESULTADO           00099200
              ADD 1 TO WS-RSP-RECHAZADAS                                00099300
              GO TO 2100-X-LISTAR                                       00099400
           END-IF                                                       00099500
                                                                        00099600
           IF RSP-FEC-AAAA NOT NUMERIC OR RSP-FEC-MM NOT NUMERIC OR     00099700
              RSP-FEC-DD NOT NUMERIC OR RSP-FEC-GUION1 NOT = '-' OR     00099800
              RSP-FEC-GUION2 NOT = '-'                                  00099900
              MOVE 'REGISTRO INVALIDO   ' TO WS-RSP-RESULTADO           00100000
              ADD 1 TO WS-RSP-RECHAZADAS                                00100100
              GO TO 2100-X-LISTAR                                       00100200
           END-IF                                                       00100300
                                                                        00100400
           COMPUTE WS-RSP-FEC-NUM =                                     00100500
                   FUNCTION NUMVAL(RSP-FEC-AAAA) * 10000                00100600
                 + FUNCTION NUMVAL(RSP-FEC-MM)   * 100                  00100700
                 + FUNCTION NUMVAL(RSP-FEC-DD)                          00100800
                                                                        00100900
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RSP-FEC-NUM) NOT EQUAL     00101000
              ZEROS                                                     00101100
              MOVE 'REGISTRO INVALIDO   ' TO WS-RSP-RESULTADO           00101200
              ADD 1 TO WS-RSP-RECHAZADAS                                00101300
              GO TO 2100-X-LISTAR                                       00101400
           END-IF                                                       00101500
                                                                        00101600
           MOVE RSP-FECPROC   TO CS-FECPROC                             00101700
           MOVE RSP-TIPCUEN   TO CS-TIPCUEN                             00101800
           MOVE RSP-NROCUEN-N TO CS-NROCUEN                             00101900
                                                                        00102000
           EXEC SQL                                                     00102100
              SELECT ESTADO                                             00102200
                INTO :CS-ESTADO                                         00102300
                FROM KC02803.TBCASMON                                   00102400
               WHERE FECPROC = :CS-FECPROC                              00102500
                 AND TIPCUEN = :CS-TIPCUEN                              00102600
                 AND NROCUEN = :CS-NROCUEN                              00102700
           END-EXEC                                                     00102800
                                                                        00102900
           EVALUATE TRUE                                                00103000
           WHEN SQLCODE EQUAL +100                                      00103100
                MOVE 'CASO INEXISTENTE    ' TO WS-RSP-RESULTADO         00103200
                ADD 1 TO WS-RSP-RECHAZADAS                              00103300
                GO TO 2100-X-LISTAR                                     00103400
           WHEN SQLCODE NOT EQUAL ZEROS                                 00103500
                MOVE 'CASOS - TBCASMON   ' TO WS-DB2-TABLA              00103600
                MOVE 'LECTURA DEL CASO ' TO WS-DB2-DESCRIP              00103700
                PERFORM 9995-I-ERROR-DB2                                00103800
                   THRU 9995-F-ERROR-DB2                                00103900
                GO TO 2100-F-UNA-RESPUESTA                              00104000
           WHEN CS-ESTADO = RSP-ACCION                                  00104100
                MOVE 'YA APLICADA         ' TO WS-RSP-RESULTADO         00104200
                ADD 1 TO WS-RSP-YA-APLICADAS                            00104300
                GO TO 2100-X-LISTAR                                     00104400
           WHEN CS-ESTADO = 'E'                                         00104500
                MOVE 'CASO YA ESCALADO    ' TO WS-RSP-RESULTADO         00104600
                ADD 1 TO WS-RSP-RECHAZADAS                              00104700
                GO TO 2100-X-LISTAR                                     00104800
           WHEN OTHER                                                   00104900
                CONTINUE                                                00105000
           END-EVALUATE                                                 00105100
                                                                        00105200
           MOVE RSP-ACCION    TO CS-ESTADO                              00105300
           MOVE WS-FECHA-DB2  TO CS-FECRESP                             00105400
           MOVE RSP-ANALISTA  TO CS-ANALISTA                            00105500
           MOVE RSP-OBSERV    TO CS-OBSERV                              00105600
                                                                        00105700
           EXEC SQL                                                     00105800
              UPDATE KC02803.TBCASMON                                   00105900
                 SET ESTADO   = :CS-ESTADO,                             00106000
                     FECRESP  = :CS-FECRESP,                            00106100
                     ANALISTA = :CS-ANALISTA,                           00106200
                     OBSERV   = :CS-OBSERV                              00106300
               WHERE FECPROC = :CS-FECPROC                              00106400
                 AND TIPCUEN = :CS-TIPCUEN                              00106500
                 AND NROCUEN = :CS-NROCUEN                              00106600
           END-EXEC                                                     00106700
                                                                        00106800
           IF SQLCODE NOT EQUAL ZEROS                                   00106900
              MOVE 'CASOS - TBCASMON   ' TO WS-DB2-TABLA                00107000
              MOVE 'RESPUESTA ANALIS.' TO WS-DB2-DESCRIP                00107100
              PERFORM 9995-I-ERROR-DB2                                  00107200
                 THRU 9995-F-ERROR-DB2                                  00107300
              GO TO 2100-F-UNA-RESPUESTA                                00107400
           END-IF                                                       00107500
                                                                        00107600
           ADD 1 TO WS-RSP-APLICADAS                                    00107700
           IF RSP-REVISADO                                              00107800
              MOVE 'APLICADA: REVISADO  ' TO WS-RSP-RESULTADO           00107900
           ELSE                                                         00108000
              MOVE 'APLICADA: ESCALADO  ' TO WS-RSP-RESULTADO           00108100
           END-IF                                                       00108200
           .                                                            00108300
       2100-X-LISTAR.                                                   00108400
           MOVE RSP-FECPROC      TO REG-RSP-FECPROC                     00108500
           MOVE RSP-TIPCUEN      TO REG-RSP-TIPCUEN                     00108600
           MOVE RSP-NROCUEN      TO REG-RSP-NROCUEN                     00108700
           MOVE RSP-ACCION       TO REG-RSP-ACCION                      00108800
           MOVE RSP-ANALISTA     TO REG-RSP-ANALISTA                    00108900
           MOVE RSP-OBSERV       TO REG-RSP-OBSERV                      00109000
           MOVE WS-RSP-RESULTADO TO REG-RSP-RESULTADO                   00109100
           MOVE WS-REG-SALIDA-RSP TO WS-LINEA-IMPRIMIR                  00109200
           PERFORM 6000-I-GRABAR-LINEA                                  00109300
              THRU 6000-F-GRABAR-LINEA                                  00109400
                                                                        00109500
           PERFORM 8050-I-LEER-RESPUESTA                                00109600
              THRU 8050-F-LEER-RESPUESTA                                00109700
           .                                                            00109800
       2100-F-UNA-RESPUESTA. EXIT.                                      00109900
                                                                        00110000
      ***********************************************************       00110100
      *  SECCION 2: DETECCION. UNA RECORRIDA DEL DIA BORRA LOS  *       00110200
      *  CASOS PENDIENTES DEL DIA Y LOS REARMA; LOS QUE EL      *       00110300
      *  ANALISTA YA RESPONDIO SE CONSERVAN.                    *       00110400
      ***********************************************************       00110500
       3000-I-DETECCION.                                                00110600
                                                                        00110700
           PERFORM 3050-I-BORRAR-CASOS-DIA                              00110800
              THRU 3050-F-BORRAR-CASOS-DIA                              00110900
           IF WS-FIN-PROCESO                                            00111000
              GO TO 3000-F-DETECCION                                    00111100
           END-IF                                                       00111200
                                                                        00111300
           SET WS-SI-CURSOR TO TRUE                                     00111400
                                                                        00111500
           PERFORM 8200-I-ABRIR-CURSOR-C1                               00111600
              THRU 8200-F-ABRIR-CURSOR-C1                               00111700
                                                                        00111800
           IF WS-SI-CURSOR                                              00111900
              PERFORM 8400-I-LEER-CURSOR-C1                             00112000
                 THRU 8400-F-LEER-CURSOR-C1                             00112100
                                                                        00112200
              PERFORM 3100-I-UNA-CUENTA                                 00112300
                 THRU 3100-F-UNA-CUENTA                                 00112400
                UNTIL WS-FIN-CURSOR OR WS-FIN-PROCESO                   00112500
                                                                        00112600
              PERFORM 8300-I-CERRAR-CURSOR-C1                           00112700
                 THRU 8300-F-CERRAR-CURSOR-C1                           00112800
           END-IF                                                       00112900
           .                                                            00113000
       3000-F-DETECCION. EXIT.                                          00113100
                                                                        00113200
       3050-I-BORRAR-CASOS-DIA.                                         00113300
                                                                        00113400
           MOVE '3050-I-BORRAR-CASOS-DIA' TO WS-PARRAFO.                00113500
                                                                        00113600
           EXEC SQL                                                     00113700
              DELETE FROM KC02803.TBCASMON                              00113800
               WHERE FECPROC = :WS-FECHA-DB2                            00113900
                 AND ESTADO  = 'P'                                      00114000
           END-EXEC                                                     00114100
                                                                        00114200
           EVALUATE TRUE                                                00114300
           WHEN SQLCODE EQUAL ZEROS                                     00114400
                MOVE SQLERRD(3) TO WS-CASOS-BORRADOS                    00114500
           WHEN SQLCODE EQUAL +100                                      00114600
                CONTINUE                                                00114700
           WHEN OTHER                                                   00114800
                MOVE 'CASOS - TBCASMON   ' TO WS-DB2-TABLA              00114900
                MOVE 'BORRA CASOS DIA  ' TO WS-DB2-DESCRIP              00115000
                PERFORM 9995-I-ERROR-DB2                                00115100
                   THRU 9995-F-ERROR-DB2                                00115200
           END-EVALUATE.                                                00115300
                                                                        00115400
       3050-F-BORRAR-CASOS-DIA. EXIT.                                   00115500
                                                                        00115600
      ***********************************************************       00115700
      *  UNA CUENTA CON MOVIMIENTOS EN EL DIA: PERFIL, REGLAS,  *       00115800
      *  SUPRESION DE REPETIDOS Y ALTA DEL CASO                 *       00115900
      ***********************************************************       00116000
       3100-I-UNA-CUENTA.                                               00116100
                                                                        00116200
           ADD 1 TO WS-CTAS-EVALUADAS                                   00116300
           INITIALIZE WS-PERFIL                                         00116400
           INITIALIZE WS-EVALUACION                                     00116500
                                                                        00116600
           PERFORM 3200-I-ARMAR-PERFIL                                  00116700
              THRU 3200-F-ARMAR-PERFIL                                  00116800
           IF WS-FIN-PROCESO                                            00116900
              GO TO 3100-F-UNA-CUENTA                                   00117000
           END-IF                                                       00117100
                                                                        00117200
           PERFORM 3300-I-REGLAS-PERFIL                                 00117300
              THRU 3300-F-REGLAS-PERFIL                                 00117400
                                                                        00117500
           PERFORM 3400-I-REGLA-REACTIVADA                              00117600
              THRU 3400-F-REGLA-REACTIVADA                              00117700
           IF WS-FIN-PROCESO                                            00117800
              GO TO 3100-F-UNA-CUENTA                                   00117900
           END-IF                                                       00118000
                                                                        00118100
           PERFORM 3450-I-REGLA-DOMICILIO                               00118200
              THRU 3450-F-REGLA-DOMICILIO                               00118300
           IF WS-FIN-PROCESO                                            00118400
              GO TO 3100-F-UNA-CUENTA                                   00118500
           END-IF                                                       00118600
                                                                        00118700
           IF WS-REGLAS = SPACES                                        00118800
              GO TO 3100-X-LEER                                         00118900
           END-IF                                                       00119000
                                                                        00119100
           PERFORM 3500-I-SUPRIMIR-REPETIDOS                            00119200
              THRU 3500-F-SUPRIMIR-REPETIDOS                            00119300
           IF WS-FIN-PROCESO                                            00119400
              GO TO 3100-F-UNA-CUENTA                                   00119500
           END-IF                                                       00119600
                                                                        00119700
           IF WS-REGLAS = SPACES                                        00119800
              ADD 1 TO WS-CTAS-SUPRIMIDAS                               00119900
              GO TO 3100-X-LEER                                         00120000
           END-IF                                                       00120100
                                                                        00120200
           PERFORM 3600-I-CALCULAR-PUNTAJE                              00120300
              THRU 3600-F-CALCULAR-PUNTAJE                              00120400
                                                                        00120500
           PERFORM 3650-I-GRABAR-CASO                                   00120600
              THRU 3650-F-GRABAR-CASO                                   00120700
           IF WS-FIN-PROCESO                                            00120800
              GO TO 3100-F-UNA-CUENTA                                   00120900
           END-IF                                                       00121000
           .                                                            00121100
       3100-X-LEER.                                                     00121200
           PERFORM 8400-I-LEER-CURSOR-C1                                00121300
              THRU 8400-F-LEER-CURSOR-C1                                00121400
           .                                                            00121500
       3100-F-UNA-CUENTA. EXIT.                                         00121600
                                                                        00121700
      ***********************************************************       00121800
      *  PERFIL DE LA CUENTA EN LA VENTANA (HASTA AYER):        *       00121900
      *  MOVIMIENTOS DE CLIENTE DE TBMOVHIS, DIAS CON FOTO EN   *       00122000
      *  TBSALDIA (DIAS HABILES EN QUE LA CUENTA EXISTIO) Y     *       00122100
      *  CONTRAPARTES DE SUS TRANSFERENCIAS. LA PATA 'TC' DE    *       00122200
      *  UNA TRANSFERENCIA TIENE LA MISMA FECPROC Y NROSEC QUE  *       00122300
      *  SU PATA 'TD'. NO CUENTAN LOS MOVIMIENTOS REVERSADOS.   *       00122400
      ***********************************************************       00122500
       3200-I-ARMAR-PERFIL.                                             00122600
                                                                        00122700
           MOVE '3200-I-ARMAR-PERFIL' TO WS-PARRAFO.                    00122800
                                                                        00122900
           EXEC SQL                                                     00123000
              SELECT COUNT(*),                                          00123100
                     COALESCE(SUM(IMPORTE), 0)                          00123200
                INTO :WS-PER-CANT,                                      00123300
                     :WS-PER-IMPORTE                                    00123400
                FROM KC02803.TBMOVHIS                                   00123500
               WHERE TIPCUEN = :WS-MON-TIPCUEN                          00123600
                 AND NROCUEN = :WS-MON-NROCUEN                          00123700
                 AND FECPROC BETWEEN :WS-FEC-DESDE-PERFIL               00123800
                                 AND :WS-FEC-AYER                       00123900
                 AND TIPMOV IN ('CR', 'DB', 'TD', 'TC', 'CH',           00124000
                                'XD', 'XC')                             00124100
                 AND REVERSADO <> 'S'                                   00124200
           END-EXEC                                                     00124300
                                                                        00124400
           IF SQLCODE NOT EQUAL ZEROS                                   00124500
              MOVE 'HISTORIAL TBMOVHIS ' TO WS-DB2-TABLA                00124600
              MOVE 'PERFIL MOVIMIENT.' TO WS-DB2-DESCRIP                00124700
              PERFORM 9995-I-ERROR-DB2                                  00124800
                 THRU 9995-F-ERROR-DB2                                  00124900
              GO TO 3200-F-ARMAR-PERFIL                                 00125000
           END-IF                                                       00125100
                                                                        00125200
           EXEC SQL                                                     00125300
              SELECT COUNT(*)                                           00125400
                INTO :WS-PER-DIAS                                       00125500
                FROM KC02803.TBSALDIA                                   00125600
               WHERE TIPCUEN = :WS-MON-TIPCUEN                          00125700
                 AND NROCUEN = :WS-MON-NROCUEN                          00125800
                 AND FECPROC BETWEEN :WS-FEC-DESDE-PERFIL               00125900
                                 AND :WS-FEC-AYER                       00126000
           END-EXEC                                                     00126100
                                                                        00126200
           IF SQLCODE NOT EQUAL ZEROS                                   00126300
              MOVE 'FOTO DIA. TBSALDIA ' TO WS-DB2-TABLA                00126400
              MOVE 'PERFIL DIAS FOTO ' TO WS-DB2-DESCRIP                00126500
              PERFORM 9995-I-ERROR-DB2                                  00126600
                 THRU 9995-F-ERROR-DB2                                  00126700
              GO TO 3200-F-ARMAR-PERFIL                                 00126800
           END-IF                                                       00126900
                                                                        00127000
           EXEC SQL                                                     00127100
              SELECT COUNT(*)                                           00127200
                INTO :WS-PER-CTP                                        00127300
                FROM (SELECT DISTINCT C.TIPCUEN, C.NROCUEN              00127400
                        FROM KC02803.TBMOVHIS D                         00127500
                        JOIN KC02803.TBMOVHIS C                         00127600
                          ON C.FECPROC = D.FECPROC                      00127700
                         AND C.NROSEC  = D.NROSEC                       00127800
                         AND C.TIPMOV  = 'TC'                           00127900
                         AND C.REVERSADO <> 'S'                         00128000
                       WHERE D.TIPCUEN = :WS-MON-TIPCUEN                00128100
                         AND D.NROCUEN = :WS-MON-NROCUEN                00128200
                         AND D.FECPROC BETWEEN :WS-FEC-DESDE-PERFIL     00128300
                                           AND :WS-FEC-AYER             00128400
                         AND D.TIPMOV  = 'TD'                           00128500
                         AND D.REVERSADO <> 'S') AS X                   00128600
           END-EXEC                                                     00128700
                                                                        00128800
           IF SQLCODE NOT EQUAL ZEROS                                   00128900
              MOVE 'HISTORIAL TBMOVHIS ' TO WS-DB2-TABLA                00129000
              MOVE 'PERFIL CONTRAPART' TO WS-DB2-DESCRIP                00129100
              PERFORM 9995-I-ERROR-DB2                                  00129200
                 THRU 9995-F-ERROR-DB2                                  00129300
              GO TO 3200-F-ARMAR-PERFIL                                 00129400
           END-IF                                                       00129500
                                                                        00129600
      *    CONTRAPARTES DE LAS TRANSFERENCIAS DE HOY QUE NO             00129700
      *    APARECEN EN NINGUNA TRANSFERENCIA DE LA VENTANA.             00129800
           EXEC SQL                                                     00129900
              SELECT COUNT(*)                                           00130000
                INTO :WS-HOY-CTP-NUEVAS                                 00130100
                FROM (SELECT DISTINCT C.TIPCUEN, C.NROCUEN              00130200
                        FROM KC02803.TBMOVHIS D                         00130300
                        JOIN KC02803.TBMOVHIS C                         00130400
                          ON C.FECPROC = D.FECPROC                      00130500
                         AND C.NROSEC  = D.NROSEC                       00130600
                         AND C.TIPMOV  = 'TC'                           00130700
                         AND C.REVERSADO <> 'S'                         00130800
                       WHERE D.TIPCUEN = :WS-MON-TIPCUEN                00130900
                         AND D.NROCUEN = :WS-MON-NROCUEN                00131000
                         AND D.FECPROC = :WS-FECHA-DB2                  00131100
                         AND D.TIPMOV  = 'TD'                           00131200
                         AND D.REVERSADO <> 'S'                         00131300
                         AND NOT EXISTS                                 00131400
                             (SELECT 1                                  00131500
                                FROM KC02803.TBMOVHIS P                 00131600
                                JOIN KC02803.TBMOVHIS Q                 00131700
                                  ON Q.FECPROC = P.FECPROC              00131800
                                 AND Q.NROSEC  = P.NROSEC               00131900
                                 AND Q.TIPMOV  = 'TC'                   00132000
                                 AND Q.REVERSADO <> 'S'                 00132100
                               WHERE P.TIPCUEN = D.TIPCUEN              00132200
                                 AND P.NROCUEN = D.NROCUEN              00132300
                                 AND P.FECPROC BETWEEN                  00132400
                                     :WS-FEC-DESDE-PERFIL               00132500
                                     AND :WS-FEC-AYER                   00132600
                                 AND P.TIPMOV  = 'TD'                   00132700
                                 AND P.REVERSADO <> 'S'                 00132800
                                 AND Q.TIPCUEN = C.TIPCUEN              00132900
                                 AND Q.NROCUEN = C.NROCUEN)) AS X       00133000
           END-EXEC                                                     00133100
                                                                        00133200
           IF SQLCODE NOT EQUAL ZEROS                                   00133300
              MOVE 'HISTORIAL TBMOVHIS ' TO WS-DB2-TABLA                00133400
              MOVE 'CONTRAPART. NUEVA' TO WS-DB2-DESCRIP                00133500
              PERFORM 9995-I-ERROR-DB2                                  00133600
                 THRU 9995-F-ERROR-DB2                                  00133700
           END-IF.                                                      00133800
                                                                        00133900
       3200-F-ARMAR-PERFIL. EXIT.                                       00134000
                                                                        00134100
      ***********************************************************       00134200
      *  REGLAS CONTRA EL PERFIL: 'V' VOLUMEN Y 'C' CANTIDAD    *       00134300
      *  DEL DIA CONTRA SU PROMEDIO DIARIO (SOLO CON AL MENOS   *       00134400
      *  UN DIA DE PERFIL; UNA CUENTA NUEVA NO TIENE CONTRA QUE *       00134500
      *  COMPARARSE) Y 'N' CONTRAPARTES NUEVAS. UN PROMEDIO EN  *       00134600
      *  CERO (CUENTA SIN MOVIMIENTOS EN LA VENTANA) CUENTA     *       00134700
      *  COMO 999 VECES.                                        *       00134800
      ***********************************************************       00134900
       3300-I-REGLAS-PERFIL.                                            00135000
                                                                        00135100
           MOVE WS-MON-TIPCUEN    TO CS-TIPCUEN                         00135200
           MOVE WS-MON-NROCUEN    TO CS-NROCUEN                         00135300
           MOVE WS-PER-DIAS       TO CS-DIASPERF                        00135400
           MOVE WS-PER-CTP        TO CS-CTPPERFIL                       00135500
           MOVE WS-HOY-CTP-NUEVAS TO CS-CTPNUEVAS                       00135600
           MOVE ZEROS             TO CS-CANTPROM                        00135700
           MOVE ZEROS             TO CS-IMPPROM                         00135800
                                                                        00135900
           IF WS-CTP-MINIMA > ZEROS AND                                 00136000
              WS-HOY-CTP-NUEVAS NOT < WS-CTP-MINIMA                     00136100
              MOVE 'N' TO WS-REGLAS(3:1)                                00136200
           END-IF                                                       00136300
                                                                        00136400
           IF WS-PER-DIAS = ZEROS                                       00136500
              ADD 1 TO WS-CTAS-SIN-PERFIL                               00136600
              GO TO 3300-F-REGLAS-PERFIL                                00136700
           END-IF                                                       00136800
                                                                        00136900
           COMPUTE CS-CANTPROM ROUNDED = WS-PER-CANT / WS-PER-DIAS      00137000
           COMPUTE CS-IMPPROM  ROUNDED = WS-PER-IMPORTE / WS-PER-DIAS   00137100
                                                                        00137200
           IF CS-IMPPROM > ZEROS                                        00137300
              COMPUTE WS-VECES-CALC = WS-MON-IMPHOY / CS-IMPPROM        00137400
           ELSE                                                         00137500
              MOVE 999 TO WS-VECES-CALC                                 00137600
           END-IF                                                       00137700
           IF WS-VECES-CALC > 999                                       00137800
              MOVE 999 TO WS-VECES-CALC                                 00137900
           END-IF                                                       00138000
           MOVE WS-VECES-CALC TO WS-VECES-IMP                           00138100
                                                                        00138200
           IF CS-CANTPROM > ZEROS                                       00138300
              COMPUTE WS-VECES-CALC = WS-MON-CANTHOY / CS-CANTPROM      00138400
           ELSE                                                         00138500
              MOVE 999 TO WS-VECES-CALC                                 00138600
           END-IF                                                       00138700
           IF WS-VECES-CALC > 999                                       00138800
              MOVE 999 TO WS-VECES-CALC                                 00138900
           END-IF                                                       00139000
           MOVE WS-VECES-CALC TO WS-VECES-CANT                          00139100
                                                                        00139200
           IF WS-MON-IMPHOY NOT < WS-IMP-MINIMO AND                     00139300
              WS-VECES-IMP  NOT < WS-FACTOR                             00139400
              MOVE 'V' TO WS-REGLAS(1:1)                                00139500
           END-IF                                                       00139600
                                                                        00139700
           IF WS-MON-CANTHOY NOT < WS-CANT-MINIMA AND                   00139800
              WS-VECES-CANT  NOT < WS-FACTOR                            00139900
              MOVE 'C' TO WS-REGLAS(2:1)                                00140000
           END-IF                                                       00140100
           .                                                            00140200
       3300-F-REGLAS-PERFIL. EXIT.                                      00140300
                                                                        00140400
      ***********************************************************       00140500
      *  REGLA 'R': MOVIMIENTOS EN UNA CUENTA MARCADA DORMIDA   *       00140600
      *  (TODAVIA NO REACTIVADA POR EXAMEN10) O REACTIVADA      *       00140700
      *  DENTRO DE LOS DIAS DEL PARAMETRO. TBESTCTA SOLO TIENE  *       00140800
      *  FILA PARA CUENTAS QUE ALGUNA VEZ FUERON DORMIDAS.      *       00140900
      ***********************************************************       00141000
       3400-I-REGLA-REACTIVADA.                                         00141100
                                                                        00141200
           MOVE '3400-I-REGLA-REACTIVADA' TO WS-PARRAFO.                00141300
                                                                        00141400
           MOVE WS-MON-TIPCUEN TO EC-TIPCUEN                            00141500
           MOVE WS-MON-NROCUEN TO EC-NROCUEN                            00141600
                                                                        00141700
           EXEC SQL                                                     00141800
              SELECT ESTADO,                                            00141900
                     FECESTADO                                          00142000
                INTO :EC-ESTADO,                                        00142100
                     :EC-FECESTADO                                      00142200
                FROM KC02803.TBESTCTA                                   00142300
               WHERE TIPCUEN = :EC-TIPCUEN                              00142400
                 AND NROCUEN = :EC-NROCUEN                              00142500
           END-EXEC                                                     00142600
                                                                        00142700
           EVALUATE TRUE                                                00142800
           WHEN SQLCODE EQUAL ZEROS                                     00142900
                IF EC-ESTADO = 'D' OR                                   00143000
                   (EC-ESTADO = 'A' AND                                 00143100
                    EC-FECESTADO NOT < WS-FEC-DESDE-REACT)              00143200
                   MOVE 'R' TO WS-REGLAS(4:1)                           00143300
                END-IF                                                  00143400
           WHEN SQLCODE EQUAL +100                                      00143500
                CONTINUE                                                00143600
           WHEN OTHER                                                   00143700
                MOVE 'EST. CTA. TBESTCTA ' TO WS-DB2-TABLA              00143800
                MOVE 'ESTADO DE CUENTA ' TO WS-DB2-DESCRIP              00143900
                PERFORM 9995-I-ERROR-DB2                                00144000
                   THRU 9995-F-ERROR-DB2                                00144100
           END-EVALUATE.                                                00144200
                                                                        00144300
       3400-F-REGLA-REACTIVADA. EXIT.                                   00144400
                                                                        00144500
      ***********************************************************       00144600
      *  REGLA 'D': EL DOMICILIO DEL CLIENTE SE MODIFICO DENTRO *       00144700
      *  DE LOS DIAS DEL PARAMETRO (AUDITORIA DE EXAMEN4 EN     *       00144800
      *  TBAUDMAE). UNA CUENTA YA DADA DE BAJA NO TIENE CLIENTE.*       00144900
      ***********************************************************       00145000
       3450-I-REGLA-DOMICILIO.                                          00145100
                                                                        00145200
           IF WS-MON-NROCLI = ZEROS                                     00145300
              GO TO 3450-F-REGLA-DOMICILIO                              00145400
           END-IF                                                       00145500
                                                                        00145600
           MOVE '3450-I-REGLA-DOMICILIO' TO WS-PARRAFO.                 00145700
                                                                        00145800
           EXEC SQL                                                     00145900
              SELECT COUNT(*)                                           00146000
                INTO :WS-CANT-PREVIOS                                   00146100
                FROM KC02803.TBAUDMAE                                   00146200
               WHERE NROCLI    = :WS-MON-NROCLI                         00146300
                 AND TABLA     = 'TBDOMCLI'                             00146400
                 AND OPERACION = 'M'                                    00146500
                 AND FECPROC BETWEEN :WS-FEC-DESDE-DOMIC                00146600
                                 AND :WS-FECHA-DB2                      00146700
           END-EXEC                                                     00146800
                                                                        00146900
           EVALUATE TRUE                                                00147000
           WHEN SQLCODE EQUAL ZEROS                                     00147100
                IF WS-CANT-PREVIOS > ZEROS                              00147200
                   MOVE 'D' TO WS-REGLAS(5:1)                           00147300
                END-IF                                                  00147400
           WHEN OTHER                                                   00147500
                MOVE 'AUDITORIA TBAUDMAE ' TO WS-DB2-TABLA              00147600
                MOVE 'CAMBIO DOMICILIO ' TO WS-DB2-DESCRIP              00147700
                PERFORM 9995-I-ERROR-DB2                                00147800
                   THRU 9995-F-ERROR-DB2                                00147900
           END-EVALUATE.                                                00148000
                                                                        00148100
       3450-F-REGLA-DOMICILIO. EXIT.                                    00148200
                                                                        00148300
      ***********************************************************       00148400
      *  SUPRESION DE REPETIDOS: UNA CUENTA CON UN CASO         *       00148500
      *  ESCALADO EN LA VENTANA NO SE SUPRIME (ANTECEDENTE 'E').*       00148600
      *  SI NO, CADA REGLA QUE YA SALIO EN UN CASO PENDIENTE O  *       00148700
      *  REVISADO DE LA VENTANA SE APAGA (ANTECEDENTE 'S').     *       00148800
      ***********************************************************       00148900
       3500-I-SUPRIMIR-REPETIDOS.                                       00149000
                                                                        00149100
           MOVE '3500-I-SUPRIMIR-REPETIDOS' TO WS-PARRAFO.              00149200
                                                                        00149300
           EXEC SQL                                                     00149400
              SELECT COUNT(*)                                           00149500
                INTO :WS-CANT-PREVIOS                                   00149600
                FROM KC02803.TBCASMON                                   00149700
               WHERE TIPCUEN = :WS-MON-TIPCUEN                          00149800
                 AND NROCUEN = :WS-MON-NROCUEN                          00149900
                 AND FECPROC >= :WS-FEC-DESDE-SUPR                      00150000
                 AND FECPROC <  :WS-FECHA-DB2                           00150100
                 AND ESTADO  = 'E'                                      00150200
           END-EXEC                                                     00150300
                                                                        00150400
           IF SQLCODE NOT EQUAL ZEROS                                   00150500
              MOVE 'CASOS - TBCASMON   ' TO WS-DB2-TABLA                00150600
              MOVE 'CASOS ESCALADOS  ' TO WS-DB2-DESCRIP                00150700
              PERFORM 9995-I-ERROR-DB2                                  00150800
                 THRU 9995-F-ERROR-DB2                                  00150900
              GO TO 3500-F-SUPRIMIR-REPETIDOS                           00151000
           END-IF                                                       00151100
                                                                        00151200
           IF WS-CANT-PREVIOS > ZEROS                                   00151300
              MOVE 'E' TO WS-ANTECEDENTE                                00151400
              GO TO 3500-F-SUPRIMIR-REPETIDOS                           00151500
           END-IF                                                       00151600
                                                                        00151700
           PERFORM 3520-I-SUPRIMIR-REGLA                                00151800
              THRU 3520-F-SUPRIMIR-REGLA                                00151900
             VARYING WS-POS-REGLA FROM 1 BY 1                           00152000
               UNTIL WS-POS-REGLA > 5 OR WS-FIN-PROCESO                 00152100
           .                                                            00152200
       3500-F-SUPRIMIR-REPETIDOS. EXIT.                                 00152300
                                                                        00152400
       3520-I-SUPRIMIR-REGLA.                                           00152500
                                                                        00152600
           IF WS-REGLAS(WS-POS-REGLA:1) = SPACE                         00152700
              GO TO 3520-F-SUPRIMIR-REGLA                               00152800
           END-IF                                                       00152900
                                                                        00153000
           EXEC SQL                                                     00153100
              SELECT COUNT(*)                                           00153200
                INTO :WS-CANT-PREVIOS                                   00153300
                FROM KC02803.TBCASMON                                   00153400
               WHERE TIPCUEN = :WS-MON-TIPCUEN                          00153500
                 AND NROCUEN = :WS-MON-NROCUEN                          00153600
                 AND FECPROC >= :WS-FEC-DESDE-SUPR                      00153700
                 AND FECPROC <  :WS-FECHA-DB2                           00153800
                 AND ESTADO IN ('P', 'R')                               00153900
                 AND SUBSTR(REGLAS, :WS-POS-REGLA, 1) <> ' '            00154000
           END-EXEC                                                     00154100
                                                                        00154200
           IF SQLCODE NOT EQUAL ZEROS                                   00154300
              MOVE 'CASOS - TBCASMON   ' TO WS-DB2-TABLA                00154400
              MOVE 'CASOS PREVIOS    ' TO WS-DB2-DESCRIP                00154500
              PERFORM 9995-I-ERROR-DB2                                  00154600
                 THRU 9995-F-ERROR-DB2                                  00154700
              GO TO 3520-F-SUPRIMIR-REGLA                               00154800
           END-IF                                                       00154900
                                                                        00155000
           IF WS-CANT-PREVIOS > ZEROS                                   00155100
              MOVE SPACE TO WS-REGLAS(WS-POS-REGLA:1)                   00155200
              MOVE 'S'   TO WS-ANTECEDENTE                              00155300
              ADD 1 TO WS-REGLAS-SUPRIMIDAS                             00155400
           END-IF                                                       00155500
           .                                                            00155600
       3520-F-SUPRIMIR-REGLA. EXIT.                                     00155700
                                                                        00155800
      ***********************************************************       00155900
      *  PUNTAJE DEL CASO CON LAS REGLAS QUE QUEDARON: VECES    *       00156000
      *  SOBRE EL PROMEDIO EN 'V' Y 'C', 10 POR CONTRAPARTE     *       00156100
      *  NUEVA EN 'N' Y 50 POR 'R' Y POR 'D'                    *       00156200
      ***********************************************************       00156300
       3600-I-CALCULAR-PUNTAJE.                                         00156400
                                                                        00156500
           MOVE ZEROS TO WS-PUNTAJE                                     00156600
                                                                        00156700
           IF WS-REGLAS(1:1) = 'V'                                      00156800
              ADD WS-VECES-IMP  TO WS-PUNTAJE                           00156900
           END-IF                                                       00157000
           IF WS-REGLAS(2:1) = 'C'                                      00157100
              ADD WS-VECES-CANT TO WS-PUNTAJE                           00157200
           END-IF                                                       00157300
           IF WS-REGLAS(3:1) = 'N'                                      00157400
              COMPUTE WS-PUNTAJE = WS-PUNTAJE                           00157500
                                 + WS-HOY-CTP-NUEVAS * 10               00157600
           END-IF                                                       00157700
           IF WS-REGLAS(4:1) = 'R'                                      00157800
              ADD 50 TO WS-PUNTAJE                                      00157900
           END-IF                                                       00158000
           IF WS-REGLAS(5:1) = 'D'                                      00158100
              ADD 50 TO WS-PUNTAJE                                      00158200
           END-IF                                                       00158300
           .                                                            00158400
       3600-F-CALCULAR-PUNTAJE. EXIT.                                   00158500
                                                                        00158600
      ***********************************************************       00158700
      *  ALTA DEL CASO EN TBCASMON. SI YA EXISTE (-803) ES UN   *       00158800
      *  CASO DEL DIA QUE EL ANALISTA YA RESPONDIO ANTES DE LA  *       00158900
      *  RECORRIDA: SE CONSERVA COMO ESTA.                      *       00159000
      ***********************************************************       00159100
       3650-I-GRABAR-CASO.                                              00159200
                                                                        00159300
           MOVE '3650-I-GRABAR-CASO' TO WS-PARRAFO.                     00159400
                                                                        00159500
           MOVE WS-FECHA-DB2     TO CS-FECPROC                          00159600
           MOVE WS-MON-NROCLI    TO CS-NROCLI                           00159700
           MOVE WS-MON-SUCUEN    TO CS-SUCUEN                           00159800
           MOVE WS-MON-MONEDA    TO CS-MONEDA                           00159900
           MOVE WS-REGLAS        TO CS-REGLAS                           00160000
           MOVE WS-PUNTAJE       TO CS-PUNTAJE                          00160100
           MOVE WS-MON-CANTHOY   TO CS-CANTHOY                          00160200
           MOVE WS-MON-CANTCRED  TO CS-CANTCRED                         00160300
           MOVE WS-MON-IMPHOY    TO CS-IMPHOY                           00160400
           MOVE WS-ANTECEDENTE   TO CS-ANTECED                          00160500
           MOVE 'P'              TO CS-ESTADO                           00160600
                                                                        00160700
           EXEC SQL                                                     00160800
              INSERT INTO KC02803.TBCASMON                              00160900
                     (FECPROC, TIPCUEN, NROCUEN, NROCLI, SUCUEN,        00161000
                      MONEDA, REGLAS, PUNTAJE, CANTHOY, CANTCRED,       00161100
                      IMPHOY, DIASPERF, CANTPROM, IMPPROM,              00161200
                      CTPNUEVAS, CTPPERFIL, ANTECED, ESTADO)            00161300
              VALUES (:CS-FECPROC,                                      00161400
                      :CS-TIPCUEN,                                      00161500
                      :CS-NROCUEN,                                      00161600
                      :CS-NROCLI,                                       00161700
                      :CS-SUCUEN,                                       00161800
                      :CS-MONEDA,                                       00161900
                      :CS-REGLAS,                                       00162000
                      :CS-PUNTAJE,                                      00162100
                      :CS-CANTHOY,                                      00162200
                      :CS-CANTCRED,                                     00162300
                      :CS-IMPHOY,                                       00162400
                      :CS-DIASPERF,                                     00162500
                      :CS-CANTPROM,                                     00162600
                      :CS-IMPPROM,                                      00162700
                      :CS-CTPNUEVAS,                                    00162800
                      :CS-CTPPERFIL,                                    00162900
                      :CS-ANTECED,                                      00163000
                      :CS-ESTADO)                                       00163100
           END-EXEC                                                     00163200
                                                                        00163300
           EVALUATE TRUE                                                00163400
           WHEN SQLCODE EQUAL ZEROS                                     00163500
                ADD 1 TO WS-CASOS-GENERADOS                             00163600
           WHEN SQLCODE EQUAL -803                                      00163700
                ADD 1 TO WS-CASOS-YA-EXISTEN                            00163800
           WHEN OTHER                                                   00163900
                MOVE 'CASOS - TBCASMON   ' TO WS-DB2-TABLA              00164000
                MOVE 'ALTA DEL CASO    ' TO WS-DB2-DESCRIP              00164100
                PERFORM 9995-I-ERROR-DB2                                00164200
                   THRU 9995-F-ERROR-DB2                                00164300
           END-EVALUATE.                                                00164400
                                                                        00164500
       3650-F-GRABAR-CASO. EXIT.                                        00164600
                                                                        00164700
      ***********************************************************       00164800
      *  SECCION 3: CASOS DEL DIA AL LISTADO DEL ANALISTA Y AL  *       00164900
      *  ARCHIVO DE CASOS, DE MAYOR A MENOR PUNTAJE (C2)        *       00165000
      ***********************************************************       00165100
       5000-I-LISTAR-CASOS.                                             00165200
                                                                        00165300
           SET WS-SECCION-CASOS TO TRUE                                 00165400
           MOVE 99 TO WS-CUENTA-LINEA                                   00165500
           SET WS-SI-CURSOR TO TRUE                                     00165600
                                                                        00165700
           PERFORM 8210-I-ABRIR-CURSOR-C2                               00165800
              THRU 8210-F-ABRIR-CURSOR-C2                               00165900
                                                                        00166000
           IF WS-SI-CURSOR                                              00166100
              PERFORM 8410-I-LEER-CURSOR-C2                             00166200
                 THRU 8410-F-LEER-CURSOR-C2                             00166300
                                                                        00166400
              PERFORM 5100-I-UN-CASO                                    00166500
                 THRU 5100-F-UN-CASO                                    00166600
                UNTIL WS-FIN-CURSOR OR WS-FIN-PROCESO                   00166700
                                                                        00166800
              PERFORM 8310-I-CERRAR-CURSOR-C2                           00166900
                 THRU 8310-F-CERRAR-CURSOR-C2                           00167000
           END-IF                                                       00167100
                                                                        00167200
           IF WS-FIN-PROCESO                                            00167300
              GO TO 5000-F-LISTAR-CASOS                                 00167400
           END-IF                                                       00167500
                                                                        00167600
           IF WS-CASOS-LISTADOS = ZEROS                                 00167700
              MOVE 'SIN CASOS EN LA FECHA DE PROCESO' TO REG-TXT-TEXTO  00167800
              MOVE WS-REG-TEXTO TO WS-LINEA-IMPRIMIR                    00167900
              PERFORM 6000-I-GRABAR-LINEA                               00168000
                 THRU 6000-F-GRABAR-LINEA                               00168100
              MOVE SPACES TO REG-TXT-TEXTO                              00168200
           END-IF                                                       00168300
                                                                        00168400
           WRITE REG-SALIDA FROM WS-LINEA                               00168500
           WRITE REG-SALIDA FROM WS-REG-LEYENDA-1 AFTER 1               00168600
           WRITE REG-SALIDA FROM WS-REG-LEYENDA-2 AFTER 1               00168700
           MOVE FS-SALIDA TO FS-ACTUAL                                  00168800
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00168900
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00169000
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00169100
           ADD 3 TO WS-CUENTA-LINEA                                     00169200
           .                                                            00169300
       5000-F-LISTAR-CASOS. EXIT.                                       00169400
                                                                        00169500
       5100-I-UN-CASO.                                                  00169600
                                                                        00169700
           ADD 1 TO WS-CASOS-LISTADOS                                   00169800
                                                                        00169900
           IF CS-REGLAS(1:1) = 'V'                                      00170000
              ADD 1 TO WS-CANT-REGLA-V                                  00170100
           END-IF                                                       00170200
           IF CS-REGLAS(2:1) = 'C'                                      00170300
              ADD 1 TO WS-CANT-REGLA-C                                  00170400
           END-IF                                                       00170500
           IF CS-REGLAS(3:1) = 'N'                                      00170600
              ADD 1 TO WS-CANT-REGLA-N                                  00170700
           END-IF                                                       00170800
           IF CS-REGLAS(4:1) = 'R'                                      00170900
              ADD 1 TO WS-CANT-REGLA-R                                  00171000
           END-IF                                                       00171100
           IF CS-REGLAS(5:1) = 'D'                                      00171200
              ADD 1 TO WS-CANT-REGLA-D                                  00171300
           END-IF                                                       00171400
                                                                        00171500
           MOVE CS-PUNTAJE       TO REG-CAS-PUNTAJE                     00171600
           MOVE CS-TIPCUEN       TO REG-CAS-TIPCUEN                     00171700
           MOVE CS-NROCUEN       TO REG-CAS-NROCUEN                     00171800
           MOVE CS-NROCLI        TO REG-CAS-NROCLI                      00171900
           MOVE CS-SUCUEN        TO REG-CAS-SUCUEN                      00172000
           MOVE CS-MONEDA        TO REG-CAS-MONEDA                      00172100
           MOVE CS-REGLAS        TO REG-CAS-REGLAS                      00172200
           MOVE CS-CANTHOY       TO REG-CAS-CANTHOY                     00172300
           MOVE CS-CANTCRED      TO REG-CAS-CANTCRED                    00172400
           MOVE CS-CANTPROM      TO REG-CAS-CANTPROM                    00172500
           MOVE CS-IMPHOY        TO REG-CAS-IMPHOY                      00172600
           MOVE CS-IMPPROM       TO REG-CAS-IMPPROM                     00172700
           MOVE CS-DIASPERF      TO REG-CAS-DIASPERF                    00172800
           MOVE CS-CTPNUEVAS     TO REG-CAS-CTPNUEVAS                   00172900
           MOVE CS-CTPPERFIL     TO REG-CAS-CTPPERFIL                   00173000
           MOVE CS-ANTECED       TO REG-CAS-ANTECED                     00173100
           MOVE CS-ESTADO        TO REG-CAS-ESTADO                      00173200
           MOVE WS-REG-SALIDA-CASO TO WS-LINEA-IMPRIMIR                 00173300
           PERFORM 6000-I-GRABAR-LINEA                                  00173400
              THRU 6000-F-GRABAR-LINEA                                  00173500
                                                                        00173600
           MOVE WS-FECHA-DB2     TO REG-D-FECPROC                       00173700
           MOVE CS-TIPCUEN       TO REG-D-TIPCUEN                       00173800
           MOVE CS-NROCUEN       TO REG-D-NROCUEN                       00173900
           MOVE CS-NROCLI        TO REG-D-NROCLI                        00174000
           MOVE CS-SUCUEN        TO REG-D-SUCUEN                        00174100
           MOVE CS-MONEDA        TO REG-D-MONEDA                        00174200
           MOVE CS-REGLAS        TO REG-D-REGLAS                        00174300
           MOVE CS-PUNTAJE       TO REG-D-PUNTAJE                       00174400
           MOVE CS-CANTHOY       TO REG-D-CANTHOY                       00174500
           MOVE CS-CANTCRED      TO REG-D-CANTCRED                      00174600
           MOVE CS-IMPHOY        TO REG-D-IMPHOY                        00174700
           MOVE CS-DIASPERF      TO REG-D-DIASPERF                      00174800
           MOVE CS-CANTPROM      TO REG-D-CANTPROM                      00174900
           MOVE CS-IMPPROM       TO REG-D-IMPPROM                       00175000
           MOVE CS-CTPNUEVAS     TO REG-D-CTPNUEVAS                     00175100
           MOVE CS-CTPPERFIL     TO REG-D-CTPPERFIL                     00175200
           MOVE CS-ANTECED       TO REG-D-ANTECED                       00175300
           MOVE CS-ESTADO        TO REG-D-ESTADO                        00175400
                                                                        00175500
           MOVE '5100-I-UN-CASO' TO WS-PARRAFO                          00175600
           WRITE REG-CASOS FROM WS-REG-CASO-D                           00175700
           MOVE FS-CASOS TO FS-ACTUAL                                   00175800
           MOVE 'ARCHIVO DE CASOS' TO WS-ARCHIVO-DESC                   00175900
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00176000
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00176100
           ADD 1 TO WS-REG-CASOS                                        00176200
                                                                        00176300
           PERFORM 8410-I-LEER-CURSOR-C2                                00176400
              THRU 8410-F-LEER-CURSOR-C2                                00176500
           .                                                            00176600
       5100-F-UN-CASO. EXIT.                                            00176700
                                                                        00176800
      **************************************                            00176900
      *  GRABAR UNA LINEA DEL LISTADO      *                            00177000
      **************************************                            00177100
       6000-I-GRABAR-LINEA.                                             00177200
                                                                        00177300
           IF WS-CUENTA-LINEA > 50                                      00177400
                PERFORM 9000-I-GRABAR-TITULOS                           00177500
                   THRU 9000-F-GRABAR-TITULOS                           00177600
           END-IF                                                       00177700
                                                                        00177800
           WRITE REG-SALIDA FROM WS-LINEA-IMPRIMIR  AFTER 1             00177900
           MOVE FS-SALIDA TO FS-ACTUAL                                  00178000
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00178100
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00178200
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00178300
                                                                        00178400
           ADD  1   TO  WS-GRABADOS                                     00178500
           ADD  1   TO  WS-CUENTA-LINEA.                                00178600
                                                                        00178700
       6000-F-GRABAR-LINEA. EXIT.                                       00178800
                                                                        00178900
      ***********************************************************       00179000
      *  TRAILER DEL ARCHIVO DE CASOS: CASOS POR REGLA Y TOTAL  *       00179100
      ***********************************************************       00179200
       7000-I-GRABAR-TRAILER.                                           00179300
                                                                        00179400
           MOVE '7000-I-GRABAR-TRAILER' TO WS-PARRAFO                   00179500
                                                                        00179600
           MOVE WS-FECHA-DB2      TO REG-T-FECPROC                      00179700
           MOVE WS-CANT-REGLA-V   TO REG-T-CANT-V                       00179800
           MOVE WS-CANT-REGLA-C   TO REG-T-CANT-C                       00179900
           MOVE WS-CANT-REGLA-N   TO REG-T-CANT-N                       00180000
           MOVE WS-CANT-REGLA-R   TO REG-T-CANT-R                       00180100
           MOVE WS-CANT-REGLA-D   TO REG-T-CANT-D                       00180200
           MOVE WS-CASOS-LISTADOS TO REG-T-CANT-CASOS                   00180300
                                                                        00180400
           WRITE REG-CASOS FROM WS-REG-CASO-T                           00180500
                                                                        00180600
           MOVE FS-CASOS TO FS-ACTUAL                                   00180700
           MOVE 'ARCHIVO DE CASOS' TO WS-ARCHIVO-DESC                   00180800
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00180900
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00181000
                                                                        00181100
           ADD 1 TO WS-REG-CASOS                                        00181200
           .                                                            00181300
       7000-F-GRABAR-TRAILER. EXIT.                                     00181400
                                                                        00181500
      **************************************                            00181600
      * APERTURA DE ARCHIVOS               *                            00181700
      **************************************                            00181800
       8000-I-APERTURA-ARCHIVOS.                                        00181900
                                                                        00182000
           MOVE '8000-I-APERTURA-ARCHIVOS' TO WS-PARRAFO                00182100
                                                                        00182200
           OPEN INPUT  RESPUESTAS.                                      00182300
           MOVE FS-RESPUESTAS TO FS-ACTUAL                              00182400
           MOVE 'ARCHIVO RESPUESTAS ANALISTA' TO WS-ARCHIVO-DESC        00182500
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00182600
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00182700
                                                                        00182800
           OPEN OUTPUT CASOS.                                           00182900
           MOVE FS-CASOS TO FS-ACTUAL                                   00183000
           MOVE 'ARCHIVO DE CASOS' TO WS-ARCHIVO-DESC                   00183100
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00183200
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00183300
                                                                        00183400
           OPEN OUTPUT SALIDA.                                          00183500
           MOVE FS-SALIDA TO FS-ACTUAL                                  00183600
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00183700
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00183800
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00183900
           .                                                            00184000
       8000-F-APERTURA-ARCHIVOS. EXIT.                                  00184100
                                                                        00184200
      **************************************                            00184300
      *  LECTURA DE RESPUESTAS             *                            00184400
      **************************************                            00184500
       8050-I-LEER-RESPUESTA.                                           00184600
                                                                        00184700
           READ  RESPUESTAS INTO WS-REG-RESPUESTA.                      00184800
                                                                        00184900
           EVALUATE FS-RESPUESTAS                                       00185000
           WHEN '00'                                                    00185100
              ADD 1 TO WS-RSP-LEIDAS                                    00185200
           WHEN '10'                                                    00185300
              SET  WS-FIN-RESPUESTAS TO TRUE                            00185400
           WHEN OTHER                                                   00185500
              MOVE '8050-I-LEER-RESPUESTA' TO WS-PARRAFO                00185600
              MOVE 'ARCHIVO RESPUESTAS ANALISTA' TO WS-ARCHIVO-DESC     00185700
              MOVE FS-RESPUESTAS TO FS-ACTUAL                           00185800
              PERFORM 9996-I-VALIDAR-FS-ACTUAL                          00185900
                 THRU 9996-F-VALIDAR-FS-ACTUAL                          00186000
              SET  WS-FIN-RESPUESTAS TO TRUE                            00186100
           END-EVALUATE                                                 00186200
           .                                                            00186300
       8050-F-LEER-RESPUESTA. EXIT.                                     00186400
                                                                        00186500
      **************************************                            00186600
      *  CIERRE DE ARCHIVOS                *                            00186700
      **************************************                            00186800
       8100-I-CIERRE-ARCHIVOS.                                          00186900
                                                                        00187000
           MOVE '8100-I-CIERRE-ARCHIVOS' TO WS-PARRAFO                  00187100
                                                                        00187200
           CLOSE RESPUESTAS.                                            00187300
           MOVE FS-RESPUESTAS TO FS-ACTUAL                              00187400
           MOVE 'ARCHIVO RESPUESTAS ANALISTA' TO WS-ARCHIVO-DESC        00187500
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00187600
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00187700
                                                                        00187800
           CLOSE CASOS.                                                 00187900
           MOVE FS-CASOS TO FS-ACTUAL                                   00188000
           MOVE 'ARCHIVO DE CASOS' TO WS-ARCHIVO-DESC                   00188100
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00188200
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00188300
                                                                        00188400
           CLOSE SALIDA.                                                00188500
           MOVE FS-SALIDA TO FS-ACTUAL                                  00188600
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00188700
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00188800
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00188900
           .                                                            00189000
       8100-F-CIERRE-ARCHIVOS. EXIT.                                    00189100
                                                                        00189200
      ***********************************************************       00189300
      *  APERTURA DE CURSOR C1 (CUENTAS CON MOVIMIENTOS HOY)    *       00189400
      ***********************************************************       00189500
       8200-I-ABRIR-CURSOR-C1.                                          00189600
                                                                        00189700
           MOVE '8200-I-ABRIR-CURSOR-C1' TO WS-PARRAFO.                 00189800
                                                                        00189900
           EXEC SQL  OPEN C1  END-EXEC                                  00190000
                                                                        00190100
           IF  SQLCODE EQUAL ZEROS                                      00190200
                SET WS-SI-CURSOR           TO TRUE                      00190300
           ELSE                                                         00190400
                MOVE 'HISTORIAL TBMOVHIS ' TO WS-DB2-TABLA              00190500
                MOVE 'APERTURA CURSOR  ' TO WS-DB2-DESCRIP              00190600
                PERFORM 9995-I-ERROR-DB2                                00190700
                   THRU 9995-F-ERROR-DB2                                00190800
           END-IF.                                                      00190900
                                                                        00191000
       8200-F-ABRIR-CURSOR-C1. EXIT.                                    00191100
                                                                        00191200
      ***********************************************************       00191300
      *  APERTURA DE CURSOR C2 (CASOS DEL DIA)                  *       00191400
      ***********************************************************       00191500
       8210-I-ABRIR-CURSOR-C2.                                          00191600
                                                                        00191700
           MOVE '8210-I-ABRIR-CURSOR-C2' TO WS-PARRAFO.                 00191800
                                                                        00191900
           EXEC SQL  OPEN C2  END-EXEC                                  00192000
                                                                        00192100
           IF  SQLCODE EQUAL ZEROS                                      00192200
                SET WS-SI-CURSOR           TO TRUE                      00192300
           ELSE                                                         00192400
                MOVE 'CASOS - TBCASMON   ' TO WS-DB2-TABLA              00192500
                MOVE 'APERTURA CURSOR  ' TO WS-DB2-DESCRIP              00192600
                PERFORM 9995-I-ERROR-DB2                                00192700
                   THRU 9995-F-ERROR-DB2                                00192800
           END-IF.                                                      00192900
                                                                        00193000
       8210-F-ABRIR-CURSOR-C2. EXIT.                                    00193100
                                                                        00193200
      ***********************************************************       00193300
      *  CIERRE DE CURSOR C1                                    *       00193400
      ***********************************************************       00193500
       8300-I-CERRAR-CURSOR-C1.                                         00193600
                                                                        00193700
           MOVE '8300-I-CERRAR-CURSOR-C1' TO WS-PARRAFO.                00193800
                                                                        00193900
           EXEC SQL CLOSE C1  END-EXEC                                  00194000
                                                                        00194100
           IF  SQLCODE NOT EQUAL ZEROS                                  00194200
                MOVE 'HISTORIAL TBMOVHIS ' TO WS-DB2-TABLA              00194300
                MOVE 'CIERRE CURSOR    ' TO WS-DB2-DESCRIP              00194400
                PERFORM 9995-I-ERROR-DB2                                00194500
                   THRU 9995-F-ERROR-DB2                                00194600
           END-IF.                                                      00194700
                                                                        00194800
       8300-F-CERRAR-CURSOR-C1. EXIT.                                   00194900
                                                                        00195000
      ***********************************************************       00195100
      *  CIERRE DE CURSOR C2                                    *       00195200
      ***********************************************************       00195300
       8310-I-CERRAR-CURSOR-C2.                                         00195400
                                                                        00195500
           MOVE '8310-I-CERRAR-CURSOR-C2' TO WS-PARRAFO.                00195600
                                                                        00195700
           EXEC SQL CLOSE C2  END-EXEC                                  00195800
                                                                        00195900
           IF  SQLCODE NOT EQUAL ZEROS                                  00196000
                MOVE 'CASOS - TBCASMON   ' TO WS-DB2-TABLA              00196100
                MOVE 'CIERRE CURSOR    ' TO WS-DB2-DESCRIP              00196200
                PERFORM 9995-I-ERROR-DB2                                00196300
                   THRU 9995-F-ERROR-DB2                                00196400
           END-IF.                                                      00196500
                                                                        00196600
       8310-F-CERRAR-CURSOR-C2. EXIT.                                   00196700
                                                                        00196800
      ***********************************************************       00196900
      *  LECTURA DE CURSOR C1                                   *       00197000
      ***********************************************************       00197100
       8400-I-LEER-CURSOR-C1.                                           00197200
                                                                        00197300
           MOVE '8400-I-LEER-CURSOR-C1' TO WS-PARRAFO.                  00197400
                                                                        00197500
                EXEC SQL                                                00197600
                   FETCH C1                                             00197700
                   INTO  :WS-MON-TIPCUEN,                               00197800
                         :WS-MON-NROCUEN,                               00197900
                         :WS-MON-MONEDA,                                00198000
                         :WS-MON-NROCLI,                                00198100
                         :WS-MON-SUCUEN,                                00198200
                         :WS-MON-CANTHOY,                               00198300
                         :WS-MON-CANTCRED,                              00198400
                         :WS-MON-IMPHOY                                 00198500
                END-EXEC                                                00198600
                                                                        00198700
           EVALUATE TRUE                                                00198800
           WHEN SQLCODE EQUAL ZEROS                                     00198900
                CONTINUE                                                00199000
           WHEN SQLCODE EQUAL +100                                      00199100
                SET  WS-FIN-CURSOR  TO TRUE                             00199200
           WHEN OTHER                                                   00199300
                MOVE 'HISTORIAL TBMOVHIS ' TO WS-DB2-TABLA              00199400
                MOVE 'LECTURA CURSOR   ' TO WS-DB2-DESCRIP              00199500
                PERFORM 9995-I-ERROR-DB2                                00199600
                   THRU 9995-F-ERROR-DB2                                00199700
           END-EVALUATE.                                                00199800
                                                                        00199900
       8400-F-LEER-CURSOR-C1. EXIT.                                     00200000
                                                                        00200100
      ***********************************************************       00200200
      *  LECTURA DE CURSOR C2                                   *       00200300
      ***********************************************************       00200400
       8410-I-LEER-CURSOR-C2.                                           00200500
                                                                        00200600
           MOVE '8410-I-LEER-CURSOR-C2' TO WS-PARRAFO.                  00200700
                                                                        00200800
                EXEC SQL                                                00200900
                   FETCH C2                                             00201000
                   INTO  :CS-TIPCUEN,                                   00201100
                         :CS-NROCUEN,                                   00201200
                         :CS-NROCLI,                                    00201300
                         :CS-SUCUEN,                                    00201400
                         :CS-MONEDA,                                    00201500
                         :CS-REGLAS,                                    00201600
                         :CS-PUNTAJE,                                   00201700
                         :CS-CANTHOY,                                   00201800
                         :CS-CANTCRED,                                  00201900
                         :CS-IMPHOY,                                    00202000
                         :CS-DIASPERF,                                  00202100
                         :CS-CANTPROM,                                  00202200
                         :CS-IMPPROM,                                   00202300
                         :CS-CTPNUEVAS,                                 00202400
                         :CS-CTPPERFIL,                                 00202500
                         :CS-ANTECED,                                   00202600
                         :CS-ESTADO                                     00202700
                END-EXEC                                                00202800
                                                                        00202900
           EVALUATE TRUE                                                00203000
           WHEN SQLCODE EQUAL ZEROS                                     00203100
                CONTINUE                                                00203200
           WHEN SQLCODE EQUAL +100                                      00203300
                SET  WS-FIN-CURSOR  TO TRUE                             00203400
           WHEN OTHER                                                   00203500
                MOVE 'CASOS - TBCASMON   ' TO WS-DB2-TABLA              00203600
                MOVE 'LECTURA CURSOR   ' TO WS-DB2-DESCRIP              00203700
                PERFORM 9995-I-ERROR-DB2                                00203800
                   THRU 9995-F-ERROR-DB2                                00203900
           END-EVALUATE.                                                00204000
                                                                        00204100
       8410-F-LEER-CURSOR-C2. EXIT.                                     00204200
                                                                        00204300
      **************************************                            00204400
      *  GRABAR TITULOS CON EL SUBTITULO   *                            00204500
      *  DE LA SECCION EN CURSO            *                            00204600
      **************************************                            00204700
       9000-I-GRABAR-TITULOS.                                           00204800
                                                                        00204900
           MOVE '9000-I-GRABAR-TITULOS' TO WS-PARRAFO.                  00205000
                                                                        00205100
           ADD 1 TO WS-NRO-PAGINA                                       00205200
                                                                        00205300
           WRITE REG-SALIDA FROM WS-LINEA  AFTER PAGE                   00205400
           WRITE REG-SALIDA FROM WS-TITULO                              00205500
           WRITE REG-SALIDA FROM WS-LINEA                               00205600
           IF WS-SECCION-RESPUESTAS                                     00205700
              WRITE REG-SALIDA FROM WS-SUBTITULO-RESPUESTAS  AFTER 1    00205800
           ELSE                                                         00205900
              WRITE REG-SALIDA FROM WS-SUBTITULO-CASOS       AFTER 1    00206000
           END-IF                                                       00206100
           WRITE REG-SALIDA FROM WS-LINEA                               00206200
                                                                        00206300
           MOVE FS-SALIDA TO FS-ACTUAL                                  00206400
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00206500
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00206600
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00206700
                                                                        00206800
           MOVE 5   TO  WS-CUENTA-LINEA.                                00206900
                                                                        00207000
       9000-F-GRABAR-TITULOS.   EXIT.                                   00207100
                                                                        00207200
      ***********************************************************       00207300
      *  ESTADISTICAS DE LA CORRIDA                             *       00207400
      ***********************************************************       00207500
       9950-I-GRABAR-ESTADISTICAS.                                      00207600
                                                                        00207700
           MOVE 'EXAMEN33' TO ER-PROGRAMA                               00207800
                                                                        00207900
           MOVE 'CUENTAS-EVALUADAS   ' TO ER-CONTADOR                   00208000
           MOVE WS-CTAS-EVALUADAS TO ER-VALOR                           00208100
           PERFORM 9955-I-INSERT-ESTADISTICA                            00208200
              THRU 9955-F-INSERT-ESTADISTICA                            00208300
                                                                        00208400
           MOVE 'CASOS-GENERADOS     ' TO ER-CONTADOR                   00208500
           MOVE WS-CASOS-GENERADOS TO ER-VALOR                          00208600
           PERFORM 9955-I-INSERT-ESTADISTICA                            00208700
              THRU 9955-F-INSERT-ESTADISTICA                            00208800
                                                                        00208900
           MOVE 'REGLAS-SUPRIMIDAS   ' TO ER-CONTADOR                   00209000
           MOVE WS-REGLAS-SUPRIMIDAS TO ER-VALOR                        00209100
           PERFORM 9955-I-INSERT-ESTADISTICA                            00209200
              THRU 9955-F-INSERT-ESTADISTICA                            00209300
                                                                        00209400
           MOVE 'RESPUESTAS-APLICADAS' TO ER-CONTADOR                   00209500
           MOVE WS-RSP-APLICADAS TO ER-VALOR                            00209600
           PERFORM 9955-I-INSERT-ESTADISTICA                            00209700
              THRU 9955-F-INSERT-ESTADISTICA                            00209800
                                                                        00209900
           MOVE 'RESPUESTAS-RECHAZOS ' TO ER-CONTADOR                   00210000
           MOVE WS-RSP-RECHAZADAS TO ER-VALOR                           00210100
           PERFORM 9955-I-INSERT-ESTADISTICA                            00210200
              THRU 9955-F-INSERT-ESTADISTICA                            00210300
           .                                                            00210400
       9950-F-GRABAR-ESTADISTICAS. EXIT.                                00210500
                                                                        00210600
      ***********************************************************       00210700
      *  GRABACION DE LAS ESTADISTICAS DE LA CORRIDA EN         *       00210800
      *  KC02803.TBESTRUN (UNA FILA POR CONTADOR). UNA          *       00210900
      *  RECORRIDA DEL MISMO DIA PISA LOS VALORES ANTERIORES.   *       00211000
      ***********************************************************       00211100
       9955-I-INSERT-ESTADISTICA.                                       00211200
                                                                        00211300
           MOVE '9955-I-INSERT-ESTADISTICA' TO WS-PARRAFO.              00211400
                                                                        00211500
           MOVE WS-FECHA-DB2 TO ER-FECPROC                              00211600
           MOVE WS-TS-INICIO TO ER-TSINICIO                             00211700
           MOVE FUNCTION CURRENT-DATE(1:21) TO ER-TSFIN                 00211800
                                                                        00211900
           EXEC SQL                                                     00212000
              INSERT INTO KC02803.TBESTRUN                              00212100
                     (FECPROC, PROGRAMA, CONTADOR,                      00212200
                      VALOR, TSINICIO, TSFIN)                           00212300
              VALUES (:ER-FECPROC,                                      00212400
                      :ER-PROGRAMA,                                     00212500
                      :ER-CONTADOR,                                     00212600
                      :ER-VALOR,                                        00212700
                      :ER-TSINICIO,                                     00212800
                      :ER-TSFIN)                                        00212900
           END-EXEC                                                     00213000
                                                                        00213100
           EVALUATE TRUE                                                00213200
           WHEN SQLCODE EQUAL ZEROS                                     00213300
                CONTINUE                                                00213400
           WHEN SQLCODE EQUAL -803                                      00213500
      *         RECORRIDA DEL MISMO DIA: SE ACTUALIZA LA FILA.          00213600
                EXEC SQL                                                00213700
                   UPDATE KC02803.TBESTRUN                              00213800
                      SET VALOR    = :ER-VALOR,                         00213900
                          TSINICIO = :ER-TSINICIO,                      00214000
                          TSFIN    = :ER-TSFIN                          00214100
                    WHERE FECPROC  = :ER-FECPROC                        00214200
                      AND PROGRAMA = :ER-PROGRAMA                       00214300
                      AND CONTADOR = :ER-CONTADOR                       00214400
                END-EXEC                                                00214500
                IF SQLCODE NOT EQUAL ZEROS                              00214600
                   PERFORM 9956-I-ERROR-ESTADISTICA                     00214700
                      THRU 9956-F-ERROR-ESTADISTICA                     00214800
                END-IF                                                  00214900
           WHEN OTHER                                                   00215000
                PERFORM 9956-I-ERROR-ESTADISTICA                        00215100
                   THRU 9956-F-ERROR-ESTADISTICA                        00215200
           END-EVALUATE.                                                00215300
                                                                        00215400
       9955-F-INSERT-ESTADISTICA. EXIT.                                 00215500
                                                                        00215600
       9956-I-ERROR-ESTADISTICA.                                        00215700
                                                                        00215800
           MOVE SQLCODE   TO WS-SQLCODE                                 00215900
           DISPLAY '************************************'               00216000
           DISPLAY '* ERROR DB2   : ' WS-PARRAFO                        00216100
           DISPLAY '* SQLCODE     : ' WS-SQLCODE                        00216200
           DISPLAY '************************************'               00216300
           DISPLAY '* TABLA       : ESTADIST. TBESTRUN *'               00216400
           DISPLAY '* DESCRIPCION : GRABA ESTADISTICA  *'               00216500
           DISPLAY '************************************'               00216600
           MOVE 9999 TO RETURN-CODE                                     00216700
           .                                                            00216800
       9956-F-ERROR-ESTADISTICA. EXIT.                                  00216900
                                                                        00217000
      *********************************************************         00217100
      *  ERROR DB2 - INFORMA Y CANCELA EL PROCESO             *         00217200
      *********************************************************         00217300
       9995-I-ERROR-DB2.                                                00217400
                                                                        00217500
           MOVE SQLCODE   TO WS-SQLCODE                                 00217600
           DISPLAY '************************************'               00217700
           DISPLAY '* ERROR DB2   : ' WS-PARRAFO                        00217800
           DISPLAY '* SQLCODE     : ' WS-SQLCODE                        00217900
           DISPLAY '************************************'               00218000
           DISPLAY '* TABLA       : ' WS-DB2-TABLA                      00218100
           DISPLAY '* DESCRIPCION : ' WS-DB2-DESCRIP                    00218200
           DISPLAY '************************************'               00218300
           MOVE 9999 TO RETURN-CODE                                     00218400
           SET  WS-FIN-PROCESO TO TRUE                                  00218500
           SET  WS-FIN-CURSOR  TO TRUE                                  00218600
           .                                                            00218700
       9995-F-ERROR-DB2. EXIT.                                          00218800
                                                                        00218900
      *********************************************************         00219000
      *  VALIDACION FILE STATUS DE LOS ARCHIVOS               *         00219100
      *********************************************************         00219200
       9996-I-VALIDAR-FS-ACTUAL.                                        00219300
           IF FS-ACTUAL  IS NOT EQUAL '00'                              00219400
              DISPLAY '*****************************************'       00219500
              DISPLAY '*     *   FILE STATUS ERROR   *         *'       00219600
              DISPLAY '*****************************************'       00219700
              DISPLAY '* ERROR EN   : ' WS-PARRAFO                      00219800
              DISPLAY '* ARCHIVO    : ' WS-ARCHIVO-DESC                 00219900
              DISPLAY '* ERROR CODE : ' FS-ACTUAL                       00220000
              DISPLAY '*****************************************'       00220100
              MOVE 9999 TO RETURN-CODE                                  00220200
              SET  WS-FIN-PROCESO TO TRUE                               00220300
           ELSE                                                         00220400
              CONTINUE                                                  00220500
           END-IF.                                                      00220600
       9996-F-VALIDAR-FS-ACTUAL. EXIT.                                  00220700
                                                                        00220800
      **************************************                            00220900
      *  CUERPO FINAL CIERRE DE FILES      *                            00221000
      **************************************                            00221100
       9999-I-FINAL.                                                    00221200
                                                                        00221300
      *    UNA CORRIDA CORTADA POR ERROR DESHACE LAS RESPUESTAS Y       00221400
      *    LOS CASOS QUE GRABO: EL ARCHIVO DE CASOS QUEDA SIN           00221500
      *    TRAILER Y LA RECORRIDA LOS VUELVE A ARMAR.                   00221600
           IF RETURN-CODE = 9999                                        00221700
              EXEC SQL                                                  00221800
                 ROLLBACK                                               00221900
              END-EXEC                                                  00222000
           END-IF                                                       00222100
                                                                        00222200
      *    UNA CORRIDA RECHAZADA (FECHA DE PROCESO, PARAMETRO O         00222300
      *    APERTURA) SOLO INFORMA SUS TOTALES POR CONSOLA.              00222400
           IF WS-ARRANQUE-NO                                            00222500
              GO TO 9999-X-TOTALES                                      00222600
           END-IF                                                       00222700
                                                                        00222800
      *    LOS CONTADORES SE PERSISTEN EN TBESTRUN PARA QUE EL          00222900
      *    CONTROL DE CIERRE (EXAMEN17) DETECTE UNA CORRIDA DEL DIA     00223000
      *    AUSENTE. UNA CORRIDA CORTADA POR ERROR NO GRABA.             00223100
           IF RETURN-CODE NOT = 9999                                    00223200
              PERFORM 9950-I-GRABAR-ESTADISTICAS                        00223300
                 THRU 9950-F-GRABAR-ESTADISTICAS                        00223400
           END-IF                                                       00223500
                                                                        00223600
           PERFORM 8100-I-CIERRE-ARCHIVOS                               00223700
              THRU 8100-F-CIERRE-ARCHIVOS                               00223800
                                                                        00223900
      *    RESPUESTAS DEL ANALISTA RECHAZADAS: LA CORRIDA TERMINA       00224000
      *    BIEN PERO CON AVISO (RC 4) PARA QUE SE CORRIJAN.             00224100
           IF RETURN-CODE = ZEROS AND WS-RSP-RECHAZADAS > ZEROS         00224200
              MOVE 4 TO RETURN-CODE                                     00224300
           END-IF                                                       00224400
           .                                                            00224500
       9999-X-TOTALES.                                                  00224600
           DISPLAY '**********************************************'.    00224700
           DISPLAY '*  TOTALES DEL MONITOREO DE ACTIVIDAD        *'.    00224800
           DISPLAY '**********************************************'.    00224900
           DISPLAY 'FECHA DE PROCESO         : ' WS-FECHA-DB2.          00225000
           DISPLAY 'RESPUESTAS LEIDAS        : ' WS-RSP-LEIDAS.         00225100
           DISPLAY 'RESPUESTAS APLICADAS     : ' WS-RSP-APLICADAS.      00225200
           DISPLAY 'RESPUESTAS YA APLICADAS  : ' WS-RSP-YA-APLICADAS.   00225300
           DISPLAY 'RESPUESTAS RECHAZADAS    : ' WS-RSP-RECHAZADAS.     00225400
           DISPLAY 'CASOS PENDIENTES BORRADOS: ' WS-CASOS-BORRADOS.     00225500
           DISPLAY 'CUENTAS EVALUADAS        : ' WS-CTAS-EVALUADAS.     00225600
           DISPLAY 'CUENTAS SIN PERFIL       : ' WS-CTAS-SIN-PERFIL.    00225700
           DISPLAY 'CUENTAS SUPRIMIDAS       : ' WS-CTAS-SUPRIMIDAS.    00225800
           DISPLAY 'REGLAS SUPRIMIDAS        : ' WS-REGLAS-SUPRIMIDAS.  00225900
           DISPLAY 'CASOS GENERADOS          : ' WS-CASOS-GENERADOS.    00226000
           DISPLAY 'CASOS YA RESPONDIDOS HOY : ' WS-CASOS-YA-EXISTEN.   00226100
           DISPLAY 'CASOS REGLA VOLUMEN  (V) : ' WS-CANT-REGLA-V.       00226200
           DISPLAY 'CASOS REGLA CANTIDAD (C) : ' WS-CANT-REGLA-C.       00226300
           DISPLAY 'CASOS REGLA CONTRAP. (N) : ' WS-CANT-REGLA-N.       00226400
           DISPLAY 'CASOS REGLA REACTIV. (R) : ' WS-CANT-REGLA-R.       00226500
           DISPLAY 'CASOS REGLA DOMICIL. (D) : ' WS-CANT-REGLA-D.       00226600
           DISPLAY '----------------------------------------------'     00226700
           DISPLAY 'TOTAL CASOS LISTADOS     : ' WS-CASOS-LISTADOS.     00226800
           DISPLAY 'TOTAL REG. ARCHIVO CASOS : ' WS-REG-CASOS.          00226900
           DISPLAY 'TOTAL REGISTROS GRABADOS : ' WS-GRABADOS.           00227000
           DISPLAY '**********************************************'.    00227100
                                                                        00227200
       9999-F-FINAL.                                                    00227300
           EXIT.                                                        00227400
      *                                                                 00227500
