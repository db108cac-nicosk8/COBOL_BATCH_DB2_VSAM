       IDENTIFICATION DIVISION.                                         00000100
      *                                                        *        00000200
       PROGRAM-ID. EXAMEN25.                                            00000300
      **********************************************************        00000400
      *                                                        *        00000500
      *  PROGRAMA PARA SQL EMBEBIDO                            *        00000600
      *  UNIFICACION DE CLIENTES DUPLICADOS: UNA MISMA PERSONA *        00000700
      *  (MISMO TIPDOC/NRODOC) DADA DE ALTA CON DOS NUMEROS DE *        00000800
      *  CLIENTE. EXAMEN1 SOLO DETECTA NROCLI REPETIDOS.       *        00000900
      *  ENTRADA NOVEUNIF: PAR SOBREVIVIENTE/ABSORBIDO. POR    *        00001000
      *  CADA PAR VALIDO SE REASIGNAN AL SOBREVIVIENTE TODAS   *        00001100
      *  LAS REFERENCIAS DEL ABSORBIDO EN TBCURCTA, TBDOMCLI,  *        00001200
      *  TBESTCLI, TBSALDIA, TBNOVDIA Y TBEXEIMP, SE DA DE     *        00001300
      *  BAJA EL ABSORBIDO EN TBCURCLI Y SE CONFIRMA           *        00001400
      *  (COMMIT) EL PAR.                                      *        00001500
      *  SE RECHAZA EL PAR SI LOS DOCUMENTOS NO COINCIDEN O SI *        00001600
      *  LOS CLIENTES TIENEN DISTINTO ESTADO DE BLOQUEO.       *        00001700
      *  LISTADO CON TODO LO QUE SE MOVIO Y, AL FINAL, REPORTE *        00001800
      *  DE DETECCION DE LOS CLIENTES QUE TODAVIA COMPARTEN    *        00001900
      *  TIPDOC/NRODOC. CON LA ENTRADA VACIA (DUMMY) LA        *        00002000
      *  CORRIDA SOLO EMITE EL REPORTE DE DETECCION.           *        00002100
      *                                                        *        00002200
      **********************************************************        00002300
      *      MANTENIMIENTO DE PROGRAMA                         *        00002400
      **********************************************************        00002500
      *  FECHA   *    DETALLE        * COD *                            00002600
      **************************************                            00002700
      *15/10/26  * VERSION INICIAL   *RVH  *                            00002800
      *15/10/26  * MARCA DE AVISOS EN*RVH  *                            00002900
      *          * LA IMAGEN DEL DO- *     *                            00003000
      *          * MICILIO AUDITADO  *     *                            00003100
      *15/10/26  * EXENCIONES DEL IM-*RVH  *                            00003200
      *          * PUESTO D/C PASAN  *     *                            00003300
      *          * AL SOBREVIVIENTE  *     *                            00003400
      **************************************                            00003500
       ENVIRONMENT DIVISION.                                            00003600
       CONFIGURATION SECTION.                                           00003700
       SPECIAL-NAMES.                                                   00003800
           DECIMAL-POINT IS COMMA.                                      00003900
                                                                        00004000
       INPUT-OUTPUT SECTION.                                            00004100
       FILE-CONTROL.                                                    00004200
                                                                        00004300
             SELECT ENTRADA ASSIGN DDENTRA                              00004400
             FILE STATUS IS FS-ENTRADA.                                 00004500
                                                                        00004600
             SELECT SALIDA  ASSIGN DDSALE                               00004700
             FILE STATUS IS FS-SALIDA.                                  00004800
                                                                        00004900
             SELECT RECHAZOS ASSIGN DDRECHAZ                            00005000
             FILE STATUS IS FS-RECHAZOS.                                00005100
                                                                        00005200
       DATA DIVISION.                                                   00005300
       FILE SECTION.                                                    00005400
       FD ENTRADA                                                       00005500
             BLOCK CONTAINS 0 RECORDS                                   00005600
             RECORDING MODE IS F.                                       00005700
                                                                        00005800
       01 REG-ENTRADA     PIC X(80).                                    00005900
                                                                        00006000
       FD SALIDA                                                        00006100
             BLOCK CONTAINS 0 RECORDS                                   00006200
             RECORDING MODE IS F.                                       00006300
                                                                        00006400
       01 REG-SALIDA      PIC X(132).                                   00006500
                                                                        00006600
       FD RECHAZOS                                                      00006700
             BLOCK CONTAINS 0 RECORDS                                   00006800
             RECORDING MODE IS F.                                       00006900
                                                                        00007000
       01 REG-RECHAZOS    PIC X(80).                                    00007100
                                                                        00007200
      **************************************                            00007300
       WORKING-STORAGE SECTION.                                         00007400
      **************************************                            00007500
       77  FILLER          PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.00007600
                                                                        00007700
      ****************************************                          00007800
      * FILE STATUS SALIDA LISTADO Y SQLCODE *                          00007900
      ****************************************                          00008000
       77  FS-ENTRADA               PIC XX    VALUE SPACES.             00008100
       77  FS-SALIDA                PIC XX    VALUE SPACES.             00008200
       77  FS-RECHAZOS              PIC XX    VALUE SPACES.             00008300
       77  FS-ACTUAL                PIC XX    VALUE SPACES.             00008400
                                                                        00008500
       77  WS-SQLCODE    PIC +++999 USAGE DISPLAY VALUE ZEROS.          00008600
       77  WS-CANT-FILAS      PIC S9(09) USAGE COMP VALUE ZEROS.        00008700
       77  WS-NRO-AUDITORIA   PIC S9(09) USAGE COMP VALUE ZEROS.        00008800
      *    CLIENTES DEL PAR EN FORMATO DE LA TABLA                      00008900
       77  WS-NRO-SOBREVIVE   PIC S9(3)V USAGE COMP-3 VALUE ZEROS.      00009000
       77  WS-NRO-ABSORBIDO   PIC S9(3)V USAGE COMP-3 VALUE ZEROS.      00009100
      *    CANTIDAD DE CUENTAS DEL CLIENTE EN EL REPORTE DE DETECCION   00009200
       77  WS-CANT-CUENTAS-CLI PIC S9(09) USAGE COMP VALUE ZEROS.       00009300
                                                                        00009400
      ****************************************                          00009500
      * CONTADORES                           *                          00009600
      ****************************************                          00009700
       01  WS-CONTADORES.                                               00009800
           03  WS-ENTRADA-LEIDOS       PIC 9(03) VALUE ZEROS.           00009900
           03  WS-ENTRADA-RECHAZADOS   PIC 9(03) VALUE ZEROS.           00010000
           03  WS-CANT-UNIFICADOS      PIC 9(03) VALUE ZEROS.           00010100
           03  WS-CANT-CUENTAS-MOV     PIC 9(05) VALUE ZEROS.           00010200
           03  WS-CANT-DOM-MOV         PIC 9(03) VALUE ZEROS.           00010300
           03  WS-CANT-DOM-DESC        PIC 9(03) VALUE ZEROS.           00010400
           03  WS-CANT-EST-MOV         PIC 9(03) VALUE ZEROS.           00010500
           03  WS-CANT-EST-DESC        PIC 9(03) VALUE ZEROS.           00010600
           03  WS-CANT-SALDIA-MOV      PIC 9(07) VALUE ZEROS.           00010700
           03  WS-CANT-NOVDIA-MOV      PIC 9(05) VALUE ZEROS.           00010800
           03  WS-CANT-NOVDIA-DESC     PIC 9(05) VALUE ZEROS.           00010900
           03  WS-CANT-EXE-MOV         PIC 9(03) VALUE ZEROS.           00011000
           03  WS-CANT-EXE-DESC        PIC 9(03) VALUE ZEROS.           00011100
           03  WS-CANT-AUDITADOS       PIC 9(05) VALUE ZEROS.           00011200
           03  WS-CANT-DOC-DUPLIC      PIC 9(05) VALUE ZEROS.           00011300
           03  WS-CANT-CLI-DUPLIC      PIC 9(05) VALUE ZEROS.           00011400
           03  WS-CANT-CLI-DOC         PIC 9(03) VALUE ZEROS.           00011500
           03  WS-GRABADOS             PIC 9(05) VALUE ZEROS.           00011600
                                                                        00011700
      *****************************************                         00011800
      *  BANDERAS/FLAGS                       *                         00011900
      *****************************************                         00012000
       01  WS-FLAG-PROCESO          PIC X VALUE 'T'.                    00012100
           88  WS-SI-PROCESO           VALUE 'T'.                       00012200
           88  WS-FIN-PROCESO          VALUE 'F'.                       00012300
                                                                        00012400
       01  WS-FLAG-ENTRADA          PIC X VALUE 'T'.                    00012500
           88  WS-SI-ENTRADA           VALUE 'T'.                       00012600
           88  WS-FIN-ENTRADA          VALUE 'F'.                       00012700
                                                                        00012800
       01  WS-FLAG-CURSOR           PIC X VALUE 'T'.                    00012900
           88  WS-SI-CURSOR            VALUE 'T'.                       00013000
           88  WS-FIN-CURSOR           VALUE 'F'.                       00013100
                                                                        00013200
       01  WS-FLAG-NOVEDAD          PIC X VALUE 'T'.                    00013300
           88  WS-NOVEDAD-VALIDA       VALUE 'T'.                       00013400
           88  WS-NOVEDAD-RECHAZADA    VALUE 'F'.                       00013500
                                                                        00013600
      *    EN EL REPORTE DE DETECCION: LOS CLIENTES DEL DOCUMENTO       00013700
      *    TIENEN DISTINTO ESTADO DE BLOQUEO (NO SE PUEDEN UNIFICAR)    00013800
       01  WS-FLAG-CONFLICTO        PIC X VALUE 'F'.                    00013900
           88  WS-CONFLICTO-SI         VALUE 'T'.                       00014000
           88  WS-CONFLICTO-NO         VALUE 'F'.                       00014100
                                                                        00014200
      *    LA CORRIDA ARRANCO DE VERDAD (FECHA DE PROCESO VALIDA        00014300
      *    Y ARCHIVOS ABIERTOS): SI NO, EL CIERRE NO DEBE GRABAR        00014400
      *    RESUMEN NI CERRAR ARCHIVOS NUNCA ABIERTOS.                   00014500
       01  WS-FLAG-ARRANQUE         PIC X VALUE 'F'.                    00014600
           88  WS-ARRANQUE-OK          VALUE 'T'.                       00014700
           88  WS-ARRANQUE-NO          VALUE 'F'.                       00014800
                                                                        00014900
      *****************************************                         00015000
      *  DATOS DEL PAR EN CURSO               *                         00015100
      *****************************************                         00015200
       01  WS-DATOS-PAR.                                                00015300
           03  WS-SOB-TIPDOC        PIC X(02).                          00015400
           03  WS-SOB-NRODOC        PIC 9(11).                          00015500
           03  WS-SOB-ESTADO        PIC X(01).                          00015600
           03  WS-ABS-TIPDOC        PIC X(02).                          00015700
           03  WS-ABS-NRODOC        PIC 9(11).                          00015800
           03  WS-ABS-NOMAPE        PIC X(30).                          00015900
           03  WS-ABS-FECNAC        PIC X(10).                          00016000
           03  WS-ABS-SEXO          PIC X(01).                          00016100
           03  WS-ABS-ESTADO        PIC X(01).                          00016200
                                                                        00016300
      *****************************************                         00016400
      *  CORTE POR DOCUMENTO EN LA DETECCION  *                         00016500
      *****************************************                         00016600
       01  WS-DOC-ANTERIOR.                                             00016700
           03  WS-ANT-TIPDOC        PIC X(02) VALUE SPACES.             00016800
           03  WS-ANT-NRODOC        PIC 9(11) VALUE ZEROS.              00016900
       01  WS-ESTADO-PRIMERO        PIC X(01) VALUE SPACES.             00017000
                                                                        00017100
      *****************************************                         00017200
      *  VARIABLES AUXILARES.                *                          00017300
      *****************************************                         00017400
       01 WS-AUXILIARES.                                                00017500
          03  WS-PARRAFO            PIC X(30) VALUE SPACES.             00017600
          03  WS-ARCHIVO-DESC       PIC X(30) VALUE SPACES.             00017700
          03  WS-DB2-TABLA          PIC X(19) VALUE SPACES.             00017800
          03  WS-FECHA-AUX          PIC X(10).                          00017900
          03  WS-CUENTA-LINEA       PIC 9(02) VALUE ZEROS.              00018000
          03  WS-MOTIVO-RECHAZO     PIC X(10) VALUE SPACES.             00018100
          03  WS-LINEA-DETALLE      PIC X(132) VALUE SPACES.            00018200
          03  WS-FECHA-DB2.                                             00018300
              05 WS-DB2-AAAA        PIC X(04).                          00018400
              05 FILLER             PIC X VALUE '-'.                    00018500
              05 WS-DB2-MM          PIC X(02).                          00018600
              05 FILLER             PIC X VALUE '-'.                    00018700
              05 WS-DB2-DD          PIC X(02).                          00018800
      *    REFERENCIA DEL PAR PARA LA AUDITORIA                         00018900
          03  WS-REF-NOVEDAD.                                           00019000
              05 FILLER             PIC X(08) VALUE 'UNIFICA '.         00019100
              05 WS-REF-ABSORBIDO   PIC 9(03) VALUE ZEROS.              00019200
              05 FILLER             PIC X(04) VALUE ' EN '.             00019300
              05 WS-REF-SOBREVIVE   PIC 9(03) VALUE ZEROS.              00019400
              05 FILLER             PIC X(02) VALUE SPACES.             00019500
                                                                        00019600
      *****************************************                         00019700
      *   IMPRESION DE TITULOS LISTADO        *                         00019800
      *****************************************                         00019900
       01 WS-LINEA       PIC X(132) VALUE ALL '-'.                      00020000
                                                                        00020100
       01 WS-TITULO.                                                    00020200
          03  FILLER     PIC X(05) VALUE SPACES.                        00020300
          03  WS-TITULO-LEYENDA     PIC X(33) VALUE                     00020400
                     'UNIFICACION DE CLIENTES          '.               00020500
          03  FILLER                PIC X(28)    VALUE SPACES.          00020600
          03  FILLER                PIC X(10)    VALUE '   FECHA: '.    00020700
          03  WS-FECHA.                                                 00020800
              05  WS-DD             PIC 9(02).                          00020900
              05  FILLER            PIC X       VALUE '/'.              00021000
              05  WS-MM             PIC 9(02).                          00021100
              05  FILLER            PIC X       VALUE '/'.              00021200
              05  WS-AAAA           PIC 9(04).                          00021300
          03  FILLER                PIC X(20)    VALUE SPACES.          00021400
          03  FILLER                PIC X(13)    VALUE 'NRO. PAGINA: '. 00021500
          03  WS-NRO-PAGINA         PIC 9(02)    VALUE ZEROES.          00021600
          03  FILLER                PIC X(08)    VALUE SPACES.          00021700
                                                                        00021800
      *    SUBTITULO DE LA SECCION EN CURSO DEL LISTADO                 00021900
       01 WS-SUBTITULO-ACTUAL       PIC X(132) VALUE SPACES.            00022000
                                                                        00022100
      ***************************************************               00022200
      *  SUBTITULOS DE LISTADO DE UNIFICACION           *               00022300
      ***************************************************               00022400
       01 WS-SUBTITULO-UNIF.                                            00022500
          03 FILLER                 PIC X     VALUE '|'.                00022600
          03 FILLER                 PIC X(08) VALUE ' SOBREV.'.         00022700
          03 FILLER                 PIC X     VALUE '|'.                00022800
          03 FILLER                 PIC X(08) VALUE ' ABSORB.'.         00022900
          03 FILLER                 PIC X     VALUE '|'.                00023000
          03 FILLER                 PIC X(10) VALUE ' TABLA    '.       00023100
          03 FILLER                 PIC X     VALUE '|'.                00023200
          03 FILLER                 PIC X(32) VALUE                     00023300
                         ' CLAVE                          '.            00023400
          03 FILLER                 PIC X     VALUE '|'.                00023500
          03 FILLER                 PIC X(42) VALUE                     00023600
                         ' ACCION                                   '.  00023700
          03 FILLER                 PIC X     VALUE '|'.                00023800
          03 FILLER                 PIC X(08) VALUE ' FILAS  '.         00023900
          03 FILLER                 PIC X     VALUE '|'.                00024000
          03 FILLER                 PIC X(17) VALUE SPACES.             00024100
                                                                        00024200
      ****************************************************              00024300
      *   LAYOUT DE DETALLE DE UNIFICACION               *              00024400
      ****************************************************              00024500
       01 WS-REG-SALIDA-UNIF.                                           00024600
          03  FILLER              PIC X         VALUE '|'.              00024700
          03  FILLER              PIC X(02)     VALUE SPACES.           00024800
          03  REG-UNI-SOBREVIVE   PIC 9(03)     VALUE ZEROS.            00024900
          03  FILLER              PIC X(03)     VALUE SPACES.           00025000
          03  FILLER              PIC X         VALUE '|'.              00025100
          03  FILLER              PIC X(02)     VALUE SPACES.           00025200
          03  REG-UNI-ABSORBIDO   PIC 9(03)     VALUE ZEROS.            00025300
          03  FILLER              PIC X(03)     VALUE SPACES.           00025400
          03  FILLER              PIC X         VALUE '|'.              00025500
          03  FILLER              PIC X         VALUE SPACES.           00025600
          03  REG-UNI-TABLA       PIC X(08)     VALUE SPACES.           00025700
          03  FILLER              PIC X         VALUE SPACES.           00025800
          03  FILLER              PIC X         VALUE '|'.              00025900
          03  FILLER              PIC X         VALUE SPACES.           00026000
          03  REG-UNI-CLAVE       PIC X(30)     VALUE SPACES.           00026100
          03  FILLER              PIC X         VALUE SPACES.           00026200
          03  FILLER              PIC X         VALUE '|'.              00026300
          03  FILLER              PIC X         VALUE SPACES.           00026400
          03  REG-UNI-ACCION      PIC X(40)     VALUE SPACES.           00026500
          03  FILLER              PIC X         VALUE SPACES.           00026600
          03  FILLER              PIC X         VALUE '|'.              00026700
          03  FILLER              PIC X         VALUE SPACES.           00026800
          03  REG-UNI-FILAS       PIC ZZ.ZZ9    VALUE ZEROS.            00026900
          03  FILLER              PIC X         VALUE SPACES.           00027000
          03  FILLER              PIC X         VALUE '|'.              00027100
          03  FILLER              PIC X(17)     VALUE SPACES.           00027200
                                                                        00027300
      ****************************************************              00027400
      *   CLAVE DE LA FILA PARA EL LISTADO, SEGUN TABLA  *              00027500
      ****************************************************              00027600
       01 WS-CLAVE-LISTADO        PIC X(30).                            00027700
       01 WS-CLAVE-DOC REDEFINES WS-CLAVE-LISTADO.                      00027800
          03  WS-CL-DOC-LEYENDA   PIC X(04).                            00027900
          03  WS-CL-DOC-TIPDOC    PIC X(02).                            00028000
          03  FILLER              PIC X(01).                            00028100
          03  WS-CL-DOC-NRODOC    PIC 9(11).                            00028200
          03  FILLER              PIC X(12).                            00028300
       01 WS-CLAVE-CTA REDEFINES WS-CLAVE-LISTADO.                      00028400
          03  WS-CL-CTA-TIPCUEN   PIC X(02).                            00028500
          03  WS-CL-CTA-GUION     PIC X(01).                            00028600
          03  WS-CL-CTA-NROCUEN   PIC 9(05).                            00028700
          03  WS-CL-CTA-LEY-SUC   PIC X(05).                            00028800
          03  WS-CL-CTA-SUCUEN    PIC 9(02).                            00028900
          03  WS-CL-CTA-LEY-MON   PIC X(05).                            00029000
          03  WS-CL-CTA-MONEDA    PIC X(02).                            00029100
          03  FILLER              PIC X(08).                            00029200
       01 WS-CLAVE-NOV REDEFINES WS-CLAVE-LISTADO.                      00029300
          03  WS-CL-NOV-FECPROC   PIC X(10).                            00029400
          03  FILLER              PIC X(01).                            00029500
          03  WS-CL-NOV-TIPO      PIC X(01).                            00029600
          03  FILLER              PIC X(01).                            00029700
          03  WS-CL-NOV-TIPCUEN   PIC X(02).                            00029800
          03  FILLER              PIC X(01).                            00029900
          03  WS-CL-NOV-NROCUEN   PIC 9(05).                            00030000
          03  FILLER              PIC X(09).                            00030100
       01 WS-CLAVE-REG REDEFINES WS-CLAVE-LISTADO.                      00030200
          03  WS-CL-REG-LEYENDA   PIC X(12).                            00030300
          03  WS-CL-REG-NROREG    PIC 9(05).                            00030400
          03  FILLER              PIC X(13).                            00030500
       01 WS-CLAVE-CLI REDEFINES WS-CLAVE-LISTADO.                      00030600
          03  WS-CL-CLI-LEYENDA   PIC X(07).                            00030700
          03  WS-CL-CLI-NROCLI    PIC 9(03).                            00030800
          03  WS-CL-CLI-LEY-DESDE PIC X(07).                            00030900
          03  WS-CL-CLI-FECDESDE  PIC X(10).                            00031000
          03  FILLER              PIC X(03).                            00031100
                                                                        00031200
      ***************************************************               00031300
      *  SUBTITULOS DEL REPORTE DE DETECCION            *               00031400
      ***************************************************               00031500
       01 WS-SUBTITULO-DUPLIC.                                          00031600
          03 FILLER                 PIC X     VALUE '|'.                00031700
          03 FILLER                 PIC X(06) VALUE ' TD   '.           00031800
          03 FILLER                 PIC X     VALUE '|'.                00031900
          03 FILLER                 PIC X(13) VALUE ' DOCUMENTO   '.    00032000
          03 FILLER                 PIC X     VALUE '|'.                00032100
          03 FILLER                 PIC X(08) VALUE ' NROCLI '.         00032200
          03 FILLER                 PIC X     VALUE '|'.                00032300
          03 FILLER                 PIC X(32) VALUE                     00032400
                         ' NOMBRE Y APELLIDO              '.            00032500
          03 FILLER                 PIC X     VALUE '|'.                00032600
          03 FILLER                 PIC X(11) VALUE ' ESTADO    '.      00032700
          03 FILLER                 PIC X     VALUE '|'.                00032800
          03 FILLER                 PIC X(08) VALUE ' CUENTAS'.         00032900
          03 FILLER                 PIC X     VALUE '|'.                00033000
          03 FILLER                 PIC X(42) VALUE                     00033100
                         ' OBSERVACION                              '.  00033200
          03 FILLER                 PIC X     VALUE '|'.                00033300
          03 FILLER                 PIC X(04) VALUE SPACES.             00033400
                                                                        00033500
      ****************************************************              00033600
      *   LAYOUT DE DETALLE DE CLIENTE DUPLICADO         *              00033700
      ****************************************************              00033800
       01 WS-REG-SALIDA-DUPLIC.                                         00033900
          03  FILLER              PIC X         VALUE '|'.              00034000
          03  FILLER              PIC X(02)     VALUE SPACES.           00034100
          03  REG-DUP-TIPDOC      PIC X(02)     VALUE SPACES.           00034200
          03  FILLER              PIC X(02)     VALUE SPACES.           00034300
          03  FILLER              PIC X         VALUE '|'.              00034400
          03  FILLER              PIC X         VALUE SPACES.           00034500
          03  REG-DUP-NRODOC      PIC 9(11)     VALUE ZEROS.            00034600
          03  FILLER              PIC X         VALUE SPACES.           00034700
          03  FILLER              PIC X         VALUE '|'.              00034800
          03  FILLER              PIC X(02)     VALUE SPACES.           00034900
          03  REG-DUP-NROCLI      PIC 9(03)     VALUE ZEROS.            00035000
          03  FILLER              PIC X(03)     VALUE SPACES.           00035100
          03  FILLER              PIC X         VALUE '|'.              00035200
          03  FILLER              PIC X         VALUE SPACES.           00035300
          03  REG-DUP-NOMAPE      PIC X(30)     VALUE SPACES.           00035400
          03  FILLER              PIC X         VALUE SPACES.           00035500
          03  FILLER              PIC X         VALUE '|'.              00035600
          03  FILLER              PIC X         VALUE SPACES.           00035700
          03  REG-DUP-ESTADO      PIC X(09)     VALUE SPACES.           00035800
          03  FILLER              PIC X         VALUE SPACES.           00035900
          03  FILLER              PIC X         VALUE '|'.              00036000
          03  FILLER              PIC X         VALUE SPACES.           00036100
          03  REG-DUP-CUENTAS     PIC ZZ9       VALUE ZEROS.            00036200
          03  FILLER              PIC X(04)     VALUE SPACES.           00036300
          03  FILLER              PIC X         VALUE '|'.              00036400
          03  FILLER              PIC X         VALUE SPACES.           00036500
          03  REG-DUP-OBSERVA     PIC X(40)     VALUE SPACES.           00036600
          03  FILLER              PIC X         VALUE SPACES.           00036700
          03  FILLER              PIC X         VALUE '|'.              00036800
          03  FILLER              PIC X(04)     VALUE SPACES.           00036900
                                                                        00037000
      ****************************************************              00037100
      *   PIE DE CADA DOCUMENTO DUPLICADO                *              00037200
      ****************************************************              00037300
       01 WS-REG-PIE-DOC.                                               00037400
          03  FILLER              PIC X         VALUE '|'.              00037500
          03  FILLER              PIC X(06)     VALUE SPACES.           00037600
          03  FILLER              PIC X(18)     VALUE                   00037700
                                  'CLIENTES DEL DOC.:'.                 00037800
          03  REG-PIE-CANT        PIC ZZ9       VALUE ZEROS.            00037900
          03  FILLER              PIC X(56)     VALUE SPACES.           00038000
          03  FILLER              PIC X         VALUE '|'.              00038100
          03  FILLER              PIC X         VALUE SPACES.           00038200
          03  REG-PIE-OBSERVA     PIC X(40)     VALUE SPACES.           00038300
          03  FILLER              PIC X         VALUE SPACES.           00038400
          03  FILLER              PIC X         VALUE '|'.              00038500
          03  FILLER              PIC X(04)     VALUE SPACES.           00038600
                                                                        00038700
      *****************************************                         00038800
      *   FIN IMPRESION DE TITULOS LISTADO    *                         00038900
      *****************************************                         00039000
                                                                        00039100
       77  FILLER        PIC X(26) VALUE '* VARIABLES SQL          *'.  00039200
                                                                        00039300
      ********************************************************          00039400
      *  AREA DE COPYS                                       *          00039500
      ********************************************************          00039600
      **   COPY DE ARCHIVO DE ENTRADA DE PARES A UNIFICAR   **          00039700
      **    COPY NOVEUNIF.                                              00039800
       01  NOVEDADES-UNIFICACION.                                       00039900
      * CLIENTE QUE QUEDA (SOBREVIVIENTE) Y CLIENTE QUE SE RETIRA       00040000
      * (ABSORBIDO), AMBOS CON EL MISMO TIPDOC/NRODOC EN TBCURCLI       00040100
           03 NOV-UNI-SOBREVIVE        PIC 9(3).                        00040200
           03 FILLER                   PIC X(1).                        00040300
           03 NOV-UNI-ABSORBIDO        PIC 9(3).                        00040400
           03 FILLER                   PIC X(73).                       00040500
                                                                        00040600
      **   COPY DE IMAGENES DE FILA PARA LA AUDITORIA       **          00040700
      **   DE DATOS MAESTROS (TBAUDMAE IMGANT / IMGPOS)     **          00040800
      **    COPY IMGAUDIT.                                              00040900
       01  WS-IMAGEN-AUDITORIA         PIC X(80).                       00041000
      * TBCURCLI                                                        00041100
       01  IMG-CLIENTE REDEFINES WS-IMAGEN-AUDITORIA.                   00041200
           03 IMG-CLI-TIPDOC           PIC X(2).                        00041300
           03 IMG-CLI-NRODOC           PIC 9(11).                       00041400
           03 IMG-CLI-NROCLI           PIC 9(3).                        00041500
           03 IMG-CLI-NOMAPE           PIC X(30).                       00041600
           03 IMG-CLI-FECNAC           PIC X(10).                       00041700
           03 IMG-CLI-SEXO             PIC X(1).                        00041800
           03 FILLER                   PIC X(23).                       00041900
      * TBCURCTA (SIN SALDO: LOS MOVIMIENTOS SE RASTREAN EN TBMOVHIS)   00042000
       01  IMG-CUENTA REDEFINES WS-IMAGEN-AUDITORIA.                    00042100
           03 IMG-CTA-TIPCUEN          PIC X(2).                        00042200
           03 IMG-CTA-NROCUEN          PIC 9(5).                        00042300
           03 IMG-CTA-SUCUEN           PIC 9(2).                        00042400
           03 IMG-CTA-NROCLI           PIC 9(3).                        00042500
           03 IMG-CTA-MONEDA           PIC X(2).                        00042600
           03 FILLER                   PIC X(66).                       00042700
      * TBESTCLI                                                        00042800
       01  IMG-ESTADO-CLI REDEFINES WS-IMAGEN-AUDITORIA.                00042900
           03 IMG-ECL-NROCLI           PIC 9(3).                        00043000
           03 IMG-ECL-ESTADO           PIC X(1).                        00043100
           03 IMG-ECL-MOTIVO           PIC X(10).                       00043200
           03 IMG-ECL-FECESTADO        PIC X(10).                       00043300
           03 FILLER                   PIC X(56).                       00043400
      * TBESTCTA                                                        00043500
       01  IMG-ESTADO-CTA REDEFINES WS-IMAGEN-AUDITORIA.                00043600
           03 IMG-ECT-TIPCUEN          PIC X(2).                        00043700
           03 IMG-ECT-NROCUEN          PIC 9(5).                        00043800
           03 IMG-ECT-ESTADO           PIC X(1).                        00043900
           03 IMG-ECT-FECESTADO        PIC X(10).                       00044000
           03 FILLER                   PIC X(62).                       00044100
      * TBDOMCLI                                                        00044200
       01  IMG-DOMICILIO REDEFINES WS-IMAGEN-AUDITORIA.                 00044300
           03 IMG-DOM-NROCLI           PIC 9(3).                        00044400
           03 IMG-DOM-DOMICILIO        PIC X(30).                       00044500
           03 IMG-DOM-EMAIL            PIC X(25).                       00044600
           03 IMG-DOM-SUCURSAL         PIC 9(2).                        00044700
           03 IMG-DOM-FECALTA          PIC X(10).                       00044800
           03 IMG-DOM-AVISOS           PIC X(1).                        00044900
           03 FILLER                   PIC X(9).                        00045000
      * TBLIMCTA                                                        00045100
       01  IMG-LIMITE REDEFINES WS-IMAGEN-AUDITORIA.                    00045200
           03 IMG-LIM-TIPCUEN          PIC X(2).                        00045300
           03 IMG-LIM-NROCUEN          PIC 9(5).                        00045400
           03 IMG-LIM-LIMDESC          PIC 9(5)V9(2).                   00045500
           03 FILLER                   PIC X(66).                       00045600
      * TBEXEIMP                                                        00045700
       01  IMG-EXENCION REDEFINES WS-IMAGEN-AUDITORIA.                  00045800
           03 IMG-EXE-NROCLI           PIC 9(3).                        00045900
           03 IMG-EXE-FECDESDE         PIC X(10).                       00046000
           03 IMG-EXE-FECHASTA         PIC X(10).                       00046100
           03 IMG-EXE-CERTIF           PIC X(20).                       00046200
           03 FILLER                   PIC X(37).                       00046300
                                                                        00046400
      ********************************************************          00046500
      *  AREA DE COMUNICACION Y DEFINICION SQL DB2           *          00046600
      ********************************************************          00046700
            EXEC SQL                                                    00046800
              INCLUDE SQLCA                                             00046900
            END-EXEC.                                                   00047000
                                                                        00047100
            EXEC SQL                                                    00047200
              INCLUDE TBCURCLI                                          00047300
            END-EXEC.                                                   00047400
                                                                        00047500
            EXEC SQL                                                    00047600
              INCLUDE TBCURCTA                                          00047700
            END-EXEC.                                                   00047800
                                                                        00047900
            EXEC SQL                                                    00048000
              INCLUDE TBDOMCLI                                          00048100
            END-EXEC.                                                   00048200
                                                                        00048300
            EXEC SQL                                                    00048400
              INCLUDE TBESTCLI                                          00048500
            END-EXEC.                                                   00048600
                                                                        00048700
            EXEC SQL                                                    00048800
              INCLUDE TBNOVDIA                                          00048900
            END-EXEC.                                                   00049000
                                                                        00049100
            EXEC SQL                                                    00049200
              INCLUDE TBCALEND                                          00049300
            END-EXEC.                                                   00049400
                                                                        00049500
            EXEC SQL                                                    00049600
              INCLUDE TBAUDMAE                                          00049700
            END-EXEC.                                                   00049800
                                                                        00049900
            EXEC SQL                                                    00050000
              INCLUDE TBEXEIMP                                          00050100
            END-EXEC.                                                   00050200
                                                                        00050300
      *******************************************************           00050400
      * CURSOR C1 CUENTAS DEL CLIENTE ABSORBIDO             *           00050500
      *******************************************************           00050600
            EXEC SQL                                                    00050700
              DECLARE C1 CURSOR FOR                                     00050800
              SELECT TIPCUEN,                                           00050900
                     NROCUEN,                                           00051000
                     SUCUEN,                                            00051100
                     MONEDA                                             00051200
                FROM KC02803.TBCURCTA                                   00051300
               WHERE NROCLI = :WS-NRO-ABSORBIDO                         00051400
               ORDER BY TIPCUEN, NROCUEN                                00051500
            END-EXEC.                                                   00051600
                                                                        00051700
      *******************************************************           00051800
      * CURSOR C2 CLIENTES QUE COMPARTEN TIPDOC/NRODOC CON  *           00051900
      * OTRO NUMERO DE CLIENTE (SIN FILA EN TBESTCLI = 'A') *           00052000
      *******************************************************           00052100
            EXEC SQL                                                    00052200
              DECLARE C2 CURSOR FOR                                     00052300
              SELECT A.TIPDOC,                                          00052400
                     A.NRODOC,                                          00052500
                     A.NROCLI,                                          00052600
                     A.NOMAPE,                                          00052700
                     COALESCE(E.ESTADO, 'A'),                           00052800
                     (SELECT COUNT(*)                                   00052900
                        FROM KC02803.TBCURCTA C                         00053000
                       WHERE C.NROCLI = A.NROCLI)                       00053100
                FROM KC02803.TBCURCLI A                                 00053200
                LEFT JOIN KC02803.TBESTCLI E                            00053300
                  ON E.NROCLI = A.NROCLI                                00053400
               WHERE EXISTS                                             00053500
                     (SELECT 1                                          00053600
                        FROM KC02803.TBCURCLI B                         00053700
                       WHERE B.TIPDOC  = A.TIPDOC                       00053800
                         AND B.NRODOC  = A.NRODOC                       00053900
                         AND B.NROCLI <> A.NROCLI)                      00054000
               ORDER BY A.TIPDOC, A.NRODOC, A.NROCLI                    00054100
            END-EXEC.                                                   00054200
                                                                        00054300
      *******************************************************           00054400
      * CURSOR C3 NOVEDADES DEL DIA DEL CLIENTE ABSORBIDO   *           00054500
      *******************************************************           00054600
            EXEC SQL                                                    00054700
              DECLARE C3 CURSOR FOR                                     00054800
              SELECT FECPROC,                                           00054900
                     TIPO,                                              00055000
                     TIPCUEN,                                           00055100
                     NROCUEN                                            00055200
                FROM KC02803.TBNOVDIA                                   00055300
               WHERE NROCLI = :WS-NRO-ABSORBIDO                         00055400
               ORDER BY FECPROC, TIPO, TIPCUEN, NROCUEN                 00055500
            END-EXEC.                                                   00055600
                                                                        00055700
      *******************************************************           00055800
      * CURSOR C4 EXENCIONES AL IMPUESTO D/C DEL ABSORBIDO  *           00055900
      *******************************************************           00056000
            EXEC SQL                                                    00056100
              DECLARE C4 CURSOR FOR                                     00056200
              SELECT FECDESDE,                                          00056300
                     FECHASTA,                                          00056400
                     CERTIF                                             00056500
                FROM KC02803.TBEXEIMP                                   00056600
               WHERE NROCLI = :WS-NRO-ABSORBIDO                         00056700
               ORDER BY FECDESDE                                        00056800
            END-EXEC.                                                   00056900
                                                                        00057000
       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.  00057100
                                                                        00057200
      ***************************************************************.  00057300
       PROCEDURE DIVISION.                                              00057400
      **************************************                            00057500
      *  CUERPO PRINCIPAL DEL PROGRAMA     *                            00057600
      **************************************                            00057700
       MAIN-PROGRAM.                                                    00057800
                                                                        00057900
           PERFORM 1000-I-INICIO   THRU                                 00058000
                   1000-F-INICIO.                                       00058100
                                                                        00058200
           PERFORM 2000-I-PROCESO                                       00058300
              THRU 2000-F-PROCESO                                       00058400
             UNTIL WS-FIN-ENTRADA OR WS-FIN-PROCESO.                    00058500
                                                                        00058600
           IF WS-SI-PROCESO                                             00058700
              PERFORM 5000-I-DETECCION                                  00058800
                 THRU 5000-F-DETECCION                                  00058900
           END-IF.                                                      00059000
                                                                        00059100
           PERFORM 9999-I-FINAL    THRU                                 00059200
                   9999-F-FINAL.                                        00059300
                                                                        00059400
       F-MAIN-PROGRAM. GOBACK.                                          00059500
                                                                        00059600
      **************************************                            00059700
      *  CUERPO INICIO APERTURA ARCHIVOS   *                            00059800
      **************************************                            00059900
       1000-I-INICIO.                                                   00060000
                                                                        00060100
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-AUX                   00060200
           MOVE WS-FECHA-AUX(1:4)     TO WS-AAAA                        00060300
           MOVE WS-FECHA-AUX(5:2)     TO WS-MM                          00060400
           MOVE WS-FECHA-AUX(7:2)     TO WS-DD                          00060500
           MOVE 99 TO WS-CUENTA-LINEA                                   00060600
           MOVE WS-SUBTITULO-UNIF TO WS-SUBTITULO-ACTUAL                00060700
           SET WS-SI-PROCESO TO TRUE                                    00060800
                                                                        00060900
           PERFORM 1015-I-OBTENER-FECHA-PROCESO                         00061000
              THRU 1015-F-OBTENER-FECHA-PROCESO                         00061100
           IF WS-FIN-PROCESO                                            00061200
              GO TO 1000-F-INICIO                                       00061300
           END-IF                                                       00061400
                                                                        00061500
           PERFORM 1030-I-NUMERAR-AUDITORIA                             00061600
              THRU 1030-F-NUMERAR-AUDITORIA                             00061700
           IF WS-FIN-PROCESO                                            00061800
              GO TO 1000-F-INICIO                                       00061900
           END-IF                                                       00062000
                                                                        00062100
           PERFORM 8000-I-APERTURA-ARCHIVOS                             00062200
              THRU 8000-F-APERTURA-ARCHIVOS                             00062300
                                                                        00062400
           IF FS-ENTRADA = '00' AND  FS-SALIDA  = '00'                  00062500
                                AND  FS-RECHAZOS = '00'                 00062600
              PERFORM 8005-I-LECTURA-INICIAL                            00062700
                 THRU 8005-F-LECTURA-INICIAL                            00062800
              SET WS-ARRANQUE-OK TO TRUE                                00062900
           ELSE                                                         00063000
              DISPLAY '*********************************'               00063100
              DISPLAY '* ERROR EN APERTURA DE ARCHIVOS *'               00063200
              DISPLAY '* UNIFICACION CANCELADA         *'               00063300
              DISPLAY '*********************************'               00063400
              SET WS-FIN-PROCESO TO TRUE                                00063500
           END-IF                                                       00063600
           .                                                            00063700
       1000-F-INICIO.   EXIT.                                           00063800
                                                                        00063900
      ***********************************************************       00064000
      *  FECHA DE PROCESO DE LA CADENA (TBCALEND):              *       00064100
      *  SE PROCESA Y ESTAMPA CON LA FECHA MARCADA FECPROC='S', *       00064200
      *  Y SE RECHAZA LA CORRIDA SI NO HAY FECHA MARCADA O SI   *       00064300
      *  LA FECHA MARCADA NO ES DIA HABIL.                      *       00064400
      ***********************************************************       00064500
       1015-I-OBTENER-FECHA-PROCESO.                                    00064600
                                                                        00064700
           MOVE '1015-I-OBTENER-FECHA-PROC' TO WS-PARRAFO.              00064800
                                                                        00064900
           EXEC SQL                                                     00065000
              SELECT FECHA,                                             00065100
                     DIAHABIL                                           00065200
                INTO :CA-FECHA,                                         00065300
                     :CA-DIAHABIL                                       00065400
                FROM KC02803.TBCALEND                                   00065500
               WHERE FECPROC = 'S'                                      00065600
           END-EXEC                                                     00065700
                                                                        00065800
           EVALUATE TRUE                                                00065900
           WHEN SQLCODE EQUAL ZEROS                                     00066000
                IF CA-DIAHABIL NOT = 'S'                                00066100
                   DISPLAY '*****************************************'  00066200
                   DISPLAY '* LA FECHA DE PROCESO MARCADA EN        *'  00066300
                   DISPLAY '* TBCALEND NO ES UN DIA HABIL           *'  00066400
                   DISPLAY '* FECHA : ' CA-FECHA                        00066500
                   DISPLAY '* LA CORRIDA SE RECHAZA                 *'  00066600
                   DISPLAY '*****************************************'  00066700
                   MOVE 9999 TO RETURN-CODE                             00066800
                   SET  WS-FIN-PROCESO TO TRUE                          00066900
                ELSE                                                    00067000
                   MOVE CA-FECHA(1:4)  TO WS-AAAA                       00067100
                   MOVE CA-FECHA(6:2)  TO WS-MM                         00067200
                   MOVE CA-FECHA(9:2)  TO WS-DD                         00067300
                   MOVE CA-FECHA       TO WS-FECHA-DB2                  00067400
                END-IF                                                  00067500
           WHEN SQLCODE EQUAL +100                                      00067600
                DISPLAY '*****************************************'     00067700
                DISPLAY '* NO HAY FECHA DE PROCESO MARCADA EN    *'     00067800
                DISPLAY '* TBCALEND (FECPROC = S)                *'     00067900
                DISPLAY '* LA CORRIDA SE RECHAZA                 *'     00068000
                DISPLAY '*****************************************'     00068100
                MOVE 9999 TO RETURN-CODE                                00068200
                SET  WS-FIN-PROCESO TO TRUE                             00068300
           WHEN OTHER                                                   00068400
                MOVE SQLCODE   TO WS-SQLCODE                            00068500
                DISPLAY '************************************'          00068600
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00068700
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00068800
                DISPLAY '************************************'          00068900
                DISPLAY '* TABLA       : CALENDARIO TBCALEND*'          00069000
                DISPLAY '* DESCRIPCION : FECHA DE PROCESO   *'          00069100
                DISPLAY '************************************'          00069200
                MOVE 9999 TO RETURN-CODE                                00069300
                SET  WS-FIN-PROCESO TO TRUE                             00069400
           END-EVALUATE.                                                00069500
                                                                        00069600
       1015-F-OBTENER-FECHA-PROCESO. EXIT.                              00069700
                                                                        00069800
      ***********************************************************       00069900
      *  NUMERACION DE LA AUDITORIA: SE CONTINUA DESDE EL       *       00070000
      *  ULTIMO NROAUD DEL PROGRAMA EN LA FECHA DE PROCESO,     *       00070100
      *  ASI UNA RECORRIDA DEL DIA NO PISA LAS FILAS GRABADAS.  *       00070200
      ***********************************************************       00070300
       1030-I-NUMERAR-AUDITORIA.                                        00070400
                                                                        00070500
           MOVE '1030-I-NUMERAR-AUDITORIA' TO WS-PARRAFO                00070600
           MOVE 'AUDIT. - TBAUDMAE  ' TO WS-DB2-TABLA                   00070700
                                                                        00070800
           MOVE WS-FECHA-DB2  TO AU-FECPROC                             00070900
           MOVE 'EXAMEN25'    TO AU-PROGRAMA                            00071000
                                                                        00071100
           EXEC SQL                                                     00071200
              SELECT COALESCE(MAX(NROAUD), 0)                           00071300
                INTO :WS-NRO-AUDITORIA                                  00071400
                FROM KC02803.TBAUDMAE                                   00071500
               WHERE FECPROC  = :AU-FECPROC                             00071600
                 AND PROGRAMA = :AU-PROGRAMA                            00071700
           END-EXEC                                                     00071800
                                                                        00071900
           IF  SQLCODE NOT EQUAL ZEROS                                  00072000
                PERFORM 9995-I-ERROR-DB2                                00072100
                   THRU 9995-F-ERROR-DB2                                00072200
           END-IF                                                       00072300
           .                                                            00072400
       1030-F-NUMERAR-AUDITORIA. EXIT.                                  00072500
                                                                        00072600
      **************************************                            00072700
      *  CUERPO PRINCIPAL DEL PROGRAMA     *                            00072800
      *  UN PAR SOBREVIVIENTE/ABSORBIDO    *                            00072900
      **************************************                            00073000
       2000-I-PROCESO.                                                  00073100
                                                                        00073200
           SET WS-NOVEDAD-VALIDA TO TRUE                                00073300
           MOVE SPACES TO WS-MOTIVO-RECHAZO                             00073400
           MOVE NOV-UNI-SOBREVIVE TO REG-UNI-SOBREVIVE                  00073500
           MOVE NOV-UNI-ABSORBIDO TO REG-UNI-ABSORBIDO                  00073600
                                                                        00073700
           PERFORM 2100-I-VALIDAR-PAR                                   00073800
              THRU 2100-F-VALIDAR-PAR                                   00073900
                                                                        00074000
           IF WS-NOVEDAD-VALIDA                                         00074100
              PERFORM 2200-I-UNIFICAR                                   00074200
                 THRU 2200-F-UNIFICAR                                   00074300
           END-IF                                                       00074400
                                                                        00074500
           IF WS-NOVEDAD-RECHAZADA                                      00074600
              PERFORM 2600-I-GRABAR-RECHAZO                             00074700
                 THRU 2600-F-GRABAR-RECHAZO                             00074800
           END-IF                                                       00074900
                                                                        00075000
      *    SEPARADOR ENTRE PARES EN EL LISTADO                          00075100
           MOVE WS-LINEA TO WS-LINEA-DETALLE                            00075200
           PERFORM 3900-I-GRABAR-LINEA                                  00075300
              THRU 3900-F-GRABAR-LINEA                                  00075400
                                                                        00075500
      *    VOY A LEER EL SIGUIENTE PAR A UNIFICAR.                      00075600
           PERFORM 8050-I-LEER-ENTRADA                                  00075700
              THRU 8050-F-LEER-ENTRADA                                  00075800
           .                                                            00075900
       2000-F-PROCESO. EXIT.                                            00076000
                                                                        00076100
      ***********************************************************       00076200
      *  VALIDACION DEL PAR: DOS CLIENTES DISTINTOS EXISTENTES, *       00076300
      *  CON EL MISMO TIPDOC/NRODOC Y EL MISMO ESTADO DE        *       00076400
      *  BLOQUEO (SIN FILA EN TBESTCLI = ACTIVO). UN BLOQUEO    *       00076500
      *  NO SE HEREDA NI SE PIERDE POR UNIFICAR: SI LOS ESTADOS *       00076600
      *  DIFIEREN EL PAR SE RECHAZA HASTA QUE SE REGULARICE.    *       00076700
      ***********************************************************       00076800
       2100-I-VALIDAR-PAR.                                              00076900
                                                                        00077000
           MOVE '2100-I-VALIDAR-PAR' TO WS-PARRAFO                      00077100
                                                                        00077200
           IF NOV-UNI-SOBREVIVE NOT NUMERIC OR                          00077300
              NOV-UNI-ABSORBIDO NOT NUMERIC                             00077400
                MOVE 'NROCLI INV' TO WS-MOTIVO-RECHAZO                  00077500
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00077600
                GO TO 2100-F-VALIDAR-PAR                                00077700
           END-IF                                                       00077800
                                                                        00077900
           IF NOV-UNI-SOBREVIVE = NOV-UNI-ABSORBIDO                     00078000
                MOVE 'MISMO CLI ' TO WS-MOTIVO-RECHAZO                  00078100
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00078200
                GO TO 2100-F-VALIDAR-PAR                                00078300
           END-IF                                                       00078400
                                                                        00078500
           MOVE NOV-UNI-SOBREVIVE TO WS-NRO-SOBREVIVE                   00078600
                                     WS-REF-SOBREVIVE                   00078700
           MOVE NOV-UNI-ABSORBIDO TO WS-NRO-ABSORBIDO                   00078800
                                     WS-REF-ABSORBIDO                   00078900
                                                                        00079000
      *    CLIENTE SOBREVIVIENTE                                        00079100
           MOVE WS-NRO-SOBREVIVE TO WT-NROCLI                           00079200
           PERFORM 8500-I-LEER-CLIENTE                                  00079300
              THRU 8500-F-LEER-CLIENTE                                  00079400
           EVALUATE TRUE                                                00079500
           WHEN WS-NOVEDAD-RECHAZADA                                    00079600
                GO TO 2100-F-VALIDAR-PAR                                00079700
           WHEN SQLCODE EQUAL +100                                      00079800
                MOVE 'SOBR INEX ' TO WS-MOTIVO-RECHAZO                  00079900
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00080000
                GO TO 2100-F-VALIDAR-PAR                                00080100
           WHEN SQLCODE EQUAL -811                                      00080200
                MOVE 'SOBR DUPL ' TO WS-MOTIVO-RECHAZO                  00080300
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00080400
                GO TO 2100-F-VALIDAR-PAR                                00080500
           END-EVALUATE                                                 00080600
           MOVE WT-TIPDOC TO WS-SOB-TIPDOC                              00080700
           MOVE WT-NRODOC TO WS-SOB-NRODOC                              00080800
                                                                        00080900
      *    CLIENTE ABSORBIDO (SE GUARDA ENTERO PARA SU BAJA)            00081000
           MOVE WS-NRO-ABSORBIDO TO WT-NROCLI                           00081100
           PERFORM 8500-I-LEER-CLIENTE                                  00081200
              THRU 8500-F-LEER-CLIENTE                                  00081300
           EVALUATE TRUE                                                00081400
           WHEN WS-NOVEDAD-RECHAZADA                                    00081500
                GO TO 2100-F-VALIDAR-PAR                                00081600
           WHEN SQLCODE EQUAL +100                                      00081700
                MOVE 'ABSO INEX ' TO WS-MOTIVO-RECHAZO                  00081800
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00081900
                GO TO 2100-F-VALIDAR-PAR                                00082000
           WHEN SQLCODE EQUAL -811                                      00082100
                MOVE 'ABSO DUPL ' TO WS-MOTIVO-RECHAZO                  00082200
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00082300
                GO TO 2100-F-VALIDAR-PAR                                00082400
           END-EVALUATE                                                 00082500
           MOVE WT-TIPDOC TO WS-ABS-TIPDOC                              00082600
           MOVE WT-NRODOC TO WS-ABS-NRODOC                              00082700
           MOVE WT-NOMAPE TO WS-ABS-NOMAPE                              00082800
           MOVE WT-FECNAC TO WS-ABS-FECNAC                              00082900
           MOVE WT-SEXO   TO WS-ABS-SEXO                                00083000
                                                                        00083100
           IF WS-SOB-TIPDOC NOT = WS-ABS-TIPDOC OR                      00083200
              WS-SOB-NRODOC NOT = WS-ABS-NRODOC                         00083300
                MOVE 'DOC DISTIN' TO WS-MOTIVO-RECHAZO                  00083400
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00083500
                GO TO 2100-F-VALIDAR-PAR                                00083600
           END-IF                                                       00083700
                                                                        00083800
      *    ESTADO DE BLOQUEO DE CADA UNO                                00083900
           MOVE WS-NRO-SOBREVIVE TO EL-NROCLI                           00084000
           PERFORM 8510-I-LEER-ESTADO                                   00084100
              THRU 8510-F-LEER-ESTADO                                   00084200
           IF WS-NOVEDAD-RECHAZADA                                      00084300
              GO TO 2100-F-VALIDAR-PAR                                  00084400
           END-IF                                                       00084500
           MOVE EL-ESTADO TO WS-SOB-ESTADO                              00084600
                                                                        00084700
           MOVE WS-NRO-ABSORBIDO TO EL-NROCLI                           00084800
           PERFORM 8510-I-LEER-ESTADO                                   00084900
              THRU 8510-F-LEER-ESTADO                                   00085000
           IF WS-NOVEDAD-RECHAZADA                                      00085100
              GO TO 2100-F-VALIDAR-PAR                                  00085200
           END-IF                                                       00085300
           MOVE EL-ESTADO TO WS-ABS-ESTADO                              00085400
                                                                        00085500
           IF WS-SOB-ESTADO NOT = WS-ABS-ESTADO                         00085600
                MOVE 'EST CONFL ' TO WS-MOTIVO-RECHAZO                  00085700
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00085800
           END-IF                                                       00085900
           .                                                            00086000
       2100-F-VALIDAR-PAR. EXIT.                                        00086100
                                                                        00086200
      ***********************************************************       00086300
      *  UNIFICACION DEL PAR: SE MUEVE TODO AL SOBREVIVIENTE,   *       00086400
      *  SE RETIRA EL ABSORBIDO Y SE CONFIRMA EL PAR COMPLETO.  *       00086500
      *  SI ALGO FALLA A MITAD DE CAMINO LA CORRIDA SE CORTA Y  *       00086600
      *  EL CIERRE DESHACE (ROLLBACK) EL PAR A MEDIO APLICAR.   *       00086700
      ***********************************************************       00086800
       2200-I-UNIFICAR.                                                 00086900
                                                                        00087000
           MOVE '2200-I-UNIFICAR' TO WS-PARRAFO                         00087100
                                                                        00087200
           MOVE SPACES            TO WS-CLAVE-LISTADO                   00087300
           MOVE 'DOC '            TO WS-CL-DOC-LEYENDA                  00087400
           MOVE WS-SOB-TIPDOC     TO WS-CL-DOC-TIPDOC                   00087500
           MOVE WS-SOB-NRODOC     TO WS-CL-DOC-NRODOC                   00087600
           MOVE 'TBCURCLI'        TO REG-UNI-TABLA                      00087700
           MOVE WS-CLAVE-LISTADO  TO REG-UNI-CLAVE                      00087800
           MOVE 'PAR VALIDADO: MISMO DOCUMENTO Y ESTADO'                00087900
                                  TO REG-UNI-ACCION                     00088000
           MOVE ZEROS             TO REG-UNI-FILAS                      00088100
           PERFORM 3000-I-GRABAR-LISTADO                                00088200
              THRU 3000-F-GRABAR-LISTADO                                00088300
                                                                        00088400
           PERFORM 2210-I-MOVER-CUENTAS                                 00088500
              THRU 2210-F-MOVER-CUENTAS                                 00088600
           IF WS-FIN-PROCESO                                            00088700
              GO TO 2200-F-UNIFICAR                                     00088800
           END-IF                                                       00088900
                                                                        00089000
           PERFORM 2220-I-MOVER-DOMICILIO                               00089100
              THRU 2220-F-MOVER-DOMICILIO                               00089200
           IF WS-FIN-PROCESO                                            00089300
              GO TO 2200-F-UNIFICAR                                     00089400
           END-IF                                                       00089500
                                                                        00089600
           PERFORM 2230-I-MOVER-ESTADO                                  00089700
              THRU 2230-F-MOVER-ESTADO                                  00089800
           IF WS-FIN-PROCESO                                            00089900
              GO TO 2200-F-UNIFICAR                                     00090000
           END-IF                                                       00090100
                                                                        00090200
           PERFORM 2240-I-MOVER-SALDIA                                  00090300
              THRU 2240-F-MOVER-SALDIA                                  00090400
           IF WS-FIN-PROCESO                                            00090500
              GO TO 2200-F-UNIFICAR                                     00090600
           END-IF                                                       00090700
                                                                        00090800
           PERFORM 2250-I-MOVER-NOVDIA                                  00090900
              THRU 2250-F-MOVER-NOVDIA                                  00091000
           IF WS-FIN-PROCESO                                            00091100
              GO TO 2200-F-UNIFICAR                                     00091200
           END-IF                                                       00091300
                                                                        00091400
           PERFORM 2270-I-MOVER-EXENCIONES                              00091500
              THRU 2270-F-MOVER-EXENCIONES                              00091600
           IF WS-FIN-PROCESO                                            00091700
              GO TO 2200-F-UNIFICAR                                     00091800
           END-IF                                                       00091900
           PERFORM 2260-I-RETIRAR-ABSORBIDO                             00092000
              THRU 2260-F-RETIRAR-ABSORBIDO                             00092100
           IF WS-FIN-PROCESO                                            00092200
              GO TO 2200-F-UNIFICAR                                     00092300
           END-IF                                                       00092400
                                                                        00092500
           PERFORM 2700-I-COMMIT                                        00092600
              THRU 2700-F-COMMIT                                        00092700
           IF WS-FIN-PROCESO                                            00092800
              GO TO 2200-F-UNIFICAR                                     00092900
           END-IF                                                       00093000
                                                                        00093100
           ADD 1 TO WS-CANT-UNIFICADOS                                  00093200
           MOVE SPACES            TO REG-UNI-TABLA                      00093300
                                     REG-UNI-CLAVE                      00093400
           MOVE 'UNIFICACION CONFIRMADA'                                00093500
                                  TO REG-UNI-ACCION                     00093600
           MOVE ZEROS             TO REG-UNI-FILAS                      00093700
           PERFORM 3000-I-GRABAR-LISTADO                                00093800
              THRU 3000-F-GRABAR-LISTADO                                00093900
           .                                                            00094000
       2200-F-UNIFICAR. EXIT.                                           00094100
                                                                        00094200
      ***********************************************************       00094300
      *  TBCURCTA: CADA CUENTA DEL ABSORBIDO PASA AL            *       00094400
      *  SOBREVIVIENTE, CON SU LINEA EN EL LISTADO Y SU FILA DE *       00094500
      *  AUDITORIA (TITULAR ANTERIOR Y POSTERIOR).              *       00094600
      ***********************************************************       00094700
       2210-I-MOVER-CUENTAS.                                            00094800
                                                                        00094900
           MOVE '2210-I-MOVER-CUENTAS' TO WS-PARRAFO                    00095000
           MOVE ZEROS TO WS-CANT-FILAS                                  00095100
                                                                        00095200
           SET WS-SI-CURSOR TO TRUE                                     00095300
           PERFORM 8200-I-ABRIR-CURSOR-C1                               00095400
              THRU 8200-F-ABRIR-CURSOR-C1                               00095500
           IF WS-SI-CURSOR                                              00095600
              PERFORM 8400-I-LEER-CURSOR-C1                             00095700
                 THRU 8400-F-LEER-CURSOR-C1                             00095800
              PERFORM 2215-I-MOVER-UNA-CUENTA                           00095900
                 THRU 2215-F-MOVER-UNA-CUENTA                           00096000
                UNTIL WS-FIN-CURSOR OR WS-FIN-PROCESO                   00096100
              PERFORM 8300-I-CERRAR-CURSOR-C1                           00096200
                 THRU 8300-F-CERRAR-CURSOR-C1                           00096300
           END-IF                                                       00096400
                                                                        00096500
           IF WS-FIN-PROCESO                                            00096600
              GO TO 2210-F-MOVER-CUENTAS                                00096700
           END-IF                                                       00096800
                                                                        00096900
           IF WS-CANT-FILAS = ZEROS                                     00097000
              MOVE 'TBCURCTA'        TO REG-UNI-TABLA                   00097100
              MOVE SPACES            TO REG-UNI-CLAVE                   00097200
              MOVE 'EL ABSORBIDO NO TIENE CUENTAS'                      00097300
                                     TO REG-UNI-ACCION                  00097400
              MOVE ZEROS             TO REG-UNI-FILAS                   00097500
              PERFORM 3000-I-GRABAR-LISTADO                             00097600
                 THRU 3000-F-GRABAR-LISTADO                             00097700
           END-IF                                                       00097800
           .                                                            00097900
       2210-F-MOVER-CUENTAS. EXIT.                                      00098000
                                                                        00098100
       2215-I-MOVER-UNA-CUENTA.                                         00098200
                                                                        00098300
           MOVE '2215-I-MOVER-UNA-CUENTA' TO WS-PARRAFO                 00098400
           MOVE 'CUENTAS  - TBCURCTA' TO WS-DB2-TABLA                   00098500
                                                                        00098600
           EXEC SQL                                                     00098700
              UPDATE KC02803.TBCURCTA                                   00098800
                 SET NROCLI  = :WS-NRO-SOBREVIVE                        00098900
               WHERE TIPCUEN = :WS-TIPCUEN                              00099000
                 AND NROCUEN = :WS-NROCUEN                              00099100
                 AND NROCLI  = :WS-NRO-ABSORBIDO                        00099200
           END-EXEC                                                     00099300
                                                                        00099400
           IF  SQLCODE NOT EQUAL ZEROS                                  00099500
                PERFORM 9995-I-ERROR-DB2                                00099600
                   THRU 9995-F-ERROR-DB2                                00099700
                GO TO 2215-F-MOVER-UNA-CUENTA                           00099800
           END-IF                                                       00099900
                                                                        00100000
           ADD 1 TO WS-CANT-FILAS                                       00100100
           ADD 1 TO WS-CANT-CUENTAS-MOV                                 00100200
                                                                        00100300
           MOVE SPACES            TO WS-IMAGEN-AUDITORIA                00100400
           MOVE WS-TIPCUEN        TO IMG-CTA-TIPCUEN                    00100500
           MOVE WS-NROCUEN        TO IMG-CTA-NROCUEN                    00100600
           MOVE WS-SUCUEN         TO IMG-CTA-SUCUEN                     00100700
           MOVE WS-NRO-ABSORBIDO  TO IMG-CTA-NROCLI                     00100800
           MOVE WS-MONEDA         TO IMG-CTA-MONEDA                     00100900
           MOVE WS-IMAGEN-AUDITORIA TO AU-IMGANT                        00101000
           MOVE WS-NRO-SOBREVIVE  TO IMG-CTA-NROCLI                     00101100
           MOVE WS-IMAGEN-AUDITORIA TO AU-IMGPOS                        00101200
           MOVE 'TBCURCTA'        TO AU-TABLA                           00101300
           MOVE 'M'               TO AU-OPERACION                       00101400
           MOVE WS-NRO-SOBREVIVE  TO AU-NROCLI                          00101500
           MOVE WS-TIPCUEN        TO AU-TIPCUEN                         00101600
           MOVE WS-NROCUEN        TO AU-NROCUEN                         00101700
           PERFORM 8450-I-GRABAR-AUDITORIA                              00101800
              THRU 8450-F-GRABAR-AUDITORIA                              00101900
           IF WS-FIN-PROCESO                                            00102000
              GO TO 2215-F-MOVER-UNA-CUENTA                             00102100
           END-IF                                                       00102200
                                                                        00102300
           MOVE SPACES            TO WS-CLAVE-LISTADO                   00102400
           MOVE WS-TIPCUEN        TO WS-CL-CTA-TIPCUEN                  00102500
           MOVE '-'               TO WS-CL-CTA-GUION                    00102600
           MOVE WS-NROCUEN        TO WS-CL-CTA-NROCUEN                  00102700
           MOVE ' SUC '           TO WS-CL-CTA-LEY-SUC                  00102800
           MOVE WS-SUCUEN         TO WS-CL-CTA-SUCUEN                   00102900
           MOVE ' MON '           TO WS-CL-CTA-LEY-MON                  00103000
           MOVE WS-MONEDA         TO WS-CL-CTA-MONEDA                   00103100
           MOVE 'TBCURCTA'        TO REG-UNI-TABLA                      00103200
           MOVE WS-CLAVE-LISTADO  TO REG-UNI-CLAVE                      00103300
           MOVE 'CUENTA PASA AL SOBREVIVIENTE'                          00103400
                                  TO REG-UNI-ACCION                     00103500
           MOVE 1                 TO REG-UNI-FILAS                      00103600
           PERFORM 3000-I-GRABAR-LISTADO                                00103700
              THRU 3000-F-GRABAR-LISTADO                                00103800
                                                                        00103900
           PERFORM 8400-I-LEER-CURSOR-C1                                00104000
              THRU 8400-F-LEER-CURSOR-C1                                00104100
           .                                                            00104200
       2215-F-MOVER-UNA-CUENTA. EXIT.                                   00104300
                                                                        00104400
      ***********************************************************       00104500
      *  TBDOMCLI (CLAVE NROCLI): SI EL SOBREVIVIENTE NO TIENE  *       00104600
      *  DOMICILIO SE LE PASA EL DEL ABSORBIDO; SI YA TIENE,    *       00104700
      *  QUEDA EL SUYO Y EL DEL ABSORBIDO SE DESCARTA.          *       00104800
      ***********************************************************       00104900
       2220-I-MOVER-DOMICILIO.                                          00105000
                                                                        00105100
           MOVE '2220-I-MOVER-DOMICILIO' TO WS-PARRAFO                  00105200
           MOVE 'DOMICIL. - TBDOMCLI' TO WS-DB2-TABLA                   00105300
                                                                        00105400
           MOVE SPACES            TO WS-CLAVE-LISTADO                   00105500
           MOVE 'NROCLI '         TO WS-CL-CLI-LEYENDA                  00105600
           MOVE NOV-UNI-ABSORBIDO TO WS-CL-CLI-NROCLI                   00105700
           MOVE 'TBDOMCLI'        TO REG-UNI-TABLA                      00105800
           MOVE WS-CLAVE-LISTADO  TO REG-UNI-CLAVE                      00105900
                                                                        00106000
           EXEC SQL                                                     00106100
              SELECT NROCLI,                                            00106200
                     DOMICILIO,                                         00106300
                     EMAIL,                                             00106400
                     SUCURSAL,                                          00106500
                     FECALTA,                                           00106600
                     AVISOS                                             00106700
                INTO :DO-NROCLI,                                        00106800
                     :DO-DOMICILIO,                                     00106900
                     :DO-EMAIL,                                         00107000
                     :DO-SUCURSAL,                                      00107100
                     :DO-FECALTA,                                       00107200
                     :DO-AVISOS                                         00107300
                FROM KC02803.TBDOMCLI                                   00107400
               WHERE NROCLI = :WS-NRO-ABSORBIDO                         00107500
           END-EXEC                                                     00107600
                                                                        00107700
           EVALUATE TRUE                                                00107800
           WHEN SQLCODE EQUAL ZEROS                                     00107900
                CONTINUE                                                00108000
           WHEN SQLCODE EQUAL +100                                      00108100
                MOVE 'EL ABSORBIDO NO TIENE DOMICILIO'                  00108200
                                       TO REG-UNI-ACCION                00108300
                MOVE ZEROS             TO REG-UNI-FILAS                 00108400
                PERFORM 3000-I-GRABAR-LISTADO                           00108500
                   THRU 3000-F-GRABAR-LISTADO                           00108600
                GO TO 2220-F-MOVER-DOMICILIO                            00108700
           WHEN OTHER                                                   00108800
                PERFORM 9995-I-ERROR-DB2                                00108900
                   THRU 9995-F-ERROR-DB2                                00109000
                GO TO 2220-F-MOVER-DOMICILIO                            00109100
           END-EVALUATE                                                 00109200
                                                                        00109300
           MOVE SPACES            TO WS-IMAGEN-AUDITORIA                00109400
           MOVE WS-NRO-ABSORBIDO  TO IMG-DOM-NROCLI                     00109500
           MOVE DO-DOMICILIO      TO IMG-DOM-DOMICILIO                  00109600
           MOVE DO-EMAIL          TO IMG-DOM-EMAIL                      00109700
           MOVE DO-SUCURSAL       TO IMG-DOM-SUCURSAL                   00109800
           MOVE DO-FECALTA        TO IMG-DOM-FECALTA                    00109900
           MOVE DO-AVISOS         TO IMG-DOM-AVISOS                     00110000
           MOVE WS-IMAGEN-AUDITORIA TO AU-IMGANT                        00110100
                                                                        00110200
           EXEC SQL                                                     00110300
              SELECT COUNT(*)                                           00110400
                INTO :WS-CANT-FILAS                                     00110500
                FROM KC02803.TBDOMCLI                                   00110600
               WHERE NROCLI = :WS-NRO-SOBREVIVE                         00110700
           END-EXEC                                                     00110800
                                                                        00110900
           IF  SQLCODE NOT EQUAL ZEROS                                  00111000
                PERFORM 9995-I-ERROR-DB2                                00111100
                   THRU 9995-F-ERROR-DB2                                00111200
                GO TO 2220-F-MOVER-DOMICILIO                            00111300
           END-IF                                                       00111400
                                                                        00111500
           IF WS-CANT-FILAS = ZEROS                                     00111600
              EXEC SQL                                                  00111700
                 UPDATE KC02803.TBDOMCLI                                00111800
                    SET NROCLI = :WS-NRO-SOBREVIVE                      00111900
                  WHERE NROCLI = :WS-NRO-ABSORBIDO                      00112000
              END-EXEC                                                  00112100
              MOVE 'M'               TO AU-OPERACION                    00112200
              MOVE WS-NRO-SOBREVIVE  TO IMG-DOM-NROCLI                  00112300
              MOVE WS-IMAGEN-AUDITORIA TO AU-IMGPOS                     00112400
              MOVE 'DOMICILIO PASA AL SOBREVIVIENTE'                    00112500
                                     TO REG-UNI-ACCION                  00112600
           ELSE                                                         00112700
              EXEC SQL                                                  00112800
                 DELETE FROM KC02803.TBDOMCLI                           00112900
                  WHERE NROCLI = :WS-NRO-ABSORBIDO                      00113000
              END-EXEC                                                  00113100
              MOVE 'B'               TO AU-OPERACION                    00113200
              MOVE SPACES            TO AU-IMGPOS                       00113300
              MOVE 'DESCARTADO: QUEDA EL DEL SOBREVIVIENTE'             00113400
                                     TO REG-UNI-ACCION                  00113500
           END-IF                                                       00113600
                                                                        00113700
           IF  SQLCODE NOT EQUAL ZEROS                                  00113800
                PERFORM 9995-I-ERROR-DB2                                00113900
                   THRU 9995-F-ERROR-DB2                                00114000
                GO TO 2220-F-MOVER-DOMICILIO                            00114100
           END-IF                                                       00114200
                                                                        00114300
           IF AU-OPERACION = 'M'                                        00114400
              ADD 1 TO WS-CANT-DOM-MOV                                  00114500
           ELSE                                                         00114600
              ADD 1 TO WS-CANT-DOM-DESC                                 00114700
           END-IF                                                       00114800
                                                                        00114900
           MOVE 'TBDOMCLI'        TO AU-TABLA                           00115000
           MOVE WS-NRO-SOBREVIVE  TO AU-NROCLI                          00115100
           MOVE SPACES            TO AU-TIPCUEN                         00115200
           MOVE ZEROS             TO AU-NROCUEN                         00115300
           PERFORM 8450-I-GRABAR-AUDITORIA                              00115400
              THRU 8450-F-GRABAR-AUDITORIA                              00115500
           IF WS-FIN-PROCESO                                            00115600
              GO TO 2220-F-MOVER-DOMICILIO                              00115700
           END-IF                                                       00115800
                                                                        00115900
           MOVE 1                 TO REG-UNI-FILAS                      00116000
           PERFORM 3000-I-GRABAR-LISTADO                                00116100
              THRU 3000-F-GRABAR-LISTADO                                00116200
           .                                                            00116300
       2220-F-MOVER-DOMICILIO. EXIT.                                    00116400
                                                                        00116500
      ***********************************************************       00116600
      *  TBESTCLI (CLAVE NROCLI): MISMO CRITERIO QUE EL         *       00116700
      *  DOMICILIO. LOS DOS ESTADOS YA SE VALIDARON IGUALES,    *       00116800
      *  ASI QUE EL BLOQUEO DEL SOBREVIVIENTE NO CAMBIA.        *       00116900
      ***********************************************************       00117000
       2230-I-MOVER-ESTADO.                                             00117100
                                                                        00117200
           MOVE '2230-I-MOVER-ESTADO' TO WS-PARRAFO                     00117300
           MOVE 'ESTADOS  - TBESTCLI' TO WS-DB2-TABLA                   00117400
                                                                        00117500
           MOVE SPACES            TO WS-CLAVE-LISTADO                   00117600
           MOVE 'NROCLI '         TO WS-CL-CLI-LEYENDA                  00117700
           MOVE NOV-UNI-ABSORBIDO TO WS-CL-CLI-NROCLI                   00117800
           MOVE 'TBESTCLI'        TO REG-UNI-TABLA                      00117900
           MOVE WS-CLAVE-LISTADO  TO REG-UNI-CLAVE                      00118000
                                                                        00118100
           EXEC SQL                                                     00118200
              SELECT NROCLI,                                            00118300
                     ESTADO,                                            00118400
                     MOTIVO,                                            00118500
                     FECESTADO                                          00118600
                INTO :EL-NROCLI,                                        00118700
                     :EL-ESTADO,                                        00118800
                     :EL-MOTIVO,                                        00118900
                     :EL-FECESTADO                                      00119000
                FROM KC02803.TBESTCLI                                   00119100
               WHERE NROCLI = :WS-NRO-ABSORBIDO                         00119200
           END-EXEC                                                     00119300
                                                                        00119400
           EVALUATE TRUE                                                00119500
           WHEN SQLCODE EQUAL ZEROS                                     00119600
                CONTINUE                                                00119700
           WHEN SQLCODE EQUAL +100                                      00119800
                MOVE 'EL ABSORBIDO NO TIENE FILA DE ESTADO'             00119900
                                       TO REG-UNI-ACCION                00120000
                MOVE ZEROS             TO REG-UNI-FILAS                 00120100
                PERFORM 3000-I-GRABAR-LISTADO                           00120200
                   THRU 3000-F-GRABAR-LISTADO                           00120300
                GO TO 2230-F-MOVER-ESTADO                               00120400
           WHEN OTHER                                                   00120500
                PERFORM 9995-I-ERROR-DB2                                00120600
                   THRU 9995-F-ERROR-DB2                                00120700
                GO TO 2230-F-MOVER-ESTADO                               00120800
           END-EVALUATE                                                 00120900
                                                                        00121000
           MOVE SPACES            TO WS-IMAGEN-AUDITORIA                00121100
           MOVE WS-NRO-ABSORBIDO  TO IMG-ECL-NROCLI                     00121200
           MOVE EL-ESTADO         TO IMG-ECL-ESTADO                     00121300
           MOVE EL-MOTIVO         TO IMG-ECL-MOTIVO                     00121400
           MOVE EL-FECESTADO      TO IMG-ECL-FECESTADO                  00121500
           MOVE WS-IMAGEN-AUDITORIA TO AU-IMGANT                        00121600
                                                                        00121700
           EXEC SQL                                                     00121800
              SELECT COUNT(*)                                           00121900
                INTO :WS-CANT-FILAS                                     00122000
                FROM KC02803.TBESTCLI                                   00122100
               WHERE NROCLI = :WS-NRO-SOBREVIVE                         00122200
           END-EXEC                                                     00122300
                                                                        00122400
           IF  SQLCODE NOT EQUAL ZEROS                                  00122500
                PERFORM 9995-I-ERROR-DB2                                00122600
                   THRU 9995-F-ERROR-DB2                                00122700
                GO TO 2230-F-MOVER-ESTADO                               00122800
           END-IF                                                       00122900
                                                                        00123000
           IF WS-CANT-FILAS = ZEROS                                     00123100
              EXEC SQL                                                  00123200
                 UPDATE KC02803.TBESTCLI                                00123300
                    SET NROCLI = :WS-NRO-SOBREVIVE                      00123400
                  WHERE NROCLI = :WS-NRO-ABSORBIDO                      00123500
              END-EXEC                                                  00123600
              MOVE 'M'               TO AU-OPERACION                    00123700
              MOVE WS-NRO-SOBREVIVE  TO IMG-ECL-NROCLI                  00123800
              MOVE WS-IMAGEN-AUDITORIA TO AU-IMGPOS                     00123900
              MOVE 'ESTADO PASA AL SOBREVIVIENTE'                       00124000
                                     TO REG-UNI-ACCION                  00124100
           ELSE                                                         00124200
              EXEC SQL                                                  00124300
                 DELETE FROM KC02803.TBESTCLI                           00124400
                  WHERE NROCLI = :WS-NRO-ABSORBIDO                      00124500
              END-EXEC                                                  00124600
              MOVE 'B'               TO AU-OPERACION                    00124700
              MOVE SPACES            TO AU-IMGPOS                       00124800
              MOVE 'DESCARTADO: QUEDA EL DEL SOBREVIVIENTE'             00124900
                                     TO REG-UNI-ACCION                  00125000
           END-IF                                                       00125100
                                                                        00125200
           IF  SQLCODE NOT EQUAL ZEROS                                  00125300
                PERFORM 9995-I-ERROR-DB2                                00125400
                   THRU 9995-F-ERROR-DB2                                00125500
                GO TO 2230-F-MOVER-ESTADO                               00125600
           END-IF                                                       00125700
                                                                        00125800
           IF AU-OPERACION = 'M'                                        00125900
              ADD 1 TO WS-CANT-EST-MOV                                  00126000
           ELSE                                                         00126100
              ADD 1 TO WS-CANT-EST-DESC                                 00126200
           END-IF                                                       00126300
                                                                        00126400
           MOVE 'TBESTCLI'        TO AU-TABLA                           00126500
           MOVE WS-NRO-SOBREVIVE  TO AU-NROCLI                          00126600
           MOVE SPACES            TO AU-TIPCUEN                         00126700
           MOVE ZEROS             TO AU-NROCUEN                         00126800
           PERFORM 8450-I-GRABAR-AUDITORIA                              00126900
              THRU 8450-F-GRABAR-AUDITORIA                              00127000
           IF WS-FIN-PROCESO                                            00127100
              GO TO 2230-F-MOVER-ESTADO                                 00127200
           END-IF                                                       00127300
                                                                        00127400
           MOVE 1                 TO REG-UNI-FILAS                      00127500
           PERFORM 3000-I-GRABAR-LISTADO                                00127600
              THRU 3000-F-GRABAR-LISTADO                                00127700
           .                                                            00127800
       2230-F-MOVER-ESTADO. EXIT.                                       00127900
                                                                        00128000
      ***********************************************************       00128100
      *  TBSALDIA: LAS FOTOS DIARIAS DE LAS CUENTAS MOVIDAS     *       00128200
      *  PASAN AL SOBREVIVIENTE (LA CLAVE ES LA CUENTA, NO HAY  *       00128300
      *  CHOQUE). NO SE AUDITA: ES UNA FOTO, NO DATO MAESTRO.   *       00128400
      ***********************************************************       00128500
       2240-I-MOVER-SALDIA.                                             00128600
                                                                        00128700
           MOVE '2240-I-MOVER-SALDIA' TO WS-PARRAFO                     00128800
           MOVE 'FOTO SAL - TBSALDIA' TO WS-DB2-TABLA                   00128900
                                                                        00129000
           EXEC SQL                                                     00129100
              SELECT COUNT(*)                                           00129200
                INTO :WS-CANT-FILAS                                     00129300
                FROM KC02803.TBSALDIA                                   00129400
               WHERE NROCLI = :WS-NRO-ABSORBIDO                         00129500
           END-EXEC                                                     00129600
                                                                        00129700
           IF  SQLCODE NOT EQUAL ZEROS                                  00129800
                PERFORM 9995-I-ERROR-DB2                                00129900
                   THRU 9995-F-ERROR-DB2                                00130000
                GO TO 2240-F-MOVER-SALDIA                               00130100
           END-IF                                                       00130200
                                                                        00130300
           IF WS-CANT-FILAS > ZEROS                                     00130400
              EXEC SQL                                                  00130500
                 UPDATE KC02803.TBSALDIA                                00130600
                    SET NROCLI = :WS-NRO-SOBREVIVE                      00130700
                  WHERE NROCLI = :WS-NRO-ABSORBIDO                      00130800
              END-EXEC                                                  00130900
              IF  SQLCODE NOT EQUAL ZEROS                               00131000
                   PERFORM 9995-I-ERROR-DB2                             00131100
                      THRU 9995-F-ERROR-DB2                             00131200
                   GO TO 2240-F-MOVER-SALDIA                            00131300
              END-IF                                                    00131400
              ADD WS-CANT-FILAS TO WS-CANT-SALDIA-MOV                   00131500
           END-IF                                                       00131600
                                                                        00131700
           MOVE SPACES            TO REG-UNI-CLAVE                      00131800
           MOVE 'TBSALDIA'        TO REG-UNI-TABLA                      00131900
           MOVE 'FOTOS DIARIAS PASAN AL SOBREVIVIENTE'                  00132000
                                  TO REG-UNI-ACCION                     00132100
           MOVE WS-CANT-FILAS     TO REG-UNI-FILAS                      00132200
           PERFORM 3000-I-GRABAR-LISTADO                                00132300
              THRU 3000-F-GRABAR-LISTADO                                00132400
           .                                                            00132500
       2240-F-MOVER-SALDIA. EXIT.                                       00132600
                                                                        00132700
      ***********************************************************       00132800
      *  TBNOVDIA: CADA MARCA DEL ABSORBIDO PASA AL             *       00132900
      *  SOBREVIVIENTE; SI EL SOBREVIVIENTE YA TIENE LA MISMA   *       00133000
      *  MARCA (-803) LA DEL ABSORBIDO SE DESCARTA. AL FINAL SE *       00133100
      *  MARCA AL SOBREVIVIENTE COMO TOCADO EN EL DIA ('C'),    *       00133200
      *  COMO EXAMEN4, PARA QUE EXAMEN1 INCREMENTAL LO REVISE.  *       00133300
      ***********************************************************       00133400
       2250-I-MOVER-NOVDIA.                                             00133500
                                                                        00133600
           MOVE '2250-I-MOVER-NOVDIA' TO WS-PARRAFO                     00133700
                                                                        00133800
           SET WS-SI-CURSOR TO TRUE                                     00133900
           PERFORM 8210-I-ABRIR-CURSOR-C3                               00134000
              THRU 8210-F-ABRIR-CURSOR-C3                               00134100
           IF WS-SI-CURSOR                                              00134200
              PERFORM 8410-I-LEER-CURSOR-C3                             00134300
                 THRU 8410-F-LEER-CURSOR-C3                             00134400
              PERFORM 2255-I-MOVER-UNA-NOVEDAD                          00134500
                 THRU 2255-F-MOVER-UNA-NOVEDAD                          00134600
                UNTIL WS-FIN-CURSOR OR WS-FIN-PROCESO                   00134700
              PERFORM 8310-I-CERRAR-CURSOR-C3                           00134800
                 THRU 8310-F-CERRAR-CURSOR-C3                           00134900
           END-IF                                                       00135000
                                                                        00135100
           IF WS-FIN-PROCESO                                            00135200
              GO TO 2250-F-MOVER-NOVDIA                                 00135300
           END-IF                                                       00135400
                                                                        00135500
           MOVE '2250-I-MOVER-NOVDIA' TO WS-PARRAFO                     00135600
           MOVE 'NOVEDAD. - TBNOVDIA' TO WS-DB2-TABLA                   00135700
                                                                        00135800
           MOVE WS-FECHA-DB2      TO ND-FECPROC                         00135900
           MOVE 'C'               TO ND-TIPO                            00136000
           MOVE WS-NRO-SOBREVIVE  TO ND-NROCLI                          00136100
           MOVE SPACES            TO ND-TIPCUEN                         00136200
           MOVE ZEROS             TO ND-NROCUEN                         00136300
                                                                        00136400
           EXEC SQL                                                     00136500
              INSERT INTO KC02803.TBNOVDIA                              00136600
                     (FECPROC, TIPO, NROCLI, TIPCUEN, NROCUEN)          00136700
              VALUES (:ND-FECPROC,                                      00136800
                      :ND-TIPO,                                         00136900
                      :ND-NROCLI,                                       00137000
                      :ND-TIPCUEN,                                      00137100
                      :ND-NROCUEN)                                      00137200
           END-EXEC                                                     00137300
                                                                        00137400
           IF  SQLCODE EQUAL ZEROS OR SQLCODE EQUAL -803                00137500
                CONTINUE                                                00137600
           ELSE                                                         00137700
                PERFORM 9995-I-ERROR-DB2                                00137800
                   THRU 9995-F-ERROR-DB2                                00137900
           END-IF                                                       00138000
           .                                                            00138100
       2250-F-MOVER-NOVDIA. EXIT.                                       00138200
                                                                        00138300
       2255-I-MOVER-UNA-NOVEDAD.                                        00138400
                                                                        00138500
           MOVE '2255-I-MOVER-UNA-NOVEDAD' TO WS-PARRAFO                00138600
           MOVE 'NOVEDAD. - TBNOVDIA' TO WS-DB2-TABLA                   00138700
                                                                        00138800
           EXEC SQL                                                     00138900
              UPDATE KC02803.TBNOVDIA                                   00139000
                 SET NROCLI  = :WS-NRO-SOBREVIVE                        00139100
               WHERE FECPROC = :ND-FECPROC                              00139200
                 AND TIPO    = :ND-TIPO                                 00139300
                 AND NROCLI  = :WS-NRO-ABSORBIDO                        00139400
                 AND TIPCUEN = :ND-TIPCUEN                              00139500
                 AND NROCUEN = :ND-NROCUEN                              00139600
           END-EXEC                                                     00139700
                                                                        00139800
           EVALUATE TRUE                                                00139900
           WHEN SQLCODE EQUAL ZEROS                                     00140000
                ADD 1 TO WS-CANT-NOVDIA-MOV                             00140100
                MOVE 'NOVEDAD PASA AL SOBREVIVIENTE'                    00140200
                                       TO REG-UNI-ACCION                00140300
           WHEN SQLCODE EQUAL -803                                      00140400
                EXEC SQL                                                00140500
                   DELETE FROM KC02803.TBNOVDIA                         00140600
                    WHERE FECPROC = :ND-FECPROC                         00140700
                      AND TIPO    = :ND-TIPO                            00140800
                      AND NROCLI  = :WS-NRO-ABSORBIDO                   00140900
                      AND TIPCUEN = :ND-TIPCUEN                         00141000
                      AND NROCUEN = :ND-NROCUEN                         00141100
                END-EXEC                                                00141200
                IF  SQLCODE NOT EQUAL ZEROS                             00141300
                     PERFORM 9995-I-ERROR-DB2                           00141400
                        THRU 9995-F-ERROR-DB2                           00141500
                     GO TO 2255-F-MOVER-UNA-NOVEDAD                     00141600
                END-IF                                                  00141700
                ADD 1 TO WS-CANT-NOVDIA-DESC                            00141800
                MOVE 'DESCARTADA: EL SOBREVIVIENTE YA LA TIENE'         00141900
                                       TO REG-UNI-ACCION                00142000
           WHEN OTHER                                                   00142100
                PERFORM 9995-I-ERROR-DB2                                00142200
                   THRU 9995-F-ERROR-DB2                                00142300
                GO TO 2255-F-MOVER-UNA-NOVEDAD                          00142400
           END-EVALUATE                                                 00142500
                                                                        00142600
           MOVE SPACES            TO WS-CLAVE-LISTADO                   00142700
           MOVE ND-FECPROC        TO WS-CL-NOV-FECPROC                  00142800
           MOVE ND-TIPO           TO WS-CL-NOV-TIPO                     00142900
           MOVE ND-TIPCUEN        TO WS-CL-NOV-TIPCUEN                  00143000
           MOVE ND-NROCUEN        TO WS-CL-NOV-NROCUEN                  00143100
           MOVE 'TBNOVDIA'        TO REG-UNI-TABLA                      00143200
           MOVE WS-CLAVE-LISTADO  TO REG-UNI-CLAVE                      00143300
           MOVE 1                 TO REG-UNI-FILAS                      00143400
           PERFORM 3000-I-GRABAR-LISTADO                                00143500
              THRU 3000-F-GRABAR-LISTADO                                00143600
                                                                        00143700
           PERFORM 8410-I-LEER-CURSOR-C3                                00143800
              THRU 8410-F-LEER-CURSOR-C3                                00143900
           .                                                            00144000
       2255-F-MOVER-UNA-NOVEDAD. EXIT.                                  00144100
                                                                        00144200
      ***********************************************************       00144300
      *  RETIRO DEL CLIENTE ABSORBIDO: BAJA EN TBCURCLI CON LA  *       00144400
      *  IMAGEN ANTERIOR COMPLETA EN LA AUDITORIA.              *       00144500
      ***********************************************************       00144600
       2260-I-RETIRAR-ABSORBIDO.                                        00144700
                                                                        00144800
           MOVE '2260-I-RETIRAR-ABSORBIDO' TO WS-PARRAFO                00144900
           MOVE 'CLIENTES - TBCURCLI' TO WS-DB2-TABLA                   00145000
                                                                        00145100
           EXEC SQL                                                     00145200
              DELETE FROM KC02803.TBCURCLI                              00145300
               WHERE NROCLI = :WS-NRO-ABSORBIDO                         00145400
           END-EXEC                                                     00145500
                                                                        00145600
           IF  SQLCODE NOT EQUAL ZEROS                                  00145700
                PERFORM 9995-I-ERROR-DB2                                00145800
                   THRU 9995-F-ERROR-DB2                                00145900
                GO TO 2260-F-RETIRAR-ABSORBIDO                          00146000
           END-IF                                                       00146100
                                                                        00146200
           MOVE SPACES            TO WS-IMAGEN-AUDITORIA                00146300
           MOVE WS-ABS-TIPDOC     TO IMG-CLI-TIPDOC                     00146400
           MOVE WS-ABS-NRODOC     TO IMG-CLI-NRODOC                     00146500
           MOVE WS-NRO-ABSORBIDO  TO IMG-CLI-NROCLI                     00146600
           MOVE WS-ABS-NOMAPE     TO IMG-CLI-NOMAPE                     00146700
           MOVE WS-ABS-FECNAC     TO IMG-CLI-FECNAC                     00146800
           MOVE WS-ABS-SEXO       TO IMG-CLI-SEXO                       00146900
           MOVE WS-IMAGEN-AUDITORIA TO AU-IMGANT                        00147000
           MOVE SPACES            TO AU-IMGPOS                          00147100
           MOVE 'TBCURCLI'        TO AU-TABLA                           00147200
           MOVE 'B'               TO AU-OPERACION                       00147300
           MOVE WS-NRO-ABSORBIDO  TO AU-NROCLI                          00147400
           MOVE SPACES            TO AU-TIPCUEN                         00147500
           MOVE ZEROS             TO AU-NROCUEN                         00147600
           PERFORM 8450-I-GRABAR-AUDITORIA                              00147700
              THRU 8450-F-GRABAR-AUDITORIA                              00147800
           IF WS-FIN-PROCESO                                            00147900
              GO TO 2260-F-RETIRAR-ABSORBIDO                            00148000
           END-IF                                                       00148100
                                                                        00148200
           MOVE SPACES            TO WS-CLAVE-LISTADO                   00148300
           MOVE 'NROCLI '         TO WS-CL-CLI-LEYENDA                  00148400
           MOVE NOV-UNI-ABSORBIDO TO WS-CL-CLI-NROCLI                   00148500
           MOVE 'TBCURCLI'        TO REG-UNI-TABLA                      00148600
           MOVE WS-CLAVE-LISTADO  TO REG-UNI-CLAVE                      00148700
           MOVE 'CLIENTE ABSORBIDO RETIRADO (BAJA)'                     00148800
                                  TO REG-UNI-ACCION                     00148900
           MOVE 1                 TO REG-UNI-FILAS                      00149000
           PERFORM 3000-I-GRABAR-LISTADO                                00149100
              THRU 3000-F-GRABAR-LISTADO                                00149200
           .                                                            00149300
       2260-F-RETIRAR-ABSORBIDO. EXIT.                                  00149400
      ***********************************************************       00149500
      *  TBEXEIMP (CLAVE NROCLI, FECDESDE): CADA PERIODO DE     *       00149600
      *  EXENCION DEL ABSORBIDO PASA AL SOBREVIVIENTE; SI EL    *       00149700
      *  SOBREVIVIENTE YA TIENE UN PERIODO CON LA MISMA FECHA   *       00149800
      *  DESDE (-803) QUEDA EL SUYO Y EL DEL ABSORBIDO SE BORRA.*       00149900
      ***********************************************************       00150000
       2270-I-MOVER-EXENCIONES.                                         00150100
                                                                        00150200
           MOVE '2270-I-MOVER-EXENCIONES' TO WS-PARRAFO                 00150300
           MOVE ZEROS TO WS-CANT-FILAS                                  00150400
                                                                        00150500
           SET WS-SI-CURSOR TO TRUE                                     00150600
           PERFORM 8230-I-ABRIR-CURSOR-C4                               00150700
              THRU 8230-F-ABRIR-CURSOR-C4                               00150800
           IF WS-SI-CURSOR                                              00150900
              PERFORM 8430-I-LEER-CURSOR-C4                             00151000
                 THRU 8430-F-LEER-CURSOR-C4                             00151100
              PERFORM 2275-I-MOVER-UNA-EXENCION                         00151200
                 THRU 2275-F-MOVER-UNA-EXENCION                         00151300
                UNTIL WS-FIN-CURSOR OR WS-FIN-PROCESO                   00151400
              PERFORM 8330-I-CERRAR-CURSOR-C4                           00151500
                 THRU 8330-F-CERRAR-CURSOR-C4                           00151600
           END-IF                                                       00151700
                                                                        00151800
           IF WS-FIN-PROCESO                                            00151900
              GO TO 2270-F-MOVER-EXENCIONES                             00152000
           END-IF                                                       00152100
                                                                        00152200
           IF WS-CANT-FILAS = ZEROS                                     00152300
              MOVE SPACES            TO WS-CLAVE-LISTADO                00152400
              MOVE 'NROCLI '         TO WS-CL-CLI-LEYENDA               00152500
              MOVE NOV-UNI-ABSORBIDO TO WS-CL-CLI-NROCLI                00152600
              MOVE 'TBEXEIMP'        TO REG-UNI-TABLA                   00152700
              MOVE WS-CLAVE-LISTADO  TO REG-UNI-CLAVE                   00152800
              MOVE 'EL ABSORBIDO NO TIENE EXENCIONES'                   00152900
                                     TO REG-UNI-ACCION                  00153000
              MOVE ZEROS             TO REG-UNI-FILAS                   00153100
              PERFORM 3000-I-GRABAR-LISTADO                             00153200
                 THRU 3000-F-GRABAR-LISTADO                             00153300
           END-IF                                                       00153400
           .                                                            00153500
       2270-F-MOVER-EXENCIONES. EXIT.                                   00153600
                                                                        00153700
       2275-I-MOVER-UNA-EXENCION.                                       00153800
                                                                        00153900
           MOVE '2275-I-MOVER-UNA-EXENCION' TO WS-PARRAFO               00154000
           MOVE 'EXENCION - TBEXEIMP' TO WS-DB2-TABLA                   00154100
           ADD 1 TO WS-CANT-FILAS                                       00154200
                                                                        00154300
           MOVE SPACES            TO WS-IMAGEN-AUDITORIA                00154400
           MOVE WS-NRO-ABSORBIDO  TO IMG-EXE-NROCLI                     00154500
           MOVE EX-FECDESDE       TO IMG-EXE-FECDESDE                   00154600
           MOVE EX-FECHASTA       TO IMG-EXE-FECHASTA                   00154700
           MOVE EX-CERTIF         TO IMG-EXE-CERTIF                     00154800
           MOVE WS-IMAGEN-AUDITORIA TO AU-IMGANT                        00154900
                                                                        00155000
           EXEC SQL                                                     00155100
              UPDATE KC02803.TBEXEIMP                                   00155200
                 SET NROCLI   = :WS-NRO-SOBREVIVE                       00155300
               WHERE NROCLI   = :WS-NRO-ABSORBIDO                       00155400
                 AND FECDESDE = :EX-FECDESDE                            00155500
           END-EXEC                                                     00155600
                                                                        00155700
           EVALUATE TRUE                                                00155800
           WHEN SQLCODE EQUAL ZEROS                                     00155900
                ADD 1 TO WS-CANT-EXE-MOV                                00156000
                MOVE 'M'               TO AU-OPERACION                  00156100
                MOVE WS-NRO-SOBREVIVE  TO IMG-EXE-NROCLI                00156200
                MOVE WS-IMAGEN-AUDITORIA TO AU-IMGPOS                   00156300
                MOVE 'EXENCION PASA AL SOBREVIVIENTE'                   00156400
                                       TO REG-UNI-ACCION                00156500
           WHEN SQLCODE EQUAL -803                                      00156600
                EXEC SQL                                                00156700
                   DELETE FROM KC02803.TBEXEIMP                         00156800
                    WHERE NROCLI   = :WS-NRO-ABSORBIDO                  00156900
                      AND FECDESDE = :EX-FECDESDE                       00157000
                END-EXEC                                                00157100
                IF  SQLCODE NOT EQUAL ZEROS                             00157200
                     PERFORM 9995-I-ERROR-DB2                           00157300
                        THRU 9995-F-ERROR-DB2                           00157400
                     GO TO 2275-F-MOVER-UNA-EXENCION                    00157500
                END-IF                                                  00157600
                ADD 1 TO WS-CANT-EXE-DESC                               00157700
                MOVE 'B'               TO AU-OPERACION                  00157800
                MOVE SPACES            TO AU-IMGPOS                     00157900
                MOVE 'DESCARTADO: QUEDA EL DEL SOBREVIVIENTE'           00158000
                                       TO REG-UNI-ACCION                00158100
           WHEN OTHER                                                   00158200
                PERFORM 9995-I-ERROR-DB2                                00158300
                   THRU 9995-F-ERROR-DB2                                00158400
                GO TO 2275-F-MOVER-UNA-EXENCION                         00158500
           END-EVALUATE                                                 00158600
                                                                        00158700
           MOVE 'TBEXEIMP'        TO AU-TABLA                           00158800
           MOVE WS-NRO-SOBREVIVE  TO AU-NROCLI                          00158900
           MOVE SPACES            TO AU-TIPCUEN                         00159000
           MOVE ZEROS             TO AU-NROCUEN                         00159100
           PERFORM 8450-I-GRABAR-AUDITORIA                              00159200
              THRU 8450-F-GRABAR-AUDITORIA                              00159300
           IF WS-FIN-PROCESO                                            00159400
              GO TO 2275-F-MOVER-UNA-EXENCION                           00159500
           END-IF                                                       00159600
                                                                        00159700
           MOVE SPACES            TO WS-CLAVE-LISTADO                   00159800
           MOVE 'NROCLI '         TO WS-CL-CLI-LEYENDA                  00159900
           MOVE NOV-UNI-ABSORBIDO TO WS-CL-CLI-NROCLI                   00160000
           MOVE ' DESDE '         TO WS-CL-CLI-LEY-DESDE                00160100
           MOVE EX-FECDESDE       TO WS-CL-CLI-FECDESDE                 00160200
           MOVE 'TBEXEIMP'        TO REG-UNI-TABLA                      00160300
           MOVE WS-CLAVE-LISTADO  TO REG-UNI-CLAVE                      00160400
           MOVE 1                 TO REG-UNI-FILAS                      00160500
           PERFORM 3000-I-GRABAR-LISTADO                                00160600
              THRU 3000-F-GRABAR-LISTADO                                00160700
                                                                        00160800
           PERFORM 8430-I-LEER-CURSOR-C4                                00160900
              THRU 8430-F-LEER-CURSOR-C4                                00161000
           .                                                            00161100
       2275-F-MOVER-UNA-EXENCION. EXIT.                                 00161200
                                                                        00161300
      **************************************                            00161400
      *  GRABAR REGISTRO EN RECHAZOS       *                            00161500
      **************************************                            00161600
       2600-I-GRABAR-RECHAZO.                                           00161700
                                                                        00161800
           MOVE '2600-I-GRABAR-RECHAZO' TO WS-PARRAFO                   00161900
                                                                        00162000
           MOVE NOVEDADES-UNIFICACION TO REG-RECHAZOS                   00162100
           WRITE REG-RECHAZOS.                                          00162200
                                                                        00162300
           MOVE FS-RECHAZOS  TO FS-ACTUAL                               00162400
           MOVE 'ARCHIVO RECHAZOS' TO WS-ARCHIVO-DESC                   00162500
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00162600
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00162700
                                                                        00162800
           ADD 1 TO WS-ENTRADA-RECHAZADOS                               00162900
                                                                        00163000
           MOVE SPACES            TO WS-CLAVE-LISTADO                   00163100
           MOVE 'ENTRADA REG '    TO WS-CL-REG-LEYENDA                  00163200
           MOVE WS-ENTRADA-LEIDOS TO WS-CL-REG-NROREG                   00163300
           MOVE SPACES            TO REG-UNI-TABLA                      00163400
           MOVE WS-CLAVE-LISTADO  TO REG-UNI-CLAVE                      00163500
           MOVE SPACES            TO REG-UNI-ACCION                     00163600
           STRING 'PAR RECHAZADO: ' DELIMITED BY SIZE                   00163700
                  WS-MOTIVO-RECHAZO DELIMITED BY SIZE                   00163800
             INTO REG-UNI-ACCION                                        00163900
           MOVE ZEROS             TO REG-UNI-FILAS                      00164000
           PERFORM 3000-I-GRABAR-LISTADO                                00164100
              THRU 3000-F-GRABAR-LISTADO                                00164200
           .                                                            00164300
       2600-F-GRABAR-RECHAZO. EXIT.                                     00164400
                                                                        00164500
      ***********************************************************       00164600
      *  COMMIT POR PAR: EL PAR UNIFICADO QUEDA FIRME JUNTO     *       00164700
      *  CON SU AUDITORIA.                                      *       00164800
      ***********************************************************       00164900
       2700-I-COMMIT.                                                   00165000
                                                                        00165100
           EXEC SQL                                                     00165200
              COMMIT                                                    00165300
           END-EXEC                                                     00165400
                                                                        00165500
           IF  SQLCODE NOT EQUAL ZEROS                                  00165600
                MOVE SQLCODE   TO WS-SQLCODE                            00165700
                DISPLAY '************************************'          00165800
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00165900
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00166000
                DISPLAY '************************************'          00166100
                DISPLAY '* TABLA       : CLIENTES - TBCURCLI*'          00166200
                DISPLAY '* DESCRIPCION : COMMIT DEL PAR     *'          00166300
                DISPLAY '************************************'          00166400
                MOVE 9999 TO RETURN-CODE                                00166500
                SET  WS-FIN-PROCESO TO TRUE                             00166600
           END-IF.                                                      00166700
                                                                        00166800
       2700-F-COMMIT. EXIT.                                             00166900
                                                                        00167000
      **************************************                            00167100
      *  GRABAR LISTADO DE UNIFICACION     *                            00167200
      **************************************                            00167300
       3000-I-GRABAR-LISTADO.                                           00167400
                                                                        00167500
           MOVE WS-REG-SALIDA-UNIF TO WS-LINEA-DETALLE                  00167600
           PERFORM 3900-I-GRABAR-LINEA                                  00167700
              THRU 3900-F-GRABAR-LINEA                                  00167800
           .                                                            00167900
       3000-F-GRABAR-LISTADO. EXIT.                                     00168000
                                                                        00168100
      **************************************                            00168200
      *  GRABAR UNA LINEA DEL LISTADO      *                            00168300
      **************************************                            00168400
       3900-I-GRABAR-LINEA.                                             00168500
                                                                        00168600
           IF WS-CUENTA-LINEA > 50                                      00168700
                PERFORM 9000-I-GRABAR-TITULOS                           00168800
                   THRU 9000-F-GRABAR-TITULOS                           00168900
           END-IF                                                       00169000
                                                                        00169100
           WRITE REG-SALIDA FROM WS-LINEA-DETALLE  AFTER 1              00169200
                                                                        00169300
           MOVE FS-SALIDA TO FS-ACTUAL                                  00169400
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00169500
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00169600
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00169700
                                                                        00169800
           ADD  1   TO  WS-GRABADOS                                     00169900
           ADD  1   TO  WS-CUENTA-LINEA.                                00170000
                                                                        00170100
       3900-F-GRABAR-LINEA. EXIT.                                       00170200
                                                                        00170300
      ***********************************************************       00170400
      *  REPORTE DE DETECCION: CLIENTES QUE COMPARTEN TIPDOC/   *       00170500
      *  NRODOC CON OTRO NUMERO DE CLIENTE, AGRUPADOS POR       *       00170600
      *  DOCUMENTO. SE EMITE DESPUES DE LAS UNIFICACIONES, ASI  *       00170700
      *  MUESTRA LO QUE TODAVIA QUEDA PENDIENTE.                *       00170800
      ***********************************************************       00170900
       5000-I-DETECCION.                                                00171000
                                                                        00171100
           MOVE '5000-I-DETECCION' TO WS-PARRAFO                        00171200
                                                                        00171300
           MOVE 'CLIENTES CON DOCUMENTO DUPLICADO '                     00171400
                                   TO WS-TITULO-LEYENDA                 00171500
           MOVE WS-SUBTITULO-DUPLIC TO WS-SUBTITULO-ACTUAL              00171600
           MOVE 99 TO WS-CUENTA-LINEA                                   00171700
                                                                        00171800
           SET WS-SI-CURSOR TO TRUE                                     00171900
           PERFORM 8220-I-ABRIR-CURSOR-C2                               00172000
              THRU 8220-F-ABRIR-CURSOR-C2                               00172100
           IF WS-SI-CURSOR                                              00172200
              PERFORM 8420-I-LEER-CURSOR-C2                             00172300
                 THRU 8420-F-LEER-CURSOR-C2                             00172400
              IF WS-SI-CURSOR                                           00172500
                 PERFORM 5050-I-INICIAR-DOCUMENTO                       00172600
                    THRU 5050-F-INICIAR-DOCUMENTO                       00172700
              ELSE                                                      00172800
                 MOVE SPACES TO WS-LINEA-DETALLE                        00172900
                 MOVE '|  NO HAY CLIENTES CON DOCUMENTO DUPLICADO'      00173000
                                       TO WS-LINEA-DETALLE              00173100
                 PERFORM 3900-I-GRABAR-LINEA                            00173200
                    THRU 3900-F-GRABAR-LINEA                            00173300
              END-IF                                                    00173400
              PERFORM 5100-I-UN-CLIENTE                                 00173500
                 THRU 5100-F-UN-CLIENTE                                 00173600
                UNTIL WS-FIN-CURSOR OR WS-FIN-PROCESO                   00173700
              PERFORM 8320-I-CERRAR-CURSOR-C2                           00173800
                 THRU 8320-F-CERRAR-CURSOR-C2                           00173900
           END-IF                                                       00174000
           .                                                            00174100
       5000-F-DETECCION. EXIT.                                          00174200
                                                                        00174300
      ***********************************************************       00174400
      *  ARRANQUE DE UN DOCUMENTO NUEVO EN EL CORTE DE CONTROL  *       00174500
      ***********************************************************       00174600
       5050-I-INICIAR-DOCUMENTO.                                        00174700
                                                                        00174800
           MOVE WT-TIPDOC    TO WS-ANT-TIPDOC                           00174900
           MOVE WT-NRODOC    TO WS-ANT-NRODOC                           00175000
           MOVE EL-ESTADO    TO WS-ESTADO-PRIMERO                       00175100
           MOVE ZEROS        TO WS-CANT-CLI-DOC                         00175200
           SET WS-CONFLICTO-NO TO TRUE                                  00175300
           ADD 1 TO WS-CANT-DOC-DUPLIC                                  00175400
           .                                                            00175500
       5050-F-INICIAR-DOCUMENTO. EXIT.                                  00175600
                                                                        00175700
      ***********************************************************       00175800
      *  UN CLIENTE DEL DOCUMENTO Y CORTE POR TIPDOC/NRODOC     *       00175900
      ***********************************************************       00176000
       5100-I-UN-CLIENTE.                                               00176100
                                                                        00176200
           ADD 1 TO WS-CANT-CLI-DOC                                     00176300
           ADD 1 TO WS-CANT-CLI-DUPLIC                                  00176400
           IF EL-ESTADO NOT = WS-ESTADO-PRIMERO                         00176500
              SET WS-CONFLICTO-SI TO TRUE                               00176600
           END-IF                                                       00176700
                                                                        00176800
           MOVE WT-TIPDOC    TO REG-DUP-TIPDOC                          00176900
           MOVE WT-NRODOC    TO REG-DUP-NRODOC                          00177000
           MOVE WT-NROCLI    TO REG-DUP-NROCLI                          00177100
           MOVE WT-NOMAPE    TO REG-DUP-NOMAPE                          00177200
           IF EL-ESTADO = 'B'                                           00177300
              MOVE 'BLOQUEADO' TO REG-DUP-ESTADO                        00177400
           ELSE                                                         00177500
              MOVE 'ACTIVO'    TO REG-DUP-ESTADO                        00177600
           END-IF                                                       00177700
           MOVE WS-CANT-CUENTAS-CLI TO REG-DUP-CUENTAS                  00177800
           IF WS-CANT-CUENTAS-CLI = ZEROS                               00177900
              MOVE 'SIN CUENTAS'   TO REG-DUP-OBSERVA                   00178000
           ELSE                                                         00178100
              MOVE SPACES          TO REG-DUP-OBSERVA                   00178200
           END-IF                                                       00178300
           MOVE WS-REG-SALIDA-DUPLIC TO WS-LINEA-DETALLE                00178400
           PERFORM 3900-I-GRABAR-LINEA                                  00178500
              THRU 3900-F-GRABAR-LINEA                                  00178600
                                                                        00178700
           PERFORM 8420-I-LEER-CURSOR-C2                                00178800
              THRU 8420-F-LEER-CURSOR-C2                                00178900
                                                                        00179000
           IF WS-FIN-CURSOR OR                                          00179100
              WT-TIPDOC NOT = WS-ANT-TIPDOC OR                          00179200
              WT-NRODOC NOT = WS-ANT-NRODOC                             00179300
              PERFORM 5200-I-CORTE-DOCUMENTO                            00179400
                 THRU 5200-F-CORTE-DOCUMENTO                            00179500
              IF WS-SI-CURSOR                                           00179600
                 PERFORM 5050-I-INICIAR-DOCUMENTO                       00179700
                    THRU 5050-F-INICIAR-DOCUMENTO                       00179800
              END-IF                                                    00179900
           END-IF                                                       00180000
           .                                                            00180100
       5100-F-UN-CLIENTE. EXIT.                                         00180200
                                                                        00180300
      ***********************************************************       00180400
      *  PIE DEL DOCUMENTO: CANTIDAD DE CLIENTES Y SI EL GRUPO  *       00180500
      *  PUEDE UNIFICARSE O TIENE ESTADOS DE BLOQUEO DISTINTOS  *       00180600
      ***********************************************************       00180700
       5200-I-CORTE-DOCUMENTO.                                          00180800
                                                                        00180900
           MOVE WS-CANT-CLI-DOC TO REG-PIE-CANT                         00181000
           IF WS-CONFLICTO-SI                                           00181100
              MOVE 'BLOQUEO EN CONFLICTO: NO UNIFICABLE'                00181200
                                   TO REG-PIE-OBSERVA                   00181300
           ELSE                                                         00181400
              MOVE 'UNIFICABLE'    TO REG-PIE-OBSERVA                   00181500
           END-IF                                                       00181600
           MOVE WS-REG-PIE-DOC TO WS-LINEA-DETALLE                      00181700
           PERFORM 3900-I-GRABAR-LINEA                                  00181800
              THRU 3900-F-GRABAR-LINEA                                  00181900
           MOVE WS-LINEA TO WS-LINEA-DETALLE                            00182000
           PERFORM 3900-I-GRABAR-LINEA                                  00182100
              THRU 3900-F-GRABAR-LINEA                                  00182200
           .                                                            00182300
       5200-F-CORTE-DOCUMENTO. EXIT.                                    00182400
                                                                        00182500
      **************************************                            00182600
      * APERTURA DE ARCHIVOS               *                            00182700
      **************************************                            00182800
       8000-I-APERTURA-ARCHIVOS.                                        00182900
                                                                        00183000
           MOVE '8000-I-APERTURA-ARCHIVOS' TO WS-PARRAFO                00183100
                                                                        00183200
           OPEN INPUT  ENTRADA.                                         00183300
           MOVE FS-ENTRADA TO FS-ACTUAL                                 00183400
           MOVE 'ARCHIVO ENTRADA' TO WS-ARCHIVO-DESC                    00183500
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00183600
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00183700
                                                                        00183800
           OPEN OUTPUT SALIDA.                                          00183900
           MOVE FS-SALIDA  TO FS-ACTUAL                                 00184000
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00184100
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00184200
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00184300
                                                                        00184400
           OPEN OUTPUT RECHAZOS.                                        00184500
           MOVE FS-RECHAZOS TO FS-ACTUAL                                00184600
           MOVE 'ARCHIVO RECHAZOS' TO WS-ARCHIVO-DESC                   00184700
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00184800
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00184900
           .                                                            00185000
       8000-F-APERTURA-ARCHIVOS. EXIT.                                  00185100
                                                                        00185200
      **************************************                            00185300
      * LECTURA INICIAL DE ARCHIVO ENTRADA *                            00185400
      **************************************                            00185500
       8005-I-LECTURA-INICIAL.                                          00185600
                                                                        00185700
           READ  ENTRADA INTO NOVEDADES-UNIFICACION.                    00185800
                                                                        00185900
           EVALUATE FS-ENTRADA                                          00186000
           WHEN '00'                                                    00186100
              ADD 1 TO WS-ENTRADA-LEIDOS                                00186200
      *    SIN PARES (ENTRADA DUMMY) LA CORRIDA SOLO EMITE EL           00186300
      *    REPORTE DE DETECCION.                                        00186400
           WHEN '10'                                                    00186500
              DISPLAY '*****************************************'       00186600
              DISPLAY '*   SIN PARES A UNIFICAR: SOLO DETECCION*'       00186700
              DISPLAY '*****************************************'       00186800
              SET WS-FIN-ENTRADA TO TRUE                                00186900
           WHEN OTHER                                                   00187000
              MOVE '8005-I-LECTURA-INICIAL'  TO WS-PARRAFO              00187100
              MOVE 'LECTURA ENTRADA INICIAL' TO WS-ARCHIVO-DESC         00187200
              MOVE FS-ENTRADA TO FS-ACTUAL                              00187300
              PERFORM 9996-I-VALIDAR-FS-ACTUAL                          00187400
                 THRU 9996-F-VALIDAR-FS-ACTUAL                          00187500
           END-EVALUATE                                                 00187600
           .                                                            00187700
       8005-F-LECTURA-INICIAL. EXIT.                                    00187800
                                                                        00187900
      **************************************                            00188000
      * LECTURA  DE ARCHIVO ENTRADA        *                            00188100
      **************************************                            00188200
       8050-I-LEER-ENTRADA.                                             00188300
                                                                        00188400
           IF WS-FIN-PROCESO                                            00188500
              GO TO 8050-F-LEER-ENTRADA                                 00188600
           END-IF                                                       00188700
                                                                        00188800
           READ  ENTRADA INTO NOVEDADES-UNIFICACION.                    00188900
                                                                        00189000
           EVALUATE FS-ENTRADA                                          00189100
           WHEN '00'                                                    00189200
              ADD 1 TO WS-ENTRADA-LEIDOS                                00189300
           WHEN '10'                                                    00189400
              SET  WS-FIN-ENTRADA TO TRUE                               00189500
           WHEN OTHER                                                   00189600
              MOVE '8050-I-LEER-ENTRADA'      TO WS-PARRAFO             00189700
              MOVE 'LECTURA ENTRADA PROCESO' TO WS-ARCHIVO-DESC         00189800
              MOVE FS-ENTRADA TO FS-ACTUAL                              00189900
              PERFORM 9996-I-VALIDAR-FS-ACTUAL                          00190000
                 THRU 9996-F-VALIDAR-FS-ACTUAL                          00190100
           END-EVALUATE                                                 00190200
           .                                                            00190300
       8050-F-LEER-ENTRADA. EXIT.                                       00190400
                                                                        00190500
      **************************************                            00190600
      *  CIERRE DE ARCHIVOS                *                            00190700
      **************************************                            00190800
       8100-I-CIERRE-ARCHIVOS.                                          00190900
                                                                        00191000
           MOVE '8100-I-CIERRE-ARCHIVOS' TO WS-PARRAFO                  00191100
                                                                        00191200
           CLOSE ENTRADA.                                               00191300
           MOVE FS-ENTRADA TO FS-ACTUAL                                 00191400
           MOVE 'ARCHIVO ENTRADA' TO WS-ARCHIVO-DESC                    00191500
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00191600
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00191700
                                                                        00191800
           CLOSE SALIDA.                                                00191900
           MOVE FS-SALIDA  TO FS-ACTUAL                                 00192000
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00192100
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00192200
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00192300
                                                                        00192400
           CLOSE RECHAZOS.                                              00192500
           MOVE FS-RECHAZOS TO FS-ACTUAL                                00192600
           MOVE 'ARCHIVO RECHAZOS' TO WS-ARCHIVO-DESC                   00192700
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00192800
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00192900
           .                                                            00193000
       8100-F-CIERRE-ARCHIVOS. EXIT.                                    00193100
                                                                        00193200
      ***********************************************************       00193300
      *  APERTURA DE CURSOR C1                                  *       00193400
      ***********************************************************       00193500
       8200-I-ABRIR-CURSOR-C1.                                          00193600
                                                                        00193700
           MOVE '8200-I-ABRIR-CURSOR-C1' TO WS-PARRAFO.                 00193800
           MOVE 'CUENTAS  - TBCURCTA' TO WS-DB2-TABLA                   00193900
                                                                        00194000
           EXEC SQL  OPEN C1  END-EXEC                                  00194100
                                                                        00194200
           IF  SQLCODE EQUAL ZEROS                                      00194300
                SET WS-SI-CURSOR           TO TRUE                      00194400
           ELSE                                                         00194500
                PERFORM 9995-I-ERROR-DB2                                00194600
                   THRU 9995-F-ERROR-DB2                                00194700
                SET  WS-FIN-CURSOR  TO TRUE                             00194800
           END-IF.                                                      00194900
                                                                        00195000
       8200-F-ABRIR-CURSOR-C1. EXIT.                                    00195100
                                                                        00195200
      ***********************************************************       00195300
      *  APERTURA DE CURSOR C3                                  *       00195400
      ***********************************************************       00195500
       8210-I-ABRIR-CURSOR-C3.                                          00195600
                                                                        00195700
           MOVE '8210-I-ABRIR-CURSOR-C3' TO WS-PARRAFO.                 00195800
           MOVE 'NOVEDAD. - TBNOVDIA' TO WS-DB2-TABLA                   00195900
                                                                        00196000
           EXEC SQL  OPEN C3  END-EXEC                                  00196100
                                                                        00196200
           IF  SQLCODE EQUAL ZEROS                                      00196300
                SET WS-SI-CURSOR           TO TRUE                      00196400
           ELSE                                                         00196500
                PERFORM 9995-I-ERROR-DB2                                00196600
                   THRU 9995-F-ERROR-DB2                                00196700
                SET  WS-FIN-CURSOR  TO TRUE                             00196800
           END-IF.                                                      00196900
                                                                        00197000
       8210-F-ABRIR-CURSOR-C3. EXIT.                                    00197100
      ***********************************************************       00197200
      *  APERTURA DE CURSOR C4                                  *       00197300
      ***********************************************************       00197400
       8230-I-ABRIR-CURSOR-C4.                                          00197500
                                                                        00197600
           MOVE '8230-I-ABRIR-CURSOR-C4' TO WS-PARRAFO.                 00197700
           MOVE 'EXENCION - TBEXEIMP' TO WS-DB2-TABLA                   00197800
                                                                        00197900
           EXEC SQL  OPEN C4  END-EXEC                                  00198000
                                                                        00198100
           IF  SQLCODE EQUAL ZEROS                                      00198200
                SET WS-SI-CURSOR           TO TRUE                      00198300
           ELSE                                                         00198400
                PERFORM 9995-I-ERROR-DB2                                00198500
                   THRU 9995-F-ERROR-DB2                                00198600
                SET  WS-FIN-CURSOR  TO TRUE                             00198700
           END-IF.                                                      00198800
                                                                        00198900
       8230-F-ABRIR-CURSOR-C4. EXIT.                                    00199000
                                                                        00199100
      ***********************************************************       00199200
      *  APERTURA DE CURSOR C2                                  *       00199300
      ***********************************************************       00199400
       8220-I-ABRIR-CURSOR-C2.                                          00199500
                                                                        00199600
           MOVE '8220-I-ABRIR-CURSOR-C2' TO WS-PARRAFO.                 00199700
           MOVE 'CLIENTES - TBCURCLI' TO WS-DB2-TABLA                   00199800
                                                                        00199900
           EXEC SQL  OPEN C2  END-EXEC                                  00200000
                                                                        00200100
           IF  SQLCODE EQUAL ZEROS                                      00200200
                SET WS-SI-CURSOR           TO TRUE                      00200300
           ELSE                                                         00200400
                PERFORM 9995-I-ERROR-DB2                                00200500
                   THRU 9995-F-ERROR-DB2                                00200600
                SET  WS-FIN-CURSOR  TO TRUE                             00200700
           END-IF.                                                      00200800
                                                                        00200900
       8220-F-ABRIR-CURSOR-C2. EXIT.                                    00201000
                                                                        00201100
      ***********************************************************       00201200
      *  CIERRE DE CURSOR C1                                    *       00201300
      ***********************************************************       00201400
       8300-I-CERRAR-CURSOR-C1.                                         00201500
                                                                        00201600
           MOVE '8300-I-CERRAR-CURSOR-C1' TO WS-PARRAFO.                00201700
           MOVE 'CUENTAS  - TBCURCTA' TO WS-DB2-TABLA                   00201800
                                                                        00201900
           EXEC SQL CLOSE C1  END-EXEC                                  00202000
                                                                        00202100
           IF  SQLCODE EQUAL ZEROS                                      00202200
                CONTINUE                                                00202300
           ELSE                                                         00202400
                PERFORM 9995-I-ERROR-DB2                                00202500
                   THRU 9995-F-ERROR-DB2                                00202600
           END-IF.                                                      00202700
                                                                        00202800
       8300-F-CERRAR-CURSOR-C1. EXIT.                                   00202900
                                                                        00203000
      ***********************************************************       00203100
      *  CIERRE DE CURSOR C3                                    *       00203200
      ***********************************************************       00203300
       8310-I-CERRAR-CURSOR-C3.                                         00203400
                                                                        00203500
           MOVE '8310-I-CERRAR-CURSOR-C3' TO WS-PARRAFO.                00203600
           MOVE 'NOVEDAD. - TBNOVDIA' TO WS-DB2-TABLA                   00203700
                                                                        00203800
           EXEC SQL CLOSE C3  END-EXEC                                  00203900
                                                                        00204000
           IF  SQLCODE EQUAL ZEROS                                      00204100
                CONTINUE                                                00204200
           ELSE                                                         00204300
                PERFORM 9995-I-ERROR-DB2                                00204400
                   THRU 9995-F-ERROR-DB2                                00204500
           END-IF.                                                      00204600
                                                                        00204700
       8310-F-CERRAR-CURSOR-C3. EXIT.                                   00204800
      ***********************************************************       00204900
      *  CIERRE DE CURSOR C4                                    *       00205000
      ***********************************************************       00205100
       8330-I-CERRAR-CURSOR-C4.                                         00205200
                                                                        00205300
           MOVE '8330-I-CERRAR-CURSOR-C4' TO WS-PARRAFO.                00205400
           MOVE 'EXENCION - TBEXEIMP' TO WS-DB2-TABLA                   00205500
                                                                        00205600
           EXEC SQL CLOSE C4  END-EXEC                                  00205700
                                                                        00205800
           IF  SQLCODE EQUAL ZEROS                                      00205900
                CONTINUE                                                00206000
           ELSE                                                         00206100
                PERFORM 9995-I-ERROR-DB2                                00206200
                   THRU 9995-F-ERROR-DB2                                00206300
           END-IF.                                                      00206400
                                                                        00206500
       8330-F-CERRAR-CURSOR-C4. EXIT.                                   00206600
                                                                        00206700
      ***********************************************************       00206800
      *  CIERRE DE CURSOR C2                                    *       00206900
      ***********************************************************       00207000
       8320-I-CERRAR-CURSOR-C2.                                         00207100
                                                                        00207200
           MOVE '8320-I-CERRAR-CURSOR-C2' TO WS-PARRAFO.                00207300
           MOVE 'CLIENTES - TBCURCLI' TO WS-DB2-TABLA                   00207400
                                                                        00207500
           EXEC SQL CLOSE C2  END-EXEC                                  00207600
                                                                        00207700
           IF  SQLCODE EQUAL ZEROS                                      00207800
                CONTINUE                                                00207900
           ELSE                                                         00208000
                PERFORM 9995-I-ERROR-DB2                                00208100
                   THRU 9995-F-ERROR-DB2                                00208200
           END-IF.                                                      00208300
                                                                        00208400
       8320-F-CERRAR-CURSOR-C2. EXIT.                                   00208500
                                                                        00208600
      ***********************************************************       00208700
      *  LECTURA DE CURSOR C1                                   *       00208800
      ***********************************************************       00208900
       8400-I-LEER-CURSOR-C1.                                           00209000
                                                                        00209100
           MOVE '8400-I-LEER-CURSOR-C1' TO WS-PARRAFO.                  00209200
           MOVE 'CUENTAS  - TBCURCTA' TO WS-DB2-TABLA                   00209300
                                                                        00209400
                EXEC SQL                                                00209500
                   FETCH C1                                             00209600
                   INTO  :WS-TIPCUEN,                                   00209700
                         :WS-NROCUEN,                                   00209800
                         :WS-SUCUEN,                                    00209900
                         :WS-MONEDA                                     00210000
                END-EXEC                                                00210100
                                                                        00210200
           EVALUATE TRUE                                                00210300
           WHEN SQLCODE EQUAL ZEROS                                     00210400
                CONTINUE                                                00210500
           WHEN SQLCODE EQUAL +100                                      00210600
                SET  WS-FIN-CURSOR  TO TRUE                             00210700
           WHEN OTHER                                                   00210800
                PERFORM 9995-I-ERROR-DB2                                00210900
                   THRU 9995-F-ERROR-DB2                                00211000
                SET  WS-FIN-CURSOR  TO TRUE                             00211100
           END-EVALUATE.                                                00211200
                                                                        00211300
       8400-F-LEER-CURSOR-C1. EXIT.                                     00211400
                                                                        00211500
      ***********************************************************       00211600
      *  LECTURA DE CURSOR C3                                   *       00211700
      ***********************************************************       00211800
       8410-I-LEER-CURSOR-C3.                                           00211900
                                                                        00212000
           MOVE '8410-I-LEER-CURSOR-C3' TO WS-PARRAFO.                  00212100
           MOVE 'NOVEDAD. - TBNOVDIA' TO WS-DB2-TABLA                   00212200
                                                                        00212300
                EXEC SQL                                                00212400
                   FETCH C3                                             00212500
                   INTO  :ND-FECPROC,                                   00212600
                         :ND-TIPO,                                      00212700
                         :ND-TIPCUEN,                                   00212800
                         :ND-NROCUEN                                    00212900
                END-EXEC                                                00213000
                                                                        00213100
           EVALUATE TRUE                                                00213200
           WHEN SQLCODE EQUAL ZEROS                                     00213300
                CONTINUE                                                00213400
           WHEN SQLCODE EQUAL +100                                      00213500
                SET  WS-FIN-CURSOR  TO TRUE                             00213600
           WHEN OTHER                                                   00213700
                PERFORM 9995-I-ERROR-DB2                                00213800
                   THRU 9995-F-ERROR-DB2                                00213900
                SET  WS-FIN-CURSOR  TO TRUE                             00214000
           END-EVALUATE.                                                00214100
                                                                        00214200
       8410-F-LEER-CURSOR-C3. EXIT.                                     00214300
      ***********************************************************       00214400
      *  LECTURA DE CURSOR C4                                   *       00214500
      ***********************************************************       00214600
       8430-I-LEER-CURSOR-C4.                                           00214700
                                                                        00214800
           MOVE '8430-I-LEER-CURSOR-C4' TO WS-PARRAFO.                  00214900
           MOVE 'EXENCION - TBEXEIMP' TO WS-DB2-TABLA                   00215000
                                                                        00215100
                EXEC SQL                                                00215200
                   FETCH C4                                             00215300
                   INTO  :EX-FECDESDE,                                  00215400
                         :EX-FECHASTA,                                  00215500
                         :EX-CERTIF                                     00215600
                END-EXEC                                                00215700
                                                                        00215800
           EVALUATE TRUE                                                00215900
           WHEN SQLCODE EQUAL ZEROS                                     00216000
                CONTINUE                                                00216100
           WHEN SQLCODE EQUAL +100                                      00216200
                SET  WS-FIN-CURSOR  TO TRUE                             00216300
           WHEN OTHER                                                   00216400
                PERFORM 9995-I-ERROR-DB2                                00216500
                   THRU 9995-F-ERROR-DB2                                00216600
                SET  WS-FIN-CURSOR  TO TRUE                             00216700
           END-EVALUATE.                                                00216800
                                                                        00216900
       8430-F-LEER-CURSOR-C4. EXIT.                                     00217000
                                                                        00217100
      ***********************************************************       00217200
      *  LECTURA DE CURSOR C2                                   *       00217300
      ***********************************************************       00217400
       8420-I-LEER-CURSOR-C2.                                           00217500
                                                                        00217600
           MOVE '8420-I-LEER-CURSOR-C2' TO WS-PARRAFO.                  00217700
           MOVE 'CLIENTES - TBCURCLI' TO WS-DB2-TABLA                   00217800
                                                                        00217900
                EXEC SQL                                                00218000
                   FETCH C2                                             00218100
                   INTO  :WT-TIPDOC,                                    00218200
                         :WT-NRODOC,                                    00218300
                         :WT-NROCLI,                                    00218400
                         :WT-NOMAPE,                                    00218500
                         :EL-ESTADO,                                    00218600
                         :WS-CANT-CUENTAS-CLI                           00218700
                END-EXEC                                                00218800
                                                                        00218900
           EVALUATE TRUE                                                00219000
           WHEN SQLCODE EQUAL ZEROS                                     00219100
                CONTINUE                                                00219200
           WHEN SQLCODE EQUAL +100                                      00219300
                SET  WS-FIN-CURSOR  TO TRUE                             00219400
           WHEN OTHER                                                   00219500
                PERFORM 9995-I-ERROR-DB2                                00219600
                   THRU 9995-F-ERROR-DB2                                00219700
                SET  WS-FIN-CURSOR  TO TRUE                             00219800
           END-EVALUATE.                                                00219900
                                                                        00220000
       8420-F-LEER-CURSOR-C2. EXIT.                                     00220100
                                                                        00220200
      ***********************************************************       00220300
      *  AUDITORIA DE DATOS MAESTROS EN KC02803.TBAUDMAE: UNA   *       00220400
      *  FILA POR FILA MOVIDA, DESCARTADA O DADA DE BAJA. EL    *       00220500
      *  LLAMADOR CARGA TABLA, OPERACION, CLAVE E IMAGENES; LA  *       00220600
      *  REFERENCIA ES EL PAR ('UNIFICA ABS EN SOB').           *       00220700
      ***********************************************************       00220800
       8450-I-GRABAR-AUDITORIA.                                         00220900
                                                                        00221000
           MOVE '8450-I-GRABAR-AUDITORIA' TO WS-PARRAFO                 00221100
           MOVE 'AUDIT. - TBAUDMAE  ' TO WS-DB2-TABLA                   00221200
                                                                        00221300
           ADD  1                 TO WS-NRO-AUDITORIA                   00221400
           MOVE WS-NRO-AUDITORIA  TO AU-NROAUD                          00221500
           MOVE WS-REF-NOVEDAD    TO AU-REFNOV                          00221600
                                                                        00221700
           EXEC SQL                                                     00221800
              INSERT INTO KC02803.TBAUDMAE                              00221900
                     (FECPROC, PROGRAMA, NROAUD, TABLA, OPERACION,      00222000
                      NROCLI, TIPCUEN, NROCUEN, REFNOV,                 00222100
                      IMGANT, IMGPOS, FECHORA)                          00222200
              VALUES (:AU-FECPROC,                                      00222300
                      :AU-PROGRAMA,                                     00222400
                      :AU-NROAUD,                                       00222500
                      :AU-TABLA,                                        00222600
                      :AU-OPERACION,                                    00222700
                      :AU-NROCLI,                                       00222800
                      :AU-TIPCUEN,                                      00222900
                      :AU-NROCUEN,                                      00223000
                      :AU-REFNOV,                                       00223100
                      :AU-IMGANT,                                       00223200
                      :AU-IMGPOS,                                       00223300
                      CURRENT TIMESTAMP)                                00223400
           END-EXEC                                                     00223500
                                                                        00223600
           IF  SQLCODE EQUAL ZEROS                                      00223700
                ADD 1 TO WS-CANT-AUDITADOS                              00223800
           ELSE                                                         00223900
                PERFORM 9995-I-ERROR-DB2                                00224000
                   THRU 9995-F-ERROR-DB2                                00224100
           END-IF                                                       00224200
           .                                                            00224300
       8450-F-GRABAR-AUDITORIA. EXIT.                                   00224400
                                                                        00224500
      ***********************************************************       00224600
      *  LECTURA DE UN CLIENTE DE TBCURCLI (WT-NROCLI). EL      *       00224700
      *  LLAMADOR EVALUA +100 (NO EXISTE) Y -811 (NROCLI        *       00224800
      *  REPETIDO, LO QUE INFORMA EXAMEN1 CON SU CURSOR C2).    *       00224900
      ***********************************************************       00225000
       8500-I-LEER-CLIENTE.                                             00225100
                                                                        00225200
           MOVE '8500-I-LEER-CLIENTE' TO WS-PARRAFO                     00225300
           MOVE 'CLIENTES - TBCURCLI' TO WS-DB2-TABLA                   00225400
                                                                        00225500
           EXEC SQL                                                     00225600
              SELECT TIPDOC,                                            00225700
                     NRODOC,                                            00225800
                     NOMAPE,                                            00225900
                     FECNAC,                                            00226000
                     SEXO                                               00226100
                INTO :WT-TIPDOC,                                        00226200
                     :WT-NRODOC,                                        00226300
                     :WT-NOMAPE,                                        00226400
                     :WT-FECNAC,                                        00226500
                     :WT-SEXO                                           00226600
                FROM KC02803.TBCURCLI                                   00226700
               WHERE NROCLI = :WT-NROCLI                                00226800
           END-EXEC                                                     00226900
                                                                        00227000
           IF  SQLCODE NOT EQUAL ZEROS AND                              00227100
               SQLCODE NOT EQUAL +100  AND                              00227200
               SQLCODE NOT EQUAL -811                                   00227300
                PERFORM 9995-I-ERROR-DB2                                00227400
                   THRU 9995-F-ERROR-DB2                                00227500
           END-IF                                                       00227600
           .                                                            00227700
       8500-F-LEER-CLIENTE. EXIT.                                       00227800
                                                                        00227900
      ***********************************************************       00228000
      *  ESTADO DE BLOQUEO DE UN CLIENTE (EL-NROCLI): SIN FILA  *       00228100
      *  EN TBESTCLI EL CLIENTE ESTA ACTIVO ('A').              *       00228200
      ***********************************************************       00228300
       8510-I-LEER-ESTADO.                                              00228400
                                                                        00228500
           MOVE '8510-I-LEER-ESTADO' TO WS-PARRAFO                      00228600
           MOVE 'ESTADOS  - TBESTCLI' TO WS-DB2-TABLA                   00228700
                                                                        00228800
           EXEC SQL                                                     00228900
              SELECT ESTADO                                             00229000
                INTO :EL-ESTADO                                         00229100
                FROM KC02803.TBESTCLI                                   00229200
               WHERE NROCLI = :EL-NROCLI                                00229300
           END-EXEC                                                     00229400
                                                                        00229500
           EVALUATE TRUE                                                00229600
           WHEN SQLCODE EQUAL ZEROS                                     00229700
                CONTINUE                                                00229800
           WHEN SQLCODE EQUAL +100                                      00229900
                MOVE 'A' TO EL-ESTADO                                   00230000
           WHEN OTHER                                                   00230100
                PERFORM 9995-I-ERROR-DB2                                00230200
                   THRU 9995-F-ERROR-DB2                                00230300
           END-EVALUATE                                                 00230400
           .                                                            00230500
       8510-F-LEER-ESTADO. EXIT.                                        00230600
                                                                        00230700
      **************************************                            00230800
      *  GRABAR TITULOS                    *                            00230900
      **************************************                            00231000
       9000-I-GRABAR-TITULOS.                                           00231100
                                                                        00231200
           MOVE '9000-I-GRABAR-TITULOS' TO WS-PARRAFO.                  00231300
                                                                        00231400
           ADD 1 TO WS-NRO-PAGINA                                       00231500
                                                                        00231600
           WRITE REG-SALIDA FROM WS-LINEA  AFTER PAGE                   00231700
           WRITE REG-SALIDA FROM WS-TITULO                              00231800
           WRITE REG-SALIDA FROM WS-LINEA                               00231900
           WRITE REG-SALIDA FROM WS-SUBTITULO-ACTUAL  AFTER 1           00232000
           WRITE REG-SALIDA FROM WS-LINEA                               00232100
                                                                        00232200
           MOVE FS-SALIDA TO FS-ACTUAL                                  00232300
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00232400
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00232500
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00232600
                                                                        00232700
           MOVE 6   TO  WS-CUENTA-LINEA.                                00232800
                                                                        00232900
       9000-F-GRABAR-TITULOS.   EXIT.                                   00233000
                                                                        00233100
      *********************************************************         00233200
      *  ERROR DB2 - INFORMA Y CANCELA EL PROCESO             *         00233300
      *  EL PAR EN CURSO SE MARCA RECHAZADO Y EL CIERRE HACE  *         00233400
      *  ROLLBACK DE LO QUE QUEDO A MEDIO APLICAR.            *         00233500
      *********************************************************         00233600
       9995-I-ERROR-DB2.                                                00233700
                                                                        00233800
           MOVE 'ERROR DB2 ' TO WS-MOTIVO-RECHAZO                       00233900
           SET  WS-NOVEDAD-RECHAZADA TO TRUE                            00234000
           MOVE SQLCODE   TO WS-SQLCODE                                 00234100
           DISPLAY '************************************'               00234200
           DISPLAY '* ERROR DB2   : ' WS-PARRAFO                        00234300
           DISPLAY '* SQLCODE     : ' WS-SQLCODE                        00234400
           DISPLAY '************************************'               00234500
           DISPLAY '* TABLA       : ' WS-DB2-TABLA '*'                  00234600
           DISPLAY '* DESCRIPCION : UNIFICA CLIENTES   *'               00234700
           DISPLAY '************************************'               00234800
           MOVE 9999 TO RETURN-CODE                                     00234900
           SET  WS-FIN-PROCESO TO TRUE                                  00235000
           .                                                            00235100
       9995-F-ERROR-DB2. EXIT.                                          00235200
                                                                        00235300
      *********************************************************         00235400
      *  VALIDACION FILE STATUS ARCHIVO SALIDA LISTADO        *         00235500
      *********************************************************         00235600
       9996-I-VALIDAR-FS-ACTUAL.                                        00235700
                                                                        00235800
           IF FS-ACTUAL  IS NOT EQUAL '00'                              00235900
              DISPLAY '*****************************************'       00236000
              DISPLAY '*     *   FILE STATUS ERROR   *         *'       00236100
              DISPLAY '*****************************************'       00236200
              DISPLAY '* ERROR EN   : ' WS-PARRAFO                      00236300
              DISPLAY '* ARCHIVO    : ' WS-ARCHIVO-DESC                 00236400
              DISPLAY '* ERROR CODE : ' FS-ACTUAL                       00236500
              DISPLAY '*****************************************'       00236600
              MOVE 9999 TO RETURN-CODE                                  00236700
              SET  WS-FIN-PROCESO TO TRUE                               00236800
           ELSE                                                         00236900
              CONTINUE                                                  00237000
           END-IF.                                                      00237100
                                                                        00237200
       9996-F-VALIDAR-FS-ACTUAL. EXIT.                                  00237300
                                                                        00237400
      **************************************                            00237500
      *  CUERPO FINAL CIERRE DE FILES      *                            00237600
      **************************************                            00237700
       9999-I-FINAL.                                                    00237800
                                                                        00237900
      *    UNA CORRIDA CORTADA POR ERROR DESHACE EL PAR QUE QUEDO       00238000
      *    A MEDIO UNIFICAR (LOS ANTERIORES YA SE COMMITEARON).         00238100
           IF RETURN-CODE = 9999                                        00238200
              EXEC SQL                                                  00238300
                 ROLLBACK                                               00238400
              END-EXEC                                                  00238500
           END-IF                                                       00238600
                                                                        00238700
      *    UNA CORRIDA RECHAZADA (FECHA DE PROCESO O APERTURA)          00238800
      *    SOLO INFORMA SUS TOTALES POR CONSOLA.                        00238900
           IF WS-ARRANQUE-NO                                            00239000
              GO TO 9999-X-TOTALES                                      00239100
           END-IF                                                       00239200
                                                                        00239300
           PERFORM 8100-I-CIERRE-ARCHIVOS                               00239400
              THRU 8100-F-CIERRE-ARCHIVOS                               00239500
           .                                                            00239600
       9999-X-TOTALES.                                                  00239700
                                                                        00239800
           DISPLAY '**********************************************'.    00239900
           DISPLAY '*  TOTALES DE UNIFICACION DE CLIENTES        *'.    00240000
           DISPLAY '**********************************************'.    00240100
           DISPLAY 'TOTAL PARES LEIDOS       : ' WS-ENTRADA-LEIDOS.     00240200
           DISPLAY 'TOTAL PARES UNIFICADOS   : ' WS-CANT-UNIFICADOS.    00240300
           DISPLAY 'TOTAL PARES RECHAZADOS   : ' WS-ENTRADA-RECHAZADOS. 00240400
           DISPLAY '----------------------------------------------'     00240500
           DISPLAY 'CUENTAS REASIGNADAS      : ' WS-CANT-CUENTAS-MOV.   00240600
           DISPLAY 'DOMICILIOS REASIGNADOS   : ' WS-CANT-DOM-MOV.       00240700
           DISPLAY 'DOMICILIOS DESCARTADOS   : ' WS-CANT-DOM-DESC.      00240800
           DISPLAY 'ESTADOS REASIGNADOS      : ' WS-CANT-EST-MOV.       00240900
           DISPLAY 'ESTADOS DESCARTADOS      : ' WS-CANT-EST-DESC.      00241000
           DISPLAY 'FOTOS TBSALDIA REASIG.   : ' WS-CANT-SALDIA-MOV.    00241100
           DISPLAY 'NOVEDADES REASIGNADAS    : ' WS-CANT-NOVDIA-MOV.    00241200
           DISPLAY 'NOVEDADES DESCARTADAS    : ' WS-CANT-NOVDIA-DESC.   00241300
           DISPLAY 'EXENCIONES REASIGNADAS   : ' WS-CANT-EXE-MOV.       00241400
           DISPLAY 'EXENCIONES DESCARTADAS   : ' WS-CANT-EXE-DESC.      00241500
           DISPLAY 'TOTAL CAMBIOS AUDITADOS  : ' WS-CANT-AUDITADOS.     00241600
           DISPLAY '----------------------------------------------'     00241700
           DISPLAY 'DOCUMENTOS DUPLICADOS    : ' WS-CANT-DOC-DUPLIC.    00241800
           DISPLAY 'CLIENTES INVOLUCRADOS    : ' WS-CANT-CLI-DUPLIC.    00241900
           DISPLAY '----------------------------------------------'     00242000
           DISPLAY 'TOTAL REGISTROS GRABADOS   : '  WS-GRABADOS.        00242100
           DISPLAY '**********************************************'.    00242200
                                                                        00242300
       9999-F-FINAL.                                                    00242400
           EXIT.                                                        00242500
      *                                                                 00242600
