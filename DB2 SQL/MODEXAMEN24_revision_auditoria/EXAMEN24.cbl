       IDENTIFICATION DIVISION.                                         00000100
      *                                                        *        00000200
       PROGRAM-ID. EXAMEN24.                                            00000300
      **********************************************************        00000400
      *                                                        *        00000500
      *  PROGRAMA PARA SQL EMBEBIDO                            *        00000600
      *  REVISION DE LA AUDITORIA DE DATOS MAESTROS            *        00000700
      *  (KC02803.TBAUDMAE) PARA LA FIRMA DE CUMPLIMIENTO.     *        00000800
      *  SELECCION POR TARJETA SYSIN: RANGO DE FECHAS DE       *        00000900
      *  PROCESO Y, OPCIONALMENTE, UN CLIENTE O UNA CUENTA.    *        00001000
      *  CADA CAMBIO SE LISTA CON SU FECHA, PROGRAMA Y         *        00001100
      *  NOVEDAD DE ORIGEN, UNA DESCRIPCION EN LENGUAJE LLANO  *        00001200
      *  (POR TABLA Y OPERACION) Y UNA LINEA POR CADA DATO     *        00001300
      *  QUE CAMBIO CON SU VALOR ANTERIOR Y POSTERIOR. AL      *        00001400
      *  PIE, TOTALES Y RECUADRO DE FIRMA DEL REVISOR.         *        00001500
      *  PROGRAMA DE CONSULTA: NO ACTUALIZA NINGUNA TABLA.     *        00001600
      *                                                        *        00001700
      **********************************************************        00001800
      *      MANTENIMIENTO DE PROGRAMA                         *        00001900
      **********************************************************        00002000
      *  FECHA   *    DETALLE        * COD *                            00002100
      **************************************                            00002200
      *15/10/26  * VERSION INICIAL   *RVH  *                            00002300
      *15/10/26  * DESCRIPCION DE    *RVH  *                            00002400
      *          * LOS CAMBIOS DE LA *     *                            00002500
      *          * UNIFICACION DE    *     *                            00002600
      *          * CLIENTES EXAMEN25 *     *                            00002700
      *15/10/26  * MARCA DE AVISOS   *RVH  *                            00002800
      *          * EN LA IMAGEN DEL  *     *                            00002900
      *          * DOMICILIO         *     *                            00003000
      *15/10/26  * EXENCIONES D/C EN *RVH  *                            00003100
      *          * LA UNIFICACION    *     *                            00003110
      *15/10/26  * ALTA, CAMBIO Y    *RVH  *                            00003120
      *          * BAJA DE EXENCION  *     *                            00003130
      *          * D/C EN EL LISTADO *     *                            00003200
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
       DATA DIVISION.                                                   00004500
       FILE SECTION.                                                    00004600
       FD SALIDA                                                        00004700
             BLOCK CONTAINS 0 RECORDS                                   00004800
             RECORDING MODE IS F.                                       00004900
                                                                        00005000
       01 REG-SALIDA      PIC X(132).                                   00005100
                                                                        00005200
      **************************************                            00005300
       WORKING-STORAGE SECTION.                                         00005400
      **************************************                            00005500
       77  FILLER          PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.00005600
                                                                        00005700
      ****************************************                          00005800
      * FILE STATUS SALIDA LISTADO Y SQLCODE *                          00005900
      ****************************************                          00006000
       77  FS-SALIDA                PIC XX    VALUE SPACES.             00006100
       77  FS-ACTUAL                PIC XX    VALUE SPACES.             00006200
       77  WS-SQLCODE    PIC +++999 USAGE DISPLAY VALUE ZEROS.          00006300
      *    DATOS DE LA TABLA QUE SE LISTAN Y LADO DE LA IMAGEN          00006400
      *    QUE SE ESTA CARGANDO (1 ANTERIOR - 2 POSTERIOR)              00006500
       77  WS-IDX             PIC S9(04) USAGE COMP VALUE ZEROS.        00006600
       77  WS-CANT-CAMPOS     PIC S9(04) USAGE COMP VALUE ZEROS.        00006700
       77  WS-LADO            PIC S9(04) USAGE COMP VALUE ZEROS.        00006800
                                                                        00006900
      ****************************************                          00007000
      * CONTADORES                           *                          00007100
      ****************************************                          00007200
       01  WS-CONTADORES.                                               00007300
           03  WS-CANT-CAMBIOS         PIC 9(05) VALUE ZEROS.           00007400
           03  WS-CANT-ALTAS           PIC 9(05) VALUE ZEROS.           00007500
           03  WS-CANT-MODIF           PIC 9(05) VALUE ZEROS.           00007600
           03  WS-CANT-BAJAS           PIC 9(05) VALUE ZEROS.           00007700
           03  WS-CANT-DATOS           PIC 9(05) VALUE ZEROS.           00007800
           03  WS-GRABADOS             PIC 9(05) VALUE ZEROS.           00007900
                                                                        00008000
      *****************************************                         00008100
      *  BANDERAS/FLAGS                       *                         00008200
      *****************************************                         00008300
       01  WS-FLAG-PROCESO          PIC X VALUE 'T'.                    00008400
           88  WS-SI-PROCESO           VALUE 'T'.                       00008500
           88  WS-FIN-PROCESO          VALUE 'F'.                       00008600
                                                                        00008700
       01  WS-FLAG-CURSOR           PIC X VALUE 'T'.                    00008800
           88  WS-SI-CURSOR            VALUE 'T'.                       00008900
           88  WS-FIN-CURSOR           VALUE 'F'.                       00009000
                                                                        00009100
      *    LA CORRIDA ARRANCO DE VERDAD (FECHA DE PROCESO VALIDA        00009200
      *    Y ARCHIVOS ABIERTOS): SI NO, EL CIERRE NO DEBE GRABAR        00009300
      *    RESUMEN NI CERRAR ARCHIVOS NUNCA ABIERTOS.                   00009400
       01  WS-FLAG-ARRANQUE         PIC X VALUE 'F'.                    00009500
           88  WS-ARRANQUE-OK          VALUE 'T'.                       00009600
           88  WS-ARRANQUE-NO          VALUE 'F'.                       00009700
                                                                        00009800
      *****************************************                         00009900
      *  PARAMETRO DE EJECUCION (SYSIN)       *                         00010000
      *  COL  1-10 : FECHA DESDE 'AAAA-MM-DD' *                         00010100
      *  COL 12-21 : FECHA HASTA 'AAAA-MM-DD' *                         00010200
      *              (AMBAS EN BLANCO = LA    *                         00010300
      *              FECHA DE PROCESO)        *                         00010400
      *  COL 23-25 : NROCLI (BLANCO = TODOS)  *                         00010500
      *  COL 27-28 : TIPCUEN Y                *                         00010600
      *  COL 30-34 : NROCUEN (BLANCO = TODAS) *                         00010700
      *****************************************                         00010800
       01  WS-PARM-ENTRADA.                                             00010900
           03  WS-PARM-FEC-DESDE    PIC X(10) VALUE SPACES.             00011000
           03  FILLER               PIC X(01) VALUE SPACE.              00011100
           03  WS-PARM-FEC-HASTA    PIC X(10) VALUE SPACES.             00011200
           03  FILLER               PIC X(01) VALUE SPACE.              00011300
           03  WS-PARM-NROCLI       PIC X(03) VALUE SPACES.             00011400
           03  WS-PARM-NROCLI-N REDEFINES WS-PARM-NROCLI                00011500
                                    PIC 9(03).                          00011600
           03  FILLER               PIC X(01) VALUE SPACE.              00011700
           03  WS-PARM-TIPCUEN      PIC X(02) VALUE SPACES.             00011800
           03  FILLER               PIC X(01) VALUE SPACE.              00011900
           03  WS-PARM-NROCUEN      PIC X(05) VALUE SPACES.             00012000
           03  WS-PARM-NROCUEN-N REDEFINES WS-PARM-NROCUEN              00012100
                                    PIC 9(05).                          00012200
           03  FILLER               PIC X(46) VALUE SPACES.             00012300
                                                                        00012400
      *    FILTROS DEL CURSOR: CLIENTE CERO Y CUENTA EN BLANCO          00012500
      *    SELECCIONAN TODO                                             00012600
       01  WS-RANGO-SELECCION.                                          00012700
           03  WS-FEC-DESDE         PIC X(10) VALUE SPACES.             00012800
           03  WS-FEC-HASTA         PIC X(10) VALUE SPACES.             00012900
           03  WS-FILTRO-NROCLI     PIC S9(3)V USAGE COMP-3             00013000
                                              VALUE ZEROS.              00013100
           03  WS-FILTRO-TIPCUEN    PIC X(02) VALUE SPACES.             00013200
           03  WS-FILTRO-NROCUEN    PIC S9(5)V USAGE COMP-3             00013300
                                              VALUE ZEROS.              00013400
                                                                        00013500
      *****************************************                         00013600
      *  DATOS DE LA FILA EN LENGUAJE LLANO:  *                         00013700
      *  ETIQUETA Y VALOR ANTERIOR (1) Y      *                         00013800
      *  POSTERIOR (2) DE CADA DATO           *                         00013900
      *****************************************                         00014000
       01  WS-TABLA-DATOS.                                              00014100
           03  WS-DATO OCCURS 6 TIMES.                                  00014200
               05  WS-DATO-ETIQUETA    PIC X(22).                       00014300
               05  WS-DATO-VALOR       PIC X(30) OCCURS 2 TIMES.        00014400
                                                                        00014500
       01  WS-EDICION.                                                  00014600
           03  WS-ED-NRODOC         PIC Z(10)9.                         00014700
           03  WS-ED-NROCLI         PIC ZZ9.                            00014800
           03  WS-ED-SUCURSAL       PIC Z9.                             00014900
           03  WS-ED-LIMDESC        PIC ZZ.ZZ9,99.                      00015000
                                                                        00015100
      *****************************************                         00015200
      *  VARIABLES AUXILARES.                *                          00015300
      *****************************************                         00015400
       01 WS-AUXILIARES.                                                00015500
          03  WS-PARRAFO            PIC X(30) VALUE SPACES.             00015600
          03  WS-ARCHIVO-DESC       PIC X(30) VALUE SPACES.             00015700
          03  WS-FECHA-AUX          PIC X(10).                          00015800
          03  WS-CUENTA-LINEA       PIC 9(02) VALUE ZEROS.              00015900
          03  WS-DESCRIPCION        PIC X(40) VALUE SPACES.             00016000
          03  WS-LINEA-DETALLE      PIC X(132) VALUE SPACES.            00016100
                                                                        00016200
      *****************************************                         00016300
      *   IMPRESION DE TITULOS LISTADO        *                         00016400
      *****************************************                         00016500
       01 WS-LINEA       PIC X(132) VALUE ALL '-'.                      00016600
                                                                        00016700
       01 WS-TITULO.                                                    00016800
          03  FILLER     PIC X(05) VALUE SPACES.                        00016900
          03  WS-TITULO-LEYENDA     PIC X(33) VALUE                     00017000
                     'REVISION AUDITORIA DATOS MAESTROS'.               00017100
          03  FILLER                PIC X(28)    VALUE SPACES.          00017200
          03  FILLER                PIC X(10)    VALUE '   FECHA: '.    00017300
          03  WS-FECHA.                                                 00017400
              05  WS-DD             PIC 9(02).                          00017500
              05  FILLER            PIC X       VALUE '/'.              00017600
              05  WS-MM             PIC 9(02).                          00017700
              05  FILLER            PIC X       VALUE '/'.              00017800
              05  WS-AAAA           PIC 9(04).                          00017900
          03  FILLER                PIC X(20)    VALUE SPACES.          00018000
          03  FILLER                PIC X(13)    VALUE 'NRO. PAGINA: '. 00018100
          03  WS-NRO-PAGINA         PIC 9(02)    VALUE ZEROES.          00018200
          03  FILLER                PIC X(08)    VALUE SPACES.          00018300
                                                                        00018400
      ***************************************************               00018500
      *  CRITERIO DE SELECCION DEBAJO DEL TITULO        *               00018600
      ***************************************************               00018700
       01 WS-SUBTITULO-CRITERIO.                                        00018800
          03 FILLER                 PIC X(05) VALUE SPACES.             00018900
          03 FILLER                 PIC X(09) VALUE 'PERIODO: '.        00019000
          03 WS-CRI-FEC-DESDE       PIC X(10) VALUE SPACES.             00019100
          03 FILLER                 PIC X(03) VALUE ' A '.              00019200
          03 WS-CRI-FEC-HASTA       PIC X(10) VALUE SPACES.             00019300
          03 FILLER                 PIC X(12) VALUE '   CLIENTE: '.     00019400
          03 WS-CRI-CLIENTE         PIC X(07) VALUE SPACES.             00019500
          03 FILLER                 PIC X(11) VALUE '   CUENTA: '.      00019600
          03 WS-CRI-CUENTA          PIC X(08) VALUE SPACES.             00019700
          03 FILLER                 PIC X(57) VALUE SPACES.             00019800
                                                                        00019900
      ***************************************************               00020000
      *  SUBTITULOS DEL LISTADO DE CAMBIOS              *               00020100
      ***************************************************               00020200
       01 WS-SUBTITULO-CAMBIO.                                          00020300
          03 FILLER                 PIC X     VALUE '|'.                00020400
          03 FILLER                 PIC X(12) VALUE ' FECHA PROC '.     00020500
          03 FILLER                 PIC X     VALUE '|'.                00020600
          03 FILLER                 PIC X(10) VALUE ' PROGRAMA '.       00020700
          03 FILLER                 PIC X     VALUE '|'.                00020800
          03 FILLER                 PIC X(22) VALUE                     00020900
                         ' NOVEDAD DE ORIGEN    '.                      00021000
          03 FILLER                 PIC X     VALUE '|'.                00021100
          03 FILLER                 PIC X(05) VALUE ' CLI '.            00021200
          03 FILLER                 PIC X     VALUE '|'.                00021300
          03 FILLER                 PIC X(10) VALUE '  CUENTA  '.       00021400
          03 FILLER                 PIC X     VALUE '|'.                00021500
          03 FILLER                 PIC X(42) VALUE                     00021600
                         ' CAMBIO REALIZADO                         '.  00021700
          03 FILLER                 PIC X     VALUE '|'.                00021800
          03 FILLER                 PIC X(21) VALUE                     00021900
                         ' REGISTRADO EL       '.                       00022000
          03 FILLER                 PIC X     VALUE '|'.                00022100
          03 FILLER                 PIC X(02) VALUE SPACES.             00022200
                                                                        00022300
      ***************************************************               00022400
      *  LINEA DE CABECERA DE CADA CAMBIO               *               00022500
      ***************************************************               00022600
       01 WS-REG-SALIDA-CAMBIO.                                         00022700
          03  FILLER              PIC X         VALUE '|'.              00022800
          03  FILLER              PIC X         VALUE SPACES.           00022900
          03  REG-CAM-FECPROC     PIC X(10)     VALUE SPACES.           00023000
          03  FILLER              PIC X         VALUE SPACES.           00023100
          03  FILLER              PIC X         VALUE '|'.              00023200
          03  FILLER              PIC X         VALUE SPACES.           00023300
          03  REG-CAM-PROGRAMA    PIC X(08)     VALUE SPACES.           00023400
          03  FILLER              PIC X         VALUE SPACES.           00023500
          03  FILLER              PIC X         VALUE '|'.              00023600
          03  FILLER              PIC X         VALUE SPACES.           00023700
          03  REG-CAM-REFNOV      PIC X(20)     VALUE SPACES.           00023800
          03  FILLER              PIC X         VALUE SPACES.           00023900
          03  FILLER              PIC X         VALUE '|'.              00024000
          03  FILLER              PIC X         VALUE SPACES.           00024100
          03  REG-CAM-NROCLI      PIC ZZ9       VALUE ZEROS.            00024200
          03  FILLER              PIC X         VALUE SPACES.           00024300
          03  FILLER              PIC X         VALUE '|'.              00024400
          03  FILLER              PIC X         VALUE SPACES.           00024500
          03  REG-CAM-TIPCUEN     PIC X(02)     VALUE SPACES.           00024600
          03  REG-CAM-SEPARADOR   PIC X         VALUE SPACES.           00024700
          03  REG-CAM-NROCUEN     PIC Z(05)     VALUE ZEROS.            00024800
          03  FILLER              PIC X         VALUE SPACES.           00024900
          03  FILLER              PIC X         VALUE '|'.              00025000
          03  FILLER              PIC X         VALUE SPACES.           00025100
          03  REG-CAM-DESCRIPCION PIC X(40)     VALUE SPACES.           00025200
          03  FILLER              PIC X         VALUE SPACES.           00025300
          03  FILLER              PIC X         VALUE '|'.              00025400
          03  FILLER              PIC X         VALUE SPACES.           00025500
          03  REG-CAM-FECHORA     PIC X(19)     VALUE SPACES.           00025600
          03  FILLER              PIC X         VALUE SPACES.           00025700
          03  FILLER              PIC X         VALUE '|'.              00025800
          03  FILLER              PIC X(02)     VALUE SPACES.           00025900
                                                                        00026000
      ***************************************************               00026100
      *  LINEA DE CADA DATO MODIFICADO DEL CAMBIO       *               00026200
      ***************************************************               00026300
       01 WS-REG-SALIDA-DATO.                                           00026400
          03  FILLER              PIC X         VALUE '|'.              00026500
          03  FILLER              PIC X(12)     VALUE SPACES.           00026600
          03  FILLER              PIC X         VALUE '|'.              00026700
          03  FILLER              PIC X(05)     VALUE SPACES.           00026800
          03  REG-DAT-ETIQUETA    PIC X(22)     VALUE SPACES.           00026900
          03  FILLER              PIC X(09)     VALUE ' ANTES : '.      00027000
          03  REG-DAT-ANTES       PIC X(30)     VALUE SPACES.           00027100
          03  FILLER              PIC X(11)     VALUE ' DESPUES : '.    00027200
          03  REG-DAT-DESPUES     PIC X(30)     VALUE SPACES.           00027300
          03  FILLER              PIC X(10)     VALUE SPACES.           00027400
          03  FILLER              PIC X         VALUE '|'.              00027500
                                                                        00027600
      ***************************************************               00027700
      *  PIE DEL LISTADO: TOTALES Y FIRMA DEL REVISOR   *               00027800
      ***************************************************               00027900
       01 WS-REG-SALIDA-TOTAL.                                          00028000
          03  FILLER              PIC X(05)     VALUE SPACES.           00028100
          03  REG-TOT-LEYENDA     PIC X(40)     VALUE SPACES.           00028200
          03  REG-TOT-CANTIDAD    PIC ZZ.ZZ9    VALUE ZEROS.            00028300
          03  FILLER              PIC X(81)     VALUE SPACES.           00028400
                                                                        00028500
       01 WS-REG-SALIDA-FIRMA.                                          00028600
          03  FILLER              PIC X(05)     VALUE SPACES.           00028700
          03  FILLER              PIC X(15)     VALUE                   00028800
                                  'REVISADO POR: '.                     00028900
          03  FILLER              PIC X(30)     VALUE ALL '_'.          00029000
          03  FILLER              PIC X(12)     VALUE '    FIRMA: '.    00029100
          03  FILLER              PIC X(30)     VALUE ALL '_'.          00029200
          03  FILLER              PIC X(12)     VALUE '    FECHA: '.    00029300
          03  FILLER              PIC X(10)     VALUE '__/__/____'.     00029400
          03  FILLER              PIC X(18)     VALUE SPACES.           00029500
                                                                        00029600
      *****************************************                         00029700
      *   FIN IMPRESION DE TITULOS LISTADO    *                         00029800
      *****************************************                         00029900
       77  FILLER        PIC X(26) VALUE '* VARIABLES SQL          *'.  00030000
                                                                        00030100
      ********************************************************          00030200
      *  AREA DE COPYS                                       *          00030300
      ********************************************************          00030400
                                                                        00030500
      **   COPY DE IMAGENES DE FILA PARA LA AUDITORIA       **          00030600
      **   DE DATOS MAESTROS (TBAUDMAE IMGANT / IMGPOS)     **          00030700
      **    COPY IMGAUDIT.                                              00030800
       01  WS-IMAGEN-AUDITORIA         PIC X(80).                       00030900
      * TBCURCLI                                                        00031000
       01  IMG-CLIENTE REDEFINES WS-IMAGEN-AUDITORIA.                   00031100
           03 IMG-CLI-TIPDOC           PIC X(2).                        00031200
           03 IMG-CLI-NRODOC           PIC 9(11).                       00031300
           03 IMG-CLI-NROCLI           PIC 9(3).                        00031400
           03 IMG-CLI-NOMAPE           PIC X(30).                       00031500
           03 IMG-CLI-FECNAC           PIC X(10).                       00031600
           03 IMG-CLI-SEXO             PIC X(1).                        00031700
           03 FILLER                   PIC X(23).                       00031800
      * TBCURCTA (SIN SALDO: LOS MOVIMIENTOS SE RASTREAN EN TBMOVHIS)   00031900
       01  IMG-CUENTA REDEFINES WS-IMAGEN-AUDITORIA.                    00032000
           03 IMG-CTA-TIPCUEN          PIC X(2).                        00032100
           03 IMG-CTA-NROCUEN          PIC 9(5).                        00032200
           03 IMG-CTA-SUCUEN           PIC 9(2).                        00032300
           03 IMG-CTA-NROCLI           PIC 9(3).                        00032400
           03 IMG-CTA-MONEDA           PIC X(2).                        00032500
           03 FILLER                   PIC X(66).                       00032600
      * TBESTCLI                                                        00032700
       01  IMG-ESTADO-CLI REDEFINES WS-IMAGEN-AUDITORIA.                00032800
           03 IMG-ECL-NROCLI           PIC 9(3).                        00032900
           03 IMG-ECL-ESTADO           PIC X(1).                        00033000
           03 IMG-ECL-MOTIVO           PIC X(10).                       00033100
           03 IMG-ECL-FECESTADO        PIC X(10).                       00033200
           03 FILLER                   PIC X(56).                       00033300
      * TBESTCTA                                                        00033400
       01  IMG-ESTADO-CTA REDEFINES WS-IMAGEN-AUDITORIA.                00033500
           03 IMG-ECT-TIPCUEN          PIC X(2).                        00033600
           03 IMG-ECT-NROCUEN          PIC 9(5).                        00033700
           03 IMG-ECT-ESTADO           PIC X(1).                        00033800
           03 IMG-ECT-FECESTADO        PIC X(10).                       00033900
           03 FILLER                   PIC X(62).                       00034000
      * TBDOMCLI                                                        00034100
       01  IMG-DOMICILIO REDEFINES WS-IMAGEN-AUDITORIA.                 00034200
           03 IMG-DOM-NROCLI           PIC 9(3).                        00034300
           03 IMG-DOM-DOMICILIO        PIC X(30).                       00034400
           03 IMG-DOM-EMAIL            PIC X(25).                       00034500
           03 IMG-DOM-SUCURSAL         PIC 9(2).                        00034600
           03 IMG-DOM-FECALTA          PIC X(10).                       00034700
           03 IMG-DOM-AVISOS           PIC X(1).                        00034800
           03 FILLER                   PIC X(9).                        00034900
      * TBLIMCTA                                                        00035000
       01  IMG-LIMITE REDEFINES WS-IMAGEN-AUDITORIA.                    00035100
           03 IMG-LIM-TIPCUEN          PIC X(2).                        00035200
           03 IMG-LIM-NROCUEN          PIC 9(5).                        00035300
           03 IMG-LIM-LIMDESC          PIC 9(5)V9(2).                   00035400
           03 FILLER                   PIC X(66).                       00035410
      * TBEXEIMP                                                        00035420
       01  IMG-EXENCION REDEFINES WS-IMAGEN-AUDITORIA.                  00035430
           03 IMG-EXE-NROCLI           PIC 9(3).                        00035440
           03 IMG-EXE-FECDESDE         PIC X(10).                       00035450
           03 IMG-EXE-FECHASTA         PIC X(10).                       00035460
           03 IMG-EXE-CERTIF           PIC X(20).                       00035470
           03 FILLER                   PIC X(37).                       00035500
                                                                        00035600
      ********************************************************          00035700
      *  AREA DE COMUNICACION Y DEFINICION SQL DB2           *          00035800
      ********************************************************          00035900
            EXEC SQL                                                    00036000
              INCLUDE SQLCA                                             00036100
            END-EXEC.                                                   00036200
                                                                        00036300
            EXEC SQL                                                    00036400
              INCLUDE TBAUDMAE                                          00036500
            END-EXEC.                                                   00036600
                                                                        00036700
            EXEC SQL                                                    00036800
              INCLUDE TBCALEND                                          00036900
            END-EXEC.                                                   00037000
                                                                        00037100
      ***************************************************               00037200
      * CURSOR C1 - CAMBIOS AUDITADOS DENTRO DEL RANGO  *               00037300
      * DE FECHAS, DEL CLIENTE Y/O CUENTA PEDIDOS, EN   *               00037400
      * EL ORDEN EN QUE SE APLICARON                    *               00037500
      ***************************************************               00037600
            EXEC SQL                                                    00037700
              DECLARE C1 CURSOR FOR                                     00037800
              SELECT FECPROC,                                           00037900
                     PROGRAMA,                                          00038000
                     NROAUD,                                            00038100
                     TABLA,                                             00038200
                     OPERACION,                                         00038300
                     NROCLI,                                            00038400
                     TIPCUEN,                                           00038500
                     NROCUEN,                                           00038600
                     REFNOV,                                            00038700
                     IMGANT,                                            00038800
                     IMGPOS,                                            00038900
                     FECHORA                                            00039000
                FROM KC02803.TBAUDMAE                                   00039100
               WHERE FECPROC BETWEEN :WS-FEC-DESDE                      00039200
                                 AND :WS-FEC-HASTA                      00039300
                 AND (:WS-FILTRO-NROCLI = 0                             00039400
                      OR NROCLI = :WS-FILTRO-NROCLI)                    00039500
                 AND (:WS-FILTRO-TIPCUEN = '  '                         00039600
                      OR (TIPCUEN = :WS-FILTRO-TIPCUEN                  00039700
                          AND NROCUEN = :WS-FILTRO-NROCUEN))            00039800
               ORDER BY FECPROC, FECHORA, PROGRAMA, NROAUD              00039900
            END-EXEC.                                                   00040000
                                                                        00040100
       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.  00040200
                                                                        00040300
      ***************************************************************.  00040400
       PROCEDURE DIVISION.                                              00040500
      **************************************                            00040600
      *  CUERPO PRINCIPAL DEL PROGRAMA     *                            00040700
      **************************************                            00040800
       MAIN-PROGRAM.                                                    00040900
                                                                        00041000
           PERFORM 1000-I-INICIO   THRU                                 00041100
                   1000-F-INICIO.                                       00041200
                                                                        00041300
           IF WS-SI-PROCESO                                             00041400
              PERFORM 2000-I-CAMBIOS                                    00041500
                 THRU 2000-F-CAMBIOS                                    00041600
           END-IF                                                       00041700
                                                                        00041800
           IF WS-ARRANQUE-OK AND WS-SI-PROCESO                          00041900
              PERFORM 4000-I-GRABAR-PIE                                 00042000
                 THRU 4000-F-GRABAR-PIE                                 00042100
           END-IF                                                       00042200
                                                                        00042300
           PERFORM 9999-I-FINAL    THRU                                 00042400
                   9999-F-FINAL.                                        00042500
                                                                        00042600
       F-MAIN-PROGRAM. GOBACK.                                          00042700
                                                                        00042800
      **************************************                            00042900
      *  CUERPO INICIO APERTURA ARCHIVOS   *                            00043000
      **************************************                            00043100
       1000-I-INICIO.                                                   00043200
                                                                        00043300
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-AUX                   00043400
           MOVE WS-FECHA-AUX(1:4)     TO WS-AAAA                        00043500
           MOVE WS-FECHA-AUX(5:2)     TO WS-MM                          00043600
           MOVE WS-FECHA-AUX(7:2)     TO WS-DD                          00043700
           MOVE 99 TO WS-CUENTA-LINEA                                   00043800
                                                                        00043900
           SET WS-SI-PROCESO TO TRUE                                    00044000
                                                                        00044100
           PERFORM 1015-I-OBTENER-FECHA-PROCESO                         00044200
              THRU 1015-F-OBTENER-FECHA-PROCESO                         00044300
           IF WS-FIN-PROCESO                                            00044400
              GO TO 1000-F-INICIO                                       00044500
           END-IF                                                       00044600
                                                                        00044700
           PERFORM 1005-I-LEER-PARM                                     00044800
              THRU 1005-F-LEER-PARM                                     00044900
           IF WS-FIN-PROCESO                                            00045000
              GO TO 1000-F-INICIO                                       00045100
           END-IF                                                       00045200
                                                                        00045300
           PERFORM 8000-I-APERTURA-ARCHIVOS                             00045400
              THRU 8000-F-APERTURA-ARCHIVOS                             00045500
                                                                        00045600
           IF FS-SALIDA = '00' AND WS-SI-PROCESO                        00045700
              SET WS-ARRANQUE-OK TO TRUE                                00045800
           ELSE                                                         00045900
              IF FS-SALIDA NOT = '00'                                   00046000
                 DISPLAY '*********************************'            00046100
                 DISPLAY '* ERROR EN APERTURA DE ARCHIVOS *'            00046200
                 DISPLAY '* REPORTE CANCELADO             *'            00046300
                 DISPLAY '*********************************'            00046400
              END-IF                                                    00046500
              SET WS-FIN-PROCESO TO TRUE                                00046600
           END-IF                                                       00046700
           .                                                            00046800
       1000-F-INICIO.   EXIT.                                           00046900
                                                                        00047000
      ***********************************************************       00047100
      *  FECHA DE PROCESO DE LA CADENA (TBCALEND):              *       00047200
      *  ES LA FECHA POR DEFECTO DEL RANGO DE LA REVISION. SE   *       00047300
      *  RECHAZA LA CORRIDA SI NO HAY FECHA MARCADA.            *       00047400
      ***********************************************************       00047500
       1015-I-OBTENER-FECHA-PROCESO.                                    00047600
                                                                        00047700
           MOVE '1015-I-OBTENER-FECHA-PROC' TO WS-PARRAFO.              00047800
                                                                        00047900
           EXEC SQL                                                     00048000
              SELECT FECHA                                              00048100
                INTO :CA-FECHA                                          00048200
                FROM KC02803.TBCALEND                                   00048300
               WHERE FECPROC = 'S'                                      00048400
           END-EXEC                                                     00048500
                                                                        00048600
           EVALUATE TRUE                                                00048700
           WHEN SQLCODE EQUAL ZEROS                                     00048800
                CONTINUE                                                00048900
           WHEN SQLCODE EQUAL +100                                      00049000
                DISPLAY '*****************************************'     00049100
                DISPLAY '* NO HAY FECHA DE PROCESO MARCADA EN    *'     00049200
                DISPLAY '* TBCALEND (FECPROC = S)                *'     00049300
                DISPLAY '* LA CORRIDA SE RECHAZA                 *'     00049400
                DISPLAY '*****************************************'     00049500
                MOVE 9999 TO RETURN-CODE                                00049600
                SET  WS-FIN-PROCESO TO TRUE                             00049700
           WHEN OTHER                                                   00049800
                MOVE SQLCODE   TO WS-SQLCODE                            00049900
                DISPLAY '************************************'          00050000
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00050100
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00050200
                DISPLAY '************************************'          00050300
                DISPLAY '* TABLA       : CALENDARIO TBCALEND*'          00050400
                DISPLAY '* DESCRIPCION : FECHA DE PROCESO   *'          00050500
                DISPLAY '************************************'          00050600
                MOVE 9999 TO RETURN-CODE                                00050700
                SET  WS-FIN-PROCESO TO TRUE                             00050800
           END-EVALUATE.                                                00050900
                                                                        00051000
       1015-F-OBTENER-FECHA-PROCESO. EXIT.                              00051100
                                                                        00051200
      **************************************                            00051300
      *  LECTURA DE PARAMETRO DE EJECUCION *                            00051400
      **************************************                            00051500
       1005-I-LEER-PARM.                                                00051600
                                                                        00051700
           MOVE '1005-I-LEER-PARM' TO WS-PARRAFO                        00051800
                                                                        00051900
           ACCEPT WS-PARM-ENTRADA FROM SYSIN                            00052000
                                                                        00052100
      *    SIN PERIODO SE REVISA EL DIA DE PROCESO                      00052200
           IF WS-PARM-FEC-DESDE = SPACES AND                            00052300
              WS-PARM-FEC-HASTA = SPACES                                00052400
              MOVE CA-FECHA TO WS-PARM-FEC-DESDE                        00052500
              MOVE CA-FECHA TO WS-PARM-FEC-HASTA                        00052600
           END-IF                                                       00052700
                                                                        00052800
           IF WS-PARM-NROCLI = SPACES                                   00052900
              MOVE ZEROS TO WS-PARM-NROCLI-N                            00053000
           END-IF                                                       00053100
                                                                        00053200
           IF WS-PARM-FEC-DESDE = SPACES OR                             00053300
              WS-PARM-FEC-HASTA = SPACES OR                             00053400
              WS-PARM-FEC-DESDE > WS-PARM-FEC-HASTA OR                  00053500
              WS-PARM-NROCLI-N NOT NUMERIC                              00053600
              GO TO 1005-X-PARM-INVALIDO                                00053700
           END-IF                                                       00053800
                                                                        00053900
           IF WS-PARM-TIPCUEN = SPACES                                  00054000
              IF WS-PARM-NROCUEN NOT = SPACES                           00054100
                 GO TO 1005-X-PARM-INVALIDO                             00054200
              END-IF                                                    00054300
           ELSE                                                         00054400
              IF (WS-PARM-TIPCUEN NOT = '01' AND                        00054500
                  WS-PARM-TIPCUEN NOT = '02') OR                        00054600
                 WS-PARM-NROCUEN-N NOT NUMERIC                          00054700
                 GO TO 1005-X-PARM-INVALIDO                             00054800
              END-IF                                                    00054900
           END-IF                                                       00055000
                                                                        00055100
           MOVE WS-PARM-FEC-DESDE   TO WS-FEC-DESDE                     00055200
           MOVE WS-PARM-FEC-HASTA   TO WS-FEC-HASTA                     00055300
           MOVE WS-PARM-NROCLI-N    TO WS-FILTRO-NROCLI                 00055400
           MOVE WS-PARM-TIPCUEN     TO WS-FILTRO-TIPCUEN                00055500
           IF WS-PARM-TIPCUEN = SPACES                                  00055600
              MOVE ZEROS               TO WS-FILTRO-NROCUEN             00055700
           ELSE                                                         00055800
              MOVE WS-PARM-NROCUEN-N   TO WS-FILTRO-NROCUEN             00055900
           END-IF                                                       00056000
                                                                        00056100
           MOVE WS-FEC-DESDE TO WS-CRI-FEC-DESDE                        00056200
           MOVE WS-FEC-HASTA TO WS-CRI-FEC-HASTA                        00056300
           IF WS-FILTRO-NROCLI = ZEROS                                  00056400
              MOVE 'TODOS'          TO WS-CRI-CLIENTE                   00056500
           ELSE                                                         00056600
              MOVE WS-PARM-NROCLI   TO WS-CRI-CLIENTE                   00056700
           END-IF                                                       00056800
           IF WS-FILTRO-TIPCUEN = SPACES                                00056900
              MOVE 'TODAS'          TO WS-CRI-CUENTA                    00057000
           ELSE                                                         00057100
              MOVE WS-PARM-TIPCUEN  TO WS-CRI-CUENTA(1:2)               00057200
              MOVE '-'              TO WS-CRI-CUENTA(3:1)               00057300
              MOVE WS-PARM-NROCUEN  TO WS-CRI-CUENTA(4:5)               00057400
           END-IF                                                       00057500
                                                                        00057600
           DISPLAY '* PERIODO DE LA REVISION : ' WS-FEC-DESDE           00057700
                   ' A ' WS-FEC-HASTA                                   00057800
           DISPLAY '* CLIENTE                : ' WS-CRI-CLIENTE         00057900
           DISPLAY '* CUENTA                 : ' WS-CRI-CUENTA          00058000
           GO TO 1005-F-LEER-PARM                                       00058100
           .                                                            00058200
       1005-X-PARM-INVALIDO.                                            00058300
           DISPLAY '*****************************************'          00058400
           DISPLAY '* TARJETA SYSIN INVALIDA                *'          00058500
           DISPLAY '* COL 1-10/12-21 PERIODO (AMBAS O NINGU-*'          00058600
           DISPLAY '* NA), 23-25 NROCLI, 27-28 TIPCUEN Y    *'          00058700
           DISPLAY '* 30-34 NROCUEN (AMBOS O NINGUNO)       *'          00058800
           DISPLAY '*****************************************'          00058900
           MOVE 9999 TO RETURN-CODE                                     00059000
           SET WS-FIN-PROCESO TO TRUE                                   00059100
           .                                                            00059200
       1005-F-LEER-PARM. EXIT.                                          00059300
                                                                        00059400
      ***********************************************************       00059500
      *  RECORRIDA DE LOS CAMBIOS AUDITADOS (CURSOR C1)         *       00059600
      ***********************************************************       00059700
       2000-I-CAMBIOS.                                                  00059800
                                                                        00059900
           SET WS-SI-CURSOR TO TRUE                                     00060000
                                                                        00060100
           PERFORM 8200-I-ABRIR-CURSOR-C1                               00060200
              THRU 8200-F-ABRIR-CURSOR-C1                               00060300
                                                                        00060400
           IF WS-SI-CURSOR                                              00060500
              PERFORM 8400-I-LEER-CURSOR-C1                             00060600
                 THRU 8400-F-LEER-CURSOR-C1                             00060700
                                                                        00060800
              PERFORM 2100-I-UN-CAMBIO                                  00060900
                 THRU 2100-F-UN-CAMBIO                                  00061000
                UNTIL WS-FIN-CURSOR OR WS-FIN-PROCESO                   00061100
                                                                        00061200
              PERFORM 8300-I-CERRAR-CURSOR-C1                           00061300
                 THRU 8300-F-CERRAR-CURSOR-C1                           00061400
           END-IF                                                       00061500
           .                                                            00061600
       2000-F-CAMBIOS. EXIT.                                            00061700
                                                                        00061800
      ***********************************************************       00061900
      *  UN CAMBIO: CABECERA CON LA DESCRIPCION Y UNA LINEA     *       00062000
      *  POR CADA DATO QUE CAMBIO (EN EL ALTA TODOS LOS DATOS   *       00062100
      *  NUEVOS, EN LA BAJA TODOS LOS QUE SE BORRARON)          *       00062200
      ***********************************************************       00062300
       2100-I-UN-CAMBIO.                                                00062400
                                                                        00062500
           ADD 1 TO WS-CANT-CAMBIOS                                     00062600
           EVALUATE AU-OPERACION                                        00062700
           WHEN 'A'                                                     00062800
                ADD 1 TO WS-CANT-ALTAS                                  00062900
           WHEN 'M'                                                     00063000
                ADD 1 TO WS-CANT-MODIF                                  00063100
           WHEN 'B'                                                     00063200
                ADD 1 TO WS-CANT-BAJAS                                  00063300
           END-EVALUATE                                                 00063400
                                                                        00063500
           PERFORM 2200-I-DESCRIBIR-CAMBIO                              00063600
              THRU 2200-F-DESCRIBIR-CAMBIO                              00063700
                                                                        00063800
           MOVE AU-FECPROC       TO REG-CAM-FECPROC                     00063900
           MOVE AU-PROGRAMA      TO REG-CAM-PROGRAMA                    00064000
           MOVE AU-REFNOV        TO REG-CAM-REFNOV                      00064100
           MOVE AU-NROCLI        TO REG-CAM-NROCLI                      00064200
           IF AU-TIPCUEN = SPACES                                       00064300
              MOVE SPACES        TO REG-CAM-TIPCUEN                     00064400
              MOVE SPACES        TO REG-CAM-SEPARADOR                   00064500
              MOVE ZEROS         TO REG-CAM-NROCUEN                     00064600
           ELSE                                                         00064700
              MOVE AU-TIPCUEN    TO REG-CAM-TIPCUEN                     00064800
              MOVE '-'           TO REG-CAM-SEPARADOR                   00064900
              MOVE AU-NROCUEN    TO REG-CAM-NROCUEN                     00065000
           END-IF                                                       00065100
           MOVE WS-DESCRIPCION   TO REG-CAM-DESCRIPCION                 00065200
           MOVE AU-FECHORA(1:19) TO REG-CAM-FECHORA                     00065300
                                                                        00065400
      *    LA CABECERA Y SU PRIMER DATO NO SE SEPARAN DE PAGINA         00065500
           IF WS-CUENTA-LINEA > 48                                      00065600
              PERFORM 9000-I-GRABAR-TITULOS                             00065700
                 THRU 9000-F-GRABAR-TITULOS                             00065800
           END-IF                                                       00065900
           MOVE WS-REG-SALIDA-CAMBIO TO WS-LINEA-DETALLE                00066000
           PERFORM 3900-I-GRABAR-LINEA                                  00066100
              THRU 3900-F-GRABAR-LINEA                                  00066200
                                                                        00066300
           MOVE SPACES TO WS-TABLA-DATOS                                00066400
           MOVE ZEROS  TO WS-CANT-CAMPOS                                00066500
                                                                        00066600
           IF AU-IMGANT NOT = SPACES                                    00066700
              MOVE 1         TO WS-LADO                                 00066800
              MOVE AU-IMGANT TO WS-IMAGEN-AUDITORIA                     00066900
              PERFORM 2300-I-CARGAR-DATOS                               00067000
                 THRU 2300-F-CARGAR-DATOS                               00067100
           END-IF                                                       00067200
                                                                        00067300
           IF AU-IMGPOS NOT = SPACES                                    00067400
              MOVE 2         TO WS-LADO                                 00067500
              MOVE AU-IMGPOS TO WS-IMAGEN-AUDITORIA                     00067600
              PERFORM 2300-I-CARGAR-DATOS                               00067700
                 THRU 2300-F-CARGAR-DATOS                               00067800
           END-IF                                                       00067900
                                                                        00068000
           PERFORM 2400-I-LISTAR-DATO                                   00068100
              THRU 2400-F-LISTAR-DATO                                   00068200
             VARYING WS-IDX FROM 1 BY 1                                 00068300
               UNTIL WS-IDX > WS-CANT-CAMPOS                            00068400
                  OR WS-FIN-PROCESO                                     00068500
                                                                        00068600
           MOVE WS-LINEA TO WS-LINEA-DETALLE                            00068700
           PERFORM 3900-I-GRABAR-LINEA                                  00068800
              THRU 3900-F-GRABAR-LINEA                                  00068900
                                                                        00069000
           PERFORM 8400-I-LEER-CURSOR-C1                                00069100
              THRU 8400-F-LEER-CURSOR-C1                                00069200
           .                                                            00069300
       2100-F-UN-CAMBIO. EXIT.                                          00069400
                                                                        00069500
      ***********************************************************       00069600
      *  DESCRIPCION DEL CAMBIO EN LENGUAJE LLANO SEGUN TABLA   *       00069700
      *  Y OPERACION. EN LOS ESTADOS SE MIRA EL ESTADO NUEVO    *       00069800
      *  PARA DECIR SI FUE UN BLOQUEO, UNA MARCA DE DORMIDA O   *       00069900
      *  UNA REACTIVACION.                                      *       00070000
      ***********************************************************       00070100
       2200-I-DESCRIBIR-CAMBIO.                                         00070200
                                                                        00070300
           MOVE AU-IMGPOS TO WS-IMAGEN-AUDITORIA                        00070400
                                                                        00070500
           EVALUATE AU-TABLA ALSO AU-OPERACION                          00070600
           WHEN 'TBCURCLI' ALSO 'A'                                     00070700
                MOVE 'ALTA DE CLIENTE' TO WS-DESCRIPCION                00070800
           WHEN 'TBCURCLI' ALSO 'M'                                     00070900
                MOVE 'MODIFICACION DE DATOS DEL CLIENTE'                00071000
                                       TO WS-DESCRIPCION                00071100
           WHEN 'TBCURCLI' ALSO 'B'                                     00071200
                MOVE 'BAJA DE CLIENTE' TO WS-DESCRIPCION                00071300
           WHEN 'TBESTCLI' ALSO 'B'                                     00071400
                MOVE 'BAJA DEL ESTADO DEL CLIENTE'                      00071500
                                       TO WS-DESCRIPCION                00071600
           WHEN 'TBESTCLI' ALSO ANY                                     00071700
                IF IMG-ECL-ESTADO = 'B'                                 00071800
                   MOVE 'BLOQUEO DEL CLIENTE' TO WS-DESCRIPCION         00071900
                ELSE                                                    00072000
                   MOVE 'DESBLOQUEO DEL CLIENTE' TO WS-DESCRIPCION      00072100
                END-IF                                                  00072200
           WHEN 'TBDOMCLI' ALSO 'A'                                     00072300
                MOVE 'ALTA DE DOMICILIO DEL CLIENTE'                    00072400
                                       TO WS-DESCRIPCION                00072500
           WHEN 'TBDOMCLI' ALSO 'M'                                     00072600
                MOVE 'CAMBIO DE DOMICILIO DEL CLIENTE'                  00072700
                                       TO WS-DESCRIPCION                00072800
           WHEN 'TBDOMCLI' ALSO 'B'                                     00072900
                MOVE 'BAJA DE DOMICILIO DEL CLIENTE'                    00073000
                                       TO WS-DESCRIPCION                00073100
           WHEN 'TBCURCTA' ALSO 'A'                                     00073200
                MOVE 'APERTURA DE CUENTA' TO WS-DESCRIPCION             00073300
           WHEN 'TBCURCTA' ALSO 'M'                                     00073400
                MOVE 'MODIFICACION DE DATOS DE LA CUENTA'               00073500
                                       TO WS-DESCRIPCION                00073600
           WHEN 'TBCURCTA' ALSO 'B'                                     00073700
                MOVE 'CIERRE DE CUENTA' TO WS-DESCRIPCION               00073800
           WHEN 'TBESTCTA' ALSO 'B'                                     00073900
                MOVE 'BAJA DEL ESTADO DE LA CUENTA'                     00074000
                                       TO WS-DESCRIPCION                00074100
           WHEN 'TBESTCTA' ALSO ANY                                     00074200
                IF IMG-ECT-ESTADO = 'D'                                 00074300
                   MOVE 'CUENTA MARCADA COMO DORMIDA'                   00074400
                                       TO WS-DESCRIPCION                00074500
                ELSE                                                    00074600
                   MOVE 'REACTIVACION DE CUENTA DORMIDA'                00074700
                                       TO WS-DESCRIPCION                00074800
                END-IF                                                  00074900
           WHEN 'TBLIMCTA' ALSO 'A'                                     00075000
                MOVE 'ALTA DE LIMITE DE DESCUBIERTO'                    00075100
                                       TO WS-DESCRIPCION                00075200
           WHEN 'TBLIMCTA' ALSO 'M'                                     00075300
                MOVE 'CAMBIO DE LIMITE DE DESCUBIERTO'                  00075400
                                       TO WS-DESCRIPCION                00075500
           WHEN 'TBLIMCTA' ALSO 'B'                                     00075600
                MOVE 'BAJA DE LIMITE DE DESCUBIERTO'                    00075700
                                       TO WS-DESCRIPCION                00075710
           WHEN 'TBEXEIMP' ALSO 'A'                                     00075720
                MOVE 'ALTA DE EXENCION IMP. DEB/CRED'                   00075730
                                       TO WS-DESCRIPCION                00075740
           WHEN 'TBEXEIMP' ALSO 'M'                                     00075750
                MOVE 'MODIFICACION DE EXENCION IMP. DEB/CRED'           00075760
                                       TO WS-DESCRIPCION                00075770
           WHEN 'TBEXEIMP' ALSO 'B'                                     00075780
                MOVE 'BAJA DE EXENCION IMP. DEB/CRED'                   00075790
                                       TO WS-DESCRIPCION                00075800
           WHEN OTHER                                                   00075900
                MOVE SPACES            TO WS-DESCRIPCION                00076000
                STRING 'CAMBIO EN '    DELIMITED BY SIZE                00076100
                       AU-TABLA        DELIMITED BY SIZE                00076200
                       ' OPERACION '   DELIMITED BY SIZE                00076300
                       AU-OPERACION    DELIMITED BY SIZE                00076400
                  INTO WS-DESCRIPCION                                   00076500
           END-EVALUATE                                                 00076600
      *    EN LA UNIFICACION DE CLIENTES LA FILA CAMBIA DE TITULAR      00076700
      *    (LA CLAVE), QUE NO SE LISTA COMO DATO: SE DICE EN LA         00076800
      *    DESCRIPCION Y LA REFERENCIA TRAE EL PAR UNIFICADO.           00076900
           IF AU-PROGRAMA = 'EXAMEN25'                                  00077000
              EVALUATE AU-TABLA ALSO AU-OPERACION                       00077100
              WHEN 'TBCURCTA' ALSO 'M'                                  00077200
                   MOVE 'UNIFICACION: CUENTA PASA AL SOBREVIV.'         00077300
                                          TO WS-DESCRIPCION             00077400
              WHEN 'TBDOMCLI' ALSO 'M'                                  00077500
                   MOVE 'UNIFICACION: DOMICILIO PASA AL SOBREV.'        00077600
                                          TO WS-DESCRIPCION             00077700
              WHEN 'TBDOMCLI' ALSO 'B'                                  00077800
                   MOVE 'UNIFICACION: DOMICILIO DESCARTADO'             00077900
                                          TO WS-DESCRIPCION             00078000
              WHEN 'TBESTCLI' ALSO 'M'                                  00078100
                   MOVE 'UNIFICACION: ESTADO PASA AL SOBREV.'           00078200
                                          TO WS-DESCRIPCION             00078300
              WHEN 'TBESTCLI' ALSO 'B'                                  00078400
                   MOVE 'UNIFICACION: ESTADO DESCARTADO'                00078500
                                          TO WS-DESCRIPCION             00078600
              WHEN 'TBCURCLI' ALSO 'B'                                  00078700
                   MOVE 'UNIFICACION: BAJA DEL CLIENTE ABSORBIDO'       00078800
                                          TO WS-DESCRIPCION             00078900
              WHEN 'TBEXEIMP' ALSO 'M'                                  00079000
                   MOVE 'UNIFICACION: EXENCION PASA AL SOBREV.'         00079100
                                          TO WS-DESCRIPCION             00079200
              WHEN 'TBEXEIMP' ALSO 'B'                                  00079300
                   MOVE 'UNIFICACION: EXENCION DESCARTADA'              00079400
                                          TO WS-DESCRIPCION             00079500
              END-EVALUATE                                              00079600
           END-IF                                                       00079700
           .                                                            00079800
       2200-F-DESCRIBIR-CAMBIO. EXIT.                                   00079900
                                                                        00080000
      ***********************************************************       00080100
      *  CARGA DE LOS DATOS DE UNA IMAGEN (WS-IMAGEN-AUDITORIA) *       00080200
      *  EN EL LADO WS-LADO DE LA TABLA DE DATOS, YA EDITADOS   *       00080300
      *  PARA LEER. LA CLAVE DE LA FILA VA EN LA CABECERA Y NO  *       00080400
      *  SE REPITE COMO DATO.                                   *       00080500
      ***********************************************************       00080600
       2300-I-CARGAR-DATOS.                                             00080700
                                                                        00080800
           EVALUATE AU-TABLA                                            00080900
           WHEN 'TBCURCLI'                                              00081000
                MOVE 5 TO WS-CANT-CAMPOS                                00081100
                MOVE 'TIPO DE DOCUMENTO'     TO WS-DATO-ETIQUETA(1)     00081200
                MOVE 'NUMERO DE DOCUMENTO'   TO WS-DATO-ETIQUETA(2)     00081300
                MOVE 'NOMBRE Y APELLIDO'     TO WS-DATO-ETIQUETA(3)     00081400
                MOVE 'FECHA DE NACIMIENTO'   TO WS-DATO-ETIQUETA(4)     00081500
                MOVE 'SEXO'                  TO WS-DATO-ETIQUETA(5)     00081600
                MOVE IMG-CLI-TIPDOC TO WS-DATO-VALOR(1, WS-LADO)        00081700
                MOVE IMG-CLI-NRODOC TO WS-ED-NRODOC                     00081800
                MOVE WS-ED-NRODOC   TO WS-DATO-VALOR(2, WS-LADO)        00081900
                MOVE IMG-CLI-NOMAPE TO WS-DATO-VALOR(3, WS-LADO)        00082000
                MOVE IMG-CLI-FECNAC TO WS-DATO-VALOR(4, WS-LADO)        00082100
                MOVE IMG-CLI-SEXO   TO WS-DATO-VALOR(5, WS-LADO)        00082200
           WHEN 'TBCURCTA'                                              00082300
                MOVE 3 TO WS-CANT-CAMPOS                                00082400
                MOVE 'SUCURSAL'              TO WS-DATO-ETIQUETA(1)     00082500
                MOVE 'CLIENTE TITULAR'       TO WS-DATO-ETIQUETA(2)     00082600
                MOVE 'MONEDA'                TO WS-DATO-ETIQUETA(3)     00082700
                MOVE IMG-CTA-SUCUEN TO WS-ED-SUCURSAL                   00082800
                MOVE WS-ED-SUCURSAL TO WS-DATO-VALOR(1, WS-LADO)        00082900
                MOVE IMG-CTA-NROCLI TO WS-ED-NROCLI                     00083000
                MOVE WS-ED-NROCLI   TO WS-DATO-VALOR(2, WS-LADO)        00083100
                MOVE IMG-CTA-MONEDA TO WS-DATO-VALOR(3, WS-LADO)        00083200
           WHEN 'TBESTCLI'                                              00083300
                MOVE 3 TO WS-CANT-CAMPOS                                00083400
                MOVE 'ESTADO DEL CLIENTE'    TO WS-DATO-ETIQUETA(1)     00083500
                MOVE 'MOTIVO'                TO WS-DATO-ETIQUETA(2)     00083600
                MOVE 'FECHA DEL ESTADO'      TO WS-DATO-ETIQUETA(3)     00083700
                EVALUATE IMG-ECL-ESTADO                                 00083800
                WHEN 'A'                                                00083900
                     MOVE 'ACTIVO'    TO WS-DATO-VALOR(1, WS-LADO)      00084000
                WHEN 'B'                                                00084100
                     MOVE 'BLOQUEADO' TO WS-DATO-VALOR(1, WS-LADO)      00084200
                WHEN OTHER                                              00084300
                     MOVE IMG-ECL-ESTADO                                00084400
                                      TO WS-DATO-VALOR(1, WS-LADO)      00084500
                END-EVALUATE                                            00084600
                MOVE IMG-ECL-MOTIVO    TO WS-DATO-VALOR(2, WS-LADO)     00084700
                MOVE IMG-ECL-FECESTADO TO WS-DATO-VALOR(3, WS-LADO)     00084800
           WHEN 'TBESTCTA'                                              00084900
                MOVE 2 TO WS-CANT-CAMPOS                                00085000
                MOVE 'ESTADO DE LA CUENTA'   TO WS-DATO-ETIQUETA(1)     00085100
                MOVE 'FECHA DEL ESTADO'      TO WS-DATO-ETIQUETA(2)     00085200
                EVALUATE IMG-ECT-ESTADO                                 00085300
                WHEN 'A'                                                00085400
                     MOVE 'ACTIVA'    TO WS-DATO-VALOR(1, WS-LADO)      00085500
                WHEN 'D'                                                00085600
                     MOVE 'DORMIDA'   TO WS-DATO-VALOR(1, WS-LADO)      00085700
                WHEN OTHER                                              00085800
                     MOVE IMG-ECT-ESTADO                                00085900
                                      TO WS-DATO-VALOR(1, WS-LADO)      00086000
                END-EVALUATE                                            00086100
                MOVE IMG-ECT-FECESTADO TO WS-DATO-VALOR(2, WS-LADO)     00086200
           WHEN 'TBDOMCLI'                                              00086300
                MOVE 5 TO WS-CANT-CAMPOS                                00086400
                MOVE 'DOMICILIO'             TO WS-DATO-ETIQUETA(1)     00086500
                MOVE 'CORREO ELECTRONICO'    TO WS-DATO-ETIQUETA(2)     00086600
                MOVE 'SUCURSAL'              TO WS-DATO-ETIQUETA(3)     00086700
                MOVE 'FECHA DE ALTA'         TO WS-DATO-ETIQUETA(4)     00086800
                MOVE 'RECIBE AVISOS'         TO WS-DATO-ETIQUETA(5)     00086900
                MOVE IMG-DOM-DOMICILIO TO WS-DATO-VALOR(1, WS-LADO)     00087000
                MOVE IMG-DOM-EMAIL     TO WS-DATO-VALOR(2, WS-LADO)     00087100
                MOVE IMG-DOM-SUCURSAL  TO WS-ED-SUCURSAL                00087200
                MOVE WS-ED-SUCURSAL    TO WS-DATO-VALOR(3, WS-LADO)     00087300
                MOVE IMG-DOM-FECALTA   TO WS-DATO-VALOR(4, WS-LADO)     00087400
                EVALUATE IMG-DOM-AVISOS                                 00087500
                WHEN 'N'                                                00087600
                     MOVE 'NO'        TO WS-DATO-VALOR(5, WS-LADO)      00087700
                WHEN OTHER                                              00087800
                     MOVE 'SI'        TO WS-DATO-VALOR(5, WS-LADO)      00087900
                END-EVALUATE                                            00088000
           WHEN 'TBLIMCTA'                                              00088100
                MOVE 1 TO WS-CANT-CAMPOS                                00088200
                MOVE 'LIMITE DE DESCUBIERTO' TO WS-DATO-ETIQUETA(1)     00088300
                MOVE IMG-LIM-LIMDESC TO WS-ED-LIMDESC                   00088400
                MOVE WS-ED-LIMDESC   TO WS-DATO-VALOR(1, WS-LADO)       00088410
           WHEN 'TBEXEIMP'                                              00088420
                MOVE 3 TO WS-CANT-CAMPOS                                00088430
                MOVE 'VIGENTE DESDE'         TO WS-DATO-ETIQUETA(1)     00088440
                MOVE 'VIGENTE HASTA'         TO WS-DATO-ETIQUETA(2)     00088450
                MOVE 'NRO. DE CERTIFICADO'   TO WS-DATO-ETIQUETA(3)     00088460
                MOVE IMG-EXE-FECDESDE TO WS-DATO-VALOR(1, WS-LADO)      00088470
                MOVE IMG-EXE-FECHASTA TO WS-DATO-VALOR(2, WS-LADO)      00088480
                MOVE IMG-EXE-CERTIF   TO WS-DATO-VALOR(3, WS-LADO)      00088500
           WHEN OTHER                                                   00088600
                MOVE 1 TO WS-CANT-CAMPOS                                00088700
                MOVE 'IMAGEN DE LA FILA'     TO WS-DATO-ETIQUETA(1)     00088800
                MOVE WS-IMAGEN-AUDITORIA(1:30)                          00088900
                                     TO WS-DATO-VALOR(1, WS-LADO)       00089000
           END-EVALUATE                                                 00089100
           .                                                            00089200
       2300-F-CARGAR-DATOS. EXIT.                                       00089300
                                                                        00089400
      ***********************************************************       00089500
      *  UN DATO DEL CAMBIO: SOLO SI SU VALOR ANTERIOR Y EL     *       00089600
      *  POSTERIOR DIFIEREN. UN VALOR INEXISTENTE SE LISTA      *       00089700
      *  COMO '(SIN DATO)'.                                     *       00089800
      ***********************************************************       00089900
       2400-I-LISTAR-DATO.                                              00090000
                                                                        00090100
           IF WS-DATO-VALOR(WS-IDX, 1) = WS-DATO-VALOR(WS-IDX, 2)       00090200
              GO TO 2400-F-LISTAR-DATO                                  00090300
           END-IF                                                       00090400
                                                                        00090500
           ADD 1 TO WS-CANT-DATOS                                       00090600
                                                                        00090700
           MOVE WS-DATO-ETIQUETA(WS-IDX)  TO REG-DAT-ETIQUETA           00090800
           IF WS-DATO-VALOR(WS-IDX, 1) = SPACES                         00090900
              MOVE '(SIN DATO)'            TO REG-DAT-ANTES             00091000
           ELSE                                                         00091100
              MOVE WS-DATO-VALOR(WS-IDX, 1) TO REG-DAT-ANTES            00091200
           END-IF                                                       00091300
           IF WS-DATO-VALOR(WS-IDX, 2) = SPACES                         00091400
              MOVE '(SIN DATO)'            TO REG-DAT-DESPUES           00091500
           ELSE                                                         00091600
              MOVE WS-DATO-VALOR(WS-IDX, 2) TO REG-DAT-DESPUES          00091700
           END-IF                                                       00091800
                                                                        00091900
           MOVE WS-REG-SALIDA-DATO TO WS-LINEA-DETALLE                  00092000
           PERFORM 3900-I-GRABAR-LINEA                                  00092100
              THRU 3900-F-GRABAR-LINEA                                  00092200
           .                                                            00092300
       2400-F-LISTAR-DATO. EXIT.                                        00092400
                                                                        00092500
      **************************************                            00092600
      *  GRABAR LINEA DEL LISTADO          *                            00092700
      **************************************                            00092800
       3900-I-GRABAR-LINEA.                                             00092900
                                                                        00093000
           IF WS-CUENTA-LINEA > 50                                      00093100
                PERFORM 9000-I-GRABAR-TITULOS                           00093200
                   THRU 9000-F-GRABAR-TITULOS                           00093300
           END-IF                                                       00093400
                                                                        00093500
           WRITE REG-SALIDA FROM WS-LINEA-DETALLE  AFTER 1              00093600
                                                                        00093700
           MOVE FS-SALIDA TO FS-ACTUAL                                  00093800
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00093900
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00094000
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00094100
                                                                        00094200
           ADD  1   TO  WS-GRABADOS                                     00094300
           ADD  1   TO  WS-CUENTA-LINEA.                                00094400
                                                                        00094500
       3900-F-GRABAR-LINEA. EXIT.                                       00094600
                                                                        00094700
      ***********************************************************       00094800
      *  PIE DEL LISTADO: TOTALES DE LA REVISION Y RECUADRO     *       00094900
      *  PARA LA FIRMA DEL REVISOR DE CUMPLIMIENTO              *       00095000
      ***********************************************************       00095100
       4000-I-GRABAR-PIE.                                               00095200
                                                                        00095300
           MOVE '4000-I-GRABAR-PIE' TO WS-PARRAFO                       00095400
                                                                        00095500
           IF WS-CUENTA-LINEA > 40                                      00095600
              PERFORM 9000-I-GRABAR-TITULOS                             00095700
                 THRU 9000-F-GRABAR-TITULOS                             00095800
           END-IF                                                       00095900
                                                                        00096000
           MOVE SPACES TO WS-LINEA-DETALLE                              00096100
           PERFORM 3900-I-GRABAR-LINEA                                  00096200
              THRU 3900-F-GRABAR-LINEA                                  00096300
                                                                        00096400
           IF WS-CANT-CAMBIOS = ZEROS                                   00096500
              MOVE 'SIN CAMBIOS AUDITADOS EN LA SELECCION'              00096600
                                       TO REG-TOT-LEYENDA               00096700
              MOVE ZEROS               TO REG-TOT-CANTIDAD              00096800
              MOVE WS-REG-SALIDA-TOTAL TO WS-LINEA-DETALLE              00096900
              PERFORM 3900-I-GRABAR-LINEA                               00097000
                 THRU 3900-F-GRABAR-LINEA                               00097100
           END-IF                                                       00097200
                                                                        00097300
           MOVE 'TOTAL DE CAMBIOS REVISADOS     :' TO REG-TOT-LEYENDA   00097400
           MOVE WS-CANT-CAMBIOS        TO REG-TOT-CANTIDAD              00097500
           MOVE WS-REG-SALIDA-TOTAL    TO WS-LINEA-DETALLE              00097600
           PERFORM 3900-I-GRABAR-LINEA                                  00097700
              THRU 3900-F-GRABAR-LINEA                                  00097800
                                                                        00097900
           MOVE '   ALTAS                       :' TO REG-TOT-LEYENDA   00098000
           MOVE WS-CANT-ALTAS          TO REG-TOT-CANTIDAD              00098100
           MOVE WS-REG-SALIDA-TOTAL    TO WS-LINEA-DETALLE              00098200
           PERFORM 3900-I-GRABAR-LINEA                                  00098300
              THRU 3900-F-GRABAR-LINEA                                  00098400
                                                                        00098500
           MOVE '   MODIFICACIONES              :' TO REG-TOT-LEYENDA   00098600
           MOVE WS-CANT-MODIF          TO REG-TOT-CANTIDAD              00098700
           MOVE WS-REG-SALIDA-TOTAL    TO WS-LINEA-DETALLE              00098800
           PERFORM 3900-I-GRABAR-LINEA                                  00098900
              THRU 3900-F-GRABAR-LINEA                                  00099000
                                                                        00099100
           MOVE '   BAJAS                       :' TO REG-TOT-LEYENDA   00099200
           MOVE WS-CANT-BAJAS          TO REG-TOT-CANTIDAD              00099300
           MOVE WS-REG-SALIDA-TOTAL    TO WS-LINEA-DETALLE              00099400
           PERFORM 3900-I-GRABAR-LINEA                                  00099500
              THRU 3900-F-GRABAR-LINEA                                  00099600
                                                                        00099700
           MOVE 'TOTAL DE DATOS MODIFICADOS     :' TO REG-TOT-LEYENDA   00099800
           MOVE WS-CANT-DATOS          TO REG-TOT-CANTIDAD              00099900
           MOVE WS-REG-SALIDA-TOTAL    TO WS-LINEA-DETALLE              00100000
           PERFORM 3900-I-GRABAR-LINEA                                  00100100
              THRU 3900-F-GRABAR-LINEA                                  00100200
                                                                        00100300
           MOVE SPACES TO WS-LINEA-DETALLE                              00100400
           PERFORM 3900-I-GRABAR-LINEA                                  00100500
              THRU 3900-F-GRABAR-LINEA                                  00100600
           PERFORM 3900-I-GRABAR-LINEA                                  00100700
              THRU 3900-F-GRABAR-LINEA                                  00100800
                                                                        00100900
           MOVE WS-REG-SALIDA-FIRMA    TO WS-LINEA-DETALLE              00101000
           PERFORM 3900-I-GRABAR-LINEA                                  00101100
              THRU 3900-F-GRABAR-LINEA                                  00101200
           .                                                            00101300
       4000-F-GRABAR-PIE. EXIT.                                         00101400
                                                                        00101500
      **************************************                            00101600
      * APERTURA DE ARCHIVOS               *                            00101700
      **************************************                            00101800
       8000-I-APERTURA-ARCHIVOS.                                        00101900
                                                                        00102000
           MOVE '8000-I-APERTURA-ARCHIVOS' TO WS-PARRAFO                00102100
                                                                        00102200
           OPEN OUTPUT SALIDA.                                          00102300
           MOVE FS-SALIDA  TO FS-ACTUAL                                 00102400
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00102500
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00102600
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00102700
           .                                                            00102800
       8000-F-APERTURA-ARCHIVOS. EXIT.                                  00102900
                                                                        00103000
      **************************************                            00103100
      *  CIERRE DE ARCHIVOS                *                            00103200
      **************************************                            00103300
       8100-I-CIERRE-ARCHIVOS.                                          00103400
                                                                        00103500
           MOVE '8100-I-CIERRE-ARCHIVOS' TO WS-PARRAFO                  00103600
                                                                        00103700
           CLOSE SALIDA.                                                00103800
           MOVE FS-SALIDA  TO FS-ACTUAL                                 00103900
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00104000
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00104100
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00104200
           .                                                            00104300
       8100-F-CIERRE-ARCHIVOS. EXIT.                                    00104400
                                                                        00104500
      ***********************************************************       00104600
      *  APERTURA DE CURSOR C1                                  *       00104700
      ***********************************************************       00104800
       8200-I-ABRIR-CURSOR-C1.                                          00104900
                                                                        00105000
           MOVE '8200-I-ABRIR-CURSOR-C1' TO WS-PARRAFO.                 00105100
                                                                        00105200
           EXEC SQL  OPEN C1  END-EXEC                                  00105300
                                                                        00105400
           IF  SQLCODE EQUAL ZEROS                                      00105500
                SET WS-SI-CURSOR           TO TRUE                      00105600
           ELSE                                                         00105700
                PERFORM 9995-I-ERROR-DB2                                00105800
                   THRU 9995-F-ERROR-DB2                                00105900
                SET  WS-FIN-CURSOR  TO TRUE                             00106000
           END-IF.                                                      00106100
                                                                        00106200
       8200-F-ABRIR-CURSOR-C1. EXIT.                                    00106300
                                                                        00106400
      ***********************************************************       00106500
      *  CIERRE DE CURSOR C1                                    *       00106600
      ***********************************************************       00106700
       8300-I-CERRAR-CURSOR-C1.                                         00106800
                                                                        00106900
           MOVE '8300-I-CERRAR-CURSOR-C1' TO WS-PARRAFO.                00107000
                                                                        00107100
           EXEC SQL CLOSE C1  END-EXEC                                  00107200
                                                                        00107300
           IF  SQLCODE EQUAL ZEROS                                      00107400
                CONTINUE                                                00107500
           ELSE                                                         00107600
                PERFORM 9995-I-ERROR-DB2                                00107700
                   THRU 9995-F-ERROR-DB2                                00107800
           END-IF.                                                      00107900
                                                                        00108000
       8300-F-CERRAR-CURSOR-C1. EXIT.                                   00108100
                                                                        00108200
      ***********************************************************       00108300
      *  LECTURA DE CURSOR C1                                   *       00108400
      ***********************************************************       00108500
       8400-I-LEER-CURSOR-C1.                                           00108600
                                                                        00108700
           MOVE '8400-I-LEER-CURSOR-C1' TO WS-PARRAFO.                  00108800
                                                                        00108900
                EXEC SQL                                                00109000
                   FETCH C1                                             00109100
                   INTO  :AU-FECPROC,                                   00109200
                         :AU-PROGRAMA,                                  00109300
                         :AU-NROAUD,                                    00109400
                         :AU-TABLA,                                     00109500
                         :AU-OPERACION,                                 00109600
                         :AU-NROCLI,                                    00109700
                         :AU-TIPCUEN,                                   00109800
                         :AU-NROCUEN,                                   00109900
                         :AU-REFNOV,                                    00110000
                         :AU-IMGANT,                                    00110100
                         :AU-IMGPOS,                                    00110200
                         :AU-FECHORA                                    00110300
                END-EXEC                                                00110400
                                                                        00110500
           EVALUATE TRUE                                                00110600
           WHEN SQLCODE EQUAL ZEROS                                     00110700
                CONTINUE                                                00110800
           WHEN SQLCODE EQUAL +100                                      00110900
                SET  WS-FIN-CURSOR  TO TRUE                             00111000
           WHEN OTHER                                                   00111100
                PERFORM 9995-I-ERROR-DB2                                00111200
                   THRU 9995-F-ERROR-DB2                                00111300
                SET  WS-FIN-CURSOR  TO TRUE                             00111400
           END-EVALUATE.                                                00111500
                                                                        00111600
       8400-F-LEER-CURSOR-C1. EXIT.                                     00111700
                                                                        00111800
      **************************************                            00111900
      *  GRABAR TITULOS                    *                            00112000
      **************************************                            00112100
       9000-I-GRABAR-TITULOS.                                           00112200
                                                                        00112300
           MOVE '9000-I-GRABAR-TITULOS' TO WS-PARRAFO.                  00112400
                                                                        00112500
           ADD 1 TO WS-NRO-PAGINA                                       00112600
                                                                        00112700
           WRITE REG-SALIDA FROM WS-LINEA  AFTER PAGE                   00112800
           WRITE REG-SALIDA FROM WS-TITULO                              00112900
           WRITE REG-SALIDA FROM WS-SUBTITULO-CRITERIO                  00113000
           WRITE REG-SALIDA FROM WS-LINEA                               00113100
           WRITE REG-SALIDA FROM WS-SUBTITULO-CAMBIO  AFTER 1           00113200
           WRITE REG-SALIDA FROM WS-LINEA                               00113300
                                                                        00113400
           MOVE FS-SALIDA TO FS-ACTUAL                                  00113500
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00113600
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00113700
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00113800
                                                                        00113900
           MOVE 6   TO  WS-CUENTA-LINEA.                                00114000
                                                                        00114100
       9000-F-GRABAR-TITULOS.   EXIT.                                   00114200
                                                                        00114300
      *********************************************************         00114400
      *  ERROR DB2 - INFORMA Y CANCELA EL PROCESO             *         00114500
      *********************************************************         00114600
       9995-I-ERROR-DB2.                                                00114700
                                                                        00114800
           MOVE SQLCODE   TO WS-SQLCODE                                 00114900
           DISPLAY '************************************'               00115000
           DISPLAY '* ERROR DB2   : ' WS-PARRAFO                        00115100
           DISPLAY '* SQLCODE     : ' WS-SQLCODE                        00115200
           DISPLAY '************************************'               00115300
           DISPLAY '* TABLA       : AUDIT. - TBAUDMAE  *'               00115400
           DISPLAY '* DESCRIPCION : REVISION AUDITORIA *'               00115500
           DISPLAY '************************************'               00115600
           MOVE 9999 TO RETURN-CODE                                     00115700
           SET  WS-FIN-PROCESO TO TRUE                                  00115800
           .                                                            00115900
       9995-F-ERROR-DB2. EXIT.                                          00116000
                                                                        00116100
      *********************************************************         00116200
      *  VALIDACION FILE STATUS ARCHIVO SALIDA LISTADO        *         00116300
      *********************************************************         00116400
       9996-I-VALIDAR-FS-ACTUAL.                                        00116500
           IF FS-ACTUAL  IS NOT EQUAL '00'                              00116600
              DISPLAY '*****************************************'       00116700
              DISPLAY '*     *   FILE STATUS ERROR   *         *'       00116800
              DISPLAY '*****************************************'       00116900
              DISPLAY '* ERROR EN   : ' WS-PARRAFO                      00117000
              DISPLAY '* ARCHIVO    : ' WS-ARCHIVO-DESC                 00117100
              DISPLAY '* ERROR CODE : ' FS-ACTUAL                       00117200
              DISPLAY '*****************************************'       00117300
              MOVE 9999 TO RETURN-CODE                                  00117400
              SET  WS-FIN-PROCESO TO TRUE                               00117500
           ELSE                                                         00117600
              CONTINUE                                                  00117700
           END-IF.                                                      00117800
       9996-F-VALIDAR-FS-ACTUAL. EXIT.                                  00117900
                                                                        00118000
      **************************************                            00118100
      *  CUERPO FINAL CIERRE DE FILES      *                            00118200
      **************************************                            00118300
       9999-I-FINAL.                                                    00118400
      *    UNA CORRIDA RECHAZADA (FECHA DE PROCESO, TARJETA O           00118500
      *    APERTURA) SOLO INFORMA SUS TOTALES POR CONSOLA.              00118600
           IF WS-ARRANQUE-NO                                            00118700
              GO TO 9999-X-TOTALES                                      00118800
           END-IF                                                       00118900
                                                                        00119000
           PERFORM 8100-I-CIERRE-ARCHIVOS                               00119100
              THRU 8100-F-CIERRE-ARCHIVOS                               00119200
                                                                        00119300
           .                                                            00119400
       9999-X-TOTALES.                                                  00119500
           DISPLAY '**********************************************'.    00119600
           DISPLAY '*  TOTALES DE REVISION DE AUDITORIA          *'.    00119700
           DISPLAY '**********************************************'.    00119800
           DISPLAY 'PERIODO DE LA REVISION   : ' WS-FEC-DESDE           00119900
                   ' A ' WS-FEC-HASTA.                                  00120000
           DISPLAY 'TOTAL CAMBIOS REVISADOS  : ' WS-CANT-CAMBIOS.       00120100
           DISPLAY 'TOTAL ALTAS              : ' WS-CANT-ALTAS.         00120200
           DISPLAY 'TOTAL MODIFICACIONES     : ' WS-CANT-MODIF.         00120300
           DISPLAY 'TOTAL BAJAS              : ' WS-CANT-BAJAS.         00120400
           DISPLAY 'TOTAL DATOS MODIFICADOS  : ' WS-CANT-DATOS.         00120500
           DISPLAY '----------------------------------------------'     00120600
           DISPLAY 'TOTAL REGISTROS GRABADOS   : '  WS-GRABADOS.        00120700
           DISPLAY '**********************************************'.    00120800
                                                                        00120900
       9999-F-FINAL.                                                    00121000
           EXIT.                                                        00121100
      *                                                                 00121200
