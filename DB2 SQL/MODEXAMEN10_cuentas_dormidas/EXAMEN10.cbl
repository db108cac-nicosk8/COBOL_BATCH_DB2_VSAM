      *01/09/26  * NOMBRE DE SUCURSAL *RVH  *                           00002317
      *          * (TBSUCURS) EN EL   *     *                           00002318
      *          * CORTE DE CONTROL   *     *                           00002319
      *15/10/26  * AUDITORIA DE LAS   *RVH  *                           00002329
      *          * MARCAS DE DORMIDA  *     *                           00002339
      *          * Y REACTIVACIONES   *     *                           00002349
      *          * (TBAUDMAE)         *     *                           00002351
      *15/10/26  * IMAGEN DE EXENCION *RVH  *                           00002353
      *          * D/C (TBEXEIMP) EN  *     *                           00002355
      *          * EL AREA DE AUDIT.  *     *                           00002359
      **************************************                            00002400
       ENVIRONMENT DIVISION.                                            00002500
       CONFIGURATION SECTION.                                           00002600
           03  WS-CANT-DORM-ARRASTRE   PIC 9(03) VALUE ZEROS.           00007300
           03  WS-CANT-REACTIVADAS     PIC 9(03) VALUE ZEROS.           00007400
           03  WS-CANT-ACTIVAS         PIC 9(05) VALUE ZEROS.           00007500
           03  WS-CANT-AUDITADOS       PIC 9(05) VALUE ZEROS.           00007510
           03  WS-GRABADOS             PIC 9(05) VALUE ZEROS.           00007600
           03  WS-SUC-NUEVAS-DORM      PIC 9(03) VALUE ZEROS.           00007700
           03  WS-SUC-DORM-ARRASTRE    PIC 9(03) VALUE ZEROS.           00007800
       01  WS-FLAG-SUCURSAL         PIC X VALUE 'F'.                    00009122
           88  WS-SUC-VALIDA-SI        VALUE 'T'.                       00009123
           88  WS-SUC-VALIDA-NO        VALUE 'F'.                       00009124
                                                                        00009134
      *****************************************                         00009200
      *  PARAMETRO DE EJECUCION (SYSIN)       *                         00009300
      *  COL 1-4 : DIAS SIN MOVIMIENTO A      *                         00009400
           03  WS-PARM-DIAS         PIC 9(04) VALUE ZEROS.              00010000
                                                                        00010100
       77  WS-DIAS-LIMITE           PIC 9(04) VALUE 0365.               00010200
       77  WS-NRO-AUDITORIA   PIC S9(09) USAGE COMP VALUE ZEROS.        00010210
                                                                        00010300
      *****************************************                         00010400
      *  VARIABLES AUXILARES.                *                          00010500
              05 WS-DB2-MM          PIC X(02).                          00011500
              05 FILLER             PIC X VALUE '-'.                    00011600
              05 WS-DB2-DD          PIC X(02).                          00011700
      *    REFERENCIA DE LA AUDITORIA: LA MARCA NO VIENE DE UNA         00011710
      *    NOVEDAD SINO DEL PARAMETRO DE DIAS DE LA CORRIDA.            00011720
          03  WS-REF-NOVEDAD.                                           00011730
              05 FILLER             PIC X(16) VALUE                     00011740
                                    'DORMIDAS LIMITE '.                 00011750
              05 WS-REF-DIAS        PIC 9(04) VALUE ZEROS.              00011760
                                                                        00011800
      *****************************************                         00011900
      *   IMPRESION DE TITULOS LISTADO        *                         00012000
      *****************************************                         00018600
      *   FIN IMPRESION DE TITULOS LISTADO    *                         00018700
      *****************************************                         00018800
                                                                        00018801
      **   COPY DE IMAGENES DE FILA PARA LA AUDITORIA       **          00018802
      **   DE DATOS MAESTROS (TBAUDMAE IMGANT / IMGPOS)     **          00018803
      **    COPY IMGAUDIT.                                              00018804
       01  WS-IMAGEN-AUDITORIA         PIC X(80).                       00018805
      * TBCURCLI                                                        00018806
       01  IMG-CLIENTE REDEFINES WS-IMAGEN-AUDITORIA.                   00018807
           03 IMG-CLI-TIPDOC           PIC X(2).                        00018808
           03 IMG-CLI-NRODOC           PIC 9(11).                       00018809
           03 IMG-CLI-NROCLI           PIC 9(3).                        00018810
           03 IMG-CLI-NOMAPE           PIC X(30).                       00018811
           03 IMG-CLI-FECNAC           PIC X(10).                       00018812
           03 IMG-CLI-SEXO             PIC X(1).                        00018813
           03 FILLER                   PIC X(23).                       00018814
      * TBCURCTA (SIN SALDO: LOS MOVIMIENTOS SE RASTREAN EN TBMOVHIS)   00018815
       01  IMG-CUENTA REDEFINES WS-IMAGEN-AUDITORIA.                    00018816
           03 IMG-CTA-TIPCUEN          PIC X(2).                        00018817
           03 IMG-CTA-NROCUEN          PIC 9(5).                        00018818
           03 IMG-CTA-SUCUEN           PIC 9(2).                        00018819
           03 IMG-CTA-NROCLI           PIC 9(3).                        00018820
           03 IMG-CTA-MONEDA           PIC X(2).                        00018821
           03 FILLER                   PIC X(66).                       00018822
      * TBESTCLI                                                        00018823
       01  IMG-ESTADO-CLI REDEFINES WS-IMAGEN-AUDITORIA.                00018824
           03 IMG-ECL-NROCLI           PIC 9(3).                        00018825
           03 IMG-ECL-ESTADO           PIC X(1).                        00018826
           03 IMG-ECL-MOTIVO           PIC X(10).                       00018827
           03 IMG-ECL-FECESTADO        PIC X(10).                       00018828
           03 FILLER                   PIC X(56).                       00018829
      * TBESTCTA                                                        00018830
       01  IMG-ESTADO-CTA REDEFINES WS-IMAGEN-AUDITORIA.                00018831
           03 IMG-ECT-TIPCUEN          PIC X(2).                        00018832
           03 IMG-ECT-NROCUEN          PIC 9(5).                        00018833
           03 IMG-ECT-ESTADO           PIC X(1).                        00018834
           03 IMG-ECT-FECESTADO        PIC X(10).                       00018835
           03 FILLER                   PIC X(62).                       00018836
      * TBDOMCLI                                                        00018837
       01  IMG-DOMICILIO REDEFINES WS-IMAGEN-AUDITORIA.                 00018838
           03 IMG-DOM-NROCLI           PIC 9(3).                        00018839
           03 IMG-DOM-DOMICILIO        PIC X(30).                       00018840
           03 IMG-DOM-EMAIL            PIC X(25).                       00018841
           03 IMG-DOM-SUCURSAL         PIC 9(2).                        00018842
           03 IMG-DOM-FECALTA          PIC X(10).                       00018843
           03 IMG-DOM-AVISOS           PIC X(1).                        00018844
           03 FILLER                   PIC X(9).                        00018845
      * TBLIMCTA                                                        00018846
       01  IMG-LIMITE REDEFINES WS-IMAGEN-AUDITORIA.                    00018847
           03 IMG-LIM-TIPCUEN          PIC X(2).                        00018848
           03 IMG-LIM-NROCUEN          PIC 9(5).                        00018849
           03 IMG-LIM-LIMDESC          PIC 9(5)V9(2).                   00018854
           03 FILLER                   PIC X(66).                       00018859
      * TBEXEIMP                                                        00018864
       01  IMG-EXENCION REDEFINES WS-IMAGEN-AUDITORIA.                  00018869
           03 IMG-EXE-NROCLI           PIC 9(3).                        00018874
           03 IMG-EXE-FECDESDE         PIC X(10).                       00018879
           03 IMG-EXE-FECHASTA         PIC X(10).                       00018884
           03 IMG-EXE-CERTIF           PIC X(20).                       00018889
           03 FILLER                   PIC X(37).                       00018894
                                                                        00018899
       77  FILLER        PIC X(26) VALUE '* VARIABLES SQL          *'.  00018900
                                                                        00019000
      ********************************************************          00019100
                                                                        00020810
            EXEC SQL                                                    00020820
              INCLUDE TBSUCURS                                          00020830
            END-EXEC.                                                   00020832
                                                                        00020834
            EXEC SQL                                                    00020836
              INCLUDE TBAUDMAE                                          00020838
            END-EXEC.                                                   00020840
                                                                        00020900
      ***************************************************               00021000
              THRU 1015-F-OBTENER-FECHA-PROCESO                         00026700
           IF WS-FIN-PROCESO                                            00026800
              GO TO 1000-F-INICIO                                       00026900
           END-IF                                                       00026910
                                                                        00026920
           PERFORM 1030-I-NUMERAR-AUDITORIA                             00026930
              THRU 1030-F-NUMERAR-AUDITORIA                             00026940
           IF WS-FIN-PROCESO                                            00026950
              GO TO 1000-F-INICIO                                       00026960
           END-IF                                                       00027000
                                                                        00027100
           COMPUTE WS-DIAS-PROCESO =                                    00027200
           END-EVALUATE.                                                00035600
                                                                        00035700
       1015-F-OBTENER-FECHA-PROCESO. EXIT.                              00035800
                                                                        00035802
      ***********************************************************       00035804
      *  NUMERACION DE LA AUDITORIA: SE CONTINUA DESDE EL       *       00035806
      *  ULTIMO NROAUD DEL PROGRAMA EN LA FECHA DE PROCESO,     *       00035808
      *  ASI UNA RECORRIDA DEL DIA NO PISA LAS FILAS GRABADAS.  *       00035810
      ***********************************************************       00035812
       1030-I-NUMERAR-AUDITORIA.                                        00035814
                                                                        00035816
           MOVE '1030-I-NUMERAR-AUDITORIA' TO WS-PARRAFO                00035818
                                                                        00035820
           MOVE WS-FECHA-DB2  TO AU-FECPROC                             00035822
           MOVE 'EXAMEN10'    TO AU-PROGRAMA                            00035824
                                                                        00035826
           EXEC SQL                                                     00035828
              SELECT COALESCE(MAX(NROAUD), 0)                           00035830
                INTO :WS-NRO-AUDITORIA                                  00035832
                FROM KC02803.TBAUDMAE                                   00035834
               WHERE FECPROC  = :AU-FECPROC                             00035836
                 AND PROGRAMA = :AU-PROGRAMA                            00035838
           END-EXEC                                                     00035840
                                                                        00035842
           IF  SQLCODE NOT EQUAL ZEROS                                  00035844
                MOVE SQLCODE   TO WS-SQLCODE                            00035846
                DISPLAY '************************************'          00035848
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00035850
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00035852
                DISPLAY '************************************'          00035854
                DISPLAY '* TABLA       : AUDIT. - TBAUDMAE  *'          00035856
                DISPLAY '* DESCRIPCION : NUMERA AUDITORIA   *'          00035858
                DISPLAY '************************************'          00035860
                MOVE 9999 TO RETURN-CODE                                00035862
                SET  WS-FIN-PROCESO TO TRUE                             00035864
           END-IF                                                       00035866
           .                                                            00035868
       1030-F-NUMERAR-AUDITORIA. EXIT.                                  00035870
                                                                        00035900
      **************************************                            00036000
      *  LECTURA DE PARAMETRO DE EJECUCION *                            00036100
                SET  WS-FIN-PROCESO TO TRUE                             00049097
           END-EVALUATE.                                                00049098
                                                                        00049099
       2410-F-CONSULTAR-SUCURSAL. EXIT.                                 00049109
                                                                        00049119
      ******************************************************            00049200
      *  CUENTA QUE YA VENIA DORMIDA DE CORRIDAS PREVIAS   *            00049300
      ******************************************************            00049400
       2300-I-NUEVA-DORMIDA.                                            00051000
                                                                        00051100
           MOVE '2300-I-NUEVA-DORMIDA' TO WS-PARRAFO.                   00051200
                                                                        00051205
      *    IMAGEN ANTERIOR PARA LA AUDITORIA: SIN FILA EN TBESTCTA      00051210
      *    (2400 DEJA FECESTADO EN BLANCO) LA MARCA ES UN ALTA.         00051215
           IF EC-FECESTADO = SPACES                                     00051220
              MOVE 'A'    TO AU-OPERACION                               00051225
              MOVE SPACES TO AU-IMGANT                                  00051230
           ELSE                                                         00051235
              MOVE 'M'    TO AU-OPERACION                               00051240
              PERFORM 8470-I-IMAGEN-ESTADO-CTA                          00051245
                 THRU 8470-F-IMAGEN-ESTADO-CTA                          00051250
              MOVE WS-IMAGEN-AUDITORIA TO AU-IMGANT                     00051255
           END-IF                                                       00051260
                                                                        00051300
           MOVE 'D'          TO EC-ESTADO                               00051400
           MOVE WS-FECHA-DB2 TO EC-FECESTADO                            00051500
                MOVE 'NUEVA DORMIDA       ' TO REG-DOR-SITUACION        00053900
                PERFORM 3000-I-GRABAR-LISTADO                           00054000
                   THRU 3000-F-GRABAR-LISTADO                           00054100
                PERFORM 8470-I-IMAGEN-ESTADO-CTA                        00054110
                   THRU 8470-F-IMAGEN-ESTADO-CTA                        00054120
                MOVE WS-IMAGEN-AUDITORIA TO AU-IMGPOS                   00054130
                PERFORM 8450-I-GRABAR-AUDITORIA                         00054140
                   THRU 8450-F-GRABAR-AUDITORIA                         00054150
           ELSE                                                         00054200
                MOVE SQLCODE   TO WS-SQLCODE                            00054300
                DISPLAY '************************************'          00054400
       2350-I-REACTIVAR.                                                00056200
                                                                        00056300
           MOVE '2350-I-REACTIVAR' TO WS-PARRAFO.                       00056400
                                                                        00056410
      *    IMAGEN ANTERIOR (DORMIDA) PARA LA AUDITORIA.                 00056420
           MOVE 'M' TO AU-OPERACION                                     00056430
           PERFORM 8470-I-IMAGEN-ESTADO-CTA                             00056440
              THRU 8470-F-IMAGEN-ESTADO-CTA                             00056450
           MOVE WS-IMAGEN-AUDITORIA TO AU-IMGANT                        00056460
                                                                        00056500
           MOVE 'A'          TO EC-ESTADO                               00056600
           MOVE WS-FECHA-DB2 TO EC-FECESTADO                            00056700
                MOVE 'REACTIVADA          ' TO REG-DOR-SITUACION        00057900
                PERFORM 3000-I-GRABAR-LISTADO                           00058000
                   THRU 3000-F-GRABAR-LISTADO                           00058100
                PERFORM 8470-I-IMAGEN-ESTADO-CTA                        00058110
                   THRU 8470-F-IMAGEN-ESTADO-CTA                        00058120
                MOVE WS-IMAGEN-AUDITORIA TO AU-IMGPOS                   00058130
                PERFORM 8450-I-GRABAR-AUDITORIA                         00058140
                   THRU 8450-F-GRABAR-AUDITORIA                         00058150
           ELSE                                                         00058200
                MOVE SQLCODE   TO WS-SQLCODE                            00058300
                DISPLAY '************************************'          00058400
           END-EVALUATE.                                                00075900
                                                                        00076000
       8400-F-LEER-CURSOR. EXIT.                                        00076100
                                                                        00076101
      ***********************************************************       00076102
      *  AUDITORIA DE DATOS MAESTROS EN KC02803.TBAUDMAE: UNA   *       00076103
      *  FILA POR MARCA DE ESTADO CON LA IMAGEN ANTERIOR Y LA   *       00076104
      *  POSTERIOR DE TBESTCTA. EL LLAMADOR CARGA OPERACION E   *       00076105
      *  IMAGENES; LA CLAVE ES LA CUENTA Y SU TITULAR.          *       00076106
      ***********************************************************       00076107
       8450-I-GRABAR-AUDITORIA.                                         00076108
                                                                        00076109
           MOVE '8450-I-GRABAR-AUDITORIA' TO WS-PARRAFO                 00076110
                                                                        00076111
           ADD  1                 TO WS-NRO-AUDITORIA                   00076112
           MOVE WS-NRO-AUDITORIA  TO AU-NROAUD                          00076113
           MOVE 'TBESTCTA'        TO AU-TABLA                           00076114
           MOVE WS-NROCLI         TO AU-NROCLI                          00076115
           MOVE EC-TIPCUEN        TO AU-TIPCUEN                         00076116
           MOVE EC-NROCUEN        TO AU-NROCUEN                         00076117
           MOVE WS-DIAS-LIMITE    TO WS-REF-DIAS                        00076118
           MOVE WS-REF-NOVEDAD    TO AU-REFNOV                          00076119
                                                                        00076120
           EXEC SQL                                                     00076121
              INSERT INTO KC02803.TBAUDMAE                              00076122
                     (FECPROC, PROGRAMA, NROAUD, TABLA, OPERACION,      00076123
                      NROCLI, TIPCUEN, NROCUEN, REFNOV,                 00076124
                      IMGANT, IMGPOS, FECHORA)                          00076125
              VALUES (:AU-FECPROC,                                      00076126
                      :AU-PROGRAMA,                                     00076127
                      :AU-NROAUD,                                       00076128
                      :AU-TABLA,                                        00076129
                      :AU-OPERACION,                                    00076130
                      :AU-NROCLI,                                       00076131
                      :AU-TIPCUEN,                                      00076132
                      :AU-NROCUEN,                                      00076133
                      :AU-REFNOV,                                       00076134
                      :AU-IMGANT,                                       00076135
                      :AU-IMGPOS,                                       00076136
                      CURRENT TIMESTAMP)                                00076137
           END-EXEC                                                     00076138
                                                                        00076139
           IF  SQLCODE EQUAL ZEROS                                      00076140
                ADD 1 TO WS-CANT-AUDITADOS                              00076141
           ELSE                                                         00076142
                MOVE SQLCODE   TO WS-SQLCODE                            00076143
                DISPLAY '************************************'          00076144
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00076145
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00076146
                DISPLAY '************************************'          00076147
                DISPLAY '* TABLA       : AUDIT. - TBAUDMAE  *'          00076148
                DISPLAY '* DESCRIPCION : GRABA AUDITORIA    *'          00076149
                DISPLAY '************************************'          00076150
                MOVE 9999 TO RETURN-CODE                                00076151
                SET  WS-FIN-PROCESO TO TRUE                             00076152
           END-IF                                                       00076153
           .                                                            00076154
       8450-F-GRABAR-AUDITORIA. EXIT.                                   00076155
                                                                        00076156
      ***********************************************************       00076157
      *  IMAGEN DE LA FILA DE TBESTCTA PARA LA AUDITORIA        *       00076158
      ***********************************************************       00076159
       8470-I-IMAGEN-ESTADO-CTA.                                        00076160
                                                                        00076161
           MOVE SPACES       TO WS-IMAGEN-AUDITORIA                     00076162
           MOVE EC-TIPCUEN   TO IMG-ECT-TIPCUEN                         00076163
           MOVE EC-NROCUEN   TO IMG-ECT-NROCUEN                         00076164
           MOVE EC-ESTADO    TO IMG-ECT-ESTADO                          00076165
           MOVE EC-FECESTADO TO IMG-ECT-FECESTADO                       00076166
           .                                                            00076167
       8470-F-IMAGEN-ESTADO-CTA. EXIT.                                  00076168
                                                                        00076200
      **************************************                            00076300
      *  GRABAR TITULOS                    *                            00076400
           IF WS-ARRANQUE-NO                                            00081212
              GO TO 9999-X-TOTALES                                      00081213
           END-IF                                                       00081214
                                                                        00081224
           PERFORM 8100-I-CIERRE-ARCHIVOS                               00081234
              THRU 8100-F-CIERRE-ARCHIVOS                               00081244
                                                                        00081300
           .                                                            00081310
       9999-X-TOTALES.                                                  00081390
           DISPLAY '**********************************************'.    00081400
           DISPLAY '*  TOTALES DE DETECCION DE CUENTAS DORMIDAS  *'.    00081500
           DISPLAY 'TOTAL DORMIDAS ARRASTRE  : ' WS-CANT-DORM-ARRASTRE. 00081900
           DISPLAY 'TOTAL REACTIVADAS        : ' WS-CANT-REACTIVADAS.   00082000
           DISPLAY 'TOTAL CUENTAS ACTIVAS    : ' WS-CANT-ACTIVAS.       00082100
           DISPLAY 'TOTAL CAMBIOS AUDITADOS  : ' WS-CANT-AUDITADOS.     00082110
           DISPLAY '----------------------------------------------'     00082200
           DISPLAY 'TOTAL REGISTROS GRABADOS   : '  WS-GRABADOS.        00082300
           DISPLAY '**********************************************'.    00082400
