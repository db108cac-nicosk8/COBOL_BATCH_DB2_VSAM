      *          * (SECCION DR)      *     *                            00019264
      *22/08/26  * GRABA ESTADISTICAS*RVH  *                            00019265
      *          * EN TBESTRUN       *     *                            00019266
      *22/08/26  * RANGO DE PARTICION*RVH  *                            00019267
      *          * POR SYSIN PARA    *     *                            00019268
      *          * CORRIDA EN PARALE-*     *                            00019269
      *          * LO (VER EXAMPAR)  *     *                            00019270
      *22/08/26  * ID DE PARTICION EN *RVH  *                           00019271
      *          * ESTADISTICAS Y RE-*     *                            00019272
      *          * CHAZO SIN ARRANQUE*     *                            00019273
      *22/08/26  * TRAILER/ESTADIST.  *RVH  *                           00019274
      *          * SOLO EN FIN LIMPIO *     *                           00019275
      *          * Y GUARDA DE DUPLI- *     *                           00019276
      *          * CADOS POR REINICIO *     *                           00019277
      *22/08/26  * CORRIGE SALDO BASE *RVH  *                           00019278
      *          * Y 1ER MOV DE CTA EN*     *                           00019279
      *          * ACUMULADOR DE SALDO*     *                           00019280
      *01/09/26  * TRANSFERENCIAS IN- *RVH  *                           00019281
      *          * TERNAS (TIPMOV 'TR'*     *                           00019282
      *          * Y ABRE CELDAS Y    *     *                           00019297
      *          * TRAILERS GL POR    *     *                           00019298
      *          * MONEDA             *     *                           00019299
      *02/09/26  * EL CORTE ACTUALIZA *RVH  *                           00019300
      *          * EL SALDO POR DELTA *     *                           00019301
      *          * (COMPONE CON LOS   *     *                           00019302
      *          * CREDITOS DE TRANS- *     *                           00019303
      *          * FERENCIA); CONTRA- *     *                           00019304
      *          * PARTE FUERA DE LA  *     *                           00019305
      *          * PARTICION SE RECHA-*     *                           00019306
      *          * ZA                 *     *                           00019307
      *02/09/26  * EL CORTE MENOR ACU-*RVH  *                           00019308
      *          * MULA DB/CR (ANTES  *     *                           00019309
      *          * PISABA AL MEZCLAR  *     *                           00019310
      *          * SEGMENTOS CON 'TR')*     *                           00019311
      *          * Y CHECKPOINT DE LAS*     *                           00019312
      *          * TRANSF. RECHAZADAS *     *                           00019313
      *15/10/26  * CONTRASIENTOS 'RV' *RVH  *                           00019314
      *          * CONTRA LA FILA ORI-*     *                           00019315
      *          * GINAL DE TBMOVHIS  *     *                           00019316
      *          * (FECPROC+NROSEC):  *     *                           00019317
      *          * REVIERTE LAS DOS   *     *                           00019318
      *          * PATAS DE UNA TRANS-*     *                           00019319
      *          * FERENCIA, MARCA EL *     *                           00019320
      *          * ORIGINAL REVERSADO *     *                           00019321
      *          * Y GRABA REGISTROS  *     *                           00019322
      *          * 'R' EN LA INTERFAZ *     *                           00019323
      *          * CONTABLE. SECCION  *     *                           00019324
      *          * RV DEL LISTADO     *     *                           00019325
      *15/10/26  * DEPOSITO DE CHEQUE *RVH  *                           00019326
      *          * ('CH'): ACREDITA Y *     *                           00019327
      *          * RETIENE EL IMPORTE *     *                           00019329
      *          * EN TBCHEQUE HASTA  *     *                           00019331
      *          * EL CLEARING (24/48/*     *                           00019333
      *          * 72 HS HABILES); EL *     *                           00019335
      *          * LIMITE DE DEBITOS  *     *                           00019337
      *          * USA EL SALDO DIS-  *     *                           00019339
      *          * PONIBLE. CHECKPT   *     *                           00019341
      *          * 330                *     *                           00019343
      *15/10/26  * IMPUESTO A LOS DE- *RVH  *                           00019345
      *          * BITOS Y CREDITOS   *     *                           00019347
      *          * (TBIMPDC/TBEXEIMP) *     *                           00019349
      *          * POR PATA CR/DB/TD/ *     *                           00019351
      *          * TC: MOVIMIENTO 'IM'*     *                           00019353
      *          * EN TBMOVHIS Y RE-  *     *                           00019355
      *          * GISTRO 'I' EN LA   *     *                           00019357
      *          * INTERFAZ CONTABLE. *     *                           00019359
      *          * CHECKPT 375        *     *                           00019361
      *15/10/26  * CAMBIO DE MONEDA   *RVH  *                           00019363
      *          * 'CM' ENTRE CUENTAS *     *                           00019365
      *          * DEL MISMO CLIENTE  *     *                           00019367
      *          * (TBCOTIZA MAS EL   *     *                           00019369
      *          * SPREAD DE TBSPRCAM)*     *                           00019371
      *          * PATAS 'XD'/'XC' CON*     *                           00019373
      *          * COTIZACION Y SPREAD*     *                           00019375
      *          * EN TBMOVHIS, REGIS-*     *                           00019377
      *          * TRO 'C' DE RESULTA-*     *                           00019379
      *          * DO DE CAMBIO EN LA *     *                           00019381
      *          * INTERFAZ CONTABLE Y*     *                           00019383
      *          * SECCION CM. CHECKPT*     *                           00019384
      *          * 392                *     *                           00019385
      *15/10/26  * EL CONTRASIENTO   *RVH  *                            00019386
      *          * REVIERTE TAMBIEN LA*     *                           00019387
      *          * FILA 'IM' DE CADA  *     *                           00019388
      *          * PATA; LA OTRA PATA *     *                           00019389
      *          * EXCLUYE LA CUENTA  *     *                           00019390
      *          * DE LA CLAVE Y NO   *     *                           00019391
      *          * DEBE ESTAR REVER-  *     *                           00019392
      *          * SADA.              *     *                           00019393
      **************************************                            00019398
       ENVIRONMENT DIVISION.                                            00019400
       CONFIGURATION SECTION.                                           00019500
       SPECIAL-NAMES.                                                   00019600
                                                                        00022760
             SELECT SALGL    ASSIGN DDSALGL                             00022770
             FILE STATUS IS FS-SALGL.                                   00022780
                                                                        00022790
       DATA DIVISION.                                                   00022800
       FILE SECTION.                                                    00022900
       FD ENTRADA                                                       00040100
             RECORD CONTAINS 38 CHARACTERS.                             00040300
                                                                        00040400
       01 REG-ENTRADA.                                                  00040501
           03 REG-ENT-NROSEC   PIC 9(08) USAGE COMP.                    00040510
                   07 REG-ENT-NROCUEN   PIC S9(5)V USAGE COMP-3.        00040550
               05 REG-ENT-NROCLI    PIC S9(3)V USAGE COMP-3.            00040560
               05 REG-ENT-SALDO     PIC S9(5)V9(2) USAGE COMP-3.        00040570
               05 REG-ENT-TIPMOV    PIC X(02).                          00040572
      *        MONEDA DEL MOVIMIENTO ('PE'/'DO'/'EU'): DEBE             00040574
      *        COINCIDIR CON LA DE LA CUENTA                            00040576
               05 REG-ENT-MONEDA    PIC X(02).                          00040580
      *        CUENTA CONTRAPARTE (SOLO TIPMOV 'TR' Y 'CM')             00040581
               05 REG-ENT-CONTRAPARTE.                                  00040582
                   07 REG-ENT-CTP-TIPCUEN PIC X(02).                    00040583
                   07 REG-ENT-CTP-NROCUEN PIC S9(5)V USAGE COMP-3.      00040584
      *        MOVIMIENTO ORIGINAL QUE SE REVIERTE (SOLO TIPMOV 'RV'):  00040586
      *        FECPROC Y NROSEC DE SU FILA EN TBMOVHIS PARA LA          00040588
      *        CUENTA DE LA CLAVE                                       00040590
               05 REG-ENT-REFERENCIA.                                   00040592
                   07 REG-ENT-REF-FECPROC PIC X(10).                    00040594
                   07 REG-ENT-REF-NROSEC  PIC 9(08) USAGE COMP.         00040596
                                                                        00040600
       FD SALIDA                                                        00040700
             BLOCK CONTAINS 0 RECORDS                                   00040800
             RECORDING MODE IS F.                                       00041230
                                                                        00041240
       01 REG-RECHAZOS.                                                 00041250
           03 REG-RCH-DATOS    PIC X(34).                               00041251
      *    MOTIVO PROPIO DEL RECHAZO. EN BLANCO, EXAMEN7 LO             00041252
      *    DERIVA REVALIDANDO EL AREA DE DATOS.                         00041253
           03 REG-RCH-MOTIVO   PIC X(10).                               00041254
             BLOCK CONTAINS 0 RECORDS                                   00041280
             RECORDING MODE IS F.                                       00041290
                                                                        00041295
       01 REG-CHECKPOINT  PIC X(392).                                   00041298
                                                                        00041299
       FD SALGL                                                         00041300
             BLOCK CONTAINS 0 RECORDS                                   00041310
             RECORDING MODE IS F.                                       00041320
                                                                        00041330
       01 REG-SALGL       PIC X(80).                                    00041340
                                                                        00041350
      **************************************                            00041360
       WORKING-STORAGE SECTION.                                         00041400
      **************************************                            00041500
       77  FILLER          PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.00041600
                                                                        00043601
       01  WS-CLAVE-CORTE-MENOR.                                        00043701
           03  WS-TIPMOV-ANT       PIC X(02) VALUE SPACES.              00043801
                                                                        00043806
       01  WS-CLAVE-CORTE-SUCURSAL.                                     00043811
           03  WS-SUCUEN-ANT       PIC S9(02) VALUE -1.                 00043816
                                                                        00043821
      *    CLAVE Y SALDO DE LA CUENTA QUE SE ESTA CERRANDO, TOMADOS     00043826
      *    ANTES DE PERFORM 8400-I-LEER-CURSOR (QUE AVANZA EL CURSOR    00043831
      *    Y SUMA EL SALDO DE LA PROXIMA FILA A WS-SALDO-ACUMULADO).    00043836
      *    2960-I-ACTUALIZAR-SALDO-CTA GRABA SIEMPRE CONTRA ESTA        00043841
      *    FOTO, Y 2950-I-ARMAR-REG-SALIDA-CTA IMPRIME SIEMPRE ESTA     00043846
      *    MISMA FOTO, NUNCA LAS VARIABLES DEL CURSOR POST-FETCH.       00043851
       01  WS-CLAVE-ACTUALIZAR.                                         00043856
           03  WS-TIPCUEN-ACTUALIZAR   PIC X(02)  VALUE SPACES.         00043861
           03  WS-NROCUEN-ACTUALIZAR   PIC S9(5)V VALUE ZEROES.         00043866
           03  WS-SUCUEN-ACTUALIZAR    PIC S9(02) VALUE ZEROES.         00043871
           03  WS-NROCLI-ACTUALIZAR    PIC S9(03) VALUE ZEROES.         00043876
      *    SALDO BASE DE LA CUENTA AL MOMENTO DEL FETCH: 2960           00043915
      *    GRABA EL DELTA (ACUMULADO - BASE) PARA QUE EL UPDATE         00043916
      *    COMPONGA CON LOS CREDITOS DE TRANSFERENCIA QUE OTRA          00043917
      *    PATA PUEDA HABER APLICADO A LA MISMA CUENTA.                 00043918
           03  WS-SALDO-BASE-ACTUALIZAR PIC S9(05)V9(02) VALUE ZEROS.   00043919
                                                                        00043929
      ****************************************                          00044001
      * CONTADORES                           *                          00044101
      ****************************************                          00044201
           03  WS-GRABADOS-MOVHIS      PIC 9(03) VALUE ZEROS.           00047410
           03  WS-SALDO-ANTES-MOV      PIC S9(05)V9(02) VALUE ZEROS.    00047420
           03  WS-CANT-MOV-EXCESO      PIC 9(03) VALUE ZEROS.           00047430
           03  WS-SALDO-PROYECTADO     PIC S9(07)V9(02) VALUE ZEROS.    00047440
           03  WS-LIMITE-NEGATIVO      PIC S9(05)V9(02) VALUE ZEROS.    00047450
           03  WS-CANT-MOV-DUPLI       PIC 9(03) VALUE ZEROS.           00047460
           03  WS-CANT-MOV-DORMIDA     PIC 9(03) VALUE ZEROS.           00047461
           03  WS-CANT-MOV-SUC-INV     PIC 9(03) VALUE ZEROS.           00047464
           03  WS-CANT-MOV-CLI-BLOQ    PIC 9(03) VALUE ZEROS.           00047465
           03  WS-CANT-MOV-MONEDA      PIC 9(03) VALUE ZEROS.           00047466
           03  WS-CANT-REVERSION       PIC 9(03) VALUE ZEROS.           00047467
           03  WS-CANT-REV-RECHAZO     PIC 9(03) VALUE ZEROS.           00047468
           03  WS-CANT-CHEQUES         PIC 9(03) VALUE ZEROS.           00047469
           03  WS-CANT-IMPUESTO        PIC 9(03) VALUE ZEROS.           00047470
           03  WS-CANT-IMP-EXENTO      PIC 9(03) VALUE ZEROS.           00047471
           03  WS-TOT-IMPUESTO         PIC S9(09)V9(02) VALUE ZEROS.    00047472
           03  WS-CANT-CAMBIO          PIC 9(03) VALUE ZEROS.           00047473
           03  WS-CANT-CAM-RECHAZO     PIC 9(03) VALUE ZEROS.           00047474
           03  WS-TOT-SPREAD           PIC S9(09)V9(02) VALUE ZEROS.    00047475
           03  WS-CANT-MOV-IGUALES     PIC S9(09) USAGE COMP            00047476
                                                 VALUE ZEROS.           00047480
                                                                        00047485
      *    ACUMULADORES DE LA INTERFAZ CONTABLE (DDSALGL):              00047490
      *    POR CUENTA (SE VUELCAN EN EL CORTE MAYOR), POR CELDA         00047495
      *    SUCURSAL+TIPO DE CUENTA (SE VUELCAN EN CADA CORTE DE         00047500
      *    SUCURSAL O CAMBIO DE TIPO) Y TOTALES GENERALES PARA          00047505
      *    EL REGISTRO TRAILER DE CUADRE.                               00047510
           03  WS-CTA-CANT-DB          PIC 9(03) VALUE ZEROS.           00047515
           03  WS-CTA-CANT-CR          PIC 9(03) VALUE ZEROS.           00047520
           03  WS-CTA-IMP-DB           PIC S9(07)V9(02) VALUE ZEROS.    00047525
           03  WS-CTA-IMP-CR           PIC S9(07)V9(02) VALUE ZEROS.    00047530
           03  WS-GLC-CANT-DB          PIC 9(05) VALUE ZEROS.           00047535
           03  WS-GLC-CANT-CR          PIC 9(05) VALUE ZEROS.           00047540
           03  WS-GLC-IMP-DB           PIC S9(09)V9(02) VALUE ZEROS.    00047545
           03  WS-GLC-IMP-CR           PIC S9(09)V9(02) VALUE ZEROS.    00047550
      *    IMPUESTO A LOS DEBITOS Y CREDITOS DE LAS PATAS DE LA         00047555
      *    CUENTA Y DE LA CELDA: SALE EN UN REGISTRO 'I' PROPIO         00047560
      *    DE LA CELDA, APARTE DEL 'D' DE LOS MOVIMIENTOS.              00047565
           03  WS-CTA-CANT-IMPTO       PIC 9(03) VALUE ZEROS.           00047570
           03  WS-CTA-IMP-IMPTO        PIC S9(07)V9(02) VALUE ZEROS.    00047575
           03  WS-GLC-CANT-IMPTO       PIC 9(05) VALUE ZEROS.           00047580
           03  WS-GLC-IMP-IMPTO        PIC S9(09)V9(02) VALUE ZEROS.    00047585
           03  WS-GL-TIPCUEN-ACT       PIC X(02) VALUE SPACES.          00047590
      *    MONEDA DE LA CELDA ABIERTA (LA CELDA CIERRA TAMBIEN          00047595
      *    CUANDO CAMBIA LA MONEDA DE LA CUENTA).                       00047600
           03  WS-GL-MONEDA-ACT        PIC X(02) VALUE SPACES.          00047605
      *    TOTALES GENERALES DE LA INTERFAZ, UNO POR MONEDA: AL         00047610
      *    CIERRE SALE UN TRAILER 'T' POR CADA MONEDA CON FILAS,        00047615
      *    PARA QUE CONTABILIDAD NUNCA MEZCLE PESOS Y DOLARES EN        00047620
      *    UN MISMO NETO.                                               00047625
           03  WS-GL-TOTALES.                                           00047630
               05  WS-GL-TOT-ENTRADA OCCURS 5 TIMES.                    00047635
                   07  WS-GLT-MONEDA   PIC X(02).                       00047640
                   07  WS-GLT-CANT-DB  PIC 9(05).                       00047645
                   07  WS-GLT-CANT-CR  PIC 9(05).                       00047650
                   07  WS-GLT-IMP-DB   PIC S9(09)V9(02).                00047655
                   07  WS-GLT-IMP-CR   PIC S9(09)V9(02).                00047660
           03  WS-EDIT                 PIC Z(03) VALUE ZEROS.           00047662
                                                                        00047664
      *    INDICE Y MONEDA DE TRABAJO DE LA TABLA DE TOTALES GL,        00047666
      *    Y SUMAS SOBRE TODAS LAS MONEDAS PARA LAS ESTADISTICAS        00047668
      *    Y LOS TOTALES DE CONSOLA.                                    00047670
       77  WS-GLT-IDX               PIC S9(04) USAGE COMP VALUE ZEROS.  00047672
       77  WS-GLT-MONEDA-BUSCADA    PIC X(02)  VALUE SPACES.            00047674
       77  WS-GL-TOT-CANT-DB        PIC 9(05)  VALUE ZEROS.             00047676
       77  WS-GL-TOT-CANT-CR        PIC 9(05)  VALUE ZEROS.             00047678
       77  WS-GL-TOT-IMP-DB         PIC S9(09)V9(02) VALUE ZEROS.       00047680
       77  WS-GL-TOT-IMP-CR         PIC S9(09)V9(02) VALUE ZEROS.       00047681
                                                                        00047682
      *    DATOS DE LA CUENTA CONTRAPARTE DE UNA TRANSFERENCIA          00047683
      *    (SE LEEN ANTES DE APLICAR: SI LA CONTRAPARTE NO EXISTE       00047684
      *    LA TRANSFERENCIA COMPLETA SE RECHAZA SIN TOCAR SALDOS).      00047685
       01  WS-CONTRAPARTE.                                              00047686
           03  WS-CTP-SUCUEN           PIC S9(02) VALUE ZEROS.          00047687
           03  WS-CTP-NROCLI           PIC S9(3)V USAGE COMP-3          00047688
                                                 VALUE ZEROS.           00047689
           03  WS-CTP-MONEDA           PIC X(02) VALUE SPACES.          00047690
           03  WS-CTP-SALDO            PIC S9(05)V9(02) VALUE ZEROS.    00047691
           03  WS-CTP-SALDO-NUEVO      PIC S9(05)V9(02) VALUE ZEROS.    00047692
           03  WS-TIPMOV-HIST          PIC X(02)  VALUE SPACES.         00047693
                                                                        00047694
       01  WS-FLAG-CONTRAPARTE      PIC X VALUE 'F'.                    00047695
           88  WS-CTP-EXISTE-SI        VALUE 'T'.                       00047696
           88  WS-CTP-EXISTE-NO        VALUE 'F'.                       00047697
                                                                        00047698
      *    DATOS DEL MOVIMIENTO ORIGINAL DE UN CONTRASIENTO ('RV')      00047699
      *    LEIDOS DE TBMOVHIS, Y DE LA CELDA CONTABLE DEL REGISTRO      00047700
      *    'R' QUE SE GRABA POR CADA PATA REVERTIDA.                    00047701
       01  WS-REVERSION.                                                00047702
           03  WS-REV-TIPMOV-ORIG      PIC X(02) VALUE SPACES.          00047703
           03  WS-REV-TIPMOV-PATA      PIC X(02) VALUE SPACES.          00047704
           03  WS-REV-MONEDA-ORIG      PIC X(02) VALUE SPACES.          00047705
           03  WS-REV-REVERSADO        PIC X(01) VALUE SPACES.          00047706
           03  WS-REV-IMPORTE-ORIG     PIC S9(05)V9(02) VALUE ZEROS.    00047707
           03  WS-REV-DELTA-CTP        PIC S9(05)V9(02) VALUE ZEROS.    00047708
           03  WS-REV-GL-SUCUEN        PIC S9(02) VALUE ZEROS.          00047709
           03  WS-REV-GL-TIPCUEN       PIC X(02) VALUE SPACES.          00047710
           03  WS-REV-GL-MONEDA        PIC X(02) VALUE SPACES.          00047711
           03  WS-REV-GL-SENTIDO       PIC X(02) VALUE SPACES.          00047712
           03  WS-REV-GL-IMPORTE       PIC S9(05)V9(02) VALUE ZEROS.    00047713
           03  WS-REV-REVERSADO-PATA   PIC X(01) VALUE SPACES.          00047714
           03  WS-REV-IMP-FECPROC      PIC X(10) VALUE SPACES.          00047715
           03  WS-REV-IMP-NROSEC       PIC S9(09) USAGE COMP            00047716
                                                 VALUE ZEROS.           00047717
           03  WS-REV-IMP-IMPORTE      PIC S9(05)V9(02) VALUE ZEROS.    00047718
           03  WS-CANT-REV-PREVIA      PIC S9(09) USAGE COMP            00047719
                                                 VALUE ZEROS.           00047720
                                                                        00047721
       01  WS-FLAG-ORIGINAL         PIC X VALUE 'F'.                    00047722
           88  WS-ORIG-EXISTE-SI       VALUE 'T'.                       00047723
           88  WS-ORIG-EXISTE-NO       VALUE 'F'.                       00047724
                                                                        00047725
       01  WS-FLAG-IMP-ORIGINAL     PIC X VALUE 'F'.                    00047726
           88  WS-IMP-ORIG-EXISTE-SI   VALUE 'T'.                       00047727
           88  WS-IMP-ORIG-EXISTE-NO   VALUE 'F'.                       00047728
      *    DEPOSITOS DE CHEQUE ('CH'): FECHAS DE ACREDITACION A 1,      00047729
      *    2 Y 3 DIAS HABILES DE LA FECHA DE PROCESO (PLAZOS DE 24,     00047730
      *    48 Y 72 HS) E IMPORTE RETENIDO DE LA CUENTA EN CURSO,        00047731
      *    QUE NO FORMA PARTE DEL SALDO DISPONIBLE PARA DEBITOS.        00047732
       01  WS-CHEQUES.                                                  00047733
           03  WS-FEC-CLEARING-BASE    PIC X(10) VALUE SPACES.          00047734
           03  WS-FEC-CLEARING         PIC X(10) OCCURS 3 TIMES.        00047735
           03  WS-IDX-CLR              PIC S9(04) USAGE COMP            00047736
                                                 VALUE ZEROS.           00047737
           03  WS-IMP-RETENIDO         PIC S9(07)V9(02) USAGE COMP-3    00047738
                                                 VALUE ZEROS.           00047739
                                                                        00047740
      *    CACHE DE LA CONSULTA DEL MAESTRO DE SUCURSALES               00047741
      *    (TBSUCURS): GUARDA LA ULTIMA SUCURSAL CONSULTADA PARA        00047742
      *    NO REPETIR EL SELECT POR CADA MOVIMIENTO.                    00047743
       01  WS-SUC-CONSULTADA        PIC S9(02) VALUE -1.                00047744
                                                                        00047745
       01  WS-FLAG-SUCURSAL         PIC X VALUE 'F'.                    00047746
           88  WS-SUC-VALIDA-SI        VALUE 'T'.                       00047747
           88  WS-SUC-VALIDA-NO        VALUE 'F'.                       00047748
                                                                        00047749
      *    CACHE DE LA CONSULTA DE ESTADO DE CLIENTE (TBESTCLI):        00047750
      *    GUARDA EL ULTIMO NROCLI CONSULTADO PARA NO REPETIR EL        00047751
      *    SELECT POR CADA MOVIMIENTO DEL MISMO CLIENTE.                00047752
       01  WS-CLI-CONSULTADO        PIC S9(3)V USAGE COMP-3             00047753
                                              VALUE -1.                 00047754
                                                                        00047765
       01  WS-FLAG-CLI-BLOQ         PIC X VALUE 'F'.                    00047766
           88  WS-CLI-BLOQUEADO-SI     VALUE 'T'.                       00047767
           88  WS-CLI-BLOQUEADO-NO     VALUE 'F'.                       00047768
                                                                        00047779
      *    IMPUESTO A LOS DEBITOS Y CREDITOS DE LA PATA EN CURSO:       00047780
      *    TIPO DE PATA, TIPO DE CUENTA Y CLIENTE QUE DEFINEN LA        00047781
      *    ALICUOTA (TBIMPDC) Y LA EXENCION (TBEXEIMP), E IMPORTE       00047782
      *    LIQUIDADO. LAS DOS CONSULTAS GUARDAN LA ULTIMA CLAVE         00047783
      *    PARA NO REPETIR EL SELECT (LA FECHA DE PROCESO ES FIJA).     00047784
       01  WS-IMPUESTO.                                                 00047785
           03  WS-IMPTO-TIPMOV         PIC X(02) VALUE SPACES.          00047786
           03  WS-IMPTO-TIPCUEN        PIC X(02) VALUE SPACES.          00047787
           03  WS-IMPTO-NROCLI         PIC S9(3)V USAGE COMP-3          00047788
                                                 VALUE ZEROS.           00047789
           03  WS-IMPTO-IMPORTE        PIC S9(05)V9(02) VALUE ZEROS.    00047790
           03  WS-IMPTO-ALICUOTA       PIC S9(3)V9(4) USAGE COMP-3      00047791
                                                 VALUE ZEROS.           00047792
           03  WS-IMPTO-CLAVE-CONS     PIC X(04) VALUE SPACES.          00047793
           03  WS-IMPTO-ALIC-CONS      PIC S9(3)V9(4) USAGE COMP-3      00047794
                                                 VALUE ZEROS.           00047795
           03  WS-EXE-CONSULTADO       PIC S9(3)V USAGE COMP-3          00047796
                                                 VALUE -1.              00047797
           03  WS-EXE-CONS-FLAG        PIC X(01) VALUE 'F'.             00047798
           03  WS-CANT-EXENCION        PIC S9(09) USAGE COMP            00047799
                                                 VALUE ZEROS.           00047800
                                                                        00047801
       01  WS-FLAG-EXENTO           PIC X VALUE 'F'.                    00047802
           88  WS-CLI-EXENTO-SI        VALUE 'T'.                       00047803
           88  WS-CLI-EXENTO-NO        VALUE 'F'.                       00047804
      *    CAMBIO DE MONEDA ('CM') EN CURSO: COTIZACION DEL DIA         00047805
      *    (TBCOTIZA) DE LA MONEDA QUE EL BANCO COMPRA (LA DE LA        00047806
      *    CUENTA DEBITADA) Y DE LA QUE VENDE (LA DE LA CONTRA-         00047807
      *    PARTE), COTIZACIONES COMPRADOR Y VENDEDOR YA AJUSTADAS       00047808
      *    POR EL SPREAD DE TBSPRCAM, IMPORTE CONVERTIDO QUE SE         00047809
      *    ACREDITA Y SPREAD GANADO EN CADA PATA, EN PESOS.             00047810
       01  WS-CAMBIO.                                                   00047811
           03  WS-CAM-MONEDA-BUSCADA   PIC X(02) VALUE SPACES.          00047812
           03  WS-CAM-COTIZA           PIC S9(05)V9(04) USAGE COMP-3    00047813
                                                 VALUE ZEROS.           00047814
           03  WS-CAM-SPR-COMPRA       PIC S9(3)V9(2) USAGE COMP-3      00047815
                                                 VALUE ZEROS.           00047816
           03  WS-CAM-SPR-VENTA        PIC S9(3)V9(2) USAGE COMP-3      00047817
                                                 VALUE ZEROS.           00047818
           03  WS-CAM-COT-ORIGEN       PIC S9(05)V9(04) USAGE COMP-3    00047819
                                                 VALUE ZEROS.           00047820
           03  WS-CAM-SPC-ORIGEN       PIC S9(3)V9(2) USAGE COMP-3      00047821
                                                 VALUE ZEROS.           00047822
           03  WS-CAM-COT-DESTINO      PIC S9(05)V9(04) USAGE COMP-3    00047823
                                                 VALUE ZEROS.           00047824
           03  WS-CAM-SPV-DESTINO      PIC S9(3)V9(2) USAGE COMP-3      00047825
                                                 VALUE ZEROS.           00047826
           03  WS-CAM-COT-COMPRA       PIC S9(05)V9(04) USAGE COMP-3    00047827
                                                 VALUE ZEROS.           00047828
           03  WS-CAM-COT-VENTA        PIC S9(05)V9(04) USAGE COMP-3    00047829
                                                 VALUE ZEROS.           00047830
           03  WS-CAM-IMPORTE-CALC     PIC S9(11)V9(02) VALUE ZEROS.    00047831
           03  WS-CAM-IMPORTE-CR       PIC S9(05)V9(02) VALUE ZEROS.    00047832
           03  WS-CAM-SPREAD-DB        PIC S9(07)V9(02) VALUE ZEROS.    00047833
           03  WS-CAM-SPREAD-CR        PIC S9(07)V9(02) VALUE ZEROS.    00047834
      *    CELDA E IMPORTE DEL REGISTRO 'C' QUE SE ESTA GRABANDO.       00047835
           03  WS-CAM-GL-SUCUEN        PIC S9(02) VALUE ZEROS.          00047836
           03  WS-CAM-GL-TIPCUEN       PIC X(02) VALUE SPACES.          00047837
           03  WS-CAM-GL-SPREAD        PIC S9(07)V9(02) VALUE ZEROS.    00047838
      *    CACHE POR MONEDA DE LA COTIZACION Y LOS SPREADS (LA          00047839
      *    FECHA DE PROCESO ES FIJA). FLAG 'N' = MONEDA SIN             00047840
      *    COTIZACION VIGENTE EN TBCOTIZA.                              00047841
           03  WS-CAM-TABLA            VALUE SPACES.                    00047842
               05  WS-CAM-TAB-ENTRADA OCCURS 5 TIMES.                   00047843
                   07  WS-CAM-TAB-MONEDA   PIC X(02).                   00047844
                   07  WS-CAM-TAB-COTIZA   PIC S9(05)V9(04)             00047845
                                           USAGE COMP-3.                00047846
                   07  WS-CAM-TAB-SPR-COMPRA PIC S9(3)V9(2)             00047847
                                           USAGE COMP-3.                00047848
                   07  WS-CAM-TAB-SPR-VENTA  PIC S9(3)V9(2)             00047849
                                           USAGE COMP-3.                00047850
                   07  WS-CAM-TAB-COT-FLAG PIC X(01).                   00047851
           03  WS-CAM-IDX              PIC S9(04) USAGE COMP            00047852
                                                 VALUE ZEROS.           00047853
                                                                        00047854
       01  WS-FLAG-COTIZA           PIC X VALUE 'F'.                    00047855
           88  WS-COTIZA-EXISTE-SI     VALUE 'T'.                       00047856
           88  WS-COTIZA-EXISTE-NO     VALUE 'F'.                       00047857
                                                                        00047858
      *    EL MOVIMIENTO 'IM' NO TIENE NOVEDAD PROPIA: SE NUMERA CON    00047859
      *    EL NROSEC DE LA PATA QUE LO ORIGINA MAS ESTE DESPLAZA-       00047860
      *    MIENTO (LOS NROSEC DE NOVEDADES NO PASAN DE 8 DIGITOS),      00047861
      *    Y LA PATA QUEDA REFERIDA EN FECREF/NROSECREF.                00047862
      *    LOS QUE RECORREN LA CADENA DE SALDOS (EXAMEN5, EXAMEN15)     00047863
      *    ORDENAN POR MOD(NROSEC, 100000000) PARA QUE EL 'IM' SIGA     00047864
      *    A SU PATA.                                                   00047865
       77  WS-DESPLAZ-NROSEC-IMP    PIC S9(09) USAGE COMP               00047866
                                              VALUE 100000000.          00047867
                                                                        00047868
      *****************************************                         00047869
      *  AREA DE CHECKPOINT (RESTART)         *                         00047870
      *****************************************                         00047871
       01  WS-AREA-CHECKPOINT.                                          00047872
           03  CKPT-ENTRADA-LEIDOS      PIC 9(03) VALUE ZEROS.          00047873
           03  CKPT-C4-LEIDOS           PIC 9(03) VALUE ZEROS.          00047874
           03  CKPT-ENTRADA-ERROR       PIC 9(03) VALUE ZEROS.          00047875
           03  CKPT-ENTRADA-RECHAZADOS  PIC 9(03) VALUE ZEROS.          00047881
           03  CKPT-GRABADOS            PIC 9(03) VALUE ZEROS.          00047891
           03  CKPT-NRO-PAGINA          PIC 9(02) VALUE ZEROS.          00047901
           03  CKPT-CANT-MOV-EXCESO     PIC 9(03) VALUE ZEROS.          00047983
           03  CKPT-CANT-MOV-DUPLI      PIC 9(03) VALUE ZEROS.          00047984
           03  CKPT-CANT-MOV-DORMIDA    PIC 9(03) VALUE ZEROS.          00047985
           03  CKPT-CANT-TRANSFER       PIC 9(03) VALUE ZEROS.          00047986
           03  CKPT-CANT-TRF-RECHAZO    PIC 9(03) VALUE ZEROS.          00047987
           03  CKPT-CANT-MOV-SUC-INV    PIC 9(03) VALUE ZEROS.          00047988
           03  CKPT-CANT-MOV-CLI-BLOQ   PIC 9(03) VALUE ZEROS.          00047989
           03  CKPT-CTA-CANT-DB         PIC 9(03) VALUE ZEROS.          00047990
           03  CKPT-CTA-CANT-CR         PIC 9(03) VALUE ZEROS.          00047991
           03  CKPT-CTA-IMP-DB          PIC S9(07)V9(02) VALUE ZEROS.   00047992
           03  CKPT-CTA-IMP-CR          PIC S9(07)V9(02) VALUE ZEROS.   00047993
           03  CKPT-GLC-CANT-DB         PIC 9(05) VALUE ZEROS.          00047998
           03  CKPT-GLC-CANT-CR         PIC 9(05) VALUE ZEROS.          00048008
           03  CKPT-GLC-IMP-DB          PIC S9(09)V9(02) VALUE ZEROS.   00048018
           03  CKPT-GLC-IMP-CR          PIC S9(09)V9(02) VALUE ZEROS.   00048028
           03  CKPT-GL-TIPCUEN-ACT      PIC X(02) VALUE SPACES.         00048038
           03  CKPT-GL-MONEDA-ACT       PIC X(02) VALUE SPACES.         00048048
           03  CKPT-CANT-MOV-MONEDA     PIC 9(03) VALUE ZEROS.          00048058
           03  CKPT-CANT-REVERSION      PIC 9(03) VALUE ZEROS.          00048068
           03  CKPT-CANT-REV-RECHAZO    PIC 9(03) VALUE ZEROS.          00048078
           03  CKPT-CANT-CHEQUES        PIC 9(03) VALUE ZEROS.          00048088
           03  CKPT-CANT-IMPUESTO       PIC 9(03) VALUE ZEROS.          00048098
           03  CKPT-CANT-IMP-EXENTO     PIC 9(03) VALUE ZEROS.          00048108
           03  CKPT-TOT-IMPUESTO        PIC S9(09)V9(02) VALUE ZEROS.   00048118
           03  CKPT-CTA-CANT-IMPTO      PIC 9(03) VALUE ZEROS.          00048128
           03  CKPT-CTA-IMP-IMPTO       PIC S9(07)V9(02) VALUE ZEROS.   00048138
           03  CKPT-GLC-CANT-IMPTO      PIC 9(05) VALUE ZEROS.          00048148
           03  CKPT-GLC-IMP-IMPTO       PIC S9(09)V9(02) VALUE ZEROS.   00048158
           03  CKPT-CANT-CAMBIO         PIC 9(03) VALUE ZEROS.          00048168
           03  CKPT-CANT-CAM-RECHAZO    PIC 9(03) VALUE ZEROS.          00048178
           03  CKPT-TOT-SPREAD          PIC S9(09)V9(02) VALUE ZEROS.   00048188
           03  CKPT-GL-TOTALES.                                         00048198
               05  CKPT-GL-TOT-ENTRADA OCCURS 5 TIMES.                  00048208
                   07  CKPT-GLT-MONEDA  PIC X(02).                      00048218
                   07  CKPT-GLT-CANT-DB PIC 9(05).                      00048228
                   07  CKPT-GLT-CANT-CR PIC 9(05).                      00048238
                   07  CKPT-GLT-IMP-DB  PIC S9(09)V9(02).               00048248
                   07  CKPT-GLT-IMP-CR  PIC S9(09)V9(02).               00048258
                                                                        00048268
      *****************************************                         00048278
      *  BANDERAS/FLAGS                       *                         00048288
      *****************************************                         00048298
                                                                        00048501
       01  WS-FLAG-PROCESO          PIC X VALUE 'T'.                    00048601
           88  WS-SI-PROCESO           VALUE 'T'.                       00048701
       01  WS-CURSOR-ABIERTO        PIC X VALUE 'T'.                    00049401
           88  WS-CURSOR-ABIERTO-SI    VALUE 'T'.                       00049501
           88  WS-CURSOR-ABIERTO-NO    VALUE 'F'.                       00049601
                                                                        00049606
       01  WS-FLAG-CHECKPT          PIC X VALUE 'T'.                    00049611
           88  WS-SI-CHECKPT           VALUE 'T'.                       00049621
           88  WS-FIN-CHECKPT          VALUE 'F'.                       00049631
       01  WS-FLAG-CTA-DORMIDA      PIC X VALUE 'F'.                    00049656
           88  WS-CTA-DORMIDA-SI       VALUE 'T'.                       00049657
           88  WS-CTA-DORMIDA-NO       VALUE 'F'.                       00049658
                                                                        00049659
      *    LA CORRIDA ARRANCO DE VERDAD (FECHA DE PROCESO VALIDA        00049660
      *    Y ARCHIVOS ABIERTOS): SI NO, EL CIERRE NO DEBE GRABAR        00049661
      *    TRAILER, ESTADISTICAS NI FORZAR EL ULTIMO CORTE.             00049662
       01  WS-FLAG-ARRANQUE         PIC X VALUE 'F'.                    00049663
           88  WS-ARRANQUE-OK          VALUE 'T'.                       00049664
           88  WS-ARRANQUE-NO          VALUE 'F'.                       00049665
                                                                        00049666
      *****************************************                         00049667
      *  PARAMETRO DE EJECUCION (SYSIN)       *                         00049668
      *  COL 1   : 'R' = RESTART , BLANCO = NORMAL                      00049669
      *  COL 3-5 : INTERVALO DE CHECKPOINT (CANT. DE REGISTROS)         00049670
      *  COL 7-8 : TIPCUEN DE CUENTA UNICA (BLANCO = CORRIDA COMPLETA)  00049671
      *  COL 9-13: NROCUEN DE CUENTA UNICA (RELEE SOLO ESA CUENTA)      00049672
      *  COL 15-16: TIPCUEN DESDE DE LA PARTICION (BLANCO = TODA  *     00049673
      *  COL 17-21: NROCUEN DESDE  LA BASE; VER JOB EXAMPAR)       *    00049674
      *  COL 23-24: TIPCUEN HASTA                                  *    00049675
      *  COL 25-29: NROCUEN HASTA                                  *    00049676
      *  COL 31-32: IDENTIFICADOR DE LA PARTICION (MARCA SUS    *       00049677
      *             FILAS DE ESTADISTICAS EN TBESTRUN)            *     00049678
      *****************************************                         00049679
       01  WS-PARM-ENTRADA.                                             00049680
           03  WS-PARM-MODO         PIC X(01) VALUE SPACE.              00049681
               88  WS-EJECUCION-RESTART   VALUE 'R'.                    00049682
               88  WS-EJECUCION-NORMAL    VALUE SPACE, 'N'.             00049683
           03  FILLER               PIC X(01) VALUE SPACE.              00049684
           03  WS-PARM-INTERVALO    PIC 9(03) VALUE ZEROS.              00049685
           03  FILLER               PIC X(01) VALUE SPACE.              00049686
           03  WS-PARM-CUENTA-FILTRO.                                   00049687
               05  WS-PARM-TIPCUEN      PIC X(02) VALUE SPACES.         00049688
               05  WS-PARM-NROCUEN      PIC 9(05) VALUE ZEROS.          00049689
           03  FILLER               PIC X(01) VALUE SPACE.              00049690
           03  WS-PARM-PARTICION.                                       00049691
               05  WS-PARM-TIP-DESDE    PIC X(02) VALUE SPACES.         00049692
               05  WS-PARM-NRO-HASTA    PIC 9(05) VALUE ZEROS.          00049696
               05  FILLER               PIC X(01) VALUE SPACE.          00049697
               05  WS-PARM-ID-PART      PIC X(02) VALUE SPACES.         00049698
                                                                        00049699
      *    RANGO EFECTIVO DE LA PARTICION (HOST VARIABLES DEL           00049700
      *    CURSOR C4). UNA CORRIDA COMPLETA USA EL RANGO TOTAL.         00049701
       01  WS-RANGO-PARTICION.                                          00049702
           03  WS-PART-TIP-DESDE    PIC X(02)  VALUE LOW-VALUES.        00049703
           03  WS-PART-NRO-DESDE    PIC S9(5)V USAGE COMP-3             00049704
                                              VALUE ZEROS.              00049705
           03  WS-PART-TIP-HASTA    PIC X(02)  VALUE HIGH-VALUES.       00049706
           03  WS-PART-NRO-HASTA    PIC S9(5)V USAGE COMP-3             00049707
                                              VALUE 99999.              00049708
                                                                        00049709
       01  WS-FLAG-PARTICION        PIC X VALUE 'F'.                    00049710
           88  WS-MODO-PARTICION-SI    VALUE 'T'.                       00049711
           88  WS-MODO-PARTICION-NO    VALUE 'F'.                       00049712
                                                                        00049761
      *****************************************                         00050101
      *  VARIABLES AUXILARES.                *                          00050201
                                                                        00082900
      *****************************************                         00082910
      *  LINEA DE MOVIMIENTO DUPLICADO        *                         00082920
      *  SUPRIMIDO (SECCION DP DEL LISTADO)   *                         00082921
      *****************************************                         00082922
       01 WS-REG-SALIDA-DUP.                                            00082923
          03  FILLER              PIC X         VALUE '|'.              00082924
          03  REG-DUP-SECCION     PIC X(02)     VALUE 'DP'.             00082925
          03  FILLER              PIC X(02)     VALUE SPACES.           00082926
          03  REG-DUP-TIPCUEN     PIC X(02)     VALUE SPACES.           00082927
          03  FILLER              PIC X(10)     VALUE SPACES.           00082928
          03  FILLER              PIC X         VALUE '|'.              00082929
          03  REG-DUP-NROCUEN     PIC Z(05)     VALUE ZEROS.            00082930
          03  FILLER              PIC X(10)     VALUE SPACES.           00082931
          03  FILLER              PIC X         VALUE '|'.              00082932
          03  REG-DUP-NROSEC      PIC Z(08)9    VALUE ZEROS.            00082933
          03  FILLER              PIC X(08)     VALUE SPACES.           00082934
          03  FILLER              PIC X         VALUE '|'.              00082935
          03  FILLER              PIC X(02)     VALUE SPACES.           00082936
          03  REG-DUP-TIPMOV      PIC X(02)     VALUE SPACES.           00082937
          03  FILLER              PIC X(13)     VALUE SPACES.           00082938
          03  FILLER              PIC X         VALUE '|'.              00082939
          03  REG-DUP-IMPORTE     PIC $Z.ZZ9,99- VALUE ZEROS.           00082940
          03  FILLER              PIC X         VALUE '|'.              00082941
          03  FILLER              PIC X         VALUE SPACES.           00082942
          03  FILLER              PIC X(34)     VALUE                   00082943
              'DUPLICADO SUPRIMIDO - NO POSTEADO '.                     00082944
                                                                        00082945
      *****************************************                         00082946
      *  INTERFAZ CONTABLE DDSALGL:           *                         00082947
      *  REGISTROS 'D' POR COMBINACION        *                         00082948
      *  SUCURSAL+TIPO DE CUENTA Y UN         *                         00082949
      *  REGISTRO 'T' DE CUADRE AL FINAL.     *                         00082950
      *  CADA PATA DE UN CONTRASIENTO SALE    *                         00082951
      *  EN SU PROPIO REGISTRO 'R' (MISMO     *                         00082952
      *  FORMATO QUE EL 'D') Y SUMA EN EL     *                         00082953
      *  TRAILER DE SU MONEDA.                *                         00082954
      *  EL IMPUESTO A LOS DEBITOS Y CREDITOS *                         00082955
      *  SALE EN REGISTROS 'I' (MISMO FORMATO,*                         00082956
      *  SIEMPRE DEBITO) POR CELDA.           *                         00082957
      *  EL RESULTADO DE CAMBIO (SPREAD DE    *                         00082958
      *  LOS CAMBIOS DE MONEDA) SALE EN UN    *                         00082959
      *  REGISTRO 'C' POR PATA (MISMO FOR-    *                         00082960
      *  MATO, SIEMPRE CREDITO Y EN PESOS)    *                         00082961
      *  EN LA CELDA DE LA CUENTA DE LA PATA. *                         00082962
      *  LAS CELDAS SE VUELCAN EN CADA CORTE  *                         00082963
      *  DE SUCURSAL O CAMBIO DE TIPO, POR LO *                         00082964
      *  QUE UNA MISMA COMBINACION PUEDE      *                         00082965
      *  APARECER EN VARIOS REGISTROS 'D' DE  *                         00082966
      *  LA CORRIDA: EL IMPORTADOR CONTABLE   *                         00082967
      *  DEBE SUMARLOS POR CELDA (EL TRAILER  *                         00082968
      *  CUADRA DE CUALQUIER MANERA).         *                         00082969
      *****************************************                         00082970
       01 WS-REG-GL-DETALLE.                                            00082971
          03  GL-DET-TIPO         PIC X         VALUE 'D'.              00082972
          03  GL-DET-FECPROC      PIC X(10)     VALUE SPACES.           00082973
          03  GL-DET-SUCUEN       PIC 9(02)     VALUE ZEROS.            00082974
          03  GL-DET-TIPCUEN      PIC X(02)     VALUE SPACES.           00082975
          03  GL-DET-MONEDA       PIC X(02)     VALUE SPACES.           00082976
          03  GL-DET-CANT-DB      PIC 9(05)     VALUE ZEROS.            00082977
          03  GL-DET-CANT-CR      PIC 9(05)     VALUE ZEROS.            00082978
          03  GL-DET-IMP-DB       PIC 9(09)V9(02) VALUE ZEROS.          00082979
          03  GL-DET-IMP-CR       PIC 9(09)V9(02) VALUE ZEROS.          00082980
          03  GL-DET-NETO         PIC S9(09)V9(02)                      00082981
                                  SIGN LEADING SEPARATE VALUE ZEROS.    00082982
          03  FILLER              PIC X(19)     VALUE SPACES.           00082983
                                                                        00082984
       01 WS-REG-GL-TRAILER.                                            00082985
          03  GL-TRL-TIPO         PIC X         VALUE 'T'.              00082986
          03  GL-TRL-FECPROC      PIC X(10)     VALUE SPACES.           00082987
          03  FILLER              PIC X(04)     VALUE '99**'.           00082988
          03  GL-TRL-MONEDA       PIC X(02)     VALUE SPACES.           00082989
          03  GL-TRL-CANT-DB      PIC 9(05)     VALUE ZEROS.            00082990
          03  GL-TRL-CANT-CR      PIC 9(05)     VALUE ZEROS.            00082991
          03  GL-TRL-IMP-DB       PIC 9(09)V9(02) VALUE ZEROS.          00082992
          03  GL-TRL-IMP-CR       PIC 9(09)V9(02) VALUE ZEROS.          00082999
          03  GL-TRL-NETO         PIC S9(09)V9(02)                      00083000
                                  SIGN LEADING SEPARATE VALUE ZEROS.    00083001
          03  FILLER              PIC X         VALUE SPACES.           00083145
          03  FILLER              PIC X(34)     VALUE                   00083146
              'MONEDA DISTINTA DE LA DE LA CUENTA'.                     00083147
                                                                        00083247
      *****************************************                         00084600
      *  LINEA DE CONTRASIENTO RECHAZADO      *                         00084601
      *  (SECCION RV DEL LISTADO): LA COLUMNA *                         00084602
      *  CENTRAL MUESTRA LA REFERENCIA AL     *                         00084603
      *  MOVIMIENTO ORIGINAL (FECPROC/NROSEC) *                         00084604
      *****************************************                         00084605
       01 WS-REG-SALIDA-REV.                                            00084606
          03  FILLER              PIC X         VALUE '|'.              00084607
          03  REG-REV-SECCION     PIC X(02)     VALUE 'RV'.             00084608
          03  FILLER              PIC X(02)     VALUE SPACES.           00084609
          03  REG-REV-TIPCUEN     PIC X(02)     VALUE SPACES.           00084610
          03  FILLER              PIC X(10)     VALUE SPACES.           00084611
          03  FILLER              PIC X         VALUE '|'.              00084612
          03  REG-REV-NROCUEN     PIC Z(05)     VALUE ZEROS.            00084613
          03  FILLER              PIC X(10)     VALUE SPACES.           00084614
          03  FILLER              PIC X         VALUE '|'.              00084615
          03  REG-REV-NROSEC      PIC Z(08)9    VALUE ZEROS.            00084616
          03  FILLER              PIC X(08)     VALUE SPACES.           00084617
          03  FILLER              PIC X         VALUE '|'.              00084618
          03  FILLER              PIC X         VALUE SPACES.           00084619
          03  REG-REV-REF-FECPROC PIC X(10)     VALUE SPACES.           00084620
          03  FILLER              PIC X         VALUE '/'.              00084621
          03  REG-REV-REF-NROSEC  PIC Z(07)9    VALUE ZEROS.            00084622
          03  FILLER              PIC X         VALUE '|'.              00084623
          03  REG-REV-IMPORTE     PIC $Z.ZZ9,99- VALUE ZEROS.           00084624
          03  FILLER              PIC X         VALUE '|'.              00084625
          03  FILLER              PIC X         VALUE SPACES.           00084626
          03  REG-REV-MOTIVO      PIC X(34)     VALUE SPACES.           00084627
      *****************************************                         00084628
      *  LINEA DE CAMBIO DE MONEDA RECHAZADO  *                         00084629
      *  (SECCION CM DEL LISTADO): LAS DOS    *                         00084630
      *  PATAS SE RECHAZAN JUNTAS CON UN      *                         00084631
      *  UNICO MOTIVO                         *                         00084632
      *****************************************                         00084633
       01 WS-REG-SALIDA-CAM.                                            00084634
          03  FILLER              PIC X         VALUE '|'.              00084635
          03  REG-CAM-SECCION     PIC X(02)     VALUE 'CM'.             00084636
          03  FILLER              PIC X(02)     VALUE SPACES.           00084637
          03  REG-CAM-TIPCUEN     PIC X(02)     VALUE SPACES.           00084638
          03  FILLER              PIC X(10)     VALUE SPACES.           00084639
          03  FILLER              PIC X         VALUE '|'.              00084640
          03  REG-CAM-NROCUEN     PIC Z(05)     VALUE ZEROS.            00084641
          03  FILLER              PIC X(10)     VALUE SPACES.           00084642
          03  FILLER              PIC X         VALUE '|'.              00084643
          03  REG-CAM-NROSEC      PIC Z(08)9    VALUE ZEROS.            00084644
          03  FILLER              PIC X(08)     VALUE SPACES.           00084645
          03  FILLER              PIC X         VALUE '|'.              00084646
          03  FILLER              PIC X(02)     VALUE SPACES.           00084647
          03  REG-CAM-CTP-TIPCUEN PIC X(02)     VALUE SPACES.           00084648
          03  FILLER              PIC X         VALUE '-'.              00084649
          03  REG-CAM-CTP-NROCUEN PIC Z(05)     VALUE ZEROS.            00084650
          03  FILLER              PIC X(07)     VALUE SPACES.           00084651
          03  FILLER              PIC X         VALUE '|'.              00084652
          03  REG-CAM-IMPORTE     PIC $Z.ZZ9,99- VALUE ZEROS.           00084653
          03  FILLER              PIC X         VALUE '|'.              00084654
          03  FILLER              PIC X         VALUE SPACES.           00084655
          03  REG-CAM-MOTIVO      PIC X(34)     VALUE SPACES.           00084656
                                                                        00084657
      *****************************************                         00084658
      *   FIN IMPRESION DE TITULOS LISTADO    *                         00084700
      *****************************************                         00084800
       77  FILLER        PIC X(26) VALUE '* VARIABLES SQL          *'.  00084900
           03 NOV-CTA-SALDO            PIC S9(5)V9(2) USAGE COMP-3.     00086103
                                                                        00086203
      * TIPO DE MOVIMIENTO VALIDO 'CR' - 'DB' - 'TR' TRANSFERENCIA      00086303
      * - 'RV' CONTRASIENTO DE UN MOVIMIENTO YA APLICADO                00086313
      * - 'CH' DEPOSITO DE CHEQUE (ACREDITA Y RETIENE HASTA CLEARING)   00086323
      * - 'CM' CAMBIO DE MONEDA ENTRE CUENTAS DEL MISMO CLIENTE         00086333
           03 NOV-CTA-TIPMOV           PIC X(2).                        00086403
                                                                        00086413
      * MONEDA DEL MOVIMIENTO ('PE'/'DO'/'EU'): DEBE COINCIDIR          00086423
      * CUENTA CONTRAPARTE DE LA TRANSFERENCIA (SOLO TIPMOV 'TR':       00086603
      * EL REGISTRO DEBITA LA CUENTA DE LA CLAVE Y ACREDITA LA          00086703
      * CONTRAPARTE COMO UNA UNIDAD)                                    00086803
      * EN EL CAMBIO DE MONEDA ('CM') LA CONTRAPARTE ES LA CUENTA       00086813
      * DEL MISMO CLIENTE EN LA OTRA MONEDA: RECIBE EL IMPORTE          00086823
      * CONVERTIDO, Y EL IMPORTE Y LA MONEDA DEL REGISTRO SON LOS       00086833
      * DE LA CUENTA DE LA CLAVE                                        00086843
           03 NOV-CTA-CONTRAPARTE.                                      00086903
               05 NOV-CTA-CTP-TIPCUEN  PIC X(2).                        00086913
               05 NOV-CTA-CTP-NROCUEN  PIC S9(5)V USAGE COMP-3.         00086923
      * DATOS DEL CHEQUE DEPOSITADO (SOLO TIPMOV 'CH'): PLAZO DE        00086928
      * CLEARING EN HORAS HABILES ('24'/'48'/'72') Y NUMERO DE          00086933
      * CHEQUE, EN LUGAR DE LA CONTRAPARTE                              00086938
           03 NOV-CTA-CHEQUE REDEFINES NOV-CTA-CONTRAPARTE.             00086943
               05 NOV-CTA-CHQ-PLAZO    PIC X(2).                        00086948
               05 NOV-CTA-CHQ-NROCHQ   PIC S9(5)V USAGE COMP-3.         00086953
                                                                        00086958
      * MOVIMIENTO ORIGINAL DEL CONTRASIENTO (SOLO TIPMOV 'RV'):        00086963
      * FECPROC Y NROSEC DE LA FILA EN TBMOVHIS DE LA CUENTA DE LA      00086968
      * CLAVE QUE SE REVIERTE                                           00086973
           03 NOV-CTA-REFERENCIA.                                       00086978
               05 NOV-CTA-REF-FECPROC  PIC X(10).                       00086983
               05 NOV-CTA-REF-NROSEC   PIC 9(08) USAGE COMP.            00086988
                                                                        00087000
      ********************************************************          00090400
      *  AREA DE COMUNICACION Y DEFINICION SQL DB2           *          00090500
              INCLUDE TBSUCURS                                          00091392
            END-EXEC.                                                   00091393
            EXEC SQL                                                    00091394
              INCLUDE TBESTCLI                                          00091494
            END-EXEC.                                                   00091594
            EXEC SQL                                                    00091694
              INCLUDE TBCHEQUE                                          00091794
            END-EXEC.                                                   00091894
            EXEC SQL                                                    00091994
              INCLUDE TBIMPDC                                           00092094
            END-EXEC.                                                   00092194
            EXEC SQL                                                    00092294
              INCLUDE TBEXEIMP                                          00092394
            END-EXEC.                                                   00092494
            EXEC SQL                                                    00092594
              INCLUDE TBCOTIZA                                          00092694
            END-EXEC.                                                   00092794
            EXEC SQL                                                    00092894
              INCLUDE TBSPRCAM                                          00092994
            END-EXEC.                                                   00093094
                                                                        00093194
      ***************************************************               00096300
      * CURSOR C4 QUE METRAE REGISTROS DE CUENTAS       *               00096400
      ***************************************************               00096500
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TS-INICIO             00105901
                                                                        00106000
           SET WS-SI-PROCESO TO TRUE                                    00107011
           PERFORM 1015-I-OBTENER-FECHA-PROCESO                         00107012
              THRU 1015-F-OBTENER-FECHA-PROCESO                         00107013
           IF WS-FIN-PROCESO                                            00107014
              GO TO 1000-F-INICIO                                       00107015
           END-IF                                                       00107016
                                                                        00107017
           PERFORM 1025-I-FECHAS-CLEARING                               00107018
              THRU 1025-F-FECHAS-CLEARING                               00107019
           IF WS-FIN-PROCESO                                            00107020
              GO TO 1000-F-INICIO                                       00107021
           END-IF                                                       00107024
                                                                        00109800
           PERFORM 1005-I-LEER-PARM                                     00109810
                      ' A ' WS-PARM-TIP-HASTA '-' WS-PARM-NRO-HASTA     00117671
              DISPLAY '* ID DE PARTICION           : '                  00117672
                      WS-PARM-ID-PART                                   00117673
           END-IF                                                       00117683
           .                                                            00117700
       1005-F-LEER-PARM. EXIT.                                          00117702
                                                                        00117704
      **************************************                            00117706
      *  INICIO DE LA TABLA DE TOTALES GL  *                            00117708
      *  POR MONEDA (UN RESTART LA REPISA  *                            00117710
      *  DESDE EL CHECKPOINT)              *                            00117712
      **************************************                            00117714
       1020-I-INICIAR-TOTALES-GL.                                       00117716
                                                                        00117718
           MOVE SPACES TO WS-GLT-MONEDA  (WS-GLT-IDX)                   00117720
           MOVE 0      TO WS-GLT-CANT-DB (WS-GLT-IDX)                   00117722
           MOVE 0      TO WS-GLT-CANT-CR (WS-GLT-IDX)                   00117724
           MOVE 0      TO WS-GLT-IMP-DB  (WS-GLT-IDX)                   00117726
           MOVE 0      TO WS-GLT-IMP-CR  (WS-GLT-IDX)                   00117728
           .                                                            00117730
       1020-F-INICIAR-TOTALES-GL. EXIT.                                 00117732
      ***********************************************************       00117734
      *  FECHA DE PROCESO DE LA CADENA (TBCALEND):              *       00117736
      *  SE PROCESA Y ESTAMPA CON LA FECHA MARCADA FECPROC='S', *       00117738
      *  Y SE RECHAZA LA CORRIDA SI NO HAY FECHA MARCADA O SI   *       00117740
      *  LA FECHA MARCADA NO ES DIA HABIL.                      *       00117742
      ***********************************************************       00117744
       1015-I-OBTENER-FECHA-PROCESO.                                    00117746
                                                                        00117748
           MOVE '1015-I-OBTENER-FECHA-PROC' TO WS-PARRAFO.              00117750
                                                                        00117752
           EXEC SQL                                                     00117820
              SELECT FECHA,                                             00117821
                     DIAHABIL                                           00117822
           END-EVALUATE.                                                00117865
                                                                        00117866
       1015-F-OBTENER-FECHA-PROCESO. EXIT.                              00117867
                                                                        00117869
      ***********************************************************       00117871
      *  FECHAS DE ACREDITACION DE LOS CHEQUES DEPOSITADOS HOY: *       00117873
      *  PRIMER, SEGUNDO Y TERCER DIA HABIL DE TBCALEND         *       00117875
      *  POSTERIOR A LA FECHA DE PROCESO (PLAZOS 24/48/72 HS).  *       00117877
      *  SI EL CALENDARIO NO ESTA CARGADO HASTA ESAS FECHAS LA  *       00117879
      *  CORRIDA SE RECHAZA.                                    *       00117881
      ***********************************************************       00117883
       1025-I-FECHAS-CLEARING.                                          00117885
                                                                        00117887
           MOVE WS-FECHA-DB2 TO WS-FEC-CLEARING-BASE                    00117889
                                                                        00117891
           PERFORM 1026-I-SIGUIENTE-HABIL                               00117893
              THRU 1026-F-SIGUIENTE-HABIL                               00117895
             VARYING WS-IDX-CLR FROM 1 BY 1                             00117897
               UNTIL WS-IDX-CLR > 3 OR WS-FIN-PROCESO                   00117899
           .                                                            00117901
       1025-F-FECHAS-CLEARING. EXIT.                                    00117903
                                                                        00117905
       1026-I-SIGUIENTE-HABIL.                                          00117907
                                                                        00117909
           MOVE '1026-I-SIGUIENTE-HABIL' TO WS-PARRAFO.                 00117911
                                                                        00117913
           EXEC SQL                                                     00117915
              SELECT COALESCE(MIN(FECHA), '0001-01-01')                 00117917
                INTO :WS-FEC-CLEARING(WS-IDX-CLR)                       00117919
                FROM KC02803.TBCALEND                                   00117921
               WHERE FECHA    > :WS-FEC-CLEARING-BASE                   00117923
                 AND DIAHABIL = 'S'                                     00117925
           END-EXEC                                                     00117927
                                                                        00117929
           EVALUATE TRUE                                                00117931
           WHEN SQLCODE NOT EQUAL ZEROS                                 00117933
                MOVE SQLCODE   TO WS-SQLCODE                            00117935
                DISPLAY '************************************'          00117937
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00117939
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00117941
                DISPLAY '************************************'          00117943
                DISPLAY '* TABLA       : CALENDARIO TBCALEND*'          00117945
                DISPLAY '* DESCRIPCION : FECHA DE CLEARING  *'          00117947
                DISPLAY '************************************'          00117949
                MOVE 9999 TO RETURN-CODE                                00117951
                SET  WS-FIN-PROCESO TO TRUE                             00117953
           WHEN WS-FEC-CLEARING(WS-IDX-CLR) = '0001-01-01'              00117955
                DISPLAY '*****************************************'     00117957
                DISPLAY '* TBCALEND NO TIENE DIAS HABILES CARGA- *'     00117959
                DISPLAY '* DOS PARA EL CLEARING DE CHEQUES       *'     00117961
                DISPLAY '* POSTERIORES A : ' WS-FEC-CLEARING-BASE       00117963
                DISPLAY '* LA CORRIDA SE RECHAZA                 *'     00117965
                DISPLAY '*****************************************'     00117967
                MOVE 9999 TO RETURN-CODE                                00117969
                SET  WS-FIN-PROCESO TO TRUE                             00117971
           WHEN OTHER                                                   00117973
                MOVE WS-FEC-CLEARING(WS-IDX-CLR)                        00117975
                  TO WS-FEC-CLEARING-BASE                               00117977
           END-EVALUATE.                                                00117979
                                                                        00117981
       1026-F-SIGUIENTE-HABIL. EXIT.                                    00117983
                                                                        00117985
      **************************************                            00118000
      *  RESTAURAR ESTADO DESDE CHECKPOINT *                            00118100
      **************************************                            00118200
              MOVE CKPT-SALDO-BASE          TO WS-SALDO-BASE            00120221
              MOVE CKPT-TIPCUEN-ANT         TO WS-TIPCUEN-ANT           00120230
              MOVE CKPT-NROCUEN-ANT         TO WS-NROCUEN-ANT           00120240
              MOVE CKPT-TIPMOV-ANT          TO WS-TIPMOV-ANT            00120241
              MOVE CKPT-SUCUEN-ANT          TO WS-SUCUEN-ANT            00120242
              MOVE CKPT-SUC-TOT-DB          TO WS-SUC-TOT-DB            00120243
              MOVE CKPT-SUC-TOT-CR          TO WS-SUC-TOT-CR            00120244
              MOVE CKPT-GRABADOS-MOVHIS     TO WS-GRABADOS-MOVHIS       00120245
              MOVE CKPT-CANT-MOV-EXCESO     TO WS-CANT-MOV-EXCESO       00120246
              MOVE CKPT-CANT-MOV-DUPLI      TO WS-CANT-MOV-DUPLI        00120247
              MOVE CKPT-CANT-MOV-DORMIDA    TO WS-CANT-MOV-DORMIDA      00120248
              MOVE CKPT-CANT-TRANSFER       TO WS-CANT-TRANSFER         00120249
              MOVE CKPT-CANT-TRF-RECHAZO    TO WS-CANT-TRF-RECHAZO      00120250
              MOVE CKPT-CANT-MOV-SUC-INV    TO WS-CANT-MOV-SUC-INV      00120251
              MOVE CKPT-CANT-MOV-CLI-BLOQ   TO WS-CANT-MOV-CLI-BLOQ     00120252
              MOVE CKPT-CTA-CANT-DB         TO WS-CTA-CANT-DB           00120253
              MOVE CKPT-CTA-CANT-CR         TO WS-CTA-CANT-CR           00120254
              MOVE CKPT-CTA-IMP-DB          TO WS-CTA-IMP-DB            00120255
              MOVE CKPT-CTA-IMP-CR          TO WS-CTA-IMP-CR            00120256
              MOVE CKPT-GLC-CANT-DB         TO WS-GLC-CANT-DB           00120257
              MOVE CKPT-GLC-CANT-CR         TO WS-GLC-CANT-CR           00120258
              MOVE CKPT-GLC-IMP-DB          TO WS-GLC-IMP-DB            00120259
              MOVE CKPT-GLC-IMP-CR          TO WS-GLC-IMP-CR            00120264
              MOVE CKPT-GL-TIPCUEN-ACT      TO WS-GL-TIPCUEN-ACT        00120265
              MOVE CKPT-GL-MONEDA-ACT       TO WS-GL-MONEDA-ACT         00120266
              MOVE CKPT-CANT-MOV-MONEDA     TO WS-CANT-MOV-MONEDA       00120267
              MOVE CKPT-CANT-REVERSION      TO WS-CANT-REVERSION        00120268
              MOVE CKPT-CANT-REV-RECHAZO    TO WS-CANT-REV-RECHAZO      00120269
              MOVE CKPT-CANT-CHEQUES        TO WS-CANT-CHEQUES          00120270
              MOVE CKPT-CANT-IMPUESTO       TO WS-CANT-IMPUESTO         00120271
              MOVE CKPT-CANT-IMP-EXENTO     TO WS-CANT-IMP-EXENTO       00120272
              MOVE CKPT-TOT-IMPUESTO        TO WS-TOT-IMPUESTO          00120273
              MOVE CKPT-CTA-CANT-IMPTO      TO WS-CTA-CANT-IMPTO        00120274
              MOVE CKPT-CTA-IMP-IMPTO       TO WS-CTA-IMP-IMPTO         00120275
              MOVE CKPT-GLC-CANT-IMPTO      TO WS-GLC-CANT-IMPTO        00120276
              MOVE CKPT-GLC-IMP-IMPTO       TO WS-GLC-IMP-IMPTO         00120277
              MOVE CKPT-CANT-CAMBIO         TO WS-CANT-CAMBIO           00120278
              MOVE CKPT-CANT-CAM-RECHAZO    TO WS-CANT-CAM-RECHAZO      00120279
              MOVE CKPT-TOT-SPREAD          TO WS-TOT-SPREAD            00120280
              MOVE CKPT-GL-TOTALES          TO WS-GL-TOTALES            00120281
                                                                        00120282
              PERFORM 8055-I-SALTAR-ENTRADA                             00120283
                 THRU 8055-F-SALTAR-ENTRADA                             00120284
                VARYING WS-IDX-SALTO FROM 1 BY 1                        00120290
                  UNTIL WS-IDX-SALTO > CKPT-ENTRADA-LEIDOS              00120300
                                                                        00120310
            IF (NOV-CTA-TIPCUEN = '01' OR                               00121701
                NOV-CTA-TIPCUEN = '02') AND                             00121801
               (NOV-CTA-TIPMOV  = 'DB' OR                               00121802
                NOV-CTA-TIPMOV  = 'CR' OR                               00121812
                NOV-CTA-TIPMOV  = 'TR' OR                               00121822
                NOV-CTA-TIPMOV  = 'CM' OR                               00121832
                NOV-CTA-TIPMOV  = 'RV' OR                               00121842
                NOV-CTA-TIPMOV  = 'CH')  AND                            00121852
               (NOV-CTA-TIPMOV  NOT = 'CH' OR                           00121862
                NOV-CTA-CHQ-PLAZO = '24' OR '48' OR '72') AND           00121872
                NOV-CTA-SALDO   > ZEROS                          AND    00121882
                NOV-CTA-SALDO   NOT > WS-MONTO-MAXIMO-PERMITIDO         00121892
                                                                        00122300
                  IF WS-CLAVE-ACTUAL-ENTRADA = WS-CLAVE-CORTE-MAYOR     00122401
                                                                        00122500
           ADD 1 TO WS-ENTRADA-ERROR                                    00141701
           ADD 1 TO WS-ENTRADA-RECHAZADOS                               00141801
           .                                                            00141901
       2050-F-GRABAR-RECHAZO. EXIT.                                     00141906
                                                                        00141911
      ******************************************************************00141916
      * CORTE DE CLAVE DE SUCURSAL (TERCER NIVEL)                       00141921
      ******************************************************************00141926
       2100-I-CORTE-SUCURSAL.                                           00141931
                                                                        00141936
            MOVE WS-SUCUEN-ANT TO WS-EDIT                               00141941
                                                                        00141946
      *     NOMBRE DE LA SUCURSAL DESDE EL MAESTRO TBSUCURS.            00141951
            MOVE WS-SUCUEN-ANT TO SU-SUCURSAL                           00141956
            PERFORM 2468-I-CONSULTAR-SUCURSAL                           00141961
               THRU 2468-F-CONSULTAR-SUCURSAL                           00141966
                                                                        00141971
           DISPLAY '**********************************************'.    00141976
            DISPLAY 'DETALLE POR SUCURSAL  '.                           00141981
            DISPLAY '       * SUCURSAL       : ' WS-EDIT                00141986
                    ' ' SU-NOMBRE.                                      00141991
            DISPLAY '                * TOTAL DB : ' WS-SUC-TOT-DB.      00141996
            DISPLAY '                * TOTAL CR : ' WS-SUC-TOT-CR.      00142001
           DISPLAY '**********************************************'.    00142015
            DISPLAY ' '.                                                00142016
                                                                        00142017
            MOVE 0 TO WS-SUC-TOT-DB                                     00142027
            MOVE 0 TO WS-SUC-TOT-CR                                     00142037
                                                                        00142047
      *     VUELCO DE LA CELDA ABIERTA DE LA INTERFAZ CONTABLE          00142057
      *     (ULTIMO TIPO DE CUENTA DE LA SUCURSAL QUE CIERRA).          00142067
            IF WS-GL-TIPCUEN-ACT NOT = SPACES                           00142077
                 PERFORM 2110-I-GRABAR-GL                               00142087
                    THRU 2110-F-GRABAR-GL                               00142097
            END-IF                                                      00142107
            .                                                           00142117
       2100-F-CORTE-SUCURSAL. EXIT.                                     00142127
                                                                        00142137
      ******************************************************************00142147
      * GRABA UN REGISTRO DETALLE DE LA INTERFAZ CONTABLE (DDSALGL)     00142157
      * CON LA CELDA SUCURSAL+TIPO DE CUENTA ABIERTA Y LA CIERRA        00142167
      ******************************************************************00142177
       2110-I-GRABAR-GL.                                                00142187
                                                                        00142197
           MOVE '2110-I-GRABAR-GL' TO WS-PARRAFO                        00142207
                                                                        00142217
           MOVE WS-FECHA-DB2      TO GL-DET-FECPROC                     00142227
           MOVE WS-SUCUEN-ANT     TO GL-DET-SUCUEN                      00142237
           MOVE WS-GL-TIPCUEN-ACT TO GL-DET-TIPCUEN                     00142247
           MOVE WS-GL-MONEDA-ACT  TO GL-DET-MONEDA                      00142257
           MOVE WS-GLC-CANT-DB    TO GL-DET-CANT-DB                     00142267
           MOVE WS-GLC-CANT-CR    TO GL-DET-CANT-CR                     00142277
           MOVE WS-GLC-IMP-DB     TO GL-DET-IMP-DB                      00142287
           MOVE WS-GLC-IMP-CR     TO GL-DET-IMP-CR                      00142297
           COMPUTE GL-DET-NETO = WS-GLC-IMP-CR - WS-GLC-IMP-DB          00142307
                                                                        00142317
           WRITE REG-SALGL FROM WS-REG-GL-DETALLE                       00142327
                                                                        00142337
           MOVE FS-SALGL TO FS-ACTUAL                                   00142347
           MOVE 'ARCHIVO INTERFAZ CONTABLE' TO WS-ARCHIVO-DESC          00142357
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00142367
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00142377
                                                                        00142387
           MOVE WS-GL-MONEDA-ACT TO WS-GLT-MONEDA-BUSCADA               00142397
           PERFORM 2115-I-BUSCAR-MONEDA-TOT                             00142407
              THRU 2115-F-BUSCAR-MONEDA-TOT                             00142417
           ADD WS-GLC-CANT-DB TO WS-GLT-CANT-DB (WS-GLT-IDX)            00142427
           ADD WS-GLC-CANT-CR TO WS-GLT-CANT-CR (WS-GLT-IDX)            00142437
           ADD WS-GLC-IMP-DB  TO WS-GLT-IMP-DB  (WS-GLT-IDX)            00142447
           ADD WS-GLC-IMP-CR  TO WS-GLT-IMP-CR  (WS-GLT-IDX)            00142457
                                                                        00142467
      *    EL IMPUESTO A LOS DEBITOS Y CREDITOS DE LA CELDA SALE EN     00142477
      *    SU PROPIO REGISTRO 'I' (CELDA CONTABLE DEL IMPUESTO).        00142487
           IF WS-GLC-CANT-IMPTO > ZEROS                                 00142497
              PERFORM 2120-I-GRABAR-GL-IMPUESTO                         00142507
                 THRU 2120-F-GRABAR-GL-IMPUESTO                         00142517
           END-IF                                                       00142527
                                                                        00142537
           MOVE 0      TO WS-GLC-CANT-DB                                00142547
           MOVE 0      TO WS-GLC-CANT-CR                                00142557
           MOVE 0      TO WS-GLC-IMP-DB                                 00142567
           MOVE 0      TO WS-GLC-IMP-CR                                 00142577
           MOVE 0      TO WS-GLC-CANT-IMPTO                             00142587
           MOVE 0      TO WS-GLC-IMP-IMPTO                              00142597
           MOVE SPACES TO WS-GL-TIPCUEN-ACT                             00142607
           MOVE SPACES TO WS-GL-MONEDA-ACT                              00142617
           .                                                            00142627
       2110-F-GRABAR-GL. EXIT.                                          00142637
                                                                        00142647
      ******************************************************************00142657
      * GRABA EL REGISTRO 'I' DE LA INTERFAZ CONTABLE CON EL IMPUESTO   00142667
      * A LOS DEBITOS Y CREDITOS COBRADO EN LA CELDA ABIERTA. EL        00142677
      * IMPUESTO ES SIEMPRE UN DEBITO DE LAS CUENTAS Y ENTRA EN EL      00142687
      * TRAILER DE CUADRE DE LA MONEDA.                                 00142697
      ******************************************************************00142707
       2120-I-GRABAR-GL-IMPUESTO.                                       00142717
                                                                        00142727
           MOVE '2120-I-GRABAR-GL-IMPUESTO' TO WS-PARRAFO               00142737
                                                                        00142747
           MOVE 'I'               TO GL-DET-TIPO                        00142757
           MOVE WS-FECHA-DB2      TO GL-DET-FECPROC                     00142767
           MOVE WS-SUCUEN-ANT     TO GL-DET-SUCUEN                      00142777
           MOVE WS-GL-TIPCUEN-ACT TO GL-DET-TIPCUEN                     00142787
           MOVE WS-GL-MONEDA-ACT  TO GL-DET-MONEDA                      00142797
           MOVE WS-GLC-CANT-IMPTO TO GL-DET-CANT-DB                     00142807
           MOVE 0                 TO GL-DET-CANT-CR                     00142817
           MOVE WS-GLC-IMP-IMPTO  TO GL-DET-IMP-DB                      00142827
           MOVE 0                 TO GL-DET-IMP-CR                      00142837
           COMPUTE GL-DET-NETO = 0 - WS-GLC-IMP-IMPTO                   00142847
                                                                        00142857
           WRITE REG-SALGL FROM WS-REG-GL-DETALLE                       00142867
                                                                        00142877
           MOVE 'D'               TO GL-DET-TIPO                        00142887
                                                                        00142897
           MOVE FS-SALGL TO FS-ACTUAL                                   00142907
           MOVE 'ARCHIVO INTERFAZ CONTABLE' TO WS-ARCHIVO-DESC          00142917
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00142927
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00142937
                                                                        00142947
           MOVE WS-GL-MONEDA-ACT TO WS-GLT-MONEDA-BUSCADA               00142957
           PERFORM 2115-I-BUSCAR-MONEDA-TOT                             00142967
              THRU 2115-F-BUSCAR-MONEDA-TOT                             00142977
           ADD WS-GLC-CANT-IMPTO TO WS-GLT-CANT-DB (WS-GLT-IDX)         00142987
           ADD WS-GLC-IMP-IMPTO  TO WS-GLT-IMP-DB  (WS-GLT-IDX)         00142997
           .                                                            00143007
       2120-F-GRABAR-GL-IMPUESTO. EXIT.                                 00143017
                                                                        00143027
      ******************************************************************00143037
      * BUSCA (O DA DE ALTA) LA ENTRADA DE LA MONEDA EN LA TABLA DE     00143047
      * TOTALES GENERALES DE LA INTERFAZ. DEJA WS-GLT-IDX POSICIONADO.  00143057
      ******************************************************************00143067
       2115-I-BUSCAR-MONEDA-TOT.                                        00143077
                                                                        00143087
           MOVE 1 TO WS-GLT-IDX                                         00143097
           PERFORM 2116-I-AVANZAR-MONEDA-TOT                            00143107
              THRU 2116-F-AVANZAR-MONEDA-TOT                            00143117
             UNTIL WS-GLT-IDX > 5                                       00143127
                OR WS-GLT-MONEDA (WS-GLT-IDX) =                         00143137
                   WS-GLT-MONEDA-BUSCADA                                00143147
                OR WS-GLT-MONEDA (WS-GLT-IDX) = SPACES                  00143157
                                                                        00143167
           IF WS-GLT-IDX > 5                                            00143177
      *       MAS MONEDAS DISTINTAS QUE ENTRADAS EN LA TABLA: NO        00143187
      *       DEBERIA PASAR CON LOS CODIGOS SOPORTADOS.                 00143197
              DISPLAY '*****************************************'       00143207
              DISPLAY '* TABLA DE MONEDAS DE LA INTERFAZ LLENA *'       00143217
              DISPLAY '*****************************************'       00143227
              MOVE 9999 TO RETURN-CODE                                  00143237
              SET  WS-FIN-PROCESO TO TRUE                               00143247
              MOVE 5 TO WS-GLT-IDX                                      00143257
           ELSE                                                         00143267
              IF WS-GLT-MONEDA (WS-GLT-IDX) = SPACES                    00143277
                 MOVE WS-GLT-MONEDA-BUSCADA                             00143287
                   TO WS-GLT-MONEDA (WS-GLT-IDX)                        00143297
              END-IF                                                    00143307
           END-IF                                                       00143317
           .                                                            00143327
       2115-F-BUSCAR-MONEDA-TOT. EXIT.                                  00143337
                                                                        00143347
       2116-I-AVANZAR-MONEDA-TOT.                                       00143357
           ADD 1 TO WS-GLT-IDX                                          00143367
           .                                                            00143377
       2116-F-AVANZAR-MONEDA-TOT. EXIT.                                 00143387
                                                                        00143397
      ******************************************************************00143497
      * CORTE DE CLAVE MAYOR                                            00143597
      ******************************************************************00143697
       2200-I-CORTE-MAYOR.                                              00150000
      *     DISPLAY '+++++ CORTE MAYOR +++++'                           00150100
      *     ME GUARDO EL TOTAL GENERAL DE LA CLAVE MAYOR                00150200
            IF WS-GL-TIPCUEN-ACT NOT = SPACES                           00151709
               AND (WS-GL-TIPCUEN-ACT NOT = WS-TIPCUEN-ANT              00151710
                OR  WS-GL-MONEDA-ACT  NOT = WS-MONEDA)                  00151711
                 PERFORM 2110-I-GRABAR-GL                               00151712
                    THRU 2110-F-GRABAR-GL                               00151713
            END-IF                                                      00151714
            MOVE WS-TIPCUEN-ANT  TO WS-GL-TIPCUEN-ACT                   00151715
            MOVE WS-MONEDA       TO WS-GL-MONEDA-ACT                    00151716
            ADD  WS-CTA-CANT-DB  TO WS-GLC-CANT-DB                      00151724
            ADD  WS-CTA-CANT-CR  TO WS-GLC-CANT-CR                      00151734
            ADD  WS-CTA-IMP-DB   TO WS-GLC-IMP-DB                       00151744
            ADD  WS-CTA-IMP-CR   TO WS-GLC-IMP-CR                       00151754
            ADD  WS-CTA-CANT-IMPTO TO WS-GLC-CANT-IMPTO                 00151764
            ADD  WS-CTA-IMP-IMPTO  TO WS-GLC-IMP-IMPTO                  00151774
            MOVE 0 TO WS-CTA-CANT-DB                                    00151784
            MOVE 0 TO WS-CTA-CANT-CR                                    00151794
            MOVE 0 TO WS-CTA-IMP-DB                                     00151804
            MOVE 0 TO WS-CTA-IMP-CR                                     00151814
            MOVE 0 TO WS-CTA-CANT-IMPTO                                 00151824
            MOVE 0 TO WS-CTA-IMP-IMPTO                                  00151834
                                                                        00151844
      *     RESETEO EN 1 EL CONTADOR GENERAL                            00151854
      *     RESETEO EN 0 EL CONTADOR PARCIAL DE LA CLAVE MENOR          00151864
      *     ACTUALIZO LA CLAVE MAYOR.                                   00151874
            MOVE 0   TO WS-CANT-MOV-DB                                  00151884
            MOVE 0   TO WS-CANT-MOV-CR                                  00151906
            MOVE 1   TO WS-TOT-GRAL                                     00152006
            MOVE 1   TO WS-SUB-TOT                                      00152106
           EVALUATE WS-TIPMOV-ANT                                       00153231
           WHEN 'DB'                                                    00153301
                    ADD  WS-SUB-TOT TO WS-CANT-MOV-DB                   00153401
      *    EL DEPOSITO DE CHEQUE ES UN CREDITO DE LA CUENTA.            00153501
           WHEN 'CR'                                                    00154301
           WHEN 'CH'                                                    00154311
                    ADD  WS-SUB-TOT TO WS-CANT-MOV-CR                   00154401
      *    LA PATA DEBITO DE LAS TRANSFERENCIAS CUENTA COMO DB          00154501
      *    EN LA CUENTA DE ORIGEN (LA PATA CREDITO SE CONTABILIZA       00154601
      *    DIRECTO EN LA CONTRAPARTE AL APLICARLA). LO MISMO            00154611
      *    LA PATA DEBITO DE LOS CAMBIOS DE MONEDA.                     00154701
           WHEN 'TR'                                                    00154801
           WHEN 'CM'                                                    00154811
                    ADD  WS-SUB-TOT TO WS-CANT-MOV-DB                   00154901
      *    LOS CONTRASIENTOS NO SUMAN DB NI CR: SE INFORMAN A           00155001
      *    CONTABILIDAD EN SUS PROPIOS REGISTROS 'R'.                   00155101
           WHEN 'RV'                                                    00155201
                    CONTINUE                                            00155301
           END-EVALUATE                                                 00156700
      *    Y RESETEO EN 1 EL CONTADOR PARCIAL                           00156900
      *    ACTUALIZO LA CLAVE MENOR                                     00157000
           MOVE  WS-AAAA         TO  REG-FECSAL-AAAA                    00169201
           MOVE  WS-MM           TO  REG-FECSAL-MM                      00169301
           MOVE  WS-DD           TO  REG-FECSAL-DD                      00169401
           .                                                            00169402
       2950-F-ARMAR-REG-SALIDA-CTA. EXIT.                               00169403
                                                                        00169404
      ***********************************************************       00169405
      *  ACTUALIZACION DE SALDO EN TBCURCTA                     *       00169406
      *  SE GRABA EL DELTA DE LA CORRIDA (ACUMULADO - SALDO     *       00169407
      *  BASE DEL FETCH) CON UN UPDATE RELATIVO: ASI EL         *       00169408
      *  RESULTADO NO DEPENDE DEL ORDEN EN QUE EL CURSOR        *       00169409
      *  ENTREGA LAS CUENTAS NI DEL ACCESS PATH DEL BIND, Y     *       00169410
      *  COMPONE CON LOS CREDITOS DE TRANSFERENCIA ('TC') QUE   *       00169411
      *  OTRA PATA APLIQUE A LA MISMA CUENTA ANTES O DESPUES    *       00169412
      *  DE ESTE CORTE.                                         *       00169413
      ***********************************************************       00169414
       2960-I-ACTUALIZAR-SALDO-CTA.                                     00169415
                                                                        00169416
           MOVE '2960-I-ACTUALIZAR-SALDO-CTA' TO WS-PARRAFO.            00169417
                                                                        00169418
           COMPUTE WS-DELTA-SALDO =                                     00169419
                   WS-SALDO-ACTUALIZAR - WS-SALDO-BASE-ACTUALIZAR       00169420
                                                                        00169421
           EXEC SQL                                                     00169422
              UPDATE KC02803.TBCURCTA                                   00169423
                 SET SALDO   = SALDO + :WS-DELTA-SALDO,                 00169424
                     FECSAL  = :WS-FECHA-DB2                            00169425
               WHERE TIPCUEN = :WS-TIPCUEN-ACTUALIZAR                   00169426
                 AND NROCUEN = :WS-NROCUEN-ACTUALIZAR                   00169427
           END-EXEC                                                     00169428
                                                                        00169429
           IF  SQLCODE EQUAL ZEROS                                      00169430
                CONTINUE                                                00169431
           ELSE                                                         00169432
                MOVE '2960-I-ACTUALIZAR-SALDO-CTA' TO WS-PARRAFO        00169433
                MOVE SQLCODE   TO WS-SQLCODE                            00169434
                DISPLAY '************************************'          00169435
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00169436
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00169437
                DISPLAY '************************************'          00169438
                DISPLAY '* TABLA       : CUENTAS - TBCURCTA *'          00169439
                DISPLAY '* DESCRIPCION : ACTUALIZA SALDO    *'          00169440
                DISPLAY '************************************'          00169441
                MOVE 9999 TO RETURN-CODE                                00169442
                SET  WS-FIN-CURSOR  TO TRUE                             00169443
                SET  WS-FIN-PROCESO TO TRUE                             00169444
           END-IF.                                                      00169445
                                                                        00169446
       2960-F-ACTUALIZAR-SALDO-CTA. EXIT.                               00169447
                                                                        00169448
      ***********************************************************       00169449
      *  APLICACION DE UN MOVIMIENTO ACEPTADO AL ACUMULADOR     *       00169450
      *  Y REGISTRO DEL MOVIMIENTO EN EL HISTORIAL TBMOVHIS     *       00169451
      *  (SALDO ANTES / SALDO DESPUES DE CADA MOVIMIENTO).      *       00169452
      *  UN DEBITO QUE DEJARIA EL SALDO POR DEBAJO DEL LIMITE   *       00169453
      *  DE DESCUBIERTO AUTORIZADO (TBLIMCTA) SE DESVIA A       *       00169454
      *  RECHAZOS Y NO SE APLICA.                               *       00169455
      ***********************************************************       00169456
       2970-I-APLICAR-MOVIMIENTO.                                       00169457
                                                                        00169458
           SET WS-MOV-APLICADO-SI TO TRUE                               00169459
           MOVE WS-SALDO-ACUMULADO TO WS-SALDO-ANTES-MOV                00169460
                                                                        00169461
      *    GUARDA DE IDEMPOTENCIA: UN MOVIMIENTO IDENTICO (MISMA        00169462
      *    CUENTA, TIPO, IMPORTE Y FECHA DE PROCESO) YA REGISTRADO      00169463
      *    EN TBMOVHIS ES UNA RECARGA DEL ARCHIVO DE NOVEDADES:         00169464
      *    SE SUPRIME Y SE INFORMA EN LA SECCION DP DEL LISTADO.        00169465
      *    EL CONTRASIENTO NO PASA POR ESTA GUARDA: SU RECARGA LA       00169466
      *    FRENA LA MARCA DE REVERSADO DEL MOVIMIENTO ORIGINAL.         00169467
           IF NOV-CTA-TIPMOV NOT = 'RV'                                 00169468
              PERFORM 2460-I-DETECTAR-DUPLICADO                         00169469
                 THRU 2460-F-DETECTAR-DUPLICADO                         00169470
                                                                        00169471
              IF WS-CANT-MOV-IGUALES > ZEROS                            00169472
                 PERFORM 2060-I-GRABAR-DUPLICADO                        00169473
                    THRU 2060-F-GRABAR-DUPLICADO                        00169474
                 GO TO 2970-F-APLICAR-MOVIMIENTO                        00169475
              END-IF                                                    00169476
           END-IF                                                       00169477
      *    SI LA CUENTA ESTA MARCADA DORMIDA EN TBESTCTA, EL            00169478
      *    MOVIMIENTO SE POSTEA IGUAL PERO SE INFORMA EN LA             00169479
      *    SECCION DR PARA LA VERIFICACION DE LA SUCURSAL.              00169480
           PERFORM 2465-I-VERIFICAR-DORMIDA                             00169481
              THRU 2465-F-VERIFICAR-DORMIDA                             00169482
                                                                        00169483
           IF WS-CTA-DORMIDA-SI                                         00169484
              PERFORM 2065-I-GRABAR-DORMIDA                             00169485
                 THRU 2065-F-GRABAR-DORMIDA                             00169486
           END-IF                                                       00169487
                                                                        00169488
      *    LA MONEDA DEL MOVIMIENTO DEBE COINCIDIR CON LA DE SU         00169489
      *    CUENTA (EL SALDO ES EN LA MONEDA DE LA CUENTA): SI NO,       00169490
      *    EL MOVIMIENTO SE DESVIA A RECHAZOS.                          00169491
           IF NOV-CTA-MONEDA NOT = WS-MONEDA                            00169492
              PERFORM 2072-I-GRABAR-MON-RECHAZO                         00169493
                 THRU 2072-F-GRABAR-MON-RECHAZO                         00169494
              GO TO 2970-F-APLICAR-MOVIMIENTO                           00169495
           END-IF                                                       00169496
                                                                        00169497
      *    EL BLOQUEO POR CLIENTE (TBESTCLI) FRENA EL MOVIMIENTO        00169498
      *    SOBRE CUALQUIER CUENTA DEL CLIENTE: EMBARGOS, FALLECI-       00169499
      *    DOS Y REVISIONES DE FRAUDE DEJAN DE DEPENDER DE LLAMAR       00169500
      *    A CADA SUCURSAL.                                             00169501
           PERFORM 2466-I-VERIFICAR-CLIENTE                             00169502
              THRU 2466-F-VERIFICAR-CLIENTE                             00169503
                                                                        00169504
           IF WS-CLI-BLOQUEADO-SI                                       00169505
              PERFORM 2078-I-GRABAR-BLOQ-RECHAZO                        00169506
                 THRU 2078-F-GRABAR-BLOQ-RECHAZO                        00169507
              GO TO 2970-F-APLICAR-MOVIMIENTO                           00169508
           END-IF                                                       00169509
                                                                        00169510
      *    LA SUCURSAL DE LA CUENTA DEBE EXISTIR Y ESTAR ACTIVA         00169511
      *    EN EL MAESTRO TBSUCURS: SI NO, EL MOVIMIENTO SE DESVIA       00169512
      *    A RECHAZOS (UN NUMERO MAL TIPEADO YA NO POSTEA NI            00169513
      *    LLEGA A CONTABILIDAD).                                       00169514
           MOVE WS-SUCUEN TO SU-SUCURSAL                                00169515
           PERFORM 2468-I-CONSULTAR-SUCURSAL                            00169516
              THRU 2468-F-CONSULTAR-SUCURSAL                            00169517
                                                                        00169518
           IF WS-SUC-VALIDA-NO                                          00169519
              PERFORM 2075-I-GRABAR-SUC-RECHAZO                         00169520
                 THRU 2075-F-GRABAR-SUC-RECHAZO                         00169521
              GO TO 2970-F-APLICAR-MOVIMIENTO                           00169522
           END-IF                                                       00169523
                                                                        00169524
      *    LA TRANSFERENCIA SE APLICA COMO UNIDAD (DEBITO EN LA         00169525
      *    CUENTA DE LA CLAVE MAS CREDITO EN LA CONTRAPARTE) O SE       00169526
      *    RECHAZA ENTERA CON UN UNICO MOTIVO.                          00169527
           IF NOV-CTA-TIPMOV = 'TR'                                     00169528
              PERFORM 2980-I-APLICAR-TRANSFERENCIA                      00169529
                 THRU 2980-F-APLICAR-TRANSFERENCIA                      00169530
              GO TO 2970-F-APLICAR-MOVIMIENTO                           00169531
           END-IF                                                       00169532
      *    EL CAMBIO DE MONEDA TAMBIEN SE APLICA COMO UNIDAD (DEBITO    00169533
      *    EN LA CUENTA DE LA CLAVE MAS CREDITO CONVERTIDO EN OTRA      00169534
      *    CUENTA DEL MISMO CLIENTE) O SE RECHAZA ENTERO.               00169535
           IF NOV-CTA-TIPMOV = 'CM'                                     00169536
              PERFORM 2981-I-APLICAR-CAMBIO                             00169537
                 THRU 2981-F-APLICAR-CAMBIO                             00169538
              GO TO 2970-F-APLICAR-MOVIMIENTO                           00169539
           END-IF                                                       00169540
                                                                        00169541
      *    EL CONTRASIENTO REVIERTE EL MOVIMIENTO ORIGINAL INDICADO     00169542
      *    EN LA NOVEDAD (Y SU OTRA PATA SI ES UNA TRANSFERENCIA).      00169543
           IF NOV-CTA-TIPMOV = 'RV'                                     00169544
              PERFORM 2500-I-APLICAR-REVERSION                          00169545
                 THRU 2500-F-APLICAR-REVERSION                          00169546
              GO TO 2970-F-APLICAR-MOVIMIENTO                           00169547
           END-IF                                                       00169548
                                                                        00169549
      *    IMPUESTO A LOS DEBITOS Y CREDITOS DE LA PATA: SE LIQUIDA     00169550
      *    ANTES DEL CONTROL DE LIMITE PORQUE EL SALDO DISPONIBLE       00169551
      *    DEBE ALCANZAR PARA EL DEBITO MAS SU IMPUESTO. EL DEPOSITO    00169552
      *    DE CHEQUE NO PAGA IMPUESTO.                                  00169553
           MOVE 0 TO WS-IMPTO-IMPORTE                                   00169554
           SET WS-CLI-EXENTO-NO TO TRUE                                 00169555
           IF NOV-CTA-TIPMOV = 'CR' OR NOV-CTA-TIPMOV = 'DB'            00169556
              MOVE NOV-CTA-TIPMOV TO WS-IMPTO-TIPMOV                    00169557
              MOVE WS-TIPCUEN-ACT TO WS-IMPTO-TIPCUEN                   00169558
              MOVE NOV-CTA-NROCLI TO WS-IMPTO-NROCLI                    00169559
              PERFORM 2977-I-CALCULAR-IMPUESTO                          00169560
                 THRU 2977-F-CALCULAR-IMPUESTO                          00169561
              IF WS-FIN-PROCESO                                         00169562
                 GO TO 2970-F-APLICAR-MOVIMIENTO                        00169563
              END-IF                                                    00169564
           END-IF                                                       00169565
                                                                        00169566
           IF NOV-CTA-TIPMOV = 'DB'                                     00169567
                                                                        00169568
              PERFORM 2450-I-OBTENER-LIMITE                             00169569
                 THRU 2450-F-OBTENER-LIMITE                             00169570
                                                                        00169571
      *       EL DEBITO SE MIDE CONTRA EL SALDO DISPONIBLE: SALDO       00169572
      *       MENOS LOS CHEQUES DEPOSITADOS AUN NO ACREDITADOS.         00169573
              COMPUTE WS-SALDO-PROYECTADO =                             00169574
                      WS-SALDO-ACUMULADO - WS-IMP-RETENIDO              00169575
                                         - NOV-CTA-SALDO                00169576
                                         - WS-IMPTO-IMPORTE             00169577
              COMPUTE WS-LIMITE-NEGATIVO = 0 - LC-LIMDESC               00169579
                                                                        00169581
              IF WS-SALDO-PROYECTADO < WS-LIMITE-NEGATIVO               00169583
                 PERFORM 2055-I-GRABAR-EXCESO                           00169585
                    THRU 2055-F-GRABAR-EXCESO                           00169587
              ELSE                                                      00169589
                 SUBTRACT NOV-CTA-SALDO FROM WS-SALDO-ACUMULADO         00169591
                 ADD 1 TO WS-CTA-CANT-DB                                00169593
                 ADD NOV-CTA-SALDO TO WS-CTA-IMP-DB                     00169594
              END-IF                                                    00169595
           ELSE                                                         00169596
              ADD NOV-CTA-SALDO TO WS-SALDO-ACUMULADO                   00169597
              ADD 1 TO WS-CTA-CANT-CR                                   00169598
              ADD NOV-CTA-SALDO TO WS-CTA-IMP-CR                        00169599
           END-IF                                                       00169600
                                                                        00169601
           IF WS-MOV-APLICADO-SI                                        00169602
              PERFORM 2975-I-GRABAR-MOVHIS                              00169603
                 THRU 2975-F-GRABAR-MOVHIS                              00169604
           END-IF                                                       00169605
                                                                        00169606
      *    EL IMPUESTO DE LA PATA SE DEBITA COMO MOVIMIENTO PROPIO.     00169607
           IF WS-MOV-APLICADO-SI AND WS-SI-PROCESO                      00169608
              PERFORM 2978-I-DEBITAR-IMPUESTO                           00169609
                 THRU 2978-F-DEBITAR-IMPUESTO                           00169610
           END-IF                                                       00169611
                                                                        00169612
      *    EL DEPOSITO DE CHEQUE QUEDA RETENIDO HASTA EL CLEARING.      00169613
           IF NOV-CTA-TIPMOV = 'CH' AND WS-MOV-APLICADO-SI              00169614
                                    AND WS-SI-PROCESO                   00169615
              PERFORM 2976-I-GRABAR-RETENCION                           00169616
                 THRU 2976-F-GRABAR-RETENCION                           00169617
           END-IF                                                       00169618
           .                                                            00169619
       2970-F-APLICAR-MOVIMIENTO. EXIT.                                 00169620
                                                                        00169621
      ***********************************************************       00169622
      *  LIMITE DE DESCUBIERTO AUTORIZADO DE LA CUENTA ACTUAL   *       00169623
      *  (SIN FILA EN TBLIMCTA = SIN DESCUBIERTO, LIMITE CERO)  *       00169624
      *  E IMPORTE DE CHEQUES DEPOSITADOS PENDIENTES DE CLEA-   *       00169625
      *  RING (LOS QUE SE ACREDITAN HOY YA CUENTAN COMO DISPO-  *       00169626
      *  NIBLES: EL CLEARING CORRE DESPUES DEL POSTEO).         *       00169627
      ***********************************************************       00169628
       2450-I-OBTENER-LIMITE.                                           00169629
                                                                        00169630
           MOVE '2450-I-OBTENER-LIMITE' TO WS-PARRAFO.                  00169631
                                                                        00169632
           MOVE WS-TIPCUEN-ACT TO LC-TIPCUEN                            00169633
           MOVE WS-NROCUEN-ACT TO LC-NROCUEN                            00169634
                                                                        00169635
           EXEC SQL                                                     00169636
              SELECT LIMDESC                                            00169637
                INTO :LC-LIMDESC                                        00169638
                FROM KC02803.TBLIMCTA                                   00169639
               WHERE TIPCUEN = :LC-TIPCUEN                              00169640
                 AND NROCUEN = :LC-NROCUEN                              00169641
           END-EXEC                                                     00169642
                                                                        00169643
           EVALUATE TRUE                                                00169644
           WHEN SQLCODE EQUAL ZEROS                                     00169645
                CONTINUE                                                00169646
           WHEN SQLCODE EQUAL +100                                      00169647
                MOVE 0 TO LC-LIMDESC                                    00169648
           WHEN OTHER                                                   00169649
                MOVE SQLCODE   TO WS-SQLCODE                            00169650
                DISPLAY '************************************'          00169651
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00169652
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00169653
                DISPLAY '************************************'          00169654
                DISPLAY '* TABLA       : LIMITES - TBLIMCTA *'          00169655
                DISPLAY '* DESCRIPCION : CONSULTA DE LIMITE *'          00169656
                DISPLAY '************************************'          00169657
                MOVE 0 TO LC-LIMDESC                                    00169658
                MOVE 9999 TO RETURN-CODE                                00169659
                SET  WS-FIN-PROCESO TO TRUE                             00169660
           END-EVALUATE                                                 00169661
                                                                        00169662
           IF WS-FIN-PROCESO                                            00169663
              MOVE 0 TO WS-IMP-RETENIDO                                 00169664
              GO TO 2450-F-OBTENER-LIMITE                               00169665
           END-IF                                                       00169666
                                                                        00169667
           EXEC SQL                                                     00169668
              SELECT COALESCE(SUM(IMPORTE), 0)                          00169669
                INTO :WS-IMP-RETENIDO                                   00169670
                FROM KC02803.TBCHEQUE                                   00169671
               WHERE TIPCUEN  = :LC-TIPCUEN                             00169672
                 AND NROCUEN  = :LC-NROCUEN                             00169673
                 AND ESTADO   = 'P'                                     00169674
                 AND FECACRED > :WS-FECHA-DB2                           00169675
           END-EXEC                                                     00169676
                                                                        00169677
           IF  SQLCODE NOT EQUAL ZEROS                                  00169678
                MOVE SQLCODE   TO WS-SQLCODE                            00169679
                DISPLAY '************************************'          00169680
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00169681
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00169682
                DISPLAY '************************************'          00169683
                DISPLAY '* TABLA       : CHEQUES - TBCHEQUE *'          00169684
                DISPLAY '* DESCRIPCION : IMPORTE RETENIDO   *'          00169685
                DISPLAY '************************************'          00169686
                MOVE 0 TO WS-IMP-RETENIDO                               00169687
                MOVE 9999 TO RETURN-CODE                                00169688
                SET  WS-FIN-PROCESO TO TRUE                             00169689
           END-IF                                                       00169690
           .                                                            00169691
                                                                        00169692
       2450-F-OBTENER-LIMITE. EXIT.                                     00169693
                                                                        00169694
      ***********************************************************       00169695
      *  DESVIO DE DEBITO POR EXCESO DE LIMITE DE DESCUBIERTO   *       00169696
      *  (EL MOVIMIENTO VA A RECHAZOS Y NO SE POSTEA)           *       00169697
      ***********************************************************       00169698
       2055-I-GRABAR-EXCESO.                                            00169699
                                                                        00169700
           MOVE '2055-I-GRABAR-EXCESO' TO WS-PARRAFO                    00169701
                                                                        00169702
           SET WS-MOV-APLICADO-NO TO TRUE                               00169703
                                                                        00169704
           MOVE REG-ENT-DATOS TO REG-RCH-DATOS                          00169705
           MOVE 'EXC LIMITE'  TO REG-RCH-MOTIVO                         00169706
           WRITE REG-RECHAZOS.                                          00169707
                                                                        00169708
           MOVE FS-RECHAZOS  TO FS-ACTUAL                               00169709
           MOVE 'ARCHIVO RECHAZOS' TO WS-ARCHIVO-DESC                   00169710
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00169711
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00169712
                                                                        00169713
           ADD 1 TO WS-CANT-MOV-EXCESO                                  00169714
           ADD 1 TO WS-ENTRADA-RECHAZADOS                               00169715
           .                                                            00169716
       2055-F-GRABAR-EXCESO. EXIT.                                      00169717
                                                                        00169718
      ***********************************************************       00169719
      *  DETECCION DE MOVIMIENTO DUPLICADO: BUSCA EN TBMOVHIS   *       00169720
      *  UN MOVIMIENTO IDENTICO (CUENTA, TIPO, IMPORTE) YA      *       00169721
      *  APLICADO EN LA FECHA DE PROCESO, EN ESTA CORRIDA O EN  *       00169722
      *  UNA CORRIDA ANTERIOR DEL MISMO DIA.                    *       00169723
      *  SE EXCLUYE EL PROPIO NROSEC: UNA RECARGA LLEGA CON     *       00169724
      *  NUMEROS DE SECUENCIA NUEVOS, MIENTRAS QUE EL MISMO     *       00169725
      *  NROSEC YA EN TBMOVHIS ES UN REPROCESO POR REINICIO     *       00169726
      *  (LO RESUELVE 2975 EN SU RAMA -803, NO ESTA GUARDA).    *       00169727
      ***********************************************************       00169728
       2460-I-DETECTAR-DUPLICADO.                                       00169729
                                                                        00169730
           MOVE '2460-I-DETECTAR-DUPLICADO' TO WS-PARRAFO.              00169731
                                                                        00169732
           MOVE WS-TIPCUEN-ACT TO MH-TIPCUEN                            00169733
           MOVE WS-NROCUEN-ACT TO MH-NROCUEN                            00169734
      *    EN TBMOVHIS LA PATA DEBITO DE UNA TRANSFERENCIA QUEDA        00169735
      *    REGISTRADA COMO 'TD' (Y LA CREDITO COMO 'TC').               00169736
      *    LA PATA DEBITO DE UN CAMBIO DE MONEDA QUEDA COMO 'XD'        00169737
      *    (Y LA CREDITO COMO 'XC').                                    00169738
           EVALUATE NOV-CTA-TIPMOV                                      00169739
           WHEN 'TR'                                                    00169740
                MOVE 'TD'           TO MH-TIPMOV                        00169741
           WHEN 'CM'                                                    00169742
                MOVE 'XD'           TO MH-TIPMOV                        00169743
           WHEN OTHER                                                   00169744
                MOVE NOV-CTA-TIPMOV TO MH-TIPMOV                        00169745
           END-EVALUATE                                                 00169746
           MOVE NOV-CTA-SALDO  TO MH-IMPORTE                            00169747
           MOVE WS-FECHA-DB2   TO MH-FECPROC                            00169748
           MOVE REG-ENT-NROSEC TO MH-NROSEC                             00169749
                                                                        00169750
           EXEC SQL                                                     00169751
              SELECT COUNT(*)                                           00169752
                INTO :WS-CANT-MOV-IGUALES                               00169753
                FROM KC02803.TBMOVHIS                                   00169754
               WHERE TIPCUEN = :MH-TIPCUEN                              00169755
                 AND NROCUEN = :MH-NROCUEN                              00169756
                 AND FECPROC = :MH-FECPROC                              00169757
                 AND TIPMOV  = :MH-TIPMOV                               00169758
                 AND IMPORTE = :MH-IMPORTE                              00169759
                 AND NROSEC NOT = :MH-NROSEC                            00169760
           END-EXEC                                                     00169761
                                                                        00169762
           IF  SQLCODE EQUAL ZEROS                                      00169763
                CONTINUE                                                00169764
           ELSE                                                         00169765
                MOVE SQLCODE   TO WS-SQLCODE                            00169766
                DISPLAY '************************************'          00169767
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00169768
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00169769
                DISPLAY '************************************'          00169770
                DISPLAY '* TABLA       : HISTORIAL TBMOVHIS *'          00169771
                DISPLAY '* DESCRIPCION : BUSQUEDA DUPLICADO *'          00169772
                DISPLAY '************************************'          00169773
                MOVE 0 TO WS-CANT-MOV-IGUALES                           00169774
                MOVE 9999 TO RETURN-CODE                                00169775
                SET  WS-FIN-PROCESO TO TRUE                             00169776
           END-IF.                                                      00169777
                                                                        00169778
       2460-F-DETECTAR-DUPLICADO. EXIT.                                 00169779
                                                                        00169780
      ***********************************************************       00169781
      *  MOVIMIENTO DUPLICADO SUPRIMIDO: LINEA EN LA SECCION DP *       00169782
      *  DEL LISTADO PARA QUE OPERACIONES CONFIRME LO SALTEADO  *       00169783
      ***********************************************************       00169784
       2060-I-GRABAR-DUPLICADO.                                         00169785
                                                                        00169786
           MOVE '2060-I-GRABAR-DUPLICADO' TO WS-PARRAFO                 00169787
                                                                        00169788
           SET WS-MOV-APLICADO-NO TO TRUE                               00169789
                                                                        00169790
           MOVE WS-TIPCUEN-ACT  TO REG-DUP-TIPCUEN                      00169791
           MOVE WS-NROCUEN-ACT  TO REG-DUP-NROCUEN                      00169792
           MOVE REG-ENT-NROSEC  TO REG-DUP-NROSEC                       00169793
           MOVE NOV-CTA-TIPMOV  TO REG-DUP-TIPMOV                       00169794
           MOVE NOV-CTA-SALDO   TO REG-DUP-IMPORTE                      00169795
                                                                        00169796
           IF WS-CUENTA-LINEA > 15                                      00169797
                PERFORM 9000-I-GRABAR-TITULOS                           00169798
                   THRU 9000-F-GRABAR-TITULOS                           00169799
           END-IF                                                       00169800
                                                                        00169801
           WRITE REG-SALIDA FROM WS-REG-SALIDA-DUP  AFTER 1             00169802
                                                                        00169803
           MOVE FS-SALIDA TO FS-ACTUAL                                  00169804
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00169805
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00169806
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00169807
                                                                        00169808
           ADD 1 TO WS-CUENTA-LINEA                                     00169809
           ADD 1 TO WS-CANT-MOV-DUPLI                                   00169810
           .                                                            00169811
       2060-F-GRABAR-DUPLICADO. EXIT.                                   00169812
      ***********************************************************       00169813
      *  CONSULTA (CON CACHE POR CUENTA) DEL ESTADO EN TBESTCTA *       00169814
      *  SIN FILA = CUENTA ACTIVA                               *       00169815
      ***********************************************************       00169816
       2465-I-VERIFICAR-DORMIDA.                                        00169817
                                                                        00169818
           IF WS-TIPCUEN-ACT = WS-DORM-TIPCUEN                          00169819
              AND WS-NROCUEN-ACT = WS-DORM-NROCUEN                      00169820
              GO TO 2465-F-VERIFICAR-DORMIDA                            00169821
           END-IF                                                       00169822
                                                                        00169823
           MOVE '2465-I-VERIFICAR-DORMIDA' TO WS-PARRAFO.               00169824
                                                                        00169825
           MOVE WS-TIPCUEN-ACT TO WS-DORM-TIPCUEN, EC-TIPCUEN           00169826
           MOVE WS-NROCUEN-ACT TO WS-DORM-NROCUEN, EC-NROCUEN           00169827
           SET WS-CTA-DORMIDA-NO TO TRUE                                00169828
                                                                        00169829
           EXEC SQL                                                     00169830
              SELECT ESTADO                                             00169831
                INTO :EC-ESTADO                                         00169832
                FROM KC02803.TBESTCTA                                   00169833
               WHERE TIPCUEN = :EC-TIPCUEN                              00169834
                 AND NROCUEN = :EC-NROCUEN                              00169835
           END-EXEC                                                     00169836
                                                                        00169837
           EVALUATE TRUE                                                00169838
           WHEN SQLCODE EQUAL ZEROS                                     00169839
                IF EC-ESTADO = 'D'                                      00169840
                   SET WS-CTA-DORMIDA-SI TO TRUE                        00169841
                END-IF                                                  00169842
           WHEN SQLCODE EQUAL +100                                      00169843
                CONTINUE                                                00169844
           WHEN OTHER                                                   00169845
                MOVE SQLCODE   TO WS-SQLCODE                            00169846
                DISPLAY '************************************'          00169847
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00169848
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00169849
                DISPLAY '************************************'          00169850
                DISPLAY '* TABLA       : ESTADOS - TBESTCTA *'          00169851
                DISPLAY '* DESCRIPCION : CONSULTA DE ESTADO *'          00169852
                DISPLAY '************************************'          00169853
                MOVE 9999 TO RETURN-CODE                                00169854
                SET  WS-FIN-PROCESO TO TRUE                             00169855
           END-EVALUATE.                                                00169856
                                                                        00169857
       2465-F-VERIFICAR-DORMIDA. EXIT.                                  00169858
                                                                        00169859
      ***********************************************************       00169860
      *  CONSULTA (CON CACHE POR CLIENTE) DEL ESTADO EN         *       00169861
      *  TBESTCLI. SIN FILA = CLIENTE ACTIVO.                   *       00169862
      ***********************************************************       00169863
       2466-I-VERIFICAR-CLIENTE.                                        00169864
                                                                        00169865
           IF NOV-CTA-NROCLI = WS-CLI-CONSULTADO                        00169866
              GO TO 2466-F-VERIFICAR-CLIENTE                            00169867
           END-IF                                                       00169868
                                                                        00169869
           MOVE '2466-I-VERIFICAR-CLIENTE' TO WS-PARRAFO.               00169870
                                                                        00169871
           MOVE NOV-CTA-NROCLI TO WS-CLI-CONSULTADO, EL-NROCLI          00169872
           SET WS-CLI-BLOQUEADO-NO TO TRUE                              00169873
                                                                        00169874
           EXEC SQL                                                     00169875
              SELECT ESTADO,                                            00169876
                     MOTIVO                                             00169877
                INTO :EL-ESTADO,                                        00169878
                     :EL-MOTIVO                                         00169879
                FROM KC02803.TBESTCLI                                   00169880
               WHERE NROCLI = :EL-NROCLI                                00169881
           END-EXEC                                                     00169882
                                                                        00169883
           EVALUATE TRUE                                                00169884
           WHEN SQLCODE EQUAL ZEROS                                     00169885
                IF EL-ESTADO = 'B'                                      00169886
                   SET WS-CLI-BLOQUEADO-SI TO TRUE                      00169887
                END-IF                                                  00169888
           WHEN SQLCODE EQUAL +100                                      00169889
                MOVE SPACES TO EL-MOTIVO                                00169890
           WHEN OTHER                                                   00169891
                MOVE SQLCODE   TO WS-SQLCODE                            00169892
                DISPLAY '************************************'          00169893
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00169894
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00169895
                DISPLAY '************************************'          00169896
                DISPLAY '* TABLA       : ESTADOS - TBESTCLI *'          00169897
                DISPLAY '* DESCRIPCION : CONSULTA DE ESTADO *'          00169898
                DISPLAY '************************************'          00169899
                MOVE 9999 TO RETURN-CODE                                00169900
                SET  WS-FIN-PROCESO TO TRUE                             00169901
           END-EVALUATE.                                                00169902
                                                                        00169903
       2466-F-VERIFICAR-CLIENTE. EXIT.                                  00169904
                                                                        00169905
      ***********************************************************       00169906
      *  CONSULTA (CON CACHE) DEL MAESTRO DE SUCURSALES         *       00169907
      *  TBSUCURS: LA SUCURSAL ES VALIDA SI EXISTE Y SU ESTADO  *       00169908
      *  ES 'A' ACTIVA. EL LLAMADOR CARGA SU-SUCURSAL.          *       00169909
      ***********************************************************       00169910
       2468-I-CONSULTAR-SUCURSAL.                                       00169911
                                                                        00169912
           IF SU-SUCURSAL = WS-SUC-CONSULTADA                           00169913
              GO TO 2468-F-CONSULTAR-SUCURSAL                           00169914
           END-IF                                                       00169915
                                                                        00169916
           MOVE '2468-I-CONSULTAR-SUCURSAL' TO WS-PARRAFO.              00169917
                                                                        00169918
           MOVE SU-SUCURSAL TO WS-SUC-CONSULTADA                        00169919
           SET WS-SUC-VALIDA-NO TO TRUE                                 00169920
                                                                        00169921
           EXEC SQL                                                     00169922
              SELECT NOMBRE,                                            00169923
                     ESTADO                                             00169924
                INTO :SU-NOMBRE,                                        00169925
                     :SU-ESTADO                                         00169926
                FROM KC02803.TBSUCURS                                   00169927
               WHERE SUCURSAL = :SU-SUCURSAL                            00169928
           END-EXEC                                                     00169929
                                                                        00169930
           EVALUATE TRUE                                                00169931
           WHEN SQLCODE EQUAL ZEROS                                     00169932
                IF SU-ESTADO = 'A'                                      00169933
                   SET WS-SUC-VALIDA-SI TO TRUE                         00169934
                END-IF                                                  00169935
           WHEN SQLCODE EQUAL +100                                      00169936
                MOVE SPACES TO SU-NOMBRE                                00169937
           WHEN OTHER                                                   00169938
                MOVE SQLCODE   TO WS-SQLCODE                            00169939
                DISPLAY '************************************'          00169940
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00169941
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00169942
                DISPLAY '************************************'          00169943
                DISPLAY '* TABLA       : SUCURSALES TBSUCURS*'          00169944
                DISPLAY '* DESCRIPCION : CONSULTA SUCURSAL  *'          00169945
                DISPLAY '************************************'          00169946
                MOVE 9999 TO RETURN-CODE                                00169947
                SET  WS-FIN-PROCESO TO TRUE                             00169948
           END-EVALUATE.                                                00169949
                                                                        00169950
       2468-F-CONSULTAR-SUCURSAL. EXIT.                                 00169951
                                                                        00169952
      ***********************************************************       00169953
      *  CONSULTA (CON CACHE) DE LA EXENCION DEL CLIENTE EN     *       00169954
      *  TBEXEIMP: EL CLIENTE ESTA EXENTO SI TIENE UN PERIODO   *       00169955
      *  QUE CONTIENE LA FECHA DE PROCESO. EL LLAMADOR CARGA    *       00169956
      *  WS-IMPTO-NROCLI.                                       *       00169957
      ***********************************************************       00169958
       2472-I-VERIFICAR-EXENCION.                                       00169959
                                                                        00169960
           IF WS-IMPTO-NROCLI = WS-EXE-CONSULTADO                       00169961
              MOVE WS-EXE-CONS-FLAG TO WS-FLAG-EXENTO                   00169962
              GO TO 2472-F-VERIFICAR-EXENCION                           00169963
           END-IF                                                       00169964
                                                                        00169965
           MOVE '2472-I-VERIFICAR-EXENCION' TO WS-PARRAFO.              00169966
                                                                        00169967
           MOVE WS-IMPTO-NROCLI TO EX-NROCLI                            00169968
           SET WS-CLI-EXENTO-NO TO TRUE                                 00169969
                                                                        00169970
           EXEC SQL                                                     00169971
              SELECT COUNT(*)                                           00169972
                INTO :WS-CANT-EXENCION                                  00169973
                FROM KC02803.TBEXEIMP                                   00169974
               WHERE NROCLI   =  :EX-NROCLI                             00169975
                 AND FECDESDE <= :WS-FECHA-DB2                          00169976
                 AND FECHASTA >= :WS-FECHA-DB2                          00169977
           END-EXEC                                                     00169978
                                                                        00169979
           EVALUATE TRUE                                                00169980
           WHEN SQLCODE EQUAL ZEROS                                     00169981
                IF WS-CANT-EXENCION > ZEROS                             00169982
                   SET WS-CLI-EXENTO-SI TO TRUE                         00169983
                END-IF                                                  00169984
                MOVE WS-IMPTO-NROCLI TO WS-EXE-CONSULTADO               00169985
                MOVE WS-FLAG-EXENTO  TO WS-EXE-CONS-FLAG                00169986
           WHEN OTHER                                                   00169987
                MOVE SQLCODE   TO WS-SQLCODE                            00169988
                DISPLAY '************************************'          00169989
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00169990
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00169991
                DISPLAY '************************************'          00169992
                DISPLAY '* TABLA       : EXENCION - TBEXEIMP*'          00169993
                DISPLAY '* DESCRIPCION : CONSULTA EXENCION  *'          00169994
                DISPLAY '************************************'          00169995
                MOVE 9999 TO RETURN-CODE                                00169996
                SET  WS-FIN-PROCESO TO TRUE                             00169997
           END-EVALUATE.                                                00169998
                                                                        00169999
       2472-F-VERIFICAR-EXENCION. EXIT.                                 00170000
                                                                        00170001
      ***********************************************************       00170002
      *  CONSULTA (CON CACHE) DE LA ALICUOTA VIGENTE EN TBIMPDC *       00170003
      *  PARA EL TIPO DE PATA Y EL TIPO DE CUENTA: LA FILA DE   *       00170004
      *  MAYOR FECVIG NO POSTERIOR A LA FECHA DE PROCESO. SIN   *       00170005
      *  FILA VIGENTE LA PATA NO PAGA IMPUESTO (ALICUOTA CERO). *       00170006
      ***********************************************************       00170007
       2474-I-OBTENER-ALICUOTA.                                         00170008
                                                                        00170009
           IF WS-IMPTO-TIPMOV  = WS-IMPTO-CLAVE-CONS (1:2)              00170010
              AND WS-IMPTO-TIPCUEN = WS-IMPTO-CLAVE-CONS (3:2)          00170011
              MOVE WS-IMPTO-ALIC-CONS TO WS-IMPTO-ALICUOTA              00170012
              GO TO 2474-F-OBTENER-ALICUOTA                             00170013
           END-IF                                                       00170014
                                                                        00170015
           MOVE '2474-I-OBTENER-ALICUOTA' TO WS-PARRAFO.                00170016
                                                                        00170017
           MOVE WS-IMPTO-TIPMOV  TO IP-TIPMOV                           00170018
           MOVE WS-IMPTO-TIPCUEN TO IP-TIPCUEN                          00170019
           MOVE WS-FECHA-DB2     TO IP-FECVIG                           00170020
                                                                        00170021
           EXEC SQL                                                     00170022
              SELECT ALICUOTA                                           00170023
                INTO :IP-ALICUOTA                                       00170024
                FROM KC02803.TBIMPDC                                    00170025
               WHERE TIPMOV  =  :IP-TIPMOV                              00170026
                 AND TIPCUEN =  :IP-TIPCUEN                             00170027
                 AND FECVIG  <= :IP-FECVIG                              00170028
               ORDER BY FECVIG DESC                                     00170029
               FETCH FIRST 1 ROW ONLY                                   00170030
           END-EXEC                                                     00170031
                                                                        00170032
           EVALUATE TRUE                                                00170033
           WHEN SQLCODE EQUAL ZEROS                                     00170034
                MOVE IP-ALICUOTA TO WS-IMPTO-ALICUOTA                   00170035
           WHEN SQLCODE EQUAL +100                                      00170036
                MOVE 0           TO WS-IMPTO-ALICUOTA                   00170037
           WHEN OTHER                                                   00170038
                MOVE SQLCODE   TO WS-SQLCODE                            00170039
                DISPLAY '************************************'          00170040
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00170041
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00170042
                DISPLAY '************************************'          00170043
                DISPLAY '* TABLA       : IMPUESTO - TBIMPDC *'          00170044
                DISPLAY '* DESCRIPCION : CONSULTA ALICUOTA  *'          00170045
                DISPLAY '************************************'          00170046
                MOVE 9999 TO RETURN-CODE                                00170047
                SET  WS-FIN-PROCESO TO TRUE                             00170048
                GO TO 2474-F-OBTENER-ALICUOTA                           00170049
           END-EVALUATE                                                 00170050
                                                                        00170051
           MOVE WS-IMPTO-TIPMOV   TO WS-IMPTO-CLAVE-CONS (1:2)          00170052
           MOVE WS-IMPTO-TIPCUEN  TO WS-IMPTO-CLAVE-CONS (3:2)          00170053
           MOVE WS-IMPTO-ALICUOTA TO WS-IMPTO-ALIC-CONS                 00170054
           .                                                            00170055
       2474-F-OBTENER-ALICUOTA. EXIT.                                   00170056
                                                                        00170057
      ***********************************************************       00170058
      *  LINEA DR DEL LISTADO: MOVIMIENTO RECIBIDO PARA UNA     *       00170059
      *  CUENTA MARCADA DORMIDA                                 *       00170060
      ***********************************************************       00170061
       2065-I-GRABAR-DORMIDA.                                           00170062
                                                                        00170063
           MOVE '2065-I-GRABAR-DORMIDA' TO WS-PARRAFO                   00170064
                                                                        00170065
           MOVE WS-TIPCUEN-ACT  TO REG-DOR-TIPCUEN                      00170066
           MOVE WS-NROCUEN-ACT  TO REG-DOR-NROCUEN                      00170067
           MOVE REG-ENT-NROSEC  TO REG-DOR-NROSEC                       00170068
           MOVE NOV-CTA-TIPMOV  TO REG-DOR-TIPMOV                       00170069
           MOVE NOV-CTA-SALDO   TO REG-DOR-IMPORTE                      00170070
                                                                        00170071
           IF WS-CUENTA-LINEA > 15                                      00170072
                PERFORM 9000-I-GRABAR-TITULOS                           00170073
                   THRU 9000-F-GRABAR-TITULOS                           00170074
           END-IF                                                       00170075
                                                                        00170076
           WRITE REG-SALIDA FROM WS-REG-SALIDA-DOR  AFTER 1             00170077
                                                                        00170078
           MOVE FS-SALIDA TO FS-ACTUAL                                  00170079
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00170080
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00170081
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00170082
                                                                        00170083
           ADD 1 TO WS-CUENTA-LINEA                                     00170084
           ADD 1 TO WS-CANT-MOV-DORMIDA                                 00170085
           .                                                            00170086
       2065-F-GRABAR-DORMIDA. EXIT.                                     00170087
                                                                        00170088
      ***********************************************************       00170089
      *  RECHAZO COMPLETO DE UNA TRANSFERENCIA: EL REGISTRO VA   *      00170090
      *  A RECHAZOS (LAS DOS PATAS JUNTAS) Y SE INFORMA EN LA    *      00170091
      *  SECCION TF DEL LISTADO CON SU UNICO MOTIVO              *      00170092
      ***********************************************************       00170093
       2070-I-GRABAR-TRF-RECHAZO.                                       00170094
                                                                        00170095
           MOVE '2070-I-GRABAR-TRF-RECHAZO' TO WS-PARRAFO               00170096
                                                                        00170097
           SET WS-MOV-APLICADO-NO TO TRUE                               00170098
                                                                        00170099
           MOVE REG-ENT-DATOS TO REG-RCH-DATOS                          00170100
           MOVE 'TRF RECHAZ'  TO REG-RCH-MOTIVO                         00170101
           WRITE REG-RECHAZOS.                                          00170102
                                                                        00170103
           MOVE FS-RECHAZOS  TO FS-ACTUAL                               00170104
           MOVE 'ARCHIVO RECHAZOS' TO WS-ARCHIVO-DESC                   00170105
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00170106
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00170107
                                                                        00170108
           ADD 1 TO WS-ENTRADA-RECHAZADOS                               00170109
           ADD 1 TO WS-CANT-TRF-RECHAZO                                 00170110
                                                                        00170111
           MOVE WS-TIPCUEN-ACT      TO REG-TRF-TIPCUEN                  00170112
           MOVE WS-NROCUEN-ACT      TO REG-TRF-NROCUEN                  00170113
           MOVE REG-ENT-NROSEC      TO REG-TRF-NROSEC                   00170114
           MOVE NOV-CTA-CTP-TIPCUEN TO REG-TRF-CTP-TIPCUEN              00170115
           MOVE NOV-CTA-CTP-NROCUEN TO REG-TRF-CTP-NROCUEN              00170116
           MOVE NOV-CTA-SALDO       TO REG-TRF-IMPORTE                  00170117
                                                                        00170118
           IF WS-CUENTA-LINEA > 15                                      00170119
                PERFORM 9000-I-GRABAR-TITULOS                           00170120
                   THRU 9000-F-GRABAR-TITULOS                           00170121
           END-IF                                                       00170122
                                                                        00170123
           WRITE REG-SALIDA FROM WS-REG-SALIDA-TRF  AFTER 1             00170124
                                                                        00170125
           MOVE FS-SALIDA TO FS-ACTUAL                                  00170126
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00170127
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00170128
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00170129
                                                                        00170130
           ADD 1 TO WS-CUENTA-LINEA                                     00170131
           .                                                            00170132
       2070-F-GRABAR-TRF-RECHAZO. EXIT.                                 00170133
                                                                        00170134
      ***********************************************************       00170135
      *  RECHAZO POR MONEDA DISTINTA DE LA DE LA CUENTA: EL     *       00170136
      *  MOVIMIENTO VA A RECHAZOS CON SU PROPIO MOTIVO Y SE     *       00170137
      *  INFORMA EN LA SECCION MN DEL LISTADO                   *       00170138
      ***********************************************************       00170139
       2072-I-GRABAR-MON-RECHAZO.                                       00170140
                                                                        00170141
           MOVE '2072-I-GRABAR-MON-RECHAZO' TO WS-PARRAFO               00170142
                                                                        00170143
           SET WS-MOV-APLICADO-NO TO TRUE                               00170144
                                                                        00170145
           MOVE REG-ENT-DATOS TO REG-RCH-DATOS                          00170146
           MOVE 'MONEDA DIS'  TO REG-RCH-MOTIVO                         00170147
           WRITE REG-RECHAZOS.                                          00170148
                                                                        00170149
           MOVE FS-RECHAZOS  TO FS-ACTUAL                               00170150
           MOVE 'ARCHIVO RECHAZOS' TO WS-ARCHIVO-DESC                   00170151
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00170152
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00170153
                                                                        00170154
           ADD 1 TO WS-ENTRADA-RECHAZADOS                               00170155
           ADD 1 TO WS-CANT-MOV-MONEDA                                  00170156
                                                                        00170157
           MOVE WS-TIPCUEN-ACT  TO REG-MON-TIPCUEN                      00170158
           MOVE WS-NROCUEN-ACT  TO REG-MON-NROCUEN                      00170159
           MOVE REG-ENT-NROSEC  TO REG-MON-NROSEC                       00170160
           MOVE NOV-CTA-MONEDA  TO REG-MON-MOV                          00170161
           MOVE WS-MONEDA       TO REG-MON-CTA                          00170162
           MOVE NOV-CTA-SALDO   TO REG-MON-IMPORTE                      00170163
                                                                        00170164
           IF WS-CUENTA-LINEA > 15                                      00170165
                PERFORM 9000-I-GRABAR-TITULOS                           00170166
                   THRU 9000-F-GRABAR-TITULOS                           00170167
           END-IF                                                       00170168
                                                                        00170169
           WRITE REG-SALIDA FROM WS-REG-SALIDA-MON  AFTER 1             00170170
                                                                        00170171
           MOVE FS-SALIDA TO FS-ACTUAL                                  00170172
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00170173
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00170174
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00170175
                                                                        00170176
           ADD 1 TO WS-CUENTA-LINEA                                     00170177
           .                                                            00170178
       2072-F-GRABAR-MON-RECHAZO. EXIT.                                 00170179
                                                                        00170180
      ***********************************************************       00170181
      *  RECHAZO POR SUCURSAL INEXISTENTE O CERRADA: EL         *       00170182
      *  MOVIMIENTO VA A RECHAZOS Y SE INFORMA EN LA SECCION SC *       00170183
      ***********************************************************       00170184
       2075-I-GRABAR-SUC-RECHAZO.                                       00170185
                                                                        00170186
           MOVE '2075-I-GRABAR-SUC-RECHAZO' TO WS-PARRAFO               00170187
                                                                        00170188
           SET WS-MOV-APLICADO-NO TO TRUE                               00170189
                                                                        00170190
           MOVE REG-ENT-DATOS TO REG-RCH-DATOS                          00170191
           MOVE 'SUC INVALI'  TO REG-RCH-MOTIVO                         00170192
           WRITE REG-RECHAZOS.                                          00170193
                                                                        00170194
           MOVE FS-RECHAZOS  TO FS-ACTUAL                               00170195
           MOVE 'ARCHIVO RECHAZOS' TO WS-ARCHIVO-DESC                   00170196
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00170197
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00170198
                                                                        00170199
           ADD 1 TO WS-ENTRADA-RECHAZADOS                               00170200
           ADD 1 TO WS-CANT-MOV-SUC-INV                                 00170201
                                                                        00170202
           MOVE WS-TIPCUEN-ACT  TO REG-SUC-TIPCUEN                      00170203
           MOVE WS-NROCUEN-ACT  TO REG-SUC-NROCUEN                      00170204
           MOVE REG-ENT-NROSEC  TO REG-SUC-NROSEC                       00170205
           MOVE WS-SUCUEN       TO REG-SUC-SUCUEN                       00170206
           MOVE NOV-CTA-SALDO   TO REG-SUC-IMPORTE                      00170207
                                                                        00170208
           IF WS-CUENTA-LINEA > 15                                      00170209
                PERFORM 9000-I-GRABAR-TITULOS                           00170210
                   THRU 9000-F-GRABAR-TITULOS                           00170211
           END-IF                                                       00170212
                                                                        00170213
           WRITE REG-SALIDA FROM WS-REG-SALIDA-SUC  AFTER 1             00170214
                                                                        00170215
           MOVE FS-SALIDA TO FS-ACTUAL                                  00170216
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00170217
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00170218
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00170219
                                                                        00170220
           ADD 1 TO WS-CUENTA-LINEA                                     00170221
           .                                                            00170222
       2075-F-GRABAR-SUC-RECHAZO. EXIT.                                 00170223
                                                                        00170224
      ***********************************************************       00170225
      *  RECHAZO POR CLIENTE BLOQUEADO (TBESTCLI): EL           *       00170226
      *  MOVIMIENTO VA A RECHAZOS CON SU PROPIO MOTIVO (PARA    *       00170227
      *  QUE EXAMEN7 LO RETENGA EN EL SUSPENSO) Y SE INFORMA    *       00170228
      *  EN LA SECCION CB DEL LISTADO                           *       00170229
      ***********************************************************       00170230
       2078-I-GRABAR-BLOQ-RECHAZO.                                      00170231
                                                                        00170232
           MOVE '2078-I-GRABAR-BLOQ-RECHAZO' TO WS-PARRAFO              00170233
                                                                        00170234
           SET WS-MOV-APLICADO-NO TO TRUE                               00170235
                                                                        00170236
           MOVE REG-ENT-DATOS TO REG-RCH-DATOS                          00170237
           MOVE 'CLIBLOQUEO'  TO REG-RCH-MOTIVO                         00170238
           WRITE REG-RECHAZOS.                                          00170239
                                                                        00170240
           MOVE FS-RECHAZOS  TO FS-ACTUAL                               00170241
           MOVE 'ARCHIVO RECHAZOS' TO WS-ARCHIVO-DESC                   00170242
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00170243
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00170244
                                                                        00170245
           ADD 1 TO WS-ENTRADA-RECHAZADOS                               00170246
           ADD 1 TO WS-CANT-MOV-CLI-BLOQ                                00170247
                                                                        00170248
           MOVE WS-TIPCUEN-ACT  TO REG-BLQ-TIPCUEN                      00170249
           MOVE WS-NROCUEN-ACT  TO REG-BLQ-NROCUEN                      00170250
           MOVE REG-ENT-NROSEC  TO REG-BLQ-NROSEC                       00170251
           MOVE NOV-CTA-NROCLI  TO REG-BLQ-NROCLI                       00170252
           MOVE NOV-CTA-SALDO   TO REG-BLQ-IMPORTE                      00170253
           MOVE EL-MOTIVO       TO REG-BLQ-MOTIVO                       00170254
                                                                        00170255
           IF WS-CUENTA-LINEA > 15                                      00170256
                PERFORM 9000-I-GRABAR-TITULOS                           00170257
                   THRU 9000-F-GRABAR-TITULOS                           00170258
           END-IF                                                       00170259
                                                                        00170260
           WRITE REG-SALIDA FROM WS-REG-SALIDA-BLQ  AFTER 1             00170261
                                                                        00170262
           MOVE FS-SALIDA TO FS-ACTUAL                                  00170263
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00170264
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00170265
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00170266
                                                                        00170267
           ADD 1 TO WS-CUENTA-LINEA                                     00170268
           .                                                            00170269
       2078-F-GRABAR-BLOQ-RECHAZO. EXIT.                                00170270
      ***********************************************************       00170271
      *  RECHAZO DE UN CONTRASIENTO ('RV'): LA NOVEDAD VA A     *       00170272
      *  RECHAZOS SIN TOCAR SALDOS Y SE INFORMA EN LA SECCION   *       00170273
      *  RV DEL LISTADO CON LA REFERENCIA AL ORIGINAL Y EL      *       00170274
      *  MOTIVO QUE DEJO EL PARRAFO QUE LA RECHAZA              *       00170275
      ***********************************************************       00170276
       2080-I-GRABAR-REV-RECHAZO.                                       00170277
                                                                        00170278
           MOVE '2080-I-GRABAR-REV-RECHAZO' TO WS-PARRAFO               00170279
                                                                        00170280
           SET WS-MOV-APLICADO-NO TO TRUE                               00170281
                                                                        00170282
           MOVE REG-ENT-DATOS TO REG-RCH-DATOS                          00170283
           MOVE 'REV RECHAZ'  TO REG-RCH-MOTIVO                         00170284
           WRITE REG-RECHAZOS.                                          00170285
                                                                        00170286
           MOVE FS-RECHAZOS  TO FS-ACTUAL                               00170287
           MOVE 'ARCHIVO RECHAZOS' TO WS-ARCHIVO-DESC                   00170288
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00170289
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00170290
                                                                        00170291
           ADD 1 TO WS-ENTRADA-RECHAZADOS                               00170292
           ADD 1 TO WS-CANT-REV-RECHAZO                                 00170293
                                                                        00170294
           MOVE WS-TIPCUEN-ACT      TO REG-REV-TIPCUEN                  00170295
           MOVE WS-NROCUEN-ACT      TO REG-REV-NROCUEN                  00170296
           MOVE REG-ENT-NROSEC      TO REG-REV-NROSEC                   00170297
           MOVE NOV-CTA-REF-FECPROC TO REG-REV-REF-FECPROC              00170298
           MOVE NOV-CTA-REF-NROSEC  TO REG-REV-REF-NROSEC               00170299
           MOVE NOV-CTA-SALDO       TO REG-REV-IMPORTE                  00170300
                                                                        00170301
           IF WS-CUENTA-LINEA > 15                                      00170302
                PERFORM 9000-I-GRABAR-TITULOS                           00170303
                   THRU 9000-F-GRABAR-TITULOS                           00170304
           END-IF                                                       00170305
                                                                        00170306
           WRITE REG-SALIDA FROM WS-REG-SALIDA-REV  AFTER 1             00170307
                                                                        00170308
           MOVE FS-SALIDA TO FS-ACTUAL                                  00170309
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00170310
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00170311
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00170312
                                                                        00170313
           ADD 1 TO WS-CUENTA-LINEA                                     00170314
           .                                                            00170315
       2080-F-GRABAR-REV-RECHAZO. EXIT.                                 00170316
      ***********************************************************       00170317
      *  RECHAZO COMPLETO DE UN CAMBIO DE MONEDA: EL REGISTRO   *       00170318
      *  VA A RECHAZOS (LAS DOS PATAS JUNTAS) Y SE INFORMA EN   *       00170319
      *  LA SECCION CM DEL LISTADO CON SU UNICO MOTIVO          *       00170320
      ***********************************************************       00170321
       2082-I-GRABAR-CAM-RECHAZO.                                       00170322
                                                                        00170323
           MOVE '2082-I-GRABAR-CAM-RECHAZO' TO WS-PARRAFO               00170324
                                                                        00170325
           SET WS-MOV-APLICADO-NO TO TRUE                               00170326
                                                                        00170327
           MOVE REG-ENT-DATOS TO REG-RCH-DATOS                          00170328
           MOVE 'CAM RECHAZ'  TO REG-RCH-MOTIVO                         00170329
           WRITE REG-RECHAZOS.                                          00170330
                                                                        00170331
           MOVE FS-RECHAZOS  TO FS-ACTUAL                               00170332
           MOVE 'ARCHIVO RECHAZOS' TO WS-ARCHIVO-DESC                   00170333
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00170334
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00170335
                                                                        00170336
           ADD 1 TO WS-ENTRADA-RECHAZADOS                               00170337
           ADD 1 TO WS-CANT-CAM-RECHAZO                                 00170338
                                                                        00170339
           MOVE WS-TIPCUEN-ACT      TO REG-CAM-TIPCUEN                  00170340
           MOVE WS-NROCUEN-ACT      TO REG-CAM-NROCUEN                  00170341
           MOVE REG-ENT-NROSEC      TO REG-CAM-NROSEC                   00170342
           MOVE NOV-CTA-CTP-TIPCUEN TO REG-CAM-CTP-TIPCUEN              00170343
           MOVE NOV-CTA-CTP-NROCUEN TO REG-CAM-CTP-NROCUEN              00170344
           MOVE NOV-CTA-SALDO       TO REG-CAM-IMPORTE                  00170345
                                                                        00170346
           IF WS-CUENTA-LINEA > 15                                      00170347
                PERFORM 9000-I-GRABAR-TITULOS                           00170348
                   THRU 9000-F-GRABAR-TITULOS                           00170349
           END-IF                                                       00170350
                                                                        00170351
           WRITE REG-SALIDA FROM WS-REG-SALIDA-CAM  AFTER 1             00170352
                                                                        00170353
           MOVE FS-SALIDA TO FS-ACTUAL                                  00170354
           MOVE 'ARCHIVO LISTADO' TO WS-ARCHIVO-DESC                    00170355
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00170356
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00170357
                                                                        00170358
           ADD 1 TO WS-CUENTA-LINEA                                     00170359
           .                                                            00170360
       2082-F-GRABAR-CAM-RECHAZO. EXIT.                                 00170361
                                                                        00170362
      ***********************************************************       00170363
      *  INSERT DEL MOVIMIENTO APLICADO EN KC02803.TBMOVHIS     *       00170364
      ***********************************************************       00170365
       2975-I-GRABAR-MOVHIS.                                            00170366
                                                                        00170367
           MOVE '2975-I-GRABAR-MOVHIS' TO WS-PARRAFO.                   00170368
                                                                        00170369
           MOVE WS-TIPCUEN-ACT     TO MH-TIPCUEN                        00170370
           MOVE WS-NROCUEN-ACT     TO MH-NROCUEN                        00170371
           MOVE WS-FECHA-DB2       TO MH-FECPROC                        00170372
           MOVE REG-ENT-NROSEC     TO MH-NROSEC                         00170373
           EVALUATE NOV-CTA-TIPMOV                                      00170374
           WHEN 'TR'                                                    00170375
                MOVE 'TD'           TO MH-TIPMOV                        00170376
           WHEN 'CM'                                                    00170377
                MOVE 'XD'           TO MH-TIPMOV                        00170378
           WHEN OTHER                                                   00170379
                MOVE NOV-CTA-TIPMOV TO MH-TIPMOV                        00170380
           END-EVALUATE                                                 00170381
           MOVE NOV-CTA-SALDO      TO MH-IMPORTE                        00170382
           MOVE WS-SALDO-ANTES-MOV TO MH-SALDOANT                       00170383
           MOVE WS-SALDO-ACUMULADO TO MH-SALDOPOS                       00170384
           MOVE WS-MONEDA          TO MH-MONEDA                         00170385
      *    SOLO EL CONTRASIENTO LLEVA LA REFERENCIA AL ORIGINAL.        00170386
           IF NOV-CTA-TIPMOV = 'RV'                                     00170387
              MOVE NOV-CTA-REF-FECPROC TO MH-FECREF                     00170388
              MOVE NOV-CTA-REF-NROSEC  TO MH-NROSECREF                  00170389
           ELSE                                                         00170390
              MOVE '0001-01-01'        TO MH-FECREF                     00170391
              MOVE 0                   TO MH-NROSECREF                  00170392
           END-IF                                                       00170393
      *    SOLO LA PATA DEBITO DEL CAMBIO DE MONEDA LLEVA COTIZACION    00170394
      *    (LA COMPRADORA DE SU MONEDA) Y SPREAD GANADO.                00170395
           IF NOV-CTA-TIPMOV = 'CM'                                     00170396
              MOVE WS-CAM-COT-COMPRA   TO MH-COTIZA                     00170397
              MOVE WS-CAM-SPREAD-DB    TO MH-SPREAD                     00170398
           ELSE                                                         00170399
              MOVE 0                   TO MH-COTIZA                     00170400
              MOVE 0                   TO MH-SPREAD                     00170401
           END-IF                                                       00170402
                                                                        00170403
           EXEC SQL                                                     00170404
              INSERT INTO KC02803.TBMOVHIS                              00170405
                     (TIPCUEN, NROCUEN, FECPROC, NROSEC,                00170406
                      TIPMOV, IMPORTE, SALDOANT, SALDOPOS,              00170407
                      MONEDA, FECREF, NROSECREF,                        00170408
                      COTIZA, SPREAD)                                   00170409
              VALUES (:MH-TIPCUEN,                                      00170410
                      :MH-NROCUEN,                                      00170411
                      :MH-FECPROC,                                      00170412
                      :MH-NROSEC,                                       00170413
                      :MH-TIPMOV,                                       00170414
                      :MH-IMPORTE,                                      00170415
                      :MH-SALDOANT,                                     00170416
                      :MH-SALDOPOS,                                     00170417
                      :MH-MONEDA,                                       00170418
                      :MH-FECREF,                                       00170419
                      :MH-NROSECREF,                                    00170420
                      :MH-COTIZA,                                       00170421
                      :MH-SPREAD)                                       00170422
           END-EXEC                                                     00170423
                                                                        00170424
           EVALUATE TRUE                                                00170425
           WHEN SQLCODE EQUAL ZEROS                                     00170426
                ADD 1 TO WS-GRABADOS-MOVHIS                             00170427
           WHEN SQLCODE EQUAL -803                                      00170428
      *         LA FILA YA EXISTE: ES EL MISMO MOVIMIENTO REPRO-        00170429
      *         CESADO POR UN REINICIO DESPUES DE UNA CORRIDA           00170430
      *         CORTADA POR ERROR (SUS INSERTS QUEDARON COMMITEADOS     00170431
      *         AL TERMINAR). EL MOVIMIENTO YA SE APLICO AL             00170432
      *         ACUMULADOR EN 2970; SOLO SE EVITA EL INSERT.            00170433
                ADD 1 TO WS-GRABADOS-MOVHIS                             00170434
           WHEN OTHER                                                   00170435
                MOVE SQLCODE   TO WS-SQLCODE                            00170436
                DISPLAY '************************************'          00170437
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00170438
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00170439
                DISPLAY '************************************'          00170440
                DISPLAY '* TABLA       : HISTORIAL TBMOVHIS *'          00170441
                DISPLAY '* DESCRIPCION : INSERT MOVIMIENTO  *'          00170442
                DISPLAY '************************************'          00170443
                MOVE 9999 TO RETURN-CODE                                00170444
                SET  WS-FIN-CURSOR  TO TRUE                             00170445
                SET  WS-FIN-PROCESO TO TRUE                             00170446
           END-EVALUATE.                                                00170447
                                                                        00170448
       2975-F-GRABAR-MOVHIS. EXIT.                                      00170449
                                                                        00170450
      ***********************************************************       00170451
      *  RETENCION DEL DEPOSITO DE CHEQUE EN KC02803.TBCHEQUE   *       00170452
      *  CON LA CLAVE DE LA FILA DE TBMOVHIS Y LA FECHA DE      *       00170453
      *  ACREDITACION SEGUN EL PLAZO DE CLEARING. LA FILA       *       00170454
      *  EXISTENTE (-803) ES UN REINICIO QUE REPROCESA EL MISMO *       00170455
      *  DEPOSITO Y NO ES ERROR.                                *       00170456
      ***********************************************************       00170457
       2976-I-GRABAR-RETENCION.                                         00170458
                                                                        00170459
           MOVE '2976-I-GRABAR-RETENCION' TO WS-PARRAFO.                00170460
                                                                        00170461
           EVALUATE NOV-CTA-CHQ-PLAZO                                   00170462
           WHEN '24'                                                    00170463
                MOVE 1 TO WS-IDX-CLR                                    00170464
           WHEN '48'                                                    00170465
                MOVE 2 TO WS-IDX-CLR                                    00170466
           WHEN OTHER                                                   00170467
                MOVE 3 TO WS-IDX-CLR                                    00170468
           END-EVALUATE                                                 00170469
                                                                        00170470
           MOVE MH-TIPCUEN              TO CQ-TIPCUEN                   00170471
           MOVE MH-NROCUEN              TO CQ-NROCUEN                   00170472
           MOVE MH-FECPROC              TO CQ-FECPROC                   00170473
           MOVE MH-NROSEC               TO CQ-NROSEC                    00170474
           MOVE NOV-CTA-CHQ-NROCHQ      TO CQ-NROCHQ                    00170475
           MOVE NOV-CTA-SALDO           TO CQ-IMPORTE                   00170476
           MOVE MH-MONEDA               TO CQ-MONEDA                    00170477
           MOVE NOV-CTA-CHQ-PLAZO       TO CQ-PLAZO                     00170478
           MOVE WS-FEC-CLEARING(WS-IDX-CLR) TO CQ-FECACRED              00170479
           MOVE 'P'                     TO CQ-ESTADO                    00170480
           MOVE WS-FECHA-DB2            TO CQ-FECEST                    00170481
                                                                        00170482
           EXEC SQL                                                     00170483
              INSERT INTO KC02803.TBCHEQUE                              00170484
                     (TIPCUEN, NROCUEN, FECPROC, NROSEC,                00170485
                      NROCHQ, IMPORTE, MONEDA, PLAZO,                   00170486
                      FECACRED, ESTADO, FECEST)                         00170487
              VALUES (:CQ-TIPCUEN,                                      00170488
                      :CQ-NROCUEN,                                      00170489
                      :CQ-FECPROC,                                      00170490
                      :CQ-NROSEC,                                       00170491
                      :CQ-NROCHQ,                                       00170492
                      :CQ-IMPORTE,                                      00170493
                      :CQ-MONEDA,                                       00170494
                      :CQ-PLAZO,                                        00170495
                      :CQ-FECACRED,                                     00170496
                      :CQ-ESTADO,                                       00170497
                      :CQ-FECEST)                                       00170498
           END-EXEC                                                     00170499
                                                                        00170500
           EVALUATE TRUE                                                00170501
           WHEN SQLCODE EQUAL ZEROS                                     00170502
           WHEN SQLCODE EQUAL -803                                      00170503
                ADD 1 TO WS-CANT-CHEQUES                                00170504
           WHEN OTHER                                                   00170505
                MOVE SQLCODE   TO WS-SQLCODE                            00170506
                DISPLAY '************************************'          00170507
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00170508
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00170509
                DISPLAY '************************************'          00170510
                DISPLAY '* TABLA       : CHEQUES - TBCHEQUE *'          00170511
                DISPLAY '* DESCRIPCION : INSERT RETENCION   *'          00170512
                DISPLAY '************************************'          00170513
                MOVE 9999 TO RETURN-CODE                                00170514
                SET  WS-FIN-CURSOR  TO TRUE                             00170515
                SET  WS-FIN-PROCESO TO TRUE                             00170516
           END-EVALUATE.                                                00170517
                                                                        00170518
       2976-F-GRABAR-RETENCION. EXIT.                                   00170519
                                                                        00170520
      ***********************************************************       00170521
      *  LIQUIDA EL IMPUESTO A LOS DEBITOS Y CREDITOS DE LA     *       00170522
      *  PATA: CERO SI EL CLIENTE ESTA EXENTO O NO HAY ALICUOTA *       00170523
      *  VIGENTE; SI NO, IMPORTE * ALICUOTA / 100 REDONDEADO.   *       00170524
      *  EL LLAMADOR CARGA WS-IMPTO-TIPMOV, WS-IMPTO-TIPCUEN Y  *       00170525
      *  WS-IMPTO-NROCLI.                                       *       00170526
      ***********************************************************       00170527
       2977-I-CALCULAR-IMPUESTO.                                        00170528
                                                                        00170529
           MOVE 0 TO WS-IMPTO-IMPORTE                                   00170530
                                                                        00170531
           PERFORM 2472-I-VERIFICAR-EXENCION                            00170532
              THRU 2472-F-VERIFICAR-EXENCION                            00170533
           IF WS-FIN-PROCESO OR WS-CLI-EXENTO-SI                        00170534
              GO TO 2977-F-CALCULAR-IMPUESTO                            00170535
           END-IF                                                       00170536
                                                                        00170537
           PERFORM 2474-I-OBTENER-ALICUOTA                              00170538
              THRU 2474-F-OBTENER-ALICUOTA                              00170539
           IF WS-FIN-PROCESO                                            00170540
              GO TO 2977-F-CALCULAR-IMPUESTO                            00170541
           END-IF                                                       00170542
                                                                        00170543
           COMPUTE WS-IMPTO-IMPORTE ROUNDED =                           00170544
                   NOV-CTA-SALDO * WS-IMPTO-ALICUOTA / 100              00170545
           .                                                            00170546
       2977-F-CALCULAR-IMPUESTO. EXIT.                                  00170547
                                                                        00170548
      ***********************************************************       00170549
      *  DEBITA EN LA CUENTA EN CURSO EL IMPUESTO LIQUIDADO EN  *       00170550
      *  2977 PARA LA PATA RECIEN APLICADA: FILA 'IM' DE        *       00170551
      *  TBMOVHIS REFERIDA A LA PATA Y ACUMULADOS DE LA CELDA   *       00170552
      *  CONTABLE DEL IMPUESTO. LA FILA EXISTENTE (-803) ES UN  *       00170553
      *  REINICIO Y NO ES ERROR, IGUAL QUE EN 2975.             *       00170554
      ***********************************************************       00170555
       2978-I-DEBITAR-IMPUESTO.                                         00170556
                                                                        00170557
           IF WS-CLI-EXENTO-SI                                          00170558
              ADD 1 TO WS-CANT-IMP-EXENTO                               00170559
              GO TO 2978-F-DEBITAR-IMPUESTO                             00170560
           END-IF                                                       00170561
                                                                        00170562
           IF WS-IMPTO-IMPORTE NOT > ZEROS                              00170563
              GO TO 2978-F-DEBITAR-IMPUESTO                             00170564
           END-IF                                                       00170565
                                                                        00170566
           MOVE '2978-I-DEBITAR-IMPUESTO' TO WS-PARRAFO.                00170567
                                                                        00170568
           MOVE WS-TIPCUEN-ACT     TO MH-TIPCUEN                        00170569
           MOVE WS-NROCUEN-ACT     TO MH-NROCUEN                        00170570
           MOVE WS-FECHA-DB2       TO MH-FECPROC                        00170571
           COMPUTE MH-NROSEC = REG-ENT-NROSEC + WS-DESPLAZ-NROSEC-IMP   00170572
           MOVE 'IM'               TO MH-TIPMOV                         00170573
           MOVE WS-IMPTO-IMPORTE   TO MH-IMPORTE                        00170574
           MOVE WS-SALDO-ACUMULADO TO MH-SALDOANT                       00170575
           SUBTRACT WS-IMPTO-IMPORTE FROM WS-SALDO-ACUMULADO            00170576
           MOVE WS-SALDO-ACUMULADO TO MH-SALDOPOS                       00170577
           MOVE WS-MONEDA          TO MH-MONEDA                         00170578
           MOVE WS-FECHA-DB2       TO MH-FECREF                         00170579
           MOVE REG-ENT-NROSEC     TO MH-NROSECREF                      00170580
                                                                        00170581
           ADD 1                   TO WS-CTA-CANT-IMPTO                 00170582
           ADD WS-IMPTO-IMPORTE    TO WS-CTA-IMP-IMPTO                  00170583
           ADD 1                   TO WS-CANT-IMPUESTO                  00170584
           ADD WS-IMPTO-IMPORTE    TO WS-TOT-IMPUESTO                   00170585
                                                                        00170586
           EXEC SQL                                                     00170587
              INSERT INTO KC02803.TBMOVHIS                              00170588
                     (TIPCUEN, NROCUEN, FECPROC, NROSEC,                00170589
                      TIPMOV, IMPORTE, SALDOANT, SALDOPOS,              00170590
                      MONEDA, FECREF, NROSECREF)                        00170591
              VALUES (:MH-TIPCUEN,                                      00170592
                      :MH-NROCUEN,                                      00170593
                      :MH-FECPROC,                                      00170594
                      :MH-NROSEC,                                       00170595
                      :MH-TIPMOV,                                       00170596
                      :MH-IMPORTE,                                      00170597
                      :MH-SALDOANT,                                     00170598
                      :MH-SALDOPOS,                                     00170599
                      :MH-MONEDA,                                       00170600
                      :MH-FECREF,                                       00170601
                      :MH-NROSECREF)                                    00170602
           END-EXEC                                                     00170603
                                                                        00170604
           EVALUATE TRUE                                                00170605
           WHEN SQLCODE EQUAL ZEROS                                     00170606
           WHEN SQLCODE EQUAL -803                                      00170607
                ADD 1 TO WS-GRABADOS-MOVHIS                             00170608
           WHEN OTHER                                                   00170609
                MOVE SQLCODE   TO WS-SQLCODE                            00170610
                DISPLAY '************************************'          00170611
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00170612
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00170613
                DISPLAY '************************************'          00170614
                DISPLAY '* TABLA       : HISTORIAL TBMOVHIS *'          00170615
                DISPLAY '* DESCRIPCION : INSERT IMPUESTO    *'          00170616
                DISPLAY '************************************'          00170617
                MOVE 9999 TO RETURN-CODE                                00170618
                SET  WS-FIN-CURSOR  TO TRUE                             00170619
                SET  WS-FIN-PROCESO TO TRUE                             00170620
           END-EVALUATE.                                                00170621
                                                                        00170622
       2978-F-DEBITAR-IMPUESTO. EXIT.                                   00170623
                                                                        00170624
      ***********************************************************       00170625
      *  APLICACION DE UNA TRANSFERENCIA (TIPMOV 'TR'):          *      00170626
      *  1- VALIDA LA CONTRAPARTE (EXISTE Y NO ES LA MISMA       *      00170627
      *     CUENTA DE ORIGEN)                                    *      00170628
      *  2- VALIDA EL LIMITE DE DESCUBIERTO DE LA PATA DEBITO    *      00170629
      *  3- DEBITA EL ACUMULADOR DE LA CUENTA DE ORIGEN Y        *      00170630
      *     REGISTRA LA PATA 'TD' EN TBMOVHIS                    *      00170631
      *  4- ACREDITA LA CONTRAPARTE Y REGISTRA LA PATA 'TC'      *      00170632
      *  CUALQUIER RECHAZO DEJA LAS DOS PATAS SIN APLICAR.       *      00170633
      *  LA CONTRAPARTE NO PUEDE SER LA CUENTA EN CURSO (UNA     *      00170634
      *  TRANSFERENCIA A SI MISMA NO TIENE SENTIDO) NI, EN UNA   *      00170635
      *  CORRIDA PARTICIONADA, CAER FUERA DEL RANGO PROPIO: SU   *      00170636
      *  SALDO LO ADMINISTRA OTRA COPIA DEL JOB.                 *      00170637
      ***********************************************************       00170638
       2980-I-APLICAR-TRANSFERENCIA.                                    00170639
                                                                        00170640
           MOVE '2980-I-APLICAR-TRANSFER' TO WS-PARRAFO                 00170641
                                                                        00170642
           IF NOV-CTA-CTP-TIPCUEN = WS-TIPCUEN-ACT                      00170643
              AND NOV-CTA-CTP-NROCUEN = WS-NROCUEN-ACT                  00170644
              MOVE 'CONTRAPARTE ES LA MISMA CUENTA    '                 00170645
                      TO REG-TRF-MOTIVO                                 00170646
              PERFORM 2070-I-GRABAR-TRF-RECHAZO                         00170647
                 THRU 2070-F-GRABAR-TRF-RECHAZO                         00170648
              GO TO 2980-F-APLICAR-TRANSFERENCIA                        00170649
           END-IF                                                       00170650
                                                                        00170651
      *    EN MODO PARTICION LA CONTRAPARTE DEBE CAER EN EL RANGO       00170652
      *    PROPIO: LAS CUENTAS DE OTRA PARTICION LAS ADMINISTRA         00170653
      *    OTRA COPIA DEL JOB. ESTAS TRANSFERENCIAS SE RECHAZAN         00170654
      *    PARA QUE OPERACIONES LAS REPROCESE EN LA CORRIDA UNICA.      00170655
           IF WS-MODO-PARTICION-SI                                      00170656
              IF NOV-CTA-CTP-TIPCUEN < WS-PART-TIP-DESDE                00170657
                 OR (NOV-CTA-CTP-TIPCUEN = WS-PART-TIP-DESDE            00170658
                     AND NOV-CTA-CTP-NROCUEN < WS-PART-NRO-DESDE)       00170659
                 OR NOV-CTA-CTP-TIPCUEN > WS-PART-TIP-HASTA             00170660
                 OR (NOV-CTA-CTP-TIPCUEN = WS-PART-TIP-HASTA            00170661
                     AND NOV-CTA-CTP-NROCUEN > WS-PART-NRO-HASTA)       00170662
                 MOVE 'CONTRAPARTE FUERA DE LA PARTICION '              00170663
                         TO REG-TRF-MOTIVO                              00170664
                 PERFORM 2070-I-GRABAR-TRF-RECHAZO                      00170665
                    THRU 2070-F-GRABAR-TRF-RECHAZO                      00170666
                 GO TO 2980-F-APLICAR-TRANSFERENCIA                     00170667
              END-IF                                                    00170668
           END-IF                                                       00170669
                                                                        00170670
           PERFORM 2985-I-CONSULTAR-CONTRAPARTE                         00170671
              THRU 2985-F-CONSULTAR-CONTRAPARTE                         00170672
           IF WS-FIN-PROCESO                                            00170673
              GO TO 2980-F-APLICAR-TRANSFERENCIA                        00170674
           END-IF                                                       00170675
                                                                        00170676
           IF WS-CTP-EXISTE-NO                                          00170677
              MOVE 'CONTRAPARTE INEXISTENTE (TBCURCTA)'                 00170678
                      TO REG-TRF-MOTIVO                                 00170679
              PERFORM 2070-I-GRABAR-TRF-RECHAZO                         00170680
                 THRU 2070-F-GRABAR-TRF-RECHAZO                         00170681
              GO TO 2980-F-APLICAR-TRANSFERENCIA                        00170682
           END-IF                                                       00170683
                                                                        00170684
      *    LA SUCURSAL DE LA CONTRAPARTE TAMBIEN DEBE ESTAR             00170685
      *    ACTIVA EN TBSUCURS.                                          00170686
           MOVE WS-CTP-SUCUEN TO SU-SUCURSAL                            00170687
           PERFORM 2468-I-CONSULTAR-SUCURSAL                            00170688
              THRU 2468-F-CONSULTAR-SUCURSAL                            00170689
                                                                        00170690
           IF WS-SUC-VALIDA-NO                                          00170691
              MOVE 'SUCURSAL DE CONTRAPARTE INVALIDA  '                 00170692
                      TO REG-TRF-MOTIVO                                 00170693
              PERFORM 2070-I-GRABAR-TRF-RECHAZO                         00170694
                 THRU 2070-F-GRABAR-TRF-RECHAZO                         00170695
              GO TO 2980-F-APLICAR-TRANSFERENCIA                        00170696
           END-IF                                                       00170697
                                                                        00170698
      *    EL TITULAR DE LA CONTRAPARTE TAMPOCO PUEDE ESTAR             00170699
      *    BLOQUEADO: SUS CUENTAS NO ACEPTAN MOVIMIENTOS. LA            00170700
      *    CONSULTA PISA EL AREA DEL CACHE POR CLIENTE, ASI QUE         00170701
      *    EL CACHE SE INVALIDA.                                        00170702
           MOVE -1        TO WS-CLI-CONSULTADO                          00170703
           MOVE '2980-I-APLICAR-TRANSFER' TO WS-PARRAFO                 00170704
           MOVE WS-CTP-NROCLI TO EL-NROCLI                              00170705
           SET WS-CLI-BLOQUEADO-NO TO TRUE                              00170706
           EXEC SQL                                                     00170707
              SELECT ESTADO                                             00170708
                INTO :EL-ESTADO                                         00170709
                FROM KC02803.TBESTCLI                                   00170710
               WHERE NROCLI = :EL-NROCLI                                00170711
           END-EXEC                                                     00170712
           EVALUATE TRUE                                                00170713
           WHEN SQLCODE EQUAL ZEROS                                     00170714
                IF EL-ESTADO = 'B'                                      00170715
                   SET WS-CLI-BLOQUEADO-SI TO TRUE                      00170716
                END-IF                                                  00170717
           WHEN SQLCODE EQUAL +100                                      00170718
                CONTINUE                                                00170719
           WHEN OTHER                                                   00170720
                MOVE SQLCODE   TO WS-SQLCODE                            00170721
                DISPLAY '************************************'          00170722
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00170723
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00170724
                DISPLAY '************************************'          00170725
                DISPLAY '* TABLA       : ESTADOS - TBESTCLI *'          00170726
                DISPLAY '* DESCRIPCION : ESTADO CONTRAPARTE *'          00170727
                DISPLAY '************************************'          00170728
                MOVE 9999 TO RETURN-CODE                                00170729
                SET  WS-FIN-PROCESO TO TRUE                             00170730
                GO TO 2980-F-APLICAR-TRANSFERENCIA                      00170731
           END-EVALUATE                                                 00170732
                                                                        00170733
           IF WS-CLI-BLOQUEADO-SI                                       00170734
              MOVE 'CLIENTE DE CONTRAPARTE BLOQUEADO  '                 00170735
                      TO REG-TRF-MOTIVO                                 00170736
              PERFORM 2070-I-GRABAR-TRF-RECHAZO                         00170737
                 THRU 2070-F-GRABAR-TRF-RECHAZO                         00170738
              GO TO 2980-F-APLICAR-TRANSFERENCIA                        00170739
           END-IF                                                       00170740
                                                                        00170741
      *    LAS DOS PATAS SE POSTEAN EN LA MISMA MONEDA: LA              00170742
      *    CONTRAPARTE DEBE ESTAR EN LA MONEDA DEL MOVIMIENTO.          00170743
           IF WS-CTP-MONEDA NOT = NOV-CTA-MONEDA                        00170744
              MOVE 'MONEDA DE CONTRAPARTE DISTINTA    '                 00170745
                      TO REG-TRF-MOTIVO                                 00170746
              PERFORM 2070-I-GRABAR-TRF-RECHAZO                         00170747
                 THRU 2070-F-GRABAR-TRF-RECHAZO                         00170748
              GO TO 2980-F-APLICAR-TRANSFERENCIA                        00170749
           END-IF                                                       00170750
                                                                        00170751
      *    IMPUESTO DE LA PATA DEBITO ('TD'), A CARGO DEL ORIGEN: EL    00170752
      *    LIMITE SE CONTROLA SOBRE EL DEBITO MAS SU IMPUESTO.          00170753
           MOVE 'TD'           TO WS-IMPTO-TIPMOV                       00170754
           MOVE WS-TIPCUEN-ACT TO WS-IMPTO-TIPCUEN                      00170755
           MOVE NOV-CTA-NROCLI TO WS-IMPTO-NROCLI                       00170756
           PERFORM 2977-I-CALCULAR-IMPUESTO                             00170757
              THRU 2977-F-CALCULAR-IMPUESTO                             00170758
           IF WS-FIN-PROCESO                                            00170759
              GO TO 2980-F-APLICAR-TRANSFERENCIA                        00170760
           END-IF                                                       00170761
                                                                        00170762
      *    LA PATA DEBITO RESPETA EL MISMO LIMITE DE DESCUBIERTO        00170763
      *    QUE UN DEBITO COMUN, SOBRE EL SALDO DISPONIBLE.              00170764
           PERFORM 2450-I-OBTENER-LIMITE                                00170765
              THRU 2450-F-OBTENER-LIMITE                                00170766
                                                                        00170767
           COMPUTE WS-SALDO-PROYECTADO =                                00170768
                   WS-SALDO-ACUMULADO - WS-IMP-RETENIDO                 00170769
                                      - NOV-CTA-SALDO                   00170770
                                      - WS-IMPTO-IMPORTE                00170771
           COMPUTE WS-LIMITE-NEGATIVO = 0 - LC-LIMDESC                  00170772
                                                                        00170773
           IF WS-SALDO-PROYECTADO < WS-LIMITE-NEGATIVO                  00170774
              MOVE 'EXCESO DE LIMITE EN PATA DEBITO   '                 00170775
                      TO REG-TRF-MOTIVO                                 00170776
              PERFORM 2070-I-GRABAR-TRF-RECHAZO                         00170777
                 THRU 2070-F-GRABAR-TRF-RECHAZO                         00170778
              ADD 1 TO WS-CANT-MOV-EXCESO                               00170779
              GO TO 2980-F-APLICAR-TRANSFERENCIA                        00170780
           END-IF                                                       00170781
                                                                        00170782
      *    PATA DEBITO SOBRE LA CUENTA DE ORIGEN.                       00170783
           SUBTRACT NOV-CTA-SALDO FROM WS-SALDO-ACUMULADO               00170784
           ADD 1 TO WS-CTA-CANT-DB                                      00170785
           ADD NOV-CTA-SALDO TO WS-CTA-IMP-DB                           00170786
                                                                        00170787
           PERFORM 2975-I-GRABAR-MOVHIS                                 00170788
              THRU 2975-F-GRABAR-MOVHIS                                 00170789
           IF WS-FIN-PROCESO                                            00170790
              GO TO 2980-F-APLICAR-TRANSFERENCIA                        00170791
           END-IF                                                       00170792
                                                                        00170793
           PERFORM 2978-I-DEBITAR-IMPUESTO                              00170794
              THRU 2978-F-DEBITAR-IMPUESTO                              00170795
           IF WS-FIN-PROCESO                                            00170796
              GO TO 2980-F-APLICAR-TRANSFERENCIA                        00170797
           END-IF                                                       00170798
                                                                        00170799
      *    PATA CREDITO SOBRE LA CONTRAPARTE.                           00170800
           PERFORM 2990-I-ACREDITAR-CONTRAPARTE                         00170801
              THRU 2990-F-ACREDITAR-CONTRAPARTE                         00170802
           IF WS-FIN-PROCESO                                            00170803
              GO TO 2980-F-APLICAR-TRANSFERENCIA                        00170804
           END-IF                                                       00170805
                                                                        00170806
           ADD 1 TO WS-CANT-TRANSFER                                    00170807
           .                                                            00170808
       2980-F-APLICAR-TRANSFERENCIA. EXIT.                              00170809
                                                                        00170810
      ***********************************************************       00170811
      *  CONSULTA DE LA CUENTA CONTRAPARTE EN TBCURCTA           *      00170812
      *  (SUCURSAL PARA LA CELDA CONTABLE Y SALDO PARA EL        *      00170813
      *  SALDO ANTES/DESPUES DE LA PATA CREDITO)                 *      00170814
      ***********************************************************       00170815
       2985-I-CONSULTAR-CONTRAPARTE.                                    00170816
                                                                        00170817
           MOVE '2985-I-CONSULTAR-CONTRAP' TO WS-PARRAFO.               00170818
                                                                        00170819
           SET WS-CTP-EXISTE-NO TO TRUE                                 00170820
                                                                        00170821
           EXEC SQL                                                     00170822
              SELECT SUCUEN,                                            00170823
                     NROCLI,                                            00170824
                     MONEDA,                                            00170825
                     SALDO                                              00170826
                INTO :WS-CTP-SUCUEN,                                    00170827
                     :WS-CTP-NROCLI,                                    00170828
                     :WS-CTP-MONEDA,                                    00170829
                     :WS-CTP-SALDO                                      00170830
                FROM KC02803.TBCURCTA                                   00170831
               WHERE TIPCUEN = :NOV-CTA-CTP-TIPCUEN                     00170832
                 AND NROCUEN = :NOV-CTA-CTP-NROCUEN                     00170833
           END-EXEC                                                     00170834
                                                                        00170835
           EVALUATE TRUE                                                00170836
           WHEN SQLCODE EQUAL ZEROS                                     00170837
                SET WS-CTP-EXISTE-SI TO TRUE                            00170838
           WHEN SQLCODE EQUAL +100                                      00170839
                CONTINUE                                                00170840
           WHEN OTHER                                                   00170841
                MOVE SQLCODE   TO WS-SQLCODE                            00170842
                DISPLAY '************************************'          00170843
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00170844
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00170845
                DISPLAY '************************************'          00170846
                DISPLAY '* TABLA       : CUENTAS - TBCURCTA *'          00170847
                DISPLAY '* DESCRIPCION : CONSULTA CONTRAPAR *'          00170848
                DISPLAY '************************************'          00170849
                MOVE 9999 TO RETURN-CODE                                00170850
                SET  WS-FIN-PROCESO TO TRUE                             00170851
           END-EVALUATE.                                                00170852
                                                                        00170853
       2985-F-CONSULTAR-CONTRAPARTE. EXIT.                              00170854
                                                                        00170855
      ***********************************************************       00170856
      *  PATA CREDITO DE LA TRANSFERENCIA: REGISTRA 'TC' EN      *      00170857
      *  TBMOVHIS Y ACREDITA EL SALDO DE LA CONTRAPARTE CON UN   *      00170858
      *  UPDATE RELATIVO (SALDO = SALDO + IMPORTE). COMO EL      *      00170859
      *  CORTE DE 2960 TAMBIEN GRABA POR DELTA, LAS DOS          *      00170860
      *  ACTUALIZACIONES COMPONEN EN CUALQUIER ORDEN.            *      00170861
      *  EL INSERT VA PRIMERO: SI DA -803 LA TRANSFERENCIA YA    *      00170862
      *  FUE APLICADA EN UNA CORRIDA ANTERIOR (REINICIO) Y EL    *      00170863
      *  CREDITO NO DEBE DUPLICARSE.                             *      00170864
      ***********************************************************       00170865
       2990-I-ACREDITAR-CONTRAPARTE.                                    00170866
                                                                        00170867
           MOVE '2990-I-ACREDITAR-CONTRAP' TO WS-PARRAFO.               00170868
                                                                        00170869
           COMPUTE WS-CTP-SALDO-NUEVO =                                 00170870
                   WS-CTP-SALDO + NOV-CTA-SALDO                         00170871
                                                                        00170872
           MOVE NOV-CTA-CTP-TIPCUEN TO MH-TIPCUEN                       00170873
           MOVE NOV-CTA-CTP-NROCUEN TO MH-NROCUEN                       00170874
           MOVE WS-FECHA-DB2        TO MH-FECPROC                       00170875
           MOVE REG-ENT-NROSEC      TO MH-NROSEC                        00170876
           MOVE 'TC'                TO MH-TIPMOV                        00170877
           MOVE NOV-CTA-SALDO       TO MH-IMPORTE                       00170878
           MOVE WS-CTP-SALDO        TO MH-SALDOANT                      00170879
           MOVE WS-CTP-SALDO-NUEVO  TO MH-SALDOPOS                      00170880
           MOVE WS-CTP-MONEDA       TO MH-MONEDA                        00170881
                                                                        00170882
           EXEC SQL                                                     00170883
              INSERT INTO KC02803.TBMOVHIS                              00170884
                     (TIPCUEN, NROCUEN, FECPROC, NROSEC,                00170885
                      TIPMOV, IMPORTE, SALDOANT, SALDOPOS,              00170886
                      MONEDA)                                           00170887
              VALUES (:MH-TIPCUEN,                                      00170888
                      :MH-NROCUEN,                                      00170889
                      :MH-FECPROC,                                      00170890
                      :MH-NROSEC,                                       00170891
                      :MH-TIPMOV,                                       00170892
                      :MH-IMPORTE,                                      00170893
                      :MH-SALDOANT,                                     00170894
                      :MH-SALDOPOS,                                     00170895
                      :MH-MONEDA)                                       00170896
           END-EXEC                                                     00170897
                                                                        00170898
           EVALUATE TRUE                                                00170899
           WHEN SQLCODE EQUAL ZEROS                                     00170900
                ADD 1 TO WS-GRABADOS-MOVHIS                             00170901
           WHEN SQLCODE EQUAL -803                                      00170902
      *         REPROCESO POR REINICIO: LA PATA YA FUE APLICADA.        00170903
                ADD 1 TO WS-GRABADOS-MOVHIS                             00170904
                GO TO 2990-F-ACREDITAR-CONTRAPARTE                      00170905
           WHEN OTHER                                                   00170906
                MOVE SQLCODE   TO WS-SQLCODE                            00170907
                DISPLAY '************************************'          00170908
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00170909
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00170910
                DISPLAY '************************************'          00170911
                DISPLAY '* TABLA       : HISTORIAL TBMOVHIS *'          00170912
                DISPLAY '* DESCRIPCION : INSERT PATA CREDITO*'          00170913
                DISPLAY '************************************'          00170914
                MOVE 9999 TO RETURN-CODE                                00170915
                SET  WS-FIN-CURSOR  TO TRUE                             00170916
                SET  WS-FIN-PROCESO TO TRUE                             00170917
                GO TO 2990-F-ACREDITAR-CONTRAPARTE                      00170918
           END-EVALUATE                                                 00170919
                                                                        00170920
           EXEC SQL                                                     00170921
              UPDATE KC02803.TBCURCTA                                   00170922
                 SET SALDO   = SALDO + :NOV-CTA-SALDO,                  00170923
                     FECSAL  = :WS-FECHA-DB2                            00170924
               WHERE TIPCUEN = :NOV-CTA-CTP-TIPCUEN                     00170925
                 AND NROCUEN = :NOV-CTA-CTP-NROCUEN                     00170926
           END-EXEC                                                     00170927
                                                                        00170928
           IF  SQLCODE EQUAL ZEROS                                      00170929
                CONTINUE                                                00170930
           ELSE                                                         00170931
                MOVE SQLCODE   TO WS-SQLCODE                            00170932
                DISPLAY '************************************'          00170933
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00170934
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00170935
                DISPLAY '************************************'          00170936
                DISPLAY '* TABLA       : CUENTAS - TBCURCTA *'          00170937
                DISPLAY '* DESCRIPCION : CREDITO CONTRAPARTE*'          00170938
                DISPLAY '************************************'          00170939
                MOVE 9999 TO RETURN-CODE                                00170940
                SET  WS-FIN-CURSOR  TO TRUE                             00170941
                SET  WS-FIN-PROCESO TO TRUE                             00170942
                GO TO 2990-F-ACREDITAR-CONTRAPARTE                      00170943
           END-IF                                                       00170944
                                                                        00170945
           PERFORM 2995-I-GRABAR-GL-TRANSFER                            00170946
              THRU 2995-F-GRABAR-GL-TRANSFER                            00170947
                                                                        00170948
      *    IMPUESTO DE LA PATA CREDITO ('TC'), A CARGO DE LA CONTRA-    00170949
      *    PARTE SEGUN SU TIPO DE CUENTA Y LA EXENCION DE SU TITULAR.   00170950
           MOVE 'TC'                TO WS-IMPTO-TIPMOV                  00170951
           MOVE NOV-CTA-CTP-TIPCUEN TO WS-IMPTO-TIPCUEN                 00170952
           MOVE WS-CTP-NROCLI       TO WS-IMPTO-NROCLI                  00170953
           PERFORM 2977-I-CALCULAR-IMPUESTO                             00170954
              THRU 2977-F-CALCULAR-IMPUESTO                             00170955
           IF WS-SI-PROCESO                                             00170956
              PERFORM 2991-I-DEBITAR-IMPUESTO-CTP                       00170957
                 THRU 2991-F-DEBITAR-IMPUESTO-CTP                       00170958
           END-IF                                                       00170959
           .                                                            00170960
       2990-F-ACREDITAR-CONTRAPARTE. EXIT.                              00170961
                                                                        00170962
      ***********************************************************       00170963
      *  REGISTRO 'D' INMEDIATO DE LA INTERFAZ CONTABLE PARA LA  *      00170964
      *  PATA CREDITO, EN LA CELDA SUCURSAL+TIPO DE LA CONTRA-   *      00170965
      *  PARTE (EL IMPORTADOR CONTABLE SUMA POR CELDA, VER NOTA  *      00170966
      *  EN WS-REG-GL-DETALLE)                                   *      00170967
      ***********************************************************       00170968
       2995-I-GRABAR-GL-TRANSFER.                                       00170969
                                                                        00170970
           MOVE '2995-I-GRABAR-GL-TRANSFER' TO WS-PARRAFO               00170971
                                                                        00170972
           MOVE WS-FECHA-DB2        TO GL-DET-FECPROC                   00170973
           MOVE WS-CTP-SUCUEN       TO GL-DET-SUCUEN                    00170974
           MOVE NOV-CTA-CTP-TIPCUEN TO GL-DET-TIPCUEN                   00170975
           MOVE WS-CTP-MONEDA       TO GL-DET-MONEDA                    00170976
           MOVE 0                   TO GL-DET-CANT-DB                   00170977
           MOVE 1                   TO GL-DET-CANT-CR                   00170978
           MOVE 0                   TO GL-DET-IMP-DB                    00170979
           MOVE NOV-CTA-SALDO       TO GL-DET-IMP-CR                    00170980
           MOVE NOV-CTA-SALDO       TO GL-DET-NETO                      00170981
                                                                        00170982
           WRITE REG-SALGL FROM WS-REG-GL-DETALLE                       00170983
                                                                        00170984
           MOVE FS-SALGL TO FS-ACTUAL                                   00170985
           MOVE 'ARCHIVO INTERFAZ CONTABLE' TO WS-ARCHIVO-DESC          00170986
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00170987
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00170988
                                                                        00170989
           MOVE WS-CTP-MONEDA TO WS-GLT-MONEDA-BUSCADA                  00170990
           PERFORM 2115-I-BUSCAR-MONEDA-TOT                             00170991
              THRU 2115-F-BUSCAR-MONEDA-TOT                             00170992
           ADD 1             TO WS-GLT-CANT-CR (WS-GLT-IDX)             00170993
           ADD NOV-CTA-SALDO TO WS-GLT-IMP-CR  (WS-GLT-IDX)             00170994
           .                                                            00170995
       2995-F-GRABAR-GL-TRANSFER. EXIT.                                 00170996
                                                                        00170997
      ***********************************************************       00170998
      *  DEBITA EN LA CONTRAPARTE EL IMPUESTO DE LA PATA 'TC':  *       00170999
      *  FILA 'IM' DE TBMOVHIS, UPDATE POR DELTA DEL SALDO DE   *       00171000
      *  TBCURCTA (COMO EN 2990) Y REGISTRO 'I' INMEDIATO DE LA *       00171001
      *  INTERFAZ CONTABLE EN LA CELDA DE LA CONTRAPARTE. SI EL *       00171002
      *  INSERT DA -803 EL IMPUESTO YA SE COBRO EN UNA CORRIDA  *       00171003
      *  ANTERIOR (REINICIO) Y NO SE REPITE EL DEBITO.          *       00171004
      ***********************************************************       00171005
       2991-I-DEBITAR-IMPUESTO-CTP.                                     00171006
                                                                        00171007
           IF WS-CLI-EXENTO-SI                                          00171008
              ADD 1 TO WS-CANT-IMP-EXENTO                               00171009
              GO TO 2991-F-DEBITAR-IMPUESTO-CTP                         00171010
           END-IF                                                       00171011
                                                                        00171012
           IF WS-IMPTO-IMPORTE NOT > ZEROS                              00171013
              GO TO 2991-F-DEBITAR-IMPUESTO-CTP                         00171014
           END-IF                                                       00171015
                                                                        00171016
           MOVE '2991-I-DEBITAR-IMP-CTP' TO WS-PARRAFO.                 00171017
                                                                        00171018
           MOVE NOV-CTA-CTP-TIPCUEN TO MH-TIPCUEN                       00171019
           MOVE NOV-CTA-CTP-NROCUEN TO MH-NROCUEN                       00171020
           MOVE WS-FECHA-DB2        TO MH-FECPROC                       00171021
           COMPUTE MH-NROSEC = REG-ENT-NROSEC + WS-DESPLAZ-NROSEC-IMP   00171022
           MOVE 'IM'                TO MH-TIPMOV                        00171023
           MOVE WS-IMPTO-IMPORTE    TO MH-IMPORTE                       00171024
           MOVE WS-CTP-SALDO-NUEVO  TO MH-SALDOANT                      00171025
           COMPUTE MH-SALDOPOS = WS-CTP-SALDO-NUEVO - WS-IMPTO-IMPORTE  00171026
           MOVE WS-CTP-MONEDA       TO MH-MONEDA                        00171033
           MOVE WS-FECHA-DB2        TO MH-FECREF                        00171043
           MOVE REG-ENT-NROSEC      TO MH-NROSECREF                     00171053
                                                                        00171063
           EXEC SQL                                                     00171073
              INSERT INTO KC02803.TBMOVHIS                              00171083
                     (TIPCUEN, NROCUEN, FECPROC, NROSEC,                00171093
                      TIPMOV, IMPORTE, SALDOANT, SALDOPOS,              00171103
                      MONEDA, FECREF, NROSECREF)                        00171113
              VALUES (:MH-TIPCUEN,                                      00171123
                      :MH-NROCUEN,                                      00171133
                      :MH-FECPROC,                                      00171143
                      :MH-NROSEC,                                       00171153
                      :MH-TIPMOV,                                       00171163
                      :MH-IMPORTE,                                      00171173
                      :MH-SALDOANT,                                     00171183
                      :MH-SALDOPOS,                                     00171193
                      :MH-MONEDA,                                       00171203
                      :MH-FECREF,                                       00171213
                      :MH-NROSECREF)                                    00171223
           END-EXEC                                                     00171233
                                                                        00171243
           EVALUATE TRUE                                                00171253
           WHEN SQLCODE EQUAL ZEROS                                     00171263
                ADD 1 TO WS-GRABADOS-MOVHIS                             00171273
           WHEN SQLCODE EQUAL -803                                      00171283
      *         REPROCESO POR REINICIO: EL IMPUESTO YA FUE COBRADO.     00171293
                ADD 1 TO WS-GRABADOS-MOVHIS                             00171303
                GO TO 2991-F-DEBITAR-IMPUESTO-CTP                       00171313
           WHEN OTHER                                                   00171323
                MOVE SQLCODE   TO WS-SQLCODE                            00171333
                DISPLAY '************************************'          00171343
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00171353
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00171363
                DISPLAY '************************************'          00171373
                DISPLAY '* TABLA       : HISTORIAL TBMOVHIS *'          00171383
                DISPLAY '* DESCRIPCION : INSERT IMPUESTO    *'          00171393
                DISPLAY '************************************'          00171403
                MOVE 9999 TO RETURN-CODE                                00171413
                SET  WS-FIN-CURSOR  TO TRUE                             00171423
                SET  WS-FIN-PROCESO TO TRUE                             00171433
                GO TO 2991-F-DEBITAR-IMPUESTO-CTP                       00171443
           END-EVALUATE                                                 00171453
                                                                        00171463
           EXEC SQL                                                     00171473
              UPDATE KC02803.TBCURCTA                                   00171483
                 SET SALDO   = SALDO - :WS-IMPTO-IMPORTE,               00171493
                     FECSAL  = :WS-FECHA-DB2                            00171503
               WHERE TIPCUEN = :NOV-CTA-CTP-TIPCUEN                     00171513
                 AND NROCUEN = :NOV-CTA-CTP-NROCUEN                     00171523
           END-EXEC                                                     00171533
                                                                        00171543
           IF  SQLCODE EQUAL ZEROS                                      00171553
                CONTINUE                                                00171563
           ELSE                                                         00171573
                MOVE SQLCODE   TO WS-SQLCODE                            00171583
                DISPLAY '************************************'          00171593
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00171603
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00171613
                DISPLAY '************************************'          00171623
                DISPLAY '* TABLA       : CUENTAS - TBCURCTA *'          00171633
                DISPLAY '* DESCRIPCION : IMPUESTO CONTRAP.  *'          00171643
                DISPLAY '************************************'          00171653
                MOVE 9999 TO RETURN-CODE                                00171663
                SET  WS-FIN-CURSOR  TO TRUE                             00171673
                SET  WS-FIN-PROCESO TO TRUE                             00171683
                GO TO 2991-F-DEBITAR-IMPUESTO-CTP                       00171693
           END-IF                                                       00171703
                                                                        00171713
           ADD 1                TO WS-CANT-IMPUESTO                     00171723
           ADD WS-IMPTO-IMPORTE TO WS-TOT-IMPUESTO                      00171733
                                                                        00171743
           PERFORM 2996-I-GRABAR-GL-IMP-CTP                             00171753
              THRU 2996-F-GRABAR-GL-IMP-CTP                             00171763
           .                                                            00171773
       2991-F-DEBITAR-IMPUESTO-CTP. EXIT.                               00171783
                                                                        00171793
      ***********************************************************       00171803
      *  REGISTRO 'I' INMEDIATO DE LA INTERFAZ CONTABLE CON EL  *       00171813
      *  IMPUESTO DE LA PATA CREDITO, EN LA CELDA SUCURSAL+TIPO *       00171823
      *  DE LA CONTRAPARTE (VER 2995)                           *       00171833
      ***********************************************************       00171843
       2996-I-GRABAR-GL-IMP-CTP.                                        00171853
                                                                        00171863
           MOVE '2996-I-GRABAR-GL-IMP-CTP' TO WS-PARRAFO                00171873
                                                                        00171883
           MOVE 'I'                 TO GL-DET-TIPO                      00171893
           MOVE WS-FECHA-DB2        TO GL-DET-FECPROC                   00171903
           MOVE WS-CTP-SUCUEN       TO GL-DET-SUCUEN                    00171913
           MOVE NOV-CTA-CTP-TIPCUEN TO GL-DET-TIPCUEN                   00171923
           MOVE WS-CTP-MONEDA       TO GL-DET-MONEDA                    00171933
           MOVE 1                   TO GL-DET-CANT-DB                   00171943
           MOVE 0                   TO GL-DET-CANT-CR                   00171953
           MOVE WS-IMPTO-IMPORTE    TO GL-DET-IMP-DB                    00171963
           MOVE 0                   TO GL-DET-IMP-CR                    00171973
           COMPUTE GL-DET-NETO = 0 - WS-IMPTO-IMPORTE                   00171983
                                                                        00171993
           WRITE REG-SALGL FROM WS-REG-GL-DETALLE                       00172003
                                                                        00172013
           MOVE 'D'                 TO GL-DET-TIPO                      00172023
                                                                        00172033
           MOVE FS-SALGL TO FS-ACTUAL                                   00172043
           MOVE 'ARCHIVO INTERFAZ CONTABLE' TO WS-ARCHIVO-DESC          00172053
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00172063
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00172073
                                                                        00172083
           MOVE WS-CTP-MONEDA TO WS-GLT-MONEDA-BUSCADA                  00172093
           PERFORM 2115-I-BUSCAR-MONEDA-TOT                             00172103
              THRU 2115-F-BUSCAR-MONEDA-TOT                             00172113
           ADD 1                TO WS-GLT-CANT-DB (WS-GLT-IDX)          00172123
           ADD WS-IMPTO-IMPORTE TO WS-GLT-IMP-DB  (WS-GLT-IDX)          00172133
           .                                                            00172143
       2996-F-GRABAR-GL-IMP-CTP. EXIT.                                  00172153
                                                                        00172163
      ***********************************************************       00172173
      *  APLICACION DE UN CAMBIO DE MONEDA (TIPMOV 'CM'):        *      00172183
      *  1- VALIDA LA CONTRAPARTE COMO EN LA TRANSFERENCIA (NO   *      00172193
      *     ES LA MISMA CUENTA, CAE EN LA PARTICION, EXISTE Y    *      00172203
      *     SU SUCURSAL ESTA ACTIVA), QUE SEA DEL MISMO CLIENTE  *      00172213
      *     Y QUE ESTE EN OTRA MONEDA                            *      00172223
      *  2- CONVIERTE EL IMPORTE: EL BANCO COMPRA LA MONEDA DE   *      00172233
      *     LA CUENTA DE LA CLAVE A SU COTIZACION DEL DIA MENOS  *      00172243
      *     EL SPREAD DE COMPRA, Y VENDE LA DE LA CONTRAPARTE A  *      00172253
      *     SU COTIZACION MAS EL SPREAD DE VENTA (TBSPRCAM)      *      00172263
      *  3- VALIDA EL LIMITE DE DESCUBIERTO DE LA PATA DEBITO    *      00172273
      *  4- DEBITA LA CUENTA DE LA CLAVE (PATA 'XD') Y ACREDITA  *      00172283
      *     EL IMPORTE CONVERTIDO EN LA CONTRAPARTE (PATA 'XC')  *      00172293
      *  CUALQUIER RECHAZO DEJA LAS DOS PATAS SIN APLICAR. LAS   *      00172303
      *  PATAS NO PAGAN IMPUESTO A LOS DEBITOS Y CREDITOS (EL    *      00172313
      *  DINERO NO SALE DEL CLIENTE).                            *      00172323
      ***********************************************************       00172333
       2981-I-APLICAR-CAMBIO.                                           00172343
                                                                        00172353
           MOVE '2981-I-APLICAR-CAMBIO' TO WS-PARRAFO                   00172363
                                                                        00172373
           IF NOV-CTA-CTP-TIPCUEN = WS-TIPCUEN-ACT                      00172383
              AND NOV-CTA-CTP-NROCUEN = WS-NROCUEN-ACT                  00172393
              MOVE 'CONTRAPARTE ES LA MISMA CUENTA    '                 00172403
                      TO REG-CAM-MOTIVO                                 00172413
              PERFORM 2082-I-GRABAR-CAM-RECHAZO                         00172423
                 THRU 2082-F-GRABAR-CAM-RECHAZO                         00172433
              GO TO 2981-F-APLICAR-CAMBIO                               00172443
           END-IF                                                       00172453
                                                                        00172463
      *    EN MODO PARTICION LA CONTRAPARTE DEBE CAER EN EL RANGO       00172473
      *    PROPIO, IGUAL QUE EN LA TRANSFERENCIA.                       00172483
           IF WS-MODO-PARTICION-SI                                      00172493
              IF NOV-CTA-CTP-TIPCUEN < WS-PART-TIP-DESDE                00172503
                 OR (NOV-CTA-CTP-TIPCUEN = WS-PART-TIP-DESDE            00172513
                     AND NOV-CTA-CTP-NROCUEN < WS-PART-NRO-DESDE)       00172523
                 OR NOV-CTA-CTP-TIPCUEN > WS-PART-TIP-HASTA             00172533
                 OR (NOV-CTA-CTP-TIPCUEN = WS-PART-TIP-HASTA            00172543
                     AND NOV-CTA-CTP-NROCUEN > WS-PART-NRO-HASTA)       00172553
                 MOVE 'CONTRAPARTE FUERA DE LA PARTICION '              00172563
                         TO REG-CAM-MOTIVO                              00172573
                 PERFORM 2082-I-GRABAR-CAM-RECHAZO                      00172583
                    THRU 2082-F-GRABAR-CAM-RECHAZO                      00172593
                 GO TO 2981-F-APLICAR-CAMBIO                            00172603
              END-IF                                                    00172613
           END-IF                                                       00172623
                                                                        00172633
           PERFORM 2985-I-CONSULTAR-CONTRAPARTE                         00172643
              THRU 2985-F-CONSULTAR-CONTRAPARTE                         00172653
           IF WS-FIN-PROCESO                                            00172663
              GO TO 2981-F-APLICAR-CAMBIO                               00172673
           END-IF                                                       00172683
                                                                        00172693
           IF WS-CTP-EXISTE-NO                                          00172703
              MOVE 'CONTRAPARTE INEXISTENTE (TBCURCTA)'                 00172713
                      TO REG-CAM-MOTIVO                                 00172723
              PERFORM 2082-I-GRABAR-CAM-RECHAZO                         00172733
                 THRU 2082-F-GRABAR-CAM-RECHAZO                         00172743
              GO TO 2981-F-APLICAR-CAMBIO                               00172753
           END-IF                                                       00172763
                                                                        00172773
      *    EL CAMBIO ES SOLO ENTRE CUENTAS PROPIAS: LAS DOS CUENTAS     00172783
      *    DEBEN SER DEL MISMO TITULAR EN TBCURCTA (EL BLOQUEO DEL      00172793
      *    CLIENTE YA SE CONTROLO SOBRE LA CUENTA DE LA CLAVE).         00172803
           IF WS-CTP-NROCLI NOT = NOV-CTA-NROCLI                        00172813
              MOVE 'CUENTAS DE DISTINTO CLIENTE       '                 00172823
                      TO REG-CAM-MOTIVO                                 00172833
              PERFORM 2082-I-GRABAR-CAM-RECHAZO                         00172843
                 THRU 2082-F-GRABAR-CAM-RECHAZO                         00172853
              GO TO 2981-F-APLICAR-CAMBIO                               00172863
           END-IF                                                       00172873
                                                                        00172883
           MOVE WS-CTP-SUCUEN TO SU-SUCURSAL                            00172893
           PERFORM 2468-I-CONSULTAR-SUCURSAL                            00172903
              THRU 2468-F-CONSULTAR-SUCURSAL                            00172913
                                                                        00172923
           IF WS-SUC-VALIDA-NO                                          00172933
              MOVE 'SUCURSAL DE CONTRAPARTE INVALIDA  '                 00172943
                      TO REG-CAM-MOTIVO                                 00172953
              PERFORM 2082-I-GRABAR-CAM-RECHAZO                         00172963
                 THRU 2082-F-GRABAR-CAM-RECHAZO                         00172973
              GO TO 2981-F-APLICAR-CAMBIO                               00172983
           END-IF                                                       00172993
                                                                        00173003
           IF WS-CTP-MONEDA = NOV-CTA-MONEDA                            00173013
              MOVE 'CUENTAS EN LA MISMA MONEDA        '                 00173023
                      TO REG-CAM-MOTIVO                                 00173033
              PERFORM 2082-I-GRABAR-CAM-RECHAZO                         00173043
                 THRU 2082-F-GRABAR-CAM-RECHAZO                         00173053
              GO TO 2981-F-APLICAR-CAMBIO                               00173063
           END-IF                                                       00173073
                                                                        00173083
      *    COTIZACION Y SPREAD DE COMPRA DE LA MONEDA QUE ENTREGA       00173093
      *    EL CLIENTE, Y COTIZACION Y SPREAD DE VENTA DE LA QUE         00173103
      *    RECIBE. SIN COTIZACION VIGENTE NO SE OPERA.                  00173113
           MOVE NOV-CTA-MONEDA TO WS-CAM-MONEDA-BUSCADA                 00173123
           PERFORM 2982-I-OBTENER-COTIZA                                00173133
              THRU 2982-F-OBTENER-COTIZA                                00173143
           IF WS-FIN-PROCESO                                            00173153
              GO TO 2981-F-APLICAR-CAMBIO                               00173163
           END-IF                                                       00173173
           IF WS-COTIZA-EXISTE-NO                                       00173183
              MOVE 'SIN COTIZACION VIGENTE EN TBCOTIZA'                 00173193
                      TO REG-CAM-MOTIVO                                 00173203
              PERFORM 2082-I-GRABAR-CAM-RECHAZO                         00173213
                 THRU 2082-F-GRABAR-CAM-RECHAZO                         00173223
              GO TO 2981-F-APLICAR-CAMBIO                               00173233
           END-IF                                                       00173243
           MOVE WS-CAM-COTIZA     TO WS-CAM-COT-ORIGEN                  00173253
           MOVE WS-CAM-SPR-COMPRA TO WS-CAM-SPC-ORIGEN                  00173263
                                                                        00173273
           MOVE WS-CTP-MONEDA  TO WS-CAM-MONEDA-BUSCADA                 00173283
           PERFORM 2982-I-OBTENER-COTIZA                                00173293
              THRU 2982-F-OBTENER-COTIZA                                00173303
           IF WS-FIN-PROCESO                                            00173313
              GO TO 2981-F-APLICAR-CAMBIO                               00173323
           END-IF                                                       00173333
           IF WS-COTIZA-EXISTE-NO                                       00173343
              MOVE 'SIN COTIZACION VIGENTE EN TBCOTIZA'                 00173353
                      TO REG-CAM-MOTIVO                                 00173363
              PERFORM 2082-I-GRABAR-CAM-RECHAZO                         00173373
                 THRU 2082-F-GRABAR-CAM-RECHAZO                         00173383
              GO TO 2981-F-APLICAR-CAMBIO                               00173393
           END-IF                                                       00173403
           MOVE WS-CAM-COTIZA     TO WS-CAM-COT-DESTINO                 00173413
           MOVE WS-CAM-SPR-VENTA  TO WS-CAM-SPV-DESTINO                 00173423
                                                                        00173433
           COMPUTE WS-CAM-COT-COMPRA ROUNDED =                          00173443
                   WS-CAM-COT-ORIGEN * (1 - WS-CAM-SPC-ORIGEN / 100)    00173453
           COMPUTE WS-CAM-COT-VENTA ROUNDED =                           00173463
                   WS-CAM-COT-DESTINO * (1 + WS-CAM-SPV-DESTINO / 100)  00173473
                                                                        00173483
           IF WS-CAM-COT-COMPRA NOT > ZEROS                             00173493
              OR WS-CAM-COT-VENTA NOT > ZEROS                           00173503
              MOVE 'SIN COTIZACION VIGENTE EN TBCOTIZA'                 00173513
                      TO REG-CAM-MOTIVO                                 00173523
              PERFORM 2082-I-GRABAR-CAM-RECHAZO                         00173533
                 THRU 2082-F-GRABAR-CAM-RECHAZO                         00173543
              GO TO 2981-F-APLICAR-CAMBIO                               00173553
           END-IF                                                       00173563
                                                                        00173573
      *    EL IMPORTE CONVERTIDO DEBE ENTRAR EN LAS COLUMNAS DE         00173583
      *    IMPORTE DE TBMOVHIS Y NO PUEDE REDONDEAR A CERO.             00173593
           COMPUTE WS-CAM-IMPORTE-CALC ROUNDED =                        00173603
                   NOV-CTA-SALDO * WS-CAM-COT-COMPRA                    00173613
                                 / WS-CAM-COT-VENTA                     00173623
                                                                        00173633
           IF WS-CAM-IMPORTE-CALC > 99999,99                            00173643
              OR WS-CAM-IMPORTE-CALC NOT > ZEROS                        00173653
              MOVE 'IMPORTE CONVERTIDO FUERA DE RANGO '                 00173663
                      TO REG-CAM-MOTIVO                                 00173673
              PERFORM 2082-I-GRABAR-CAM-RECHAZO                         00173683
                 THRU 2082-F-GRABAR-CAM-RECHAZO                         00173693
              GO TO 2981-F-APLICAR-CAMBIO                               00173703
           END-IF                                                       00173713
           MOVE WS-CAM-IMPORTE-CALC TO WS-CAM-IMPORTE-CR                00173723
                                                                        00173733
      *    LA PATA DEBITO RESPETA EL LIMITE DE DESCUBIERTO SOBRE EL     00173743
      *    SALDO DISPONIBLE, IGUAL QUE UN DEBITO COMUN.                 00173753
           PERFORM 2450-I-OBTENER-LIMITE                                00173763
              THRU 2450-F-OBTENER-LIMITE                                00173773
           IF WS-FIN-PROCESO                                            00173783
              GO TO 2981-F-APLICAR-CAMBIO                               00173793
           END-IF                                                       00173803
                                                                        00173813
           COMPUTE WS-SALDO-PROYECTADO =                                00173823
                   WS-SALDO-ACUMULADO - WS-IMP-RETENIDO                 00173833
                                      - NOV-CTA-SALDO                   00173843
           COMPUTE WS-LIMITE-NEGATIVO = 0 - LC-LIMDESC                  00173853
                                                                        00173863
           IF WS-SALDO-PROYECTADO < WS-LIMITE-NEGATIVO                  00173873
              MOVE 'EXCESO DE LIMITE EN PATA DEBITO   '                 00173883
                      TO REG-CAM-MOTIVO                                 00173893
              PERFORM 2082-I-GRABAR-CAM-RECHAZO                         00173903
                 THRU 2082-F-GRABAR-CAM-RECHAZO                         00173913
              ADD 1 TO WS-CANT-MOV-EXCESO                               00173923
              GO TO 2981-F-APLICAR-CAMBIO                               00173933
           END-IF                                                       00173943
                                                                        00173953
      *    SPREAD GANADO EN CADA PATA, EN PESOS: DIFERENCIA ENTRE       00173963
      *    LA COTIZACION DEL DIA Y LA APLICADA AL CLIENTE.              00173973
           COMPUTE WS-CAM-SPREAD-DB ROUNDED =                           00173983
                   NOV-CTA-SALDO *                                      00173993
                   (WS-CAM-COT-ORIGEN - WS-CAM-COT-COMPRA)              00174003
           COMPUTE WS-CAM-SPREAD-CR ROUNDED =                           00174013
                   WS-CAM-IMPORTE-CR *                                  00174023
                   (WS-CAM-COT-VENTA - WS-CAM-COT-DESTINO)              00174033
                                                                        00174043
      *    PATA DEBITO SOBRE LA CUENTA DE LA CLAVE.                     00174053
           SUBTRACT NOV-CTA-SALDO FROM WS-SALDO-ACUMULADO               00174063
           ADD 1 TO WS-CTA-CANT-DB                                      00174073
           ADD NOV-CTA-SALDO TO WS-CTA-IMP-DB                           00174083
                                                                        00174093
           PERFORM 2975-I-GRABAR-MOVHIS                                 00174103
              THRU 2975-F-GRABAR-MOVHIS                                 00174113
           IF WS-FIN-PROCESO                                            00174123
              GO TO 2981-F-APLICAR-CAMBIO                               00174133
           END-IF                                                       00174143
                                                                        00174153
      *    PATA CREDITO SOBRE LA CUENTA EN LA OTRA MONEDA.              00174163
           PERFORM 2986-I-ACREDITAR-CAMBIO                              00174173
              THRU 2986-F-ACREDITAR-CAMBIO                              00174183
           IF WS-FIN-PROCESO                                            00174193
              GO TO 2981-F-APLICAR-CAMBIO                               00174203
           END-IF                                                       00174213
                                                                        00174223
           ADD 1 TO WS-CANT-CAMBIO                                      00174233
           .                                                            00174243
       2981-F-APLICAR-CAMBIO. EXIT.                                     00174253
                                                                        00174263
      ***********************************************************       00174273
      *  COTIZACION (TBCOTIZA, ULTIMA FECHA <= FECPROC) Y        *      00174283
      *  SPREADS DE COMPRA Y VENTA (TBSPRCAM) DE UNA MONEDA,     *      00174293
      *  CON CACHE POR MONEDA. 'PE' COTIZA 1 SIN SPREAD. SIN     *      00174303
      *  COTIZACION CARGADA LA MONEDA NO SE OPERA (A DIFERENCIA  *      00174313
      *  DE LA VALORIZACION DE EXAMEN9, ACA NO HAY 1 A 1).       *      00174323
      ***********************************************************       00174333
       2982-I-OBTENER-COTIZA.                                           00174343
                                                                        00174353
           SET WS-COTIZA-EXISTE-SI TO TRUE                              00174363
                                                                        00174373
           IF WS-CAM-MONEDA-BUSCADA = 'PE'                              00174383
              MOVE 1 TO WS-CAM-COTIZA                                   00174393
              MOVE 0 TO WS-CAM-SPR-COMPRA                               00174403
              MOVE 0 TO WS-CAM-SPR-VENTA                                00174413
              GO TO 2982-F-OBTENER-COTIZA                               00174423
           END-IF                                                       00174433
                                                                        00174443
           MOVE 1 TO WS-CAM-IDX                                         00174453
           PERFORM 2984-I-AVANZAR-COTIZA                                00174463
              THRU 2984-F-AVANZAR-COTIZA                                00174473
             UNTIL WS-CAM-IDX > 5                                       00174483
                OR WS-CAM-TAB-MONEDA (WS-CAM-IDX) =                     00174493
                   WS-CAM-MONEDA-BUSCADA                                00174503
                OR WS-CAM-TAB-MONEDA (WS-CAM-IDX) = SPACES              00174513
                                                                        00174523
           IF WS-CAM-IDX NOT > 5                                        00174533
              AND WS-CAM-TAB-MONEDA (WS-CAM-IDX) =                      00174543
                  WS-CAM-MONEDA-BUSCADA                                 00174553
              MOVE WS-CAM-TAB-COTIZA (WS-CAM-IDX)     TO WS-CAM-COTIZA  00174563
              MOVE WS-CAM-TAB-SPR-COMPRA (WS-CAM-IDX)                   00174573
                TO WS-CAM-SPR-COMPRA                                    00174583
              MOVE WS-CAM-TAB-SPR-VENTA (WS-CAM-IDX)                    00174593
                TO WS-CAM-SPR-VENTA                                     00174603
              IF WS-CAM-TAB-COT-FLAG (WS-CAM-IDX) = 'N'                 00174613
                 SET WS-COTIZA-EXISTE-NO TO TRUE                        00174623
              END-IF                                                    00174633
              GO TO 2982-F-OBTENER-COTIZA                               00174643
           END-IF                                                       00174653
                                                                        00174663
           MOVE '2982-I-OBTENER-COTIZA' TO WS-PARRAFO.                  00174673
                                                                        00174683
           MOVE WS-CAM-MONEDA-BUSCADA TO CZ-MONEDA                      00174693
           MOVE WS-FECHA-DB2          TO CZ-FECHA                       00174703
           MOVE 0 TO WS-CAM-COTIZA                                      00174713
           MOVE 0 TO WS-CAM-SPR-COMPRA                                  00174723
           MOVE 0 TO WS-CAM-SPR-VENTA                                   00174733
                                                                        00174743
           EXEC SQL                                                     00174753
              SELECT COTIZA                                             00174763
                INTO :CZ-COTIZA                                         00174773
                FROM KC02803.TBCOTIZA                                   00174783
               WHERE MONEDA = :CZ-MONEDA                                00174793
                 AND FECHA  =                                           00174803
                     (SELECT MAX(FECHA)                                 00174813
                        FROM KC02803.TBCOTIZA                           00174823
                       WHERE MONEDA = :CZ-MONEDA                        00174833
                         AND FECHA <= :CZ-FECHA)                        00174843
           END-EXEC                                                     00174853
                                                                        00174863
           EVALUATE TRUE                                                00174873
           WHEN SQLCODE EQUAL ZEROS                                     00174883
                MOVE CZ-COTIZA TO WS-CAM-COTIZA                         00174893
                IF WS-CAM-COTIZA NOT > ZEROS                            00174903
                   SET WS-COTIZA-EXISTE-NO TO TRUE                      00174913
                END-IF                                                  00174923
           WHEN SQLCODE EQUAL +100                                      00174933
                SET WS-COTIZA-EXISTE-NO TO TRUE                         00174943
           WHEN OTHER                                                   00174953
                MOVE SQLCODE   TO WS-SQLCODE                            00174963
                DISPLAY '************************************'          00174973
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00174983
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00174993
                DISPLAY '************************************'          00175003
                DISPLAY '* TABLA       : COTIZAC. TBCOTIZA  *'          00175013
                DISPLAY '* DESCRIPCION : COTIZACION MONEDA  *'          00175023
                DISPLAY '************************************'          00175033
                MOVE 9999 TO RETURN-CODE                                00175043
                SET  WS-FIN-PROCESO TO TRUE                             00175053
                GO TO 2982-F-OBTENER-COTIZA                             00175063
           END-EVALUATE                                                 00175073
                                                                        00175083
           IF WS-COTIZA-EXISTE-SI                                       00175093
              PERFORM 2983-I-OBTENER-SPREAD                             00175103
                 THRU 2983-F-OBTENER-SPREAD                             00175113
              IF WS-FIN-PROCESO                                         00175123
                 GO TO 2982-F-OBTENER-COTIZA                            00175133
              END-IF                                                    00175143
           END-IF                                                       00175153
                                                                        00175163
      *    SE GUARDA EN EL CACHE (PRIMERA ENTRADA LIBRE).               00175173
           IF WS-CAM-IDX NOT > 5                                        00175183
              MOVE WS-CAM-MONEDA-BUSCADA                                00175193
                TO WS-CAM-TAB-MONEDA (WS-CAM-IDX)                       00175203
              MOVE WS-CAM-COTIZA     TO WS-CAM-TAB-COTIZA (WS-CAM-IDX)  00175213
              MOVE WS-CAM-SPR-COMPRA                                    00175223
                TO WS-CAM-TAB-SPR-COMPRA (WS-CAM-IDX)                   00175233
              MOVE WS-CAM-SPR-VENTA                                     00175243
                TO WS-CAM-TAB-SPR-VENTA (WS-CAM-IDX)                    00175253
              IF WS-COTIZA-EXISTE-SI                                    00175263
                 MOVE 'S' TO WS-CAM-TAB-COT-FLAG (WS-CAM-IDX)           00175273
              ELSE                                                      00175283
                 MOVE 'N' TO WS-CAM-TAB-COT-FLAG (WS-CAM-IDX)           00175293
              END-IF                                                    00175303
           END-IF                                                       00175313
           .                                                            00175323
       2982-F-OBTENER-COTIZA. EXIT.                                     00175333
                                                                        00175343
      ***********************************************************       00175353
      *  SPREADS VIGENTES DE LA MONEDA EN TBSPRCAM: LA FILA DE  *       00175363
      *  MAYOR FECVIG NO POSTERIOR A LA FECHA DE PROCESO. SIN   *       00175373
      *  FILA VIGENTE LA MONEDA SE OPERA SIN SPREAD.            *       00175383
      ***********************************************************       00175393
       2983-I-OBTENER-SPREAD.                                           00175403
                                                                        00175413
           MOVE '2983-I-OBTENER-SPREAD' TO WS-PARRAFO.                  00175423
                                                                        00175433
           MOVE WS-CAM-MONEDA-BUSCADA TO SP-MONEDA                      00175443
           MOVE WS-FECHA-DB2          TO SP-FECVIG                      00175453
                                                                        00175463
           EXEC SQL                                                     00175473
              SELECT SPRCOMPRA,                                         00175483
                     SPRVENTA                                           00175493
                INTO :SP-SPRCOMPRA,                                     00175503
                     :SP-SPRVENTA                                       00175513
                FROM KC02803.TBSPRCAM                                   00175523
               WHERE MONEDA  =  :SP-MONEDA                              00175533
                 AND FECVIG  <= :SP-FECVIG                              00175543
               ORDER BY FECVIG DESC                                     00175553
               FETCH FIRST 1 ROW ONLY                                   00175563
           END-EXEC                                                     00175573
                                                                        00175583
           EVALUATE TRUE                                                00175593
           WHEN SQLCODE EQUAL ZEROS                                     00175603
                MOVE SP-SPRCOMPRA TO WS-CAM-SPR-COMPRA                  00175613
                MOVE SP-SPRVENTA  TO WS-CAM-SPR-VENTA                   00175623
           WHEN SQLCODE EQUAL +100                                      00175633
                MOVE 0            TO WS-CAM-SPR-COMPRA                  00175643
                MOVE 0            TO WS-CAM-SPR-VENTA                   00175653
           WHEN OTHER                                                   00175663
                MOVE SQLCODE   TO WS-SQLCODE                            00175673
                DISPLAY '************************************'          00175683
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00175693
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00175703
                DISPLAY '************************************'          00175713
                DISPLAY '* TABLA       : SPREADS - TBSPRCAM *'          00175723
                DISPLAY '* DESCRIPCION : SPREAD DE CAMBIO   *'          00175733
                DISPLAY '************************************'          00175743
                MOVE 9999 TO RETURN-CODE                                00175753
                SET  WS-FIN-PROCESO TO TRUE                             00175763
           END-EVALUATE                                                 00175773
           .                                                            00175783
       2983-F-OBTENER-SPREAD. EXIT.                                     00175793
                                                                        00175803
       2984-I-AVANZAR-COTIZA.                                           00175813
           ADD 1 TO WS-CAM-IDX                                          00175823
           .                                                            00175833
       2984-F-AVANZAR-COTIZA. EXIT.                                     00175843
                                                                        00175853
      ***********************************************************       00175863
      *  PATA CREDITO DEL CAMBIO DE MONEDA: REGISTRA 'XC' EN     *      00175873
      *  TBMOVHIS (REFERIDA A LA PATA 'XD' DE LA CUENTA DE LA    *      00175883
      *  CLAVE) Y ACREDITA EL IMPORTE CONVERTIDO EN LA CONTRA-   *      00175893
      *  PARTE CON UN UPDATE RELATIVO, COMO EN 2990. SI EL       *      00175903
      *  INSERT DA -803 EL CAMBIO YA FUE APLICADO EN UNA CORRIDA *      00175913
      *  ANTERIOR (REINICIO) Y EL CREDITO NO DEBE DUPLICARSE.    *      00175923
      *  GRABA EL 'D' INMEDIATO DE LA PATA CREDITO Y LOS 'C' DE  *      00175933
      *  RESULTADO DE CAMBIO DE LAS DOS PATAS.                   *      00175943
      ***********************************************************       00175953
       2986-I-ACREDITAR-CAMBIO.                                         00175963
                                                                        00175973
           MOVE '2986-I-ACREDITAR-CAMBIO' TO WS-PARRAFO.                00175983
                                                                        00175993
           COMPUTE WS-CTP-SALDO-NUEVO =                                 00176003
                   WS-CTP-SALDO + WS-CAM-IMPORTE-CR                     00176013
                                                                        00176023
           MOVE NOV-CTA-CTP-TIPCUEN TO MH-TIPCUEN                       00176033
           MOVE NOV-CTA-CTP-NROCUEN TO MH-NROCUEN                       00176043
           MOVE WS-FECHA-DB2        TO MH-FECPROC                       00176053
           MOVE REG-ENT-NROSEC      TO MH-NROSEC                        00176063
           MOVE 'XC'                TO MH-TIPMOV                        00176073
           MOVE WS-CAM-IMPORTE-CR   TO MH-IMPORTE                       00176083
           MOVE WS-CTP-SALDO        TO MH-SALDOANT                      00176093
           MOVE WS-CTP-SALDO-NUEVO  TO MH-SALDOPOS                      00176103
           MOVE WS-CTP-MONEDA       TO MH-MONEDA                        00176113
           MOVE WS-FECHA-DB2        TO MH-FECREF                        00176123
           MOVE REG-ENT-NROSEC      TO MH-NROSECREF                     00176133
           MOVE WS-CAM-COT-VENTA    TO MH-COTIZA                        00176143
           MOVE WS-CAM-SPREAD-CR    TO MH-SPREAD                        00176153
                                                                        00176163
           EXEC SQL                                                     00176173
              INSERT INTO KC02803.TBMOVHIS                              00176183
                     (TIPCUEN, NROCUEN, FECPROC, NROSEC,                00176193
                      TIPMOV, IMPORTE, SALDOANT, SALDOPOS,              00176203
                      MONEDA, FECREF, NROSECREF,                        00176213
                      COTIZA, SPREAD)                                   00176223
              VALUES (:MH-TIPCUEN,                                      00176233
                      :MH-NROCUEN,                                      00176243
                      :MH-FECPROC,                                      00176253
                      :MH-NROSEC,                                       00176263
                      :MH-TIPMOV,                                       00176273
                      :MH-IMPORTE,                                      00176283
                      :MH-SALDOANT,                                     00176293
                      :MH-SALDOPOS,                                     00176303
                      :MH-MONEDA,                                       00176313
                      :MH-FECREF,                                       00176323
                      :MH-NROSECREF,                                    00176333
                      :MH-COTIZA,                                       00176343
                      :MH-SPREAD)                                       00176353
           END-EXEC                                                     00176363
                                                                        00176373
           EVALUATE TRUE                                                00176383
           WHEN SQLCODE EQUAL ZEROS                                     00176393
                ADD 1 TO WS-GRABADOS-MOVHIS                             00176403
           WHEN SQLCODE EQUAL -803                                      00176413
      *         REPROCESO POR REINICIO: LA PATA YA FUE APLICADA.        00176423
                ADD 1 TO WS-GRABADOS-MOVHIS                             00176433
                GO TO 2986-F-ACREDITAR-CAMBIO                           00176443
           WHEN OTHER                                                   00176453
                MOVE SQLCODE   TO WS-SQLCODE                            00176463
                DISPLAY '************************************'          00176473
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00176483
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00176493
                DISPLAY '************************************'          00176503
                DISPLAY '* TABLA       : HISTORIAL TBMOVHIS *'          00176513
                DISPLAY '* DESCRIPCION : INSERT PATA CAMBIO *'          00176523
                DISPLAY '************************************'          00176533
                MOVE 9999 TO RETURN-CODE                                00176543
                SET  WS-FIN-CURSOR  TO TRUE                             00176553
                SET  WS-FIN-PROCESO TO TRUE                             00176563
                GO TO 2986-F-ACREDITAR-CAMBIO                           00176573
           END-EVALUATE                                                 00176583
                                                                        00176593
           EXEC SQL                                                     00176603
              UPDATE KC02803.TBCURCTA                                   00176613
                 SET SALDO   = SALDO + :WS-CAM-IMPORTE-CR,              00176623
                     FECSAL  = :WS-FECHA-DB2                            00176633
               WHERE TIPCUEN = :NOV-CTA-CTP-TIPCUEN                     00176643
                 AND NROCUEN = :NOV-CTA-CTP-NROCUEN                     00176653
           END-EXEC                                                     00176663
                                                                        00176673
           IF  SQLCODE EQUAL ZEROS                                      00176683
                CONTINUE                                                00176693
           ELSE                                                         00176703
                MOVE SQLCODE   TO WS-SQLCODE                            00176713
                DISPLAY '************************************'          00176723
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00176733
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00176743
                DISPLAY '************************************'          00176753
                DISPLAY '* TABLA       : CUENTAS - TBCURCTA *'          00176763
                DISPLAY '* DESCRIPCION : CREDITO DE CAMBIO  *'          00176773
                DISPLAY '************************************'          00176783
                MOVE 9999 TO RETURN-CODE                                00176793
                SET  WS-FIN-CURSOR  TO TRUE                             00176803
                SET  WS-FIN-PROCESO TO TRUE                             00176813
                GO TO 2986-F-ACREDITAR-CAMBIO                           00176823
           END-IF                                                       00176833
                                                                        00176843
           PERFORM 2987-I-GRABAR-GL-CAMBIO                              00176853
              THRU 2987-F-GRABAR-GL-CAMBIO                              00176863
                                                                        00176873
      *    RESULTADO DE CAMBIO: UN 'C' POR CADA PATA CON SPREAD, EN     00176883
      *    LA CELDA DE LA CUENTA DE ESA PATA.                           00176893
           IF WS-CAM-SPREAD-DB > ZEROS                                  00176903
              MOVE WS-SUCUEN           TO WS-CAM-GL-SUCUEN              00176913
              MOVE WS-TIPCUEN-ACT      TO WS-CAM-GL-TIPCUEN             00176923
              MOVE WS-CAM-SPREAD-DB    TO WS-CAM-GL-SPREAD              00176933
              PERFORM 2997-I-GRABAR-GL-RESULTADO                        00176943
                 THRU 2997-F-GRABAR-GL-RESULTADO                        00176953
           END-IF                                                       00176963
                                                                        00176973
           IF WS-CAM-SPREAD-CR > ZEROS                                  00176983
              MOVE WS-CTP-SUCUEN       TO WS-CAM-GL-SUCUEN              00176993
              MOVE NOV-CTA-CTP-TIPCUEN TO WS-CAM-GL-TIPCUEN             00177003
              MOVE WS-CAM-SPREAD-CR    TO WS-CAM-GL-SPREAD              00177013
              PERFORM 2997-I-GRABAR-GL-RESULTADO                        00177023
                 THRU 2997-F-GRABAR-GL-RESULTADO                        00177033
           END-IF                                                       00177043
                                                                        00177053
           ADD WS-CAM-SPREAD-DB TO WS-TOT-SPREAD                        00177063
           ADD WS-CAM-SPREAD-CR TO WS-TOT-SPREAD                        00177073
           .                                                            00177083
       2986-F-ACREDITAR-CAMBIO. EXIT.                                   00177093
                                                                        00177103
      ***********************************************************       00177113
      *  REGISTRO 'D' INMEDIATO DE LA INTERFAZ CONTABLE PARA LA  *      00177123
      *  PATA CREDITO DEL CAMBIO, EN LA CELDA SUCURSAL+TIPO Y    *      00177133
      *  MONEDA DE LA CONTRAPARTE (COMO 2995)                    *      00177143
      ***********************************************************       00177153
       2987-I-GRABAR-GL-CAMBIO.                                         00177163
                                                                        00177173
           MOVE '2987-I-GRABAR-GL-CAMBIO' TO WS-PARRAFO                 00177183
                                                                        00177193
           MOVE WS-FECHA-DB2        TO GL-DET-FECPROC                   00177203
           MOVE WS-CTP-SUCUEN       TO GL-DET-SUCUEN                    00177213
           MOVE NOV-CTA-CTP-TIPCUEN TO GL-DET-TIPCUEN                   00177223
           MOVE WS-CTP-MONEDA       TO GL-DET-MONEDA                    00177233
           MOVE 0                   TO GL-DET-CANT-DB                   00177243
           MOVE 1                   TO GL-DET-CANT-CR                   00177253
           MOVE 0                   TO GL-DET-IMP-DB                    00177263
           MOVE WS-CAM-IMPORTE-CR   TO GL-DET-IMP-CR                    00177273
           MOVE WS-CAM-IMPORTE-CR   TO GL-DET-NETO                      00177283
                                                                        00177293
           WRITE REG-SALGL FROM WS-REG-GL-DETALLE                       00177303
                                                                        00177313
           MOVE FS-SALGL TO FS-ACTUAL                                   00177323
           MOVE 'ARCHIVO INTERFAZ CONTABLE' TO WS-ARCHIVO-DESC          00177333
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00177343
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00177353
                                                                        00177363
           MOVE WS-CTP-MONEDA TO WS-GLT-MONEDA-BUSCADA                  00177373
           PERFORM 2115-I-BUSCAR-MONEDA-TOT                             00177383
              THRU 2115-F-BUSCAR-MONEDA-TOT                             00177393
           ADD 1                 TO WS-GLT-CANT-CR (WS-GLT-IDX)         00177403
           ADD WS-CAM-IMPORTE-CR TO WS-GLT-IMP-CR  (WS-GLT-IDX)         00177413
           .                                                            00177423
       2987-F-GRABAR-GL-CAMBIO. EXIT.                                   00177433
                                                                        00177443
      ***********************************************************       00177453
      *  REGISTRO 'C' DE LA INTERFAZ CONTABLE: RESULTADO DE      *      00177463
      *  CAMBIO (SPREAD GANADO) DE UNA PATA, SIEMPRE EN PESOS Y  *      00177473
      *  A CREDITO, EN LA CELDA SUCURSAL+TIPO DE LA CUENTA DE LA *      00177483
      *  PATA. ENTRA EN EL TRAILER DE CUADRE DE LOS PESOS.       *      00177493
      ***********************************************************       00177503
       2997-I-GRABAR-GL-RESULTADO.                                      00177513
                                                                        00177523
           MOVE '2997-I-GRABAR-GL-RESULT' TO WS-PARRAFO                 00177533
                                                                        00177543
           MOVE 'C'                 TO GL-DET-TIPO                      00177553
           MOVE WS-FECHA-DB2        TO GL-DET-FECPROC                   00177563
           MOVE WS-CAM-GL-SUCUEN    TO GL-DET-SUCUEN                    00177573
           MOVE WS-CAM-GL-TIPCUEN   TO GL-DET-TIPCUEN                   00177583
           MOVE 'PE'                TO GL-DET-MONEDA                    00177593
           MOVE 0                   TO GL-DET-CANT-DB                   00177603
           MOVE 1                   TO GL-DET-CANT-CR                   00177613
           MOVE 0                   TO GL-DET-IMP-DB                    00177623
           MOVE WS-CAM-GL-SPREAD    TO GL-DET-IMP-CR                    00177633
           MOVE WS-CAM-GL-SPREAD    TO GL-DET-NETO                      00177643
                                                                        00177653
           WRITE REG-SALGL FROM WS-REG-GL-DETALLE                       00177663
                                                                        00177673
           MOVE 'D'                 TO GL-DET-TIPO                      00177683
                                                                        00177693
           MOVE FS-SALGL TO FS-ACTUAL                                   00177703
           MOVE 'ARCHIVO INTERFAZ CONTABLE' TO WS-ARCHIVO-DESC          00177713
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00177723
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00177733
                                                                        00177743
           MOVE 'PE' TO WS-GLT-MONEDA-BUSCADA                           00177753
           PERFORM 2115-I-BUSCAR-MONEDA-TOT                             00177763
              THRU 2115-F-BUSCAR-MONEDA-TOT                             00177773
           ADD 1                TO WS-GLT-CANT-CR (WS-GLT-IDX)          00177783
           ADD WS-CAM-GL-SPREAD TO WS-GLT-IMP-CR  (WS-GLT-IDX)          00177793
           .                                                            00177803
       2997-F-GRABAR-GL-RESULTADO. EXIT.                                00177813
      ***********************************************************       00177823
      *  APLICACION DE UN CONTRASIENTO (TIPMOV 'RV'):            *      00177833
      *  1- BUSCA EL MOVIMIENTO ORIGINAL EN TBMOVHIS POR LA      *      00177843
      *     CUENTA DE LA CLAVE Y LA REFERENCIA FECPROC/NROSEC    *      00177853
      *  2- RECHAZA SI NO EXISTE, NO ES REVERSIBLE, YA FUE       *      00177863
      *     REVERSADO O DIFIERE EN MONEDA O IMPORTE              *      00177873
      *  3- SI EL ORIGINAL ES UNA PATA DE TRANSFERENCIA (TD/TC)  *      00177883
      *     UBICA Y VALIDA LA OTRA PATA                          *      00177893
      *  4- POSTEA EL OPUESTO EXACTO EN LA CUENTA DE LA CLAVE    *      00177903
      *     (Y EN LA OTRA PATA) COMO FILAS 'RV' DE TBMOVHIS,     *      00177913
      *     CON UN REGISTRO 'R' DE LA INTERFAZ CONTABLE POR PATA *      00177915
      *  5- MARCA LOS ORIGINALES COMO REVERSADOS                 *      00177917
      *  6- SI LA PATA PAGO IMPUESTO A LOS DEBITOS Y CREDITOS,   *      00177919
      *     REVIERTE TAMBIEN SU FILA 'IM' (2550/2555)            *      00177923
      *  CUALQUIER RECHAZO DEJA LAS DOS PATAS SIN APLICAR. EL    *      00177943
      *  CONTRASIENTO CORRIGE UN MOVIMIENTO YA POSTEADO: NO SE   *      00177953
      *  LE APLICA EL LIMITE DE DESCUBIERTO.                     *      00177963
      ***********************************************************       00177973
       2500-I-APLICAR-REVERSION.                                        00177983
                                                                        00177993
           MOVE '2500-I-APLICAR-REVERSION' TO WS-PARRAFO                00178003
                                                                        00178013
           IF NOV-CTA-REF-FECPROC = SPACES                              00178023
              OR NOV-CTA-REF-NROSEC = ZEROS                             00178033
              MOVE 'REFERENCIA AL ORIGINAL INVALIDA   '                 00178043
                      TO REG-REV-MOTIVO                                 00178053
              PERFORM 2080-I-GRABAR-REV-RECHAZO                         00178063
                 THRU 2080-F-GRABAR-REV-RECHAZO                         00178073
              GO TO 2500-F-APLICAR-REVERSION                            00178083
           END-IF                                                       00178093
                                                                        00178103
           PERFORM 2505-I-BUSCAR-ORIGINAL                               00178113
              THRU 2505-F-BUSCAR-ORIGINAL                               00178123
           IF WS-FIN-PROCESO                                            00178133
              GO TO 2500-F-APLICAR-REVERSION                            00178143
           END-IF                                                       00178153
                                                                        00178163
           IF WS-ORIG-EXISTE-NO                                         00178173
              MOVE 'ORIGINAL INEXISTENTE EN TBMOVHIS  '                 00178183
                      TO REG-REV-MOTIVO                                 00178193
              PERFORM 2080-I-GRABAR-REV-RECHAZO                         00178203
                 THRU 2080-F-GRABAR-REV-RECHAZO                         00178213
              GO TO 2500-F-APLICAR-REVERSION                            00178223
           END-IF                                                       00178233
                                                                        00178243
      *    SOLO SE REVIERTEN MOVIMIENTOS DE NOVEDADES: NI LOS           00178253
      *    INTERESES/CARGOS DE FIN DE MES NI OTRO CONTRASIENTO.         00178263
      *    EL DEPOSITO DE CHEQUE ('CH') TAMPOCO: LO CONTRASIENTA        00178273
      *    EL CLEARING CUANDO LA CAMARA RECHAZA EL CHEQUE.              00178283
      *    LAS PATAS DE UN CAMBIO DE MONEDA ('XD'/'XC') TAMPOCO: SE     00178293
      *    DESHACEN CON UN CAMBIO EN SENTIDO CONTRARIO A LA COTIZA-     00178303
      *    CION DEL DIA.                                                00178313
           IF WS-REV-TIPMOV-ORIG NOT = 'CR' AND                         00178323
              WS-REV-TIPMOV-ORIG NOT = 'DB' AND                         00178333
              WS-REV-TIPMOV-ORIG NOT = 'TD' AND                         00178343
              WS-REV-TIPMOV-ORIG NOT = 'TC'                             00178353
              MOVE 'MOVIMIENTO ORIGINAL NO REVERSIBLE '                 00178363
                      TO REG-REV-MOTIVO                                 00178373
              PERFORM 2080-I-GRABAR-REV-RECHAZO                         00178383
                 THRU 2080-F-GRABAR-REV-RECHAZO                         00178393
              GO TO 2500-F-APLICAR-REVERSION                            00178403
           END-IF                                                       00178413
                                                                        00178423
           IF WS-REV-MONEDA-ORIG NOT = NOV-CTA-MONEDA                   00178433
              MOVE 'MONEDA DISTINTA DE LA DEL ORIGINAL'                 00178443
                      TO REG-REV-MOTIVO                                 00178453
              PERFORM 2080-I-GRABAR-REV-RECHAZO                         00178463
                 THRU 2080-F-GRABAR-REV-RECHAZO                         00178473
              GO TO 2500-F-APLICAR-REVERSION                            00178483
           END-IF                                                       00178493
                                                                        00178503
           IF WS-REV-IMPORTE-ORIG NOT = NOV-CTA-SALDO                   00178513
              MOVE 'IMPORTE DISTINTO DEL ORIGINAL     '                 00178523
                      TO REG-REV-MOTIVO                                 00178533
              PERFORM 2080-I-GRABAR-REV-RECHAZO                         00178543
                 THRU 2080-F-GRABAR-REV-RECHAZO                         00178553
              GO TO 2500-F-APLICAR-REVERSION                            00178563
           END-IF                                                       00178573
                                                                        00178583
      *    UN ORIGINAL YA REVERSADO SOLO SE ACEPTA SI EL CONTRA-        00178593
      *    SIENTO REGISTRADO ES ESTA MISMA NOVEDAD (REPROCESO POR       00178603
      *    REINICIO): SUS INSERTS DAN -803 Y LA OTRA PATA NO SE         00178613
      *    VUELVE A ACTUALIZAR.                                         00178623
           IF WS-REV-REVERSADO = 'S'                                    00178633
              PERFORM 2510-I-BUSCAR-REV-PREVIA                          00178643
                 THRU 2510-F-BUSCAR-REV-PREVIA                          00178653
              IF WS-FIN-PROCESO                                         00178663
                 GO TO 2500-F-APLICAR-REVERSION                         00178673
              END-IF                                                    00178683
              IF WS-CANT-REV-PREVIA = ZEROS                             00178693
                 MOVE 'ORIGINAL YA REVERSADO             '              00178703
                         TO REG-REV-MOTIVO                              00178713
                 PERFORM 2080-I-GRABAR-REV-RECHAZO                      00178723
                    THRU 2080-F-GRABAR-REV-RECHAZO                      00178733
                 GO TO 2500-F-APLICAR-REVERSION                         00178743
              END-IF                                                    00178753
           END-IF                                                       00178763
                                                                        00178773
           IF WS-REV-TIPMOV-ORIG = 'TD' OR                              00178783
              WS-REV-TIPMOV-ORIG = 'TC'                                 00178793
              PERFORM 2515-I-VALIDAR-OTRA-PATA                          00178803
                 THRU 2515-F-VALIDAR-OTRA-PATA                          00178813
              IF WS-MOV-APLICADO-NO OR WS-FIN-PROCESO                   00178823
                 GO TO 2500-F-APLICAR-REVERSION                         00178833
              END-IF                                                    00178843
           END-IF                                                       00178853
                                                                        00178863
      *    PATA PROPIA: EL OPUESTO EXACTO DEL ORIGINAL SOBRE EL         00178873
      *    ACUMULADOR DE LA CUENTA DE LA CLAVE.                         00178883
           IF WS-REV-TIPMOV-ORIG = 'CR' OR                              00178893
              WS-REV-TIPMOV-ORIG = 'TC'                                 00178903
              SUBTRACT NOV-CTA-SALDO FROM WS-SALDO-ACUMULADO            00178913
              MOVE 'DB' TO WS-REV-GL-SENTIDO                            00178923
           ELSE                                                         00178933
              ADD NOV-CTA-SALDO TO WS-SALDO-ACUMULADO                   00178943
              MOVE 'CR' TO WS-REV-GL-SENTIDO                            00178953
           END-IF                                                       00178963
                                                                        00178973
           PERFORM 2975-I-GRABAR-MOVHIS                                 00178983
              THRU 2975-F-GRABAR-MOVHIS                                 00178993
           IF WS-FIN-PROCESO                                            00179003
              GO TO 2500-F-APLICAR-REVERSION                            00179013
           END-IF                                                       00179023
                                                                        00179033
           MOVE WS-SUCUEN      TO WS-REV-GL-SUCUEN                      00179043
           MOVE WS-TIPCUEN-ACT TO WS-REV-GL-TIPCUEN                     00179053
           MOVE WS-MONEDA      TO WS-REV-GL-MONEDA                      00179058
           MOVE NOV-CTA-SALDO  TO WS-REV-GL-IMPORTE                     00179063
           PERFORM 2540-I-GRABAR-GL-REVERSION                           00179073
              THRU 2540-F-GRABAR-GL-REVERSION                           00179083
                                                                        00179093
           MOVE WS-TIPCUEN-ACT TO MH-TIPCUEN                            00179103
           MOVE WS-NROCUEN-ACT TO MH-NROCUEN                            00179105
           MOVE NOV-CTA-REF-FECPROC TO MH-FECPROC                       00179107
           MOVE NOV-CTA-REF-NROSEC  TO MH-NROSEC                        00179113
           PERFORM 2530-I-MARCAR-REVERSADO                              00179123
              THRU 2530-F-MARCAR-REVERSADO                              00179133
           IF WS-FIN-PROCESO                                            00179143
              GO TO 2500-F-APLICAR-REVERSION                            00179153
           END-IF                                                       00179154
                                                                        00179155
           PERFORM 2550-I-REVERTIR-IMPUESTO                             00179156
              THRU 2550-F-REVERTIR-IMPUESTO                             00179157
           IF WS-FIN-PROCESO                                            00179159
              GO TO 2500-F-APLICAR-REVERSION                            00179161
           END-IF                                                       00179163
                                                                        00179173
      *    OTRA PATA DE LA TRANSFERENCIA ORIGINAL.                      00179183
           IF WS-REV-TIPMOV-ORIG = 'TD' OR                              00179193
              WS-REV-TIPMOV-ORIG = 'TC'                                 00179203
              PERFORM 2520-I-REVERTIR-OTRA-PATA                         00179213
                 THRU 2520-F-REVERTIR-OTRA-PATA                         00179223
              IF WS-FIN-PROCESO                                         00179233
                 GO TO 2500-F-APLICAR-REVERSION                         00179243
              END-IF                                                    00179253
              MOVE NOV-CTA-CTP-TIPCUEN TO MH-TIPCUEN                    00179263
              MOVE NOV-CTA-CTP-NROCUEN TO MH-NROCUEN                    00179265
              MOVE NOV-CTA-REF-FECPROC TO MH-FECPROC                    00179267
              MOVE NOV-CTA-REF-NROSEC  TO MH-NROSEC                     00179273
              PERFORM 2530-I-MARCAR-REVERSADO                           00179283
                 THRU 2530-F-MARCAR-REVERSADO                           00179293
              IF WS-FIN-PROCESO                                         00179303
                 GO TO 2500-F-APLICAR-REVERSION                         00179313
              END-IF                                                    00179323
           END-IF                                                       00179333
                                                                        00179343
           ADD 1 TO WS-CANT-REVERSION                                   00179353
           .                                                            00179363
       2500-F-APLICAR-REVERSION. EXIT.                                  00179373
                                                                        00179383
      ***********************************************************       00179393
      *  LECTURA DEL MOVIMIENTO ORIGINAL EN TBMOVHIS (CUENTA DE  *      00179403
      *  LA CLAVE + FECPROC/NROSEC DE LA REFERENCIA)             *      00179413
      ***********************************************************       00179423
       2505-I-BUSCAR-ORIGINAL.                                          00179433
                                                                        00179443
           MOVE '2505-I-BUSCAR-ORIGINAL' TO WS-PARRAFO.                 00179453
                                                                        00179463
           SET WS-ORIG-EXISTE-NO TO TRUE                                00179473
                                                                        00179483
           MOVE WS-TIPCUEN-ACT      TO MH-TIPCUEN                       00179493
           MOVE WS-NROCUEN-ACT      TO MH-NROCUEN                       00179503
           MOVE NOV-CTA-REF-FECPROC TO MH-FECPROC                       00179513
           MOVE NOV-CTA-REF-NROSEC  TO MH-NROSEC                        00179523
                                                                        00179533
           EXEC SQL                                                     00179543
              SELECT TIPMOV,                                            00179553
                     IMPORTE,                                           00179563
                     MONEDA,                                            00179573
                     REVERSADO                                          00179583
                INTO :MH-TIPMOV,                                        00179593
                     :MH-IMPORTE,                                       00179603
                     :MH-MONEDA,                                        00179613
                     :MH-REVERSADO                                      00179623
                FROM KC02803.TBMOVHIS                                   00179633
               WHERE TIPCUEN = :MH-TIPCUEN                              00179643
                 AND NROCUEN = :MH-NROCUEN                              00179653
                 AND FECPROC = :MH-FECPROC                              00179663
                 AND NROSEC  = :MH-NROSEC                               00179673
           END-EXEC                                                     00179683
                                                                        00179693
           EVALUATE TRUE                                                00179703
           WHEN SQLCODE EQUAL ZEROS                                     00179713
                SET WS-ORIG-EXISTE-SI TO TRUE                           00179723
                MOVE MH-TIPMOV    TO WS-REV-TIPMOV-ORIG                 00179733
                MOVE MH-IMPORTE   TO WS-REV-IMPORTE-ORIG                00179743
                MOVE MH-MONEDA    TO WS-REV-MONEDA-ORIG                 00179753
                MOVE MH-REVERSADO TO WS-REV-REVERSADO                   00179763
           WHEN SQLCODE EQUAL +100                                      00179773
                CONTINUE                                                00179783
      *    FECHA DE REFERENCIA MAL FORMADA: EQUIVALE A UN ORIGINAL      00179793
      *    INEXISTENTE Y NO DEBE CORTAR LA CORRIDA.                     00179803
           WHEN SQLCODE EQUAL -180                                      00179813
           WHEN SQLCODE EQUAL -181                                      00179823
                CONTINUE                                                00179833
           WHEN OTHER                                                   00179843
                MOVE SQLCODE   TO WS-SQLCODE                            00179853
                DISPLAY '************************************'          00179863
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00179873
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00179883
                DISPLAY '************************************'          00179893
                DISPLAY '* TABLA       : HISTORIAL TBMOVHIS *'          00179903
                DISPLAY '* DESCRIPCION : CONSULTA ORIGINAL  *'          00179913
                DISPLAY '************************************'          00179923
                MOVE 9999 TO RETURN-CODE                                00179933
                SET  WS-FIN-PROCESO TO TRUE                             00179943
           END-EVALUATE.                                                00179953
                                                                        00179963
       2505-F-BUSCAR-ORIGINAL. EXIT.                                    00179973
                                                                        00179983
      ***********************************************************       00179993
      *  BUSCA EN LA CUENTA DE LA CLAVE EL CONTRASIENTO DE ESTA  *      00180003
      *  MISMA NOVEDAD (FECHA DE PROCESO, NROSEC Y REFERENCIA)   *      00180013
      *  YA REGISTRADO POR UNA CORRIDA ANTERIOR DEL DIA          *      00180023
      ***********************************************************       00180033
       2510-I-BUSCAR-REV-PREVIA.                                        00180043
                                                                        00180053
           MOVE '2510-I-BUSCAR-REV-PREVIA' TO WS-PARRAFO.               00180063
                                                                        00180073
           MOVE WS-TIPCUEN-ACT      TO MH-TIPCUEN                       00180083
           MOVE WS-NROCUEN-ACT      TO MH-NROCUEN                       00180093
           MOVE WS-FECHA-DB2        TO MH-FECPROC                       00180103
           MOVE REG-ENT-NROSEC      TO MH-NROSEC                        00180113
           MOVE NOV-CTA-REF-FECPROC TO MH-FECREF                        00180123
           MOVE NOV-CTA-REF-NROSEC  TO MH-NROSECREF                     00180133
                                                                        00180143
           EXEC SQL                                                     00180153
              SELECT COUNT(*)                                           00180163
                INTO :WS-CANT-REV-PREVIA                                00180173
                FROM KC02803.TBMOVHIS                                   00180183
               WHERE TIPCUEN   = :MH-TIPCUEN                            00180193
                 AND NROCUEN   = :MH-NROCUEN                            00180203
                 AND FECPROC   = :MH-FECPROC                            00180213
                 AND NROSEC    = :MH-NROSEC                             00180223
                 AND TIPMOV    = 'RV'                                   00180233
                 AND FECREF    = :MH-FECREF                             00180243
                 AND NROSECREF = :MH-NROSECREF                          00180253
           END-EXEC                                                     00180263
                                                                        00180273
           IF  SQLCODE EQUAL ZEROS                                      00180283
                CONTINUE                                                00180293
           ELSE                                                         00180303
                MOVE SQLCODE   TO WS-SQLCODE                            00180313
                DISPLAY '************************************'          00180323
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00180333
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00180343
                DISPLAY '************************************'          00180353
                DISPLAY '* TABLA       : HISTORIAL TBMOVHIS *'          00180363
                DISPLAY '* DESCRIPCION : CONTRASIENTO PREVIO*'          00180373
                DISPLAY '************************************'          00180383
                MOVE 0 TO WS-CANT-REV-PREVIA                            00180393
                MOVE 9999 TO RETURN-CODE                                00180403
                SET  WS-FIN-PROCESO TO TRUE                             00180413
           END-IF.                                                      00180423
                                                                        00180433
       2510-F-BUSCAR-REV-PREVIA. EXIT.                                  00180443
                                                                        00180453
      ***********************************************************       00180463
      *  OTRA PATA DE LA TRANSFERENCIA ORIGINAL: MISMA FECPROC   *      00180473
      *  Y NROSEC CON EL TIPO COMPLEMENTARIO ('TD' <-> 'TC').    *      00180483
      *  SU CUENTA QUEDA EN NOV-CTA-CONTRAPARTE Y SE VALIDA COMO *      00180493
      *  LA CONTRAPARTE DE UNA TRANSFERENCIA (PARTICION, EXIS-   *      00180495
      *  TENCIA Y MONEDA). LA PATA DEBE SER DE OTRA CUENTA Y NO  *      00180497
      *  PUEDE ESTAR YA REVERSADA, SALVO EN EL REPROCESO POR     *      00180499
      *  REINICIO DE ESTA MISMA NOVEDAD (VER 2500).              *      00180503
      ***********************************************************       00180523
       2515-I-VALIDAR-OTRA-PATA.                                        00180533
                                                                        00180543
           MOVE '2515-I-VALIDAR-OTRA-PATA' TO WS-PARRAFO                00180553
                                                                        00180563
           IF WS-REV-TIPMOV-ORIG = 'TD'                                 00180573
              MOVE 'TC' TO WS-REV-TIPMOV-PATA                           00180583
           ELSE                                                         00180593
              MOVE 'TD' TO WS-REV-TIPMOV-PATA                           00180603
           END-IF                                                       00180613
                                                                        00180623
           MOVE NOV-CTA-REF-FECPROC TO MH-FECPROC                       00180633
           MOVE NOV-CTA-REF-NROSEC  TO MH-NROSEC                        00180643
           MOVE WS-REV-TIPMOV-PATA  TO MH-TIPMOV                        00180645
           MOVE WS-TIPCUEN-ACT      TO MH-TIPCUEN                       00180647
           MOVE WS-NROCUEN-ACT      TO MH-NROCUEN                       00180653
                                                                        00180663
           EXEC SQL                                                     00180673
              SELECT TIPCUEN,                                           00180683
                     NROCUEN,                                           00180688
                     REVERSADO                                          00180693
                INTO :NOV-CTA-CTP-TIPCUEN,                              00180703
                     :NOV-CTA-CTP-NROCUEN,                              00180708
                     :WS-REV-REVERSADO-PATA                             00180713
                FROM KC02803.TBMOVHIS                                   00180723
               WHERE FECPROC = :MH-FECPROC                              00180733
                 AND NROSEC  = :MH-NROSEC                               00180743
                 AND TIPMOV  = :MH-TIPMOV                               00180745
                 AND NOT (TIPCUEN = :MH-TIPCUEN                         00180747
                          AND NROCUEN = :MH-NROCUEN)                    00180753
           END-EXEC                                                     00180763
                                                                        00180773
           EVALUATE TRUE                                                00180783
           WHEN SQLCODE EQUAL ZEROS                                     00180793
                CONTINUE                                                00180803
           WHEN SQLCODE EQUAL +100                                      00180813
                MOVE 'OTRA PATA INEXISTENTE EN TBMOVHIS '               00180823
                        TO REG-REV-MOTIVO                               00180833
                PERFORM 2080-I-GRABAR-REV-RECHAZO                       00180843
                   THRU 2080-F-GRABAR-REV-RECHAZO                       00180853
                GO TO 2515-F-VALIDAR-OTRA-PATA                          00180863
           WHEN OTHER                                                   00180873
                MOVE SQLCODE   TO WS-SQLCODE                            00180883
                DISPLAY '************************************'          00180893
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00180903
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00180913
                DISPLAY '************************************'          00180923
                DISPLAY '* TABLA       : HISTORIAL TBMOVHIS *'          00180933
                DISPLAY '* DESCRIPCION : CONSULTA OTRA PATA *'          00180943
                DISPLAY '************************************'          00180953
                MOVE 9999 TO RETURN-CODE                                00180963
                SET  WS-FIN-PROCESO TO TRUE                             00180973
                GO TO 2515-F-VALIDAR-OTRA-PATA                          00180983
           END-EVALUATE                                                 00180984
                                                                        00180985
      *    LA OTRA PATA YA REVERSADA SOLO SE ACEPTA EN EL REPROCESO     00180986
      *    POR REINICIO, CUANDO LA PATA PROPIA TAMBIEN LO ESTA.         00180987
           IF WS-REV-REVERSADO-PATA = 'S'                               00180988
              AND WS-REV-REVERSADO NOT = 'S'                            00180989
              MOVE 'ORIGINAL YA REVERSADO             '                 00180990
                      TO REG-REV-MOTIVO                                 00180991
              PERFORM 2080-I-GRABAR-REV-RECHAZO                         00180992
                 THRU 2080-F-GRABAR-REV-RECHAZO                         00180993
              GO TO 2515-F-VALIDAR-OTRA-PATA                            00180994
           END-IF                                                       00180995
                                                                        00181003
      *    EN MODO PARTICION LA OTRA PATA DEBE CAER EN EL RANGO         00181013
      *    PROPIO, IGUAL QUE LA CONTRAPARTE DE UNA TRANSFERENCIA.       00181023
           IF WS-MODO-PARTICION-SI                                      00181033
              IF NOV-CTA-CTP-TIPCUEN < WS-PART-TIP-DESDE                00181043
                 OR (NOV-CTA-CTP-TIPCUEN = WS-PART-TIP-DESDE            00181053
                     AND NOV-CTA-CTP-NROCUEN < WS-PART-NRO-DESDE)       00181063
                 OR NOV-CTA-CTP-TIPCUEN > WS-PART-TIP-HASTA             00181073
                 OR (NOV-CTA-CTP-TIPCUEN = WS-PART-TIP-HASTA            00181083
                     AND NOV-CTA-CTP-NROCUEN > WS-PART-NRO-HASTA)       00181093
                 MOVE 'OTRA PATA FUERA DE LA PARTICION   '              00181103
                         TO REG-REV-MOTIVO                              00181113
                 PERFORM 2080-I-GRABAR-REV-RECHAZO                      00181123
                    THRU 2080-F-GRABAR-REV-RECHAZO                      00181133
                 GO TO 2515-F-VALIDAR-OTRA-PATA                         00181143
              END-IF                                                    00181153
           END-IF                                                       00181163
                                                                        00181173
           PERFORM 2985-I-CONSULTAR-CONTRAPARTE                         00181183
              THRU 2985-F-CONSULTAR-CONTRAPARTE                         00181193
           IF WS-FIN-PROCESO                                            00181203
              GO TO 2515-F-VALIDAR-OTRA-PATA                            00181213
           END-IF                                                       00181223
                                                                        00181233
           IF WS-CTP-EXISTE-NO                                          00181243
              MOVE 'CUENTA DE LA OTRA PATA INEXISTENTE'                 00181253
                      TO REG-REV-MOTIVO                                 00181263
              PERFORM 2080-I-GRABAR-REV-RECHAZO                         00181273
                 THRU 2080-F-GRABAR-REV-RECHAZO                         00181283
              GO TO 2515-F-VALIDAR-OTRA-PATA                            00181293
           END-IF                                                       00181303
                                                                        00181313
           IF WS-CTP-MONEDA NOT = NOV-CTA-MONEDA                        00181323
              MOVE 'MONEDA DE LA OTRA PATA DISTINTA   '                 00181333
                      TO REG-REV-MOTIVO                                 00181343
              PERFORM 2080-I-GRABAR-REV-RECHAZO                         00181353
                 THRU 2080-F-GRABAR-REV-RECHAZO                         00181363
              GO TO 2515-F-VALIDAR-OTRA-PATA                            00181373
           END-IF                                                       00181383
           .                                                            00181393
       2515-F-VALIDAR-OTRA-PATA. EXIT.                                  00181403
                                                                        00181413
      ***********************************************************       00181423
      *  CONTRASIENTO DE LA OTRA PATA: REGISTRA 'RV' EN TBMOVHIS *      00181433
      *  SOBRE LA CUENTA DE LA OTRA PATA Y AJUSTA SU SALDO CON   *      00181443
      *  UN UPDATE RELATIVO, COMO 2990 CON LA PATA CREDITO DE    *      00181453
      *  UNA TRANSFERENCIA. SI EL INSERT DA -803 EL CONTRASIENTO *      00181463
      *  YA FUE APLICADO (REINICIO) Y EL SALDO NO SE VUELVE A    *      00181468
      *  TOCAR. DESPUES REVIERTE EL IMPUESTO DE LA PATA (2555).  *      00181473
      ***********************************************************       00181493
       2520-I-REVERTIR-OTRA-PATA.                                       00181503
                                                                        00181513
           MOVE '2520-I-REVERTIR-OTRA-PATA' TO WS-PARRAFO.              00181523
                                                                        00181533
      *    LA OTRA PATA RECIBE EL OPUESTO DE SU PROPIO MOVIMIENTO:      00181543
      *    SI FUE EL CREDITO ('TC') SE DEBITA, Y VICEVERSA.             00181553
           IF WS-REV-TIPMOV-PATA = 'TC'                                 00181563
              COMPUTE WS-REV-DELTA-CTP = 0 - NOV-CTA-SALDO              00181573
              MOVE 'DB' TO WS-REV-GL-SENTIDO                            00181583
           ELSE                                                         00181593
              MOVE NOV-CTA-SALDO TO WS-REV-DELTA-CTP                    00181603
              MOVE 'CR' TO WS-REV-GL-SENTIDO                            00181613
           END-IF                                                       00181623
                                                                        00181633
           COMPUTE WS-CTP-SALDO-NUEVO =                                 00181643
                   WS-CTP-SALDO + WS-REV-DELTA-CTP                      00181653
                                                                        00181663
           MOVE NOV-CTA-CTP-TIPCUEN TO MH-TIPCUEN                       00181673
           MOVE NOV-CTA-CTP-NROCUEN TO MH-NROCUEN                       00181683
           MOVE WS-FECHA-DB2        TO MH-FECPROC                       00181693
           MOVE REG-ENT-NROSEC      TO MH-NROSEC                        00181703
           MOVE 'RV'                TO MH-TIPMOV                        00181713
           MOVE NOV-CTA-SALDO       TO MH-IMPORTE                       00181723
           MOVE WS-CTP-SALDO        TO MH-SALDOANT                      00181733
           MOVE WS-CTP-SALDO-NUEVO  TO MH-SALDOPOS                      00181743
           MOVE WS-CTP-MONEDA       TO MH-MONEDA                        00181753
           MOVE NOV-CTA-REF-FECPROC TO MH-FECREF                        00181763
           MOVE NOV-CTA-REF-NROSEC  TO MH-NROSECREF                     00181773
                                                                        00181783
           EXEC SQL                                                     00181793
              INSERT INTO KC02803.TBMOVHIS                              00181803
                     (TIPCUEN, NROCUEN, FECPROC, NROSEC,                00181813
                      TIPMOV, IMPORTE, SALDOANT, SALDOPOS,              00181823
                      MONEDA, FECREF, NROSECREF)                        00181833
              VALUES (:MH-TIPCUEN,                                      00181843
                      :MH-NROCUEN,                                      00181853
                      :MH-FECPROC,                                      00181863
                      :MH-NROSEC,                                       00181873
                      :MH-TIPMOV,                                       00181883
                      :MH-IMPORTE,                                      00181893
                      :MH-SALDOANT,                                     00181903
                      :MH-SALDOPOS,                                     00181913
                      :MH-MONEDA,                                       00181923
                      :MH-FECREF,                                       00181933
                      :MH-NROSECREF)                                    00181943
           END-EXEC                                                     00181953
                                                                        00181963
           EVALUATE TRUE                                                00181973
           WHEN SQLCODE EQUAL ZEROS                                     00181983
                ADD 1 TO WS-GRABADOS-MOVHIS                             00181993
           WHEN SQLCODE EQUAL -803                                      00182003
      *         REPROCESO POR REINICIO: LA PATA YA FUE REVERTIDA.       00182013
                ADD 1 TO WS-GRABADOS-MOVHIS                             00182023
                GO TO 2520-F-REVERTIR-OTRA-PATA                         00182033
           WHEN OTHER                                                   00182043
                MOVE SQLCODE   TO WS-SQLCODE                            00182053
                DISPLAY '************************************'          00182063
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00182073
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00182083
                DISPLAY '************************************'          00182093
                DISPLAY '* TABLA       : HISTORIAL TBMOVHIS *'          00182103
                DISPLAY '* DESCRIPCION : INSERT CONTRASIENTO*'          00182113
                DISPLAY '************************************'          00182123
                MOVE 9999 TO RETURN-CODE                                00182133
                SET  WS-FIN-CURSOR  TO TRUE                             00182143
                SET  WS-FIN-PROCESO TO TRUE                             00182153
                GO TO 2520-F-REVERTIR-OTRA-PATA                         00182163
           END-EVALUATE                                                 00182173
                                                                        00182183
           EXEC SQL                                                     00182193
              UPDATE KC02803.TBCURCTA                                   00182203
                 SET SALDO   = SALDO + :WS-REV-DELTA-CTP,               00182213
                     FECSAL  = :WS-FECHA-DB2                            00182223
               WHERE TIPCUEN = :NOV-CTA-CTP-TIPCUEN                     00182233
                 AND NROCUEN = :NOV-CTA-CTP-NROCUEN                     00182243
           END-EXEC                                                     00182253
                                                                        00182263
           IF  SQLCODE EQUAL ZEROS                                      00182273
                CONTINUE                                                00182283
           ELSE                                                         00182293
                MOVE SQLCODE   TO WS-SQLCODE                            00182303
                DISPLAY '************************************'          00182313
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00182323
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00182333
                DISPLAY '************************************'          00182343
                DISPLAY '* TABLA       : CUENTAS - TBCURCTA *'          00182353
                DISPLAY '* DESCRIPCION : SALDO OTRA PATA    *'          00182363
                DISPLAY '************************************'          00182373
                MOVE 9999 TO RETURN-CODE                                00182383
                SET  WS-FIN-CURSOR  TO TRUE                             00182393
                SET  WS-FIN-PROCESO TO TRUE                             00182403
                GO TO 2520-F-REVERTIR-OTRA-PATA                         00182413
           END-IF                                                       00182423
                                                                        00182433
           MOVE WS-CTP-SUCUEN       TO WS-REV-GL-SUCUEN                 00182443
           MOVE NOV-CTA-CTP-TIPCUEN TO WS-REV-GL-TIPCUEN                00182453
           MOVE WS-CTP-MONEDA       TO WS-REV-GL-MONEDA                 00182458
           MOVE NOV-CTA-SALDO       TO WS-REV-GL-IMPORTE                00182463
           PERFORM 2540-I-GRABAR-GL-REVERSION                           00182473
              THRU 2540-F-GRABAR-GL-REVERSION                           00182475
                                                                        00182477
           PERFORM 2555-I-REVERTIR-IMP-CTP                              00182479
              THRU 2555-F-REVERTIR-IMP-CTP                              00182483
           .                                                            00182493
       2520-F-REVERTIR-OTRA-PATA. EXIT.                                 00182503
                                                                        00182513
      ***********************************************************       00182523
      *  MARCA COMO REVERSADA LA FILA ORIGINAL DE TBMOVHIS DE LA *      00182525
      *  CUENTA Y CLAVE INDICADAS EN MH-TIPCUEN/MH-NROCUEN/      *      00182527
      *  MH-FECPROC/MH-NROSEC                                    *      00182533
      ***********************************************************       00182553
       2530-I-MARCAR-REVERSADO.                                         00182563
                                                                        00182573
           MOVE '2530-I-MARCAR-REVERSADO' TO WS-PARRAFO.                00182583
                                                                        00182623
           EXEC SQL                                                     00182633
              UPDATE KC02803.TBMOVHIS                                   00182643
                 SET REVERSADO = 'S'                                    00182653
               WHERE TIPCUEN = :MH-TIPCUEN                              00182663
                 AND NROCUEN = :MH-NROCUEN                              00182673
                 AND FECPROC = :MH-FECPROC                              00182683
                 AND NROSEC  = :MH-NROSEC                               00182693
           END-EXEC                                                     00182703
                                                                        00182713
           IF  SQLCODE EQUAL ZEROS                                      00182723
                CONTINUE                                                00182733
           ELSE                                                         00182743
                MOVE SQLCODE   TO WS-SQLCODE                            00182753
                DISPLAY '************************************'          00182763
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00182773
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00182783
                DISPLAY '************************************'          00182793
                DISPLAY '* TABLA       : HISTORIAL TBMOVHIS *'          00182803
                DISPLAY '* DESCRIPCION : MARCA REVERSADO    *'          00182813
                DISPLAY '************************************'          00182823
                MOVE 9999 TO RETURN-CODE                                00182833
                SET  WS-FIN-CURSOR  TO TRUE                             00182843
                SET  WS-FIN-PROCESO TO TRUE                             00182853
           END-IF.                                                      00182863
                                                                        00182873
       2530-F-MARCAR-REVERSADO. EXIT.                                   00182883
                                                                        00182893
      ***********************************************************       00182903
      *  REGISTRO 'R' INMEDIATO DE LA INTERFAZ CONTABLE PARA UNA *      00182913
      *  PATA DE UN CONTRASIENTO, EN LA CELDA SUCURSAL+TIPO+     *      00182923
      *  MONEDA DE SU CUENTA. SUMA EN LOS TOTALES POR MONEDA DEL *      00182925
      *  TRAILER COMO UN REGISTRO 'D'. EL IMPORTE VIENE EN       *      00182927
      *  WS-REV-GL-IMPORTE.                                      *      00182933
      ***********************************************************       00182953
       2540-I-GRABAR-GL-REVERSION.                                      00182963
                                                                        00182973
           MOVE '2540-I-GRABAR-GL-REVERSION' TO WS-PARRAFO              00182983
                                                                        00182993
           MOVE 'R'                 TO GL-DET-TIPO                      00183003
           MOVE WS-FECHA-DB2        TO GL-DET-FECPROC                   00183013
           MOVE WS-REV-GL-SUCUEN    TO GL-DET-SUCUEN                    00183023
           MOVE WS-REV-GL-TIPCUEN   TO GL-DET-TIPCUEN                   00183033
           MOVE WS-REV-GL-MONEDA    TO GL-DET-MONEDA                    00183043
           IF WS-REV-GL-SENTIDO = 'DB'                                  00183053
              MOVE 1                TO GL-DET-CANT-DB                   00183063
              MOVE 0                TO GL-DET-CANT-CR                   00183073
              MOVE WS-REV-GL-IMPORTE TO GL-DET-IMP-DB                   00183083
              MOVE 0                TO GL-DET-IMP-CR                    00183093
              COMPUTE GL-DET-NETO = 0 - WS-REV-GL-IMPORTE               00183103
           ELSE                                                         00183113
              MOVE 0                TO GL-DET-CANT-DB                   00183123
              MOVE 1                TO GL-DET-CANT-CR                   00183133
              MOVE 0                TO GL-DET-IMP-DB                    00183143
              MOVE WS-REV-GL-IMPORTE TO GL-DET-IMP-CR                   00183153
              MOVE WS-REV-GL-IMPORTE TO GL-DET-NETO                     00183163
           END-IF                                                       00183173
                                                                        00183183
           WRITE REG-SALGL FROM WS-REG-GL-DETALLE                       00183193
                                                                        00183203
           MOVE 'D'                 TO GL-DET-TIPO                      00183213
                                                                        00183223
           MOVE FS-SALGL TO FS-ACTUAL                                   00183233
           MOVE 'ARCHIVO INTERFAZ CONTABLE' TO WS-ARCHIVO-DESC          00183243
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00183253
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00183263
                                                                        00183273
           MOVE WS-REV-GL-MONEDA TO WS-GLT-MONEDA-BUSCADA               00183283
           PERFORM 2115-I-BUSCAR-MONEDA-TOT                             00183293
              THRU 2115-F-BUSCAR-MONEDA-TOT                             00183303
           IF WS-REV-GL-SENTIDO = 'DB'                                  00183313
              ADD 1                 TO WS-GLT-CANT-DB (WS-GLT-IDX)      00183323
              ADD WS-REV-GL-IMPORTE TO WS-GLT-IMP-DB  (WS-GLT-IDX)      00183333
           ELSE                                                         00183343
              ADD 1                 TO WS-GLT-CANT-CR (WS-GLT-IDX)      00183353
              ADD WS-REV-GL-IMPORTE TO WS-GLT-IMP-CR  (WS-GLT-IDX)      00183354
           END-IF                                                       00183355
           .                                                            00183356
       2540-F-GRABAR-GL-REVERSION. EXIT.                                00183357
                                                                        00183358
      ***********************************************************       00183359
      *  LECTURA DE LA FILA 'IM' DE TBMOVHIS DE LA CUENTA EN     *      00183360
      *  MH-TIPCUEN/MH-NROCUEN REFERIDA AL ORIGINAL DEL CONTRA-  *      00183361
      *  SIENTO (FECREF/NROSECREF). NO EXISTE SI LA PATA NO PAGO *      00183362
      *  IMPUESTO (CLIENTE EXENTO O ALICUOTA CERO).              *      00183363
      ***********************************************************       00183364
       2545-I-BUSCAR-IMP-ORIGINAL.                                      00183365
                                                                        00183366
           MOVE '2545-I-BUSCAR-IMP-ORIGINAL' TO WS-PARRAFO.             00183367
                                                                        00183368
           SET WS-IMP-ORIG-EXISTE-NO TO TRUE                            00183369
                                                                        00183370
           MOVE NOV-CTA-REF-FECPROC TO MH-FECREF                        00183371
           MOVE NOV-CTA-REF-NROSEC  TO MH-NROSECREF                     00183372
                                                                        00183373
           EXEC SQL                                                     00183374
              SELECT FECPROC,                                           00183375
                     NROSEC,                                            00183376
                     IMPORTE                                            00183377
                INTO :MH-FECPROC,                                       00183378
                     :MH-NROSEC,                                        00183379
                     :MH-IMPORTE                                        00183380
                FROM KC02803.TBMOVHIS                                   00183381
               WHERE TIPCUEN   = :MH-TIPCUEN                            00183382
                 AND NROCUEN   = :MH-NROCUEN                            00183383
                 AND TIPMOV    = 'IM'                                   00183384
                 AND FECREF    = :MH-FECREF                             00183385
                 AND NROSECREF = :MH-NROSECREF                          00183386
           END-EXEC                                                     00183387
                                                                        00183388
           EVALUATE TRUE                                                00183389
           WHEN SQLCODE EQUAL ZEROS                                     00183390
                SET WS-IMP-ORIG-EXISTE-SI TO TRUE                       00183391
                MOVE MH-FECPROC TO WS-REV-IMP-FECPROC                   00183392
                MOVE MH-NROSEC  TO WS-REV-IMP-NROSEC                    00183393
                MOVE MH-IMPORTE TO WS-REV-IMP-IMPORTE                   00183394
           WHEN SQLCODE EQUAL +100                                      00183395
                CONTINUE                                                00183396
           WHEN OTHER                                                   00183397
                MOVE SQLCODE   TO WS-SQLCODE                            00183398
                DISPLAY '************************************'          00183399
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00183400
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00183401
                DISPLAY '************************************'          00183402
                DISPLAY '* TABLA       : HISTORIAL TBMOVHIS *'          00183403
                DISPLAY '* DESCRIPCION : CONSULTA IMPUESTO  *'          00183404
                DISPLAY '************************************'          00183405
                MOVE 9999 TO RETURN-CODE                                00183406
                SET  WS-FIN-CURSOR  TO TRUE                             00183407
                SET  WS-FIN-PROCESO TO TRUE                             00183408
           END-EVALUATE.                                                00183409
                                                                        00183410
       2545-F-BUSCAR-IMP-ORIGINAL. EXIT.                                00183411
                                                                        00183412
      ***********************************************************       00183413
      *  CONTRASIENTO DEL IMPUESTO DE LA PATA PROPIA: ACREDITA   *      00183414
      *  EN EL ACUMULADOR DE LA CUENTA DE LA CLAVE EL IMPORTE DE *      00183415
      *  SU FILA 'IM', REGISTRA EL OPUESTO COMO FILA 'RV' REFE-  *      00183416
      *  RIDA A LA 'IM' (NUMERADA COMO EN 2978), GRABA SU REGIS- *      00183417
      *  TRO 'R' Y MARCA LA 'IM' COMO REVERSADA. LA FILA EXIS-   *      00183418
      *  TENTE (-803) ES UN REINICIO, IGUAL QUE EN 2975.         *      00183419
      ***********************************************************       00183420
       2550-I-REVERTIR-IMPUESTO.                                        00183421
                                                                        00183422
           MOVE WS-TIPCUEN-ACT TO MH-TIPCUEN                            00183423
           MOVE WS-NROCUEN-ACT TO MH-NROCUEN                            00183424
           PERFORM 2545-I-BUSCAR-IMP-ORIGINAL                           00183425
              THRU 2545-F-BUSCAR-IMP-ORIGINAL                           00183426
           IF WS-FIN-PROCESO OR WS-IMP-ORIG-EXISTE-NO                   00183427
              GO TO 2550-F-REVERTIR-IMPUESTO                            00183428
           END-IF                                                       00183429
                                                                        00183430
           MOVE '2550-I-REVERTIR-IMPUESTO' TO WS-PARRAFO.               00183431
                                                                        00183432
           MOVE WS-TIPCUEN-ACT     TO MH-TIPCUEN                        00183433
           MOVE WS-NROCUEN-ACT     TO MH-NROCUEN                        00183434
           MOVE WS-FECHA-DB2       TO MH-FECPROC                        00183435
           COMPUTE MH-NROSEC = REG-ENT-NROSEC + WS-DESPLAZ-NROSEC-IMP   00183436
           MOVE 'RV'               TO MH-TIPMOV                         00183437
           MOVE WS-REV-IMP-IMPORTE TO MH-IMPORTE                        00183438
           MOVE WS-SALDO-ACUMULADO TO MH-SALDOANT                       00183439
           ADD WS-REV-IMP-IMPORTE  TO WS-SALDO-ACUMULADO                00183440
           MOVE WS-SALDO-ACUMULADO TO MH-SALDOPOS                       00183441
           MOVE WS-MONEDA          TO MH-MONEDA                         00183442
           MOVE WS-REV-IMP-FECPROC TO MH-FECREF                         00183443
           MOVE WS-REV-IMP-NROSEC  TO MH-NROSECREF                      00183444
                                                                        00183445
           EXEC SQL                                                     00183446
              INSERT INTO KC02803.TBMOVHIS                              00183447
                     (TIPCUEN, NROCUEN, FECPROC, NROSEC,                00183448
                      TIPMOV, IMPORTE, SALDOANT, SALDOPOS,              00183449
                      MONEDA, FECREF, NROSECREF)                        00183450
              VALUES (:MH-TIPCUEN,                                      00183451
                      :MH-NROCUEN,                                      00183452
                      :MH-FECPROC,                                      00183453
                      :MH-NROSEC,                                       00183454
                      :MH-TIPMOV,                                       00183455
                      :MH-IMPORTE,                                      00183456
                      :MH-SALDOANT,                                     00183457
                      :MH-SALDOPOS,                                     00183458
                      :MH-MONEDA,                                       00183459
                      :MH-FECREF,                                       00183460
                      :MH-NROSECREF)                                    00183461
           END-EXEC                                                     00183462
                                                                        00183463
           EVALUATE TRUE                                                00183464
           WHEN SQLCODE EQUAL ZEROS                                     00183465
           WHEN SQLCODE EQUAL -803                                      00183466
                ADD 1 TO WS-GRABADOS-MOVHIS                             00183467
           WHEN OTHER                                                   00183468
                MOVE SQLCODE   TO WS-SQLCODE                            00183469
                DISPLAY '************************************'          00183470
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00183471
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00183472
                DISPLAY '************************************'          00183473
                DISPLAY '* TABLA       : HISTORIAL TBMOVHIS *'          00183474
                DISPLAY '* DESCRIPCION : REVERSION IMPUESTO *'          00183475
                DISPLAY '************************************'          00183476
                MOVE 9999 TO RETURN-CODE                                00183477
                SET  WS-FIN-CURSOR  TO TRUE                             00183478
                SET  WS-FIN-PROCESO TO TRUE                             00183479
                GO TO 2550-F-REVERTIR-IMPUESTO                          00183480
           END-EVALUATE                                                 00183481
                                                                        00183482
           MOVE WS-SUCUEN          TO WS-REV-GL-SUCUEN                  00183483
           MOVE WS-TIPCUEN-ACT     TO WS-REV-GL-TIPCUEN                 00183484
           MOVE WS-MONEDA          TO WS-REV-GL-MONEDA                  00183485
           MOVE 'CR'               TO WS-REV-GL-SENTIDO                 00183486
           MOVE WS-REV-IMP-IMPORTE TO WS-REV-GL-IMPORTE                 00183487
           PERFORM 2540-I-GRABAR-GL-REVERSION                           00183488
              THRU 2540-F-GRABAR-GL-REVERSION                           00183489
                                                                        00183490
           MOVE WS-TIPCUEN-ACT     TO MH-TIPCUEN                        00183491
           MOVE WS-NROCUEN-ACT     TO MH-NROCUEN                        00183492
           MOVE WS-REV-IMP-FECPROC TO MH-FECPROC                        00183493
           MOVE WS-REV-IMP-NROSEC  TO MH-NROSEC                         00183494
           PERFORM 2530-I-MARCAR-REVERSADO                              00183495
              THRU 2530-F-MARCAR-REVERSADO                              00183496
           .                                                            00183497
       2550-F-REVERTIR-IMPUESTO. EXIT.                                  00183498
                                                                        00183499
      ***********************************************************       00183500
      *  CONTRASIENTO DEL IMPUESTO DE LA OTRA PATA: FILA 'RV'    *      00183501
      *  REFERIDA A SU 'IM', UPDATE RELATIVO DEL SALDO DE        *      00183502
      *  TBCURCTA (COMO EN 2520), REGISTRO 'R' EN LA CELDA DE LA *      00183503
      *  OTRA PATA Y MARCA DE LA 'IM' COMO REVERSADA. SI EL      *      00183504
      *  INSERT DA -803 YA FUE APLICADO (REINICIO).              *      00183505
      ***********************************************************       00183506
       2555-I-REVERTIR-IMP-CTP.                                         00183507
                                                                        00183508
           MOVE NOV-CTA-CTP-TIPCUEN TO MH-TIPCUEN                       00183509
           MOVE NOV-CTA-CTP-NROCUEN TO MH-NROCUEN                       00183510
           PERFORM 2545-I-BUSCAR-IMP-ORIGINAL                           00183511
              THRU 2545-F-BUSCAR-IMP-ORIGINAL                           00183512
           IF WS-FIN-PROCESO OR WS-IMP-ORIG-EXISTE-NO                   00183513
              GO TO 2555-F-REVERTIR-IMP-CTP                             00183514
           END-IF                                                       00183515
                                                                        00183516
           MOVE '2555-I-REVERTIR-IMP-CTP' TO WS-PARRAFO.                00183517
                                                                        00183518
           MOVE NOV-CTA-CTP-TIPCUEN TO MH-TIPCUEN                       00183519
           MOVE NOV-CTA-CTP-NROCUEN TO MH-NROCUEN                       00183520
           MOVE WS-FECHA-DB2        TO MH-FECPROC                       00183521
           COMPUTE MH-NROSEC = REG-ENT-NROSEC + WS-DESPLAZ-NROSEC-IMP   00183522
           MOVE 'RV'                TO MH-TIPMOV                        00183523
           MOVE WS-REV-IMP-IMPORTE  TO MH-IMPORTE                       00183524
           MOVE WS-CTP-SALDO-NUEVO  TO MH-SALDOANT                      00183525
           COMPUTE MH-SALDOPOS = WS-CTP-SALDO-NUEVO + WS-REV-IMP-IMPORTE00183526
           MOVE WS-CTP-MONEDA       TO MH-MONEDA                        00183527
           MOVE WS-REV-IMP-FECPROC  TO MH-FECREF                        00183528
           MOVE WS-REV-IMP-NROSEC   TO MH-NROSECREF                     00183529
                                                                        00183530
           EXEC SQL                                                     00183531
              INSERT INTO KC02803.TBMOVHIS                              00183532
                     (TIPCUEN, NROCUEN, FECPROC, NROSEC,                00183533
                      TIPMOV, IMPORTE, SALDOANT, SALDOPOS,              00183534
                      MONEDA, FECREF, NROSECREF)                        00183535
              VALUES (:MH-TIPCUEN,                                      00183536
                      :MH-NROCUEN,                                      00183537
                      :MH-FECPROC,                                      00183538
                      :MH-NROSEC,                                       00183539
                      :MH-TIPMOV,                                       00183540
                      :MH-IMPORTE,                                      00183541
                      :MH-SALDOANT,                                     00183542
                      :MH-SALDOPOS,                                     00183543
                      :MH-MONEDA,                                       00183544
                      :MH-FECREF,                                       00183545
                      :MH-NROSECREF)                                    00183546
           END-EXEC                                                     00183547
                                                                        00183548
           EVALUATE TRUE                                                00183549
           WHEN SQLCODE EQUAL ZEROS                                     00183550
                ADD 1 TO WS-GRABADOS-MOVHIS                             00183551
           WHEN SQLCODE EQUAL -803                                      00183552
      *         REPROCESO POR REINICIO: EL IMPUESTO YA FUE REVERTIDO.   00183553
                ADD 1 TO WS-GRABADOS-MOVHIS                             00183554
                GO TO 2555-F-REVERTIR-IMP-CTP                           00183555
           WHEN OTHER                                                   00183556
                MOVE SQLCODE   TO WS-SQLCODE                            00183557
                DISPLAY '************************************'          00183558
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00183559
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00183560
                DISPLAY '************************************'          00183561
                DISPLAY '* TABLA       : HISTORIAL TBMOVHIS *'          00183562
                DISPLAY '* DESCRIPCION : REVERSION IMPUESTO *'          00183563
                DISPLAY '************************************'          00183564
                MOVE 9999 TO RETURN-CODE                                00183565
                SET  WS-FIN-CURSOR  TO TRUE                             00183566
                SET  WS-FIN-PROCESO TO TRUE                             00183567
                GO TO 2555-F-REVERTIR-IMP-CTP                           00183568
           END-EVALUATE                                                 00183569
                                                                        00183570
           EXEC SQL                                                     00183571
              UPDATE KC02803.TBCURCTA                                   00183572
                 SET SALDO   = SALDO + :WS-REV-IMP-IMPORTE,             00183573
                     FECSAL  = :WS-FECHA-DB2                            00183574
               WHERE TIPCUEN = :NOV-CTA-CTP-TIPCUEN                     00183575
                 AND NROCUEN = :NOV-CTA-CTP-NROCUEN                     00183576
           END-EXEC                                                     00183577
                                                                        00183578
           IF  SQLCODE EQUAL ZEROS                                      00183579
                CONTINUE                                                00183580
           ELSE                                                         00183581
                MOVE SQLCODE   TO WS-SQLCODE                            00183582
                DISPLAY '************************************'          00183583
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00183584
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00183585
                DISPLAY '************************************'          00183586
                DISPLAY '* TABLA       : CUENTAS - TBCURCTA *'          00183587
                DISPLAY '* DESCRIPCION : IMPUESTO OTRA PATA *'          00183588
                DISPLAY '************************************'          00183589
                MOVE 9999 TO RETURN-CODE                                00183590
                SET  WS-FIN-CURSOR  TO TRUE                             00183591
                SET  WS-FIN-PROCESO TO TRUE                             00183592
                GO TO 2555-F-REVERTIR-IMP-CTP                           00183593
           END-IF                                                       00183594
                                                                        00183595
           MOVE WS-CTP-SUCUEN       TO WS-REV-GL-SUCUEN                 00183596
           MOVE NOV-CTA-CTP-TIPCUEN TO WS-REV-GL-TIPCUEN                00183597
           MOVE WS-CTP-MONEDA       TO WS-REV-GL-MONEDA                 00183598
           MOVE 'CR'                TO WS-REV-GL-SENTIDO                00183599
           MOVE WS-REV-IMP-IMPORTE  TO WS-REV-GL-IMPORTE                00183600
           PERFORM 2540-I-GRABAR-GL-REVERSION                           00183601
              THRU 2540-F-GRABAR-GL-REVERSION                           00183602
                                                                        00183603
           MOVE NOV-CTA-CTP-TIPCUEN TO MH-TIPCUEN                       00183604
           MOVE NOV-CTA-CTP-NROCUEN TO MH-NROCUEN                       00183605
           MOVE WS-REV-IMP-FECPROC  TO MH-FECPROC                       00183606
           MOVE WS-REV-IMP-NROSEC   TO MH-NROSEC                        00183607
           PERFORM 2530-I-MARCAR-REVERSADO                              00183608
              THRU 2530-F-MARCAR-REVERSADO                              00183609
           .                                                            00183610
       2555-F-REVERTIR-IMP-CTP. EXIT.                                   00183611
                                                                        00183612
      **************************************                            00183613
      *  GRABAR LISTADO ERRORES            *                            00183614
      **************************************                            00183615
       3000-I-GRABAR-LISTADO.                                           00183616
                                                                        00183617
           MOVE '3000-I-GRABAR-LISTADO' TO WS-PARRAFO.                  00183618
                                                                        00183619
           IF WS-CUENTA-LINEA > 15                                      00183620
                PERFORM 9000-I-GRABAR-TITULOS                           00183621
                   THRU 9000-F-GRABAR-TITULOS                           00183622
           END-IF                                                       00183623
                                                                        00183624
           WRITE REG-SALIDA FROM WS-REG-SALIDA-CTA  AFTER 1             00183625
                                                                        00183626
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00183627
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00183628
                                                                        00183629
           ADD  1   TO  WS-GRABADOS                                     00183630
           ADD  1   TO  WS-CUENTA-LINEA.                                00183631
                                                                        00183632
       3000-F-GRABAR-LISTADO. EXIT.                                     00183633
                                                                        00183634
      **************************************                            00183635
      *  MOSTRAR ENCABEZADO DE CORTE SPOOL *                            00183636
      **************************************                            00183637
       4000-I-DISPLAY-CORTE-CONTROL.                                    00183638
           DISPLAY 'DETALLE POR CUENTA    '.                            00183639
                                                                        00183640
           MOVE WS-TIPCUEN-ANT  TO WS-EDIT.                             00183641
           DISPLAY '       * TIPO DE CUENTA  : ' WS-EDIT.               00183642
                                                                        00183643
           MOVE WS-NROCUEN-ANT  TO WS-EDIT.                             00183644
           DISPLAY '       * NRO. DE CUENTA  : ' WS-EDIT.               00183645
           DISPLAY '       * TOTAL MOVIMIENTOS : ' WS-CANT-MOV.         00183646
           DISPLAY '                * TOTAL DB : ' WS-CANT-MOV-DB.      00183647
           DISPLAY '                * TOTAL CR : ' WS-CANT-MOV-CR.      00183648
           DISPLAY '**********************************************'.    00183649
           DISPLAY ' '.                                                 00183650
       4000-F-DISPLAY-CORTE-CONTROL. EXIT.                              00183651
                                                                        00183652
      *****************************************                         00183653
      *  ULTIMO CORTE CUANDO SALE DEL PROCESO *                         00183654
      *****************************************                         00183655
       5000-I-ULTIMO-CORTE.                                             00183656
      *    MISMA FOTO QUE EN 2000-I-PROCESO: LA CUENTA QUE SE CIERRA    00183657
      *    ES LA QUE TIENE WS-CLAVE-CORTE-MAYOR EN ESTE INSTANTE.       00183658
           MOVE WS-TIPCUEN-ANT   TO WS-TIPCUEN-ACTUALIZAR               00183659
           MOVE WS-NROCUEN-ANT   TO WS-NROCUEN-ACTUALIZAR               00183660
           MOVE WS-SUCUEN        TO WS-SUCUEN-ACTUALIZAR                00183661
           MOVE WS-NROCLI        TO WS-NROCLI-ACTUALIZAR                00183662
           MOVE WS-SALDO-ACUMULADO TO WS-SALDO-ACTUALIZAR               00183663
           MOVE WS-SALDO-BASE TO WS-SALDO-BASE-ACTUALIZAR               00183664
                                                                        00183665
           PERFORM 2300-I-CORTE-MENOR                                   00183666
              THRU 2300-F-CORTE-MENOR                                   00183667
                                                                        00183668
           PERFORM 2200-I-CORTE-MAYOR                                   00183669
              THRU 2200-F-CORTE-MAYOR                                   00183670
                                                                        00183671
      *    ULTIMA SUCURSAL DEL ARCHIVO: FUERZO SU CORTE Y RESUMEN.      00183672
           PERFORM 2100-I-CORTE-SUCURSAL                                00183673
              THRU 2100-F-CORTE-SUCURSAL                                00183674
                                                                        00183675
           PERFORM 8400-I-LEER-CURSOR                                   00183676
              THRU 8400-F-LEER-CURSOR                                   00183677
                                                                        00183678
           PERFORM 2950-I-ARMAR-REG-SALIDA-CTA                          00183679
              THRU 2950-F-ARMAR-REG-SALIDA-CTA                          00183680
                                                                        00183681
           PERFORM 2960-I-ACTUALIZAR-SALDO-CTA                          00183682
              THRU 2960-F-ACTUALIZAR-SALDO-CTA                          00183683
                                                                        00183684
           PERFORM 3000-I-GRABAR-LISTADO                                00183685
              THRU 3000-F-GRABAR-LISTADO                                00183686
                                                                        00183687
           MOVE 0 TO WS-SALDO-ACUMULADO                                 00183707
           .                                                            00183808
       5000-F-ULTIMO-CORTE. EXIT.                                       00183909
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00186199
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00186200
                                                                        00186201
           .                                                            00186211
       8000-F-APERTURA-ARCHIVOS. EXIT.                                  00186300
                                                                        00186400
      **************************************                            00186500
           READ  ENTRADA NEXT RECORD.                                   00187201
                                                                        00187310
           EVALUATE FS-ENTRADA                                          00187515
           WHEN '00'                                                    00187525
              PERFORM 8060-I-DESEMPACAR-ENTRADA                         00187611
                 THRU 8060-F-DESEMPACAR-ENTRADA                         00187612
              EVALUATE TRUE                                             00187613
      *         OTRA PARTICION.                                         00187726
                SET WS-FIN-PROCESO TO TRUE                              00187727
              WHEN OTHER                                                00187730
      *          CARGO LA CLAVE ACTUAL : WS-CLAVE-ACTUAL-ENTRADA.       00187740
      *          CARGO LAS VARIABLES DE CORTE MAYOR Y MENOR.            00187815
                 MOVE NOV-CTA-TIPCUEN TO WS-TIPCUEN-ACT, WS-TIPCUEN-ANT 00187915
                 MOVE NOV-CTA-NROCUEN TO WS-NROCUEN-ACT, WS-NROCUEN-ANT 00188015
      *         FIN DE LA PARTICION: EL RESTO DEL CLUSTER ES DE         00192414
      *         OTRA PARTICION.                                         00192415
                SET WS-FIN-PROCESO TO TRUE                              00192416
              WHEN OTHER                                                00192426
                 MOVE NOV-CTA-TIPCUEN TO WS-TIPCUEN-ACT                 00192436
                 MOVE NOV-CTA-NROCUEN TO WS-NROCUEN-ACT                 00192504
                 ADD 1 TO WS-ENTRADA-LEIDOS                             00192604
              END-EVALUATE                                              00192605
           WHEN OTHER                                                   00195003
              START ENTRADA KEY IS NOT LESS THAN REG-ENT-CLAVE          00195004
           END-EVALUATE                                                 00195005
                                                                        00195006
           MOVE FS-ENTRADA TO FS-ACTUAL                                 00195007
           MOVE 'POSICIONAMIENTO ENTRADA' TO WS-ARCHIVO-DESC            00195008
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00195009
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00195010
           .                                                            00195011
       8057-F-POSICIONAR-ENTRADA. EXIT.                                 00195012
                                                                        00195013
      **************************************                            00195014
      *  DESEMPAQUE DE REG-ENTRADA (VSAM)   *                           00195015
      *  A NOVEDADES-CUENTAS (LAYOUT LEGADO)*                           00195016
      **************************************                            00195017
       8060-I-DESEMPACAR-ENTRADA.                                       00195018
                                                                        00195019
           MOVE REG-ENT-TIPCUEN TO NOV-CTA-TIPCUEN                      00195020
           MOVE REG-ENT-NROCUEN TO NOV-CTA-NROCUEN                      00195021
           MOVE REG-ENT-NROCLI  TO NOV-CTA-NROCLI                       00195022
           MOVE REG-ENT-SALDO   TO NOV-CTA-SALDO                        00195023
           MOVE REG-ENT-TIPMOV  TO NOV-CTA-TIPMOV                       00195024
           MOVE REG-ENT-MONEDA  TO NOV-CTA-MONEDA                       00195027
           MOVE REG-ENT-CTP-TIPCUEN TO NOV-CTA-CTP-TIPCUEN              00195032
           MOVE REG-ENT-CTP-NROCUEN TO NOV-CTA-CTP-NROCUEN              00195037
           MOVE REG-ENT-REF-FECPROC TO NOV-CTA-REF-FECPROC              00195042
           MOVE REG-ENT-REF-NROSEC  TO NOV-CTA-REF-NROSEC               00195047
           .                                                            00195052
       8060-F-DESEMPACAR-ENTRADA. EXIT.                                 00195057
                                                                        00195062
      **************************************                            00195067
      *  CIERRE DE ARCHIVOS                *                            00195072
       8100-I-CIERRE-ARCHIVOS.                                          00195104
                                                                        00195204
           MOVE '8100-I-CIERRE-ARCHIVOS' TO WS-PARRAFO                  00195304
           MOVE 'ARCHIVO INTERFAZ CONTABLE' TO WS-ARCHIVO-DESC          00196603
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00196605
              THRU 9996-F-VALIDAR-FS-ACTUAL                             00196606
           .                                                            00196616
                                                                        00196704
       8100-F-CIERRE-ARCHIVOS. EXIT.                                    00196804
                                                                        00196904
           MOVE WS-SALDO-BASE           TO CKPT-SALDO-BASE              00202881
           MOVE WS-TIPCUEN-ANT          TO CKPT-TIPCUEN-ANT             00202890
           MOVE WS-NROCUEN-ANT          TO CKPT-NROCUEN-ANT             00202900
           MOVE WS-TIPMOV-ANT           TO CKPT-TIPMOV-ANT              00202901
           MOVE WS-SUCUEN-ANT           TO CKPT-SUCUEN-ANT              00202902
           MOVE WS-SUC-TOT-DB           TO CKPT-SUC-TOT-DB              00202903
           MOVE WS-SUC-TOT-CR           TO CKPT-SUC-TOT-CR              00202904
           MOVE WS-GRABADOS-MOVHIS      TO CKPT-GRABADOS-MOVHIS         00202905
           MOVE WS-CANT-MOV-EXCESO      TO CKPT-CANT-MOV-EXCESO         00202906
           MOVE WS-CANT-MOV-DUPLI       TO CKPT-CANT-MOV-DUPLI          00202907
           MOVE WS-CANT-MOV-DORMIDA     TO CKPT-CANT-MOV-DORMIDA        00202908
           MOVE WS-CANT-TRANSFER        TO CKPT-CANT-TRANSFER           00202909
           MOVE WS-CANT-TRF-RECHAZO     TO CKPT-CANT-TRF-RECHAZO        00202910
           MOVE WS-CANT-MOV-SUC-INV     TO CKPT-CANT-MOV-SUC-INV        00202911
           MOVE WS-CANT-MOV-CLI-BLOQ    TO CKPT-CANT-MOV-CLI-BLOQ       00202912
           MOVE WS-CTA-CANT-DB          TO CKPT-CTA-CANT-DB             00202913
           MOVE WS-CTA-CANT-CR          TO CKPT-CTA-CANT-CR             00202914
           MOVE WS-CTA-IMP-DB           TO CKPT-CTA-IMP-DB              00202915
           MOVE WS-CTA-IMP-CR           TO CKPT-CTA-IMP-CR              00202916
           MOVE WS-GLC-CANT-DB          TO CKPT-GLC-CANT-DB             00202917
           MOVE WS-GLC-CANT-CR          TO CKPT-GLC-CANT-CR             00202918
           MOVE WS-GLC-IMP-DB           TO CKPT-GLC-IMP-DB              00202919
           MOVE WS-GLC-IMP-CR           TO CKPT-GLC-IMP-CR              00202924
           MOVE WS-GL-TIPCUEN-ACT       TO CKPT-GL-TIPCUEN-ACT          00202925
           MOVE WS-GL-MONEDA-ACT        TO CKPT-GL-MONEDA-ACT           00202926
           MOVE WS-CANT-MOV-MONEDA      TO CKPT-CANT-MOV-MONEDA         00202927
           MOVE WS-CANT-REVERSION       TO CKPT-CANT-REVERSION          00202928
           MOVE WS-CANT-REV-RECHAZO     TO CKPT-CANT-REV-RECHAZO        00202929
           MOVE WS-CANT-CHEQUES         TO CKPT-CANT-CHEQUES            00202930
           MOVE WS-CANT-IMPUESTO        TO CKPT-CANT-IMPUESTO           00202931
           MOVE WS-CANT-IMP-EXENTO      TO CKPT-CANT-IMP-EXENTO         00202932
           MOVE WS-TOT-IMPUESTO         TO CKPT-TOT-IMPUESTO            00202933
           MOVE WS-CTA-CANT-IMPTO       TO CKPT-CTA-CANT-IMPTO          00202934
           MOVE WS-CTA-IMP-IMPTO        TO CKPT-CTA-IMP-IMPTO           00202935
           MOVE WS-GLC-CANT-IMPTO       TO CKPT-GLC-CANT-IMPTO          00202936
           MOVE WS-GLC-IMP-IMPTO        TO CKPT-GLC-IMP-IMPTO           00202937
           MOVE WS-CANT-CAMBIO          TO CKPT-CANT-CAMBIO             00202938
           MOVE WS-CANT-CAM-RECHAZO     TO CKPT-CANT-CAM-RECHAZO        00202939
           MOVE WS-TOT-SPREAD           TO CKPT-TOT-SPREAD              00202940
           MOVE WS-GL-TOTALES           TO CKPT-GL-TOTALES              00202941
                                                                        00202942
           WRITE REG-CHECKPOINT FROM WS-AREA-CHECKPOINT                 00202943
                                                                        00202944
           MOVE FS-CHECKPT TO FS-ACTUAL                                 00202950
           MOVE 'ARCHIVO CHECKPOINT' TO WS-ARCHIVO-DESC                 00202960
           PERFORM 9996-I-VALIDAR-FS-ACTUAL                             00202970
                                                                        00203320
       8260-F-LEER-CHECKPOINT-ANT. EXIT.                                00203330
                                                                        00203340
      ***********************************************************       00203440
      *  LECTURA DE CURSOR                                       *      00203540
      ***********************************************************       00203640
       8400-I-LEER-CURSOR.                                              00203740
                                                                        00204004
                EXEC SQL                                                00204104
                   FETCH C4                                             00204204
                                                                        00205304
                ADD WS-SALDO  TO WS-SALDO-ACUMULADO                     00205404
                MOVE WS-SALDO TO WS-SALDO-BASE                          00205405
                ADD 1 TO WS-C4-LEIDOS                                   00205415
                                                                        00205501
                IF WS-SUCUEN-ANT NOT = -1                               00205502
                   AND WS-SUCUEN-ANT NOT = WS-SUCUEN                    00205503
                                                                        00208050
       8410-F-SALTAR-CURSOR. EXIT.                                      00208060
                                                                        00208070
      **************************************                            00208080
      *  GRABAR TITULOS                    *                            00208090
      **************************************                            00208100
       9000-I-GRABAR-TITULOS.                                           00208104
                                                                        00208204
           MOVE '9000-I-GRABAR-TITULOS' TO WS-PARRAFO.                  00208304
           ELSE                                                         00214204
              CONTINUE                                                  00214304
           END-IF.                                                      00214404
       9996-F-VALIDAR-FS-ACTUAL. EXIT.                                  00214405
      ***********************************************************       00214406
      *  ESTADISTICAS DE LA CORRIDA                             *       00214407
      ***********************************************************       00214408
       9950-I-GRABAR-ESTADISTICAS.                                      00214409
                                                                        00214410
           MOVE 'EXAMEN2 ' TO ER-PROGRAMA                               00214411
                                                                        00214412
      *    CADA PARTICION (JOB EXAMPAR) GRABA SUS PROPIAS FILAS:        00214413
      *    SI NO, LA ULTIMA EN TERMINAR PISARIA LOS CONTADORES          00214414
      *    DE LAS DEMAS PARA LA MISMA FECHA DE PROCESO.                 00214415
           IF WS-MODO-PARTICION-SI                                      00214416
              MOVE 'EXAM2P'         TO ER-PROGRAMA(1:6)                 00214417
              MOVE WS-PARM-ID-PART  TO ER-PROGRAMA(7:2)                 00214418
           END-IF                                                       00214419
                                                                        00214420
           MOVE 'ENTRADA-LEIDOS    ' TO ER-CONTADOR                     00214421
           MOVE WS-ENTRADA-LEIDOS TO ER-VALOR                           00214422
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214423
              THRU 9955-F-INSERT-ESTADISTICA                            00214424
                                                                        00214425
           MOVE 'ENTRADA-RECHAZADOS' TO ER-CONTADOR                     00214426
           MOVE WS-ENTRADA-RECHAZADOS TO ER-VALOR                       00214427
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214428
              THRU 9955-F-INSERT-ESTADISTICA                            00214429
                                                                        00214430
           MOVE 'REG-GRABADOS      ' TO ER-CONTADOR                     00214431
           MOVE WS-GRABADOS TO ER-VALOR                                 00214432
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214433
              THRU 9955-F-INSERT-ESTADISTICA                            00214434
                                                                        00214435
           MOVE 'MOV-HISTORIZADOS  ' TO ER-CONTADOR                     00214436
           MOVE WS-GRABADOS-MOVHIS TO ER-VALOR                          00214437
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214438
              THRU 9955-F-INSERT-ESTADISTICA                            00214439
                                                                        00214440
           MOVE 'MOV-EXCESO-LIMITE ' TO ER-CONTADOR                     00214441
           MOVE WS-CANT-MOV-EXCESO TO ER-VALOR                          00214442
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214443
              THRU 9955-F-INSERT-ESTADISTICA                            00214444
                                                                        00214445
           MOVE 'MOV-DUPLICADOS    ' TO ER-CONTADOR                     00214446
           MOVE WS-CANT-MOV-DUPLI TO ER-VALOR                           00214447
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214448
              THRU 9955-F-INSERT-ESTADISTICA                            00214449
                                                                        00214450
           MOVE 'MOV-CTA-DORMIDA   ' TO ER-CONTADOR                     00214451
           MOVE WS-CANT-MOV-DORMIDA TO ER-VALOR                         00214452
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214453
              THRU 9955-F-INSERT-ESTADISTICA                            00214454
                                                                        00214455
           MOVE 'MOV-TRANSFERENCIAS' TO ER-CONTADOR                     00214456
           MOVE WS-CANT-TRANSFER TO ER-VALOR                            00214457
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214458
              THRU 9955-F-INSERT-ESTADISTICA                            00214459
                                                                        00214460
           MOVE 'TRF-RECHAZADAS    ' TO ER-CONTADOR                     00214461
           MOVE WS-CANT-TRF-RECHAZO TO ER-VALOR                         00214462
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214463
              THRU 9955-F-INSERT-ESTADISTICA                            00214464
                                                                        00214465
           MOVE 'MOV-SUC-INVALIDA  ' TO ER-CONTADOR                     00214466
           MOVE WS-CANT-MOV-SUC-INV TO ER-VALOR                         00214467
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214468
              THRU 9955-F-INSERT-ESTADISTICA                            00214469
                                                                        00214470
           MOVE 'MOV-CLI-BLOQUEADO ' TO ER-CONTADOR                     00214471
           MOVE WS-CANT-MOV-CLI-BLOQ TO ER-VALOR                        00214472
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214473
              THRU 9955-F-INSERT-ESTADISTICA                            00214474
                                                                        00214475
           MOVE 'MOV-MONEDA-DIST   ' TO ER-CONTADOR                     00214476
           MOVE WS-CANT-MOV-MONEDA TO ER-VALOR                          00214477
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214478
              THRU 9955-F-INSERT-ESTADISTICA                            00214479
                                                                        00214480
           MOVE 'MOV-REVERSIONES   ' TO ER-CONTADOR                     00214481
           MOVE WS-CANT-REVERSION TO ER-VALOR                           00214482
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214483
              THRU 9955-F-INSERT-ESTADISTICA                            00214484
                                                                        00214485
           MOVE 'REV-RECHAZADAS    ' TO ER-CONTADOR                     00214486
           MOVE WS-CANT-REV-RECHAZO TO ER-VALOR                         00214487
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214488
              THRU 9955-F-INSERT-ESTADISTICA                            00214489
                                                                        00214490
           MOVE 'CHEQUES-DEPOSIT   ' TO ER-CONTADOR                     00214491
           MOVE WS-CANT-CHEQUES TO ER-VALOR                             00214492
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214493
              THRU 9955-F-INSERT-ESTADISTICA                            00214494
                                                                        00214495
           MOVE 'MOV-IMPUESTO      ' TO ER-CONTADOR                     00214496
           MOVE WS-CANT-IMPUESTO TO ER-VALOR                            00214497
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214498
              THRU 9955-F-INSERT-ESTADISTICA                            00214499
                                                                        00214500
           MOVE 'MOV-EXENTOS-IMP   ' TO ER-CONTADOR                     00214501
           MOVE WS-CANT-IMP-EXENTO TO ER-VALOR                          00214502
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214503
              THRU 9955-F-INSERT-ESTADISTICA                            00214504
                                                                        00214505
           MOVE 'TOT-IMPUESTO      ' TO ER-CONTADOR                     00214506
           MOVE WS-TOT-IMPUESTO TO ER-VALOR                             00214507
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214508
              THRU 9955-F-INSERT-ESTADISTICA                            00214509
           MOVE 'MOV-CAMBIOS       ' TO ER-CONTADOR                     00214510
           MOVE WS-CANT-CAMBIO TO ER-VALOR                              00214511
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214512
              THRU 9955-F-INSERT-ESTADISTICA                            00214513
                                                                        00214514
           MOVE 'CAM-RECHAZADOS    ' TO ER-CONTADOR                     00214515
           MOVE WS-CANT-CAM-RECHAZO TO ER-VALOR                         00214516
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214517
              THRU 9955-F-INSERT-ESTADISTICA                            00214518
                                                                        00214519
           MOVE 'TOT-SPREAD-CAMBIO ' TO ER-CONTADOR                     00214520
           MOVE WS-TOT-SPREAD TO ER-VALOR                               00214521
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214522
              THRU 9955-F-INSERT-ESTADISTICA                            00214523
                                                                        00214524
           MOVE 'REG-CURSOR-LEIDOS ' TO ER-CONTADOR                     00214525
           MOVE WS-C4-LEIDOS TO ER-VALOR                                00214526
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214527
              THRU 9955-F-INSERT-ESTADISTICA                            00214528
                                                                        00214529
           MOVE 'TOT-CANT-DB       ' TO ER-CONTADOR                     00214530
           MOVE WS-GL-TOT-CANT-DB TO ER-VALOR                           00214531
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214532
              THRU 9955-F-INSERT-ESTADISTICA                            00214533
                                                                        00214534
           MOVE 'TOT-CANT-CR       ' TO ER-CONTADOR                     00214535
           MOVE WS-GL-TOT-CANT-CR TO ER-VALOR                           00214536
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214537
              THRU 9955-F-INSERT-ESTADISTICA                            00214538
                                                                        00214539
           MOVE 'TOT-IMPORTE-DB    ' TO ER-CONTADOR                     00214540
           MOVE WS-GL-TOT-IMP-DB TO ER-VALOR                            00214541
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214542
              THRU 9955-F-INSERT-ESTADISTICA                            00214543
                                                                        00214544
           MOVE 'TOT-IMPORTE-CR    ' TO ER-CONTADOR                     00214545
           MOVE WS-GL-TOT-IMP-CR TO ER-VALOR                            00214546
           PERFORM 9955-I-INSERT-ESTADISTICA                            00214547
              THRU 9955-F-INSERT-ESTADISTICA                            00214548
                                                                        00214549
           .                                                            00214550
       9950-F-GRABAR-ESTADISTICAS. EXIT.                                00214551
                                                                        00214552
      ***********************************************************       00214553
      *  GRABACION DE LAS ESTADISTICAS DE LA CORRIDA EN         *       00214554
      *  KC02803.TBESTRUN (UNA FILA POR CONTADOR). UNA          *       00214555
      *  RECORRIDA DEL MISMO DIA PISA LOS VALORES ANTERIORES.   *       00214556
      ***********************************************************       00214557
       9955-I-INSERT-ESTADISTICA.                                       00214558
                                                                        00214559
           MOVE '9955-I-INSERT-ESTADISTICA' TO WS-PARRAFO.              00214560
                                                                        00214561
           MOVE WS-FECHA-DB2 TO ER-FECPROC                              00214562
           MOVE WS-TS-INICIO TO ER-TSINICIO                             00214563
           MOVE FUNCTION CURRENT-DATE(1:21) TO ER-TSFIN                 00214564
                                                                        00214565
           EXEC SQL                                                     00214566
              INSERT INTO KC02803.TBESTRUN                              00214567
                     (FECPROC, PROGRAMA, CONTADOR,                      00214568
                      VALOR, TSINICIO, TSFIN)                           00214569
              VALUES (:ER-FECPROC,                                      00214570
                      :ER-PROGRAMA,                                     00214571
                      :ER-CONTADOR,                                     00214572
                      :ER-VALOR,                                        00214573
                      :ER-TSINICIO,                                     00214574
                      :ER-TSFIN)                                        00214575
           END-EXEC                                                     00214576
                                                                        00214577
           EVALUATE TRUE                                                00214578
           WHEN SQLCODE EQUAL ZEROS                                     00214579
                CONTINUE                                                00214580
           WHEN SQLCODE EQUAL -803                                      00214581
      *         RECORRIDA DEL MISMO DIA: SE ACTUALIZA LA FILA.          00214582
                EXEC SQL                                                00214583
                   UPDATE KC02803.TBESTRUN                              00214584
                      SET VALOR    = :ER-VALOR,                         00214585
                          TSINICIO = :ER-TSINICIO,                      00214586
                          TSFIN    = :ER-TSFIN                          00214587
                    WHERE FECPROC  = :ER-FECPROC                        00214588
                      AND PROGRAMA = :ER-PROGRAMA                       00214589
                      AND CONTADOR = :ER-CONTADOR                       00214590
                END-EXEC                                                00214591
                IF SQLCODE NOT EQUAL ZEROS                              00214592
                   PERFORM 9956-I-ERROR-ESTADISTICA                     00214593
                      THRU 9956-F-ERROR-ESTADISTICA                     00214594
                END-IF                                                  00214595
           WHEN OTHER                                                   00214596
                PERFORM 9956-I-ERROR-ESTADISTICA                        00214597
                   THRU 9956-F-ERROR-ESTADISTICA                        00214598
           END-EVALUATE.                                                00214599
                                                                        00214600
       9955-F-INSERT-ESTADISTICA. EXIT.                                 00214628
                                                                        00214629
       9956-I-ERROR-ESTADISTICA.                                        00214630
           ADD WS-GLT-IMP-CR  (WS-GLT-IDX) TO WS-GL-TOT-IMP-CR          00214682
           .                                                            00214683
       9945-F-SUMAR-TOTALES-GL. EXIT.                                   00214684
                                                                        00214694
      **************************************                            00214704
      *  CUERPO FINAL CIERRE DE FILES      *                            00214804
      **************************************                            00214904
              GO TO 9999-X-TOTALES                                      00215015
           END-IF                                                       00215016
                                                                        00215104
           MOVE '9999-I-FINAL' TO WS-PARRAFO                            00215105
                                                                        00215106
      *    EL TRAILER DE CUADRE Y LAS ESTADISTICAS SE GRABAN SOLO       00215107
      *    CUANDO LA CORRIDA TERMINO LIMPIA: UNA CORRIDA CORTADA        00215108
      *    POR ERROR (RETURN-CODE 9999) SE REINICIA SOBRE LA MISMA      00215109
      *    GENERACION (DISP=MOD) Y UN TRAILER PARCIAL DEJARIA DOS       00215110
      *    TRAILERS EN EL ARCHIVO, ROMPIENDO EL CUADRE CONTABLE Y       00215111
      *    LA CONCILIACION DE EXAMEN12.                                 00215112
           PERFORM 9945-I-SUMAR-TOTALES-GL                              00215113
              THRU 9945-F-SUMAR-TOTALES-GL                              00215114
             VARYING WS-GLT-IDX FROM 1 BY 1                             00215115
               UNTIL WS-GLT-IDX > 5                                     00215116
                                                                        00215117
           IF RETURN-CODE NOT = 9999                                    00215118
              PERFORM 9950-I-GRABAR-ESTADISTICAS                        00215119
                 THRU 9950-F-GRABAR-ESTADISTICAS                        00215130
           END-IF                                                       00215131
                                                                        00215132
           PERFORM 8100-I-CIERRE-ARCHIVOS                               00215204
              THRU 8100-F-CIERRE-ARCHIVOS                               00215304
           .                                                            00215305
                                                                        00215315
       9999-X-TOTALES.                                                  00215402
           DISPLAY '**********************************************'.    00215504
           DISPLAY '*  TOTALES DE CONTROL DE PROCESO             *'.    00215604
           DISPLAY 'TOTAL MOV. SUCUR.INVALIDA: ' WS-CANT-MOV-SUC-INV.   00216622
           DISPLAY 'TOTAL MOV. CLI.BLOQUEADO : ' WS-CANT-MOV-CLI-BLOQ.  00216623
           DISPLAY 'TOTAL MOV. MONEDA DIST.  : ' WS-CANT-MOV-MONEDA.    00216624
           DISPLAY 'TOTAL CONTRASIENTOS      : ' WS-CANT-REVERSION.     00216629
           DISPLAY 'TOTAL CONTRAS. RECHAZADOS: ' WS-CANT-REV-RECHAZO.   00216634
           DISPLAY 'TOTAL CHEQUES DEPOSITADOS: ' WS-CANT-CHEQUES.       00216639
           DISPLAY 'TOTAL MOV. IMPUESTO D/C  : ' WS-CANT-IMPUESTO.      00216644
           DISPLAY 'TOTAL PATAS EXENTAS IMP. : ' WS-CANT-IMP-EXENTO.    00216649
           DISPLAY 'TOTAL CAMBIOS DE MONEDA  : ' WS-CANT-CAMBIO.        00216654
           DISPLAY 'TOTAL CAMBIOS RECHAZADOS : ' WS-CANT-CAM-RECHAZO.   00216659
           DISPLAY 'TOTAL SPREAD DE CAMBIO   : ' WS-TOT-SPREAD.         00216664
           DISPLAY '----------------------------------------------'     00216704
           DISPLAY 'TOTAL REGISTROS GRABADOS   : '  WS-GRABADOS.        00216916
           DISPLAY '**********************************************'.    00217004
