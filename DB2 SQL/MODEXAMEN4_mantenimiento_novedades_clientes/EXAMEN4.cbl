       IDENTIFICATION DIVISION.                                         00000100
      *                                                        *        00000102
       PROGRAM-ID. EXAMEN4.                                             00000104
      **********************************************************        00000106
      *                                                        *        00000108
      *  PROGRAMA PARA SQL EMBEBIDO                            *        00000110
      *  MANTENIMIENTO BATCH DE CLIENTES (TBCURCLI) DESDE EL   *        00000112
      *  ARCHIVO DE NOVEDADES NOVECLIE (ALTA/MODIF/BAJA)       *        00000114
      *                                                        *        00000116
      **********************************************************        00000118
      *      MANTENIMIENTO DE PROGRAMA                         *        00000120
      **********************************************************        00000122
      *  FECHA   *    DETALLE        * COD *                            00000124
      **************************************                            00000126
      *22/08/26  * VERSION INICIAL   *RVH  *                            00000128
      *22/08/26  * ALTA/MODIF/BAJA   *RVH  *                            00000130
      *          * SOBRE TBCURCLI    *     *                            00000132
      *22/08/26  * LISTADO Y RECHAZOS*RVH  *                            00000134
      *22/08/26  * FECHA DE PROCESO  *RVH  *                            00000181
      *          * DESDE TBCALEND    *     *                            00000182
      *22/08/26  * RECHAZO SIN RUIDO  *RVH  *                           00000185
      *          * TOCADO EN TBNOVDIA *     *                           00000197
      *          * (MODO INCREMENTAL  *     *                           00000198
      *          * DE EXAMEN1)        *     *                           00000199
      *15/10/26  * AUDITORIA DE LOS   *RVH  *                           00000299
      *          * CAMBIOS EN TBCUR-  *     *                           00000399
      *          * CLI, TBESTCLI Y    *     *                           00000499
      *          * TBDOMCLI (TBAUDMAE *     *                           00000599
      *          * CON IMAGEN ANTES/  *     *                           00000699
      *          * DESPUES)           *     *                           00000799
      *15/10/26  * MARCA DE AVISOS    *RVH  *                           00000899
      *          * AL CLIENTE EN LA   *     *                           00000999
      *          * NOVEDAD 'D'        *     *                           00001099
      *          * (TBDOMCLI.AVISOS   *     *                           00001199
      *          * S/N)               *     *                           00001209
      *15/10/26  * IMAGEN DE EXENCION *RVH  *                           00001219
      *          * D/C (TBEXEIMP) EN  *     *                           00001229
      *          * EL AREA DE AUDIT.  *     *                           00001299
      **************************************                            00001900
       ENVIRONMENT DIVISION.                                            00002000
       CONFIGURATION SECTION.                                           00002100
       77  WS-CANT-CLI-EXISTE PIC S9(09) USAGE COMP VALUE ZEROS.        00007000
       77  WS-CANT-CTAS-CLI   PIC S9(09) USAGE COMP VALUE ZEROS.        00007100
       77  WS-TS-INICIO             PIC X(26) VALUE SPACES.             00007110
       77  WS-NRO-AUDITORIA   PIC S9(09) USAGE COMP VALUE ZEROS.        00007120
                                                                        00007200
      ****************************************                          00007300
      * CONTADORES                           *                          00007400
           03  WS-CANT-BAJAS           PIC 9(03) VALUE ZEROS.           00008100
           03  WS-CANT-ESTADOS         PIC 9(03) VALUE ZEROS.           00008110
           03  WS-CANT-DOMICILIOS      PIC 9(03) VALUE ZEROS.           00008120
           03  WS-CANT-AUDITADOS       PIC 9(05) VALUE ZEROS.           00008130
           03  WS-GRABADOS             PIC 9(03) VALUE ZEROS.           00008200
                                                                        00008300
      *****************************************                         00008400
              05 WS-DB2-MM          PIC X(02).                          00010340
              05 FILLER             PIC X VALUE '-'.                    00010350
              05 WS-DB2-DD          PIC X(02).                          00010360
      *    REFERENCIA DE LA NOVEDAD QUE ORIGINA CADA FILA DE            00010362
      *    AUDITORIA: ARCHIVO, NRO DE REGISTRO Y TIPO DE NOVEDAD.       00010364
          03  WS-REF-NOVEDAD.                                           00010366
              05 WS-REF-ARCHIVO     PIC X(08) VALUE 'NOVECLIE'.         00010368
              05 FILLER             PIC X(05) VALUE ' REG '.            00010370
              05 WS-REF-NROREG      PIC 9(05) VALUE ZEROS.              00010372
              05 FILLER             PIC X     VALUE SPACES.             00010374
              05 WS-REF-TIPNOV      PIC X     VALUE SPACES.             00010376
                                                                        00010400
      *****************************************                         00010500
      *   IMPRESION DE TITULOS LISTADO        *                         00010600
           03 NOV-CLI-DATOS-DOM REDEFINES NOV-CLI-DATOS.                00020420
               05 NOV-CLI-DOMICILIO    PIC X(30).                       00020430
               05 NOV-CLI-EMAIL        PIC X(25).                       00020440
               05 NOV-CLI-SUCDOM       PIC 9(2).                        00020441
      *        AVISOS POR CORREO: 'S' LOS RECIBE / 'N' NO LOS RECIBE    00020442
      *        (BLANCO = 'S')                                           00020443
               05 NOV-CLI-AVISOS       PIC X(1).                        00020444
               05 FILLER               PIC X(5).                        00020445
                                                                        00020446
      **   COPY DE IMAGENES DE FILA PARA LA AUDITORIA       **          00020447
      **   DE DATOS MAESTROS (TBAUDMAE IMGANT / IMGPOS)     **          00020448
      **    COPY IMGAUDIT.                                              00020449
       01  WS-IMAGEN-AUDITORIA         PIC X(80).                       00020450
      * TBCURCLI                                                        00020451
       01  IMG-CLIENTE REDEFINES WS-IMAGEN-AUDITORIA.                   00020452
           03 IMG-CLI-TIPDOC           PIC X(2).                        00020453
           03 IMG-CLI-NRODOC           PIC 9(11).                       00020454
           03 IMG-CLI-NROCLI           PIC 9(3).                        00020455
           03 IMG-CLI-NOMAPE           PIC X(30).                       00020456
           03 IMG-CLI-FECNAC           PIC X(10).                       00020457
           03 IMG-CLI-SEXO             PIC X(1).                        00020458
           03 FILLER                   PIC X(23).                       00020459
      * TBCURCTA (SIN SALDO: LOS MOVIMIENTOS SE RASTREAN EN TBMOVHIS)   00020460
       01  IMG-CUENTA REDEFINES WS-IMAGEN-AUDITORIA.                    00020461
           03 IMG-CTA-TIPCUEN          PIC X(2).                        00020462
           03 IMG-CTA-NROCUEN          PIC 9(5).                        00020463
           03 IMG-CTA-SUCUEN           PIC 9(2).                        00020464
           03 IMG-CTA-NROCLI           PIC 9(3).                        00020465
           03 IMG-CTA-MONEDA           PIC X(2).                        00020466
           03 FILLER                   PIC X(66).                       00020467
      * TBESTCLI                                                        00020468
       01  IMG-ESTADO-CLI REDEFINES WS-IMAGEN-AUDITORIA.                00020469
           03 IMG-ECL-NROCLI           PIC 9(3).                        00020470
           03 IMG-ECL-ESTADO           PIC X(1).                        00020471
           03 IMG-ECL-MOTIVO           PIC X(10).                       00020472
           03 IMG-ECL-FECESTADO        PIC X(10).                       00020473
           03 FILLER                   PIC X(56).                       00020474
      * TBESTCTA                                                        00020475
       01  IMG-ESTADO-CTA REDEFINES WS-IMAGEN-AUDITORIA.                00020476
           03 IMG-ECT-TIPCUEN          PIC X(2).                        00020477
           03 IMG-ECT-NROCUEN          PIC 9(5).                        00020478
           03 IMG-ECT-ESTADO           PIC X(1).                        00020479
           03 IMG-ECT-FECESTADO        PIC X(10).                       00020480
           03 FILLER                   PIC X(62).                       00020481
      * TBDOMCLI                                                        00020482
       01  IMG-DOMICILIO REDEFINES WS-IMAGEN-AUDITORIA.                 00020483
           03 IMG-DOM-NROCLI           PIC 9(3).                        00020484
           03 IMG-DOM-DOMICILIO        PIC X(30).                       00020485
           03 IMG-DOM-EMAIL            PIC X(25).                       00020486
           03 IMG-DOM-SUCURSAL         PIC 9(2).                        00020487
           03 IMG-DOM-FECALTA          PIC X(10).                       00020488
           03 IMG-DOM-AVISOS           PIC X(1).                        00020489
           03 FILLER                   PIC X(9).                        00020490
      * TBLIMCTA                                                        00020491
       01  IMG-LIMITE REDEFINES WS-IMAGEN-AUDITORIA.                    00020492
           03 IMG-LIM-TIPCUEN          PIC X(2).                        00020493
           03 IMG-LIM-NROCUEN          PIC 9(5).                        00020494
           03 IMG-LIM-LIMDESC          PIC 9(5)V9(2).                   00020504
           03 FILLER                   PIC X(66).                       00020514
      * TBEXEIMP                                                        00020524
       01  IMG-EXENCION REDEFINES WS-IMAGEN-AUDITORIA.                  00020534
           03 IMG-EXE-NROCLI           PIC 9(3).                        00020544
           03 IMG-EXE-FECDESDE         PIC X(10).                       00020554
           03 IMG-EXE-FECHASTA         PIC X(10).                       00020564
           03 IMG-EXE-CERTIF           PIC X(20).                       00020574
           03 FILLER                   PIC X(37).                       00020584
                                                                        00020594
      ********************************************************          00020600
      *  AREA DE COMUNICACION Y DEFINICION SQL DB2           *          00020700
      ********************************************************          00020800
            END-EXEC.                                                   00021521
            EXEC SQL                                                    00021522
              INCLUDE TBNOVDIA                                          00021523
            END-EXEC.                                                   00021533
            EXEC SQL                                                    00021543
              INCLUDE TBAUDMAE                                          00021553
            END-EXEC.                                                   00021563
                                                                        00021600
       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.  00021700
                                                                        00021800
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TS-INICIO             00024710
                                                                        00024800
           SET WS-SI-PROCESO TO TRUE                                    00024900
           PERFORM 1015-I-OBTENER-FECHA-PROCESO                         00024901
              THRU 1015-F-OBTENER-FECHA-PROCESO                         00024902
           IF WS-FIN-PROCESO                                            00024903
              GO TO 1000-F-INICIO                                       00024904
           END-IF                                                       00024905
                                                                        00024906
           PERFORM 1030-I-NUMERAR-AUDITORIA                             00024907
              THRU 1030-F-NUMERAR-AUDITORIA                             00024908
           IF WS-FIN-PROCESO                                            00024909
              GO TO 1000-F-INICIO                                       00024910
           END-IF                                                       00024914
                                                                        00025000
           PERFORM 8000-I-APERTURA-ARCHIVOS                             00025100
           END-EVALUATE.                                                00026665
                                                                        00026666
       1015-F-OBTENER-FECHA-PROCESO. EXIT.                              00026667
                                                                        00026669
      ***********************************************************       00026671
      *  NUMERACION DE LA AUDITORIA: SE CONTINUA DESDE EL       *       00026673
      *  ULTIMO NROAUD DEL PROGRAMA EN LA FECHA DE PROCESO,     *       00026675
      *  ASI UNA RECORRIDA DEL DIA NO PISA LAS FILAS GRABADAS.  *       00026677
      ***********************************************************       00026679
       1030-I-NUMERAR-AUDITORIA.                                        00026681
                                                                        00026683
           MOVE '1030-I-NUMERAR-AUDITORIA' TO WS-PARRAFO                00026685
                                                                        00026687
           MOVE WS-FECHA-DB2  TO AU-FECPROC                             00026689
           MOVE 'EXAMEN4 '    TO AU-PROGRAMA                            00026691
                                                                        00026693
           EXEC SQL                                                     00026695
              SELECT COALESCE(MAX(NROAUD), 0)                           00026697
                INTO :WS-NRO-AUDITORIA                                  00026699
                FROM KC02803.TBAUDMAE                                   00026704
               WHERE FECPROC  = :AU-FECPROC                             00026709
                 AND PROGRAMA = :AU-PROGRAMA                            00026714
           END-EXEC                                                     00026719
                                                                        00026724
           IF  SQLCODE NOT EQUAL ZEROS                                  00026729
                MOVE SQLCODE   TO WS-SQLCODE                            00026734
                DISPLAY '************************************'          00026739
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00026744
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00026749
                DISPLAY '************************************'          00026754
                DISPLAY '* TABLA       : AUDIT. - TBAUDMAE  *'          00026759
                DISPLAY '* DESCRIPCION : NUMERA AUDITORIA   *'          00026764
                DISPLAY '************************************'          00026769
                MOVE 9999 TO RETURN-CODE                                00026774
                SET  WS-FIN-PROCESO TO TRUE                             00026779
           END-IF                                                       00026784
           .                                                            00026789
       1030-F-NUMERAR-AUDITORIA. EXIT.                                  00026794
                                                                        00026799
      **************************************                            00026800
      *  CUERPO PRINCIPAL DEL PROGRAMA     *                            00026900
      **************************************                            00027000
      ***********************************************************       00042403
      *  VALIDACION DE LA NOVEDAD DE DOMICILIO ('D'): NROCLI    *       00042404
      *  NUMERICO Y EXISTENTE, DOMICILIO NO VACIO Y SUCURSAL    *       00042405
      *  NUMERICA, MARCA DE AVISOS S/N. EL DOMICILIO VIGENTE    *       00042406
      *  ES UNICO POR CLIENTE: EL ALTA PISA EL ANTERIOR         *       00042407
      *  (CLAVE NROCLI EN TBDOMCLI).                            *       00042408
      ***********************************************************       00042409
       2170-I-VALIDAR-DOMICILIO.                                        00042410
                                                                        00042411
           IF NOV-CLI-NROCLI NOT NUMERIC OR                             00042412
              NOV-CLI-NROCLI = ZEROS                                    00042413
                MOVE 'NUMERO INV' TO WS-MOTIVO-RECHAZO                  00042414
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00042415
                GO TO 2170-F-VALIDAR-DOMICILIO                          00042416
           END-IF                                                       00042417
                                                                        00042418
           IF NOV-CLI-DOMICILIO = SPACES                                00042419
                MOVE 'DOMICVACIO' TO WS-MOTIVO-RECHAZO                  00042420
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00042421
                GO TO 2170-F-VALIDAR-DOMICILIO                          00042422
           END-IF                                                       00042423
                                                                        00042424
           IF NOV-CLI-SUCDOM NOT NUMERIC                                00042425
                MOVE 'SUCUR INV ' TO WS-MOTIVO-RECHAZO                  00042426
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00042427
                GO TO 2170-F-VALIDAR-DOMICILIO                          00042428
           END-IF                                                       00042429
                                                                        00042430
           IF NOV-CLI-AVISOS = SPACE                                    00042431
                MOVE 'S' TO NOV-CLI-AVISOS                              00042432
           END-IF                                                       00042433
                                                                        00042434
           IF NOV-CLI-AVISOS NOT = 'S' AND NOV-CLI-AVISOS NOT = 'N'     00042435
                MOVE 'AVISO INV ' TO WS-MOTIVO-RECHAZO                  00042436
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00042437
                GO TO 2170-F-VALIDAR-DOMICILIO                          00042438
           END-IF                                                       00042439
                                                                        00042440
           PERFORM 8500-I-CONSULTAR-CLIENTE                             00042441
              THRU 8500-F-CONSULTAR-CLIENTE                             00042442
                                                                        00042443
           IF WS-CANT-CLI-EXISTE = ZEROS                                00042444
                MOVE 'NO EXISTE ' TO WS-MOTIVO-RECHAZO                  00042445
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00042446
           END-IF                                                       00042447
           .                                                            00042448
       2170-F-VALIDAR-DOMICILIO. EXIT.                                  00042449
                                                                        00042450
      ***********************************************************       00042500
      *  ALTA DE CLIENTE EN TBCURCLI                            *       00042600
      ***********************************************************       00042700
                                                                        00044900
           IF  SQLCODE EQUAL ZEROS                                      00045000
                ADD 1 TO WS-CANT-ALTAS                                  00045100
                MOVE SPACES     TO AU-IMGANT                            00045110
                PERFORM 8460-I-IMAGEN-CLIENTE                           00045120
                   THRU 8460-F-IMAGEN-CLIENTE                           00045130
                MOVE WS-IMAGEN-AUDITORIA TO AU-IMGPOS                   00045140
                MOVE 'TBCURCLI' TO AU-TABLA                             00045150
                MOVE 'A'        TO AU-OPERACION                         00045160
                PERFORM 8450-I-GRABAR-AUDITORIA                         00045170
                   THRU 8450-F-GRABAR-AUDITORIA                         00045180
           ELSE                                                         00045200
                PERFORM 9995-I-ERROR-DB2                                00045300
                   THRU 9995-F-ERROR-DB2                                00045400
       2300-I-APLICAR-MODIFICACION.                                     00046200
                                                                        00046300
           MOVE '2300-I-APLICAR-MODIFICACION' TO WS-PARRAFO             00046400
                                                                        00046405
      *    IMAGEN ANTERIOR DEL CLIENTE PARA LA AUDITORIA.               00046410
           MOVE NOV-CLI-NROCLI TO WT-NROCLI                             00046415
           PERFORM 8520-I-LEER-CLIENTE                                  00046420
              THRU 8520-F-LEER-CLIENTE                                  00046425
           IF WS-NOVEDAD-RECHAZADA                                      00046430
              GO TO 2300-F-APLICAR-MODIFICACION                         00046435
           END-IF                                                       00046440
           PERFORM 8460-I-IMAGEN-CLIENTE                                00046445
              THRU 8460-F-IMAGEN-CLIENTE                                00046450
           MOVE WS-IMAGEN-AUDITORIA TO AU-IMGANT                        00046455
                                                                        00046500
           MOVE NOV-CLI-TIPDOC TO WT-TIPDOC                             00046600
           MOVE NOV-CLI-NRODOC TO WT-NRODOC                             00046700
                                                                        00048200
           IF  SQLCODE EQUAL ZEROS                                      00048300
                ADD 1 TO WS-CANT-MODIF                                  00048400
                PERFORM 8460-I-IMAGEN-CLIENTE                           00048410
                   THRU 8460-F-IMAGEN-CLIENTE                           00048420
                MOVE WS-IMAGEN-AUDITORIA TO AU-IMGPOS                   00048430
                MOVE 'TBCURCLI' TO AU-TABLA                             00048440
                MOVE 'M'        TO AU-OPERACION                         00048450
                PERFORM 8450-I-GRABAR-AUDITORIA                         00048460
                   THRU 8450-F-GRABAR-AUDITORIA                         00048470
           ELSE                                                         00048500
                PERFORM 9995-I-ERROR-DB2                                00048600
                   THRU 9995-F-ERROR-DB2                                00048700
                                                                        00049800
           MOVE NOV-CLI-NROCLI TO WT-NROCLI                             00049900
                                                                        00050000
      *    IMAGEN ANTERIOR DEL CLIENTE PARA LA AUDITORIA.               00050005
           PERFORM 8520-I-LEER-CLIENTE                                  00050010
              THRU 8520-F-LEER-CLIENTE                                  00050015
           IF WS-NOVEDAD-RECHAZADA                                      00050020
              GO TO 2400-F-APLICAR-BAJA                                 00050025
           END-IF                                                       00050030
           PERFORM 8460-I-IMAGEN-CLIENTE                                00050035
              THRU 8460-F-IMAGEN-CLIENTE                                00050040
           MOVE WS-IMAGEN-AUDITORIA TO AU-IMGANT                        00050045
                                                                        00050050
           EXEC SQL                                                     00050100
              DELETE FROM KC02803.TBCURCLI                              00050200
               WHERE NROCLI = :WT-NROCLI                                00050300
                                                                        00050500
           IF  SQLCODE EQUAL ZEROS                                      00050600
                ADD 1 TO WS-CANT-BAJAS                                  00050700
                MOVE SPACES     TO AU-IMGPOS                            00050710
                MOVE 'TBCURCLI' TO AU-TABLA                             00050720
                MOVE 'B'        TO AU-OPERACION                         00050730
                PERFORM 8450-I-GRABAR-AUDITORIA                         00050740
                   THRU 8450-F-GRABAR-AUDITORIA                         00050750
           ELSE                                                         00050800
                PERFORM 9995-I-ERROR-DB2                                00050900
                   THRU 9995-F-ERROR-DB2                                00051000
      *  ESTADO DE CLIENTE EN TBESTCLI (BLOQUEO/DESBLOQUEO):    *       00051330
      *  MISMO PATRON UPDATE/+100/INSERT QUE LA MARCA DE        *       00051340
      *  DORMIDA DE EXAMEN10. EXAMEN2 CONSULTA ESTA TABLA AL    *       00051350
      *  RESOLVER EL NROCLI DE CADA MOVIMIENTO.                 *       00051351
      ***********************************************************       00051352
       2600-I-APLICAR-ESTADO.                                           00051353
                                                                        00051354
           MOVE '2600-I-APLICAR-ESTADO' TO WS-PARRAFO                   00051355
                                                                        00051356
      *    IMAGEN ANTERIOR DEL ESTADO PARA LA AUDITORIA (SIN FILA       00051357
      *    PREVIA LA AUDITORIA QUEDA COMO ALTA).                        00051358
           MOVE NOV-CLI-NROCLI TO EL-NROCLI                             00051359
           PERFORM 8530-I-LEER-ESTADO                                   00051360
              THRU 8530-F-LEER-ESTADO                                   00051361
           IF WS-NOVEDAD-RECHAZADA                                      00051362
              GO TO 2600-F-APLICAR-ESTADO                               00051363
           END-IF                                                       00051364
                                                                        00051365
           MOVE NOV-CLI-NROCLI TO EL-NROCLI                             00051366
           MOVE NOV-CLI-ESTADO TO EL-ESTADO                             00051367
           MOVE NOV-CLI-MOTIVO TO EL-MOTIVO                             00051368
           MOVE WS-FECHA-DB2   TO EL-FECESTADO                          00051369
                                                                        00051370
           EXEC SQL                                                     00051371
              UPDATE KC02803.TBESTCLI                                   00051372
                 SET ESTADO    = :EL-ESTADO,                            00051373
                     MOTIVO    = :EL-MOTIVO,                            00051374
                     FECESTADO = :EL-FECESTADO                          00051375
               WHERE NROCLI  = :EL-NROCLI                               00051376
           END-EXEC                                                     00051377
                                                                        00051378
           IF SQLCODE EQUAL +100                                        00051379
              EXEC SQL                                                  00051380
                 INSERT INTO KC02803.TBESTCLI                           00051381
                        (NROCLI, ESTADO, MOTIVO, FECESTADO)             00051382
                 VALUES (:EL-NROCLI,                                    00051383
                         :EL-ESTADO,                                    00051384
                         :EL-MOTIVO,                                    00051385
                         :EL-FECESTADO)                                 00051386
              END-EXEC                                                  00051387
           END-IF                                                       00051388
                                                                        00051389
           IF  SQLCODE EQUAL ZEROS                                      00051390
                ADD 1 TO WS-CANT-ESTADOS                                00051391
                PERFORM 8470-I-IMAGEN-ESTADO                            00051392
                   THRU 8470-F-IMAGEN-ESTADO                            00051393
                MOVE WS-IMAGEN-AUDITORIA TO AU-IMGPOS                   00051394
                MOVE 'TBESTCLI' TO AU-TABLA                             00051395
                PERFORM 8450-I-GRABAR-AUDITORIA                         00051396
                   THRU 8450-F-GRABAR-AUDITORIA                         00051397
           ELSE                                                         00051398
                PERFORM 9995-I-ERROR-DB2                                00051399
                   THRU 9995-F-ERROR-DB2                                00051400
           END-IF                                                       00051401
           .                                                            00051402
       2600-F-APLICAR-ESTADO. EXIT.                                     00051403
                                                                        00051404
      ***********************************************************       00051405
      *  DOMICILIO Y CONTACTO DEL CLIENTE EN TBDOMCLI: EL ALTA  *       00051406
      *  PISA EL DOMICILIO ANTERIOR (UN SOLO DOMICILIO VIGENTE  *       00051407
      *  POR CLIENTE). MISMO PATRON UPDATE/+100/INSERT.         *       00051408
      ***********************************************************       00051409
       2700-I-APLICAR-DOMICILIO.                                        00051410
                                                                        00051411
           MOVE '2700-I-APLICAR-DOMICILIO' TO WS-PARRAFO                00051412
                                                                        00051413
      *    IMAGEN ANTERIOR DEL DOMICILIO PARA LA AUDITORIA (SIN         00051414
      *    FILA PREVIA LA AUDITORIA QUEDA COMO ALTA).                   00051415
           MOVE NOV-CLI-NROCLI TO DO-NROCLI                             00051416
           PERFORM 8540-I-LEER-DOMICILIO                                00051426
              THRU 8540-F-LEER-DOMICILIO                                00051436
           IF WS-NOVEDAD-RECHAZADA                                      00051446
              GO TO 2700-F-APLICAR-DOMICILIO                            00051456
           END-IF                                                       00051466
                                                                        00051476
           MOVE NOV-CLI-NROCLI    TO DO-NROCLI                          00051486
           MOVE NOV-CLI-DOMICILIO TO DO-DOMICILIO                       00051496
           MOVE NOV-CLI-EMAIL     TO DO-EMAIL                           00051506
           MOVE NOV-CLI-SUCDOM    TO DO-SUCURSAL                        00051516
           MOVE WS-FECHA-DB2      TO DO-FECALTA                         00051526
           MOVE NOV-CLI-AVISOS    TO DO-AVISOS                          00051536
                                                                        00051546
           EXEC SQL                                                     00051556
              UPDATE KC02803.TBDOMCLI                                   00051566
                 SET DOMICILIO = :DO-DOMICILIO,                         00051576
                     EMAIL     = :DO-EMAIL,                             00051586
                     SUCURSAL  = :DO-SUCURSAL,                          00051596
                     FECALTA   = :DO-FECALTA,                           00051606
                     AVISOS    = :DO-AVISOS                             00051616
               WHERE NROCLI  = :DO-NROCLI                               00051626
           END-EXEC                                                     00051636
                                                                        00051646
           IF SQLCODE EQUAL +100                                        00051656
              EXEC SQL                                                  00051666
                 INSERT INTO KC02803.TBDOMCLI                           00051676
                        (NROCLI, DOMICILIO, EMAIL,                      00051686
                         SUCURSAL, FECALTA, AVISOS)                     00051696
                 VALUES (:DO-NROCLI,                                    00051706
                         :DO-DOMICILIO,                                 00051716
                         :DO-EMAIL,                                     00051726
                         :DO-SUCURSAL,                                  00051736
                         :DO-FECALTA,                                   00051746
                         :DO-AVISOS)                                    00051756
              END-EXEC                                                  00051766
           END-IF                                                       00051776
                                                                        00051786
           IF  SQLCODE EQUAL ZEROS                                      00051796
                ADD 1 TO WS-CANT-DOMICILIOS                             00051806
                PERFORM 8480-I-IMAGEN-DOMICILIO                         00051816
                   THRU 8480-F-IMAGEN-DOMICILIO                         00051826
                MOVE WS-IMAGEN-AUDITORIA TO AU-IMGPOS                   00051836
                MOVE 'TBDOMCLI' TO AU-TABLA                             00051846
                PERFORM 8450-I-GRABAR-AUDITORIA                         00051856
                   THRU 8450-F-GRABAR-AUDITORIA                         00051866
           ELSE                                                         00051876
                PERFORM 9995-I-ERROR-DB2                                00051886
                   THRU 9995-F-ERROR-DB2                                00051896
           END-IF                                                       00051906
           .                                                            00051916
       2700-F-APLICAR-DOMICILIO. EXIT.                                  00051926
                                                                        00051936
      ***********************************************************       00051946
      *  MARCA DEL CLIENTE TOCADO EN TBNOVDIA (ALCANCE DEL      *       00051956
      *  MODO INCREMENTAL DE EXAMEN1). UNA SEGUNDA NOVEDAD DEL  *       00051966
      *  MISMO CLIENTE EN EL DIA DA -803 Y SE IGNORA.           *       00051976
      ***********************************************************       00051986
       2800-I-MARCAR-TOCADO.                                            00051996
                                                                        00052006
           MOVE '2800-I-MARCAR-TOCADO' TO WS-PARRAFO                    00052016
                                                                        00052026
           MOVE WS-FECHA-DB2   TO ND-FECPROC                            00052036
           MOVE 'C'            TO ND-TIPO                               00052046
           MOVE NOV-CLI-NROCLI TO ND-NROCLI                             00052056
           MOVE SPACES         TO ND-TIPCUEN                            00052066
           MOVE ZEROS          TO ND-NROCUEN                            00052076
                                                                        00052086
           EXEC SQL                                                     00052096
              INSERT INTO KC02803.TBNOVDIA                              00052106
                     (FECPROC, TIPO, NROCLI, TIPCUEN, NROCUEN)          00052116
              VALUES (:ND-FECPROC,                                      00052126
                      :ND-TIPO,                                         00052136
                      :ND-NROCLI,                                       00052146
                      :ND-TIPCUEN,                                      00052156
                      :ND-NROCUEN)                                      00052166
           END-EXEC                                                     00052176
                                                                        00052186
           IF  SQLCODE EQUAL ZEROS OR SQLCODE EQUAL -803                00052196
                CONTINUE                                                00052206
           ELSE                                                         00052216
                PERFORM 9995-I-ERROR-DB2                                00052226
                   THRU 9995-F-ERROR-DB2                                00052236
           END-IF                                                       00052246
           .                                                            00052256
       2800-F-MARCAR-TOCADO. EXIT.                                      00052266
                                                                        00052268
      **************************************                            00052270
      *  GRABAR REGISTRO EN RECHAZOS       *                            00052272
      **************************************                            00052274
       2500-I-GRABAR-RECHAZO.                                           00052276
                                                                        00052278
           MOVE '2500-I-GRABAR-RECHAZO' TO WS-PARRAFO                   00052280
                                                                        00052282
           MOVE NOVEDADES-CLIENTES TO REG-RECHAZOS                      00052284
           WRITE REG-RECHAZOS.                                          00052300
                                                                        00052400
           MOVE FS-RECHAZOS  TO FS-ACTUAL                               00052500
       8100-F-CIERRE-ARCHIVOS. EXIT.                                    00069300
                                                                        00069400
      ***********************************************************       00069500
      *  AUDITORIA DE DATOS MAESTROS EN KC02803.TBAUDMAE: UNA   *       00069501
      *  FILA POR CAMBIO APLICADO CON LA IMAGEN ANTERIOR Y LA   *       00069502
      *  POSTERIOR DE LA FILA. EL LLAMADOR CARGA TABLA,         *       00069503
      *  OPERACION E IMAGENES; LA CLAVE ES LA DEL CLIENTE.      *       00069504
      ***********************************************************       00069505
       8450-I-GRABAR-AUDITORIA.                                         00069506
                                                                        00069507
           MOVE '8450-I-GRABAR-AUDITORIA' TO WS-PARRAFO                 00069508
                                                                        00069509
           ADD  1                 TO WS-NRO-AUDITORIA                   00069510
           MOVE WS-NRO-AUDITORIA  TO AU-NROAUD                          00069511
           MOVE NOV-CLI-NROCLI    TO AU-NROCLI                          00069512
           MOVE SPACES            TO AU-TIPCUEN                         00069513
           MOVE ZEROS             TO AU-NROCUEN                         00069514
           MOVE WS-ENTRADA-LEIDOS TO WS-REF-NROREG                      00069515
           MOVE NOV-CLI-TIPNOV    TO WS-REF-TIPNOV                      00069516
           MOVE WS-REF-NOVEDAD    TO AU-REFNOV                          00069517
                                                                        00069518
           EXEC SQL                                                     00069519
              INSERT INTO KC02803.TBAUDMAE                              00069520
                     (FECPROC, PROGRAMA, NROAUD, TABLA, OPERACION,      00069521
                      NROCLI, TIPCUEN, NROCUEN, REFNOV,                 00069522
                      IMGANT, IMGPOS, FECHORA)                          00069523
              VALUES (:AU-FECPROC,                                      00069524
                      :AU-PROGRAMA,                                     00069525
                      :AU-NROAUD,                                       00069526
                      :AU-TABLA,                                        00069527
                      :AU-OPERACION,                                    00069528
                      :AU-NROCLI,                                       00069529
                      :AU-TIPCUEN,                                      00069530
                      :AU-NROCUEN,                                      00069531
                      :AU-REFNOV,                                       00069532
                      :AU-IMGANT,                                       00069533
                      :AU-IMGPOS,                                       00069534
                      CURRENT TIMESTAMP)                                00069535
           END-EXEC                                                     00069536
                                                                        00069537
           IF  SQLCODE EQUAL ZEROS                                      00069538
                ADD 1 TO WS-CANT-AUDITADOS                              00069539
           ELSE                                                         00069540
                MOVE 'ERROR DB2 ' TO WS-MOTIVO-RECHAZO                  00069541
                SET  WS-NOVEDAD-RECHAZADA TO TRUE                       00069542
                MOVE SQLCODE   TO WS-SQLCODE                            00069543
                DISPLAY '************************************'          00069544
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00069545
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00069546
                DISPLAY '************************************'          00069547
                DISPLAY '* TABLA       : AUDIT. - TBAUDMAE  *'          00069548
                DISPLAY '* DESCRIPCION : GRABA AUDITORIA    *'          00069549
                DISPLAY '************************************'          00069550
                MOVE 9999 TO RETURN-CODE                                00069551
                SET  WS-FIN-PROCESO TO TRUE                             00069552
           END-IF                                                       00069553
           .                                                            00069554
       8450-F-GRABAR-AUDITORIA. EXIT.                                   00069555
                                                                        00069556
      ***********************************************************       00069557
      *  IMAGENES DE FILA PARA LA AUDITORIA                     *       00069558
      ***********************************************************       00069559
       8460-I-IMAGEN-CLIENTE.                                           00069560
                                                                        00069561
           MOVE SPACES    TO WS-IMAGEN-AUDITORIA                        00069562
           MOVE WT-TIPDOC TO IMG-CLI-TIPDOC                             00069563
           MOVE WT-NRODOC TO IMG-CLI-NRODOC                             00069564
           MOVE WT-NROCLI TO IMG-CLI-NROCLI                             00069565
           MOVE WT-NOMAPE TO IMG-CLI-NOMAPE                             00069566
           MOVE WT-FECNAC TO IMG-CLI-FECNAC                             00069567
           MOVE WT-SEXO   TO IMG-CLI-SEXO                               00069568
           .                                                            00069569
       8460-F-IMAGEN-CLIENTE. EXIT.                                     00069570
                                                                        00069571
       8470-I-IMAGEN-ESTADO.                                            00069572
                                                                        00069573
           MOVE SPACES       TO WS-IMAGEN-AUDITORIA                     00069574
           MOVE EL-NROCLI    TO IMG-ECL-NROCLI                          00069575
           MOVE EL-ESTADO    TO IMG-ECL-ESTADO                          00069576
           MOVE EL-MOTIVO    TO IMG-ECL-MOTIVO                          00069577
           MOVE EL-FECESTADO TO IMG-ECL-FECESTADO                       00069578
           .                                                            00069579
       8470-F-IMAGEN-ESTADO. EXIT.                                      00069580
                                                                        00069581
       8480-I-IMAGEN-DOMICILIO.                                         00069582
                                                                        00069583
           MOVE SPACES       TO WS-IMAGEN-AUDITORIA                     00069584
           MOVE DO-NROCLI    TO IMG-DOM-NROCLI                          00069585
           MOVE DO-DOMICILIO TO IMG-DOM-DOMICILIO                       00069586
           MOVE DO-EMAIL     TO IMG-DOM-EMAIL                           00069587
           MOVE DO-SUCURSAL  TO IMG-DOM-SUCURSAL                        00069588
           MOVE DO-FECALTA   TO IMG-DOM-FECALTA                         00069589
           MOVE DO-AVISOS    TO IMG-DOM-AVISOS                          00069590
           .                                                            00069591
       8480-F-IMAGEN-DOMICILIO. EXIT.                                   00069592
                                                                        00069593
      ***********************************************************       00069594
      *  CONSULTA DE EXISTENCIA DEL CLIENTE EN TBCURCLI         *       00069600
      ***********************************************************       00069700
       8500-I-CONSULTAR-CLIENTE.                                        00069800
           END-IF                                                       00073900
           .                                                            00074000
       8510-F-CONSULTAR-CUENTAS. EXIT.                                  00074100
                                                                        00074101
      ***********************************************************       00074102
      *  LECTURA DE LA FILA VIGENTE DEL CLIENTE EN TBCURCLI     *       00074103
      *  (IMAGEN ANTERIOR DE LA AUDITORIA)                      *       00074104
      ***********************************************************       00074105
       8520-I-LEER-CLIENTE.                                             00074106
                                                                        00074107
           MOVE '8520-I-LEER-CLIENTE' TO WS-PARRAFO                     00074108
                                                                        00074109
           EXEC SQL                                                     00074110
              SELECT TIPDOC, NRODOC, NOMAPE, FECNAC, SEXO               00074111
                INTO :WT-TIPDOC,                                        00074112
                     :WT-NRODOC,                                        00074113
                     :WT-NOMAPE,                                        00074114
                     :WT-FECNAC,                                        00074115
                     :WT-SEXO                                           00074116
                FROM KC02803.TBCURCLI                                   00074117
               WHERE NROCLI = :WT-NROCLI                                00074118
           END-EXEC                                                     00074119
                                                                        00074120
           IF  SQLCODE EQUAL ZEROS                                      00074121
                CONTINUE                                                00074122
           ELSE                                                         00074123
                PERFORM 9995-I-ERROR-DB2                                00074124
                   THRU 9995-F-ERROR-DB2                                00074125
           END-IF                                                       00074126
           .                                                            00074127
       8520-F-LEER-CLIENTE. EXIT.                                       00074128
                                                                        00074129
      ***********************************************************       00074130
      *  LECTURA DEL ESTADO VIGENTE DEL CLIENTE EN TBESTCLI:    *       00074131
      *  CON FILA LA AUDITORIA ES MODIFICACION, SIN FILA ALTA.  *       00074132
      ***********************************************************       00074133
       8530-I-LEER-ESTADO.                                              00074134
                                                                        00074135
           MOVE '8530-I-LEER-ESTADO' TO WS-PARRAFO                      00074136
                                                                        00074137
           EXEC SQL                                                     00074138
              SELECT ESTADO, MOTIVO, FECESTADO                          00074139
                INTO :EL-ESTADO,                                        00074140
                     :EL-MOTIVO,                                        00074141
                     :EL-FECESTADO                                      00074142
                FROM KC02803.TBESTCLI                                   00074143
               WHERE NROCLI = :EL-NROCLI                                00074144
           END-EXEC                                                     00074145
                                                                        00074146
           EVALUATE TRUE                                                00074147
           WHEN SQLCODE EQUAL ZEROS                                     00074148
                MOVE 'M' TO AU-OPERACION                                00074149
                PERFORM 8470-I-IMAGEN-ESTADO                            00074150
                   THRU 8470-F-IMAGEN-ESTADO                            00074151
                MOVE WS-IMAGEN-AUDITORIA TO AU-IMGANT                   00074152
           WHEN SQLCODE EQUAL +100                                      00074153
                MOVE 'A'    TO AU-OPERACION                             00074154
                MOVE SPACES TO AU-IMGANT                                00074155
           WHEN OTHER                                                   00074156
                PERFORM 9995-I-ERROR-DB2                                00074157
                   THRU 9995-F-ERROR-DB2                                00074158
           END-EVALUATE                                                 00074159
           .                                                            00074160
       8530-F-LEER-ESTADO. EXIT.                                        00074161
                                                                        00074162
      ***********************************************************       00074163
      *  LECTURA DEL DOMICILIO VIGENTE DEL CLIENTE EN TBDOMCLI: *       00074164
      *  CON FILA LA AUDITORIA ES MODIFICACION, SIN FILA ALTA.  *       00074165
      ***********************************************************       00074166
       8540-I-LEER-DOMICILIO.                                           00074167
                                                                        00074168
           MOVE '8540-I-LEER-DOMICILIO' TO WS-PARRAFO                   00074169
                                                                        00074170
           EXEC SQL                                                     00074171
              SELECT DOMICILIO, EMAIL, SUCURSAL, FECALTA,               00074172
                     AVISOS                                             00074173
                INTO :DO-DOMICILIO,                                     00074174
                     :DO-EMAIL,                                         00074175
                     :DO-SUCURSAL,                                      00074176
                     :DO-FECALTA,                                       00074177
                     :DO-AVISOS                                         00074178
                FROM KC02803.TBDOMCLI                                   00074179
               WHERE NROCLI = :DO-NROCLI                                00074180
           END-EXEC                                                     00074181
                                                                        00074182
           EVALUATE TRUE                                                00074183
           WHEN SQLCODE EQUAL ZEROS                                     00074184
                MOVE 'M' TO AU-OPERACION                                00074185
                PERFORM 8480-I-IMAGEN-DOMICILIO                         00074186
                   THRU 8480-F-IMAGEN-DOMICILIO                         00074187
                MOVE WS-IMAGEN-AUDITORIA TO AU-IMGANT                   00074188
           WHEN SQLCODE EQUAL +100                                      00074189
                MOVE 'A'    TO AU-OPERACION                             00074190
                MOVE SPACES TO AU-IMGANT                                00074191
           WHEN OTHER                                                   00074192
                PERFORM 9995-I-ERROR-DB2                                00074193
                   THRU 9995-F-ERROR-DB2                                00074194
           END-EVALUATE                                                 00074195
           .                                                            00074196
       8540-F-LEER-DOMICILIO. EXIT.                                     00074197
                                                                        00074200
      **************************************                            00074300
      *  GRABAR TITULOS                    *                            00074400
      *  CUERPO FINAL CIERRE DE FILES      *                            00080500
      **************************************                            00080600
       9999-I-FINAL.                                                    00080700
      *    UNA CORRIDA RECHAZADA (FECHA DE PROCESO O APERTURA)          00080710
      *    SOLO INFORMA SUS TOTALES POR CONSOLA.                        00080720
           IF WS-ARRANQUE-NO                                            00080730
              GO TO 9999-X-TOTALES                                      00080740
           END-IF                                                       00080750
                                                                        00080760
      *    LOS CONTADORES SE PERSISTEN EN TBESTRUN PARA EL              00080770
      *    CONTROL DE CIERRE (EXAMEN17). UNA CORRIDA CORTADA            00080780
      *    POR ERROR NO GRABA.                                          00080790
           IF RETURN-CODE NOT = 9999                                    00080800
              PERFORM 9950-I-GRABAR-ESTADISTICAS                        00080810
                 THRU 9950-F-GRABAR-ESTADISTICAS                        00081120
           END-IF                                                       00081121
                                                                        00081122
           PERFORM 8100-I-CIERRE-ARCHIVOS                               00081132
              THRU 8100-F-CIERRE-ARCHIVOS                               00081142
                                                                        00081152
           .                                                            00081162
       9999-X-TOTALES.                                                  00081190
           DISPLAY '**********************************************'.    00081200
           DISPLAY '*  TOTALES DE MANTENIMIENTO DE CLIENTES      *'.    00081300
           DISPLAY 'TOTAL BAJAS APLICADAS    : ' WS-CANT-BAJAS.         00081800
           DISPLAY 'TOTAL ESTADOS APLICADOS  : ' WS-CANT-ESTADOS.       00081810
           DISPLAY 'TOTAL DOMICILIOS APLIC.  : ' WS-CANT-DOMICILIOS.    00081820
           DISPLAY 'TOTAL CAMBIOS AUDITADOS  : ' WS-CANT-AUDITADOS.     00081830
           DISPLAY 'TOTAL REG. RECHAZADOS    : ' WS-ENTRADA-RECHAZADOS. 00081900
           DISPLAY '----------------------------------------------'     00082000
           DISPLAY 'TOTAL REGISTROS GRABADOS   : '  WS-GRABADOS.        00082100
           PERFORM 9955-I-INSERT-ESTADISTICA                            00082910
              THRU 9955-F-INSERT-ESTADISTICA                            00082920
                                                                        00082930
           MOVE 'DOMIC-APLICADOS   ' TO ER-CONTADOR                     00082931
           MOVE WS-CANT-DOMICILIOS TO ER-VALOR                          00082932
           PERFORM 9955-I-INSERT-ESTADISTICA                            00082933
              THRU 9955-F-INSERT-ESTADISTICA                            00082934
                                                                        00082935
           MOVE 'ESTADOS-APLICADOS ' TO ER-CONTADOR                     00082940
           MOVE WS-CANT-ESTADOS TO ER-VALOR                             00082950
           PERFORM 9955-I-INSERT-ESTADISTICA                            00082960
           MOVE 9999 TO RETURN-CODE                                     00083660
           .                                                            00083670
       9956-F-ERROR-ESTADISTICA. EXIT.                                  00083680
                                                                        00083780
