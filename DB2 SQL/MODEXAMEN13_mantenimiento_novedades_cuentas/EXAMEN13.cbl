      *02/09/26  * LA MODIFICACION   *RVH  *                            00002690
      *          * MARCA TAMBIEN AL  *     *                            00002691
      *          * TITULAR DESPLAZADO*     *                            00002692
      *15/10/26  * LONGITUD NUEVA DEL*RVH  *                            00002702
      *          * CLUSTER DE NOVEDA-*     *                            00002712
      *          * DES (REFERENCIA DE*     *                            00002722
      *          * CONTRASIENTOS)    *     *                            00002732
      *15/10/26  * AUDITORIA DE LOS  *RVH  *                            00002742
      *          * CAMBIOS EN TBCUR- *     *                            00002752
      *          * CTA Y DE LAS BAJAS*     *                            00002762
      *          * DE TBESTCTA Y TB- *     *                            00002772
      *          * LIMCTA (TBAUDMAE) *     *                            00002774
      *15/10/26  * IMAGEN DE EXENCION*RVH  *                            00002776
      *          * D/C (TBEXEIMP) EN *     *                            00002778
      *          * EL AREA DE AUDIT. *     *                            00002782
      **************************************                            00002792
       ENVIRONMENT DIVISION.                                            00002800
       CONFIGURATION SECTION.                                           00002900
       SPECIAL-NAMES.                                                   00003000
       01 REG-RECHAZOS    PIC X(80).                                    00007000
                                                                        00007100
       FD NOVEDADES                                                     00007200
             RECORD CONTAINS 38 CHARACTERS.                             00007300
                                                                        00007400
       01 REG-NOVEDADES.                                                00007500
           03 REG-NOV-NROSEC   PIC 9(08) USAGE COMP.                    00007600
               05 REG-NOV-CLAVE.                                        00007800
                   07 REG-NOV-TIPCUEN   PIC X(02).                      00007900
                   07 REG-NOV-NROCUEN   PIC S9(5)V USAGE COMP-3.        00008000
               05 FILLER            PIC X(29).                          00008100
                                                                        00008200
      **************************************                            00008300
       WORKING-STORAGE SECTION.                                         00008400
      *    (PARA MARCAR TAMBIEN AL TITULAR DESPLAZADO EN TBNOVDIA)      00010020
       77  WS-NROCLI-ANTERIOR PIC S9(3)V USAGE COMP-3                   00010030
                                              VALUE ZEROS.              00010040
       77  WS-NRO-AUDITORIA   PIC S9(09) USAGE COMP VALUE ZEROS.        00010050
                                                                        00010100
      ****************************************                          00010200
      * CONTADORES                           *                          00010300
           03  WS-CANT-ALTAS           PIC 9(03) VALUE ZEROS.           00010800
           03  WS-CANT-MODIF           PIC 9(03) VALUE ZEROS.           00010900
           03  WS-CANT-BAJAS           PIC 9(03) VALUE ZEROS.           00011000
           03  WS-CANT-AUDITADOS       PIC 9(05) VALUE ZEROS.           00011010
           03  WS-GRABADOS             PIC 9(03) VALUE ZEROS.           00011100
                                                                        00011200
      *****************************************                         00011300
              05 WS-DB2-MM          PIC X(02).                          00014700
              05 FILLER             PIC X VALUE '-'.                    00014800
              05 WS-DB2-DD          PIC X(02).                          00014900
      *    REFERENCIA DE LA NOVEDAD QUE ORIGINA CADA FILA DE            00014910
      *    AUDITORIA: ARCHIVO, NRO DE REGISTRO Y TIPO DE NOVEDAD.       00014920
          03  WS-REF-NOVEDAD.                                           00014930
              05 WS-REF-ARCHIVO     PIC X(08) VALUE 'NOVECTAS'.         00014940
              05 FILLER             PIC X(05) VALUE ' REG '.            00014950
              05 WS-REF-NROREG      PIC 9(05) VALUE ZEROS.              00014960
              05 FILLER             PIC X     VALUE SPACES.             00014970
              05 WS-REF-TIPNOV      PIC X     VALUE SPACES.             00014980
                                                                        00015000
      *****************************************                         00015100
      *   IMPRESION DE TITULOS LISTADO        *                         00015200
           03 NOV-MCT-MONEDA           PIC X(2).                        00024220
           03 FILLER                   PIC X(58).                       00024300
                                                                        00024400
      **   COPY DE IMAGENES DE FILA PARA LA AUDITORIA       **          00024401
      **   DE DATOS MAESTROS (TBAUDMAE IMGANT / IMGPOS)     **          00024402
      **    COPY IMGAUDIT.                                              00024403
       01  WS-IMAGEN-AUDITORIA         PIC X(80).                       00024404
      * TBCURCLI                                                        00024405
       01  IMG-CLIENTE REDEFINES WS-IMAGEN-AUDITORIA.                   00024406
           03 IMG-CLI-TIPDOC           PIC X(2).                        00024407
           03 IMG-CLI-NRODOC           PIC 9(11).                       00024408
           03 IMG-CLI-NROCLI           PIC 9(3).                        00024409
           03 IMG-CLI-NOMAPE           PIC X(30).                       00024410
           03 IMG-CLI-FECNAC           PIC X(10).                       00024411
           03 IMG-CLI-SEXO             PIC X(1).                        00024412
           03 FILLER                   PIC X(23).                       00024413
      * TBCURCTA (SIN SALDO: LOS MOVIMIENTOS SE RASTREAN EN TBMOVHIS)   00024414
       01  IMG-CUENTA REDEFINES WS-IMAGEN-AUDITORIA.                    00024415
           03 IMG-CTA-TIPCUEN          PIC X(2).                        00024416
           03 IMG-CTA-NROCUEN          PIC 9(5).                        00024417
           03 IMG-CTA-SUCUEN           PIC 9(2).                        00024418
           03 IMG-CTA-NROCLI           PIC 9(3).                        00024419
           03 IMG-CTA-MONEDA           PIC X(2).                        00024420
           03 FILLER                   PIC X(66).                       00024421
      * TBESTCLI                                                        00024422
       01  IMG-ESTADO-CLI REDEFINES WS-IMAGEN-AUDITORIA.                00024423
           03 IMG-ECL-NROCLI           PIC 9(3).                        00024424
           03 IMG-ECL-ESTADO           PIC X(1).                        00024425
           03 IMG-ECL-MOTIVO           PIC X(10).                       00024426
           03 IMG-ECL-FECESTADO        PIC X(10).                       00024427
           03 FILLER                   PIC X(56).                       00024428
      * TBESTCTA                                                        00024429
       01  IMG-ESTADO-CTA REDEFINES WS-IMAGEN-AUDITORIA.                00024430
           03 IMG-ECT-TIPCUEN          PIC X(2).                        00024431
           03 IMG-ECT-NROCUEN          PIC 9(5).                        00024432
           03 IMG-ECT-ESTADO           PIC X(1).                        00024433
           03 IMG-ECT-FECESTADO        PIC X(10).                       00024434
           03 FILLER                   PIC X(62).                       00024435
      * TBDOMCLI                                                        00024436
       01  IMG-DOMICILIO REDEFINES WS-IMAGEN-AUDITORIA.                 00024437
           03 IMG-DOM-NROCLI           PIC 9(3).                        00024438
           03 IMG-DOM-DOMICILIO        PIC X(30).                       00024439
           03 IMG-DOM-EMAIL            PIC X(25).                       00024440
           03 IMG-DOM-SUCURSAL         PIC 9(2).                        00024441
           03 IMG-DOM-FECALTA          PIC X(10).                       00024442
           03 IMG-DOM-AVISOS           PIC X(1).                        00024443
           03 FILLER                   PIC X(9).                        00024444
      * TBLIMCTA                                                        00024445
       01  IMG-LIMITE REDEFINES WS-IMAGEN-AUDITORIA.                    00024446
           03 IMG-LIM-TIPCUEN          PIC X(2).                        00024447
           03 IMG-LIM-NROCUEN          PIC 9(5).                        00024448
           03 IMG-LIM-LIMDESC          PIC 9(5)V9(2).                   00024453
           03 FILLER                   PIC X(66).                       00024458
      * TBEXEIMP                                                        00024463
       01  IMG-EXENCION REDEFINES WS-IMAGEN-AUDITORIA.                  00024468
           03 IMG-EXE-NROCLI           PIC 9(3).                        00024473
           03 IMG-EXE-FECDESDE         PIC X(10).                       00024478
           03 IMG-EXE-FECHASTA         PIC X(10).                       00024483
           03 IMG-EXE-CERTIF           PIC X(20).                       00024488
           03 FILLER                   PIC X(37).                       00024493
                                                                        00024498
      ********************************************************          00024500
      *  AREA DE COMUNICACION Y DEFINICION SQL DB2           *          00024600
      ********************************************************          00024700
            END-EXEC.                                                   00026030
            EXEC SQL                                                    00026040
              INCLUDE TBNOVDIA                                          00026050
            END-EXEC.                                                   00026051
            EXEC SQL                                                    00026052
              INCLUDE TBESTCTA                                          00026053
            END-EXEC.                                                   00026054
            EXEC SQL                                                    00026055
              INCLUDE TBLIMCTA                                          00026056
            END-EXEC.                                                   00026057
            EXEC SQL                                                    00026058
              INCLUDE TBAUDMAE                                          00026059
            END-EXEC.                                                   00026060
                                                                        00026100
       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.  00026200
           SET WS-SI-PROCESO TO TRUE                                    00029400
           PERFORM 1015-I-OBTENER-FECHA-PROCESO                         00029500
              THRU 1015-F-OBTENER-FECHA-PROCESO                         00029600
           IF WS-FIN-PROCESO                                            00029610
              GO TO 1000-F-INICIO                                       00029620
           END-IF                                                       00029630
                                                                        00029640
           PERFORM 1030-I-NUMERAR-AUDITORIA                             00029650
              THRU 1030-F-NUMERAR-AUDITORIA                             00029660
           IF WS-FIN-PROCESO                                            00029700
              GO TO 1000-F-INICIO                                       00029800
           END-IF                                                       00029900
           END-EVALUATE.                                                00037400
                                                                        00037500
       1015-F-OBTENER-FECHA-PROCESO. EXIT.                              00037600
                                                                        00037602
      ***********************************************************       00037604
      *  NUMERACION DE LA AUDITORIA: SE CONTINUA DESDE EL       *       00037606
      *  ULTIMO NROAUD DEL PROGRAMA EN LA FECHA DE PROCESO,     *       00037608
      *  ASI UNA RECORRIDA DEL DIA NO PISA LAS FILAS GRABADAS.  *       00037610
      ***********************************************************       00037612
       1030-I-NUMERAR-AUDITORIA.                                        00037614
                                                                        00037616
           MOVE '1030-I-NUMERAR-AUDITORIA' TO WS-PARRAFO                00037618
                                                                        00037620
           MOVE WS-FECHA-DB2  TO AU-FECPROC                             00037622
           MOVE 'EXAMEN13'    TO AU-PROGRAMA                            00037624
                                                                        00037626
           EXEC SQL                                                     00037628
              SELECT COALESCE(MAX(NROAUD), 0)                           00037630
                INTO :WS-NRO-AUDITORIA                                  00037632
                FROM KC02803.TBAUDMAE                                   00037634
               WHERE FECPROC  = :AU-FECPROC                             00037636
                 AND PROGRAMA = :AU-PROGRAMA                            00037638
           END-EXEC                                                     00037640
                                                                        00037642
           IF  SQLCODE NOT EQUAL ZEROS                                  00037644
                MOVE SQLCODE   TO WS-SQLCODE                            00037646
                DISPLAY '************************************'          00037648
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00037650
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00037652
                DISPLAY '************************************'          00037654
                DISPLAY '* TABLA       : AUDIT. - TBAUDMAE  *'          00037656
                DISPLAY '* DESCRIPCION : NUMERA AUDITORIA   *'          00037658
                DISPLAY '************************************'          00037660
                MOVE 9999 TO RETURN-CODE                                00037662
                SET  WS-FIN-PROCESO TO TRUE                             00037664
           END-IF                                                       00037666
           .                                                            00037668
       1030-F-NUMERAR-AUDITORIA. EXIT.                                  00037670
                                                                        00037700
      **************************************                            00037800
      *  CUERPO PRINCIPAL DEL PROGRAMA     *                            00037900
           IF NOV-MCT-NROCUEN NOT NUMERIC OR                            00044400
              NOV-MCT-NROCUEN = ZEROS     OR                            00044500
              NOV-MCT-SUCUEN  NOT NUMERIC                               00044600
                MOVE 'NUMERO INV' TO WS-MOTIVO-RECHAZO                  00044602
                SET WS-NOVEDAD-RECHAZADA TO TRUE                        00044604
                GO TO 2100-F-VALIDAR-NOVEDAD                            00044606
           END-IF                                                       00044608
                                                                        00044610
      *    EL ALTA Y LA TRANSFERENCIA DE SUCURSAL SOLO ACEPTAN          00044611
      *    SUCURSALES EXISTENTES Y ACTIVAS EN EL MAESTRO TBSUCURS.      00044612
                                                                        00056400
           IF  SQLCODE EQUAL ZEROS                                      00056500
                ADD 1 TO WS-CANT-ALTAS                                  00056600
                MOVE SPACES     TO AU-IMGANT                            00056610
                PERFORM 8460-I-IMAGEN-CUENTA                            00056620
                   THRU 8460-F-IMAGEN-CUENTA                            00056630
                MOVE WS-IMAGEN-AUDITORIA TO AU-IMGPOS                   00056640
                MOVE 'TBCURCTA' TO AU-TABLA                             00056650
                MOVE 'A'        TO AU-OPERACION                         00056660
                PERFORM 8450-I-GRABAR-AUDITORIA                         00056670
                   THRU 8450-F-GRABAR-AUDITORIA                         00056680
           ELSE                                                         00056700
                PERFORM 9995-I-ERROR-DB2                                00056800
                   THRU 9995-F-ERROR-DB2                                00056900
              GO TO 2300-F-APLICAR-MODIFICACION                         00058191
           END-IF                                                       00058192
           MOVE WS-NROCLI TO WS-NROCLI-ANTERIOR                         00058193
      *    LA MISMA LECTURA DA LA IMAGEN ANTERIOR DE LA AUDITORIA.      00058194
           PERFORM 8460-I-IMAGEN-CUENTA                                 00058195
              THRU 8460-F-IMAGEN-CUENTA                                 00058196
           MOVE WS-IMAGEN-AUDITORIA TO AU-IMGANT                        00058197
                                                                        00058200
           MOVE NOV-MCT-TIPCUEN TO WS-TIPCUEN                           00058300
           MOVE NOV-MCT-NROCUEN TO WS-NROCUEN                           00058400
                                                                        00059500
           IF  SQLCODE EQUAL ZEROS                                      00059600
                ADD 1 TO WS-CANT-MODIF                                  00059700
                PERFORM 8460-I-IMAGEN-CUENTA                            00059710
                   THRU 8460-F-IMAGEN-CUENTA                            00059720
                MOVE WS-IMAGEN-AUDITORIA TO AU-IMGPOS                   00059730
                MOVE 'TBCURCTA' TO AU-TABLA                             00059740
                MOVE 'M'        TO AU-OPERACION                         00059750
                PERFORM 8450-I-GRABAR-AUDITORIA                         00059760
                   THRU 8450-F-GRABAR-AUDITORIA                         00059770
           ELSE                                                         00059800
                PERFORM 9995-I-ERROR-DB2                                00059900
                   THRU 9995-F-ERROR-DB2                                00060000
                                                                        00061300
           MOVE NOV-MCT-TIPCUEN TO WS-TIPCUEN                           00061400
           MOVE NOV-MCT-NROCUEN TO WS-NROCUEN                           00061500
      *    IMAGEN ANTERIOR DE LA CUENTA: TITULAR, SUCURSAL Y MONEDA     00061510
      *    QUEDARON LEIDOS DE TBCURCTA EN LA VALIDACION (8520).         00061520
           PERFORM 8460-I-IMAGEN-CUENTA                                 00061530
              THRU 8460-F-IMAGEN-CUENTA                                 00061540
           MOVE WS-IMAGEN-AUDITORIA TO AU-IMGANT                        00061550
                                                                        00061600
           EXEC SQL                                                     00061700
              DELETE FROM KC02803.TBCURCTA                              00061800
                                                                        00062200
           IF  SQLCODE EQUAL ZEROS                                      00062300
                ADD 1 TO WS-CANT-BAJAS                                  00062400
                MOVE SPACES     TO AU-IMGPOS                            00062410
                MOVE 'TBCURCTA' TO AU-TABLA                             00062420
                MOVE 'B'        TO AU-OPERACION                         00062430
                PERFORM 8450-I-GRABAR-AUDITORIA                         00062440
                   THRU 8450-F-GRABAR-AUDITORIA                         00062450
                IF WS-FIN-PROCESO                                       00062460
                   GO TO 2400-F-APLICAR-BAJA                            00062470
                END-IF                                                  00062480
           ELSE                                                         00062500
                PERFORM 9995-I-ERROR-DB2                                00062600
                   THRU 9995-F-ERROR-DB2                                00062700
                GO TO 2400-F-APLICAR-BAJA                               00062800
           END-IF                                                       00062810
                                                                        00062820
      *    IMAGEN DEL ESTADO DE LA CUENTA ANTES DE BORRARLO.            00062830
           PERFORM 8550-I-LEER-ESTADO-CTA                               00062840
              THRU 8550-F-LEER-ESTADO-CTA                               00062850
           IF WS-FIN-PROCESO                                            00062860
              GO TO 2400-F-APLICAR-BAJA                                 00062870
           END-IF                                                       00062900
                                                                        00063000
           EXEC SQL                                                     00063100
           END-EXEC                                                     00063500
                                                                        00063600
           IF  SQLCODE EQUAL ZEROS OR SQLCODE EQUAL +100                00063700
                IF SQLCODE EQUAL ZEROS                                  00063710
                   MOVE SPACES     TO AU-IMGPOS                         00063720
                   MOVE 'TBESTCTA' TO AU-TABLA                          00063730
                   MOVE 'B'        TO AU-OPERACION                      00063740
                   PERFORM 8450-I-GRABAR-AUDITORIA                      00063750
                      THRU 8450-F-GRABAR-AUDITORIA                      00063760
                END-IF                                                  00063770
           ELSE                                                         00063900
                PERFORM 9995-I-ERROR-DB2                                00064000
                   THRU 9995-F-ERROR-DB2                                00064100
                GO TO 2400-F-APLICAR-BAJA                               00064200
           END-IF                                                       00064210
                                                                        00064220
      *    IMAGEN DEL LIMITE DE DESCUBIERTO ANTES DE BORRARLO.          00064230
           PERFORM 8560-I-LEER-LIMITE                                   00064240
              THRU 8560-F-LEER-LIMITE                                   00064250
           IF WS-FIN-PROCESO                                            00064260
              GO TO 2400-F-APLICAR-BAJA                                 00064270
           END-IF                                                       00064300
                                                                        00064400
           EXEC SQL                                                     00064500
           END-EXEC                                                     00064900
                                                                        00065000
           IF  SQLCODE EQUAL ZEROS OR SQLCODE EQUAL +100                00065100
                IF SQLCODE EQUAL ZEROS                                  00065110
                   MOVE SPACES     TO AU-IMGPOS                         00065120
                   MOVE 'TBLIMCTA' TO AU-TABLA                          00065130
                   MOVE 'B'        TO AU-OPERACION                      00065140
                   PERFORM 8450-I-GRABAR-AUDITORIA                      00065150
                      THRU 8450-F-GRABAR-AUDITORIA                      00065160
                END-IF                                                  00065170
           ELSE                                                         00065300
                PERFORM 9995-I-ERROR-DB2                                00065400
                   THRU 9995-F-ERROR-DB2                                00065500
                                                                        00067400
           ADD 1 TO WS-ENTRADA-RECHAZADOS                               00067500
           .                                                            00067600
       2500-F-GRABAR-RECHAZO. EXIT.                                     00067602
                                                                        00067604
      ***********************************************************       00067606
      *  MARCA DE LA CUENTA TOCADA EN TBNOVDIA (ALCANCE DEL     *       00067608
      *  MODO INCREMENTAL DE EXAMEN1). UNA SEGUNDA NOVEDAD DE   *       00067610
      *  LA MISMA CUENTA EN EL DIA DA -803 Y SE IGNORA.         *       00067612
      ***********************************************************       00067614
       2800-I-MARCAR-TOCADA.                                            00067616
                                                                        00067618
           MOVE '2800-I-MARCAR-TOCADA' TO WS-PARRAFO                    00067620
                                                                        00067622
           MOVE WS-FECHA-DB2    TO ND-FECPROC                           00067624
           MOVE 'A'             TO ND-TIPO                              00067626
      *    LA TARJETA DE BAJA NO TRAE NROCLI: SE USA EL TITULAR         00067628
      *    LEIDO DE TBCURCTA EN LA VALIDACION (8520), PARA QUE EL       00067630
      *    CLIENTE QUE QUEDO SIN CUENTAS ENTRE AL ALCANCE DEL           00067632
      *    MODO INCREMENTAL DE EXAMEN1 (CONTROL C3).                    00067634
           EVALUATE TRUE                                                00067636
           WHEN NOV-MCT-TIPNOV = 'B'                                    00067638
                MOVE WS-NROCLI      TO ND-NROCLI                        00067640
           WHEN NOV-MCT-NROCLI IS NUMERIC                               00067642
                MOVE NOV-MCT-NROCLI TO ND-NROCLI                        00067644
           WHEN OTHER                                                   00067646
                MOVE ZEROS          TO ND-NROCLI                        00067648
           END-EVALUATE                                                 00067650
           MOVE NOV-MCT-TIPCUEN TO ND-TIPCUEN                           00067652
           MOVE NOV-MCT-NROCUEN TO ND-NROCUEN                           00067654
                                                                        00067656
           PERFORM 2810-I-INSERT-TOCADA                                 00067658
              THRU 2810-F-INSERT-TOCADA                                 00067660
                                                                        00067662
      *    LA MODIFICACION QUE REASIGNA EL TITULAR MARCA TAMBIEN        00067664
      *    AL TITULAR DESPLAZADO (LEIDO EN 8520 ANTES DEL UPDATE):      00067666
      *    PUEDE HABER QUEDADO SIN CUENTAS Y EL CONTROL C3 DEL          00067726
      *    MODO INCREMENTAL DE EXAMEN1 DEBE VERLO.                      00067727
           IF NOV-MCT-TIPNOV = 'M'                                      00067728
       8100-F-CIERRE-ARCHIVOS. EXIT.                                    00086500
                                                                        00086600
      ***********************************************************       00086700
      *  AUDITORIA DE DATOS MAESTROS EN KC02803.TBAUDMAE: UNA   *       00086701
      *  FILA POR CAMBIO APLICADO CON LA IMAGEN ANTERIOR Y LA   *       00086702
      *  POSTERIOR DE LA FILA. EL LLAMADOR CARGA TABLA,         *       00086703
      *  OPERACION E IMAGENES; LA CLAVE ES LA CUENTA Y EL       *       00086704
      *  TITULAR VIGENTE (EN LA MODIFICACION, EL NUEVO).        *       00086705
      ***********************************************************       00086706
       8450-I-GRABAR-AUDITORIA.                                         00086707
                                                                        00086708
           MOVE '8450-I-GRABAR-AUDITORIA' TO WS-PARRAFO                 00086709
                                                                        00086710
           ADD  1                 TO WS-NRO-AUDITORIA                   00086711
           MOVE WS-NRO-AUDITORIA  TO AU-NROAUD                          00086712
           MOVE WS-NROCLI         TO AU-NROCLI                          00086713
           MOVE NOV-MCT-TIPCUEN   TO AU-TIPCUEN                         00086714
           MOVE NOV-MCT-NROCUEN   TO AU-NROCUEN                         00086715
           MOVE WS-ENTRADA-LEIDOS TO WS-REF-NROREG                      00086716
           MOVE NOV-MCT-TIPNOV    TO WS-REF-TIPNOV                      00086717
           MOVE WS-REF-NOVEDAD    TO AU-REFNOV                          00086718
                                                                        00086719
           EXEC SQL                                                     00086720
              INSERT INTO KC02803.TBAUDMAE                              00086721
                     (FECPROC, PROGRAMA, NROAUD, TABLA, OPERACION,      00086722
                      NROCLI, TIPCUEN, NROCUEN, REFNOV,                 00086723
                      IMGANT, IMGPOS, FECHORA)                          00086724
              VALUES (:AU-FECPROC,                                      00086725
                      :AU-PROGRAMA,                                     00086726
                      :AU-NROAUD,                                       00086727
                      :AU-TABLA,                                        00086728
                      :AU-OPERACION,                                    00086729
                      :AU-NROCLI,                                       00086730
                      :AU-TIPCUEN,                                      00086731
                      :AU-NROCUEN,                                      00086732
                      :AU-REFNOV,                                       00086733
                      :AU-IMGANT,                                       00086734
                      :AU-IMGPOS,                                       00086735
                      CURRENT TIMESTAMP)                                00086736
           END-EXEC                                                     00086737
                                                                        00086738
           IF  SQLCODE EQUAL ZEROS                                      00086739
                ADD 1 TO WS-CANT-AUDITADOS                              00086740
           ELSE                                                         00086741
                MOVE 'ERROR DB2 ' TO WS-MOTIVO-RECHAZO                  00086742
                SET  WS-NOVEDAD-RECHAZADA TO TRUE                       00086743
                MOVE SQLCODE   TO WS-SQLCODE                            00086744
                DISPLAY '************************************'          00086745
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00086746
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00086747
                DISPLAY '************************************'          00086748
                DISPLAY '* TABLA       : AUDIT. - TBAUDMAE  *'          00086749
                DISPLAY '* DESCRIPCION : GRABA AUDITORIA    *'          00086750
                DISPLAY '************************************'          00086751
                MOVE 9999 TO RETURN-CODE                                00086752
                SET  WS-FIN-PROCESO TO TRUE                             00086753
           END-IF                                                       00086754
           .                                                            00086755
       8450-F-GRABAR-AUDITORIA. EXIT.                                   00086756
                                                                        00086757
      ***********************************************************       00086758
      *  IMAGENES DE FILA PARA LA AUDITORIA                     *       00086759
      ***********************************************************       00086760
       8460-I-IMAGEN-CUENTA.                                            00086761
                                                                        00086762
           MOVE SPACES     TO WS-IMAGEN-AUDITORIA                       00086763
           MOVE WS-TIPCUEN TO IMG-CTA-TIPCUEN                           00086764
           MOVE WS-NROCUEN TO IMG-CTA-NROCUEN                           00086765
           MOVE WS-SUCUEN  TO IMG-CTA-SUCUEN                            00086766
           MOVE WS-NROCLI  TO IMG-CTA-NROCLI                            00086767
           MOVE WS-MONEDA  TO IMG-CTA-MONEDA                            00086768
           .                                                            00086769
       8460-F-IMAGEN-CUENTA. EXIT.                                      00086770
                                                                        00086771
       8470-I-IMAGEN-ESTADO-CTA.                                        00086772
                                                                        00086773
           MOVE SPACES       TO WS-IMAGEN-AUDITORIA                     00086774
           MOVE EC-TIPCUEN   TO IMG-ECT-TIPCUEN                         00086775
           MOVE EC-NROCUEN   TO IMG-ECT-NROCUEN                         00086776
           MOVE EC-ESTADO    TO IMG-ECT-ESTADO                          00086777
           MOVE EC-FECESTADO TO IMG-ECT-FECESTADO                       00086778
           .                                                            00086779
       8470-F-IMAGEN-ESTADO-CTA. EXIT.                                  00086780
                                                                        00086781
       8480-I-IMAGEN-LIMITE.                                            00086782
                                                                        00086783
           MOVE SPACES       TO WS-IMAGEN-AUDITORIA                     00086784
           MOVE LC-TIPCUEN   TO IMG-LIM-TIPCUEN                         00086785
           MOVE LC-NROCUEN   TO IMG-LIM-NROCUEN                         00086786
           MOVE LC-LIMDESC   TO IMG-LIM-LIMDESC                         00086787
           .                                                            00086788
       8480-F-IMAGEN-LIMITE. EXIT.                                      00086789
                                                                        00086790
      ***********************************************************       00086791
      *  CONSULTA DE EXISTENCIA DEL CLIENTE EN TBCURCLI         *       00086800
      ***********************************************************       00086900
       8500-I-CONSULTAR-CLIENTE.                                        00087000
      *    TRAE Y LA MARCA DE TOCADO (TBNOVDIA) LO NECESITA PARA        00092820
      *    QUE EL MODO INCREMENTAL DE EXAMEN1 VEA AL CLIENTE QUE        00092830
      *    ACABA DE QUEDAR SIN CUENTAS.                                 00092840
      *    SUCURSAL Y MONEDA COMPLETAN LA IMAGEN ANTERIOR DE LA         00092850
      *    AUDITORIA (TBAUDMAE) EN LA MODIFICACION Y EN LA BAJA.        00092860
           EXEC SQL                                                     00092900
              SELECT SALDO,                                             00093000
                     NROCLI,                                            00093010
                     SUCUEN,                                            00093020
                     MONEDA                                             00093030
                INTO :WS-SALDO-ACTUAL,                                  00093100
                     :WS-NROCLI,                                        00093110
                     :WS-SUCUEN,                                        00093120
                     :WS-MONEDA                                         00093130
                FROM KC02803.TBCURCTA                                   00093200
               WHERE TIPCUEN = :WS-TIPCUEN                              00093300
                 AND NROCUEN = :WS-NROCUEN                              00093400
           END-EVALUATE.                                                00098146
                                                                        00098147
       8540-F-CONSULTAR-SUCURSAL. EXIT.                                 00098148
                                                                        00098150
      ***********************************************************       00098152
      *  LECTURA DEL ESTADO DE LA CUENTA EN TBESTCTA ANTES DE   *       00098154
      *  LA BAJA (IMAGEN ANTERIOR DE LA AUDITORIA). SIN FILA    *       00098156
      *  NO HAY NADA QUE AUDITAR.                               *       00098158
      ***********************************************************       00098160
       8550-I-LEER-ESTADO-CTA.                                          00098162
                                                                        00098164
           MOVE '8550-I-LEER-ESTADO-CTA' TO WS-PARRAFO                  00098166
                                                                        00098168
           MOVE WS-TIPCUEN TO EC-TIPCUEN                                00098170
           MOVE WS-NROCUEN TO EC-NROCUEN                                00098172
                                                                        00098174
           EXEC SQL                                                     00098176
              SELECT ESTADO, FECESTADO                                  00098178
                INTO :EC-ESTADO,                                        00098180
                     :EC-FECESTADO                                      00098182
                FROM KC02803.TBESTCTA                                   00098184
               WHERE TIPCUEN = :EC-TIPCUEN                              00098186
                 AND NROCUEN = :EC-NROCUEN                              00098188
           END-EXEC                                                     00098190
                                                                        00098192
           EVALUATE TRUE                                                00098194
           WHEN SQLCODE EQUAL ZEROS                                     00098196
                PERFORM 8470-I-IMAGEN-ESTADO-CTA                        00098198
                   THRU 8470-F-IMAGEN-ESTADO-CTA                        00098200
                MOVE WS-IMAGEN-AUDITORIA TO AU-IMGANT                   00098202
           WHEN SQLCODE EQUAL +100                                      00098204
                MOVE SPACES TO AU-IMGANT                                00098206
           WHEN OTHER                                                   00098208
                PERFORM 9995-I-ERROR-DB2                                00098210
                   THRU 9995-F-ERROR-DB2                                00098212
           END-EVALUATE                                                 00098214
           .                                                            00098216
       8550-F-LEER-ESTADO-CTA. EXIT.                                    00098218
                                                                        00098220
      ***********************************************************       00098222
      *  LECTURA DEL LIMITE DE DESCUBIERTO EN TBLIMCTA ANTES DE *       00098224
      *  LA BAJA (IMAGEN ANTERIOR DE LA AUDITORIA). SIN FILA    *       00098226
      *  NO HAY NADA QUE AUDITAR.                               *       00098228
      ***********************************************************       00098230
       8560-I-LEER-LIMITE.                                              00098232
                                                                        00098234
           MOVE '8560-I-LEER-LIMITE' TO WS-PARRAFO                      00098236
                                                                        00098238
           MOVE WS-TIPCUEN TO LC-TIPCUEN                                00098240
           MOVE WS-NROCUEN TO LC-NROCUEN                                00098242
                                                                        00098244
           EXEC SQL                                                     00098246
              SELECT LIMDESC                                            00098248
                INTO :LC-LIMDESC                                        00098250
                FROM KC02803.TBLIMCTA                                   00098252
               WHERE TIPCUEN = :LC-TIPCUEN                              00098254
                 AND NROCUEN = :LC-NROCUEN                              00098256
           END-EXEC                                                     00098258
                                                                        00098260
           EVALUATE TRUE                                                00098262
           WHEN SQLCODE EQUAL ZEROS                                     00098264
                PERFORM 8480-I-IMAGEN-LIMITE                            00098266
                   THRU 8480-F-IMAGEN-LIMITE                            00098268
                MOVE WS-IMAGEN-AUDITORIA TO AU-IMGANT                   00098270
           WHEN SQLCODE EQUAL +100                                      00098272
                MOVE SPACES TO AU-IMGANT                                00098274
           WHEN OTHER                                                   00098276
                PERFORM 9995-I-ERROR-DB2                                00098278
                   THRU 9995-F-ERROR-DB2                                00098280
           END-EVALUATE                                                 00098282
           .                                                            00098284
       8560-F-LEER-LIMITE. EXIT.                                        00098286
                                                                        00098288
      **************************************                            00098300
      *  GRABAR TITULOS                    *                            00098400
      **************************************                            00098500
           DISPLAY 'TOTAL ALTAS APLICADAS    : ' WS-CANT-ALTAS.         00106800
           DISPLAY 'TOTAL MODIF. APLICADAS   : ' WS-CANT-MODIF.         00106900
           DISPLAY 'TOTAL BAJAS APLICADAS    : ' WS-CANT-BAJAS.         00107000
           DISPLAY 'TOTAL CAMBIOS AUDITADOS  : ' WS-CANT-AUDITADOS.     00107010
           DISPLAY 'TOTAL REG. RECHAZADOS    : ' WS-ENTRADA-RECHAZADOS. 00107100
           DISPLAY '----------------------------------------------'     00107200
           DISPLAY 'TOTAL REGISTROS GRABADOS   : '  WS-GRABADOS.        00107300
