      *01/09/26  * CADENA SALDOANT/  *RVH  *                            00002500
      *          * SALDOPOS + SALDO  *     *                            00002600
      *          * FINAL VS TBCURCTA *     *                            00002700
      *15/10/26  * DEPOSITO DE CHE-  *RVH  *                            00002705
      *          * QUE 'CH', CARGO   *     *                            00002710
      *          * POR CHEQUE RECHA- *     *                            00002715
      *          * ZADO 'CD' Y CON-  *     *                            00002720
      *          * TRASIENTO 'RV' EN *     *                            00002725
      *          * AMBOS SENTIDOS    *     *                            00002730
      *15/10/26  * IMPUESTO A LOS DB/*RVH  *                            00002735
      *          * CR 'IM' (RESTA) Y *     *                            00002740
      *          * ORDEN DEL 'IM' A  *     *                            00002745
      *          * CONTINUACION DE   *     *                            00002750
      *          * SU PATA GRAVADA   *     *                            00002755
      *15/10/26  * PATAS DE CAMBIO DE*RVH  *                            00002760
      *          * MONEDA 'XC' (SUMA)*     *                            00002765
      *          * Y 'XD' (RESTA)    *     *                            00002766
      *15/10/26  * SENTIDO DEL 'RV'  *RVH  *                            00002767
      *          * SEGUN EL TIPMOV   *     *                            00002768
      *          * DE SU ORIGINAL    *     *                            00002770
      **************************************                            00002800
       ENVIRONMENT DIVISION.                                            00002900
       CONFIGURATION SECTION.                                           00003000
       01  WS-CLAVE-CORTE-CUENTA.                                       00006400
           03  WS-TIPCUEN-ANT      PIC X(02) VALUE SPACES.              00006500
           03  WS-NROCUEN-ANT      PIC S9(5)V USAGE COMP-3              00006600
                                             VALUE ZEROS.               00006610
                                                                        00006620
      ****************************************                          00006630
      * MOVIMIENTO ORIGINAL DE UN 'RV'       *                          00006640
      ****************************************                          00006650
      *    EL PRIMER FECPROC DE LA CUENTA MARCA HASTA DONDE LLEGA       00006660
      *    EL HISTORIAL (EXAMEN16 DEPURA LO ANTERIOR).                  00006670
       01  WS-CONTRASIENTO.                                             00006680
           03  WS-FECPROC-PRIMERA  PIC X(10) VALUE SPACES.              00006690
           03  WS-RV-TIPMOV-ORIG   PIC X(02) VALUE SPACES.              00006700
                                                                        00006800
      ****************************************                          00006900
      * CONTADORES Y SALDOS DE LA CADENA     *                          00007000
           03  WS-CANT-CUENTAS         PIC 9(05) VALUE ZEROS.           00007400
           03  WS-CANT-ROTURAS         PIC 9(05) VALUE ZEROS.           00007500
           03  WS-CANT-APLICA-INV      PIC 9(05) VALUE ZEROS.           00007600
           03  WS-CANT-TIPMOV-INV      PIC 9(05) VALUE ZEROS.           00007610
           03  WS-CANT-RV-SIN-ORIG     PIC 9(05) VALUE ZEROS.           00007700
           03  WS-CANT-FINAL-DIF       PIC 9(05) VALUE ZEROS.           00007800
           03  WS-TOT-EXCEPCIONES      PIC 9(05) VALUE ZEROS.           00007900
           03  WS-GRABADOS             PIC 9(05) VALUE ZEROS.           00008000
      * CURSOR C1 - HISTORIAL COMPLETO EN ORDEN DE      *               00021800
      * CUENTA + FECHA DE PROCESO + NRO DE SECUENCIA    *               00021900
      * (EL ORDEN EN QUE LOS SALDOS SE ENCADENAN)       *               00022000
      * EL IMPUESTO A LOS DEBITOS Y CREDITOS 'IM' SE      *             00022010
      * NUMERA CON EL NROSEC DE SU PATA MAS 100000000     *             00022020
      * (VER EXAMEN2) Y SE ENCADENA A CONTINUACION DE     *             00022030
      * ELLA: SE ORDENA POR EL NROSEC SIN DESPLAZAMIENTO. *             00022040
      ***************************************************               00022100
            EXEC SQL                                                    00022200
              DECLARE C1 CURSOR FOR                                     00022300
                     NROSEC,                                            00022700
                     TIPMOV,                                            00022800
                     IMPORTE,                                           00022900
                     SALDOANT,                                          00022910
                     SALDOPOS,                                          00022920
                     FECREF,                                            00022930
                     NROSECREF                                          00023000
                FROM KC02803.TBMOVHIS                                   00023200
              ORDER BY TIPCUEN, NROCUEN, FECPROC,                       00023210
                       MOD(NROSEC, 100000000), NROSEC                   00023220
            END-EXEC.                                                   00023400
                                                                        00023500
       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.  00023600
              SET WS-PRIMERA-DE-CUENTA TO TRUE                          00037500
      *       EL PRIMER MOVIMIENTO ARRANCA LA CADENA: SU SALDOANT       00037600
      *       ES EL SALDO DE APERTURA DE LA CUENTA.                     00037700
              MOVE MH-SALDOANT TO WS-SALDO-ESPERADO                     00037710
              MOVE MH-FECPROC  TO WS-FECPROC-PRIMERA                    00037800
           END-IF                                                       00037900
                                                                        00038000
           PERFORM 2100-I-VERIFICAR-MOVIMIENTO                          00038100
           END-IF                                                       00040700
                                                                        00040800
      *    SIGNO DEL IMPORTE SEGUN EL TIPO DE MOVIMIENTO:               00040900
      *    SUMAN 'CR' CREDITO, 'IN' INTERES, 'TC' TRANSFER.CREDITO,     00040910
      *    'CH' DEPOSITO DE CHEQUE, 'XC' PATA CREDITO DE UN CAMBIO      00040920
      *    DE MONEDA                                                    00040930
      *    RESTAN 'DB' DEBITO, 'MA' MANTENIMIENTO, 'TD' TRANSF.DEB.,    00040940
      *    'CD' CARGO POR CHEQUE RECHAZADO, 'XD' PATA DEBITO DE UN      00040950
      *    CAMBIO DE MONEDA                                             00040960
      *    'IM' IMPUESTO A LOS DEBITOS Y CREDITOS                       00040962
      *    EL CONTRASIENTO 'RV' VA EN EL SENTIDO CONTRARIO AL DE        00040964
      *    SU MOVIMIENTO ORIGINAL (VER 2150).                           00040970
           EVALUATE MH-TIPMOV                                           00041200
           WHEN 'CR'                                                    00041300
           WHEN 'IN'                                                    00041400
           WHEN 'TC'                                                    00041500
           WHEN 'CH'                                                    00041510
           WHEN 'XC'                                                    00041520
                COMPUTE WS-SALDO-CALCULADO =                            00041600
                        MH-SALDOANT + MH-IMPORTE                        00041700
           WHEN 'DB'                                                    00041800
           WHEN 'MA'                                                    00041900
           WHEN 'TD'                                                    00042000
           WHEN 'CD'                                                    00042010
           WHEN 'IM'                                                    00042020
           WHEN 'XD'                                                    00042030
                COMPUTE WS-SALDO-CALCULADO =                            00042100
                        MH-SALDOANT - MH-IMPORTE                        00042200
           WHEN 'RV'                                                    00042202
                PERFORM 2150-I-SENTIDO-CONTRASIENTO                     00042204
                   THRU 2150-F-SENTIDO-CONTRASIENTO                     00042210
           WHEN OTHER                                                   00042300
                ADD 1 TO WS-CANT-TIPMOV-INV                             00042400
                MOVE 'TIPMOV DESCONOCIDO        ' TO REG-EXC-OBSERV     00042500
      *    ROTURA NO DEBE ARRASTRAR EXCEPCIONES EN CASCADA).            00044300
           MOVE MH-SALDOPOS TO WS-SALDO-ESPERADO                        00044400
           .                                                            00044500
       2100-F-VERIFICAR-MOVIMIENTO. EXIT.                               00044501
                                                                        00044502
      ***********************************************************       00044503
      *  SENTIDO DEL CONTRASIENTO 'RV': EL CONTRARIO AL DE SU   *       00044504
      *  ORIGINAL (FECREF/NROSECREF EN LA MISMA CUENTA). UN     *       00044505
      *  'RV' DE UN CREDITO RESTA Y UNO DE UN DEBITO SUMA.      *       00044506
      *  UN ORIGINAL ANTERIOR AL PRIMER MOVIMIENTO DE LA CUENTA *       00044507
      *  YA FUE DEPURADO POR EXAMEN16: SOLO ENTONCES SE ACEPTA  *       00044508
      *  EL SENTIDO QUE CIERRA CON SALDOPOS.                    *       00044509
      ***********************************************************       00044510
       2150-I-SENTIDO-CONTRASIENTO.                                     00044511
                                                                        00044512
           MOVE '2150-I-SENTIDO-CONTRASIENTO' TO WS-PARRAFO.            00044513
                                                                        00044514
           IF MH-FECREF < WS-FECPROC-PRIMERA                            00044515
              IF MH-SALDOPOS = MH-SALDOANT + MH-IMPORTE                 00044516
                 COMPUTE WS-SALDO-CALCULADO =                           00044517
                         MH-SALDOANT + MH-IMPORTE                       00044518
              ELSE                                                      00044519
                 COMPUTE WS-SALDO-CALCULADO =                           00044520
                         MH-SALDOANT - MH-IMPORTE                       00044521
              END-IF                                                    00044522
              GO TO 2150-F-SENTIDO-CONTRASIENTO                         00044523
           END-IF                                                       00044524
                                                                        00044525
           EXEC SQL                                                     00044526
              SELECT TIPMOV                                             00044527
                INTO :WS-RV-TIPMOV-ORIG                                 00044528
                FROM KC02803.TBMOVHIS                                   00044529
               WHERE TIPCUEN = :MH-TIPCUEN                              00044530
                 AND NROCUEN = :MH-NROCUEN                              00044531
                 AND FECPROC = :MH-FECREF                               00044532
                 AND NROSEC  = :MH-NROSECREF                            00044533
           END-EXEC                                                     00044534
                                                                        00044535
           EVALUATE TRUE                                                00044536
           WHEN SQLCODE EQUAL +100                                      00044537
                ADD 1 TO WS-CANT-RV-SIN-ORIG                            00044538
                MOVE 'RV SIN MOVIMIENTO ORIGINAL' TO REG-EXC-OBSERV     00044539
                MOVE ZEROS             TO REG-EXC-ESPERADO              00044540
                MOVE MH-SALDOPOS       TO REG-EXC-REGISTRADO            00044541
                PERFORM 3000-I-GRABAR-EXCEPCION                         00044542
                   THRU 3000-F-GRABAR-EXCEPCION                         00044543
                MOVE MH-SALDOPOS TO WS-SALDO-CALCULADO                  00044544
           WHEN SQLCODE NOT EQUAL ZEROS                                 00044545
                MOVE SQLCODE   TO WS-SQLCODE                            00044546
                DISPLAY '************************************'          00044547
                DISPLAY '* ERROR DB2   : ' WS-PARRAFO                   00044548
                DISPLAY '* SQLCODE     : ' WS-SQLCODE                   00044549
                DISPLAY '************************************'          00044550
                DISPLAY '* TABLA       : HISTORIAL TBMOVHIS *'          00044551
                DISPLAY '* DESCRIPCION : ORIGINAL DEL RV    *'          00044552
                DISPLAY '************************************'          00044553
                MOVE 9999 TO RETURN-CODE                                00044554
                SET  WS-FIN-PROCESO TO TRUE                             00044555
                MOVE MH-SALDOPOS TO WS-SALDO-CALCULADO                  00044556
           WHEN WS-RV-TIPMOV-ORIG = 'CR' OR 'IN' OR 'TC' OR 'CH'        00044557
                                 OR 'XC'                                00044558
                COMPUTE WS-SALDO-CALCULADO =                            00044559
                        MH-SALDOANT - MH-IMPORTE                        00044560
           WHEN WS-RV-TIPMOV-ORIG = 'DB' OR 'MA' OR 'TD' OR 'CD'        00044561
                                 OR 'IM' OR 'XD'                        00044562
                COMPUTE WS-SALDO-CALCULADO =                            00044563
                        MH-SALDOANT + MH-IMPORTE                        00044564
           WHEN OTHER                                                   00044565
                ADD 1 TO WS-CANT-TIPMOV-INV                             00044566
                MOVE 'RV DE TIPMOV DESCONOCIDO  ' TO REG-EXC-OBSERV     00044567
                MOVE ZEROS             TO REG-EXC-ESPERADO              00044568
                MOVE MH-SALDOPOS       TO REG-EXC-REGISTRADO            00044569
                PERFORM 3000-I-GRABAR-EXCEPCION                         00044570
                   THRU 3000-F-GRABAR-EXCEPCION                         00044571
                MOVE MH-SALDOPOS TO WS-SALDO-CALCULADO                  00044572
           END-EVALUATE.                                                00044573
                                                                        00044574
       2150-F-SENTIDO-CONTRASIENTO. EXIT.                               00044600
                                                                        00044700
      ***********************************************************       00044800
      *  CIERRE DE CUENTA: EL ULTIMO SALDOPOS DE LA CADENA DEBE *       00044900
                         :DCLTBMOVHIS.MH-NROSEC,                        00067300
                         :DCLTBMOVHIS.MH-TIPMOV,                        00067400
                         :DCLTBMOVHIS.MH-IMPORTE,                       00067500
                         :DCLTBMOVHIS.MH-SALDOANT,                      00067510
                         :DCLTBMOVHIS.MH-SALDOPOS,                      00067520
                         :DCLTBMOVHIS.MH-FECREF,                        00067530
                         :DCLTBMOVHIS.MH-NROSECREF                      00067600
                END-EXEC                                                00067800
                                                                        00067900
           EVALUATE TRUE                                                00068000
           DISPLAY 'TOTAL CUENTAS AUDITADAS  : ' WS-CANT-CUENTAS.       00086600
           DISPLAY 'TOTAL CADENAS ROTAS      : ' WS-CANT-ROTURAS.       00086700
           DISPLAY 'TOTAL IMPORTES MAL APLIC.: ' WS-CANT-APLICA-INV.    00086800
           DISPLAY 'TOTAL TIPMOV DESCONOCIDO : ' WS-CANT-TIPMOV-INV.    00086810
           DISPLAY 'TOTAL RV SIN ORIGINAL    : ' WS-CANT-RV-SIN-ORIG.   00086900
           DISPLAY 'TOTAL SALDOS FINALES DIF.: ' WS-CANT-FINAL-DIF.     00087000
           DISPLAY '----------------------------------------------'     00087100
           DISPLAY 'TOTAL REGISTROS GRABADOS   : '  WS-GRABADOS.        00087200
