      *01/09/26  * MONEDA EN EL AREA *RVH  *                            00002290
      *          * DE DATOS DEL MOVI-*     *                            00002291
      *          * MIENTO            *     *                            00002292
      *15/10/26  * CONTRASIENTOS 'RV'*RVH  *                            00002297
      *          * CON REFERENCIA AL *     *                            00002307
      *          * MOVIMIENTO ORIG.  *     *                            00002317
      *15/10/26  * DEPOSITO DE CHEQUE*RVH  *                            00002327
      *          * 'CH' CON PLAZO DE *     *                            00002337
      *          * CLEARING 24/48/72 *     *                            00002347
      *15/10/26  * CAMBIO DE MONEDA  *RVH  *                            00002357
      *          * 'CM' CON CONTRA-  *     *                            00002367
      *          * PARTE (CUENTA EN  *     *                            00002377
      *          * LA OTRA MONEDA)   *     *                            00002387
      **************************************                            00002397
       ENVIRONMENT DIVISION.                                            00002400
       CONFIGURATION SECTION.                                           00002500
       SPECIAL-NAMES.                                                   00002600
             RECORDING MODE IS F.                                       00005700
                                                                        00005800
       01 REG-RECHAZOS.                                                 00005900
           03 REG-RCH-DATOS    PIC X(34).                               00005910
      *    MOTIVO PROPIO DEL RECHAZO (EXAMEN2): EN BLANCO SE            00005920
      *    DERIVA REVALIDANDO EL AREA DE DATOS.                         00005930
           03 REG-RCH-MOTIVO   PIC X(10).                               00005940
       01 REG-CORRECC     PIC X(80).                                    00006500
                                                                        00006600
       FD SUSPENSO                                                      00006700
             RECORD CONTAINS 59 CHARACTERS.                             00006800
                                                                        00006900
       01 REG-SUSPENSO.                                                 00007000
           03 REG-SUS-NROSUS   PIC 9(08) USAGE COMP.                    00007100
           03 REG-SUS-FECALTA  PIC X(10).                               00007200
           03 REG-SUS-MOTIVO   PIC X(10).                               00007300
           03 REG-SUS-ESTADO   PIC X(01).                               00007400
           03 REG-SUS-DATOS    PIC X(34).                               00007500
                                                                        00007600
       FD NOVEDADES                                                     00007700
             RECORD CONTAINS 38 CHARACTERS.                             00007800
                                                                        00007900
       01 REG-NOVEDADES.                                                00008000
           03 REG-NOV-NROSEC   PIC 9(08) USAGE COMP.                    00008100
           03 REG-NOV-DATOS    PIC X(34).                               00008200
                                                                        00008300
       FD SALIDA                                                        00008400
             BLOCK CONTAINS 0 RECORDS                                   00008500
           03 MOV-TIPMOV            PIC X(2).                           00016800
      *    MONEDA DEL MOVIMIENTO                                        00016801
           03 MOV-MONEDA            PIC X(2).                           00016802
      *    CUENTA CONTRAPARTE (SOLO TIPMOV 'TR' Y 'CM')                 00016810
           03 MOV-CONTRAPARTE.                                          00016820
               05 MOV-CTP-TIPCUEN   PIC X(2).                           00016830
               05 MOV-CTP-NROCUEN   PIC S9(5)V USAGE COMP-3.            00016840
      *    PLAZO DE CLEARING Y NRO. DE CHEQUE (SOLO TIPMOV 'CH')        00016845
           03 MOV-CHEQUE REDEFINES MOV-CONTRAPARTE.                     00016850
               05 MOV-CHQ-PLAZO     PIC X(2).                           00016855
               05 MOV-CHQ-NROCHQ    PIC S9(5)V USAGE COMP-3.            00016860
      *    MOVIMIENTO ORIGINAL QUE SE REVIERTE (SOLO TIPMOV 'RV')       00016865
           03 MOV-REFERENCIA.                                           00016870
               05 MOV-REF-FECPROC   PIC X(10).                          00016875
               05 MOV-REF-NROSEC    PIC 9(08) USAGE COMP.               00016880
                                                                        00016900
       01  WS-MOTIVO-ACTUAL         PIC X(10) VALUE SPACES.             00017000
                                                                        00017100
                                                                        00082300
           IF MOV-TIPMOV NOT = 'DB' AND MOV-TIPMOV NOT = 'CR'           00082400
              AND MOV-TIPMOV NOT = 'TR'                                 00082410
              AND MOV-TIPMOV NOT = 'CM'                                 00082420
              AND MOV-TIPMOV NOT = 'RV'                                 00082430
              AND MOV-TIPMOV NOT = 'CH'                                 00082440
              MOVE 'TIPMOV INV' TO WS-MOTIVO-ACTUAL                     00082500
              SET WS-DATOS-INVALIDOS TO TRUE                            00082600
              GO TO 2900-F-VALIDAR-MOVIMIENTO                           00082700
           END-IF                                                       00082800
                                                                        00082810
      *    UNA TRANSFERENCIA O UN CAMBIO DE MONEDA SIN CONTRAPARTE      00082820
      *    VALIDA NO PUEDE REINYECTARSE: EXAMEN2 LO RECHAZARIA.         00082830
           IF MOV-TIPMOV = 'TR' OR MOV-TIPMOV = 'CM'                    00082840
              IF (MOV-CTP-TIPCUEN NOT = '01' AND                        00082850
                  MOV-CTP-TIPCUEN NOT = '02')                           00082860
                  OR MOV-CTP-NROCUEN NOT > ZEROS                        00082861
                 MOVE 'CTPARTEINV' TO WS-MOTIVO-ACTUAL                  00082862
                 SET WS-DATOS-INVALIDOS TO TRUE                         00082863
                 GO TO 2900-F-VALIDAR-MOVIMIENTO                        00082864
              END-IF                                                    00082865
           END-IF                                                       00082866
                                                                        00082867
      *    UN CONTRASIENTO SIN REFERENCIA AL MOVIMIENTO ORIGINAL        00082868
      *    TAMPOCO: EXAMEN2 NO PODRIA UBICAR LA FILA A REVERTIR.        00082869
           IF MOV-TIPMOV = 'RV'                                         00082870
              IF MOV-REF-FECPROC = SPACES OR LOW-VALUES                 00082871
                 OR MOV-REF-NROSEC NOT > ZEROS                          00082872
                 MOVE 'REFERENINV' TO WS-MOTIVO-ACTUAL                  00082873
                 SET WS-DATOS-INVALIDOS TO TRUE                         00082874
                 GO TO 2900-F-VALIDAR-MOVIMIENTO                        00082875
              END-IF                                                    00082876
           END-IF                                                       00082877
                                                                        00082878
      *    UN DEPOSITO DE CHEQUE SIN PLAZO DE CLEARING VALIDO           00082879
      *    TAMPOCO: EXAMEN2 NO PODRIA FIJAR LA FECHA DE ACREDITACION.   00082880
           IF MOV-TIPMOV = 'CH'                                         00082881
              IF MOV-CHQ-PLAZO NOT = '24' AND                           00082882
                 MOV-CHQ-PLAZO NOT = '48' AND                           00082883
                 MOV-CHQ-PLAZO NOT = '72'                               00082884
                 MOVE 'PLAZO INV ' TO WS-MOTIVO-ACTUAL                  00082885
                 SET WS-DATOS-INVALIDOS TO TRUE                         00082886
                 GO TO 2900-F-VALIDAR-MOVIMIENTO                        00082887
              END-IF                                                    00082892
           END-IF                                                       00082893
                                                                        00082900
