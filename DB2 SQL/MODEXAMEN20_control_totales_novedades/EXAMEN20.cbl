      *  LA PATA DEBITO DE LAS TRANSFERENCIAS ('TR') SE        *        00002000
      *  ACUMULA EN EL BALDE DB, IGUAL QUE EN EL CONTROL DEL   *        00002100
      *  FRONT-END.                                            *        00002200
      *  LOS CONTRASIENTOS ('RV') TAMBIEN VAN AL BALDE DB.     *        00002205
      *  LOS DEPOSITOS DE CHEQUE ('CH') VAN AL BALDE CR.       *        00002210
      *  LOS CAMBIOS DE MONEDA ('CM') VAN AL BALDE DB: EL      *        00002215
      *  IMPORTE DE LA NOVEDAD ES EL DE LA PATA DEBITO.        *        00002220
      *  EL ARCHIVO DE CONTROL PUEDE TRAER MAS DE UNA ENTREGA  *        00002225
      *  (CABECERA '1' SEGUIDA DE SUS DETALLES '2'): LA DEL    *        00002230
      *  FRONT-END Y LA DE LAS ORDENES PERMANENTES (EXAMEN21)  *        00002235
      *  VIENEN CONCATENADAS. SE VERIFICA LA UNION DE LOS      *        00002240
      *  RANGOS Y LA SUMA DE LOS TOTALES POR SUCURSAL; LO QUE  *        00002245
      *  QUEDE EN EL CLUSTER ENTRE RANGOS NO SE CUENTA.        *        00002250
      *                                                        *        00002300
      **********************************************************        00002400
      *      MANTENIMIENTO DE PROGRAMA                         *        00002500
      *01/09/26  * CONTROL POR RANGO *RVH  *                            00003000
      *          * DE NROSEC Y POR   *     *                            00003100
      *          * SUCURSAL          *     *                            00003200
      *15/10/26  * CONTRASIENTOS 'RV'*RVH  *                            00003205
      *          * EN EL BALDE DB Y  *     *                            00003210
      *          * REFERENCIA EN EL  *     *                            00003215
      *          * AREA DE DATOS     *     *                            00003220
      *15/10/26  * VARIAS ENTREGAS   *RVH  *                            00003225
      *          * EN EL ARCHIVO DE  *     *                            00003230
      *          * CONTROL (ORDENES  *     *                            00003235
      *          * PERMANENTES)      *     *                            00003240
      *15/10/26  * DEPOSITOS DE CHE- *RVH  *                            00003245
      *          * QUE 'CH' EN EL    *     *                            00003250
      *          * BALDE CR          *     *                            00003255
      *15/10/26  * CAMBIOS DE MONEDA *RVH  *                            00003260
      *          * 'CM' EN EL BALDE  *     *                            00003265
      *          * DB                *     *                            00003270
      *15/10/26  * CADA NROSEC PARTE *RVH  *                            00003275
      *          * FUERA DE RANGO    *     *                            00003280
      **************************************                            00003300
       ENVIRONMENT DIVISION.                                            00003400
       CONFIGURATION SECTION.                                           00003500
       01 REG-CONTROL     PIC X(80).                                    00006000
                                                                        00006100
       FD NOVEDADES                                                     00006200
             RECORD CONTAINS 38 CHARACTERS.                             00006300
                                                                        00006400
       01 REG-NOVEDADES.                                                00006500
           03 REG-NOV-NROSEC   PIC 9(08) USAGE COMP.                    00006600
           03 REG-NOV-DATOS    PIC X(34).                               00006700
                                                                        00006800
       FD SALIDA                                                        00006900
             BLOCK CONTAINS 0 RECORDS                                   00007000
           03  WS-CONTROL-LEIDOS       PIC 9(03) VALUE ZEROS.           00009400
           03  WS-MOV-LEIDOS           PIC 9(05) VALUE ZEROS.           00009500
           03  WS-CANT-SIN-SUCURSAL    PIC 9(05) VALUE ZEROS.           00009600
           03  WS-CANT-FUERA-RANGO     PIC 9(05) VALUE ZEROS.           00009610
           03  WS-CANT-DISCREPANCIAS   PIC 9(03) VALUE ZEROS.           00009700
           03  WS-GRABADOS             PIC 9(05) VALUE ZEROS.           00009800
                                                                        00009900
                                                                        00017300
       77  WS-NROSEC-DESDE          PIC 9(09) VALUE ZEROS.              00017400
       77  WS-NROSEC-HASTA          PIC 9(09) VALUE ZEROS.              00017500
                                                                        00017505
      *****************************************                         00017510
      *  RANGOS DE NROSEC DE CADA ENTREGA     *                         00017515
      *  INFORMADA EN EL ARCHIVO DE CONTROL.  *                         00017520
      *  WS-NROSEC-DESDE/HASTA QUEDAN CON EL  *                         00017525
      *  MENOR DESDE Y EL MAYOR HASTA PARA    *                         00017530
      *  EL RECORRIDO DEL CLUSTER.            *                         00017535
      *****************************************                         00017540
       77  WS-CANT-RANGOS     PIC S9(04) USAGE COMP VALUE ZEROS.        00017545
       77  WS-IDR             PIC S9(04) USAGE COMP VALUE ZEROS.        00017550
       01  WS-TABLA-RANGOS.                                             00017555
           03  WS-RANGO OCCURS 10 TIMES.                                00017560
               05  WS-RNG-DESDE        PIC 9(09).                       00017565
               05  WS-RNG-HASTA        PIC 9(09).                       00017570
                                                                        00017575
       01  WS-FLAG-RANGO            PIC X VALUE 'F'.                    00017580
           88  WS-EN-RANGO             VALUE 'T'.                       00017585
           88  WS-FUERA-RANGO          VALUE 'F'.                       00017590
                                                                        00017600
      *****************************************                         00017700
      *  VISTA DEL AREA DE DATOS DEL REGISTRO *                         00017800
           03 MOV-CONTRAPARTE.                                          00018800
               05 MOV-CTP-TIPCUEN   PIC X(2).                           00018900
               05 MOV-CTP-NROCUEN   PIC S9(5)V USAGE COMP-3.            00019000
      *    MOVIMIENTO ORIGINAL QUE SE REVIERTE (SOLO TIPMOV 'RV')       00019010
           03 MOV-REFERENCIA.                                           00019020
               05 MOV-REF-FECPROC   PIC X(10).                          00019030
               05 MOV-REF-NROSEC    PIC 9(08) USAGE COMP.               00019040
                                                                        00019100
      *    CACHE DE LA SUCURSAL DE LA ULTIMA CUENTA RESUELTA            00019200
      *    EN TBCURCTA (EN ORDEN DE NROSEC LAS CUENTAS SE               00019300
                                                                        00047500
           EVALUATE CTL-TIPO                                            00047600
           WHEN '1'                                                     00047700
                IF WS-CANT-RANGOS NOT < 10                              00047710
                   DISPLAY '* DEMASIADAS ENTREGAS EN EL ARCHIVO  *'     00047720
                   DISPLAY '* DE CONTROL: LA ENTREGA NO SE PUEDE *'     00047730
                   DISPLAY '* VERIFICAR                          *'     00047740
                   MOVE 8 TO RETURN-CODE                                00047750
                   SET WS-FIN-PROCESO TO TRUE                           00047760
                ELSE                                                    00047770
                   SET WS-CABECERA-SI TO TRUE                           00047780
                   ADD 1 TO WS-CANT-RANGOS                              00047790
                   MOVE CTL-NROSEC-DESDE                                00047800
                     TO WS-RNG-DESDE (WS-CANT-RANGOS)                   00047810
                   MOVE CTL-NROSEC-HASTA                                00047820
                     TO WS-RNG-HASTA (WS-CANT-RANGOS)                   00047830
                   IF WS-CANT-RANGOS = 1 OR                             00047840
                      CTL-NROSEC-DESDE < WS-NROSEC-DESDE                00047850
                      MOVE CTL-NROSEC-DESDE TO WS-NROSEC-DESDE          00047860
                   END-IF                                               00047870
                   IF CTL-NROSEC-HASTA > WS-NROSEC-HASTA                00047880
                      MOVE CTL-NROSEC-HASTA TO WS-NROSEC-HASTA          00047890
                   END-IF                                               00047900
                   DISPLAY '* RANGO DE LA ENTREGA : '                   00047910
                           CTL-NROSEC-DESDE ' A ' CTL-NROSEC-HASTA      00047920
                END-IF                                                  00047930
           WHEN '2'                                                     00048300
                IF CTL-SUCURSAL NOT NUMERIC OR                          00048400
                   CTL-SUCURSAL = ZEROS                                 00048500
                ELSE                                                    00048800
                   MOVE CTL-SUCURSAL TO WS-IDX                          00048900
                   MOVE 'S'          TO WS-SUC-INFORMADA (WS-IDX)       00049000
                   ADD  CTL-CANT-CR  TO WS-ESP-CANT-CR   (WS-IDX)       00049100
                   ADD  CTL-CANT-DB  TO WS-ESP-CANT-DB   (WS-IDX)       00049200
                   ADD  CTL-HASH-CR  TO WS-ESP-HASH-CR   (WS-IDX)       00049300
                   ADD  CTL-HASH-DB  TO WS-ESP-HASH-DB   (WS-IDX)       00049400
                END-IF                                                  00049500
           WHEN OTHER                                                   00049600
                DISPLAY '* REGISTRO DE CONTROL DESCONOCIDO: '           00049700
                                                                        00055800
       3100-I-UN-MOVIMIENTO.                                            00055900
                                                                        00056000
      *    NROSEC QUE NO ES DE NINGUNA ENTREGA INFORMADA (HUECO         00056005
      *    ENTRE RANGOS): NO SE ACUMULA                                 00056010
           SET WS-FUERA-RANGO TO TRUE                                   00056015
           PERFORM 3150-I-VERIFICAR-RANGO                               00056020
              THRU 3150-F-VERIFICAR-RANGO                               00056025
             VARYING WS-IDR FROM 1 BY 1                                 00056030
               UNTIL WS-IDR > WS-CANT-RANGOS OR WS-EN-RANGO             00056035
                                                                        00056040
           IF WS-FUERA-RANGO                                            00056045
              ADD 1 TO WS-CANT-FUERA-RANGO                              00056050
              GO TO 3100-X-LEER                                         00056055
           END-IF                                                       00056060
                                                                        00056065
           ADD 1 TO WS-MOV-LEIDOS                                       00056070
           MOVE REG-NOV-DATOS TO WS-DATOS-MOVIMIENTO                    00056100
                                                                        00056200
           PERFORM 3200-I-RESOLVER-SUCURSAL                             00056300
              MOVE WS-CACHE-SUCUEN TO WS-IDX                            00057300
              EVALUATE MOV-TIPMOV                                       00057400
              WHEN 'CR'                                                 00057500
              WHEN 'CH'                                                 00057510
                   ADD 1         TO WS-REAL-CANT-CR (WS-IDX)            00057600
                   ADD MOV-SALDO TO WS-REAL-HASH-CR (WS-IDX)            00057700
              WHEN 'DB'                                                 00057800
              WHEN 'TR'                                                 00057900
              WHEN 'CM'                                                 00057910
              WHEN 'RV'                                                 00057920
                   ADD 1         TO WS-REAL-CANT-DB (WS-IDX)            00058000
                   ADD MOV-SALDO TO WS-REAL-HASH-DB (WS-IDX)            00058100
              WHEN OTHER                                                00058200
              END-EVALUATE                                              00058800
           END-IF                                                       00058900
                                                                        00059000
           .                                                            00059010
       3100-X-LEER.                                                     00059020
           PERFORM 8060-I-LEER-NOVEDAD                                  00059100
              THRU 8060-F-LEER-NOVEDAD                                  00059200
           .                                                            00059300
       3100-F-UN-MOVIMIENTO. EXIT.                                      00059400
                                                                        00059410
       3150-I-VERIFICAR-RANGO.                                          00059420
                                                                        00059430
           IF REG-NOV-NROSEC NOT < WS-RNG-DESDE (WS-IDR) AND            00059440
              REG-NOV-NROSEC NOT > WS-RNG-HASTA (WS-IDR)                00059450
              SET WS-EN-RANGO TO TRUE                                   00059460
           END-IF                                                       00059470
           .                                                            00059480
       3150-F-VERIFICAR-RANGO. EXIT.                                    00059490
                                                                        00059500
      ***********************************************************       00059600
      *  SUCURSAL DE LA CUENTA DEL MOVIMIENTO (TBCURCTA), CON   *       00059700
           WHEN '00'                                                    00065000
              IF REG-NOV-NROSEC > WS-NROSEC-HASTA                       00065100
                 SET WS-FIN-NOVEDADES TO TRUE                           00065200
              END-IF                                                    00065500
           WHEN '10'                                                    00065600
              SET  WS-FIN-NOVEDADES TO TRUE                             00065700
           DISPLAY 'TOTAL REG. CONTROL LEIDOS: ' WS-CONTROL-LEIDOS.     00085300
           DISPLAY 'TOTAL MOVIMIENTOS LEIDOS : ' WS-MOV-LEIDOS.         00085400
           DISPLAY 'TOTAL CTAS. INEXISTENTES : ' WS-CANT-SIN-SUCURSAL.  00085500
           DISPLAY 'TOTAL FUERA DE ENTREGAS  : ' WS-CANT-FUERA-RANGO.   00085510
           DISPLAY 'TOTAL DISCREPANCIAS      : '                        00085600
                   WS-CANT-DISCREPANCIAS.                               00085700
           DISPLAY '----------------------------------------------'     00085800
