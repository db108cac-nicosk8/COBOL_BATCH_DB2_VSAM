      *01/09/26  * SALDO INICIAL DESDE*RVH  *                           00000191
      *          * LA FOTO DIARIA     *     *                           00000192
      *          * (TBSALDIA)         *     *                           00000193
      *15/10/26  * CONTRASIENTOS EN   *RVH  *                           00000293
      *          * LINEA PROPIA CON LA*     *                           00000393
      *          * REFERENCIA AL ORI- *     *                           00000493
      *          * GINAL; ORIGINALES  *     *                           00000593
      *          * MARCADOS REVERSADO *     *                           00000693
      *15/10/26  * IMPUESTO A LOS DB/ *RVH  *                           00000793
      *          * CR ('IM') A CONTI- *     *                           00000893
      *          * NUACION DEL MOVI-  *     *                           00000993
      *          * MIENTO GRAVADO Y   *     *                           00001093
      *          * CON SU REFERENCIA  *     *                           00001193
      **************************************                            00001900
       ENVIRONMENT DIVISION.                                            00002000
       CONFIGURATION SECTION.                                           00002100
          03 FILLER                 PIC X     VALUE '|'.                00018100
          03 FILLER                 PIC X(13) VALUE '    SALDO    '.    00018200
          03 FILLER                 PIC X     VALUE '|'.                00018300
          03 FILLER                 PIC X(30) VALUE                     00018310
                           ' REFERENCIA / OBSERVACION'.                 00018320
                                                                        00018400
      ***************************************************               00018500
      *  LINEA DE DETALLE DE MOVIMIENTO                 *               00018600
          03  REG-MOV-SALDO       PIC $Z.ZZ9,99- VALUE ZEROS.           00020500
          03  FILLER              PIC X(02)     VALUE SPACES.           00020600
          03  FILLER              PIC X         VALUE '|'.              00020700
          03  FILLER              PIC X         VALUE SPACES.           00020705
          03  REG-MOV-OBSERV      PIC X(29)     VALUE SPACES.           00020710
                                                                        00020715
      *    OBSERVACION DE UN CONTRASIENTO ('RV'): FECHA DE PROCESO      00020720
      *    Y NUMERO DE SECUENCIA DEL MOVIMIENTO QUE REVIERTE.           00020725
       01 WS-OBS-CONTRASIENTO.                                          00020730
          03  FILLER              PIC X(09)     VALUE 'REVIERTE '.      00020735
          03  OBS-REV-FECREF      PIC X(10)     VALUE SPACES.           00020740
          03  FILLER              PIC X         VALUE '/'.              00020745
          03  OBS-REV-NROSECREF   PIC Z(08)9    VALUE ZEROS.            00020750
                                                                        00020755
      *    OBSERVACION DEL IMPUESTO A LOS DEBITOS Y CREDITOS ('IM'):    00020760
      *    NUMERO DE SECUENCIA DEL MOVIMIENTO DEL DIA QUE LO ORIGINO.   00020765
       01 WS-OBS-IMPUESTO.                                              00020770
          03  FILLER              PIC X(18)     VALUE                   00020775
              'IMPUESTO D/C MOV. '.                                     00020780
          03  OBS-IMP-NROSECREF   PIC Z(08)9    VALUE ZEROS.            00020785
                                                                        00020800
      ***************************************************               00020900
      *  PIE DE CUENTA (SALDO FINAL DEL PERIODO)        *               00021000
      ***************************************************               00025800
      * CURSOR C2 - MOVIMIENTOS DEL PERIODO DE LA       *               00025900
      * CUENTA ACTUAL SEGUN EL HISTORIAL TBMOVHIS       *               00026000
      * EL IMPUESTO A LOS DB/CR 'IM' (NROSEC DE SU PATA   *             00026010
      * MAS 100000000) SALE A CONTINUACION DE SU PATA.    *             00026020
      ***************************************************               00026100
            EXEC SQL                                                    00026200
              DECLARE C2 CURSOR FOR                                     00026300
                     TIPMOV,                                            00026600
                     IMPORTE,                                           00026700
                     SALDOANT,                                          00026800
                     SALDOPOS,                                          00026810
                     REVERSADO,                                         00026820
                     FECREF,                                            00026830
                     NROSECREF                                          00026840
                FROM KC02803.TBMOVHIS                                   00027000
               WHERE TIPCUEN = :WS-TIPCUEN                              00027100
                 AND NROCUEN = :WS-NROCUEN                              00027200
                 AND FECPROC BETWEEN :WS-FEC-DESDE                      00027300
                                 AND :WS-FEC-HASTA                      00027400
              ORDER BY FECPROC, MOD(NROSEC, 100000000), NROSEC          00027500
            END-EXEC.                                                   00027600
                                                                        00027700
       77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.  00027800
           MOVE MH-IMPORTE  TO REG-MOV-IMPORTE                          00050400
           MOVE MH-SALDOPOS TO REG-MOV-SALDO                            00050500
           MOVE MH-SALDOPOS TO WS-SALDO-FINAL                           00050600
      *    EL CONTRASIENTO SALE EN SU PROPIA LINEA CON LA REFERENCIA    00050605
      *    AL ORIGINAL, Y EL ORIGINAL REVERTIDO QUEDA SENALADO.         00050610
      *    EL IMPUESTO A LOS DB/CR SENALA EL MOVIMIENTO GRAVADO.        00050615
           EVALUATE TRUE                                                00050620
           WHEN MH-TIPMOV = 'RV'                                        00050625
                MOVE MH-FECREF    TO OBS-REV-FECREF                     00050630
                MOVE MH-NROSECREF TO OBS-REV-NROSECREF                  00050635
                MOVE WS-OBS-CONTRASIENTO TO REG-MOV-OBSERV              00050640
           WHEN MH-TIPMOV = 'IM'                                        00050645
                MOVE MH-NROSECREF TO OBS-IMP-NROSECREF                  00050650
                MOVE WS-OBS-IMPUESTO TO REG-MOV-OBSERV                  00050655
           WHEN MH-REVERSADO = 'S'                                      00050660
                MOVE 'REVERSADO'  TO REG-MOV-OBSERV                     00050665
           WHEN OTHER                                                   00050670
                MOVE SPACES       TO REG-MOV-OBSERV                     00050675
           END-EVALUATE                                                 00050680
                                                                        00050700
           IF WS-CUENTA-LINEA > 50                                      00050800
              PERFORM 9000-I-GRABAR-TITULOS                             00050900
                         :DCLTBMOVHIS.MH-TIPMOV,                        00074700
                         :DCLTBMOVHIS.MH-IMPORTE,                       00074800
                         :DCLTBMOVHIS.MH-SALDOANT,                      00074900
                         :DCLTBMOVHIS.MH-SALDOPOS,                      00074910
                         :DCLTBMOVHIS.MH-REVERSADO,                     00074920
                         :DCLTBMOVHIS.MH-FECREF,                        00074930
                         :DCLTBMOVHIS.MH-NROSECREF                      00074940
                END-EXEC                                                00075100
                                                                        00075200
           EVALUATE TRUE                                                00075300
