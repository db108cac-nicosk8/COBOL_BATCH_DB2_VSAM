      *02/09/26  * GRABA ESTADISTICAS*RVH  *                            00002300
      *          * EN TBESTRUN (CON- *     *                            00002300
      *          * TROL DE CIERRE)   *     *                            00002300
      *15/10/26  * MONEDA DE LA CUEN-*RVH  *                            00002310
      *          * TA EN LA FOTO     *     *                            00002320
      **************************************                            00002400
       ENVIRONMENT DIVISION.                                            00002500
       CONFIGURATION SECTION.                                           00002600
                     SUCUEN,                                            00020100
                     NROCLI,                                            00020200
                     SALDO,                                             00020300
                     FECSAL,                                            00020310
                     MONEDA                                             00020400
                FROM KC02803.TBCURCTA                                   00020500
              ORDER BY SUCUEN, TIPCUEN, NROCUEN                         00020600
            END-EXEC.                                                   00020700
           MOVE WS-SUCUEN    TO SD-SUCUEN                               00045700
           MOVE WS-NROCLI    TO SD-NROCLI                               00045800
           MOVE WS-SALDO     TO SD-SALDO                                00045900
           MOVE WS-MONEDA    TO SD-MONEDA                               00045910
                                                                        00046000
           EXEC SQL                                                     00046100
              INSERT INTO KC02803.TBSALDIA                              00046200
                     (FECPROC, TIPCUEN, NROCUEN,                        00046300
                      SUCUEN, NROCLI, SALDO, MONEDA)                    00046400
              VALUES (:SD-FECPROC,                                      00046500
                      :SD-TIPCUEN,                                      00046600
                      :SD-NROCUEN,                                      00046700
                      :SD-SUCUEN,                                       00046800
                      :SD-NROCLI,                                       00046900
                      :SD-SALDO,                                        00046910
                      :SD-MONEDA)                                       00047000
           END-EXEC                                                     00047100
                                                                        00047200
           EVALUATE TRUE                                                00047300
                   UPDATE KC02803.TBSALDIA                              00047800
                      SET SUCUEN  = :SD-SUCUEN,                         00047900
                          NROCLI  = :SD-NROCLI,                         00048000
                          SALDO   = :SD-SALDO,                          00048010
                          MONEDA  = :SD-MONEDA                          00048100
                    WHERE FECPROC = :SD-FECPROC                         00048200
                      AND TIPCUEN = :SD-TIPCUEN                         00048300
                      AND NROCUEN = :SD-NROCUEN                         00048400
                         :DCLTBCURCTA.WS-SUCUEN,                        00059300
                         :DCLTBCURCTA.WS-NROCLI,                        00059400
                         :DCLTBCURCTA.WS-SALDO,                         00059500
                         :DCLTBCURCTA.WS-FECSAL,                        00059510
                         :DCLTBCURCTA.WS-MONEDA                         00059600
                END-EXEC                                                00059700
                                                                        00059800
           EVALUATE TRUE                                                00059900
