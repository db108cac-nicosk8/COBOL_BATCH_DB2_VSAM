      *  EXAMEN3). LOS PASOS FALTANTES O INCONSISTENTES SALEN  *        00001400
      *  EN EL REPORTE DE CIERRE DE UNA PAGINA Y LA CORRIDA    *        00001500
      *  TERMINA CON RETURN CODE 8, QUE FRENA EL ROLL DEL      *        00001600
      *  CALENDARIO (PASO090 DE EXAMDIA). UNA PRUEBA DE LA     *        00001610
      *  INTERFAZ GL CONTRA LOS SALDOS (EXAMEN28) CON          *        00001620
      *  EXCEPCIONES CUENTA COMO PASO FALTANTE.                *        00001630
      *                                                        *        00001800
      **********************************************************        00001900
      *      MANTENIMIENTO DE PROGRAMA                         *        00002000
      *          * (EL LIKE RECORTADO*     *                            00002630
      *          * NO MATCHEA CHAR(8)*     *                            00002640
      *          * BLANQUEADO)       *     *                            00002650
      *15/10/26  * LEE LA PRUEBA GL  *RVH  *                            00002660
      *          * CONTRA SALDOS DE  *     *                            00002670
      *          * EXAMEN28          *     *                            00002680
      **************************************                            00002700
       ENVIRONMENT DIVISION.                                            00002800
       CONFIGURATION SECTION.                                           00002900
                                              VALUE ZEROS.              00006400
       77  WS-IND-EX2         PIC S9(09) USAGE COMP VALUE ZEROS.        00006500
       77  WS-IND-EX3         PIC S9(09) USAGE COMP VALUE ZEROS.        00006600
       77  WS-CANT-PRUEBA-GL  PIC S9(09) USAGE COMP VALUE ZEROS.        00006610
       77  WS-VALOR-PRUEBA-GL PIC S9(09)V9(02) USAGE COMP-3             00006620
                                              VALUE ZEROS.              00006630
                                                                        00006700
      ****************************************                          00006800
      * CONTADORES                           *                          00006900
           IF WS-SI-PROCESO                                             00022400
              PERFORM 3000-I-VERIFICAR-PARES                            00022500
                 THRU 3000-F-VERIFICAR-PARES                            00022600
           END-IF                                                       00022610
                                                                        00022620
           IF WS-SI-PROCESO                                             00022630
              PERFORM 3100-I-VERIFICAR-PRUEBA-GL                        00022640
                 THRU 3100-F-VERIFICAR-PRUEBA-GL                        00022650
           END-IF                                                       00022700
                                                                        00022800
           PERFORM 9999-I-FINAL    THRU                                 00022900
              THRU 3900-F-GRABAR-LINEA                                  00051200
           .                                                            00051300
       3000-F-VERIFICAR-PARES. EXIT.                                    00051400
                                                                        00051401
      ***********************************************************       00051402
      *  PRUEBA DE LA INTERFAZ GL CONTRA LOS SALDOS (EXAMEN28): *       00051403
      *  CON EXCEPCIONES (DIFERENCIA SIN EXPLICAR, FOTO AUSENTE *       00051404
      *  O INTERFAZ INCONSISTENTE) EL PASO SE DA POR FALTANTE.  *       00051405
      *  SI EXAMEN28 NO CORRIO LO INFORMA LA LISTA DE ESPERADOS.*       00051406
      ***********************************************************       00051407
       3100-I-VERIFICAR-PRUEBA-GL.                                      00051408
                                                                        00051409
           MOVE '3100-I-VERIFICAR-PRUEBA-GL' TO WS-PARRAFO.             00051410
                                                                        00051411
           MOVE WS-FECHA-DB2 TO ER-FECPROC                              00051412
                                                                        00051413
           EXEC SQL                                                     00051414
              SELECT COUNT(*),                                          00051415
                     COALESCE(SUM(VALOR), 0)                            00051416
                INTO :WS-CANT-PRUEBA-GL,                                00051417
                     :WS-VALOR-PRUEBA-GL                                00051418
                FROM KC02803.TBESTRUN                                   00051419
               WHERE FECPROC  = :ER-FECPROC                             00051420
                 AND PROGRAMA = 'EXAMEN28'                              00051421
                 AND CONTADOR = 'EXCEPCIONES       '                    00051422
           END-EXEC                                                     00051423
                                                                        00051424
           IF  SQLCODE NOT EQUAL ZEROS                                  00051425
                PERFORM 9995-I-ERROR-DB2                                00051426
                   THRU 9995-F-ERROR-DB2                                00051427
                GO TO 3100-F-VERIFICAR-PRUEBA-GL                        00051428
           END-IF                                                       00051429
                                                                        00051430
           IF WS-CANT-PRUEBA-GL = ZEROS                                 00051431
              GO TO 3100-F-VERIFICAR-PRUEBA-GL                          00051432
           END-IF                                                       00051433
                                                                        00051434
           MOVE 'GL/SALD ' TO REG-CIE-PROGRAMA                          00051435
           MOVE WS-VALOR-PRUEBA-GL TO REG-CIE-FILAS                     00051436
                                                                        00051437
           IF WS-VALOR-PRUEBA-GL > ZEROS                                00051438
              MOVE 'PRUEBA GL/SALDOS CON DIF NO EXPLICADA  '            00051439
                      TO REG-CIE-RESULTADO                              00051440
              ADD 1 TO WS-PROG-FALTANTES                                00051441
           ELSE                                                         00051442
              MOVE 'OK                                     '            00051443
                      TO REG-CIE-RESULTADO                              00051444
           END-IF                                                       00051445
                                                                        00051446
           PERFORM 3900-I-GRABAR-LINEA                                  00051447
              THRU 3900-F-GRABAR-LINEA                                  00051448
           .                                                            00051449
       3100-F-VERIFICAR-PRUEBA-GL. EXIT.                                00051450
                                                                        00051500
      **************************************                            00051600
      *  GRABAR LINEA DEL REPORTE          *                            00051700
