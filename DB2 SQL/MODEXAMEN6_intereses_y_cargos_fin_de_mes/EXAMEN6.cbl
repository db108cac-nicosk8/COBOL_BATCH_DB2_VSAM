      *01/09/26  * MONEDA DE LA CUEN-*RVH  *                            00000238
      *          * TA EN EL DEVENGO  *     *                            00000239
      *          * HISTORIZADO       *     *                            00000240
      *15/10/26  * NROSEC INTERNO SIN*RVH  *                            00000340
      *          * LOS 'IM' DESPLAZA-*     *                            00000440
      *          * DOS DE EXAMEN2    *     *                            00000540
      **************************************                            00002400
       ENVIRONMENT DIVISION.                                            00002500
       CONFIGURATION SECTION.                                           00002600
       77  FS-ACTUAL                PIC XX    VALUE SPACES.             00005300
       77  WS-SQLCODE    PIC +++999 USAGE DISPLAY VALUE ZEROS.          00005400
       77  WS-NROSEC-INTERNO        PIC S9(09) USAGE COMP VALUE ZEROS.  00005500
      *    LOS 'IM' DE EXAMEN2 LLEVAN EL NROSEC DE SU PATA MAS ESTE     00005501
      *    DESPLAZAMIENTO Y NO CUENTAN PARA EL MAXIMO: LOS INTERNOS     00005502
      *    SIGUEN A LA ULTIMA PATA DEL DIA EN EL ORDEN                  00005503
      *    MOD(NROSEC, 100000000) DE LA CADENA DE SALDOS.               00005504
       77  WS-DESPLAZ-NROSEC-IMP    PIC S9(09) USAGE COMP               00005505
                                              VALUE 100000000.          00005506
       77  WS-CANT-DEV-PREVIOS      PIC S9(09) USAGE COMP VALUE ZEROS.  00005510
      *    VALOR VIGENTE APLICADO A LA CUENTA ACTUAL (TASA PARA CA,     00005520
      *    CUOTA PARA CC) Y SU ORIGEN (FECVIG DE TBTASAS O LA           00005530
                INTO :WS-NROSEC-INTERNO                                 00033200
                FROM KC02803.TBMOVHIS                                   00033300
               WHERE FECPROC = :MH-FECPROC                              00033400
                 AND NROSEC  < :WS-DESPLAZ-NROSEC-IMP                   00033410
           END-EXEC                                                     00033500
                                                                        00033600
           IF  SQLCODE EQUAL ZEROS OR SQLCODE EQUAL +100                00033700
