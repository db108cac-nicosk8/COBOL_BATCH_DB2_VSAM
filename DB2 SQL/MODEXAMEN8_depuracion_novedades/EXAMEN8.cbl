      *          * 'TR' (TRANSFER.)  *     *                            00000237
      *01/09/26  * MONEDA EN EL AREA *RVH  *                            00000238
      *          * DE DATOS          *     *                            00000239
      *15/10/26  * REFERENCIA AL ORI-*RVH  *                            00000339
      *          * GINAL EN EL AREA  *     *                            00000439
      *          * DE DATOS (TIPMOV  *     *                            00000539
      *          * 'RV' CONTRASIENTO)*     *                            00000639
      *15/10/26  * POSTEO 'XD' PARA  *RVH  *                            00000739
      *          * TIPMOV 'CM' (CAM- *     *                            00000839
      *          * BIO DE MONEDA)    *     *                            00000939
      **************************************                            00002400
       ENVIRONMENT DIVISION.                                            00002500
       CONFIGURATION SECTION.                                           00002600
       DATA DIVISION.                                                   00004500
       FILE SECTION.                                                    00004600
       FD NOVEDADES                                                     00004700
             RECORD CONTAINS 38 CHARACTERS.                             00004800
                                                                        00004900
       01 REG-NOVEDADES.                                                00005000
           03 REG-NOV-NROSEC   PIC 9(08) USAGE COMP.                    00005100
           03 REG-NOV-DATOS    PIC X(34).                               00005200
                                                                        00005300
       FD ARCHIVO                                                       00005400
             BLOCK CONTAINS 0 RECORDS                                   00005500
       01 REG-ARCHIVO.                                                  00005800
           03 REG-ARC-NROSEC   PIC 9(08).                               00005900
           03 REG-ARC-FECPROC  PIC X(10).                               00006000
           03 REG-ARC-DATOS    PIC X(34).                               00006100
                                                                        00006200
       FD SALIDA                                                        00006300
             BLOCK CONTAINS 0 RECORDS                                   00006400
           03 MOV-TIPMOV            PIC X(2).                           00012121
      *    MONEDA DEL MOVIMIENTO                                        00012121
           03 MOV-MONEDA            PIC X(2).                           00012121
      *    CUENTA CONTRAPARTE (SOLO TIPMOV 'TR' Y 'CM')                 00012122
           03 MOV-CONTRAPARTE.                                          00012123
               05 MOV-CTP-TIPCUEN   PIC X(2).                           00012124
               05 MOV-CTP-NROCUEN   PIC S9(5)V USAGE COMP-3.            00012125
      *    MOVIMIENTO ORIGINAL QUE SE REVIERTE (SOLO TIPMOV 'RV')       00012135
           03 MOV-REFERENCIA.                                           00012145
               05 MOV-REF-FECPROC   PIC X(10).                          00012155
               05 MOV-REF-NROSEC    PIC 9(08) USAGE COMP.               00012165
                                                                        00011900
      *****************************************                         00012000
      *  VARIABLES AUXILARES.                *                          00012100
           MOVE MOV-TIPCUEN    TO MH-TIPCUEN                            00027517
           MOVE MOV-NROCUEN    TO MH-NROCUEN                            00027518
      *    EXAMEN2 REGISTRA LA PATA DEBITO DE UNA TRANSFERENCIA         00027519
      *    ('TR') EN TBMOVHIS CON TIPMOV 'TD', Y LA DE UN CAMBIO DE     00027619
      *    MONEDA ('CM') CON TIPMOV 'XD'.                               00027719
           EVALUATE MOV-TIPMOV                                          00027819
           WHEN 'TR'                                                    00027919
                MOVE 'TD'        TO MH-TIPMOV                           00028019
           WHEN 'CM'                                                    00028119
                MOVE 'XD'        TO MH-TIPMOV                           00028219
           WHEN OTHER                                                   00028319
                MOVE MOV-TIPMOV  TO MH-TIPMOV                           00028419
           END-EVALUATE                                                 00028519
           MOVE MOV-SALDO      TO MH-IMPORTE                            00028619
                                                                        00030700
           EXEC SQL                                                     00030800
              SELECT COUNT(*),                                          00030900
