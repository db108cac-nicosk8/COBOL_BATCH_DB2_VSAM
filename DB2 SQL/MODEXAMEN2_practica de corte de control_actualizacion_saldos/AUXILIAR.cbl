****************************************
* COPY CPNOVCTA - LRECL=34             *
****************************************
01 NOVEDADES-CUENTAS.
    03 NOV-CTA-TIPCUEN          PIC X(2).
    03 NOV-CTA-NROCLI           PIC S9(3)V USAGE COMP-3.
    03 NOV-CTA-SALDO            PIC S9(5)V9(2) USAGE COMP-3.
*   TIPO DE MOVIMIENTO 'CR' - 'DB' - 'TR' TRANSFERENCIA
*   'RV' CONTRASIENTO DE UN MOVIMIENTO YA POSTEADO
*   'CH' DEPOSITO DE CHEQUE (RETENIDO HASTA EL CLEARING)
*   'CM' CAMBIO DE MONEDA ENTRE CUENTAS DEL CLIENTE
    03 NOV-CTA-TIPMOV           PIC X(2).
*   MONEDA DEL MOVIMIENTO ('PE'/'DO'/'EU'): DEBE COINCIDIR
*   CON LA MONEDA DE LA CUENTA
    03 NOV-CTA-MONEDA           PIC X(2).
*   CUENTA CONTRAPARTE (SOLO TIPMOV 'TR' Y 'CM')
    03 NOV-CTA-CONTRAPARTE.
        05 NOV-CTA-CTP-TIPCUEN  PIC X(2).
        05 NOV-CTA-CTP-NROCUEN  PIC S9(5)V USAGE COMP-3.
*   PLAZO DE CLEARING '24'/'48'/'72' Y NRO. DE CHEQUE (SOLO 'CH')
    03 NOV-CTA-CHEQUE REDEFINES NOV-CTA-CONTRAPARTE.
        05 NOV-CTA-CHQ-PLAZO    PIC X(2).
        05 NOV-CTA-CHQ-NROCHQ   PIC S9(5)V USAGE COMP-3.
*   MOVIMIENTO ORIGINAL EN TBMOVHIS (SOLO TIPMOV 'RV')
    03 NOV-CTA-REFERENCIA.
        05 NOV-CTA-REF-FECPROC  PIC X(10).
        05 NOV-CTA-REF-NROSEC   PIC 9(08) USAGE COMP.
 
****************************************                          
* CLAVES DE CORTE DE CONTROL           *                          
