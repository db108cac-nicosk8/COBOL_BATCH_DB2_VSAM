      *          * MONEDA (CELDAS Y   *     *                           00002220
      *          * TRAILERS GL CON    *     *                           00002221
      *          * CODIGO DE MONEDA)  *     *                           00002222
      *15/10/26  * REGISTROS 'R' DE   *RVH  *                           00002227
      *          * CONTRASIENTOS: SE  *     *                           00002232
      *          * ACUMULAN COMO LOS  *     *                           00002237
      *          * 'D' Y SE MARCAN EN *     *                           00002242
      *          * EL LISTADO         *     *                           00002247
      *15/10/26  * REGISTROS 'I' DEL  *RVH  *                           00002252
      *          * IMPUESTO A LOS DB/ *     *                           00002257
      *          * CR: SE ACUMULAN Y  *     *                           00002262
      *          * MARCAN COMO LOS 'R'*     *                           00002267
      *15/10/26  * REGISTROS 'C' DE   *RVH  *                           00002272
      *          * RESULTADO DE CAM-  *     *                           00002277
      *          * BIO: SE ACUMULAN   *     *                           00002282
      *          * Y MARCAN COMO LOS  *     *                           00002287
      *          * 'R'                *     *                           00002292
      **************************************                            00002300
       ENVIRONMENT DIVISION.                                            00002400
       CONFIGURATION SECTION.                                           00002500
          03  FILLER              PIC X(08)     VALUE ' IMP CR '.       00018500
          03  REG-GL-IMP-CR       PIC Z.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.    00018600
          03  FILLER              PIC X         VALUE '|'.              00018700
          03  REG-GL-ORIGEN       PIC X(04)     VALUE SPACES.           00018710
          03  FILLER              PIC X         VALUE '|'.              00018720
                                                                        00018800
      *****************************************                         00018710
      *   FIN IMPRESION DE TITULOS LISTADO    *                         00018720
                                                                        00030600
      ******************************************************            00030700
      *  FASE 2: CONSOLIDACION DE LAS INTERFACES CONTABLES *            00030800
      *  PARCIALES (REGISTROS 'D'/'R' AL LISTADO Y ACUMU-  *            00030810
      *  LADO; TRAILERS 'T' SOLO AL ACUMULADO DE CUADRE)   *            00030900
      ******************************************************            00031100
       3000-I-CONSOLIDAR-GL.                                            00031200
                                                                        00031300
                                                                        00032800
           EVALUATE GL-TIPO                                             00032900
           WHEN 'D'                                                     00033000
      *    LOS 'R' (CONTRASIENTOS DE EXAMEN2) YA VIENEN INCLUIDOS       00033010
      *    EN LOS TRAILERS: SE ACUMULAN IGUAL QUE LOS 'D'.              00033020
      *    LO MISMO LOS 'I' (IMPUESTO A LOS DEBITOS Y CREDITOS).        00033030
      *    Y LOS 'C' (RESULTADO DE CAMBIO DE LOS CAMBIOS DE MONEDA).    00033040
           WHEN 'R'                                                     00033050
           WHEN 'I'                                                     00033060
           WHEN 'C'                                                     00033070
                ADD 1 TO WS-GL-DETALLES                                 00033100
                MOVE GL-MONEDA TO WS-CON-MONEDA-BUSCADA                 00033110
                PERFORM 3050-I-BUSCAR-CON-MONEDA                        00033120
                MOVE GL-CANT-CR TO REG-GL-CANT-CR                       00034000
                MOVE GL-IMP-DB  TO REG-GL-IMP-DB                        00034100
                MOVE GL-IMP-CR  TO REG-GL-IMP-CR                        00034200
                EVALUATE GL-TIPO                                        00034205
                WHEN 'R'                                                00034210
                   MOVE ' RV ' TO REG-GL-ORIGEN                         00034215
                WHEN 'I'                                                00034220
                   MOVE ' IM ' TO REG-GL-ORIGEN                         00034225
                WHEN 'C'                                                00034230
                   MOVE ' CM ' TO REG-GL-ORIGEN                         00034235
                WHEN OTHER                                              00034240
                   MOVE SPACES TO REG-GL-ORIGEN                         00034245
                END-EVALUATE                                            00034250
                                                                        00034300
                IF WS-CUENTA-LINEA > 55                                 00034400
                   PERFORM 9000-I-GRABAR-TITULOS                        00034500
