                                                                        00000470
       FEC-VALD-FEC SECTION.                                            00000480
       INI-FEC-VALD-FEC.                                                00000490
           IF FEC-IABR = 'S'                                            00000492
               PERFORM FEC-ABRV-FEC                                     00000494
           ELSE                                                         00000496
               MOVE 'S' TO FEC-IABR.                                    00000498
      *     IF FEC-IEDT > SPACES                                        00000500
               PERFORM FEC-EXT-SLSH.                                    00000510
                                                                        00000520
                                                                        00002660
       FEC-VALD-HBL SECTION.                                            00002670
       INI-FEC-VALD-HBL.                                                00002680
           MOVE 'N'  TO FEC-IND-CANT.                                   00002683
           MOVE 2400 TO FEC-HRA-CANT.                                   00002686
           PERFORM FEC-RTRN-JUL.                                        00002690
           DIVIDE FEC-FJUL BY 7 GIVING FEC-REST REMAINDER FEC-REST.     00002700
           SUBTRACT FEC-DIA1 FROM 7 GIVING FEC-AUXI.                    00002710
               IF FEC-PLZ-FERI = 'S'
                   MOVE FEC-SFER TO FEC-STAT
                   GO TO FIN-FEC-VALD-HBL.
      *    Calendario nacional de siempre. Cada forma de fila se        00002770
      *    clasifica con FEC-VALD-TIP: un feriado completo corta la     00002780
      *    busqueda; un cierre anticipado queda anotado y se sigue      00002791
      *    buscando, por si otra forma declara la fecha feriado.        00002801
           MOVE 'FER'        TO TAB-COD-TTAB IN TAB.
           MOVE FEC-FECH-FDM TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE FIO-GET-KEY  TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           PERFORM FEC-VALD-TIP.                                        00002811
           IF FEC-TIP-FERI = 'F'                                        00002822
               MOVE FEC-SFER TO FEC-STAT                                00002832
               GO TO FIN-FEC-VALD-HBL.                                  00002842
           MOVE 'FER'    TO TAB-COD-TTAB IN TAB.                        00002853
           MOVE FEC-FECH TO TAB-COD-CTAB IN TAB.                        00002863
           MOVE 'GNS'       TO FIO-SIST.                                00002874
           MOVE FIO-GET-KEY TO FIO-CMND.                                00002884
           PERFORM GNS-FIO-TAB.                                         00002894
           PERFORM FEC-VALD-TIP.                                        00002905
           IF FEC-TIP-FERI = 'F'                                        00002915
               MOVE FEC-SFER TO FEC-STAT                                00002925
               GO TO FIN-FEC-VALD-HBL.                                  00002936
           PERFORM FEC-CALC-PASC.                                       00002946
           PERFORM FEC-VALD-TIP.                                        00002957
           IF FEC-TIP-FERI = 'F'                                        00002967
               MOVE FEC-SFER TO FEC-STAT                                00002977
               GO TO FIN-FEC-VALD-HBL.                                  00002988
           PERFORM FEC-CALC-LUNP.                                       00002998
           PERFORM FEC-VALD-TIP.                                        00003008
           IF FEC-TIP-FERI = 'F'                                        00003019
               MOVE FEC-SFER TO FEC-STAT
           ELSE
               MOVE FEC-SHBL TO FEC-STAT.                               00003029
       FIN-FEC-VALD-HBL.                                                00003040
           EXIT.                                                        00003050
                                                                        00003060
           MOVE 'GNS'        TO FIO-SIST.
           MOVE FIO-GET-KEY  TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           PERFORM FEC-VALD-TIP.                                        00004940
           IF FEC-TIP-FERI = 'F'                                        00004950
               MOVE 'S' TO FEC-PLZ-FERI
               GO TO FIN-FEC-VALD-PLZ.
           MOVE SPACES       TO FEC-PLZ-CLAV.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE FIO-GET-KEY  TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           PERFORM FEC-VALD-TIP.                                        00004960
           IF FEC-TIP-FERI = 'F'                                        00004970
               MOVE 'S' TO FEC-PLZ-FERI.
       FIN-FEC-VALD-PLZ.
           EXIT.
                                                                        00004980
      * Clasifica la fila 'FER' recien leida: FEC-TIP-FERI 'F'          00004984
      * feriado completo, 'M' cierre anticipado ( anota la hora de      00004995
      * cierre en FEC-IND-CANT / FEC-HRA-CANT, la mas temprana si       00005006
      * hay varias ), espacio sin fila vigente.                         00005017
       FEC-VALD-TIP SECTION.                                            00005028
       INI-FEC-VALD-TIP.                                                00005038
           MOVE SPACE TO FEC-TIP-FERI.                                  00005049
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'             00005060
               GO TO FIN-FEC-VALD-TIP.                                  00005071
           IF TAB-COD-DAT1 IN TAB ( 1 ) NOT = 'M'                       00005082
               MOVE 'F' TO FEC-TIP-FERI                                 00005093
               GO TO FIN-FEC-VALD-TIP.                                  00005104
           MOVE 'M' TO FEC-TIP-FERI.                                    00005115
           MOVE 'S' TO FEC-IND-CANT.                                    00005126
           IF TAB-GLS-DAT2 IN TAB ( 1:4 ) IS NUMERIC                    00005136
               IF TAB-GLS-DAT2 IN TAB ( 1:4 ) < FEC-HRA-CANT            00005147
                   MOVE TAB-GLS-DAT2 IN TAB ( 1:4 ) TO FEC-HRA-CANT     00005158
               ELSE                                                     00005169
                   NEXT SENTENCE                                        00005180
           ELSE                                                         00005191
           IF FEC-HRA-CDEF < FEC-HRA-CANT                               00005202
               MOVE FEC-HRA-CDEF TO FEC-HRA-CANT.                       00005213
       FIN-FEC-VALD-TIP.                                                00005224
           EXIT.                                                        00005234
                                                                        00005245
      * Abreviaturas de fecha en pantalla: si FEC-FECH trae 'H',        00005256
      * '+n', '-n', '+nH', '-nH', 'FM', 'DD' o 'DDMM' ( pegado a la     00005267
      * izquierda, sin nada mas ), la reemplaza por la fecha que        00005278
      * representa, en el mismo formato del campo, antes de la          00005289
      * validacion normal. Los dias habiles se cuentan con el           00005300
      * calendario de FEC-VALD-HBL ( plaza del terminal incluida ).     00005311
      * Cualquier otro contenido pasa intacto a la validacion.          00005322
       FEC-ABRV-FEC SECTION.                                            00005332
       INI-FEC-ABRV-FEC.                                                00005343
           IF FEC-FORM NOT = FEC-FORM-FEC AND                           00005354
              FEC-FORM NOT = FEC-FORM-DMA                               00005365
               GO TO FIN-FEC-ABRV-FEC.                                  00005376
           MOVE FEC-FECH TO FEC-ABR-TEXT.                               00005387
           MOVE ZEROES   TO FEC-ABR-LARG.                               00005398
           MOVE 1        TO FEC-ABR-IND.                                00005409
       LAR-FEC-ABRV-FEC.                                                00005420
           IF FEC-ABR-IND > 10                                          00005431
               GO TO TIP-FEC-ABRV-FEC.                                  00005441
           IF FEC-ABR-CHR( FEC-ABR-IND ) > SPACES                       00005452
               MOVE FEC-ABR-IND TO FEC-ABR-LARG                         00005463
               ADD 1 TO FEC-ABR-IND                                     00005474
               GO TO LAR-FEC-ABRV-FEC.                                  00005485
           IF FEC-ABR-TEXT( FEC-ABR-IND: ) NOT = SPACES                 00005496
               GO TO FIN-FEC-ABRV-FEC.                                  00005507
       TIP-FEC-ABRV-FEC.                                                00005518
           IF FEC-ABR-LARG = 0 OR FEC-ABR-LARG > 5                      00005529
               GO TO FIN-FEC-ABRV-FEC.                                  00005539
           IF FEC-ABR-LARG = 1 AND FEC-ABR-CHR( 1 ) = 'H'               00005550
               MOVE 'Y' TO FEC-ABR-TIPO                                 00005561
               GO TO CAL-FEC-ABRV-FEC.                                  00005572
           IF FEC-ABR-LARG = 2 AND FEC-ABR-TEXT( 1:2 ) = 'FM'           00005583
               MOVE 'F' TO FEC-ABR-TIPO                                 00005594
               GO TO CAL-FEC-ABRV-FEC.                                  00005605
           IF ( FEC-ABR-LARG = 2 OR 4 ) AND                             00005616
              FEC-ABR-TEXT( 1:FEC-ABR-LARG ) IS NUMERIC                 00005627
               MOVE 'D' TO FEC-ABR-TIPO                                 00005637
               GO TO CAL-FEC-ABRV-FEC.                                  00005648
           IF FEC-ABR-CHR( 1 ) NOT = '+' AND                            00005659
              FEC-ABR-CHR( 1 ) NOT = '-'                                00005670
               GO TO FIN-FEC-ABRV-FEC.                                  00005681
      *    '+n' / '-n' corridos, '+nH' / '-nH' habiles ( n de 1 a 3     00005692
      *    digitos )                                                    00005703
           MOVE FEC-ABR-CHR( 1 ) TO FEC-ABR-SIGN.                       00005714
           MOVE 'C' TO FEC-ABR-TIPO.                                    00005725
           IF FEC-ABR-CHR( FEC-ABR-LARG ) = 'H'                         00005735
               MOVE 'H' TO FEC-ABR-TIPO                                 00005746
               SUBTRACT 1 FROM FEC-ABR-LARG.                            00005757
           IF FEC-ABR-LARG < 2 OR FEC-ABR-LARG > 4                      00005768
               GO TO FIN-FEC-ABRV-FEC.                                  00005779
           MOVE ZEROES TO FEC-ABR-NDIA.                                 00005790
           MOVE 2      TO FEC-ABR-IND.                                  00005801
       NUM-FEC-ABRV-FEC.                                                00005812
           MOVE FEC-ABR-CHR( FEC-ABR-IND ) TO FEC-ABR-DIGX.             00005823
           IF FEC-ABR-DIGX IS NOT NUMERIC                               00005834
               GO TO FIN-FEC-ABRV-FEC.                                  00005844
           COMPUTE FEC-ABR-NDIA = FEC-ABR-NDIA * 10 + FEC-ABR-DIG9.     00005855
           ADD 1 TO FEC-ABR-IND.                                        00005866
           IF FEC-ABR-IND NOT > FEC-ABR-LARG                            00005877
               GO TO NUM-FEC-ABRV-FEC.                                  00005888
      *    Se parte de hoy; el calculo de fechas deja su resultado      00005899
      *    en formato FEC-FORM-FEC, el del campo se repone al armar     00005910
       CAL-FEC-ABRV-FEC.                                                00005921
           MOVE FEC-FORM TO FEC-ABR-FORM.                               00005932
           PERFORM FEC-GDAT.                                            00005942
           MOVE FEC-SHOY TO FEC-SVLD.                                   00005953
           MOVE FEC-AHOY TO FEC-AVLD.                                   00005964
           MOVE FEC-MHOY TO FEC-MVLD.                                   00005975
           MOVE FEC-DHOY TO FEC-DVLD.                                   00005986
           IF FEC-ABR-TIPO = 'Y'                                        00005997
               GO TO ARM-FEC-ABRV-FEC.                                  00006008
           IF FEC-ABR-TIPO = 'F'                                        00006019
               MOVE FEC-DMES( FEC-MVLD ) TO FEC-DVLD                    00006030
               IF FEC-MVLD = 02                                         00006040
                   DIVIDE FEC-FANO BY 4 GIVING FEC-REST                 00006051
                                        REMAINDER FEC-REST              00006062
                   IF FEC-REST NOT = 0                                  00006073
                       SUBTRACT 1 FROM FEC-DVLD                         00006084
                       GO TO ARM-FEC-ABRV-FEC                           00006095
                   ELSE                                                 00006106
                       GO TO ARM-FEC-ABRV-FEC                           00006117
               ELSE                                                     00006128
                   GO TO ARM-FEC-ABRV-FEC.                              00006138
           IF FEC-ABR-TIPO = 'D'                                        00006149
               MOVE FEC-ABR-TEXT( 1:2 ) TO FEC-DVLD-RED                 00006160
               IF FEC-ABR-LARG = 4                                      00006171
                   MOVE FEC-ABR-TEXT( 3:2 ) TO FEC-MVLD-RED             00006182
                   GO TO ARM-FEC-ABRV-FEC                               00006193
               ELSE                                                     00006204
                   GO TO ARM-FEC-ABRV-FEC.                              00006215
           IF FEC-ABR-TIPO = 'H'                                        00006226
               GO TO HBL-FEC-ABRV-FEC.                                  00006237
           MOVE FEC-ABR-NDIA TO FEC-NDIA.                               00006247
           IF FEC-ABR-SIGN = '+'                                        00006258
               PERFORM FEC-SUMA-DIA                                     00006269
           ELSE                                                         00006280
               PERFORM FEC-REST-DIA.                                    00006291
           MOVE FEC-ITM1 TO FEC-DVLD.                                   00006302
           MOVE FEC-ITM2 TO FEC-MVLD.                                   00006313
           MOVE FEC-ITM3 TO FEC-SVLD.                                   00006324
           MOVE FEC-ITM4 TO FEC-AVLD.                                   00006335
           GO TO ARM-FEC-ABRV-FEC.                                      00006345
      *    Un dia habil por vuelta; FEC-SIGU-HBL / FEC-ANTE-HBL dejan   00006356
      *    el dia hallado en FEC-FVLD para la vuelta siguiente          00006367
       HBL-FEC-ABRV-FEC.                                                00006378
           IF FEC-ABR-NDIA = 0                                          00006389
               GO TO ARM-FEC-ABRV-FEC.                                  00006400
           IF FEC-ABR-SIGN = '+'                                        00006411
               PERFORM FEC-SIGU-HBL                                     00006422
           ELSE                                                         00006433
               PERFORM FEC-ANTE-HBL.                                    00006443
           SUBTRACT 1 FROM FEC-ABR-NDIA.                                00006454
           GO TO HBL-FEC-ABRV-FEC.                                      00006465
       ARM-FEC-ABRV-FEC.                                                00006476
           MOVE FEC-ABR-FORM TO FEC-FORM.                               00006487
           MOVE SPACES   TO FEC-FECH.                                   00006498
           MOVE FEC-DVLD TO FEC-ITM1.                                   00006509
           MOVE FEC-MVLD TO FEC-ITM2.                                   00006520
           IF FEC-FORM = FEC-FORM-DMA                                   00006531
               MOVE FEC-AVLD TO FEC-ITM3                                00006541
           ELSE                                                         00006552
               MOVE FEC-SVLD TO FEC-ITM3                                00006563
               MOVE FEC-AVLD TO FEC-ITM4.                               00006574
           MOVE FEC-SOKS TO FEC-STT1                                    00006585
                            FEC-STT2.                                   00006596
       FIN-FEC-ABRV-FEC.                                                00006607
           EXIT.                                                        00006618
