           IF AUD-SAV-CMND NOT = FIO-DEL
               MOVE AUD-SAV-DFLD( 1:600 ) TO AUD-GLS-IMGN.
      *
      *    Del maestro OPR no pasan a la bitacora ni la clave ni su
      *    semilla ( OPR-COD-CLAV 076/016 y OPR-COD-SALT 114/008 en
      *    GNSWGDIC ): el cambio de clave se ve en OPR-FEC-UCLV.
           IF AUD-COD-TABL = 'OPR'
               IF AUD-GLS-IMGA > SPACES
                   MOVE ALL '*' TO AUD-GLS-IMGA( 76:16 )
                   MOVE ALL '*' TO AUD-GLS-IMGA( 114:8 ).
           IF AUD-COD-TABL = 'OPR'
               IF AUD-GLS-IMGN > SPACES
                   MOVE ALL '*' TO AUD-GLS-IMGN( 76:16 )
                   MOVE ALL '*' TO AUD-GLS-IMGN( 114:8 ).
      *
      *    De las filas TAB 'MAC' no pasa la clave del corresponsal
      *    ( primeros 32 de TAB-GLS-DESC 089/040 en GNSWGDIC ).
           IF AUD-COD-TABL = 'TAB'
               IF AUD-GLS-IMGA( 2:3 ) = 'MAC'
                   MOVE ALL '*' TO AUD-GLS-IMGA( 89:32 ).
           IF AUD-COD-TABL = 'TAB'
               IF AUD-GLS-IMGN( 2:3 ) = 'MAC'
                   MOVE ALL '*' TO AUD-GLS-IMGN( 89:32 ).
      *
      *    Encadenado verificable ( GNSBGCHN.cbl ): se rescata el
      *    valor de control de la fila anterior de la misma tabla,
      *    del que la fila nueva va a encadenar.
