       PES-SCTV SECTION.
       INI-PES-SCTV.
           IF PES-NUM-DECI IN PES-VARI NOT > 0
               PERFORM PES-TAB-DECI
           ELSE
           IF PES-METO-EFEC AND PES-NUM-INCR NOT > 0
               PERFORM PES-TAB-DECI.
           IF PES-NUM-DECI IN PES-VARI NOT > 0
      *ADA-INI 8-ENE-2002
                  MOVE 2 TO PES-NUM-DECI IN PES-VARI.
      *ADA-FIN 8-ENE-2002

      * Metodo de redondeo: el pedido por el llamador, si no el de la
      * moneda ( PES-TAB-DECI ), si no mitad arriba con ROUNDED
           IF PES-NUM-DECI IN PES-VARI > 4
               MOVE 4 TO PES-NUM-DECI IN PES-VARI.
           IF PES-METO-TRUN OR PES-METO-PARE
               GO TO ESC-PES-SCTV.
           IF PES-METO-EFEC AND PES-NUM-INCR > 0
               GO TO EFE-PES-SCTV.

      * Parrafo para 0 ROUNDED
           IF PES-NUM-DECI IN PES-VARI = 0
              ADD 0 PES-SGV-DECI IN PES-VARI
      * Parrafo para 4 ROUNDED
              ADD 0 PES-SGV-DECI IN PES-VARI
              GIVING PES-SGV-ENTE IN PES-VARI ROUNDED.
           GO TO RSD-PES-SCTV.

      * Truncado ( 'T' ) y mitad al par ( 'E' ): se escala el monto a
      * unidades del ultimo decimal, se corta la parte entera y el
      * resto decide; en 'E' un resto de justo la mitad sube solo si
      * la parte entera es impar, asi el sesgo del ROUNDED se anula
      * en el promedio. El signo se trabaja aparte ( simetrico ).
       ESC-PES-SCTV.
           COMPUTE PES-NUM-ESCA = 10 ** PES-NUM-DECI IN PES-VARI.
           MOVE 'N' TO PES-IND-NEGA.
           COMPUTE PES-SGV-ESCA =
               PES-SGV-DECI IN PES-VARI * PES-NUM-ESCA.
           IF PES-SGV-ESCA < 0
               MOVE 'S' TO PES-IND-NEGA
               COMPUTE PES-SGV-ESCA = 0 - PES-SGV-ESCA.
           MOVE PES-SGV-ESCA TO PES-SGV-ENTR.
           COMPUTE PES-SGV-REST = PES-SGV-ESCA - PES-SGV-ENTR.
           IF PES-METO-PARE
               IF PES-SGV-REST > 0.5
                   ADD 1 TO PES-SGV-ENTR
               ELSE
               IF PES-SGV-REST = 0.5
                   DIVIDE PES-SGV-ENTR BY 2 GIVING PES-SGV-MITA
                          REMAINDER PES-NUM-PARI
                   IF PES-NUM-PARI NOT = 0
                       ADD 1 TO PES-SGV-ENTR.
           IF PES-IND-NEGA = 'S'
               COMPUTE PES-SGV-ENTR = 0 - PES-SGV-ENTR.
           COMPUTE PES-SGV-ENTE IN PES-VARI =
               PES-SGV-ENTR / PES-NUM-ESCA.
           GO TO RSD-PES-SCTV.

      * Incremento de efectivo ( 'C' ): al multiplo de PES-NUM-INCR
      * mas cercano ( 0,05 / 10 unidades ... ), la mitad hacia arriba
       EFE-PES-SCTV.
           COMPUTE PES-SGV-MITA ROUNDED =
               PES-SGV-DECI IN PES-VARI / PES-NUM-INCR.
           COMPUTE PES-SGV-ENTE IN PES-VARI =
               PES-SGV-MITA * PES-NUM-INCR.

      *    Libro de residuos: la fraccion que el redondeo dejo fuera
      *    ( con cualquiera de los metodos ) se acumula con signo por
      *    moneda ( REG-GNS-PES-RSD en GNSBGRSD.cbl ), antes de que se
      *    limpie la moneda.
       RSD-PES-SCTV.
           IF RSD-IND-ACTV = 'S'
               COMPUTE RSD-NUM-RESI =
                   PES-SGV-DECI IN PES-VARI

           MOVE 0      TO PES-NUM-DECI IN PES-VARI.
           MOVE SPACES TO PES-CIC-VCAM IN PES-VARI.
           MOVE SPACES TO PES-COD-METO IN PES-VARI.
           MOVE ZEROES TO PES-NUM-INCR IN PES-VARI.
       FIN-PES-SCTV.
           EXIT.

      * conocidas no requiera modificar este modulo. Si no existe la
      * fila, o esta de baja, se deja PES-NUM-DECI en 0 y el llamador
      * sigue con las reglas fijas de mas abajo.
      * La misma fila lleva el metodo de redondeo de la moneda en
      * TAB-COD-DAT1( 2 ) ( 'H' / 'E' / 'T' ) y el incremento de
      * efectivo en TAB-GLS-DAT2( 1:9 ) ( 9(05)V9(4) ); cada uno se
      * toma solo si el llamador no trajo el suyo.
       PES-TAB-DECI SECTION.
       INI-PES-TAB-DECI.
           MOVE SPACES         TO TAB.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
                        AND TAB-COD-DAT1 IN TAB ( 1 ) IS NUMERIC
               IF PES-NUM-DECI IN PES-VARI NOT > 0
                   MOVE TAB-COD-DAT1 IN TAB ( 1 ) TO
                                 PES-NUM-DECI IN PES-VARI.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               IF PES-COD-METO IN PES-VARI NOT > SPACES
                  AND ( TAB-COD-DAT1 IN TAB ( 2 ) = 'H' OR 'E' OR 'T' )
                   MOVE TAB-COD-DAT1 IN TAB ( 2 ) TO
                                 PES-COD-METO IN PES-VARI.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               MOVE TAB-GLS-DAT2 IN TAB ( 1:9 ) TO PES-WRK-INCR
               IF PES-NUM-INCR IN PES-VARI NOT > 0
                  AND PES-WRK-NINC IS NUMERIC
                   MOVE PES-WRK-NINC TO PES-NUM-INCR IN PES-VARI.
       FIN-PES-TAB-DECI.
           EXIT.
