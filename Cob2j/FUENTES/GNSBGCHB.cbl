      * Uso Medido para el Prorrateo de Costos de TI
      *
      *    PAG-GNS-PRT-CHB suma las paginas del listado que se acaba
      *    de cerrar ( PRT-NUM-PAGI ) a la fila TAB 'PGS' del mes, el
      *    terminal destino y el centro de costo del programa que
      *    listo ( mapa TAB 'CCS', clase 'P' ): el directorio de
      *    spool solo conserva las ultimas generaciones y el cobro
      *    mensual necesita todas. Lo invoca el cierre del spool
      *    ( CLO-GNS-PRO-PRT ).
       PAG-GNS-PRT-CHB SECTION.
       INI-PAG-GNS-PRT-CHB.
           IF PRT-NUM-PAGI = ZEROES
               GO TO FIN-PAG-GNS-PRT-CHB.
           MOVE 'P'      TO CHB-KCC-CLAS.
           MOVE SCR-PROG TO CHB-KCC-CODI.
           PERFORM CCO-GNS-CHB THRU FIN-CCO-GNS-CHB.
           MOVE 'PGS'        TO CHB-TIP-ACUM.
           MOVE PRT-COL-TERM TO CHB-KPG-TERM.
           MOVE PRT-NUM-PAGI TO CHB-NUM-ACUM.
           PERFORM SUM-GNS-TAB-CHB THRU FIN-SUM-GNS-TAB-CHB.
       FIN-PAG-GNS-PRT-CHB.
           EXIT.
      *
      *    DSP-GNS-NAV-CHB suma el comando de menu que esta por
      *    despacharse a la fila TAB 'NVS' del mes, el terminal y el
      *    centro de costo del comando + opcion ( mapa TAB 'CCS',
      *    clase 'O' ): el cobro mensual lee ese acumulado, que no
      *    tiene el tope de items de una cola. Lo invoca el
      *    despacho ( XCT-GNS-PRO-SYS ), fuera de entrenamiento.
       DSP-GNS-NAV-CHB SECTION.
       INI-DSP-GNS-NAV-CHB.
           MOVE 'O'      TO CHB-KCC-CLAS.
           MOVE SPACES   TO CHB-KCC-CODI.
           MOVE TSC-CMND TO CHB-KCC-CODI( 1:3 ).
           MOVE TSC-OPCI TO CHB-KCC-CODI( 4:3 ).
           PERFORM CCO-GNS-CHB THRU FIN-CCO-GNS-CHB.
           MOVE 'NVS'        TO CHB-TIP-ACUM.
           MOVE TSK-TERM-ALF TO CHB-KPG-TERM.
           MOVE 1            TO CHB-NUM-ACUM.
           PERFORM SUM-GNS-TAB-CHB THRU FIN-SUM-GNS-TAB-CHB.
       FIN-DSP-GNS-NAV-CHB.
           EXIT.
      *
      *    Suma CHB-NUM-ACUM a la fila del acumulado CHB-TIP-ACUM
      *    del mes para el terminal CHB-KPG-TERM y el centro de
      *    costo CHB-WRK-CCOS ( la crea la primera vez ).
       SUM-GNS-TAB-CHB SECTION.
       INI-SUM-GNS-TAB-CHB.
           PERFORM GET-FHOY.
           MOVE HOY-AHOY     TO CHB-KPG-AAMM( 1:2 ).
           MOVE HOY-MHOY     TO CHB-KPG-AAMM( 3:2 ).
           MOVE CHB-WRK-CCOS TO CHB-KPG-CCOS.
           MOVE SPACES         TO TAB.
           MOVE CHB-TIP-ACUM   TO TAB-COD-TTAB IN TAB.
           MOVE CHB-KEY-PAGS   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           MOVE SPACES TO CHB-WRK-DPAG.
           MOVE ZEROES TO CHB-DPG-CANT.
           IF FIO-STAT-OKS
               IF TAB-GLS-DESC IN TAB ( 1:9 ) IS NUMERIC
                   MOVE TAB-GLS-DESC IN TAB ( 1:9 ) TO CHB-DPG-CANT.
           IF FIO-STAT-OKS
               MOVE FIO-MOD TO FIO-CMND
           ELSE
               MOVE SPACES       TO TAB
               MOVE CHB-TIP-ACUM TO TAB-COD-TTAB IN TAB
               MOVE CHB-KEY-PAGS TO TAB-COD-CTAB IN TAB
               MOVE FIO-PUT      TO FIO-CMND.
           ADD CHB-NUM-ACUM  TO CHB-DPG-CANT.
           MOVE CHB-WRK-DPAG TO TAB-GLS-DESC IN TAB.
           MOVE 'S'          TO TAB-IND-VIGE IN TAB.
           MOVE SCR-USER     TO TAB-COD-ATRN IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           PERFORM GNS-FIO-TAB.
       FIN-SUM-GNS-TAB-CHB.
           EXIT.
      *
      *    Centro de costo ( CHB-WRK-CCOS ) de la clase y el codigo
      *    armados en CHB-KEY-CCOS segun el mapa TAB 'CCS'; '????'
      *    cuando no hay fila vigente.
       CCO-GNS-CHB SECTION.
       INI-CCO-GNS-CHB.
           MOVE '????' TO CHB-WRK-CCOS.
           MOVE SPACES         TO TAB.
           MOVE 'CCS'          TO TAB-COD-TTAB IN TAB.
           MOVE CHB-KEY-CCOS   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
              AND TAB-GLS-DESC IN TAB ( 1:4 ) > SPACES
               MOVE TAB-GLS-DESC IN TAB ( 1:4 ) TO CHB-WRK-CCOS.
       FIN-CCO-GNS-CHB.
           EXIT.
