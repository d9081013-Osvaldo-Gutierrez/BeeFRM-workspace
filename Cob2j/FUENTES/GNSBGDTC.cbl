       GNS-FIO-DTC SECTION.
       INI-GNS-FIO-DTC.

      *    Traza FIO a pedido de soporte: a la entrada se toma la
      *    hora de partida y se ve si el terminal o el operador
      *    tiene una traza vigente; a la salida ( FIN-GNS-FIO-DTC )
      *    el comando queda en la traza ( CHK-GNS-FTR-DTC y
      *    REG-GNS-FTR-DTC en GNSBGFTR.cbl ).
           IF FTR-IND-ACTV = 'S'
               PERFORM CHK-GNS-FTR-DTC THRU FIN-CHK-GNS-FTR-DTC.

           MOVE ADR-REQA             TO FIO-ORACLE-RQA.
           MOVE FIO-DFLD             TO FIO-ORACLE-DFLD.
           MOVE FIO-MENS             TO FIO-ORACLE-MENS.
           MOVE ADR-TABL IN ADR-REQA TO FIO-ORACLE-PROG-TAB.
           MOVE ADR-DBID IN ADR-REQA TO FIO-ORACLE-PROG-NUM.

      *    Sesion en modo entrenamiento ( GNSBGENT.cbl ): sin otro
      *    desvio pedido, la llamada viaja a la base de entrenamiento.
           IF SCR-IENT = 'S' AND SCR-DENT > ZERO
              AND FIO-DBID-ALT = ZERO
               MOVE SCR-DENT TO FIO-DBID-ALT.
      *    Desvio de ambiente de un solo uso ( ver FIO-DBID-ALT en
      *    GNSWCFIO.cbl ): esta llamada viaja al servicio del DBID
      *    alternativo y el desvio se consume.
      *    alzados, no son mantencion y no pagan la consulta )
           IF FRZ-IND-ACTV = 'S' AND FRZ-IND-BUSY = 'N'
              AND AUD-IND-BUSY = 'N' AND EVT-IND-BUSY = 'N'
              AND MSU-IND-BUSY = 'N'
              AND ( FIO-CMND = FIO-PUT OR FIO-MOD OR FIO-DEL )
               MOVE FIO-ORACLE-PROG-NUM  TO FRZ-SAV-DBID
               PERFORM CHK-GNS-FRZ-DTC THRU FIN-CHK-GNS-FRZ-DTC
                   MOVE FRZ-GLS-VENT TO FIO-MENS( 33:40 )
                   GO TO FIN-GNS-FIO-DTC.

      *    Corrida simulada de un batch de actualizacion masiva
      *    ( GNS-PRO-SMC en GNSBGSMC.cbl ): el comando modificante
      *    no viaja a Oracle y vuelve OK como si se hubiera
      *    aplicado; el cambio del llamador queda, imagen anterior
      *    y nueva, en el informe de la simulacion. Va despues del
      *    periodo y del congelamiento: lo que ellos rechazarian la
      *    simulacion lo muestra rechazado. Las escrituras internas
      *    de los enganches ( BUSY alzados ) se callan igual, pero
      *    no son cambio del batch y no se informan.
           IF SMC-IND-ACTV = 'S'
              AND ( FIO-CMND = FIO-PUT OR FIO-MOD OR FIO-DEL )
               IF AUD-IND-BUSY = 'N' AND PER-IND-BUSY = 'N'
                  AND VSN-IND-BUSY = 'N' AND EVT-IND-BUSY = 'N'
                  AND SLA-IND-BUSY = 'N' AND FRZ-IND-BUSY = 'N'
                  AND ALS-IND-BUSY = 'N' AND MSU-IND-BUSY = 'N'
                   PERFORM REG-GNS-SMC-DTC THRU FIN-REG-GNS-SMC-DTC
                   MOVE ZEROES TO FIO-STAT
                   GO TO FIN-GNS-FIO-DTC
               ELSE
                   MOVE ZEROES TO FIO-STAT
                   GO TO FIN-GNS-FIO-DTC.

      *    Monitor de registros bloqueados: el comando pedido y la
      *    hora de salida a Oracle, para medir la espera si vuelve
      *    con el registro tomado por otra sesion ( la vuelta pisa
      *    FIO-CMND ).
           IF LCK-IND-ACTV = 'S' AND LCK-IND-BUSY = 'N'
               MOVE FIO-CMND TO LCK-WRK-FCMD
               ACCEPT LCK-WRK-HINI FROM TIME.

      *    La lectura en bloque viaja con su propia respuesta
      *    ampliada ( BLK-GNS-FIO-DTC, mas abajo ).
           IF FIO-CMND = FIO-GET-BLK
              AND PER-IND-BUSY = 'N' AND VSN-IND-BUSY = 'N'
              AND EVT-IND-BUSY = 'N' AND SLA-IND-BUSY = 'N'
              AND FRZ-IND-BUSY = 'N' AND ALS-IND-BUSY = 'N'
              AND MSU-IND-BUSY = 'N'
              AND FIO-STAT-OKS
              AND ( FIO-CMND = FIO-PUT OR FIO-MOD OR FIO-DEL )
              AND FIO-ORACLE-PROG-TAB NOT = 'AUD'
              AND PER-IND-BUSY = 'N' AND VSN-IND-BUSY = 'N'
              AND EVT-IND-BUSY = 'N' AND SLA-IND-BUSY = 'N'
              AND FRZ-IND-BUSY = 'N' AND ALS-IND-BUSY = 'N'
              AND LEC-IND-BUSY = 'N' AND LCK-IND-BUSY = 'N'
              AND MSU-IND-BUSY = 'N'
               MOVE FIO-ORACLE-PROG-TAB TO AUD-ANT-TABL
               MOVE FIO-DFLD( 1:600 )   TO AUD-ANT-DFLD.

      *    Diario de lecturas de registros sensibles: la lectura
      *    exitosa de una tabla de la lista TAB 'LEC' deja su item
      *    en la cola del diario ( REG-GNS-LEC-DTC en GNSBGLEC.cbl ).
      *    Las lecturas internas de los enganches no son consulta de
      *    nadie y no se anotan; la tabla LEC tampoco.
           IF LEC-IND-ACTV = 'S' AND LEC-IND-BUSY = 'N'
              AND FIO-IGET-YES AND FIO-STAT-OKS
              AND AUD-IND-BUSY = 'N' AND PER-IND-BUSY = 'N'
              AND VSN-IND-BUSY = 'N' AND EVT-IND-BUSY = 'N'
              AND SLA-IND-BUSY = 'N' AND FRZ-IND-BUSY = 'N'
              AND ALS-IND-BUSY = 'N' AND LCK-IND-BUSY = 'N'
              AND MSU-IND-BUSY = 'N'
              AND FIO-ORACLE-PROG-TAB NOT = 'LEC'
               PERFORM REG-GNS-LEC-DTC THRU FIN-REG-GNS-LEC-DTC.

           IF FIO-ICBR-YES
               ADD 1 TO FIO-NBRW
               IF FIO-NBRW NOT < FIO-LBRW
                   PERFORM TUX-CHK-PNT THRU FIN-TUX-CHK-PNT
                   PERFORM TUX-BFR-RFH THRU FIN-TUX-BFR-RFH.

      *    Registro tomado por otra sesion: el bloqueo queda en la
      *    cola del dia y cuenta para el aviso de llave disputada
      *    ( REG-GNS-LCK-DTC en GNSBGLCK.cbl ). Un FIO-REC-LCK que
      *    pidio el propio llamador no es un bloqueo.
           IF LCK-IND-ACTV = 'S' AND LCK-IND-BUSY = 'N'
              AND FIO-CMND = FIO-REC-LCK
              AND LCK-WRK-FCMD NOT = FIO-REC-LCK
               PERFORM REG-GNS-LCK-DTC THRU FIN-REG-GNS-LCK-DTC.

       FIN-GNS-FIO-DTC.
           IF FTR-IND-ACTV = 'S'
               PERFORM REG-GNS-FTR-DTC THRU FIN-REG-GNS-FTR-DTC.
           EXIT.

      *    Deja, en el vector FIO-VSFL, la historia de errores del
