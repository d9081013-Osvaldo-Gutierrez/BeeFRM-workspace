      * Modulo FIO para registro ASI en DATACOM
       GNS-FIO-ASI SECTION.
       INI-GNS-FIO-ASI.
           MOVE ADR-ASI-REQA TO ADR-REQA.
           MOVE 'ASI'        TO ADR-TABL IN ADR-REQA.
      *
           MOVE FIO-SIST TO IDD-SAUX.
           MOVE 'C'      TO IDD-GAUX.
           MOVE SPACES   TO IDD-RAUX.
           SEARCH ALL IDD-VSIS
             WHEN IDD-DENT( IDD-ITBL ) = IDD-DAUX
               GO TO FSR-GNS-FIO-ASI.
       GRP-GNS-FIO-ASI.
           MOVE SPACES TO IDD-GAUX.
           SEARCH ALL IDD-VSIS
               AT END
                   MOVE 'En GNS-FIO-ASI, NO existe en IDD:' TO FIO-MEN1
                   MOVE IDD-DAUX                            TO FIO-MEN2
                   SET FIO-STAT-NCF                         TO TRUE
                   PERFORM PRG-ABT
               WHEN IDD-DENT( IDD-ITBL ) = IDD-DAUX
                   NEXT SENTENCE.
       FSR-GNS-FIO-ASI.
           MOVE IDD-IENT( IDD-ITBL ) TO ADR-DBID IN ADR-REQA.
      *
           MOVE 'ASI00' TO ADR-ELM1.
           MOVE FIO-PROG TO ADR-PROG.
           IF FIO-KDEF = FIO-KDEF-S
               GO TO CON-GNS-FIO-ASI.
           MOVE FIO-CMND TO FIO-IAKY.
           IF NOT FIO-IAKY-CON AND
              ( FIO-AKEY = 'ASI-KEY-IASI' OR FIO-AKEY NOT > SPACES )
               MOVE ASI-KEY-IASI IN ASI TO ADR-VKEY IN ADR-REQA
               MOVE 'ASI00' TO ADR-DKEY IN ADR-REQA
           ELSE
               MOVE 'En GNS-FIO-ASI, key' TO FIO-MENS
               MOVE FIO-AKEY   TO FIO-MENS-KEY
               MOVE 'Invalida' TO FIO-MENS-FIL
               SET FIO-STAT-BAK TO TRUE
               PERFORM PRG-ABT.
       CON-GNS-FIO-ASI.
           MOVE ASI TO FIO-DFLD.
           PERFORM GNS-FIO-DTC.
           IF FIO-STAT-OKS
               MOVE FIO-DFLD TO ASI
           ELSE
               MOVE 'GNSASI' TO FIO-MEN2
               IF FIO-STAT-FTL
                   PERFORM PRG-ABT.
           MOVE SPACES   TO FIO-AKEY.
           MOVE FIO-KDEF-N TO FIO-KDEF.
           MOVE ADR-REQA TO ADR-ASI-REQA.
       FIN-GNS-FIO-ASI.
           EXIT.
