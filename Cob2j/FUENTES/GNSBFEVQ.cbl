      * Modulo FIO para registro EVQ en DATACOM
       GNS-FIO-EVQ SECTION.
       INI-GNS-FIO-EVQ.
           MOVE ADR-EVQ-REQA TO ADR-REQA.
           MOVE 'EVQ'        TO ADR-TABL IN ADR-REQA.
      *
           MOVE FIO-SIST TO IDD-SAUX.
           MOVE 'C'      TO IDD-GAUX.
           MOVE SPACES   TO IDD-RAUX.
           SEARCH ALL IDD-VSIS
             WHEN IDD-DENT( IDD-ITBL ) = IDD-DAUX
               GO TO FSR-GNS-FIO-EVQ.
       GRP-GNS-FIO-EVQ.
           MOVE SPACES TO IDD-GAUX.
           SEARCH ALL IDD-VSIS
               AT END
                   MOVE 'En GNS-FIO-EVQ, NO existe en IDD:' TO FIO-MEN1
                   MOVE IDD-DAUX                            TO FIO-MEN2
                   SET FIO-STAT-NCF                         TO TRUE
                   PERFORM PRG-ABT
               WHEN IDD-DENT( IDD-ITBL ) = IDD-DAUX
                   NEXT SENTENCE.
       FSR-GNS-FIO-EVQ.
           MOVE IDD-IENT( IDD-ITBL ) TO ADR-DBID IN ADR-REQA.
      *
           MOVE 'EVQ00' TO ADR-ELM1.
           MOVE FIO-PROG TO ADR-PROG.
           IF FIO-KDEF = FIO-KDEF-S
               GO TO CON-GNS-FIO-EVQ.
           MOVE FIO-CMND TO FIO-IAKY.
           IF NOT FIO-IAKY-CON AND
              ( FIO-AKEY = 'EVQ-KEY-IEVQ' OR FIO-AKEY NOT > SPACES )
               MOVE EVQ-KEY-IEVQ IN EVQ TO ADR-VKEY IN ADR-REQA
               MOVE 'EVQ00' TO ADR-DKEY IN ADR-REQA
           ELSE
               MOVE 'En GNS-FIO-EVQ, key' TO FIO-MENS
               MOVE FIO-AKEY   TO FIO-MENS-KEY
               MOVE 'Invalida' TO FIO-MENS-FIL
               SET FIO-STAT-BAK TO TRUE
               PERFORM PRG-ABT.
       CON-GNS-FIO-EVQ.
           MOVE EVQ TO FIO-DFLD.
           PERFORM GNS-FIO-DTC.
           IF FIO-STAT-OKS
               MOVE FIO-DFLD TO EVQ
           ELSE
               MOVE 'GNSEVQ' TO FIO-MEN2
               IF FIO-STAT-FTL
                   PERFORM PRG-ABT.
           MOVE SPACES   TO FIO-AKEY.
           MOVE FIO-KDEF-N TO FIO-KDEF.
           MOVE ADR-REQA TO ADR-EVQ-REQA.
       FIN-GNS-FIO-EVQ.
           EXIT.
