      * Modulo FIO para registro LEC en DATACOM
       GNS-FIO-LEC SECTION.
       INI-GNS-FIO-LEC.
           MOVE ADR-LEC-REQA TO ADR-REQA.
           MOVE 'LEC'        TO ADR-TABL IN ADR-REQA.
      *
           MOVE FIO-SIST TO IDD-SAUX.
           MOVE 'C'      TO IDD-GAUX.
           MOVE SPACES   TO IDD-RAUX.
           SEARCH ALL IDD-VSIS
             WHEN IDD-DENT( IDD-ITBL ) = IDD-DAUX
               GO TO FSR-GNS-FIO-LEC.
       GRP-GNS-FIO-LEC.
           MOVE SPACES TO IDD-GAUX.
           SEARCH ALL IDD-VSIS
               AT END
                   MOVE 'En GNS-FIO-LEC, NO existe en IDD:' TO FIO-MEN1
                   MOVE IDD-DAUX                            TO FIO-MEN2
                   SET FIO-STAT-NCF                         TO TRUE
                   PERFORM PRG-ABT
               WHEN IDD-DENT( IDD-ITBL ) = IDD-DAUX
                   NEXT SENTENCE.
       FSR-GNS-FIO-LEC.
           MOVE IDD-IENT( IDD-ITBL ) TO ADR-DBID IN ADR-REQA.
      *
           MOVE 'LEC00' TO ADR-ELM1.
           MOVE FIO-PROG TO ADR-PROG.
           IF FIO-KDEF = FIO-KDEF-S
               GO TO CON-GNS-FIO-LEC.
           MOVE FIO-CMND TO FIO-IAKY.
           IF NOT FIO-IAKY-CON AND
              ( FIO-AKEY = 'LEC-KEY-ILEC' OR FIO-AKEY NOT > SPACES )
               MOVE LEC-KEY-ILEC IN LEC TO ADR-VKEY IN ADR-REQA
               MOVE 'LEC00' TO ADR-DKEY IN ADR-REQA
           ELSE
           IF FIO-AKEY = 'LEC-COD-IOPE'
               MOVE LEC-COD-IOPS IN LEC TO ADR-VKEY IN ADR-REQA
               MOVE 'LEC01' TO ADR-DKEY IN ADR-REQA
           ELSE
               MOVE 'En GNS-FIO-LEC, key' TO FIO-MENS
               MOVE FIO-AKEY   TO FIO-MENS-KEY
               MOVE 'Invalida' TO FIO-MENS-FIL
               SET FIO-STAT-BAK TO TRUE
               PERFORM PRG-ABT.
       CON-GNS-FIO-LEC.
           MOVE LEC TO FIO-DFLD.
           PERFORM GNS-FIO-DTC.
           IF FIO-STAT-OKS
               MOVE FIO-DFLD TO LEC
           ELSE
               MOVE 'GNSLEC' TO FIO-MEN2
               IF FIO-STAT-FTL
                   PERFORM PRG-ABT.
           MOVE SPACES   TO FIO-AKEY.
           MOVE FIO-KDEF-N TO FIO-KDEF.
           MOVE ADR-REQA TO ADR-LEC-REQA.
       FIN-GNS-FIO-LEC.
           EXIT.
