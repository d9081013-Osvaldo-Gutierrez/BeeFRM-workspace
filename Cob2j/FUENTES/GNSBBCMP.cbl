               MOVE SPACES TO MNU
               MOVE 'MNU-COD-NEMO' TO FIO-AKEY
               PERFORM GNS-FIO-MNU
           ELSE
           IF CMP-COD-TREG = 'MSG'
               MOVE SPACES TO MSG
               MOVE 'MSG-COD-TABL' TO FIO-AKEY
               PERFORM GNS-FIO-MSG
           ELSE
           IF CMP-COD-TREG = 'CIC'
               MOVE SPACES TO CIC
               MOVE 'CIC-CAI-ICIC' TO FIO-AKEY
               PERFORM GNS-FIO-CIC
           ELSE
           IF CMP-COD-TREG = 'OPR'
               MOVE SPACES TO OPR
               MOVE 'OPR-KEY-IOPR' TO FIO-AKEY
               PERFORM GNS-FIO-OPR
           ELSE
               MOVE SPACES TO TAB
               MOVE 'TAB-COD-TABL' TO FIO-AKEY
           IF CMP-COD-TREG = 'MNU'
               MOVE 'MNU-COD-NEMO' TO FIO-AKEY
               PERFORM GNS-FIO-MNU
           ELSE
           IF CMP-COD-TREG = 'MSG'
               MOVE 'MSG-COD-TABL' TO FIO-AKEY
               PERFORM GNS-FIO-MSG
           ELSE
           IF CMP-COD-TREG = 'CIC'
               MOVE 'CIC-CAI-ICIC' TO FIO-AKEY
               PERFORM GNS-FIO-CIC
           ELSE
           IF CMP-COD-TREG = 'OPR'
               MOVE 'OPR-KEY-IOPR' TO FIO-AKEY
               PERFORM GNS-FIO-OPR
           ELSE
               MOVE 'TAB-COD-TABL' TO FIO-AKEY
               PERFORM GNS-FIO-TAB.
           IF CMP-COD-TREG = 'MNU'
               MOVE 'MNU-COD-NEMO' TO FIO-AKEY
               PERFORM GNS-FIO-MNU
           ELSE
           IF CMP-COD-TREG = 'MSG'
               MOVE 'MSG-COD-TABL' TO FIO-AKEY
               PERFORM GNS-FIO-MSG
           ELSE
           IF CMP-COD-TREG = 'CIC'
               MOVE 'CIC-CAI-ICIC' TO FIO-AKEY
               PERFORM GNS-FIO-CIC
           ELSE
           IF CMP-COD-TREG = 'OPR'
               MOVE 'OPR-KEY-IOPR' TO FIO-AKEY
               PERFORM GNS-FIO-OPR
           ELSE
               MOVE 'TAB-COD-TABL' TO FIO-AKEY
               PERFORM GNS-FIO-TAB.
           IF CMP-COD-TREG = 'MNU'
               MOVE MNU TO CMP-IMG-ENVA
               MOVE MNU-COD-NEMO IN MNU TO CMP-LIN-CLAV
           ELSE
           IF CMP-COD-TREG = 'MSG'
               MOVE MSG TO CMP-IMG-ENVA
               MOVE MSG-KY0-TABS( 1:15 ) TO CMP-LIN-CLAV
           ELSE
           IF CMP-COD-TREG = 'CIC'
               MOVE CIC TO CMP-IMG-ENVA
               MOVE CIC-KEY-ICIC IN CIC TO CMP-LIN-CLAV
           ELSE
           IF CMP-COD-TREG = 'OPR'
               MOVE OPR TO CMP-IMG-ENVA
               MOVE OPR-COD-IOPR TO CMP-LIN-CLAV
           ELSE
               MOVE TAB TO CMP-IMG-ENVA
               MOVE TAB-KY0-TABS IN TAB( 1:15 ) TO CMP-LIN-CLAV.
           IF CMP-COD-TREG = 'MNU'
               MOVE SPACES TO MNU
               MOVE CMP-LIN-CLAV( 1:12 ) TO MNU-COD-NEMO IN MNU( 1:12 )
           ELSE
           IF CMP-COD-TREG = 'MSG'
               MOVE SPACES TO MSG
               MOVE CMP-LIN-CLAV( 1:15 ) TO MSG-KY0-TABS
           ELSE
           IF CMP-COD-TREG = 'CIC'
               MOVE SPACES TO CIC
               MOVE CMP-LIN-CLAV( 1:12 ) TO CIC-KEY-ICIC IN CIC
           ELSE
           IF CMP-COD-TREG = 'OPR'
               MOVE SPACES TO OPR
               MOVE CMP-LIN-CLAV( 1:12 ) TO OPR-COD-IOPR
           ELSE
               MOVE SPACES TO TAB
               MOVE CMP-LIN-CLAV( 1:15 ) TO
