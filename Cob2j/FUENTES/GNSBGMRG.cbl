              OR CIC-IND-VIGE IN CIC = 'N'
               SET MRG-STAT-NEX TO TRUE
               GO TO FIN-VAL-GNS-PRO-MRG.
      *    el de otra empresa responde como inexistente
           MOVE CIC-COD-EMPR IN CIC TO EMP-WRK-EMPR.
           PERFORM VIS-GNS-PRO-EMP THRU FIN-VIS-GNS-PRO-EMP.
           IF EMP-IND-VISI NOT = 'S'
               SET MRG-STAT-NEX TO TRUE
               GO TO FIN-VAL-GNS-PRO-MRG.
      *    autoridad del centro de asignacion
           MOVE SPACES         TO TAB.
           MOVE 'CAI'          TO TAB-COD-TTAB IN TAB.
