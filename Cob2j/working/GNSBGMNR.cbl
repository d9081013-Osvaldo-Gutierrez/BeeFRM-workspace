       RST-GNS-BUS-MNR.
           MOVE MNR-SAV-COMD TO PRV-ENT-COMD.
           MOVE MNR-SAV-OPCI TO PRV-ENT-OPCI.
      *    Indicador de trabajo pendiente del operador en el menu
      *    ( IND-GNS-BAN en GNSBGBAN.cbl ).
           IF BAN-IND-ACTV = 'S'
               PERFORM IND-GNS-BAN THRU FIN-IND-GNS-BAN.
       FIN-GNS-BUS-MNR.
           EXIT.
