              OR RDN-ENT-VCAM NOT > SPACES
               SET RDN-STAT-BAD TO TRUE
               GO TO FIN-GNS-BUS-RDN.
      *    simulando no se graba nada; confirmando, solo con la
      *    simulacion de estos mismos parametros aprobada
           PERFORM HUE-GNS-BUS-RDN THRU FIN-HUE-GNS-BUS-RDN.
           IF NOT SMC-STAT-OKS
               SET RDN-STAT-NAP TO TRUE
               GO TO FIN-GNS-BUS-RDN.
           MOVE 'GNSBUSRDN'  TO CKP-COD-PROG.
           PERFORM RST-GNS-PRO-CKP.
           MOVE SPACES         TO TAB.
           PERFORM LMP-GNS-BUS-RDN THRU FIN-LMP-GNS-BUS-RDN.
           PERFORM CLR-GNS-PRO-CKP.
       FIN-GNS-BUS-RDN.
      *    cierre de la corrida simulada o confirmada ( GNSBGSMC )
           MOVE SMC-CIE TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
           EXIT.
      *
      *    Barrido de limpieza: borra la marca 'RDN' de toda fila
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-RDN.
           EXIT.
      *
      *    Huella de la corrida ( la moneda, el factor y los
      *    decimales ) y apertura segun SMC-COD-MODO.
       HUE-GNS-BUS-RDN SECTION.
       INI-HUE-GNS-BUS-RDN.
           MOVE 'RDN'   TO SMC-ENT-PROG.
           MOVE SMC-INI TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
           MOVE SPACES       TO SMC-ENT-DATO.
           MOVE RDN-ENT-VCAM TO SMC-ENT-DATO( 1:4 ).
           MOVE RDN-NUM-FACT TO SMC-ENT-DATO( 5:7 ).
           MOVE RDN-NUM-NDEC TO SMC-ENT-DATO( 12:1 ).
           MOVE 12           TO SMC-ENT-LARG.
           MOVE SMC-HSH TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
       ABR-HUE-GNS-BUS-RDN.
           MOVE SMC-ABR TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
       FIN-HUE-GNS-BUS-RDN.
           EXIT.
