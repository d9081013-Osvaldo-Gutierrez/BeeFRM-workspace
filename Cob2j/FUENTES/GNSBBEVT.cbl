      *de la respuesta del servicio consumidor. Los huecos de
      *numeracion del archivo EVT se informan en SCR-QEVT una sola
      *vez por corrida ( primer suscriptor ). GNS-BUS-SBL deja en
      *SCR-QSUB el informe de atraso por suscriptor. Cada evento
      *sale firmado con la clave del suscriptor ( FIR-GNS-PRO-MAC en
      *GNSBGMAC.cbl ).
       GNS-BUS-EVT SECTION.
       INI-GNS-BUS-EVT.
           MOVE ZEROES TO SCR-IEVT EVT-CNT-ENVI EVT-CNT-ACKS
                          EVT-CNT-RTRX EVT-CNT-GAPS EVT-NUM-PREV
                          EVT-CNT-NFIR.
           MOVE 'S'    TO SUS-IND-GAPR.
           MOVE SPACES TO SUS-NOM-PREV.
       HDR-GNS-BUS-EVT.
           MOVE EVT-COD-TIPO IN EVT TO EVT-MSJ-TIPO.
           MOVE EVT-GLS-CLAV IN EVT TO EVT-MSJ-CLAV.
           MOVE EVT-GLS-IMAG IN EVT TO EVT-MSJ-IMAG.
      *    firmado con la clave vigente del suscriptor
           MOVE SUS-NOM-SUSC  TO MAC-ENT-CORR.
           PERFORM FIR-GNS-PRO-MAC THRU FIN-FIR-GNS-PRO-MAC.
           IF MAC-STAT-NKY
               ADD 1 TO EVT-CNT-NFIR.
           MOVE SPACES        TO SYS-CMMA.
           MOVE EVT-REG-ENVI  TO SYS-CMMA( 1:159 ).
           MOVE SUS-NOM-SERV  TO SYS-PROG.
           MOVE +200          TO SYS-TCMA.
           MOVE SYS-LINK      TO SYS-CMND.
