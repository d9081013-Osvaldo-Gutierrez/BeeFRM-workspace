      *FIO-GET-NXT y deja en la cola SCR-QINC una INC-LINE por
      *incidente aun no Cerrado, marcando con 'V' los que llevan
      *mas de INC-LIM-DIAS dias abiertos ( CAL-FEC DIF-DIA ), para
      *que la mesa deje de perderlos de vista, con el problema
      *conocido al que esta ligado.
       GNS-BUS-INC SECTION.
       INI-GNS-BUS-INC.
           MOVE ZERO         TO SCR-IINC.
           MOVE INC-COD-PROG TO INC-LIN-PROG.
           MOVE INC-COD-STAT TO INC-LIN-STAT.
           MOVE INC-COD-ASIG TO INC-LIN-ASIG.
           MOVE ZEROES       TO INC-LIN-PROB.
           IF INC-NUM-PROB IS NUMERIC
               MOVE INC-NUM-PROB TO INC-LIN-PROB.
           PERFORM VNC-GNS-BUS-INC THRU FIN-VNC-GNS-BUS-INC.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           IF FIO-STAT-OKS
               GO TO LUP-GNS-BUS-INC.
       FIN-GNS-BUS-INC.
      *    la corrida queda archivada en el repositorio de
      *    informes ( GNSBGRPO.cbl )
           MOVE 'INC'       TO RPO-ENT-CODI.
           MOVE SCR-QINC    TO RPO-ENT-COLA.
           MOVE 'GNSBUSINC' TO RPO-ENT-PROG.
           MOVE RPO-ARC     TO RPO-CMND.
           PERFORM GNS-PRO-RPO.
           EXIT.
      *Marca 'V' los incidentes con mas de INC-LIM-DIAS abiertos.
       VNC-GNS-BUS-INC SECTION.
