           IF FIO-STAT-OKS
               GO TO LUP-GNS-BUS-PND.
       FIN-GNS-BUS-PND.
      *    la corrida queda archivada en el repositorio de
      *    informes ( GNSBGRPO.cbl )
           MOVE 'PND'       TO RPO-ENT-CODI.
           MOVE SCR-QPND    TO RPO-ENT-COLA.
           MOVE 'GNSBUSPND' TO RPO-ENT-PROG.
           MOVE RPO-ARC     TO RPO-CMND.
           PERFORM GNS-PRO-RPO.
           EXIT.
      *Marca 'V' los pendientes con mas de PND-LIM-DIAS dias.
       VNC-GNS-BUS-PND SECTION.
