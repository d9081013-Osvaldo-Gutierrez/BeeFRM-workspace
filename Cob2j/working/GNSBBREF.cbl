           IF FIO-STAT-OKS
               GO TO LUP-GNS-BUS-REF.
       FIN-GNS-BUS-REF.
      *    la corrida queda archivada en el repositorio de
      *    informes ( GNSBGRPO.cbl )
           MOVE 'REF'       TO RPO-ENT-CODI.
           MOVE SCR-QREF    TO RPO-ENT-COLA.
           MOVE 'GNSBUSREF' TO RPO-ENT-PROG.
           MOVE RPO-ARC     TO RPO-CMND.
           PERFORM GNS-PRO-RPO.
           EXIT.
      *
      *    Regla TAB: la entrada apuntada debe existir y estar
