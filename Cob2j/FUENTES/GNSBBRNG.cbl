           PERFORM GNS-FIO-TAB.
           GO TO LUP-GNS-BUS-RNG.
       FIN-GNS-BUS-RNG.
      *    la corrida queda archivada en el repositorio de
      *    informes ( GNSBGRPO.cbl )
           MOVE 'RNG'       TO RPO-ENT-CODI.
           MOVE SCR-QRNG    TO RPO-ENT-COLA.
           MOVE 'GNSBUSRNG' TO RPO-ENT-PROG.
           MOVE RPO-ARC     TO RPO-CMND.
           PERFORM GNS-PRO-RPO.
           EXIT.
