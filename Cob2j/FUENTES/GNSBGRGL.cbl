           PERFORM TAB-GNS-BUS-RGL THRU FIN-TAB-GNS-BUS-RGL.
           PERFORM MSC-GNS-BUS-RGL THRU FIN-MSC-GNS-BUS-RGL.
       FIN-GNS-BUS-RGL.
      *    la corrida queda archivada en el repositorio de
      *    informes ( GNSBGRPO.cbl )
           MOVE 'RGL'       TO RPO-ENT-CODI.
           MOVE SCR-QRGL    TO RPO-ENT-COLA.
           MOVE 'GNSBUSRGL' TO RPO-ENT-PROG.
           MOVE RPO-ARC     TO RPO-CMND.
           PERFORM GNS-PRO-RPO.
           EXIT.
      *
      *    Carga las reglas: browse del tipo 'RGL' desde el primero.
