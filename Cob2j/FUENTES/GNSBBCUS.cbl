      *    Recorrido terminado completo: el punto de control sobra.
           PERFORM CLR-GNS-PRO-CKP.
       FIN-GNS-BUS-CUS.
      *    la corrida queda archivada en el repositorio de
      *    informes ( GNSBGRPO.cbl )
           MOVE 'CUS'       TO RPO-ENT-CODI.
           MOVE SCR-QCUS    TO RPO-ENT-COLA.
           MOVE 'GNSBUSCUS' TO RPO-ENT-PROG.
           MOVE RPO-ARC     TO RPO-CMND.
           PERFORM GNS-PRO-RPO.
           EXIT.
      *Busca el autor del centro actual en el catalogo de usuarios
      *autorizados; si no existe o no esta vigente, encola la
