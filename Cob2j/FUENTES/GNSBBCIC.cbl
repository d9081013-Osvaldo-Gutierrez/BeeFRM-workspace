      *por agotarse. Recorre la tabla CIC completa, de punta a punta,
      *via GNS-FIO-CIC con FIO-FND-FST / FIO-GET-NXT, y deja en la
      *cola SCR-QCIC solo aquellos centros cuyo folio ya paso el
      *margen CIC-LIM-AGOT respecto del limite de su formato ( 8
      *digitos el clasico, 11 el ampliado: GNS-PRO-CIW ), para que
      *el programa de pantalla o el batch que emite el informe los
      *lea despues con GNS-MSJ-QUE 'GET', igual que GNS-BUS-TAB deja
      *puesta la cola de un browse de TAB.
      *Para en SCR-NCIC filas informadas ( 0 = ninguna ) y deja en
      *SCR-ICIC la cantidad de centros realmente encolados.
      *Corrido por empresa ( EMP-FLT-EMPR, o la empresa en uso de la
      *sesion ) solo informa los centros de esa empresa y los del
      *pool comun ( GNSBGEMP.cbl ).
       GNS-BUS-CIC SECTION.
       INI-GNS-BUS-CIC.
           MOVE ZERO         TO SCR-ICIC.
           PERFORM REP-GNS-PRO-EMP THRU FIN-REP-GNS-PRO-EMP.
           MOVE SPACES       TO CIC.
           MOVE 'CIC-CAI-ICIC' TO FIO-AKEY.
           MOVE FIO-FND-FST  TO FIO-CMND.
           IF NOT FIO-STAT-OKS
               GO TO FIN-GNS-BUS-CIC.
       LUP-GNS-BUS-CIC.
           MOVE CIC-COD-EMPR IN CIC TO EMP-WRK-EMPR.
           PERFORM FLT-GNS-PRO-EMP THRU FIN-FLT-GNS-PRO-EMP.
           IF EMP-IND-VISI NOT = 'S'
               GO TO SIG-GNS-BUS-CIC.
           MOVE CIW-FOL TO CIW-CMND.
           PERFORM GNS-PRO-CIW.
           IF CIW-SAL-FOLI NOT > CIW-SAL-TOPE - CIC-LIM-AGOT
               GO TO SIG-GNS-BUS-CIC.
           ADD 1 TO SCR-ICIC.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SCR-QCIC TO QUE-NAM-SEND.
           MOVE SCR-ICIC TO QUE-NUM-SEND.
           MOVE LENGTH OF CIC TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE CIC      TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF FIO-STAT-OKS
               GO TO LUP-GNS-BUS-CIC.
       FIN-GNS-BUS-CIC.
      *    la corrida queda archivada en el repositorio de
      *    informes ( GNSBGRPO.cbl )
           MOVE 'CIC'       TO RPO-ENT-CODI.
           MOVE SCR-QCIC    TO RPO-ENT-COLA.
           MOVE 'GNSBUSCIC' TO RPO-ENT-PROG.
           MOVE RPO-ARC     TO RPO-CMND.
           PERFORM GNS-PRO-RPO.
           EXIT.
