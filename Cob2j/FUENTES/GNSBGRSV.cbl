           IF NOT FIO-STAT-OKS
               SET RSV-STAT-NEX TO TRUE
               GO TO FIN-GNS-PRO-RSV.
      *    el centro de otra empresa responde como inexistente
           MOVE CIC-COD-EMPR IN CIC TO EMP-WRK-EMPR.
           PERFORM VIS-GNS-PRO-EMP THRU FIN-VIS-GNS-PRO-EMP.
           IF EMP-IND-VISI NOT = 'S'
               SET RSV-STAT-NEX TO TRUE
               GO TO FIN-GNS-PRO-RSV.
      *    el folio vigente, clasico o ampliado ( GNS-PRO-CIW )
           MOVE CIW-FOL TO CIW-CMND.
           PERFORM GNS-PRO-CIW.
           IF CIW-SAL-FOLI NOT < RSV-ENT-DESD
               SET RSV-STAT-SOL TO TRUE
               GO TO FIN-GNS-PRO-RSV.
           MOVE SPACES       TO RSV.
           MOVE 'CIC-CAI-ICIC' TO FIO-AKEY.
           MOVE FIO-GET-KEY  TO FIO-CMND.
           PERFORM GNS-FIO-CIC.
           IF NOT FIO-STAT-OKS
               GO TO FIN-GNS-PRO-RSV.
           MOVE CIW-FOL TO CIW-CMND.
           PERFORM GNS-PRO-CIW.
      *    el bloque no es de un documento: la declaracion pendiente
      *    ( CHK-GNS-NDX-CIC ) queda para la asignacion individual
           MOVE NDX-DOC-FOLI TO NDX-SAV-BLOQ.
           MOVE SPACES       TO NDX-DOC-FOLI.
           IF CIW-SAL-FOLI < RSV-NUM-HAST
               MOVE RSV-NUM-HAST TO CIW-ENT-FOLI
               MOVE CIW-ASF      TO CIW-CMND
               PERFORM GNS-PRO-CIW
               MOVE SCR-USER     TO CIC-COD-ATRN IN CIC
               MOVE 'GNS'        TO FIO-SIST
               MOVE 'CIC-CAI-ICIC' TO FIO-AKEY
               MOVE FIO-MOD      TO FIO-CMND
               PERFORM GNS-FIO-CIC.
           MOVE NDX-SAV-BLOQ TO NDX-DOC-FOLI.
           GO TO FIN-GNS-PRO-RSV.
      *
      *    Liberacion manual.
       FIN-GNS-PRO-RSV.
           EXIT.
      *
      *    Lee la reserva; debe seguir Reservada para tocarse. Su
      *    centro debe ser de la empresa en uso o del pool comun.
       LEE-GNS-PRO-RSV SECTION.
       INI-LEE-GNS-PRO-RSV.
           MOVE SPACES      TO CIC.
           MOVE RSV-ENT-CAI TO CIC-CAI-ICIC IN CIC.
           MOVE 'GNS'       TO FIO-SIST.
           MOVE 'CIC-CAI-ICIC' TO FIO-AKEY.
           MOVE FIO-GET-KEY TO FIO-CMND.
           PERFORM GNS-FIO-CIC.
           MOVE SPACES TO EMP-WRK-EMPR.
           IF FIO-STAT-OKS
               MOVE CIC-COD-EMPR IN CIC TO EMP-WRK-EMPR.
           PERFORM VIS-GNS-PRO-EMP THRU FIN-VIS-GNS-PRO-EMP.
           IF EMP-IND-VISI NOT = 'S'
               SET RSV-STAT-NEX TO TRUE
               GO TO FIN-LEE-GNS-PRO-RSV.
           MOVE SPACES       TO RSV.
           MOVE RSV-ENT-CAI  TO RSV-CAI-IRSV.
           MOVE RSV-ENT-DESD TO RSV-NUM-DESD.
