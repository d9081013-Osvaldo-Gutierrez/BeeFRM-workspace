      *    GNS-MNT-SUC mantiene la fila TAB 'SUC' de la sucursal
      *    SUC-ENT-CODI ( nombre, region y horario de atencion en
      *    la descripcion ), igual que GNS-MNT-TRM mantiene el
      *    perfil del terminal. La sesion solo mantiene sucursales de
      *    su empresa en uso ( o del pool comun ) y solo las deja en
      *    ella; una sucursal sin empresa tecleada toma la de la
      *    sesion ( SUC-STAT-EMP si no, GNSBGEMP.cbl ).
       GNS-MNT-SUC SECTION.
       INI-GNS-MNT-SUC.
           SET SUC-STAT-OKS TO TRUE.
           IF SUC-DES-EMPR NOT > SPACES
               MOVE EMP-COD-EMPR TO SUC-DES-EMPR.
           MOVE SUC-DES-EMPR TO EMP-WRK-EMPR.
           PERFORM VIS-GNS-PRO-EMP THRU FIN-VIS-GNS-PRO-EMP.
           IF EMP-IND-VISI NOT = 'S'
               SET SUC-STAT-EMP TO TRUE
               GO TO FIN-GNS-MNT-SUC.
           MOVE SPACES       TO TAB.
           MOVE 'SUC'        TO TAB-COD-TTAB IN TAB.
           MOVE SUC-ENT-CODI TO TAB-COD-CTAB IN TAB ( 1:4 ).
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS
               MOVE TAB-GLS-DESC IN TAB TO EMP-WRK-DSUC
               MOVE EMP-DSU-EMPR        TO EMP-WRK-EMPR
               PERFORM VIS-GNS-PRO-EMP THRU FIN-VIS-GNS-PRO-EMP
               IF EMP-IND-VISI NOT = 'S'
                   SET SUC-STAT-EMP TO TRUE
                   GO TO FIN-GNS-MNT-SUC.
           IF FIO-STAT-OKS
               MOVE FIO-MOD TO FIO-CMND
           ELSE
      *    lista armada, el llamador difunde a la sucursal entera
      *    con GNS-BUS-BRD, inspecciona sesiones con GNS-BUS-TSC o
      *    muestrea colas con GNS-BUS-QMN, sin planilla a mano.
      *    Una sucursal de otra empresa que la de la sesion deja la
      *    lista vacia.
       LST-GNS-SUC-TRM SECTION.
       INI-LST-GNS-SUC-TRM.
           MOVE ZERO TO TSD-NTRM.
           MOVE SUC-ENT-SUCU TO EMP-WRK-SUCU.
           PERFORM SUC-GNS-PRO-EMP THRU FIN-SUC-GNS-PRO-EMP.
           PERFORM VIS-GNS-PRO-EMP THRU FIN-VIS-GNS-PRO-EMP.
           IF EMP-IND-VISI NOT = 'S'
               GO TO FIN-LST-GNS-SUC-TRM.
           MOVE SPACES         TO TAB.
           MOVE 'TRM'          TO TAB-COD-TTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
      *    el terminal de cada uno a su sucursal via el perfil TAB
      *    'TRM' y deja una SUC-LINE por sucursal ( con su nombre )
      *    en la cola SCR-QSUC. Un terminal sin perfil o sin
      *    sucursal acumula bajo el codigo '????'. Corrido por
      *    empresa ( EMP-FLT-EMPR, o la empresa en uso de la sesion )
      *    solo salen las sucursales de esa empresa y las del pool
      *    comun.
       GNS-BUS-SUC SECTION.
       INI-GNS-BUS-SUC.
           MOVE ZERO TO SCR-ISUC SUC-CNT-NSUC.
           PERFORM REP-GNS-PRO-EMP THRU FIN-REP-GNS-PRO-EMP.
      *
      *    denegaciones del dia
           MOVE SPACES         TO IDN.
           MOVE 1 TO SUC-SUB-ISUC.
       LUP-EMT-GNS-BUS-SUC.
           MOVE SUC-ACU-SUCU( SUC-SUB-ISUC ) TO SUC-LIN-SUCU.
           IF EMP-REP-EMPR > SPACES
               MOVE SUC-LIN-SUCU TO EMP-WRK-SUCU
               PERFORM SUC-GNS-PRO-EMP THRU FIN-SUC-GNS-PRO-EMP
               PERFORM FLT-GNS-PRO-EMP THRU FIN-FLT-GNS-PRO-EMP
               IF EMP-IND-VISI NOT = 'S'
                   GO TO SIG-EMT-GNS-BUS-SUC.
           PERFORM NOM-GNS-BUS-SUC THRU FIN-NOM-GNS-BUS-SUC.
           MOVE SUC-ACU-NIDN( SUC-SUB-ISUC ) TO SUC-LIN-NIDN.
           MOVE SUC-ACU-NINC( SUC-SUB-ISUC ) TO SUC-LIN-NINC.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE SUC-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       SIG-EMT-GNS-BUS-SUC.
           ADD 1 TO SUC-SUB-ISUC.
           IF SUC-SUB-ISUC NOT > SUC-CNT-NSUC
               GO TO LUP-EMT-GNS-BUS-SUC.
