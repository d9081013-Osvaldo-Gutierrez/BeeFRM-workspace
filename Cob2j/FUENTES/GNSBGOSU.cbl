      * Sucursales Donde el Operador Puede Abrir Sesion
      *
      *    CHK-GNS-OPR-SUC decide si el operador recien leido por
      *    GNS-PRO-OPR puede abrir sesion en ESTE terminal: la
      *    sucursal del terminal ( su perfil TAB 'TRM' ) debe ser la
      *    sucursal base del operador, o una con destinacion de
      *    reemplazo vigente hoy en OSU, salvo que su rol sea de
      *    casa matriz ( TAB 'RCM' ). El veredicto queda en
      *    OSU-IND-DENT.
       CHK-GNS-OPR-SUC SECTION.
       INI-CHK-GNS-OPR-SUC.
           MOVE 'S' TO OSU-IND-DENT.
           IF OSU-IND-ACTV NOT = 'S'
              OR OPR-COD-SUCU NOT > SPACES
               GO TO FIN-CHK-GNS-OPR-SUC.
           MOVE TSK-TERM-ALF TO SUC-WRK-TERM.
           PERFORM RSV-GNS-BUS-SUC THRU FIN-RSV-GNS-BUS-SUC.
           IF SUC-WRK-RSUC = '????'
               GO TO FIN-CHK-GNS-OPR-SUC.
           MOVE SUC-WRK-RSUC TO OSU-WRK-SUCU.
           IF OSU-WRK-SUCU = OPR-COD-SUCU
               GO TO FIN-CHK-GNS-OPR-SUC.
           PERFORM RCM-GNS-OPR-SUC.
           IF OSU-IND-RCME = 'S'
               GO TO FIN-CHK-GNS-OPR-SUC.
           PERFORM GET-FHOY.
           MOVE HOY-FHOY TO OSU-FEC-HOYD.
           PERFORM CUB-GNS-OPR-SUC.
           IF OSU-IND-CUBR = 'S'
               GO TO FIN-CHK-GNS-OPR-SUC.
           MOVE 'N' TO OSU-IND-DENT.
       FIN-CHK-GNS-OPR-SUC.
           EXIT.
      *
      *    Rol de casa matriz: fila vigente TAB 'RCM' con el rol del
      *    operador en curso ( OPR-COD-ROLE ).
       RCM-GNS-OPR-SUC SECTION.
       INI-RCM-GNS-OPR-SUC.
           MOVE 'N' TO OSU-IND-RCME.
           IF OPR-COD-ROLE NOT > SPACES
               GO TO FIN-RCM-GNS-OPR-SUC.
           MOVE SPACES         TO TAB.
           MOVE 'RCM'          TO TAB-COD-TTAB IN TAB.
           MOVE OPR-COD-ROLE   TO TAB-COD-CTAB IN TAB ( 1:3 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               MOVE 'S' TO OSU-IND-RCME.
       FIN-RCM-GNS-OPR-SUC.
           EXIT.
      *
      *    Destinacion del operador en curso a la sucursal
      *    OSU-WRK-SUCU, vigente en OSU-FEC-HOYD.
       CUB-GNS-OPR-SUC SECTION.
       INI-CUB-GNS-OPR-SUC.
           MOVE 'N' TO OSU-IND-CUBR.
           MOVE SPACES         TO OSU.
           MOVE OPR-COD-IOPR   TO OSU-COD-IOPR.
           MOVE OSU-WRK-SUCU   TO OSU-COD-SUCU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'OSU-KEY-IOSU' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-OSU.
           IF FIO-STAT-OKS
              AND OSU-FEC-DESD IS NUMERIC
              AND OSU-FEC-HAST IS NUMERIC
              AND OSU-FEC-DESD NOT > OSU-FEC-HOYD
              AND OSU-FEC-HAST NOT < OSU-FEC-HOYD
               MOVE 'S' TO OSU-IND-CUBR.
       FIN-CUB-GNS-OPR-SUC.
           EXIT.
      *
      *    Mantencion en linea de las destinaciones de reemplazo:
      *    la pantalla deja operador, sucursal, desde/hasta y
      *    motivo en OSU-ENT-* y el comando en OSU-CMND. Pasa por
      *    GNS-FIO-OSU, asi que queda en la bitacora AUD con el
      *    supervisor que la hizo.
       GNS-MNT-OSU SECTION.
       INI-GNS-MNT-OSU.
           SET OSU-STAT-OKS TO TRUE.
           MOVE SPACES         TO OPR.
           MOVE OSU-ENT-IOPR   TO OPR-COD-IOPR.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'OPR-KEY-IOPR' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-OPR.
           IF NOT FIO-STAT-OKS
               SET OSU-STAT-OPR TO TRUE
               GO TO FIN-GNS-MNT-OSU.
      *    operador de otra empresa responde como inexistente
           MOVE OPR-COD-EMPR TO EMP-WRK-EMPR.
           PERFORM VIS-GNS-PRO-EMP THRU FIN-VIS-GNS-PRO-EMP.
           IF EMP-IND-VISI NOT = 'S'
               SET OSU-STAT-OPR TO TRUE
               GO TO FIN-GNS-MNT-OSU.
           GO TO GRA-GNS-MNT-OSU BOR-GNS-MNT-OSU
           DEPENDING ON OSU-CMND.
           MOVE 'ABORTO, comando invalido en GNS-MNT-OSU:' TO SYS-MEN1.
           MOVE OSU-CMND                                   TO SYS-MEN2.
           MOVE SYS-ABOR TO SYS-CMND.
           PERFORM GNS-PRO-SYS.
      *
      *    Alta o modificacion: la sucursal debe existir, ser de la
      *    empresa en uso o del pool comun, y el desde no puede
      *    pasar del hasta.
       GRA-GNS-MNT-OSU.
           MOVE SPACES         TO TAB.
           MOVE 'SUC'          TO TAB-COD-TTAB IN TAB.
           MOVE OSU-ENT-SUCU   TO TAB-COD-CTAB IN TAB ( 1:4 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               SET OSU-STAT-SUC TO TRUE
               GO TO FIN-GNS-MNT-OSU.
      *    y debe ser de la empresa en uso o del pool comun
           MOVE TAB-GLS-DESC IN TAB TO EMP-WRK-DSUC.
           MOVE EMP-DSU-EMPR        TO EMP-WRK-EMPR.
           PERFORM VIS-GNS-PRO-EMP THRU FIN-VIS-GNS-PRO-EMP.
           IF EMP-IND-VISI NOT = 'S'
               SET OSU-STAT-SUC TO TRUE
               GO TO FIN-GNS-MNT-OSU.
           IF OSU-ENT-DESD IS NOT NUMERIC
              OR OSU-ENT-HAST IS NOT NUMERIC
              OR OSU-ENT-DESD > OSU-ENT-HAST
               SET OSU-STAT-FEC TO TRUE
               GO TO FIN-GNS-MNT-OSU.
           MOVE SPACES         TO OSU.
           MOVE OSU-ENT-IOPR   TO OSU-COD-IOPR.
           MOVE OSU-ENT-SUCU   TO OSU-COD-SUCU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'OSU-KEY-IOSU' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-OSU.
           IF FIO-STAT-OKS
               MOVE FIO-MOD TO FIO-CMND
           ELSE
               MOVE SPACES       TO OSU
               MOVE OSU-ENT-IOPR TO OSU-COD-IOPR
               MOVE OSU-ENT-SUCU TO OSU-COD-SUCU
               MOVE FIO-PUT      TO FIO-CMND.
           MOVE OSU-ENT-DESD TO OSU-FEC-DESD.
           MOVE OSU-ENT-HAST TO OSU-FEC-HAST.
           MOVE OSU-ENT-MOTV TO OSU-GLS-MOTV.
           MOVE SCR-USER     TO OSU-COD-ATRN.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'OSU-KEY-IOSU' TO FIO-AKEY.
           PERFORM GNS-FIO-OSU.
           IF NOT FIO-STAT-OKS
               SET OSU-STAT-ERR TO TRUE.
           GO TO FIN-GNS-MNT-OSU.
      *
      *    Baja de la destinacion.
       BOR-GNS-MNT-OSU.
           MOVE SPACES         TO OSU.
           MOVE OSU-ENT-IOPR   TO OSU-COD-IOPR.
           MOVE OSU-ENT-SUCU   TO OSU-COD-SUCU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'OSU-KEY-IOSU' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-OSU.
           IF NOT FIO-STAT-OKS
               SET OSU-STAT-NEX TO TRUE
               GO TO FIN-GNS-MNT-OSU.
           MOVE 'OSU-KEY-IOSU' TO FIO-AKEY.
           MOVE FIO-DEL        TO FIO-CMND.
           PERFORM GNS-FIO-OSU.
           IF NOT FIO-STAT-OKS
               SET OSU-STAT-ERR TO TRUE.
       FIN-GNS-MNT-OSU.
           EXIT.
      *
      *    Consulta por sucursal: recorre el maestro OPR y deja en la
      *    cola SCR-QOSU una fila por operador vigente que hoy puede
      *    abrir sesion en los terminales de OSU-CON-SUCU, con el
      *    motivo ( base, reemplazo, casa matriz o sin sucursal ).
       GNS-CON-OSU SECTION.
       INI-GNS-CON-OSU.
           MOVE ZERO TO SCR-IOSU OSU-CNT-OPER.
           PERFORM GET-FHOY.
           MOVE HOY-FHOY     TO OSU-FEC-HOYD.
           MOVE OSU-CON-SUCU TO OSU-WRK-SUCU.
           MOVE SPACES         TO OPR.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'OPR-KEY-IOPR' TO FIO-AKEY.
           MOVE FIO-FND-FST    TO FIO-CMND.
           PERFORM GNS-FIO-OPR.
       LUP-GNS-CON-OSU.
           IF NOT FIO-STAT-OKS
               GO TO FIN-GNS-CON-OSU.
           IF OPR-IND-VIGE = 'N'
               GO TO SIG-GNS-CON-OSU.
           MOVE SPACES TO OSU-LIN-MOTV.
           MOVE ZEROES TO OSU-LIN-HAST.
           IF OPR-COD-SUCU NOT > SPACES
               MOVE 'SIN' TO OSU-LIN-MOTV
               GO TO EMI-GNS-CON-OSU.
           IF OPR-COD-SUCU = OSU-CON-SUCU
               MOVE 'BAS' TO OSU-LIN-MOTV
               GO TO EMI-GNS-CON-OSU.
           PERFORM RCM-GNS-OPR-SUC.
           IF OSU-IND-RCME = 'S'
               MOVE 'RCM' TO OSU-LIN-MOTV
               GO TO EMI-GNS-CON-OSU.
           PERFORM CUB-GNS-OPR-SUC.
           IF OSU-IND-CUBR = 'S'
               MOVE 'CUB'        TO OSU-LIN-MOTV
               MOVE OSU-FEC-HAST TO OSU-LIN-HAST.
       EMI-GNS-CON-OSU.
           IF OSU-LIN-MOTV > SPACES
               PERFORM PUT-GNS-CON-OSU THRU FIN-PUT-GNS-CON-OSU.
       SIG-GNS-CON-OSU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'OPR-KEY-IOPR' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-OPR.
           GO TO LUP-GNS-CON-OSU.
       FIN-GNS-CON-OSU.
           EXIT.
      *
      *    Encola la fila del operador en curso en SCR-QOSU.
       PUT-GNS-CON-OSU SECTION.
       INI-PUT-GNS-CON-OSU.
           ADD 1 TO SCR-IOSU OSU-CNT-OPER.
           MOVE OPR-COD-IOPR TO OSU-LIN-OPER.
           MOVE OPR-GLS-NOMB TO OSU-LIN-NOMB.
           MOVE OPR-COD-ROLE TO OSU-LIN-ROLE.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QOSU TO QUE-NAM-SEND.
           MOVE SCR-IOSU TO QUE-NUM-SEND.
           MOVE LENGTH OF OSU-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE OSU-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-CON-OSU.
           EXIT.
