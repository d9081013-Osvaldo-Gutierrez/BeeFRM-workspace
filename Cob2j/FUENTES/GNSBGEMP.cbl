      * Segregacion por Empresa
      *
      *    GNS-PRO-EMP atiende la empresa en uso de la sesion: CAM la
      *    cambia en forma explicita a EMP-ENT-EMPR ( solo un rol de
      *    servicios compartidos, TAB 'EMR'; volver a la propia no
      *    pide rol ) y CON la deja a la vista. El cambio regraba la
      *    empresa en uso del operador ( OPR-COD-EUSO ) por el FIO de
      *    siempre, con la bitacora AUD forzada encendida, asi que
      *    cada cambio queda con el operador, el terminal, la hora y
      *    la empresa anterior y la nueva.
       GNS-PRO-EMP SECTION.
       INI-GNS-PRO-EMP.
           SET EMP-STAT-OKS TO TRUE.
           GO TO CAM-GNS-PRO-EMP CON-GNS-PRO-EMP
           DEPENDING ON EMP-CMND.
           MOVE 'ABORTO, comando invalido en GNS-PRO-EMP:' TO SYS-MEN1.
           MOVE EMP-CMND                                   TO SYS-MEN2.
           MOVE SYS-ABOR TO SYS-CMND.
           PERFORM GNS-PRO-SYS.
      *
       CAM-GNS-PRO-EMP.
           IF OPR-SES-IOPR NOT > SPACES
               SET EMP-STAT-NVG TO TRUE
               GO TO FIN-GNS-PRO-EMP.
           IF EMP-ENT-EMPR = EMP-COD-EMPR
               GO TO CON-GNS-PRO-EMP.
           IF EMP-ENT-EMPR NOT = EMP-COD-BASE
               PERFORM ROL-GNS-PRO-EMP THRU FIN-ROL-GNS-PRO-EMP
               IF EMP-IND-RCOM NOT = 'S'
                   SET EMP-STAT-ROL TO TRUE
                   GO TO FIN-GNS-PRO-EMP.
      *    la empresa de destino debe existir y estar vigente ( la
      *    propia en blanco es la de un operador aun sin empresa )
           IF EMP-ENT-EMPR NOT > SPACES
              AND EMP-ENT-EMPR NOT = EMP-COD-BASE
               SET EMP-STAT-NEX TO TRUE
               GO TO FIN-GNS-PRO-EMP.
           IF EMP-ENT-EMPR > SPACES
               MOVE EMP-ENT-EMPR TO EMP-WRK-EMPR
               PERFORM NOM-GNS-PRO-EMP THRU FIN-NOM-GNS-PRO-EMP
               IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
                   SET EMP-STAT-NEX TO TRUE
                   GO TO FIN-GNS-PRO-EMP.
      *    regrabacion del operador, siempre en produccion y siempre
      *    auditada
           MOVE SCR-IENT     TO EMP-SAV-IENT.
           MOVE 'N'          TO SCR-IENT.
           MOVE AUD-IND-ACTV TO EMP-SAV-AUDA.
           MOVE 'S'          TO AUD-IND-ACTV.
           MOVE SPACES       TO OPR.
           MOVE OPR-SES-IOPR TO OPR-COD-IOPR.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'OPR-KEY-IOPR' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-OPR.
           IF FIO-STAT-OKS
               MOVE EMP-ENT-EMPR   TO OPR-COD-EUSO
               MOVE SCR-USER       TO OPR-COD-ATRN
               MOVE 'GNS'          TO FIO-SIST
               MOVE 'OPR-KEY-IOPR' TO FIO-AKEY
               MOVE FIO-MOD        TO FIO-CMND
               PERFORM GNS-FIO-OPR.
           MOVE EMP-SAV-AUDA TO AUD-IND-ACTV.
           MOVE EMP-SAV-IENT TO SCR-IENT.
           IF NOT FIO-STAT-OKS
               SET EMP-STAT-ERR TO TRUE
               GO TO FIN-GNS-PRO-EMP.
           MOVE EMP-ENT-EMPR TO EMP-COD-EMPR.
      *
       CON-GNS-PRO-EMP.
           MOVE EMP-COD-EMPR TO EMP-SAL-EMPR.
           MOVE EMP-COD-BASE TO EMP-SAL-BASE.
           MOVE SPACES       TO EMP-SAL-NOMB.
           IF EMP-COD-EMPR NOT > SPACES
               GO TO FIN-GNS-PRO-EMP.
           MOVE EMP-COD-EMPR TO EMP-WRK-EMPR.
           PERFORM NOM-GNS-PRO-EMP THRU FIN-NOM-GNS-PRO-EMP.
           IF FIO-STAT-OKS
               MOVE TAB-GLS-DESC IN TAB ( 1:30 ) TO EMP-SAL-NOMB.
       FIN-GNS-PRO-EMP.
           EXIT.
      *
      *    Fila del maestro TAB 'EMP' de la empresa EMP-WRK-EMPR;
      *    queda leida en TAB con el FIO-STAT de la lectura.
       NOM-GNS-PRO-EMP SECTION.
       INI-NOM-GNS-PRO-EMP.
           MOVE SPACES         TO TAB.
           MOVE 'EMP'          TO TAB-COD-TTAB IN TAB.
           MOVE EMP-WRK-EMPR   TO TAB-COD-CTAB IN TAB ( 1:3 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
       FIN-NOM-GNS-PRO-EMP.
           EXIT.
      *
      *    Rol de servicios compartidos: fila vigente TAB 'EMR' con
      *    el rol de la sesion ( OPR-SES-ROLE ).
       ROL-GNS-PRO-EMP SECTION.
       INI-ROL-GNS-PRO-EMP.
           MOVE 'N' TO EMP-IND-RCOM.
           IF OPR-SES-ROLE NOT > SPACES
               GO TO FIN-ROL-GNS-PRO-EMP.
           MOVE SPACES         TO TAB.
           MOVE 'EMR'          TO TAB-COD-TTAB IN TAB.
           MOVE OPR-SES-ROLE   TO TAB-COD-CTAB IN TAB ( 1:3 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               MOVE 'S' TO EMP-IND-RCOM.
       FIN-ROL-GNS-PRO-EMP.
           EXIT.
      *
      *    Visibilidad para la sesion del registro cuya empresa viene
      *    en EMP-WRK-EMPR: lo ve si la sesion no tiene empresa, si
      *    el registro es del pool comun o si es de su empresa en
      *    uso. Deja EMP-IND-VISI en 'S' o 'N'.
       VIS-GNS-PRO-EMP SECTION.
       INI-VIS-GNS-PRO-EMP.
           MOVE 'S' TO EMP-IND-VISI.
           IF EMP-COD-EMPR > SPACES
              AND EMP-WRK-EMPR > SPACES
              AND EMP-WRK-EMPR NOT = EMP-COD-EMPR
               MOVE 'N' TO EMP-IND-VISI.
       FIN-VIS-GNS-PRO-EMP.
           EXIT.
      *
      *    Empresa por la que corre un informe o extraccion: la de
      *    EMP-FLT-EMPR, salvo que la sesion tenga empresa en uso,
      *    que manda. Se invoca una vez al partir la corrida.
       REP-GNS-PRO-EMP SECTION.
       INI-REP-GNS-PRO-EMP.
           MOVE EMP-FLT-EMPR TO EMP-REP-EMPR.
           IF EMP-COD-EMPR > SPACES
               MOVE EMP-COD-EMPR TO EMP-REP-EMPR.
       FIN-REP-GNS-PRO-EMP.
           EXIT.
      *
      *    Fila de informe cuya empresa viene en EMP-WRK-EMPR: entra
      *    si la corrida no es por empresa ( EMP-REP-EMPR en blanco ),
      *    si es del pool comun o si es de la empresa de la corrida.
      *    Deja EMP-IND-VISI en 'S' o 'N'.
       FLT-GNS-PRO-EMP SECTION.
       INI-FLT-GNS-PRO-EMP.
           MOVE 'S' TO EMP-IND-VISI.
           IF EMP-REP-EMPR > SPACES
              AND EMP-WRK-EMPR > SPACES
              AND EMP-WRK-EMPR NOT = EMP-REP-EMPR
               MOVE 'N' TO EMP-IND-VISI.
       FIN-FLT-GNS-PRO-EMP.
           EXIT.
      *
      *    Empresa de la sucursal EMP-WRK-SUCU segun su fila TAB
      *    'SUC' ( espacios si no tiene fila o no tiene empresa ).
       SUC-GNS-PRO-EMP SECTION.
       INI-SUC-GNS-PRO-EMP.
           MOVE SPACES TO EMP-WRK-EMPR.
           IF EMP-WRK-SUCU NOT > SPACES OR EMP-WRK-SUCU = '????'
               GO TO FIN-SUC-GNS-PRO-EMP.
           MOVE SPACES         TO TAB.
           MOVE 'SUC'          TO TAB-COD-TTAB IN TAB.
           MOVE EMP-WRK-SUCU   TO TAB-COD-CTAB IN TAB ( 1:4 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               MOVE TAB-GLS-DESC IN TAB TO EMP-WRK-DSUC
               MOVE EMP-DSU-EMPR        TO EMP-WRK-EMPR.
       FIN-SUC-GNS-PRO-EMP.
           EXIT.
