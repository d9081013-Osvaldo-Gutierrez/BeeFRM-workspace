      *    pedida ( OSA-UNL desbloquea el contador de intentos,
      *    OSA-CLT suelta el terminal de la sesion pegada, OSA-EXP
      *    fuerza el vencimiento de la clave via OPR-FEC-UCLV,
      *    OSA-DES deja no vigente en el acto, OSA-RST repone la
      *    clave con una provisoria del supervisor, guardada como
      *    huella y vencida para forzar el cambio, OSA-SUC cambia la
      *    sucursal base que manda en la apertura de sesion, OSA-EMP
      *    cambia la empresa del operador ),
      *    regrabando por el FIO de siempre: la bitacora AUD recibe
      *    cada cambio con el supervisor que lo hizo, y el operador
      *    administrado queda estampado como autor de transaccion.
      *    El supervisor solo administra operadores de su empresa en
      *    uso o del pool comun ( GNSBGEMP.cbl ); los de otra empresa
      *    responden como inexistentes.
       GNS-PRO-OSA SECTION.
       INI-GNS-PRO-OSA.
           SET OSA-STAT-OKS TO TRUE.
           IF NOT FIO-STAT-OKS
               SET OSA-STAT-NEX TO TRUE
               GO TO FIN-GNS-PRO-OSA.
           MOVE OPR-COD-EMPR TO EMP-WRK-EMPR.
           PERFORM VIS-GNS-PRO-EMP THRU FIN-VIS-GNS-PRO-EMP.
           IF EMP-IND-VISI NOT = 'S'
               SET OSA-STAT-NEX TO TRUE
               GO TO FIN-GNS-PRO-OSA.
           IF OSA-CMND = OSA-UNL
               MOVE ZEROES TO OPR-NUM-INTE
               MOVE 'N'    TO OPR-IND-BLOQ
               PERFORM GRB-GNS-PRO-OSA.
           IF OSA-CMND = OSA-DES
               MOVE 'N' TO OPR-IND-VIGE
               PERFORM GET-FHOY
               MOVE HOY-FHOY TO OPR-FEC-RETI
               PERFORM GRB-GNS-PRO-OSA.
      *    la provisoria no puede venir en blanco, igual que en el
      *    cambio de clave del propio operador
           IF OSA-CMND = OSA-RST
               IF OSA-ENT-CLAV NOT > SPACES
                   SET OSA-STAT-CLV TO TRUE
               ELSE
                   MOVE OSA-ENT-CLAV TO OPR-HSH-NUEV
                   PERFORM NVA-GNS-PRO-OPR
                   MOVE ZEROES TO OPR-FEC-UCLV OPR-NUM-INTE
                   MOVE 'N'    TO OPR-IND-BLOQ
                   PERFORM GRB-GNS-PRO-OSA.
           MOVE SPACES TO OSA-ENT-CLAV.
      *    la sucursal base nueva debe existir en TAB 'SUC'
           IF OSA-CMND = OSA-SUC
               PERFORM SUC-GNS-PRO-OSA.
      *    la empresa nueva debe existir en TAB 'EMP' y ser visible
      *    para la sesion del supervisor
           IF OSA-CMND = OSA-EMP
               PERFORM EMP-GNS-PRO-OSA.
      *    el estado de seguridad queda a la vista, accion incluida
           MOVE OPR-GLS-NOMB TO OSA-SAL-NOMB.
           MOVE OPR-IND-VIGE TO OSA-SAL-VIGE.
           MOVE OPR-COD-TERM TO OSA-SAL-TERM.
           MOVE OPR-FEC-UCLV TO OSA-SAL-UCLV.
           MOVE OPR-COD-ROLE TO OSA-SAL-ROLE.
           MOVE OPR-IND-HASH TO OSA-SAL-HASH.
           MOVE OPR-COD-SUCU TO OSA-SAL-SUCU.
           MOVE OPR-COD-EMPR TO OSA-SAL-EMPR.
       FIN-GNS-PRO-OSA.
           EXIT.
      *
           PERFORM GNS-FIO-OPR.
       FIN-GRB-GNS-PRO-OSA.
           EXIT.
      *
      *    Cambio de sucursal base: la nueva se valida contra el
      *    maestro TAB 'SUC' y contra la empresa en uso de la sesion
      *    antes de regrabar el operador.
       SUC-GNS-PRO-OSA SECTION.
       INI-SUC-GNS-PRO-OSA.
           IF OSA-ENT-SUCU NOT > SPACES
               GO TO GRB-SUC-GNS-PRO-OSA.
           MOVE SPACES         TO TAB.
           MOVE 'SUC'          TO TAB-COD-TTAB IN TAB.
           MOVE OSA-ENT-SUCU   TO TAB-COD-CTAB IN TAB ( 1:4 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               SET OSA-STAT-SUC TO TRUE
               GO TO FIN-SUC-GNS-PRO-OSA.
      *    la sucursal de otra empresa no se asigna
           MOVE TAB-GLS-DESC IN TAB TO EMP-WRK-DSUC.
           MOVE EMP-DSU-EMPR        TO EMP-WRK-EMPR.
           PERFORM VIS-GNS-PRO-EMP THRU FIN-VIS-GNS-PRO-EMP.
           IF EMP-IND-VISI NOT = 'S'
               SET OSA-STAT-SUC TO TRUE
               GO TO FIN-SUC-GNS-PRO-OSA.
       GRB-SUC-GNS-PRO-OSA.
           MOVE OSA-ENT-SUCU TO OPR-COD-SUCU.
           PERFORM GRB-GNS-PRO-OSA.
       FIN-SUC-GNS-PRO-OSA.
           EXIT.
      *
      *    Cambio de empresa del operador: la nueva se valida contra
      *    el maestro TAB 'EMP' y contra la empresa en uso de la
      *    sesion antes de regrabar; en blanco lo devuelve al pool
      *    comun. Rige desde su proxima apertura de sesion.
       EMP-GNS-PRO-OSA SECTION.
       INI-EMP-GNS-PRO-OSA.
           MOVE OSA-ENT-EMPR TO EMP-WRK-EMPR.
           PERFORM VIS-GNS-PRO-EMP THRU FIN-VIS-GNS-PRO-EMP.
           IF EMP-IND-VISI NOT = 'S'
               SET OSA-STAT-EMP TO TRUE
               GO TO FIN-EMP-GNS-PRO-OSA.
           IF OSA-ENT-EMPR NOT > SPACES
               GO TO GRB-EMP-GNS-PRO-OSA.
           PERFORM NOM-GNS-PRO-EMP THRU FIN-NOM-GNS-PRO-EMP.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               SET OSA-STAT-EMP TO TRUE
               GO TO FIN-EMP-GNS-PRO-OSA.
       GRB-EMP-GNS-PRO-OSA.
           MOVE OSA-ENT-EMPR TO OPR-COD-EMPR.
           PERFORM GRB-GNS-PRO-OSA.
       FIN-EMP-GNS-PRO-OSA.
           EXIT.
