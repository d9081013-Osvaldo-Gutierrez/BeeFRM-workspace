      * Revision en Linea de la Campana de Recertificacion
      *
      *    El supervisor de la sucursal ( TAB 'RSU'; sin fila, el
      *    supervisor que entre ) revisa las lineas que GNS-BUS-RCE
      *    armo para la campana abierta RCE-ENT-CAMP: RCE-CON deja
      *    en la cola SCR-QRCE las lineas de la sucursal
      *    RCE-ENT-SUCU, RCE-CNF confirma una linea y RCE-REV la
      *    revoca. La revocacion pasa por la mantencion de siempre
      *    del acceso ( GNS-MNT-PRV, GNS-MNT-GRT, GNS-MNT-OSU o el
      *    FIO del maestro ), asi que queda en la bitacora AUD con
      *    el supervisor que la hizo; la linea queda estampada con
      *    la decision, el supervisor y el momento.
       GNS-PRO-RCE SECTION.
       INI-GNS-PRO-RCE.
           SET RCE-STAT-OKS TO TRUE.
           PERFORM STP-GNS-PRO-RCE.
           PERFORM CAM-GNS-PRO-RCE.
           IF NOT FIO-STAT-OKS
              OR TAB-IND-VIGE IN TAB = 'N'
              OR RCE-CAM-ESTA NOT = 'A'
               SET RCE-STAT-CAM TO TRUE
               GO TO FIN-GNS-PRO-RCE.
           PERFORM SUP-GNS-PRO-RCE.
           IF NOT RCE-STAT-OKS
               GO TO FIN-GNS-PRO-RCE.
           GO TO CON-GNS-PRO-RCE CNF-GNS-PRO-RCE REV-GNS-PRO-RCE
           DEPENDING ON RCE-CMND.
           MOVE 'ABORTO, comando invalido en GNS-PRO-RCE:' TO SYS-MEN1.
           MOVE RCE-CMND                                   TO SYS-MEN2.
           MOVE SYS-ABOR TO SYS-CMND.
           PERFORM GNS-PRO-SYS.
      *
      *    Lista de la sucursal, con lo ya decidido a la vista.
       CON-GNS-PRO-RCE.
           MOVE ZERO TO SCR-IRCE.
           MOVE SPACES       TO RCE.
           MOVE RCE-ENT-CAMP TO RCE-COD-CAMP.
           MOVE RCE-ENT-SUCU TO RCE-COD-SUCU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'RCE-KEY-IRCE' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-RCE.
       LUP-CON-GNS-PRO-RCE.
           IF NOT FIO-STAT-OKS
              OR RCE-COD-CAMP NOT = RCE-ENT-CAMP
              OR RCE-COD-SUCU NOT = RCE-ENT-SUCU
               GO TO FIN-GNS-PRO-RCE.
           MOVE SPACES       TO RCE-LINE.
           MOVE ZEROES       TO RCE-LIN-NLIN RCE-LIN-NCNF RCE-LIN-NREV
                                RCE-LIN-NPEN RCE-LIN-NSUS RCE-LIN-NOPR.
           MOVE 'LIN'        TO RCE-LIN-TIPO.
           MOVE RCE-COD-CAMP TO RCE-LIN-CAMP.
           MOVE RCE-COD-SUCU TO RCE-LIN-SUCU.
           MOVE RCE-COD-IOPR TO RCE-LIN-IOPR.
           MOVE RCE-COD-TIPO TO RCE-LIN-ETIP.
           MOVE RCE-COD-ITEM TO RCE-LIN-ITEM.
           MOVE RCE-GLS-DETA TO RCE-LIN-DETA.
           MOVE RCE-IND-DECI TO RCE-LIN-DECI.
           MOVE RCE-COD-SUPE TO RCE-LIN-SUPE.
           MOVE RCE-FEC-DECI TO RCE-LIN-FECH.
           PERFORM PUT-GNS-PRO-RCE.
           MOVE 'RCE-KEY-IRCE' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-RCE.
           GO TO LUP-CON-GNS-PRO-RCE.
      *
      *    Confirmacion: el acceso sigue tal cual.
       CNF-GNS-PRO-RCE.
           PERFORM LEE-GNS-PRO-RCE.
           IF NOT RCE-STAT-OKS
               GO TO FIN-GNS-PRO-RCE.
           MOVE 'C' TO RCE-WRK-DECI.
           PERFORM DEC-GNS-PRO-RCE.
           GO TO FIN-GNS-PRO-RCE.
      *
      *    Revocacion: segun el tipo de acceso, por su mantencion.
       REV-GNS-PRO-RCE.
           PERFORM LEE-GNS-PRO-RCE.
           IF NOT RCE-STAT-OKS
               GO TO FIN-GNS-PRO-RCE.
           IF RCE-COD-TIPO = 'ROL'
               GO TO ROL-REV-GNS-PRO-RCE.
           IF RCE-COD-TIPO = 'PRM' OR RCE-COD-TIPO = 'SOD'
               GO TO PRM-REV-GNS-PRO-RCE.
           IF RCE-COD-TIPO = 'GRT'
               GO TO GRT-REV-GNS-PRO-RCE.
           IF RCE-COD-TIPO = 'HOX'
               GO TO HOX-REV-GNS-PRO-RCE.
           IF RCE-COD-TIPO = 'CUB'
               GO TO CUB-REV-GNS-PRO-RCE.
      *    el horario HOR restringe, no concede: no hay que revocar
           SET RCE-STAT-NRV TO TRUE.
           GO TO FIN-GNS-PRO-RCE.
      *
      *    rol: el operador queda sin rol ( ninguna opcion PRM )
       ROL-REV-GNS-PRO-RCE.
           MOVE SPACES         TO OPR.
           MOVE RCE-ENT-IOPR   TO OPR-COD-IOPR.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'OPR-KEY-IOPR' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-OPR.
           IF NOT FIO-STAT-OKS
               SET RCE-STAT-ERR TO TRUE
               GO TO FIN-GNS-PRO-RCE.
           MOVE SPACES   TO OPR-COD-ROLE.
           MOVE SCR-USER TO OPR-COD-ATRN.
           MOVE 'OPR-KEY-IOPR' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-OPR.
           IF NOT FIO-STAT-OKS
               SET RCE-STAT-ERR TO TRUE
               GO TO FIN-GNS-PRO-RCE.
           GO TO MRC-REV-GNS-PRO-RCE.
      *
      *    celda PRM: la baja es del operador de la linea ( fila
      *    'PRX' ), la celda del rol sigue para los demas; en un
      *    conflicto SOD se excluye la opcion propia del par
       PRM-REV-GNS-PRO-RCE.
           MOVE RCE-ENT-IOPR        TO PRV-ENT-IOPR.
           MOVE RCE-COD-ITEM( 1:3 ) TO PRV-ENT-COMD.
           MOVE RCE-COD-ITEM( 4:3 ) TO PRV-ENT-OPCI.
           MOVE PRV-BOP             TO PRV-CMND.
           PERFORM GNS-MNT-PRV.
           MOVE SPACES TO PRV-ENT-COMD PRV-ENT-OPCI.
           IF NOT FIO-STAT-OKS OR PRV-VIGE = 'N'
               SET RCE-STAT-ERR TO TRUE
               GO TO FIN-GNS-PRO-RCE.
           GO TO MRC-REV-GNS-PRO-RCE.
      *
      *    concesion temporal: la ventana se cierra ahora
       GRT-REV-GNS-PRO-RCE.
           MOVE RCE-COD-ITEM( 1:3 )  TO GRT-ENT-CANA.
           MOVE RCE-COD-ITEM( 4:9 )  TO GRT-ENT-OPCI.
           MOVE RCE-GLS-DETA( 1:12 ) TO GRT-ENT-DESD.
           MOVE RCE-STP-AHOR         TO GRT-ENT-HAST.
           PERFORM GNS-MNT-GRT.
           IF NOT FIO-STAT-OKS
               SET RCE-STAT-ERR TO TRUE
               GO TO FIN-GNS-PRO-RCE.
           GO TO MRC-REV-GNS-PRO-RCE.
      *
      *    excepcion de sobretiempo: queda no vigente
       HOX-REV-GNS-PRO-RCE.
           MOVE SPACES         TO TAB.
           MOVE 'HOX'          TO TAB-COD-TTAB IN TAB.
           MOVE RCE-ENT-IOPR   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS
               MOVE 'N'      TO TAB-IND-VIGE IN TAB
               MOVE SCR-USER TO TAB-COD-ATRN IN TAB
               MOVE 'TAB-COD-TABL' TO FIO-AKEY
               MOVE FIO-MOD        TO FIO-CMND
               PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
               SET RCE-STAT-ERR TO TRUE
               GO TO FIN-GNS-PRO-RCE.
           GO TO MRC-REV-GNS-PRO-RCE.
      *
      *    destinacion de reemplazo: se da de baja
       CUB-REV-GNS-PRO-RCE.
           MOVE OSU-BOR             TO OSU-CMND.
           MOVE RCE-ENT-IOPR        TO OSU-ENT-IOPR.
           MOVE RCE-COD-ITEM( 1:4 ) TO OSU-ENT-SUCU.
           PERFORM GNS-MNT-OSU.
           IF NOT OSU-STAT-OKS AND NOT OSU-STAT-NEX
               SET RCE-STAT-ERR TO TRUE
               GO TO FIN-GNS-PRO-RCE.
       MRC-REV-GNS-PRO-RCE.
           MOVE 'R' TO RCE-WRK-DECI.
           PERFORM DEC-GNS-PRO-RCE.
       FIN-GNS-PRO-RCE.
           EXIT.
      *
      *    Hoy y momento actual de la campana.
       STP-GNS-PRO-RCE SECTION.
       INI-STP-GNS-PRO-RCE.
           PERFORM GET-FHOY.
           MOVE HOY-FHOY TO RCE-FEC-HOYD.
           MOVE HOY-FHOY TO RCE-STP-AHOR( 1:8 ).
           MOVE HOY-HHHY TO RCE-STP-AHOR( 9:2 ).
           MOVE HOY-MMHY TO RCE-STP-AHOR( 11:2 ).
       FIN-STP-GNS-PRO-RCE.
           EXIT.
      *
      *    Lee la campana RCE-ENT-CAMP en TAB 'RCC'.
       CAM-GNS-PRO-RCE SECTION.
       INI-CAM-GNS-PRO-RCE.
           MOVE SPACES         TO RCE-WRK-DCAM.
           MOVE SPACES         TO TAB.
           MOVE 'RCC'          TO TAB-COD-TTAB IN TAB.
           MOVE RCE-ENT-CAMP   TO TAB-COD-CTAB IN TAB ( 1:6 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS
               MOVE TAB-GLS-DESC IN TAB TO RCE-WRK-DCAM.
       FIN-CAM-GNS-PRO-RCE.
           EXIT.
      *
      *    El revisor ( SCR-USER ) debe ser el supervisor de la
      *    sucursal si esta tiene fila vigente TAB 'RSU'.
       SUP-GNS-PRO-RCE SECTION.
       INI-SUP-GNS-PRO-RCE.
           MOVE SPACES         TO TAB.
           MOVE 'RSU'          TO TAB-COD-TTAB IN TAB.
           MOVE RCE-ENT-SUCU   TO TAB-COD-CTAB IN TAB ( 1:4 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               GO TO FIN-SUP-GNS-PRO-RCE.
           MOVE TAB-GLS-DESC IN TAB TO RCE-WRK-DRSU.
           IF RCE-RSU-SUPE > SPACES
              AND RCE-RSU-SUPE NOT = SCR-USER
               SET RCE-STAT-SUP TO TRUE.
       FIN-SUP-GNS-PRO-RCE.
           EXIT.
      *
      *    Lee la linea RCE-ENT-* a decidir: debe existir, seguir
      *    pendiente y no ser un acceso del propio revisor.
       LEE-GNS-PRO-RCE SECTION.
       INI-LEE-GNS-PRO-RCE.
           IF RCE-ENT-IOPR = SCR-USER
               SET RCE-STAT-SUP TO TRUE
               GO TO FIN-LEE-GNS-PRO-RCE.
           PERFORM KEY-GNS-PRO-RCE.
           IF NOT FIO-STAT-OKS
               SET RCE-STAT-NEX TO TRUE
               GO TO FIN-LEE-GNS-PRO-RCE.
           IF NOT RCE-DECI-PEND
               SET RCE-STAT-DEC TO TRUE.
       FIN-LEE-GNS-PRO-RCE.
           EXIT.
      *
      *    Estampa la decision RCE-WRK-DECI en la linea ( se relee:
      *    la mantencion de la revocacion pudo mover el buffer ).
       DEC-GNS-PRO-RCE SECTION.
       INI-DEC-GNS-PRO-RCE.
           PERFORM KEY-GNS-PRO-RCE.
           IF NOT FIO-STAT-OKS
               SET RCE-STAT-ERR TO TRUE
               GO TO FIN-DEC-GNS-PRO-RCE.
           MOVE RCE-WRK-DECI TO RCE-IND-DECI.
           MOVE SCR-USER     TO RCE-COD-SUPE.
           MOVE RCE-FEC-HOYD TO RCE-FEC-DECI.
           MOVE HOY-HHOY     TO RCE-HRA-DECI.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'RCE-KEY-IRCE' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-RCE.
           IF NOT FIO-STAT-OKS
               SET RCE-STAT-ERR TO TRUE.
       FIN-DEC-GNS-PRO-RCE.
           EXIT.
      *
      *    Lectura por llave de la linea RCE-ENT-*.
       KEY-GNS-PRO-RCE SECTION.
       INI-KEY-GNS-PRO-RCE.
           MOVE SPACES       TO RCE.
           MOVE RCE-ENT-CAMP TO RCE-COD-CAMP.
           MOVE RCE-ENT-SUCU TO RCE-COD-SUCU.
           MOVE RCE-ENT-IOPR TO RCE-COD-IOPR.
           MOVE RCE-ENT-TIPO TO RCE-COD-TIPO.
           MOVE RCE-ENT-ITEM TO RCE-COD-ITEM.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'RCE-KEY-IRCE' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-RCE.
       FIN-KEY-GNS-PRO-RCE.
           EXIT.
      *
      *    Encola la fila en SCR-QRCE.
       PUT-GNS-PRO-RCE SECTION.
       INI-PUT-GNS-PRO-RCE.
           ADD 1 TO SCR-IRCE.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QRCE TO QUE-NAM-SEND.
           MOVE SCR-IRCE TO QUE-NUM-SEND.
           MOVE LENGTH OF RCE-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE RCE-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-PRO-RCE.
           EXIT.
