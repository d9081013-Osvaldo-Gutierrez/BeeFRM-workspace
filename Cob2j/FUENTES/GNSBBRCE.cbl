      *Campana de recertificacion de accesos de operadores. RCE-ABR
      *abre la campana RCE-ENT-CAMP con plazo RCE-ENT-FLIM: recorre
      *el maestro OPR completo y, por cada operador vigente, deja en
      *el registro RCE una linea pendiente por cada acceso efectivo:
      *su rol, las celdas TAB 'PRM' del rol ( y las del rol comodin
      *'***' ) que no tenga excluidas en TAB 'PRX', los conflictos
      *SOD que el rol acumula, la concesion temporal TAB 'GRT' en
      *ventana a su nombre ( canal 'OPR' ), su
      *horario TAB 'HOR', la excepcion de sobretiempo TAB 'HOX' aun
      *por venir y las destinaciones OSU vigentes. La llave agrupa
      *por sucursal base para el supervisor que revisa. RCE-CIE lo
      *corre la cadena nocturna: cada campana abierta con el plazo
      *vencido se cierra, lo que sigue pendiente suspende al
      *operador ( OPR-IND-BLOQ; lo libera el desbloqueo de la
      *consola de seguridad ) y sale el certificado por sucursal y
      *de la campana en la cola SCR-QRCE, archivado en RPO.
       GNS-BUS-RCE SECTION.
       INI-GNS-BUS-RCE.
           MOVE ZEROES TO SCR-IRCE RCE-CNT-OPER RCE-CNT-LINE.
           SET RCE-STAT-OKS TO TRUE.
           PERFORM STP-GNS-PRO-RCE.
           GO TO ABR-GNS-BUS-RCE CIE-GNS-BUS-RCE
           DEPENDING ON RCE-BUS-CMND.
           MOVE 'ABORTO, comando invalido en GNS-BUS-RCE:' TO SYS-MEN1.
           MOVE RCE-BUS-CMND                               TO SYS-MEN2.
           MOVE SYS-ABOR TO SYS-CMND.
           PERFORM GNS-PRO-SYS.
      *
      *    Apertura: campana nueva y plazo futuro.
       ABR-GNS-BUS-RCE.
           IF RCE-ENT-CAMP NOT > SPACES
               SET RCE-STAT-CAM TO TRUE
               GO TO FIN-GNS-BUS-RCE.
           IF RCE-ENT-FLIM IS NOT NUMERIC
              OR RCE-ENT-FLIM NOT > RCE-FEC-HOYD
               SET RCE-STAT-FEC TO TRUE
               GO TO FIN-GNS-BUS-RCE.
           PERFORM CAM-GNS-PRO-RCE.
           IF FIO-STAT-OKS
               SET RCE-STAT-EXI TO TRUE
               GO TO FIN-GNS-BUS-RCE.
           MOVE RCE-FEC-HOYD TO RCE-CAM-APER.
           MOVE RCE-ENT-FLIM TO RCE-CAM-LIMI.
           MOVE 'A'          TO RCE-CAM-ESTA.
           MOVE SCR-USER     TO RCE-CAM-RESP.
           MOVE ZEROES       TO RCE-CAM-CIER.
           MOVE SPACES         TO TAB.
           MOVE 'RCC'          TO TAB-COD-TTAB IN TAB.
           MOVE RCE-ENT-CAMP   TO TAB-COD-CTAB IN TAB ( 1:6 ).
           MOVE RCE-WRK-DCAM   TO TAB-GLS-DESC IN TAB.
           MOVE 'S'            TO TAB-IND-VIGE IN TAB.
           MOVE SCR-USER       TO TAB-COD-ATRN IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-PUT        TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
               SET RCE-STAT-ERR TO TRUE
               GO TO FIN-GNS-BUS-RCE.
           MOVE SPACES         TO OPR.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'OPR-KEY-IOPR' TO FIO-AKEY.
           MOVE FIO-FND-FST    TO FIO-CMND.
           PERFORM GNS-FIO-OPR.
       LUP-ABR-GNS-BUS-RCE.
           IF NOT FIO-STAT-OKS
               GO TO APE-GNS-BUS-RCE.
           MOVE OPR-COD-IOPR TO RCE-SAV-IOPR.
           IF OPR-IND-VIGE = 'N'
               GO TO SIG-ABR-GNS-BUS-RCE.
           ADD 1 TO RCE-CNT-OPER.
           PERFORM OPE-GNS-BUS-RCE THRU FIN-OPE-GNS-BUS-RCE.
       SIG-ABR-GNS-BUS-RCE.
      *    reposicion por llave ( el armado leyo otros registros )
           MOVE SPACES         TO OPR.
           MOVE RCE-SAV-IOPR   TO OPR-COD-IOPR.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'OPR-KEY-IOPR' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-OPR.
           GO TO LUP-ABR-GNS-BUS-RCE.
      *    resumen de la apertura
       APE-GNS-BUS-RCE.
           MOVE SPACES       TO RCE-LINE.
           MOVE ZEROES       TO RCE-LIN-NCNF RCE-LIN-NREV
                                RCE-LIN-NSUS.
           MOVE 'APE'        TO RCE-LIN-TIPO.
           MOVE RCE-ENT-CAMP TO RCE-LIN-CAMP.
           MOVE SCR-USER     TO RCE-LIN-SUPE.
           MOVE RCE-CNT-LINE TO RCE-LIN-NLIN RCE-LIN-NPEN.
           MOVE RCE-CNT-OPER TO RCE-LIN-NOPR.
           MOVE RCE-ENT-FLIM TO RCE-LIN-FECH.
           PERFORM PUT-GNS-PRO-RCE.
           GO TO RPO-GNS-BUS-RCE.
      *
      *    Cierre: la campana pedida, o todas las abiertas cuyo
      *    plazo ya paso a la fecha de proceso.
       CIE-GNS-BUS-RCE.
           IF RCE-FEC-PROC = ZEROES
               MOVE RCE-FEC-HOYD TO RCE-FEC-PROC.
           IF RCE-ENT-CAMP NOT > SPACES
               GO TO TOD-CIE-GNS-BUS-RCE.
           PERFORM CAM-GNS-PRO-RCE.
           IF NOT FIO-STAT-OKS OR RCE-CAM-ESTA NOT = 'A'
               SET RCE-STAT-CAM TO TRUE
               GO TO FIN-GNS-BUS-RCE.
           IF RCE-CAM-LIMI NOT < RCE-FEC-PROC
               SET RCE-STAT-FEC TO TRUE
               GO TO FIN-GNS-BUS-RCE.
           PERFORM CER-GNS-BUS-RCE THRU FIN-CER-GNS-BUS-RCE.
           GO TO RPO-GNS-BUS-RCE.
       TOD-CIE-GNS-BUS-RCE.
           MOVE SPACES         TO TAB.
           MOVE 'RCC'          TO TAB-COD-TTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
       LUP-CIE-GNS-BUS-RCE.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'RCC'
               MOVE SPACES TO RCE-ENT-CAMP
               GO TO RPO-GNS-BUS-RCE.
           MOVE TAB-COD-CTAB IN TAB TO RCE-SAV-CTAB.
           MOVE TAB-GLS-DESC IN TAB TO RCE-WRK-DCAM.
           IF TAB-IND-VIGE IN TAB NOT = 'N'
              AND RCE-CAM-ESTA = 'A'
              AND RCE-CAM-LIMI < RCE-FEC-PROC
               MOVE RCE-SAV-CTAB( 1:6 ) TO RCE-ENT-CAMP
               PERFORM CER-GNS-BUS-RCE THRU FIN-CER-GNS-BUS-RCE.
      *    reposicion por llave ( el cierre regrabo la fila )
           MOVE SPACES         TO TAB.
           MOVE 'RCC'          TO TAB-COD-TTAB IN TAB.
           MOVE RCE-SAV-CTAB   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           GO TO LUP-CIE-GNS-BUS-RCE.
      *    archivo del informe ( GNSBGRPO.cbl )
       RPO-GNS-BUS-RCE.
           IF SCR-IRCE > ZERO
               MOVE 'RCE'       TO RPO-ENT-CODI
               MOVE SCR-QRCE    TO RPO-ENT-COLA
               MOVE 'GNSBUSRCE' TO RPO-ENT-PROG
               MOVE RPO-ARC     TO RPO-CMND
               PERFORM GNS-PRO-RPO.
       FIN-GNS-BUS-RCE.
           EXIT.
      *
      *    Lineas del operador en curso ( el de OPR ).
       OPE-GNS-BUS-RCE SECTION.
       INI-OPE-GNS-BUS-RCE.
           MOVE SPACES       TO RCE.
           MOVE RCE-ENT-CAMP TO RCE-COD-CAMP.
           MOVE OPR-COD-SUCU TO RCE-COD-SUCU.
           MOVE OPR-COD-IOPR TO RCE-COD-IOPR.
      *    lo que el operador tiene excluido ( TAB 'PRX' ) ya no es
      *    un acceso efectivo
           MOVE OPR-COD-IOPR TO PRV-WRK-IOPR.
           PERFORM BSX-GNS-VAL-PRV.
           MOVE SPACES TO PRV-WRK-DPRX.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               MOVE TAB-GLS-DESC IN TAB TO PRV-WRK-DPRX.
           IF OPR-COD-ROLE > SPACES
               MOVE 'ROL'        TO RCE-COD-TIPO
               MOVE OPR-COD-ROLE TO RCE-COD-ITEM
               MOVE SPACES       TO RCE-GLS-DETA
               PERFORM GRB-GNS-BUS-RCE THRU FIN-GRB-GNS-BUS-RCE
               MOVE OPR-COD-ROLE TO RCE-SAV-ROLE
               PERFORM PRM-GNS-BUS-RCE THRU FIN-PRM-GNS-BUS-RCE.
           MOVE PRV-ROL-TODO TO RCE-SAV-ROLE.
           PERFORM PRM-GNS-BUS-RCE THRU FIN-PRM-GNS-BUS-RCE.
      *    concesion temporal a nombre del operador, aun en ventana
           MOVE SPACES         TO TAB.
           MOVE 'GRT'          TO TAB-COD-TTAB IN TAB.
           MOVE 'OPR'          TO TAB-COD-CTAB IN TAB ( 1:3 ).
           MOVE RCE-SAV-IOPR   TO TAB-COD-CTAB IN TAB ( 4:9 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               MOVE TAB-GLS-DESC IN TAB TO GRT-WRK-DESC
               IF GRT-DSC-HAST IS NUMERIC
                  AND GRT-DSC-HAST NOT < RCE-STP-AHOR
                   MOVE 'GRT'               TO RCE-COD-TIPO
                   MOVE TAB-COD-CTAB IN TAB TO RCE-COD-ITEM
                   MOVE GRT-DSC-DESD        TO RCE-GLS-DETA( 1:12 )
                   MOVE GRT-DSC-HAST        TO RCE-GLS-DETA( 13:12 )
                   PERFORM GRB-GNS-BUS-RCE THRU FIN-GRB-GNS-BUS-RCE.
      *    horario de trabajo ( dias y desde/hasta )
           MOVE SPACES         TO TAB.
           MOVE 'HOR'          TO TAB-COD-TTAB IN TAB.
           MOVE RCE-SAV-IOPR   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               MOVE 'HOR'                      TO RCE-COD-TIPO
               MOVE SPACES                     TO RCE-COD-ITEM
               MOVE SPACES                     TO RCE-GLS-DETA
               MOVE TAB-GLS-DESC IN TAB ( 1:15 )
                 TO RCE-GLS-DETA
               PERFORM GRB-GNS-BUS-RCE THRU FIN-GRB-GNS-BUS-RCE.
      *    excepcion de sobretiempo de hoy en adelante
           MOVE SPACES         TO TAB.
           MOVE 'HOX'          TO TAB-COD-TTAB IN TAB.
           MOVE RCE-SAV-IOPR   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               MOVE TAB-GLS-DESC IN TAB TO HOR-WRK-EXCP
               IF HOR-EXC-FECH IS NUMERIC
                  AND HOR-EXC-FECH NOT < RCE-FEC-HOYD
                   MOVE 'HOX'         TO RCE-COD-TIPO
                   MOVE SPACES        TO RCE-COD-ITEM
                   MOVE HOR-EXC-FECH  TO RCE-COD-ITEM( 1:8 )
                   MOVE SPACES        TO RCE-GLS-DETA
                   MOVE HOR-EXC-DESD  TO RCE-GLS-DETA( 1:4 )
                   MOVE HOR-EXC-HAST  TO RCE-GLS-DETA( 5:4 )
                   MOVE HOR-EXC-SUPE  TO RCE-GLS-DETA( 9:12 )
                   PERFORM GRB-GNS-BUS-RCE THRU FIN-GRB-GNS-BUS-RCE.
      *    destinaciones de reemplazo que aun no vencen
           MOVE SPACES         TO OSU.
           MOVE RCE-SAV-IOPR   TO OSU-COD-IOPR.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'OSU-KEY-IOSU' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-OSU.
       CUB-OPE-GNS-BUS-RCE.
           IF NOT FIO-STAT-OKS
              OR OSU-COD-IOPR NOT = RCE-SAV-IOPR
               GO TO FIN-OPE-GNS-BUS-RCE.
           IF OSU-FEC-HAST IS NUMERIC
              AND OSU-FEC-HAST NOT < RCE-FEC-HOYD
               MOVE 'CUB'         TO RCE-COD-TIPO
               MOVE SPACES        TO RCE-COD-ITEM
               MOVE OSU-COD-SUCU  TO RCE-COD-ITEM( 1:4 )
               MOVE SPACES        TO RCE-GLS-DETA
               MOVE OSU-FEC-DESD  TO RCE-GLS-DETA( 1:8 )
               MOVE OSU-FEC-HAST  TO RCE-GLS-DETA( 9:8 )
               PERFORM GRB-GNS-BUS-RCE THRU FIN-GRB-GNS-BUS-RCE.
           MOVE 'OSU-KEY-IOSU' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-OSU.
           GO TO CUB-OPE-GNS-BUS-RCE.
       FIN-OPE-GNS-BUS-RCE.
           EXIT.
      *
      *    Celdas PRM vigentes del rol RCE-SAV-ROLE y, para el rol
      *    propio, el conflicto SOD que cada celda arrastra.
       PRM-GNS-BUS-RCE SECTION.
       INI-PRM-GNS-BUS-RCE.
           MOVE SPACES         TO TAB.
           MOVE 'PRM'          TO TAB-COD-TTAB IN TAB.
           MOVE RCE-SAV-ROLE   TO TAB-COD-CTAB IN TAB ( 1:3 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
       LUP-PRM-GNS-BUS-RCE.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'PRM'
              OR TAB-COD-CTAB IN TAB ( 1:3 ) NOT = RCE-SAV-ROLE
               GO TO FIN-PRM-GNS-BUS-RCE.
           MOVE TAB-COD-CTAB IN TAB TO RCE-SAV-CTAB.
           IF TAB-IND-VIGE IN TAB = 'N'
               GO TO SIG-PRM-GNS-BUS-RCE.
           MOVE RCE-SAV-CTAB( 4:3 )   TO PRV-ENT-COMD.
           MOVE RCE-SAV-CTAB( 7:3 )   TO PRV-ENT-OPCI.
           PERFORM CHX-GNS-VAL-PRV THRU FIN-CHX-GNS-VAL-PRV.
           IF PRV-IND-EXCL = 'S'
               GO TO SIG-PRM-GNS-BUS-RCE.
           MOVE 'PRM'                 TO RCE-COD-TIPO.
           MOVE SPACES                TO RCE-COD-ITEM RCE-GLS-DETA.
           MOVE RCE-SAV-CTAB( 4:6 )   TO RCE-COD-ITEM.
           MOVE RCE-SAV-ROLE          TO RCE-GLS-DETA( 1:3 ).
           PERFORM GRB-GNS-BUS-RCE THRU FIN-GRB-GNS-BUS-RCE.
           IF RCE-SAV-ROLE = PRV-ROL-TODO
               GO TO SIG-PRM-GNS-BUS-RCE.
           MOVE RCE-SAV-ROLE          TO PRV-ENT-ROLE.
           MOVE RCE-SAV-CTAB( 4:3 )   TO PRV-ENT-COMD.
           MOVE RCE-SAV-CTAB( 7:3 )   TO PRV-ENT-OPCI.
           PERFORM CHK-GNS-PRV-SOD.
           IF SOD-IND-CONF = 'S'
               MOVE 'SOD'               TO RCE-COD-TIPO
               MOVE RCE-SAV-CTAB( 4:6 ) TO RCE-COD-ITEM( 1:6 )
               MOVE SOD-CNF-COMD        TO RCE-COD-ITEM( 7:3 )
               MOVE SOD-CNF-OPCI        TO RCE-COD-ITEM( 10:3 )
               PERFORM GRB-GNS-BUS-RCE THRU FIN-GRB-GNS-BUS-RCE.
       SIG-PRM-GNS-BUS-RCE.
      *    reposicion por llave ( el chequeo SOD movio el buffer )
           MOVE SPACES         TO TAB.
           MOVE 'PRM'          TO TAB-COD-TTAB IN TAB.
           MOVE RCE-SAV-CTAB   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           GO TO LUP-PRM-GNS-BUS-RCE.
       FIN-PRM-GNS-BUS-RCE.
           EXIT.
      *
      *    Graba la linea armada en RCE, pendiente de revision.
       GRB-GNS-BUS-RCE SECTION.
       INI-GRB-GNS-BUS-RCE.
           MOVE 'P'    TO RCE-IND-DECI.
           MOVE SPACES TO RCE-COD-SUPE RCE-GLS-DISP.
           MOVE ZEROES TO RCE-FEC-DECI RCE-HRA-DECI.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'RCE-KEY-IRCE' TO FIO-AKEY.
           MOVE FIO-PUT        TO FIO-CMND.
           PERFORM GNS-FIO-RCE.
           IF FIO-STAT-OKS
               ADD 1 TO RCE-CNT-LINE.
       FIN-GRB-GNS-BUS-RCE.
           EXIT.
      *
      *    Cierre de la campana RCE-ENT-CAMP: corte por sucursal
      *    sobre sus lineas, suspension de los operadores con algo
      *    pendiente, certificado y campana cerrada en TAB 'RCC'.
       CER-GNS-BUS-RCE SECTION.
       INI-CER-GNS-BUS-RCE.
           MOVE ZEROES      TO RCE-CAM-NLIN RCE-CAM-NCNF RCE-CAM-NREV
                               RCE-CAM-NPEN RCE-CAM-NSUS.
           MOVE HIGH-VALUES TO RCE-SAV-SUCU.
           MOVE SPACES      TO RCE-SAV-ISUS.
           MOVE SPACES       TO RCE.
           MOVE RCE-ENT-CAMP TO RCE-COD-CAMP.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'RCE-KEY-IRCE' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-RCE.
       LUP-CER-GNS-BUS-RCE.
           IF NOT FIO-STAT-OKS
              OR RCE-COD-CAMP NOT = RCE-ENT-CAMP
               GO TO TOT-CER-GNS-BUS-RCE.
           IF RCE-COD-SUCU = RCE-SAV-SUCU
               GO TO CNT-CER-GNS-BUS-RCE.
           IF RCE-SAV-SUCU NOT = HIGH-VALUES
               PERFORM SUC-GNS-BUS-RCE THRU FIN-SUC-GNS-BUS-RCE.
           MOVE RCE-COD-SUCU TO RCE-SAV-SUCU.
           MOVE ZEROES TO RCE-SUC-NLIN RCE-SUC-NCNF RCE-SUC-NREV
                          RCE-SUC-NPEN RCE-SUC-NSUS.
       CNT-CER-GNS-BUS-RCE.
           ADD 1 TO RCE-SUC-NLIN.
           IF RCE-DECI-CONF
               ADD 1 TO RCE-SUC-NCNF.
           IF RCE-DECI-REVO
               ADD 1 TO RCE-SUC-NREV.
           IF NOT RCE-DECI-PEND
               GO TO SIG-CER-GNS-BUS-RCE.
           ADD 1 TO RCE-SUC-NPEN.
           MOVE RCE-KEY-IRCE TO RCE-SAV-KEY.
           PERFORM SUS-GNS-BUS-RCE THRU FIN-SUS-GNS-BUS-RCE.
      *    reposicion por llave ( la linea se regrabo )
           MOVE SPACES         TO RCE.
           MOVE RCE-SAV-KEY    TO RCE-KEY-IRCE.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'RCE-KEY-IRCE' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-RCE.
           GO TO LUP-CER-GNS-BUS-RCE.
       SIG-CER-GNS-BUS-RCE.
           MOVE 'RCE-KEY-IRCE' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-RCE.
           GO TO LUP-CER-GNS-BUS-RCE.
       TOT-CER-GNS-BUS-RCE.
           IF RCE-SAV-SUCU NOT = HIGH-VALUES
               PERFORM SUC-GNS-BUS-RCE THRU FIN-SUC-GNS-BUS-RCE.
      *    campana cerrada ( se relee: la fila de la campana pudo
      *    moverse con la lectura de los supervisores )
           PERFORM CAM-GNS-PRO-RCE.
           IF NOT FIO-STAT-OKS
               SET RCE-STAT-ERR TO TRUE
               GO TO FIN-CER-GNS-BUS-RCE.
           MOVE 'C'          TO RCE-CAM-ESTA.
           MOVE RCE-FEC-PROC TO RCE-CAM-CIER.
           MOVE RCE-WRK-DCAM TO TAB-GLS-DESC IN TAB.
           MOVE SCR-USER     TO TAB-COD-ATRN IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
      *    certificado: quien abrio la campana la firma, con su
      *    apertura, plazo y cierre y los totales de la campana
           MOVE SPACES       TO RCE-LINE.
           MOVE 'CER'        TO RCE-LIN-TIPO.
           MOVE RCE-ENT-CAMP TO RCE-LIN-CAMP.
           MOVE RCE-CAM-RESP TO RCE-LIN-SUPE.
           MOVE RCE-CAM-APER TO RCE-LIN-DETA( 1:8 ).
           MOVE RCE-CAM-LIMI TO RCE-LIN-DETA( 10:8 ).
           MOVE RCE-CAM-NLIN TO RCE-LIN-NLIN.
           MOVE RCE-CAM-NCNF TO RCE-LIN-NCNF.
           MOVE RCE-CAM-NREV TO RCE-LIN-NREV.
           MOVE RCE-CAM-NPEN TO RCE-LIN-NPEN.
           MOVE RCE-CAM-NSUS TO RCE-LIN-NSUS.
           MOVE ZEROES       TO RCE-LIN-NOPR.
           MOVE RCE-FEC-PROC TO RCE-LIN-FECH.
           PERFORM PUT-GNS-PRO-RCE.
       FIN-CER-GNS-BUS-RCE.
           EXIT.
      *
      *    Totales de la sucursal RCE-SAV-SUCU con su supervisor
      *    revisor ( TAB 'RSU' ), acumulados a la campana.
       SUC-GNS-BUS-RCE SECTION.
       INI-SUC-GNS-BUS-RCE.
           MOVE SPACES       TO RCE-LINE.
           MOVE 'SUC'        TO RCE-LIN-TIPO.
           MOVE RCE-ENT-CAMP TO RCE-LIN-CAMP.
           MOVE RCE-SAV-SUCU TO RCE-LIN-SUCU.
           MOVE SPACES         TO TAB.
           MOVE 'RSU'          TO TAB-COD-TTAB IN TAB.
           MOVE RCE-SAV-SUCU   TO TAB-COD-CTAB IN TAB ( 1:4 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               MOVE TAB-GLS-DESC IN TAB TO RCE-WRK-DRSU
               MOVE RCE-RSU-SUPE        TO RCE-LIN-SUPE.
           MOVE RCE-SUC-NLIN TO RCE-LIN-NLIN.
           MOVE RCE-SUC-NCNF TO RCE-LIN-NCNF.
           MOVE RCE-SUC-NREV TO RCE-LIN-NREV.
           MOVE RCE-SUC-NPEN TO RCE-LIN-NPEN.
           MOVE RCE-SUC-NSUS TO RCE-LIN-NSUS.
           MOVE ZEROES       TO RCE-LIN-NOPR.
           MOVE RCE-FEC-PROC TO RCE-LIN-FECH.
           PERFORM PUT-GNS-PRO-RCE.
           ADD RCE-SUC-NLIN TO RCE-CAM-NLIN.
           ADD RCE-SUC-NCNF TO RCE-CAM-NCNF.
           ADD RCE-SUC-NREV TO RCE-CAM-NREV.
           ADD RCE-SUC-NPEN TO RCE-CAM-NPEN.
           ADD RCE-SUC-NSUS TO RCE-CAM-NSUS.
       FIN-SUC-GNS-BUS-RCE.
           EXIT.
      *
      *    Linea sin revisar al plazo: el operador queda suspendido
      *    ( una vez, aunque tenga varias lineas pendientes ) y la
      *    linea marcada 'S'.
       SUS-GNS-BUS-RCE SECTION.
       INI-SUS-GNS-BUS-RCE.
           IF RCE-COD-IOPR = RCE-SAV-ISUS
               GO TO MRC-SUS-GNS-BUS-RCE.
           MOVE RCE-COD-IOPR   TO RCE-SAV-ISUS.
           MOVE SPACES         TO OPR.
           MOVE RCE-COD-IOPR   TO OPR-COD-IOPR.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'OPR-KEY-IOPR' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-OPR.
           IF NOT FIO-STAT-OKS
              OR OPR-IND-VIGE = 'N'
              OR OPR-BLOQUEADO
               GO TO MRC-SUS-GNS-BUS-RCE.
           MOVE 'S'      TO OPR-IND-BLOQ.
           MOVE SCR-USER TO OPR-COD-ATRN.
           MOVE 'OPR-KEY-IOPR' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-OPR.
           IF FIO-STAT-OKS
               ADD 1 TO RCE-SUC-NSUS.
       MRC-SUS-GNS-BUS-RCE.
           MOVE 'S'          TO RCE-IND-DECI.
           MOVE SCR-USER     TO RCE-COD-SUPE.
           MOVE RCE-FEC-PROC TO RCE-FEC-DECI.
           MOVE HOY-HHOY     TO RCE-HRA-DECI.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'RCE-KEY-IRCE' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-RCE.
       FIN-SUS-GNS-BUS-RCE.
           EXIT.
