      * Limites de Monto por Rol sobre la Matriz de Autorizacion
      *
      *    GNS-VAL-LIM decide si el importe de la operacion
      *    ( LIM-ENT-IMPO en LIM-ENT-VCAM ) cabe en el limite del rol
      *    para el comando/opcion. El catalogo TAB 'LIM' se consulta
      *    en el mismo orden de precision que la matriz 'PRM':
      *    rol+comando+opcion, rol+comando, comodin '***' con las
      *    mismas dos formas; en cada forma se busca primero un tope
      *    en la moneda de la operacion ( comparacion directa ) y
      *    luego uno en la moneda base LIM-MON-BASE, con el importe
      *    convertido por PES-CNV-MON. Sin fila, no hay limite. Si
      *    el importe no se puede convertir, se trata como excedido.
      *    Lo cercano al tope y lo excedido quedan en la bitacora
      *    LMI; lo excedido se rechaza ( LIM-VIGE 'N' ) salvo que el
      *    operador teclee un vale 'LIM' de supervisor ligado a esta
      *    operacion ( CHK-GNS-OVR ). Se invoca desde GNS-VAL-PRV
      *    cuando el despacho trae importe, o directo desde el
      *    programa al confirmar la operacion.
       GNS-VAL-LIM SECTION.
       INI-GNS-VAL-LIM.
           MOVE 'S'    TO LIM-VIGE.
           MOVE 'N'    TO LIM-IND-CERC.
           MOVE SPACES TO LIM-MENS.
           MOVE ZEROES TO LIM-SAL-TOPE LIM-SAL-IBAS LIM-SAL-PCTJ.
           IF LIM-IND-ACTV NOT = 'S' OR LIM-ENT-IMPO NOT > ZEROES
               GO TO LMP-GNS-VAL-LIM.
           IF LIM-ENT-ROLE NOT > SPACES
               MOVE OPR-SES-ROLE TO LIM-ENT-ROLE.
           IF LIM-ENT-VCAM NOT > SPACES
               MOVE LIM-MON-BASE TO LIM-ENT-VCAM.
           MOVE ZERO TO LIM-NUM-PASO.
       PAS-GNS-VAL-LIM.
           ADD 1 TO LIM-NUM-PASO.
           IF LIM-NUM-PASO > 4
               GO TO LMP-GNS-VAL-LIM.
           IF LIM-NUM-PASO < 3
               MOVE LIM-ENT-ROLE TO LIM-KEY-ROLE
           ELSE
               MOVE PRV-ROL-TODO TO LIM-KEY-ROLE.
           MOVE LIM-ENT-COMD TO LIM-KEY-COMD.
           IF LIM-NUM-PASO = 1 OR LIM-NUM-PASO = 3
               MOVE LIM-ENT-OPCI TO LIM-KEY-OPCI
           ELSE
               MOVE SPACES       TO LIM-KEY-OPCI.
      *    tope en la moneda de la operacion
           MOVE LIM-ENT-VCAM TO LIM-WRK-VCAM.
           PERFORM BSC-GNS-VAL-LIM.
           IF LIM-IND-TFND = 'S'
               MOVE LIM-ENT-IMPO TO LIM-SAL-IBAS
               GO TO CMP-GNS-VAL-LIM.
      *    tope en la moneda base, con el importe convertido
           IF LIM-ENT-VCAM = LIM-MON-BASE
               GO TO PAS-GNS-VAL-LIM.
           MOVE LIM-MON-BASE TO LIM-WRK-VCAM.
           PERFORM BSC-GNS-VAL-LIM.
           IF LIM-IND-TFND NOT = 'S'
               GO TO PAS-GNS-VAL-LIM.
           MOVE LIM-ENT-IMPO TO CNV-ENT-IMPO.
           MOVE LIM-ENT-VCAM TO CNV-MON-ORIG.
           MOVE LIM-MON-BASE TO CNV-MON-DEST.
           MOVE 'C'          TO CNV-IND-LADO.
           PERFORM PES-CNV-MON.
           IF NOT CNV-STAT-OKS
               MOVE 99999 TO LIM-SAL-PCTJ
               GO TO EXC-GNS-VAL-LIM.
           MOVE CNV-SAL-IMPO TO LIM-SAL-IBAS.
       CMP-GNS-VAL-LIM.
           IF LIM-SAL-TOPE > ZEROES
               COMPUTE LIM-WRK-PCTJ ROUNDED =
                   LIM-SAL-IBAS * 100 / LIM-SAL-TOPE
           ELSE
               MOVE 99999 TO LIM-WRK-PCTJ.
           IF LIM-WRK-PCTJ > 99999
               MOVE 99999 TO LIM-WRK-PCTJ.
           MOVE LIM-WRK-PCTJ TO LIM-SAL-PCTJ.
           IF LIM-SAL-IBAS > LIM-SAL-TOPE
               GO TO EXC-GNS-VAL-LIM.
           IF LIM-SAL-PCTJ NOT < LIM-WRK-PCTC
               MOVE 'S' TO LIM-IND-CERC
               MOVE 'C' TO LIM-WRK-RSLT
               PERFORM REG-GNS-VAL-LIM.
           GO TO LMP-GNS-VAL-LIM.
      *
      *    Excedido: solo pasa con un vale 'LIM' del terminal, ligado
      *    a este comando/opcion e importe
       EXC-GNS-VAL-LIM.
           MOVE 'N' TO OVR-IND-VALE.
           IF LIM-ENT-TOKN > ZEROES
               PERFORM LGA-GNS-VAL-LIM
               MOVE TSK-TERM-ALF  TO OVR-ENT-TERM
               MOVE 'LIM'         TO OVR-ENT-MOTV
               MOVE LIM-ENT-TOKN  TO OVR-ENT-TOKN
               MOVE LIM-ENT-CLAV  TO OVR-ENT-CLAV
               MOVE LIM-WRK-LIGA  TO OVR-ENT-LIGA
               PERFORM CHK-GNS-OVR.
           IF OVR-IND-VALE = 'S'
               MOVE 'O' TO LIM-WRK-RSLT
               PERFORM REG-GNS-VAL-LIM
               GO TO LMP-GNS-VAL-LIM.
           MOVE 'E' TO LIM-WRK-RSLT.
           PERFORM REG-GNS-VAL-LIM.
           MOVE 'N' TO LIM-VIGE.
           MOVE 'LIM    EXC' TO MSG-COD-MENS.
           MOVE 'GNS'        TO MSG-COD-SIST.
           PERFORM GET-MSG.
           MOVE MSG-GLS-DESC IN MSG TO LIM-MENS.
       LMP-GNS-VAL-LIM.
           MOVE ZEROES TO LIM-ENT-IMPO LIM-ENT-TOKN.
           MOVE SPACES TO LIM-ENT-ROLE LIM-ENT-VCAM LIM-ENT-CLAV.
       FIN-GNS-VAL-LIM.
           EXIT.
      *
      *    Busca el tope de la forma en curso para la moneda
      *    LIM-WRK-VCAM en TAB tipo 'LIM'.
       BSC-GNS-VAL-LIM SECTION.
       INI-BSC-GNS-VAL-LIM.
           MOVE 'N' TO LIM-IND-TFND.
           MOVE LIM-WRK-VCAM( 2:3 ) TO LIM-KEY-VCAM.
           MOVE SPACES         TO TAB.
           MOVE 'LIM'          TO TAB-COD-TTAB IN TAB.
           MOVE LIM-KEY-CTAB   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               GO TO FIN-BSC-GNS-VAL-LIM.
           MOVE TAB-GLS-DESC IN TAB TO LIM-WRK-DESC.
           IF LIM-DSC-TOPE NOT NUMERIC
               GO TO FIN-BSC-GNS-VAL-LIM.
           MOVE LIM-DSC-TOPE TO LIM-SAL-TOPE.
           MOVE LIM-PCT-CERC TO LIM-WRK-PCTC.
           IF LIM-DSC-PCTC NUMERIC AND LIM-DSC-PCTC > ZEROES
               MOVE LIM-DSC-PCTC TO LIM-WRK-PCTC.
           MOVE 'S' TO LIM-IND-TFND.
       FIN-BSC-GNS-VAL-LIM.
           EXIT.
      *
      *    Ligadura del vale: comando + opcion + huella del importe
      *    ( importe en centesimos modulo 9973 ). El programa del
      *    supervisor carga LIM-ENT-COMD / OPCI / IMPO, invoca esta
      *    seccion y pasa LIM-WRK-LIGA en OVR-ENT-LIGA a GNS-MNT-OVR.
       LGA-GNS-VAL-LIM SECTION.
       INI-LGA-GNS-VAL-LIM.
           MOVE LIM-ENT-COMD TO LIM-LGA-COMD.
           MOVE LIM-ENT-OPCI TO LIM-LGA-OPCI.
           COMPUTE LIM-WRK-CENT = LIM-ENT-IMPO * 100.
           IF LIM-WRK-CENT < ZERO
               COMPUTE LIM-WRK-CENT = ZERO - LIM-WRK-CENT.
           DIVIDE LIM-WRK-CENT BY 9973 GIVING LIM-WRK-COCI
                  REMAINDER LIM-LGA-HUEL.
       FIN-LGA-GNS-VAL-LIM.
           EXIT.
      *
      *    Deja el intento en la bitacora LMI ( desenlace en
      *    LIM-WRK-RSLT ).
       REG-GNS-VAL-LIM SECTION.
       INI-REG-GNS-VAL-LIM.
           PERFORM GET-FHOY.
           ACCEPT LIM-HRA-TOMA FROM TIME.
           MOVE SPACES        TO LMI.
           MOVE HOY-FHOY      TO LMI-FEC-INTE.
           MOVE SCR-USER      TO LMI-COD-OPER.
           MOVE LIM-HRA-TOMA  TO LMI-HRA-INTE.
           MOVE TSK-TERM-ALF  TO LMI-COD-TERM.
           MOVE LIM-ENT-ROLE  TO LMI-COD-ROLE.
           MOVE LIM-ENT-COMD  TO LMI-COD-COMD.
           MOVE LIM-ENT-OPCI  TO LMI-COD-OPCI.
           MOVE LIM-ENT-VCAM  TO LMI-COD-VCAM.
           MOVE LIM-ENT-IMPO  TO LMI-SGV-IMPO.
           MOVE LIM-SAL-IBAS  TO LMI-SGV-IBAS.
           MOVE LIM-SAL-TOPE  TO LMI-SGV-TOPE.
           MOVE LIM-SAL-PCTJ  TO LMI-PCT-USAD.
           MOVE LIM-WRK-RSLT  TO LMI-IND-RSLT.
           IF LIM-WRK-RSLT = 'O'
               MOVE OVR-DSC-SUPE TO LMI-COD-SUPE.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'LMI-KEY-ILMI' TO FIO-AKEY.
           MOVE FIO-PUT        TO FIO-CMND.
           PERFORM GNS-FIO-LMI.
       FIN-REG-GNS-VAL-LIM.
           EXIT.
      *
      *    Mantencion en linea del catalogo de limites: la pantalla
      *    deja rol, comando, opcion, moneda, tope y porcentaje de
      *    cercania en LIM-ENT-* y el comando en LIM-CMND; alta y
      *    baja pasan por GNS-FIO-TAB como cualquier otra mantencion
      *    de TAB ( y quedan en la bitacora AUD con su operador ).
       GNS-MNT-LIM SECTION.
       INI-GNS-MNT-LIM.
           MOVE LIM-ENT-ROLE TO LIM-KEY-ROLE.
           MOVE LIM-ENT-COMD TO LIM-KEY-COMD.
           MOVE LIM-ENT-OPCI TO LIM-KEY-OPCI.
           MOVE LIM-ENT-VCAM TO LIM-WRK-VCAM.
           PERFORM BSC-GNS-VAL-LIM.
           IF LIM-CMND = LIM-CON
               GO TO FIN-GNS-MNT-LIM.
           IF LIM-CMND = LIM-ALT
               IF FIO-STAT-OKS
                   MOVE FIO-MOD TO FIO-CMND
               ELSE
                   MOVE SPACES       TO TAB
                   MOVE 'LIM'        TO TAB-COD-TTAB IN TAB
                   MOVE LIM-KEY-CTAB TO TAB-COD-CTAB IN TAB
                   MOVE FIO-PUT      TO FIO-CMND.
           IF LIM-CMND = LIM-ALT
               MOVE LIM-ENT-TOPE TO LIM-DSC-TOPE
               MOVE LIM-ENT-PCTC TO LIM-DSC-PCTC
               MOVE LIM-WRK-DESC TO TAB-GLS-DESC IN TAB
               MOVE 'S'          TO TAB-IND-VIGE IN TAB
               MOVE SCR-USER     TO TAB-COD-ATRN IN TAB.
           IF LIM-CMND = LIM-BAJ
               IF FIO-STAT-OKS
                   MOVE 'N'      TO TAB-IND-VIGE IN TAB
                   MOVE SCR-USER TO TAB-COD-ATRN IN TAB
                   MOVE FIO-MOD  TO FIO-CMND
               ELSE
                   GO TO FIN-GNS-MNT-LIM.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           PERFORM GNS-FIO-TAB.
       FIN-GNS-MNT-LIM.
           EXIT.
