      *    comodin '***' con las mismas dos formas. Sin fila vigente
      *    que lo autorice, el comando se deniega ( PRV-VIGE = 'N' );
      *    con PRV-IND-ACTV en 'N' no se controla nada, igual que
      *    antes de existir la matriz. Autorizado el comando por el
      *    rol, las exclusiones del operador de la sesion ( TAB
      *    'PRX' ) lo pueden denegar igual; luego el importe que
      *    traiga la operacion pasa por los limites de monto del rol
      *    ( LIM-GNS-VAL-PRV ).
       GNS-VAL-PRV SECTION.
       INI-GNS-VAL-PRV.
           MOVE 'S'    TO PRV-VIGE.
           MOVE PRV-ENT-OPCI TO PRV-KEY-OPCI.
           PERFORM BSC-GNS-VAL-PRV.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               GO TO EXC-GNS-VAL-PRV.
           MOVE SPACES TO PRV-KEY-OPCI.
           PERFORM BSC-GNS-VAL-PRV.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               GO TO EXC-GNS-VAL-PRV.
           MOVE PRV-ROL-TODO TO PRV-KEY-ROLE.
           MOVE PRV-ENT-OPCI TO PRV-KEY-OPCI.
           PERFORM BSC-GNS-VAL-PRV.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               GO TO EXC-GNS-VAL-PRV.
           MOVE SPACES TO PRV-KEY-OPCI.
           PERFORM BSC-GNS-VAL-PRV.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               GO TO EXC-GNS-VAL-PRV.
       DEN-GNS-VAL-PRV.
           MOVE 'N' TO PRV-VIGE.
           MOVE 'PRV    DEN' TO MSG-COD-MENS.
           MOVE 'GNS'        TO MSG-COD-SIST.
           PERFORM GET-MSG.
           MOVE MSG-GLS-DESC IN MSG TO PRV-MENS.
           GO TO FIN-GNS-VAL-PRV.
      *
      *    Concedido por el rol: el operador de la sesion puede
      *    tenerlo excluido en su fila TAB 'PRX' ( baja individual
      *    de la recertificacion ).
       EXC-GNS-VAL-PRV.
           MOVE SCR-USER TO PRV-WRK-IOPR.
           PERFORM BSX-GNS-VAL-PRV.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               GO TO LIM-GNS-VAL-PRV.
           MOVE TAB-GLS-DESC IN TAB TO PRV-WRK-DPRX.
           PERFORM CHX-GNS-VAL-PRV THRU FIN-CHX-GNS-VAL-PRV.
           IF PRV-IND-EXCL = 'S'
               GO TO DEN-GNS-VAL-PRV.
      *
      *    Comando autorizado: si la operacion viaja con importe
      *    ( LIM-ENT-IMPO ), ademas debe caber en el limite de monto
      *    del rol ( GNS-VAL-LIM en GNSBGLIM.cbl ); excedido y sin
      *    vale de supervisor, se deniega con el mensaje del limite.
       LIM-GNS-VAL-PRV.
           IF LIM-IND-ACTV = 'S' AND LIM-ENT-IMPO > ZEROES
               MOVE PRV-ENT-ROLE TO LIM-ENT-ROLE
               MOVE PRV-ENT-COMD TO LIM-ENT-COMD
               MOVE PRV-ENT-OPCI TO LIM-ENT-OPCI
               PERFORM GNS-VAL-LIM
               IF LIM-VIGE = 'N'
                   MOVE 'N'      TO PRV-VIGE
                   MOVE LIM-MENS TO PRV-MENS.
       FIN-GNS-VAL-PRV.
           EXIT.
      *
       FIN-BSC-GNS-VAL-PRV.
           EXIT.
      *
      *    PRV-ENT-COMD / PRV-ENT-OPCI excluido en PRV-WRK-DPRX:
      *    PRV-IND-EXCL en 'S'.
       CHX-GNS-VAL-PRV SECTION.
       INI-CHX-GNS-VAL-PRV.
           MOVE 'N' TO PRV-IND-EXCL.
           MOVE 1   TO PRV-SUB-PRX.
       LUP-CHX-GNS-VAL-PRV.
           IF PRV-PRX-COMD( PRV-SUB-PRX ) > SPACES
              AND PRV-PRX-COMD( PRV-SUB-PRX ) = PRV-ENT-COMD
              AND ( PRV-PRX-OPCI( PRV-SUB-PRX ) = PRV-ENT-OPCI
                    OR PRV-PRX-OPCI( PRV-SUB-PRX ) = SPACES )
               MOVE 'S' TO PRV-IND-EXCL
               GO TO FIN-CHX-GNS-VAL-PRV.
           ADD 1 TO PRV-SUB-PRX.
           IF PRV-SUB-PRX NOT > 6
               GO TO LUP-CHX-GNS-VAL-PRV.
       FIN-CHX-GNS-VAL-PRV.
           EXIT.
      *
      *    Lee la fila de exclusiones TAB 'PRX' del operador
      *    PRV-WRK-IOPR.
       BSX-GNS-VAL-PRV SECTION.
       INI-BSX-GNS-VAL-PRV.
           MOVE SPACES       TO TAB.
           MOVE 'PRX'        TO TAB-COD-TTAB IN TAB.
           MOVE PRV-WRK-IOPR TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY  TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
       FIN-BSX-GNS-VAL-PRV.
           EXIT.
      *
      *    Mantencion en linea de la matriz: la pantalla deja rol,
      *    comando y opcion en PRV-ENT-* y el comando en PRV-CMND;
      *    alta y baja pasan por GNS-FIO-TAB como cualquier otra
      *    de auditoria AUD, con su operador ).
       GNS-MNT-PRV SECTION.
       INI-GNS-MNT-PRV.
           IF PRV-CMND = PRV-BOP
               GO TO BOP-GNS-MNT-PRV.
           MOVE PRV-ENT-ROLE TO PRV-KEY-ROLE.
           MOVE PRV-ENT-COMD TO PRV-KEY-COMD.
           MOVE PRV-ENT-OPCI TO PRV-KEY-OPCI.
           MOVE 'GNS' TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           PERFORM GNS-FIO-TAB.
           GO TO FIN-GNS-MNT-PRV.
      *
      *    Baja para un solo operador: la celda del rol sigue para
      *    los demas y el comando/opcion entra a la fila 'PRX' de
      *    PRV-ENT-IOPR. Fila llena: PRV-VIGE en 'N' con su mensaje.
       BOP-GNS-MNT-PRV.
           MOVE 'S'          TO PRV-VIGE.
           MOVE SPACES       TO PRV-MENS.
           MOVE PRV-ENT-IOPR TO PRV-WRK-IOPR.
           PERFORM BSX-GNS-VAL-PRV.
           IF FIO-STAT-OKS
               MOVE TAB-GLS-DESC IN TAB TO PRV-WRK-DPRX
               MOVE FIO-MOD TO FIO-CMND
           ELSE
               MOVE SPACES       TO TAB PRV-WRK-DPRX
               MOVE 'PRX'        TO TAB-COD-TTAB IN TAB
               MOVE PRV-ENT-IOPR TO TAB-COD-CTAB IN TAB
               MOVE FIO-PUT      TO FIO-CMND.
      *    una fila no vigente ya no excluye nada
           IF FIO-CMND = FIO-MOD AND TAB-IND-VIGE IN TAB = 'N'
               MOVE SPACES TO PRV-WRK-DPRX.
           MOVE ZERO TO PRV-SUB-LIB.
           MOVE 1    TO PRV-SUB-PRX.
       LUB-GNS-MNT-PRV.
           IF PRV-PRX-COMD( PRV-SUB-PRX ) = PRV-ENT-COMD
              AND PRV-PRX-OPCI( PRV-SUB-PRX ) = PRV-ENT-OPCI
              AND TAB-IND-VIGE IN TAB NOT = 'N'
               GO TO FIN-GNS-MNT-PRV.
           IF PRV-PRX-COMD( PRV-SUB-PRX ) NOT > SPACES
              AND PRV-SUB-LIB = ZERO
               MOVE PRV-SUB-PRX TO PRV-SUB-LIB.
           ADD 1 TO PRV-SUB-PRX.
           IF PRV-SUB-PRX NOT > 6
               GO TO LUB-GNS-MNT-PRV.
           IF PRV-SUB-LIB = ZERO
               MOVE 'N' TO PRV-VIGE
               MOVE 'PRV    PRX' TO MSG-COD-MENS
               MOVE 'GNS'        TO MSG-COD-SIST
               PERFORM GET-MSG
               MOVE MSG-GLS-DESC IN MSG TO PRV-MENS
               GO TO FIN-GNS-MNT-PRV.
           MOVE PRV-ENT-COMD TO PRV-PRX-COMD( PRV-SUB-LIB ).
           MOVE PRV-ENT-OPCI TO PRV-PRX-OPCI( PRV-SUB-LIB ).
           MOVE PRV-WRK-DPRX TO TAB-GLS-DESC IN TAB.
           MOVE 'S'          TO TAB-IND-VIGE IN TAB.
           MOVE SCR-USER     TO TAB-COD-ATRN IN TAB.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           PERFORM GNS-FIO-TAB.
       FIN-GNS-MNT-PRV.
           EXIT.
