      *    SYS-MENS y la miga recien dejada en el log, y la guardia
      *    INC-IND-BUSY evita el lazo si el alta misma aborta.
      *    GNS-PRO-INC es la transaccion de la mesa: asignar,
      *    anotar, cerrar con codigo, ligar a un problema conocido
      *    y consultar; con el incidente vuelven la causa y el
      *    rodeo de su problema, si lo tiene.
       REG-GNS-INC SECTION.
       INI-REG-GNS-INC.
           MOVE 'S' TO INC-IND-BUSY.
           MOVE SYS-MENS     TO INC-GLS-MENS.
           MOVE LOGMSG-TEXT  TO INC-GLS-MIGA.
           SET INC-STAT-ABIE TO TRUE.
      *    Si la firma del aborto calza con un problema conocido,
      *    el incidente nace ligado a el ( CHK-GNS-PRB en
      *    GNSBGPRB.cbl ).
           MOVE ZEROES TO INC-NUM-PROB.
           IF PRB-IND-ACTV = 'S'
               PERFORM CHK-GNS-PRB
               MOVE PRB-NUM-ENCO TO INC-NUM-PROB.
      *    El anillo de ultimas pantallas del terminal se copia y
      *    queda ligado al incidente antes de que la proxima sesion
      *    lo pise ( CPY-GNS-INC-SNP en GNSBGSNP.cbl ); la marca en
       GNS-PRO-INC SECTION.
       INI-GNS-PRO-INC.
           SET INC-STAT-OKS TO TRUE.
           MOVE ZEROES TO INC-SAL-PROB.
           MOVE SPACES TO INC-SAL-PSTA INC-SAL-CAUS INC-SAL-RODE.
           MOVE SPACES       TO INC.
           MOVE INC-ENT-IINC TO INC-KEY-IINC.
           MOVE 'GNS'        TO FIO-SIST.
           IF NOT FIO-STAT-OKS
               SET INC-STAT-NEX TO TRUE
               GO TO FIN-GNS-PRO-INC.
           IF INC-CMND = INC-CON
               GO TO SOL-GNS-PRO-INC.
           IF INC-STAT-CERR
               SET INC-STAT-CER TO TRUE
               GO TO FIN-GNS-PRO-INC.
           IF INC-CMND = INC-LIG
               GO TO LIG-GNS-PRO-INC.
           IF INC-CMND = INC-ASG
               MOVE INC-ENT-ASIG TO INC-COD-ASIG
               SET INC-STAT-TOMA TO TRUE.
           IF INC-CMND = INC-CIE
               MOVE INC-ENT-CIER TO INC-COD-CIER
               SET INC-STAT-CERR TO TRUE.
       MOD-GNS-PRO-INC.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'INC-KEY-IINC' TO FIO-AKEY.
           MOVE FIO-MOD      TO FIO-CMND.
           PERFORM GNS-FIO-INC.
      *    causa y rodeo del problema ligado, para la mesa
       SOL-GNS-PRO-INC.
           IF INC-NUM-PROB NOT NUMERIC OR INC-NUM-PROB = ZERO
               GO TO FIN-GNS-PRO-INC.
           MOVE SPACES       TO PRB.
           MOVE INC-NUM-PROB TO PRB-NUM-PROB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'PRB-KEY-IPRB' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-PRB.
           IF NOT FIO-STAT-OKS
               GO TO FIN-GNS-PRO-INC.
           MOVE PRB-NUM-PROB TO INC-SAL-PROB.
           MOVE PRB-COD-STAT TO INC-SAL-PSTA.
           MOVE PRB-GLS-CAUS TO INC-SAL-CAUS.
           MOVE PRB-GLS-RODE TO INC-SAL-RODE.
           GO TO FIN-GNS-PRO-INC.
      *    liga manual ( cero desliga ); el problema debe existir
       LIG-GNS-PRO-INC.
           IF INC-ENT-PROB NOT = ZERO
               MOVE SPACES         TO PRB
               MOVE INC-ENT-PROB   TO PRB-NUM-PROB
               MOVE 'GNS'          TO FIO-SIST
               MOVE 'PRB-KEY-IPRB' TO FIO-AKEY
               MOVE FIO-GET-KEY    TO FIO-CMND
               PERFORM GNS-FIO-PRB
               IF NOT FIO-STAT-OKS
                   SET INC-STAT-PNX TO TRUE
                   GO TO FIN-GNS-PRO-INC.
           MOVE INC-ENT-PROB TO INC-NUM-PROB.
           GO TO MOD-GNS-PRO-INC.
       FIN-GNS-PRO-INC.
           EXIT.
