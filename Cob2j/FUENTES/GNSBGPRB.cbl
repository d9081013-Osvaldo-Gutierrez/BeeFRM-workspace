      * Problemas Conocidos de Aborto
      *
      *    CHK-GNS-PRB busca el problema cuya firma calza con el
      *    incidente que REG-GNS-INC esta armando en INC: el
      *    programa ( si la firma lo fija ) debe ser INC-COD-PROG,
      *    y los trozos de mensaje y de miga ( si los fija ) deben
      *    aparecer en INC-GLS-MENS e INC-GLS-MIGA. Una firma toda
      *    en blanco no calza con nada. Si calzan varios problemas
      *    gana el de firma mas precisa ( programa fijado y mas
      *    caracteres de trozo ) y, a igual precision, el mas
      *    antiguo. El resultado queda en PRB-NUM-ENCO ( cero =
      *    ninguno ). Corre bajo la guardia INC-IND-BUSY del alta.
       CHK-GNS-PRB SECTION.
       INI-CHK-GNS-PRB.
           MOVE ZEROES TO PRB-NUM-ENCO PRB-NUM-PESO.
           MOVE SPACES         TO PRB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'PRB-KEY-IPRB' TO FIO-AKEY.
           MOVE FIO-FND-FST    TO FIO-CMND.
           PERFORM GNS-FIO-PRB.
       LUP-CHK-GNS-PRB.
           IF NOT FIO-STAT-OKS
               GO TO FIN-CHK-GNS-PRB.
           IF PRB-COD-PROG NOT > SPACES
              AND PRB-GLS-PMEN NOT > SPACES
              AND PRB-GLS-PMIG NOT > SPACES
               GO TO SIG-CHK-GNS-PRB.
           MOVE ZERO TO PRB-NUM-PACT.
           IF PRB-COD-PROG > SPACES
               IF PRB-COD-PROG NOT = INC-COD-PROG
                   GO TO SIG-CHK-GNS-PRB
               ELSE
                   MOVE 100 TO PRB-NUM-PACT.
           MOVE INC-GLS-MENS TO PRB-WRK-TEXT.
           MOVE PRB-GLS-PMEN TO PRB-WRK-PATR.
           PERFORM CNT-GNS-PRB THRU FIN-CNT-GNS-PRB.
           IF PRB-IND-CONT = 'N'
               GO TO SIG-CHK-GNS-PRB.
           ADD PRB-NUM-LPAT TO PRB-NUM-PACT.
           MOVE INC-GLS-MIGA TO PRB-WRK-TEXT.
           MOVE PRB-GLS-PMIG TO PRB-WRK-PATR.
           PERFORM CNT-GNS-PRB THRU FIN-CNT-GNS-PRB.
           IF PRB-IND-CONT = 'N'
               GO TO SIG-CHK-GNS-PRB.
           ADD PRB-NUM-LPAT TO PRB-NUM-PACT.
           IF PRB-NUM-PACT > PRB-NUM-PESO
               MOVE PRB-NUM-PROB TO PRB-NUM-ENCO
               MOVE PRB-NUM-PACT TO PRB-NUM-PESO.
       SIG-CHK-GNS-PRB.
           MOVE 'PRB-KEY-IPRB' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-PRB.
           GO TO LUP-CHK-GNS-PRB.
       FIN-CHK-GNS-PRB.
           EXIT.
      *
      *    'S' en PRB-IND-CONT si el trozo PRB-WRK-PATR ( sin los
      *    blancos finales; largo en PRB-NUM-LPAT ) aparece en
      *    PRB-WRK-TEXT; un trozo en blanco siempre aparece.
       CNT-GNS-PRB SECTION.
       INI-CNT-GNS-PRB.
           MOVE 'S' TO PRB-IND-CONT.
           MOVE LENGTH OF PRB-WRK-PATR TO PRB-NUM-LPAT.
       LAR-CNT-GNS-PRB.
           IF PRB-NUM-LPAT = ZERO
               GO TO FIN-CNT-GNS-PRB.
           IF PRB-WRK-PATR( PRB-NUM-LPAT:1 ) NOT = SPACE
               GO TO BUS-CNT-GNS-PRB.
           SUBTRACT 1 FROM PRB-NUM-LPAT.
           GO TO LAR-CNT-GNS-PRB.
       BUS-CNT-GNS-PRB.
           MOVE 'N'  TO PRB-IND-CONT.
           COMPUTE PRB-NUM-ULTP =
               LENGTH OF PRB-WRK-TEXT - PRB-NUM-LPAT + 1.
           MOVE ZERO TO PRB-NUM-POSI.
       LUP-CNT-GNS-PRB.
           ADD 1 TO PRB-NUM-POSI.
           IF PRB-NUM-POSI > PRB-NUM-ULTP
               GO TO FIN-CNT-GNS-PRB.
           IF PRB-WRK-TEXT( PRB-NUM-POSI:PRB-NUM-LPAT )
              NOT = PRB-WRK-PATR( 1:PRB-NUM-LPAT )
               GO TO LUP-CNT-GNS-PRB.
           MOVE 'S' TO PRB-IND-CONT.
       FIN-CNT-GNS-PRB.
           EXIT.
      *
      *    Transaccion de la mesa sobre los problemas: alta con
      *    numero del correlativo, modificacion y consulta del
      *    problema PRB-ENT-PROB. La firma no puede quedar toda en
      *    blanco ( calzaria con cualquier aborto ) y el estado
      *    debe ser I, C o R ( en blanco, I ).
       GNS-PRO-PRB SECTION.
       INI-GNS-PRO-PRB.
           SET PRB-STAT-OKS TO TRUE.
           IF PRB-CMND = PRB-ALT
               GO TO ALT-GNS-PRO-PRB.
           MOVE SPACES       TO PRB.
           MOVE PRB-ENT-PROB TO PRB-NUM-PROB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'PRB-KEY-IPRB' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-PRB.
           IF NOT FIO-STAT-OKS
               SET PRB-STAT-NEX TO TRUE
               GO TO FIN-GNS-PRO-PRB.
           IF PRB-CMND = PRB-CON
               GO TO FIN-GNS-PRO-PRB.
           IF PRB-CMND NOT = PRB-MOD
               SET PRB-STAT-PAR TO TRUE
               GO TO FIN-GNS-PRO-PRB.
           PERFORM VAL-GNS-PRO-PRB THRU FIN-VAL-GNS-PRO-PRB.
           IF NOT PRB-STAT-OKS
               GO TO FIN-GNS-PRO-PRB.
           PERFORM DAT-GNS-PRO-PRB THRU FIN-DAT-GNS-PRO-PRB.
           MOVE PRB-WRK-FHOY TO PRB-FEC-MODI.
           MOVE SCR-USER     TO PRB-COD-OMOD.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'PRB-KEY-IPRB' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-PRB.
           GO TO FIN-GNS-PRO-PRB.
       ALT-GNS-PRO-PRB.
           PERFORM VAL-GNS-PRO-PRB THRU FIN-VAL-GNS-PRO-PRB.
           IF NOT PRB-STAT-OKS
               GO TO FIN-GNS-PRO-PRB.
           PERFORM NUM-GNS-PRO-PRB THRU FIN-NUM-GNS-PRO-PRB.
           MOVE SPACES           TO PRB.
           MOVE PRB-WRK-CORR-RED TO PRB-NUM-PROB PRB-ENT-PROB.
           PERFORM DAT-GNS-PRO-PRB THRU FIN-DAT-GNS-PRO-PRB.
           MOVE PRB-WRK-FHOY TO PRB-FEC-ALTA PRB-FEC-MODI.
           MOVE SCR-USER     TO PRB-COD-OALT PRB-COD-OMOD.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'PRB-KEY-IPRB' TO FIO-AKEY.
           MOVE FIO-PUT        TO FIO-CMND.
           PERFORM GNS-FIO-PRB.
       FIN-GNS-PRO-PRB.
           EXIT.
      *
      *    Valida la firma y el estado de entrada.
       VAL-GNS-PRO-PRB SECTION.
       INI-VAL-GNS-PRO-PRB.
           IF PRB-ENT-STAT = SPACE
               MOVE 'I' TO PRB-ENT-STAT.
           IF PRB-ENT-PROG NOT > SPACES
              AND PRB-ENT-PMEN NOT > SPACES
              AND PRB-ENT-PMIG NOT > SPACES
               SET PRB-STAT-PAR TO TRUE
               GO TO FIN-VAL-GNS-PRO-PRB.
           IF PRB-ENT-STAT NOT = 'I' AND NOT = 'C' AND NOT = 'R'
               SET PRB-STAT-PAR TO TRUE.
       FIN-VAL-GNS-PRO-PRB.
           EXIT.
      *
      *    Lleva las entradas de la mesa al registro y toma la
      *    fecha de hoy.
       DAT-GNS-PRO-PRB SECTION.
       INI-DAT-GNS-PRO-PRB.
           MOVE PRB-ENT-PROG TO PRB-COD-PROG.
           MOVE PRB-ENT-PMEN TO PRB-GLS-PMEN.
           MOVE PRB-ENT-PMIG TO PRB-GLS-PMIG.
           MOVE PRB-ENT-CAUS TO PRB-GLS-CAUS.
           MOVE PRB-ENT-RODE TO PRB-GLS-RODE.
           MOVE PRB-ENT-STAT TO PRB-COD-STAT.
           PERFORM GET-FHOY.
           MOVE HOY-FHOY     TO PRB-WRK-FHOY.
       FIN-DAT-GNS-PRO-PRB.
           EXIT.
      *
      *    Siguiente numero de problema: correlativo en la fila
      *    'CORRELATIVO' de TAB 'PRB' ( se crea en el primer alta ).
       NUM-GNS-PRO-PRB SECTION.
       INI-NUM-GNS-PRO-PRB.
           MOVE SPACES         TO TAB.
           MOVE 'PRB'          TO TAB-COD-TTAB IN TAB.
           MOVE 'CORRELATIVO'  TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS
              AND TAB-GLS-DESC IN TAB ( 1:8 ) IS NUMERIC
               MOVE TAB-GLS-DESC IN TAB ( 1:8 ) TO PRB-WRK-CORR
               MOVE FIO-MOD TO FIO-CMND
           ELSE
               MOVE SPACES        TO TAB
               MOVE 'PRB'         TO TAB-COD-TTAB IN TAB
               MOVE 'CORRELATIVO' TO TAB-COD-CTAB IN TAB
               MOVE ZEROES        TO PRB-WRK-CORR-RED
               MOVE FIO-PUT       TO FIO-CMND.
           ADD 1 TO PRB-WRK-CORR-RED.
           MOVE SPACES       TO TAB-GLS-DESC IN TAB.
           MOVE PRB-WRK-CORR TO TAB-GLS-DESC IN TAB ( 1:8 ).
           MOVE 'S'          TO TAB-IND-VIGE IN TAB.
           MOVE 'GNSPROPRB'  TO TAB-COD-ATRN IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           PERFORM GNS-FIO-TAB.
       FIN-NUM-GNS-PRO-PRB.
           EXIT.
