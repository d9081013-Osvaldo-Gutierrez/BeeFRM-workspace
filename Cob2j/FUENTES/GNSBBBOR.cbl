      *Depuracion de borradores de captura vencidos: recorre las
      *filas indice de TAB 'BOR' y, de cada borrador vencido ( o
      *anulado ), borra su cola y su fila. La reanudacion ya rechaza
      *el borrador vencido; la depuracion solo libera el espacio de
      *los que nadie volvio a tomar. Deja en BOR-CNT-LEID los
      *borradores revisados y en BOR-CNT-VENC los eliminados.
       GNS-BUS-BOR SECTION.
       INI-GNS-BUS-BOR.
           MOVE ZEROES TO BOR-CNT-LEID BOR-CNT-VENC.
           PERFORM GET-FHOY.
           MOVE HOY-FHOY TO BOR-WRK-FHOY.
           MOVE SPACES       TO TAB.
           MOVE 'BOR'        TO TAB-COD-TTAB IN TAB.
       LUP-GNS-BUS-BOR.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'BOR'
               GO TO FIN-GNS-BUS-BOR.
           IF TAB-COD-CTAB IN TAB NOT NUMERIC
               GO TO LUP-GNS-BUS-BOR.
           ADD 1 TO BOR-CNT-LEID.
           MOVE TAB-GLS-DESC IN TAB TO BOR-WRK-DESC.
           IF TAB-IND-VIGE IN TAB NOT = 'N'
              AND BOR-DSC-FVEN IS NUMERIC
              AND BOR-DSC-FVEN NOT < BOR-WRK-FHOY
               GO TO LUP-GNS-BUS-BOR.
           MOVE TAB-COD-CTAB IN TAB TO BOR-COL-IDEN.
           PERFORM ELI-GNS-PRO-BOR THRU FIN-ELI-GNS-PRO-BOR.
           ADD 1 TO BOR-CNT-VENC.
      *    el recorrido sigue desde la clave eliminada
           MOVE SPACES       TO TAB.
           MOVE 'BOR'        TO TAB-COD-TTAB IN TAB.
           MOVE BOR-COL-IDEN TO TAB-COD-CTAB IN TAB.
           GO TO LUP-GNS-BUS-BOR.
       FIN-GNS-BUS-BOR.
           EXIT.
