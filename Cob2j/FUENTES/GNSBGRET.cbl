      *    Restauracion desde el archivo historico: cuando auditoria
      *    pide ver movimientos ya archivados, el operador indica la
      *    bitacora ( RET-ENT-RLOG: BKO / AUD / INC / DLQ / RTN /
      *    LEC ) y
      *    el rango de fechas RET-FEC-DESD / RET-FEC-HAST ( SAAMMDD )
      *    y los registros del rango vuelven al ambiente en linea.
      *    El historico se lee via FIO-DBID-ALT ( que es de un solo
      *    archivada se conserva; un registro que ya estaba en linea
      *    se deja como esta y solo se cuenta en RET-CNT-DUPS. La
      *    auditoria AUD queda suspendida mientras se repone, por lo
      *    mismo que en el archivador. Las notas adjuntas al registro
      *    repuesto vuelven con el ( RES-GNS-BUS-NTA en GNSBBNTA.cbl ).
       GNS-PRO-RET SECTION.
       INI-GNS-PRO-RET.
           MOVE ZEROES TO RET-CNT-REST RET-CNT-DUPS.
           ELSE
           IF RET-ENT-RLOG = 'RTN'
               PERFORM RRT-GNS-PRO-RET THRU FIN-RRT-GNS-PRO-RET
           ELSE
           IF RET-ENT-RLOG = 'LEC'
               PERFORM RLE-GNS-PRO-RET THRU FIN-RLE-GNS-PRO-RET
           ELSE
               MOVE RET-SAV-AUDA TO AUD-IND-ACTV
               MOVE 'ABORTO, bitacora invalida en GNS-PRO-RET:'
               ADD 1 TO RET-CNT-DUPS
           ELSE
               ADD 1 TO RET-CNT-REST.
           MOVE RET-ENT-RLOG TO NTA-WRK-TABL.
           MOVE BKO-CAI-IBKO( 1:21 ) TO NTA-WRK-CLAV.
           PERFORM RES-GNS-BUS-NTA THRU FIN-RES-GNS-BUS-NTA.
           GO TO LUP-RBK-GNS-PRO-RET.
       FIN-RBK-GNS-PRO-RET.
           EXIT.
               ADD 1 TO RET-CNT-DUPS
           ELSE
               ADD 1 TO RET-CNT-REST.
           MOVE RET-ENT-RLOG TO NTA-WRK-TABL.
           MOVE AUD-KEY-IAUD TO NTA-WRK-CLAV.
           PERFORM RES-GNS-BUS-NTA THRU FIN-RES-GNS-BUS-NTA.
           GO TO LUP-RAU-GNS-PRO-RET.
       FIN-RAU-GNS-PRO-RET.
           EXIT.
               ADD 1 TO RET-CNT-DUPS
           ELSE
               ADD 1 TO RET-CNT-REST.
           MOVE RET-ENT-RLOG TO NTA-WRK-TABL.
           MOVE INC-KEY-IINC TO NTA-WRK-CLAV.
           PERFORM RES-GNS-BUS-NTA THRU FIN-RES-GNS-BUS-NTA.
           GO TO LUP-RIN-GNS-PRO-RET.
       FIN-RIN-GNS-PRO-RET.
           EXIT.
               ADD 1 TO RET-CNT-DUPS
           ELSE
               ADD 1 TO RET-CNT-REST.
           MOVE RET-ENT-RLOG TO NTA-WRK-TABL.
           MOVE DLQ-KEY-IDLQ TO NTA-WRK-CLAV.
           PERFORM RES-GNS-BUS-NTA THRU FIN-RES-GNS-BUS-NTA.
           GO TO LUP-RDL-GNS-PRO-RET.
       FIN-RDL-GNS-PRO-RET.
           EXIT.
               ADD 1 TO RET-CNT-DUPS
           ELSE
               ADD 1 TO RET-CNT-REST.
           MOVE RET-ENT-RLOG TO NTA-WRK-TABL.
           MOVE RTN-KEY-IRTN( 1:21 ) TO NTA-WRK-CLAV.
           PERFORM RES-GNS-BUS-NTA THRU FIN-RES-GNS-BUS-NTA.
           GO TO LUP-RRT-GNS-PRO-RET.
       FIN-RRT-GNS-PRO-RET.
           EXIT.
      *
      *    Reposicion del diario de lecturas LEC.
       RLE-GNS-PRO-RET SECTION.
       INI-RLE-GNS-PRO-RET.
           MOVE SPACES TO LEC.
       LUP-RLE-GNS-PRO-RET.
           MOVE RET-DBI-ARCH   TO FIO-DBID-ALT.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'LEC-KEY-ILEC' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-LEC.
           IF NOT FIO-STAT-OKS
               GO TO FIN-RLE-GNS-PRO-RET.
           MOVE LEC-STP-LECT( 1:8 ) TO RET-WRK-FECH.
           IF RET-WRK-FECH < RET-FEC-DESD
              OR RET-WRK-FECH > RET-FEC-HAST
               GO TO LUP-RLE-GNS-PRO-RET.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'LEC-KEY-ILEC' TO FIO-AKEY.
           MOVE FIO-PUT        TO FIO-CMND.
           PERFORM GNS-FIO-LEC.
           IF FIO-STAT-CDK OR FIO-STAT-DMK
               ADD 1 TO RET-CNT-DUPS
           ELSE
               ADD 1 TO RET-CNT-REST.
           MOVE RET-ENT-RLOG TO NTA-WRK-TABL.
           MOVE LEC-KEY-ILEC( 1:21 ) TO NTA-WRK-CLAV.
           PERFORM RES-GNS-BUS-NTA THRU FIN-RES-GNS-BUS-NTA.
           GO TO LUP-RLE-GNS-PRO-RET.
       FIN-RLE-GNS-PRO-RET.
           EXIT.
