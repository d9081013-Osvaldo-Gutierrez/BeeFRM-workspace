      *Para en EXT-NUM-TOPE filas ( 0 = ninguna ) y deja en
      *EXT-CNT-ROWS las filas realmente extraidas ( sin contar el
      *encabezado ).
      *Corrida por empresa ( EMP-FLT-EMPR, o la empresa en uso de la
      *sesion ) solo salen los registros de esa empresa y los del
      *pool comun ( GNSBGEMP.cbl ): operadores y centros por su
      *empresa, y en TAB las sucursales, las filas de parametro de
      *nivel empresa ( '*EMP' + empresa ) y el propio maestro 'EMP'.
       GNS-BUS-EXT SECTION.
       INI-GNS-BUS-EXT.
           SET EXT-STAT-OKS TO TRUE.
           PERFORM REP-GNS-PRO-EMP THRU FIN-REP-GNS-PRO-EMP.
           MOVE ZEROES TO EXT-CNT-ROWS.
           MOVE SPACES TO EXT-GLS-ROW.
           IF EXT-COD-TREG = 'TAB'
           IF EXT-KEY-HAST > SPACES
              AND EXT-KEY-ACTU > EXT-KEY-HAST
               GO TO FIN-GNS-BUS-EXT.
           IF EMP-REP-EMPR > SPACES
               PERFORM EMP-GNS-BUS-EXT THRU FIN-EMP-GNS-BUS-EXT
               IF EMP-IND-VISI NOT = 'S'
                   GO TO SIG-GNS-BUS-EXT.
           PERFORM ROW-GNS-BUS-EXT THRU FIN-ROW-GNS-BUS-EXT.
           PERFORM PUT-GNS-BUS-EXT THRU FIN-PUT-GNS-BUS-EXT.
           ADD 1 TO EXT-CNT-ROWS.
           IF EXT-CNT-ROWS NOT < EXT-NUM-TOPE
               GO TO FIN-GNS-BUS-EXT.
       SIG-GNS-BUS-EXT.
           PERFORM NXT-GNS-BUS-EXT THRU FIN-NXT-GNS-BUS-EXT.
           IF FIO-STAT-OKS
               GO TO LUP-GNS-BUS-EXT.
       FIN-KEY-GNS-BUS-EXT.
           EXIT.
      *
      *    Empresa del registro en curso, contra la de la corrida.
       EMP-GNS-BUS-EXT SECTION.
       INI-EMP-GNS-BUS-EXT.
           MOVE SPACES TO EMP-WRK-EMPR.
           IF EXT-COD-TREG = 'OPR'
               MOVE OPR-COD-EMPR TO EMP-WRK-EMPR.
           IF EXT-COD-TREG = 'CIC'
               MOVE CIC-COD-EMPR IN CIC TO EMP-WRK-EMPR.
           IF EXT-COD-TREG NOT = 'TAB'
               GO TO FLT-EMP-GNS-BUS-EXT.
           IF TAB-COD-TTAB IN TAB = 'EMP'
               MOVE TAB-COD-CTAB IN TAB ( 1:3 ) TO EMP-WRK-EMPR
           ELSE
           IF TAB-COD-TTAB IN TAB = 'SUC'
               MOVE TAB-GLS-DESC IN TAB TO EMP-WRK-DSUC
               MOVE EMP-DSU-EMPR        TO EMP-WRK-EMPR
           ELSE
           IF TAB-COD-CTAB IN TAB ( 1:4 ) = '*EMP'
               MOVE TAB-COD-CTAB IN TAB ( 5:3 ) TO EMP-WRK-EMPR.
       FLT-EMP-GNS-BUS-EXT.
           PERFORM FLT-GNS-PRO-EMP THRU FIN-FLT-GNS-PRO-EMP.
       FIN-EMP-GNS-BUS-EXT.
           EXIT.
      *
      *    Arma la fila delimitada del registro en curso.
       ROW-GNS-BUS-EXT SECTION.
       INI-ROW-GNS-BUS-EXT.
               STRING CIC-COD-TCIC IN CIC ';' DELIMITED BY SIZE
                      CIC-COD-CCIC IN CIC ';' DELIMITED BY SIZE
                      CIC-NUM-ICIC IN CIC ';' DELIMITED BY SIZE
                      CIC-IND-VIGE IN CIC ';' DELIMITED BY SIZE
                      CIC-IND-FRMT IN CIC ';' DELIMITED BY SIZE
                      CIC-NUM-ICIA IN CIC DELIMITED BY SIZE
                   INTO EXT-GLS-ROW WITH POINTER EXT-PTR
           ELSE
               STRING OPR-COD-IOPR ';' DELIMITED BY SIZE
               MOVE EXT-SAV-REGI( 1:492 ) TO MNU
           ELSE
           IF EXT-COD-TREG = 'CIC'
               MOVE EXT-SAV-REGI( 1:60 ) TO CIC
           ELSE
               MOVE EXT-SAV-REGI( 1:141 ) TO OPR.
       FIN-POS-ROW-GNS-BUS-EXT.
           EXIT.
      *
               MOVE EXT-WRK-CAMP( 1:12 ) TO MNU-GLS-PROG IN MNU.
       FIN-MMN-PRE-ROW-GNS-BUS-EXT.
           EXIT.
      *    el identificador CIC es numerico, en sus dos formatos:
      *    tambien en modo 'N' se revuelve con formato, nunca se
      *    deja en blanco
       MCI-PRE-ROW-GNS-BUS-EXT.
           IF EXT-SUB-MSK = 3
               MOVE CIC-NUM-ICIC IN CIC TO EXT-WRK-CAMP( 1:8 )
               INSPECT EXT-WRK-CAMP( 1:8 )
                   CONVERTING EXT-MSK-DIGO TO EXT-MSK-DIGN
               MOVE EXT-WRK-CAMP( 1:8 ) TO CIC-NUM-ICIC IN CIC.
           IF EXT-SUB-MSK = 6
               MOVE CIC-NUM-ICIA IN CIC TO EXT-WRK-CAMP( 1:11 )
               INSPECT EXT-WRK-CAMP( 1:11 )
                   CONVERTING EXT-MSK-DIGO TO EXT-MSK-DIGN
               MOVE EXT-WRK-CAMP( 1:11 ) TO CIC-NUM-ICIA IN CIC.
       FIN-MCI-PRE-ROW-GNS-BUS-EXT.
           EXIT.
       MOP-PRE-ROW-GNS-BUS-EXT.
