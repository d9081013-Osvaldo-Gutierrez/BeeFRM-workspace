           MOVE HOY-AHOY TO FXI-FEC-HOYD( 1:2 ).
           MOVE HOY-MHOY TO FXI-FEC-HOYD( 3:2 ).
           MOVE HOY-DHOY TO FXI-FEC-HOYD( 5:2 ).
           IF FXI-ENT-FECH NOT = ZEROES
               MOVE FXI-ENT-FECH TO FXI-FEC-HOYD.
           PERFORM TOL-GNS-BUS-FXI THRU FIN-TOL-GNS-BUS-FXI.
       LUP-GNS-BUS-FXI.
           ADD 1 TO FXI-IDX.
