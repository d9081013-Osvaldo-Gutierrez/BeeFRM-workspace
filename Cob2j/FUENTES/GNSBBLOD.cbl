           MOVE ALL 'N' TO LOD-IND-VLD.
           IF LOD-NUM-ROWS NOT > ZERO
               GO TO FIN-GNS-BUS-LOD.
      *    simulando no se graba nada; confirmando, solo con la
      *    simulacion de este mismo archivo aprobada
           PERFORM HUE-GNS-BUS-LOD THRU FIN-HUE-GNS-BUS-LOD.
           IF NOT SMC-STAT-OKS
               SET LOD-STAT-NAP TO TRUE
               GO TO FIN-GNS-BUS-LOD.
           MOVE ZERO TO LOD-NUM-ROWA.
       VAL-GNS-BUS-LOD.
           ADD 1 TO LOD-NUM-ROWA.
           MOVE FIO-END-TRN TO FIO-CMND.
           PERFORM GNS-FIO-DTC.
       FIN-GNS-BUS-LOD.
      *    cierre de la corrida simulada o confirmada ( GNSBGSMC )
           MOVE SMC-CIE TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
           EXIT.
      *
      *    Lee y separa la fila LOD-NUM-ROWA de la cola de entrada.
               PERFORM GNS-FIO-TAB.
       FIN-PUT-GNS-BUS-LOD.
           EXIT.
      *
      *    Huella de la corrida ( el catalogo destino y cada fila
      *    de la cola de entrada ) y apertura segun SMC-COD-MODO.
       HUE-GNS-BUS-LOD SECTION.
       INI-HUE-GNS-BUS-LOD.
           MOVE 'LOD'   TO SMC-ENT-PROG.
           MOVE SMC-INI TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
           MOVE SPACES       TO SMC-ENT-DATO.
           MOVE LOD-COD-TREG TO SMC-ENT-DATO( 1:3 ).
           MOVE 3            TO SMC-ENT-LARG.
           MOVE SMC-HSH TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
           MOVE ZERO TO LOD-NUM-ROWA.
       LUP-HUE-GNS-BUS-LOD.
           ADD 1 TO LOD-NUM-ROWA.
           IF LOD-NUM-ROWA > LOD-NUM-ROWS
               GO TO ABR-HUE-GNS-BUS-LOD.
           PERFORM LEE-GNS-BUS-LOD THRU FIN-LEE-GNS-BUS-LOD.
           MOVE LOD-GLS-ROW  TO SMC-ENT-DATO.
           MOVE 300          TO SMC-ENT-LARG.
           MOVE SMC-HSH TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
           GO TO LUP-HUE-GNS-BUS-LOD.
       ABR-HUE-GNS-BUS-LOD.
           MOVE SMC-ABR TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
       FIN-HUE-GNS-BUS-LOD.
           EXIT.
