      *    TRC-SAV-STAT ( 9999 en el forward, que no responde ) y el
      *    camino en TRC-SAV-VIAS. El troceo en tres partes y el
      *    corrimiento del correlativo ante choque de llave son los
      *    mismos de la carta muerta ( REG-GNS-DLQ ). En el camino
      *    LNK el enganche dejo tambien las marcas TRC-HRA-INI /
      *    TRC-HRA-FIN del TPCALL; el transcurrido ( con vuelta de
      *    medianoche, igual que REG-GNS-EST ) va en la parte 02.
       REG-GNS-TRC SECTION.
       INI-REG-GNS-TRC.
           PERFORM GET-FHOY.
           ADD 1             TO TRC-NUM-CORR.
           MOVE ZERO         TO TRC-NUM-ELAP.
           IF TRC-SAV-VIAS NOT = 'L'
               GO TO GRP-REG-GNS-TRC.
           COMPUTE TRC-NUM-CIN =
               ( ( TRC-INI-HH * 60 + TRC-INI-MM )
                 * 60 + TRC-INI-SS ) * 100 + TRC-INI-CC.
           COMPUTE TRC-NUM-CFN =
               ( ( TRC-FIN-HH * 60 + TRC-FIN-MM )
                 * 60 + TRC-FIN-SS ) * 100 + TRC-FIN-CC.
           COMPUTE TRC-NUM-ELAP = TRC-NUM-CFN - TRC-NUM-CIN.
           IF TRC-NUM-ELAP < ZERO
               ADD 8640000 TO TRC-NUM-ELAP.
       GRP-REG-GNS-TRC.
           MOVE ZERO         TO TRC-PRT-IDX.
       PRT-REG-GNS-TRC.
               MOVE TRC-SAV-STAT TO TRC-NUM-STAT
               MOVE TSK-TERM-ALF TO TRC-COD-TERM
               MOVE TRC-SAV-VIAS TO TRC-COD-VIAS
               MOVE SYS-TCMA     TO TRC-NUM-TCMA
               MOVE SCR-PROG     TO TRC-NOM-LLAM.
           IF TRC-PRT-IDX = 2 AND TRC-SAV-VIAS = 'L'
               MOVE TRC-NUM-ELAP TO TRC-NUM-TRES.
           COMPUTE TRC-PRT-POS = ( TRC-PRT-IDX - 1 ) * 1200 + 1.
           COMPUTE TRC-PRT-LEN =
               LENGTH OF TRC-SAV-CMMA - TRC-PRT-POS + 1.
