               MOVE TAB-GLS-DCOR IN TAB ( 1:8 ) TO PRT-COD-IMPR
           ELSE
               MOVE 'IMPCTRL ' TO PRT-COD-IMPR.
      *    en sesion de entrenamiento el listado va a la impresora de
      *    practica ( GNSBGENT.cbl ), nunca a una real
           IF SCR-IENT = 'S'
               MOVE ENT-COD-IMPR TO PRT-COD-IMPR.
      *    El spool anterior ya no se borra: se avanza a la
      *    siguiente generacion conservada ( GEN-GNS-PRT-SPL en
      *    GNSBGSPL.cbl deja PRT-COL-TYPE en la cola 'PRn ' ) y lo
      *    impreso sobre papeleria controlada, el consumo queda
      *    asentado en el inventario ( CSM-GNS-PRT-PAP en
      *    GNSBGPAP.cbl; la serie es de un solo uso )
      *    ( en entrenamiento no se imprimio en papeleria real: la
      *    serie no se consume )
           IF SCR-IENT = 'S'
               MOVE SPACES TO PAP-PRT-SERI.
           IF PAP-PRT-SERI > SPACES
               PERFORM CSM-GNS-PRT-PAP.
      *    las paginas quedan en el acumulado del cobro mensual por
      *    uso ( PAG-GNS-PRT-CHB en GNSBGCHB.cbl; las de
      *    entrenamiento no se cobran )
           IF SCR-IENT NOT = 'S'
               PERFORM PAG-GNS-PRT-CHB THRU FIN-PAG-GNS-PRT-CHB.
       FIN-GNS-PRO-PRT.
           EXIT.
      *
