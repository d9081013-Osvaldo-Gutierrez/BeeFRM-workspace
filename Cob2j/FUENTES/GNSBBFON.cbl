      *Recalculo de la Clave Soundex de las filas ya grabadas de TAB
      *y MSC, que hasta ahora solo llevaban el tipo en TAB-SNX-TTAB /
      *MSC-SNX-TTAB. Recorre TAB ( sin las filas MSC ni MSG, que
      *tienen su propio FIO ) y MSC, segun SNX-FON-REGI ( espacios =
      *ambos ), y regraba con FIO-MOD solo la fila cuya clave no es
      *la de su descripcion: el FIO la arma al regrabar
      *( GNS-PRO-SNX ). El recalculo no es mantencion de catalogo:
      *corre con los eventos de interfaz apagados.
       GNS-BUS-FON SECTION.
       INI-GNS-BUS-FON.
           SET SNX-FON-STAT-OKS TO TRUE.
           MOVE ZEROES TO SNX-CNT-LEID SNX-CNT-CAMB.
      *    simulando no se graba nada; confirmando, solo con la
      *    simulacion de este mismo recalculo aprobada
           PERFORM HUE-GNS-BUS-FON THRU FIN-HUE-GNS-BUS-FON.
           IF NOT SMC-STAT-OKS
               SET SNX-FON-STAT-NAP TO TRUE
               GO TO FIN-GNS-BUS-FON.
           MOVE EVT-IND-ACTV TO SNX-SAV-EVTA.
           MOVE 'N'          TO EVT-IND-ACTV.
           IF SNX-FON-REGI = 'MSC'
               GO TO MSC-GNS-BUS-FON.
           MOVE SPACES         TO TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-FST    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
       TAB-GNS-BUS-FON.
           IF NOT FIO-STAT-OKS
               GO TO FTB-GNS-BUS-FON.
           IF TAB-COD-TTAB IN TAB = 'MSC' OR 'MSG'
               GO TO NTB-GNS-BUS-FON.
           ADD 1 TO SNX-CNT-LEID.
           MOVE TAB-GLS-DESC IN TAB TO SNX-ENT-DESC.
           PERFORM GNS-PRO-SNX.
           IF TAB-SNX-CTAB IN TAB = SNX-SAL-CLAV
               GO TO NTB-GNS-BUS-FON.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
               SET SNX-FON-STAT-ABT TO TRUE
               GO TO FIN-GNS-BUS-FON.
           ADD 1 TO SNX-CNT-CAMB.
       NTB-GNS-BUS-FON.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           GO TO TAB-GNS-BUS-FON.
       FTB-GNS-BUS-FON.
           IF SNX-FON-REGI = 'TAB'
               GO TO FIN-GNS-BUS-FON.
       MSC-GNS-BUS-FON.
           MOVE SPACES         TO MSC.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'MSC-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-MSC.
       LUP-MSC-GNS-BUS-FON.
           IF NOT FIO-STAT-OKS
              OR MSC-COD-TTAB IN MSC NOT = 'MSC'
               GO TO FIN-GNS-BUS-FON.
           ADD 1 TO SNX-CNT-LEID.
           MOVE MSC-GLS-DESC IN MSC TO SNX-ENT-DESC.
           PERFORM GNS-PRO-SNX.
           IF MSC-SNX-MSCL IN MSC = SNX-SAL-CLAV
               GO TO NMS-GNS-BUS-FON.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'MSC-COD-TABL' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-MSC.
           IF NOT FIO-STAT-OKS
               SET SNX-FON-STAT-ABT TO TRUE
               GO TO FIN-GNS-BUS-FON.
           ADD 1 TO SNX-CNT-CAMB.
       NMS-GNS-BUS-FON.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'MSC-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-MSC.
           GO TO LUP-MSC-GNS-BUS-FON.
       FIN-GNS-BUS-FON.
           IF SMC-STAT-OKS
               MOVE SNX-SAV-EVTA TO EVT-IND-ACTV.
      *    cierre de la corrida simulada o confirmada ( GNSBGSMC )
           MOVE SMC-CIE TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
           EXIT.
      *
      *    Huella de la corrida ( el registro a recorrer ) y apertura
      *    segun SMC-COD-MODO.
       HUE-GNS-BUS-FON SECTION.
       INI-HUE-GNS-BUS-FON.
           MOVE 'FON'   TO SMC-ENT-PROG.
           MOVE SMC-INI TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
           MOVE SPACES       TO SMC-ENT-DATO.
           MOVE SNX-FON-REGI TO SMC-ENT-DATO( 1:3 ).
           MOVE 3            TO SMC-ENT-LARG.
           MOVE SMC-HSH TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
       ABR-HUE-GNS-BUS-FON.
           MOVE SMC-ABR TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
       FIN-HUE-GNS-BUS-FON.
           EXIT.
