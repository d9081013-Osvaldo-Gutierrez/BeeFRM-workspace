      *Reposicion nocturna de la base de entrenamiento: vacia en el
      *ambiente ENT-DBI-ENTR los catalogos TAB, MNU y MSG y los
      *maestros CIC y OPR, y los vuelve a copiar desde produccion
      *fila a fila, con el perfil de mascara de cada registro ( TAB
      *'MSK', el mismo de la extraccion GNS-BUS-EXT ) aplicado antes
      *de grabar: los alumnos practican con datos de forma real pero
      *nunca con los verdaderos. El maestro OPR solo se repone si
      *tiene perfil de mascara, y las claves de firma de los eventos
      *( TAB 'MAC' ) no se copian. La auditoria queda suspendida
      *durante la copia, igual que en la foto diaria
      *( TOM-GNS-BUS-SNB ), cuyos ayudantes de grabacion se reusan,
      *y tampoco salen eventos de interfaz: lo que se graba en la
      *base de entrenamiento no es mantencion de produccion.
      *Deja en ENT-CNT-BORS las filas vaciadas y en ENT-CNT-COPS las
      *copiadas.
       GNS-BUS-ENT SECTION.
       INI-GNS-BUS-ENT.
           MOVE ZEROES TO ENT-CNT-BORS ENT-CNT-COPS.
           IF ENT-IND-ACTV NOT = 'S'
               GO TO FIN-GNS-BUS-ENT.
           PERFORM LOD-GNS-ENT THRU FIN-LOD-GNS-ENT.
           MOVE AUD-IND-ACTV TO ENT-SAV-AUDA.
           MOVE 'N'          TO AUD-IND-ACTV.
           MOVE EXT-IND-MASK TO ENT-SAV-MASK.
           MOVE 'S'          TO EXT-IND-MASK.
           MOVE EVT-IND-ACTV TO ENT-SAV-EVTA.
           MOVE 'N'          TO EVT-IND-ACTV.
           MOVE 'TAB' TO ENT-COD-TREG.
           PERFORM REP-GNS-BUS-ENT THRU FIN-REP-GNS-BUS-ENT.
           MOVE 'MNU' TO ENT-COD-TREG.
           PERFORM REP-GNS-BUS-ENT THRU FIN-REP-GNS-BUS-ENT.
           MOVE 'MSG' TO ENT-COD-TREG.
           PERFORM REP-GNS-BUS-ENT THRU FIN-REP-GNS-BUS-ENT.
           MOVE 'CIC' TO ENT-COD-TREG.
           PERFORM REP-GNS-BUS-ENT THRU FIN-REP-GNS-BUS-ENT.
           MOVE 'OPR' TO ENT-COD-TREG.
           PERFORM REP-GNS-BUS-ENT THRU FIN-REP-GNS-BUS-ENT.
           MOVE ENT-SAV-MASK TO EXT-IND-MASK.
           MOVE ENT-SAV-EVTA TO EVT-IND-ACTV.
           MOVE ENT-SAV-AUDA TO AUD-IND-ACTV.
       FIN-GNS-BUS-ENT.
           EXIT.
      *
      *    Reposicion de un registro ( ENT-COD-TREG ).
       REP-GNS-BUS-ENT SECTION.
       INI-REP-GNS-BUS-ENT.
           MOVE ENT-COD-TREG TO CMP-COD-TREG EXT-COD-TREG.
           PERFORM MSK-GNS-BUS-EXT THRU FIN-MSK-GNS-BUS-EXT.
      *    el maestro OPR sin perfil de mascara no sale de
      *    produccion, igual que en la extraccion
           IF ENT-COD-TREG = 'OPR' AND EXT-CNT-MASK = ZERO
               GO TO FIN-REP-GNS-BUS-ENT.
      *
      *    la base de entrenamiento se vacia
           MOVE ENT-DBI-ENTR TO FIO-DBID-ALT.
           PERFORM FSA-GNS-BUS-CMP THRU FIN-FSA-GNS-BUS-CMP.
       VAC-REP-GNS-BUS-ENT.
           IF NOT FIO-STAT-OKS
               GO TO CPY-REP-GNS-BUS-ENT.
           PERFORM SAV-GNS-BUS-CMP THRU FIN-SAV-GNS-BUS-CMP.
           MOVE ENT-DBI-ENTR TO FIO-DBID-ALT.
           PERFORM DEL-GNS-BUS-SNB THRU FIN-DEL-GNS-BUS-SNB.
           ADD 1 TO ENT-CNT-BORS.
           PERFORM KEY-GNS-BUS-CMP THRU FIN-KEY-GNS-BUS-CMP.
           MOVE ENT-DBI-ENTR TO FIO-DBID-ALT.
           PERFORM NXA-GNS-BUS-CMP THRU FIN-NXA-GNS-BUS-CMP.
           GO TO VAC-REP-GNS-BUS-ENT.
      *
      *    produccion se copia fila a fila, enmascarada
       CPY-REP-GNS-BUS-ENT.
           PERFORM FSA-GNS-BUS-CMP THRU FIN-FSA-GNS-BUS-CMP.
       LUP-REP-GNS-BUS-ENT.
           IF NOT FIO-STAT-OKS
               GO TO FIN-REP-GNS-BUS-ENT.
           PERFORM SAV-GNS-BUS-CMP THRU FIN-SAV-GNS-BUS-CMP.
      *    las claves de firma de los eventos ( TAB 'MAC' ) no pasan
           IF ENT-COD-TREG = 'TAB'
              AND TAB-COD-TTAB IN TAB = 'MAC'
               GO TO SIG-REP-GNS-BUS-ENT.
           IF EXT-CNT-MASK > ZERO
               PERFORM PRE-ROW-GNS-BUS-EXT THRU
                       FIN-PRE-ROW-GNS-BUS-EXT.
           MOVE ENT-DBI-ENTR TO FIO-DBID-ALT.
           PERFORM PUT-GNS-BUS-SNB THRU FIN-PUT-GNS-BUS-SNB.
           IF FIO-STAT-CDK OR FIO-STAT-DMK
      *        quedo una fila con la misma llave: se regraba con la
      *        imagen de produccion, otra vez enmascarada
               PERFORM RBD-GNS-BUS-SNB THRU FIN-RBD-GNS-BUS-SNB
               IF EXT-CNT-MASK > ZERO
                   PERFORM PRE-ROW-GNS-BUS-EXT THRU
                           FIN-PRE-ROW-GNS-BUS-EXT.
           IF FIO-STAT-CDK OR FIO-STAT-DMK
               MOVE ENT-DBI-ENTR TO FIO-DBID-ALT
               PERFORM MOD-GNS-BUS-SNB THRU FIN-MOD-GNS-BUS-SNB.
           ADD 1 TO ENT-CNT-COPS.
       SIG-REP-GNS-BUS-ENT.
           PERFORM KEY-GNS-BUS-CMP THRU FIN-KEY-GNS-BUS-CMP.
           PERFORM NXA-GNS-BUS-CMP THRU FIN-NXA-GNS-BUS-CMP.
           GO TO LUP-REP-GNS-BUS-ENT.
       FIN-REP-GNS-BUS-ENT.
           EXIT.
