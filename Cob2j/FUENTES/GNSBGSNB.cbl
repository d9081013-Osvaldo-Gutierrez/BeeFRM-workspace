      *    TOM-GNS-BUS-SNB toma la foto del catalogo SNB-COD-TREG
      *    en el ambiente SNB-DBI-SNAP: primero vacia la foto
      *    anterior y despues copia el catalogo vivo fila a fila.
      *    Las notas adjuntas ( 'NTA' ) se fotografian y reponen con
      *    sus propios recorridos ( GNSBBNTA.cbl ).
      *    La auditoria queda suspendida durante la toma ( igual
      *    que en el archivador: el traslado masivo no es
      *    mantencion ), y las claves de firma de los eventos ( TAB
      *    'MAC' ) no se copian. Reusa los ayudantes de recorrido del
      *    comparador, que ya saben reposicionarse por llave entre
      *    ambientes.
       TOM-GNS-BUS-SNB SECTION.
           MOVE SNB-COD-TREG TO CMP-COD-TREG.
           MOVE AUD-IND-ACTV TO SNB-SAV-AUDA.
           MOVE 'N'          TO AUD-IND-ACTV.
      *    las notas adjuntas tienen su propio recorrido
           IF SNB-COD-TREG = 'NTA'
               PERFORM SNB-GNS-BUS-NTA THRU FIN-SNB-GNS-BUS-NTA
               GO TO FIN-TOM-GNS-BUS-SNB.
      *
      *    la foto anterior se vacia
           MOVE SNB-DBI-SNAP TO FIO-DBID-ALT.
           IF NOT FIO-STAT-OKS
               GO TO FIN-TOM-GNS-BUS-SNB.
           PERFORM SAV-GNS-BUS-CMP THRU FIN-SAV-GNS-BUS-CMP.
      *    las claves de firma ( TAB 'MAC' ) no salen a la foto
           IF CMP-COD-TREG NOT = 'MNU'
              AND TAB-COD-TTAB IN TAB = 'MAC'
               GO TO SIG-TOM-GNS-BUS-SNB.
           MOVE SNB-DBI-SNAP TO FIO-DBID-ALT.
           PERFORM PUT-GNS-BUS-SNB THRU FIN-PUT-GNS-BUS-SNB.
           IF FIO-STAT-CDK OR FIO-STAT-DMK
               MOVE SNB-DBI-SNAP TO FIO-DBID-ALT
               PERFORM MOD-GNS-BUS-SNB THRU FIN-MOD-GNS-BUS-SNB.
           ADD 1 TO SNB-CNT-COPS.
       SIG-TOM-GNS-BUS-SNB.
           PERFORM KEY-GNS-BUS-CMP THRU FIN-KEY-GNS-BUS-CMP.
           PERFORM NXA-GNS-BUS-CMP THRU FIN-NXA-GNS-BUS-CMP.
           GO TO LUP-TOM-GNS-BUS-SNB.
           MOVE ZEROES TO SCR-ISNB SNB-CNT-REPS SNB-CNT-RGRS
                          SNB-CNT-BORS.
           MOVE SNB-COD-TREG TO CMP-COD-TREG.
           IF SNB-COD-TREG = 'NTA'
               PERFORM SNR-GNS-BUS-NTA THRU FIN-SNR-GNS-BUS-NTA
               GO TO FIN-GNS-BUS-SNR.
      *
      *    pasada 1: la foto contra el vivo
           MOVE SNB-DBI-SNAP TO FIO-DBID-ALT.
           IF NOT FIO-STAT-OKS
               GO TO PS2-GNS-BUS-SNR.
           PERFORM SAV-GNS-BUS-CMP THRU FIN-SAV-GNS-BUS-CMP.
      *    las claves de firma ( TAB 'MAC' ) no se restauran ni se
      *    borran: no viajan en la foto
           IF CMP-COD-TREG NOT = 'MNU'
              AND TAB-COD-TTAB IN TAB = 'MAC'
               GO TO SG1-GNS-BUS-SNR.
           MOVE CMP-IMG-ENVA TO CMP-IMG-ENVB.
           PERFORM GET-GNS-BUS-CMP THRU FIN-GET-GNS-BUS-CMP.
           IF NOT FIO-STAT-OKS
                   MOVE 'RGR' TO SNB-LIN-TIPO
                   PERFORM EMT-GNS-BUS-SNR THRU
                           FIN-EMT-GNS-BUS-SNR.
       SG1-GNS-BUS-SNR.
           PERFORM KEY-GNS-BUS-CMP THRU FIN-KEY-GNS-BUS-CMP.
           MOVE SNB-DBI-SNAP TO FIO-DBID-ALT.
           PERFORM NXA-GNS-BUS-CMP THRU FIN-NXA-GNS-BUS-CMP.
           IF NOT FIO-STAT-OKS
               GO TO FIN-GNS-BUS-SNR.
           PERFORM SAV-GNS-BUS-CMP THRU FIN-SAV-GNS-BUS-CMP.
           IF CMP-COD-TREG NOT = 'MNU'
              AND TAB-COD-TTAB IN TAB = 'MAC'
               GO TO SG2-GNS-BUS-SNR.
           MOVE CMP-IMG-ENVA TO CMP-IMG-ENVB.
           MOVE SNB-DBI-SNAP TO FIO-DBID-ALT.
           PERFORM GET-GNS-BUS-CMP THRU FIN-GET-GNS-BUS-CMP.
               PERFORM DEL-GNS-BUS-SNB THRU FIN-DEL-GNS-BUS-SNB
               MOVE 'BOR' TO SNB-LIN-TIPO
               PERFORM EMT-GNS-BUS-SNR THRU FIN-EMT-GNS-BUS-SNR.
       SG2-GNS-BUS-SNR.
           PERFORM KEY-GNS-BUS-CMP THRU FIN-KEY-GNS-BUS-CMP.
           PERFORM NXA-GNS-BUS-CMP THRU FIN-NXA-GNS-BUS-CMP.
           GO TO LP2-GNS-BUS-SNR.
           IF CMP-COD-TREG = 'MNU'
               MOVE 'MNU-COD-NEMO' TO FIO-AKEY
               PERFORM GNS-FIO-MNU
           ELSE
           IF CMP-COD-TREG = 'MSG'
               MOVE 'MSG-COD-TABL' TO FIO-AKEY
               PERFORM GNS-FIO-MSG
           ELSE
           IF CMP-COD-TREG = 'CIC'
               MOVE 'CIC-CAI-ICIC' TO FIO-AKEY
               PERFORM GNS-FIO-CIC
           ELSE
           IF CMP-COD-TREG = 'OPR'
               MOVE 'OPR-KEY-IOPR' TO FIO-AKEY
               PERFORM GNS-FIO-OPR
           ELSE
               MOVE 'TAB-COD-TABL' TO FIO-AKEY
               PERFORM GNS-FIO-TAB.
           IF CMP-COD-TREG = 'MNU'
               MOVE 'MNU-COD-NEMO' TO FIO-AKEY
               PERFORM GNS-FIO-MNU
           ELSE
           IF CMP-COD-TREG = 'MSG'
               MOVE 'MSG-COD-TABL' TO FIO-AKEY
               PERFORM GNS-FIO-MSG
           ELSE
           IF CMP-COD-TREG = 'CIC'
               MOVE 'CIC-CAI-ICIC' TO FIO-AKEY
               PERFORM GNS-FIO-CIC
           ELSE
           IF CMP-COD-TREG = 'OPR'
               MOVE 'OPR-KEY-IOPR' TO FIO-AKEY
               PERFORM GNS-FIO-OPR
           ELSE
               MOVE 'TAB-COD-TABL' TO FIO-AKEY
               PERFORM GNS-FIO-TAB.
           IF CMP-COD-TREG = 'MNU'
               MOVE 'MNU-COD-NEMO' TO FIO-AKEY
               PERFORM GNS-FIO-MNU
           ELSE
           IF CMP-COD-TREG = 'MSG'
               MOVE 'MSG-COD-TABL' TO FIO-AKEY
               PERFORM GNS-FIO-MSG
           ELSE
           IF CMP-COD-TREG = 'CIC'
               MOVE 'CIC-CAI-ICIC' TO FIO-AKEY
               PERFORM GNS-FIO-CIC
           ELSE
           IF CMP-COD-TREG = 'OPR'
               MOVE 'OPR-KEY-IOPR' TO FIO-AKEY
               PERFORM GNS-FIO-OPR
           ELSE
               MOVE 'TAB-COD-TABL' TO FIO-AKEY
               PERFORM GNS-FIO-TAB.
       INI-RBD-GNS-BUS-SNB.
           IF CMP-COD-TREG = 'MNU'
               MOVE CMP-IMG-ENVA( 1:492 ) TO MNU
           ELSE
           IF CMP-COD-TREG = 'MSG'
               MOVE CMP-IMG-ENVA( 1:251 ) TO MSG
           ELSE
           IF CMP-COD-TREG = 'CIC'
               MOVE CMP-IMG-ENVA( 1:60 ) TO CIC
           ELSE
           IF CMP-COD-TREG = 'OPR'
               MOVE CMP-IMG-ENVA( 1:141 ) TO OPR
           ELSE
               MOVE CMP-IMG-ENVA( 1:206 ) TO TAB.
       FIN-RBD-GNS-BUS-SNB.
