      * Traslados de las Notas Adjuntas a un Registro
      *
      *    Las notas ( registro NTA ) siguen al registro anotado:
      *    ARC-GNS-BUS-NTA las lleva al archivo historico junto con
      *    el registro que el archivador GNS-BUS-RET acaba de
      *    trasladar ( dentro de su misma transaccion ), y
      *    RES-GNS-BUS-NTA las devuelve cuando GNS-PRO-RET repone el
      *    registro, conservando la copia archivada igual que el
      *    registro mismo. El llamador deja la tabla y la llave del
      *    registro en NTA-WRK-TABL / NTA-WRK-CLAV. Una nota que el
      *    otro ambiente rechaza se queda donde estaba y se cuenta
      *    en NTA-CNT-SALT.
       ARC-GNS-BUS-NTA SECTION.
       INI-ARC-GNS-BUS-NTA.
           MOVE SPACES       TO NTA.
           MOVE NTA-WRK-TABL TO NTA-COD-TABL.
           MOVE NTA-WRK-CLAV TO NTA-GLS-CLAV.
       LUP-ARC-GNS-BUS-NTA.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NTA-KEY-INTA' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-NTA.
           IF NOT FIO-STAT-OKS
              OR NTA-COD-TABL NOT = NTA-WRK-TABL
              OR NTA-GLS-CLAV NOT = NTA-WRK-CLAV
               GO TO FIN-ARC-GNS-BUS-NTA.
           MOVE RET-DBI-ARCH   TO FIO-DBID-ALT.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NTA-KEY-INTA' TO FIO-AKEY.
           MOVE FIO-PUT        TO FIO-CMND.
           PERFORM GNS-FIO-NTA.
           IF NOT FIO-STAT-OKS
              AND NOT FIO-STAT-CDK
              AND NOT FIO-STAT-DMK
               ADD 1 TO NTA-CNT-SALT
               GO TO LUP-ARC-GNS-BUS-NTA.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NTA-KEY-INTA' TO FIO-AKEY.
           MOVE FIO-DEL        TO FIO-CMND.
           PERFORM GNS-FIO-NTA.
           ADD 1 TO NTA-CNT-MOVS.
           GO TO LUP-ARC-GNS-BUS-NTA.
       FIN-ARC-GNS-BUS-NTA.
           EXIT.
      *
      *    Notas del registro recien repuesto, del archivo historico
      *    al ambiente en linea; la que ya estaba en linea se deja.
       RES-GNS-BUS-NTA SECTION.
       INI-RES-GNS-BUS-NTA.
           MOVE SPACES       TO NTA.
           MOVE NTA-WRK-TABL TO NTA-COD-TABL.
           MOVE NTA-WRK-CLAV TO NTA-GLS-CLAV.
       LUP-RES-GNS-BUS-NTA.
           MOVE RET-DBI-ARCH   TO FIO-DBID-ALT.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NTA-KEY-INTA' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-NTA.
           IF NOT FIO-STAT-OKS
              OR NTA-COD-TABL NOT = NTA-WRK-TABL
              OR NTA-GLS-CLAV NOT = NTA-WRK-CLAV
               GO TO FIN-RES-GNS-BUS-NTA.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NTA-KEY-INTA' TO FIO-AKEY.
           MOVE FIO-PUT        TO FIO-CMND.
           PERFORM GNS-FIO-NTA.
           IF FIO-STAT-OKS
               ADD 1 TO NTA-CNT-MOVS
           ELSE
           IF NOT FIO-STAT-CDK AND NOT FIO-STAT-DMK
               ADD 1 TO NTA-CNT-SALT.
           GO TO LUP-RES-GNS-BUS-NTA.
       FIN-RES-GNS-BUS-NTA.
           EXIT.
      *
      *    Foto de las notas en el ambiente SNB-DBI-SNAP ( la invoca
      *    TOM-GNS-BUS-SNB con SNB-COD-TREG = 'NTA' ): se vacia la
      *    foto anterior y se copian todas las notas vivas.
       SNB-GNS-BUS-NTA SECTION.
       INI-SNB-GNS-BUS-NTA.
           MOVE ZEROES TO NTA-CNT-MOVS.
       VAC-SNB-GNS-BUS-NTA.
           MOVE SPACES TO NTA.
           MOVE SNB-DBI-SNAP   TO FIO-DBID-ALT.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NTA-KEY-INTA' TO FIO-AKEY.
           MOVE FIO-FND-FST    TO FIO-CMND.
           PERFORM GNS-FIO-NTA.
           IF NOT FIO-STAT-OKS
               GO TO CPY-SNB-GNS-BUS-NTA.
           MOVE SNB-DBI-SNAP   TO FIO-DBID-ALT.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NTA-KEY-INTA' TO FIO-AKEY.
           MOVE FIO-DEL        TO FIO-CMND.
           PERFORM GNS-FIO-NTA.
           IF NOT FIO-STAT-OKS
               GO TO CPY-SNB-GNS-BUS-NTA.
           GO TO VAC-SNB-GNS-BUS-NTA.
       CPY-SNB-GNS-BUS-NTA.
           MOVE SPACES TO NTA.
       LUP-SNB-GNS-BUS-NTA.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NTA-KEY-INTA' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-NTA.
           IF NOT FIO-STAT-OKS
               GO TO FIN-SNB-GNS-BUS-NTA.
           MOVE SNB-DBI-SNAP   TO FIO-DBID-ALT.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NTA-KEY-INTA' TO FIO-AKEY.
           MOVE FIO-PUT        TO FIO-CMND.
           PERFORM GNS-FIO-NTA.
           ADD 1 TO NTA-CNT-MOVS.
           GO TO LUP-SNB-GNS-BUS-NTA.
       FIN-SNB-GNS-BUS-NTA.
           MOVE NTA-CNT-MOVS TO SNB-CNT-COPS.
           EXIT.
      *
      *    Restauracion de las notas al estado de la foto ( la
      *    invoca GNS-BUS-SNR con SNB-COD-TREG = 'NTA' ). Las notas
      *    no se modifican ni se borran, asi que solo se REPONEN las
      *    que la foto tiene y el vivo perdio.
       SNR-GNS-BUS-NTA SECTION.
       INI-SNR-GNS-BUS-NTA.
           MOVE 'NTA' TO CMP-COD-TREG.
           MOVE SPACES TO NTA.
       LUP-SNR-GNS-BUS-NTA.
           MOVE SNB-DBI-SNAP   TO FIO-DBID-ALT.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NTA-KEY-INTA' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-NTA.
           IF NOT FIO-STAT-OKS
               GO TO FIN-SNR-GNS-BUS-NTA.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NTA-KEY-INTA' TO FIO-AKEY.
           MOVE FIO-PUT        TO FIO-CMND.
           PERFORM GNS-FIO-NTA.
           IF FIO-STAT-OKS
               ADD 1 TO SNB-CNT-REPS
               MOVE NTA-GLS-CLAV TO CMP-LIN-CLAV
               MOVE 'REP' TO SNB-LIN-TIPO
               PERFORM EMT-GNS-BUS-SNR THRU FIN-EMT-GNS-BUS-SNR.
           GO TO LUP-SNR-GNS-BUS-NTA.
       FIN-SNR-GNS-BUS-NTA.
           EXIT.
