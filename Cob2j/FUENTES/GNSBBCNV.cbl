      *Modulo batch que arma, en una cola, el informe diario de
      *conversiones entre monedas por par, a partir de la bitacora
      *CVJ que deja PES-CNV-MON. Recorre via GNS-FIO-CVJ con
      *FIO-FND-GRT / FIO-GET-NXT solo las filas de la fecha
      *CNV-REP-FECH ( SAAMMDD; 0 = hoy ), que por la llave vienen
      *agrupadas por par, y deja en la cola SCR-QCNV una CNV-LINE
      *'V' por cada conversion que uso una tasa anterior a la que
      *ya estaba publicada ese dia para el par ( o para alguna pata
      *del triangulo ) y, al corte de cada par, una CNV-LINE 'T'
      *con la cantidad de conversiones, el volumen origen y
      *destino, la tasa minima y maxima aplicada y cuantas usaron
      *tasa vieja. Las conversiones sin tasa ( 'NEX' ) solo suman
      *en la cantidad.
       GNS-BUS-CNV SECTION.
       INI-GNS-BUS-CNV.
           MOVE ZERO TO SCR-ICNV.
           MOVE CNV-REP-FECH TO CNV-WRK-FECH.
           IF CNV-WRK-FECH = ZEROES
               PERFORM GET-FHOY
               MOVE HOY-FHOY TO CNV-WRK-FECH.
           MOVE CNV-WRK-FECH( 3:6 ) TO CNV-WRK-FAMD.
           MOVE SPACES TO CNV-WRK-PAR.
           PERFORM ACU-GNS-BUS-CNV THRU FIN-ACU-GNS-BUS-CNV.
           MOVE SPACES       TO CVJ.
           MOVE CNV-WRK-FECH TO CVJ-FEC-CONV.
           MOVE ZEROES       TO CVJ-HRA-CONV CVJ-NUM-SECU.
           MOVE 'CVJ-KEY-ICVJ' TO FIO-AKEY.
           MOVE FIO-FND-GRT  TO FIO-CMND.
           PERFORM GNS-FIO-CVJ.
           IF NOT FIO-STAT-OKS
               GO TO FIN-GNS-BUS-CNV.
       LUP-GNS-BUS-CNV.
           IF CVJ-FEC-CONV NOT = CNV-WRK-FECH
               GO TO CRT-GNS-BUS-CNV.
           IF CVJ-MON-ORIG NOT = CNV-PAR-ORIG
              OR CVJ-MON-DEST NOT = CNV-PAR-DEST
               IF CNV-WRK-PAR > SPACES
                   PERFORM TOT-GNS-BUS-CNV THRU FIN-TOT-GNS-BUS-CNV.
           MOVE CVJ-MON-ORIG TO CNV-PAR-ORIG.
           MOVE CVJ-MON-DEST TO CNV-PAR-DEST.
           ADD 1 TO CNV-CNT-CONV.
           IF CVJ-COD-STAT NOT = 'OKS'
               GO TO NXT-GNS-BUS-CNV.
           ADD CVJ-SGV-ENTR TO CNV-SUM-ENTR.
           ADD CVJ-SGV-SALI TO CNV-SUM-SALI.
           IF CVJ-NUM-TASA < CNV-MIN-TASA
               MOVE CVJ-NUM-TASA TO CNV-MIN-TASA.
           IF CVJ-NUM-TASA > CNV-MAX-TASA
               MOVE CVJ-NUM-TASA TO CNV-MAX-TASA.
      *    misma moneda: no hay tasa que pueda estar vieja
           IF CVJ-MON-ORIG = CVJ-MON-DEST
              OR CVJ-FEC-TASA NOT < CNV-WRK-FAMD
               GO TO NXT-GNS-BUS-CNV.
           MOVE CVJ-HRA-CONV( 1:6 ) TO CNV-CON-HORA.
           MOVE 'N' TO CNV-IND-VIEJ.
           IF CVJ-IND-TRIA = 'S'
               MOVE CVJ-MON-ORIG( 2:3 ) TO CNV-PUB-ORIG
               MOVE CVJ-MON-PIVO( 2:3 ) TO CNV-PUB-DEST
               PERFORM VJA-GNS-BUS-CNV THRU FIN-VJA-GNS-BUS-CNV
               MOVE CVJ-MON-PIVO( 2:3 ) TO CNV-PUB-ORIG
               MOVE CVJ-MON-DEST( 2:3 ) TO CNV-PUB-DEST
               PERFORM VJA-GNS-BUS-CNV THRU FIN-VJA-GNS-BUS-CNV
           ELSE
               MOVE CVJ-MON-ORIG( 2:3 ) TO CNV-PUB-ORIG
               MOVE CVJ-MON-DEST( 2:3 ) TO CNV-PUB-DEST
               PERFORM VJA-GNS-BUS-CNV THRU FIN-VJA-GNS-BUS-CNV.
           IF CNV-IND-VIEJ NOT = 'S'
               GO TO NXT-GNS-BUS-CNV.
           ADD 1 TO CNV-CNT-VIEJ.
           MOVE SPACES       TO CNV-LINE.
           MOVE 'V'          TO CNV-LIN-TIPO.
           MOVE CVJ-MON-ORIG TO CNV-LIN-ORIG.
           MOVE CVJ-MON-DEST TO CNV-LIN-DEST.
           MOVE CVJ-HRA-CONV TO CNV-LIN-HORA.
           MOVE CVJ-COD-TERM TO CNV-LIN-TERM.
           MOVE CVJ-COD-OPER TO CNV-LIN-OPER.
           MOVE CVJ-IND-LADO TO CNV-LIN-LADO.
           MOVE CVJ-SGV-ENTR TO CNV-LIN-ENTR.
           MOVE CVJ-SGV-SALI TO CNV-LIN-SALI.
           MOVE CVJ-NUM-TASA TO CNV-LIN-TASA.
           MOVE CVJ-FEC-TASA TO CNV-LIN-FTAS.
           MOVE CVJ-IND-TRIA TO CNV-LIN-TRIA.
           MOVE ZEROES       TO CNV-LIN-CANT CNV-LIN-VENT
                                CNV-LIN-VSAL CNV-LIN-TMIN
                                CNV-LIN-TMAX CNV-LIN-CVIE.
           PERFORM PUT-GNS-BUS-CNV THRU FIN-PUT-GNS-BUS-CNV.
       NXT-GNS-BUS-CNV.
           MOVE 'CVJ-KEY-ICVJ' TO FIO-AKEY.
           MOVE FIO-GET-NXT TO FIO-CMND.
           PERFORM GNS-FIO-CVJ.
           IF FIO-STAT-OKS
               GO TO LUP-GNS-BUS-CNV.
       CRT-GNS-BUS-CNV.
           IF CNV-WRK-PAR > SPACES
               PERFORM TOT-GNS-BUS-CNV THRU FIN-TOT-GNS-BUS-CNV.
       FIN-GNS-BUS-CNV.
           EXIT.
      *Total del par que se corta.
       TOT-GNS-BUS-CNV SECTION.
       INI-TOT-GNS-BUS-CNV.
           MOVE SPACES       TO CNV-LINE.
           MOVE 'T'          TO CNV-LIN-TIPO.
           MOVE CNV-PAR-ORIG TO CNV-LIN-ORIG.
           MOVE CNV-PAR-DEST TO CNV-LIN-DEST.
           MOVE ZEROES       TO CNV-LIN-HORA CNV-LIN-ENTR
                                CNV-LIN-SALI CNV-LIN-TASA
                                CNV-LIN-FTAS.
           MOVE CNV-CNT-CONV TO CNV-LIN-CANT.
           MOVE CNV-SUM-ENTR TO CNV-LIN-VENT.
           MOVE CNV-SUM-SALI TO CNV-LIN-VSAL.
           IF CNV-MAX-TASA > ZEROES
               MOVE CNV-MIN-TASA TO CNV-LIN-TMIN
           ELSE
               MOVE ZEROES       TO CNV-LIN-TMIN.
           MOVE CNV-MAX-TASA TO CNV-LIN-TMAX.
           MOVE CNV-CNT-VIEJ TO CNV-LIN-CVIE.
           PERFORM PUT-GNS-BUS-CNV THRU FIN-PUT-GNS-BUS-CNV.
           PERFORM ACU-GNS-BUS-CNV THRU FIN-ACU-GNS-BUS-CNV.
       FIN-TOT-GNS-BUS-CNV.
           EXIT.
      *Limpia los acumulados del par.
       ACU-GNS-BUS-CNV SECTION.
       INI-ACU-GNS-BUS-CNV.
           MOVE ZEROES TO CNV-CNT-CONV CNV-CNT-VIEJ CNV-SUM-ENTR
                          CNV-SUM-SALI CNV-MAX-TASA.
           MOVE 999999999.999999 TO CNV-MIN-TASA.
       FIN-ACU-GNS-BUS-CNV.
           EXIT.
      *Mira si el par CNV-PUB-ORIG / CNV-PUB-DEST tenia tasa
      *publicada con vigencia de la fecha del informe antes de la
      *hora de la conversion; si la fila se cargo ese mismo dia, la
      *hora de publicacion es la de su grabacion, si no, rige desde
      *el comienzo del dia. Deja CNV-IND-VIEJ en 'S' al hallarla.
       VJA-GNS-BUS-CNV SECTION.
       INI-VJA-GNS-BUS-CNV.
           MOVE CNV-PUB-ORIG   TO CNV-KEY-ORIG.
           MOVE CNV-PUB-DEST   TO CNV-KEY-DEST.
           COMPUTE CNV-KEY-CFEC = 999999 - CNV-WRK-FAMD.
           MOVE SPACES         TO TAB.
           MOVE 'FXR'          TO TAB-COD-TTAB IN TAB.
           MOVE CNV-KEY-CTAB   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               GO TO FIN-VJA-GNS-BUS-CNV.
           MOVE ZEROES TO CNV-PUB-HORA.
           IF TAB-FEC-FTRN IN TAB = CNV-WRK-FECH
               MOVE TAB-HRA-HRTR IN TAB TO CNV-PUB-HORA.
           IF CNV-CON-HORA > CNV-PUB-HORA
               MOVE 'S' TO CNV-IND-VIEJ.
       FIN-VJA-GNS-BUS-CNV.
           EXIT.
      *Encola una fila del informe.
       PUT-GNS-BUS-CNV SECTION.
       INI-PUT-GNS-BUS-CNV.
           ADD 1 TO SCR-ICNV.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QCNV TO QUE-NAM-SEND.
           MOVE SCR-ICNV TO QUE-NUM-SEND.
           MOVE LENGTH OF CNV-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE CNV-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-CNV.
           EXIT.
