      *VAL-VRF ( el algoritmo configurado en VRF-ALGO ) el digito de
      *los primeros 7 digitos de cada folio y lo coteja contra el
      *octavo; cada descuadre deja su VRS-LINE ( centro, numero,
      *guardado y calculado ) en la cola SCR-QVRS. En los centros de
      *formato ampliado coteja ademas el folio de 11 ( CIC-NUM-ICIA,
      *10 digitos + verificador ).
       GNS-BUS-VRS SECTION.
       INI-GNS-BUS-VRS.
           MOVE ZEROES TO SCR-IVRS VRS-CNT-REGS VRS-CNT-MALS.
       FIN-GNS-BUS-VRS.
           IF VRS-IND-CKPT = 'S'
               PERFORM CLR-GNS-PRO-CKP.
      *    la corrida queda archivada en el repositorio de
      *    informes ( GNSBGRPO.cbl )
           MOVE 'VRS'       TO RPO-ENT-CODI.
           MOVE SCR-QVRS    TO RPO-ENT-COLA.
           MOVE 'GNSBUSVRS' TO RPO-ENT-PROG.
           MOVE RPO-ARC     TO RPO-CMND.
           PERFORM GNS-PRO-RPO.
           EXIT.
      *
      *    Rederiva y coteja el digito del folio en curso.
           MOVE VRS-FOL-BASE TO VRF-NUME( 6:7 ).
           MOVE VRF-GET      TO VRF-CMND.
           PERFORM VAL-VRF.
           IF VRF-DVRF NOT = VRS-FOL-DVRF
               MOVE 'C'          TO VRS-LIN-FRMT
               MOVE ZEROES       TO VRS-LIN-FOLA
               MOVE VRS-FOL-DVRF TO VRS-LIN-DGRB
               PERFORM PUT-GNS-BUS-VRS THRU FIN-PUT-GNS-BUS-VRS.
      *    centro en formato ampliado: tambien su folio de 11
           IF CIC-IND-FRMT IN CIC NOT = 'A'
               GO TO FIN-CHK-GNS-BUS-VRS.
           MOVE CIC-NUM-ICIA IN CIC TO VRS-NUM-FOLA.
           MOVE ZEROES       TO VRF-NUME.
           MOVE VRS-FOA-BASE TO VRF-NUME( 3:10 ).
           MOVE VRF-GET      TO VRF-CMND.
           PERFORM VAL-VRF.
           IF VRF-DVRF NOT = VRS-FOA-DVRF
               MOVE 'A'          TO VRS-LIN-FRMT
               MOVE VRS-NUM-FOLA TO VRS-LIN-FOLA
               MOVE VRS-FOA-DVRF TO VRS-LIN-DGRB
               PERFORM PUT-GNS-BUS-VRS THRU FIN-PUT-GNS-BUS-VRS.
       FIN-CHK-GNS-BUS-VRS.
           EXIT.
      *
      *    Encola el descuadre ( digito guardado ya en VRS-LIN-DGRB,
      *    el calculado en VRF-DVRF ).
       PUT-GNS-BUS-VRS SECTION.
       INI-PUT-GNS-BUS-VRS.
           ADD 1 TO VRS-CNT-MALS.
           ADD 1 TO SCR-IVRS.
           MOVE CIC-CAI-ICIC IN CIC TO VRS-LIN-CAI.
           MOVE VRS-NUM-FOLI        TO VRS-LIN-FOLI.
           MOVE VRF-DVRF            TO VRS-LIN-DCAL.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE VRS-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-VRS.
           EXIT.
