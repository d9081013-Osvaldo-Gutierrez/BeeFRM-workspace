      *Informe de banderas de funcionalidad: recorre TAB 'FLG' y deja
      *en la cola SCR-QFLG una fila por bandera ( estado, alcance,
      *porcentaje y fecha de encendido total ) seguida de una fila
      *por cada lista de alcance TAB 'FLA' suya. La bandera encendida
      *para toda la red desde hace FLG-MES-RETI meses o mas sale con
      *la marca de retiro 'R': su camino viejo ya no corre en ningun
      *lado y la pregunta puede quitarse del codigo. Deja en
      *FLG-CNT-FLAG las banderas listadas y en FLG-CNT-RETI las
      *propuestas para retiro.
       GNS-BUS-FLG SECTION.
       INI-GNS-BUS-FLG.
           MOVE ZEROES TO FLG-CNT-FLAG FLG-CNT-RETI SCR-IFLG.
           PERFORM GET-FHOY.
           MOVE HOY-FHOY TO FLG-WRK-FHOY FLG-WRK-FECH.
           COMPUTE FLG-NUM-MHOY = FLG-FEC-SSAA * 12 + FLG-FEC-MM.
           MOVE SPACES       TO TAB.
           MOVE 'FLG'        TO TAB-COD-TTAB IN TAB.
       LUP-GNS-BUS-FLG.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'FLG'
               GO TO FIN-GNS-BUS-FLG.
           ADD 1 TO FLG-CNT-FLAG.
           MOVE TAB-GLS-DESC IN TAB TO FLG-WRK-DESC.
           MOVE SPACES TO FLG-LINE.
           MOVE 'FLG'  TO FLG-LIN-TIPO.
           MOVE TAB-COD-CTAB IN TAB ( 1:8 ) TO FLG-LIN-CODI
                                               FLG-ENT-CODI.
           MOVE TAB-IND-VIGE IN TAB TO FLG-LIN-VIGE.
           MOVE FLG-DSC-ESTA TO FLG-LIN-ESTA.
           MOVE FLG-DSC-ALCA TO FLG-LIN-ALCA.
           MOVE FLG-DSC-PORC TO FLG-LIN-PORC.
           MOVE FLG-DSC-FTOT TO FLG-LIN-FTOT.
           MOVE ZEROES TO FLG-LIN-MESE.
      *    meses cumplidos encendida para toda la red
           IF TAB-IND-VIGE IN TAB NOT = 'N'
              AND FLG-DSC-ESTA = 'S' AND FLG-ALCA-TODO
              AND FLG-DSC-FTOT IS NUMERIC
               MOVE FLG-DSC-FTOT-RED TO FLG-WRK-FECH
               COMPUTE FLG-NUM-MTOT = FLG-FEC-SSAA * 12 + FLG-FEC-MM
               COMPUTE FLG-LIN-MESE = FLG-NUM-MHOY - FLG-NUM-MTOT
               IF FLG-LIN-MESE NOT < FLG-MES-RETI
                   MOVE 'R' TO FLG-LIN-IRET
                   ADD 1 TO FLG-CNT-RETI.
           PERFORM PUT-GNS-BUS-FLG THRU FIN-PUT-GNS-BUS-FLG.
           PERFORM LIS-GNS-BUS-FLG THRU FIN-LIS-GNS-BUS-FLG.
      *    el recorrido sigue desde la bandera listada
           MOVE SPACES       TO TAB.
           MOVE 'FLG'        TO TAB-COD-TTAB IN TAB.
           MOVE FLG-ENT-CODI TO TAB-COD-CTAB IN TAB.
           GO TO LUP-GNS-BUS-FLG.
       FIN-GNS-BUS-FLG.
           EXIT.
      *
      *    Listas de alcance TAB 'FLA' de la bandera FLG-ENT-CODI.
       LIS-GNS-BUS-FLG SECTION.
       INI-LIS-GNS-BUS-FLG.
           MOVE SPACES       TO TAB.
           MOVE 'FLA'        TO TAB-COD-TTAB IN TAB.
           MOVE FLG-ENT-CODI TO TAB-COD-CTAB IN TAB.
       LUP-LIS-GNS-BUS-FLG.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'FLA'
              OR TAB-COD-CTAB IN TAB ( 1:8 ) NOT = FLG-ENT-CODI
               GO TO FIN-LIS-GNS-BUS-FLG.
           MOVE SPACES TO FLG-LINE.
           MOVE 'ALC'  TO FLG-LIN-TIPO.
           MOVE FLG-ENT-CODI TO FLG-LIN-CODI.
           MOVE TAB-IND-VIGE IN TAB TO FLG-LIN-VIGE.
           MOVE FLG-DSC-ALCA TO FLG-LIN-ALCA.
           MOVE ZEROES TO FLG-LIN-MESE.
           MOVE TAB-COD-CTAB IN TAB ( 9:2 ) TO FLG-LIN-ORDI.
           MOVE TAB-GLS-DESC IN TAB TO FLG-LIN-LIST.
           PERFORM PUT-GNS-BUS-FLG THRU FIN-PUT-GNS-BUS-FLG.
           GO TO LUP-LIS-GNS-BUS-FLG.
       FIN-LIS-GNS-BUS-FLG.
           EXIT.
      *
      *    Encola la fila armada como proximo item de SCR-QFLG.
       PUT-GNS-BUS-FLG SECTION.
       INI-PUT-GNS-BUS-FLG.
           ADD 1 TO SCR-IFLG.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QFLG TO QUE-NAM-SEND.
           MOVE SCR-IFLG TO QUE-NUM-SEND.
           MOVE LENGTH OF FLG-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE FLG-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-FLG.
           EXIT.
