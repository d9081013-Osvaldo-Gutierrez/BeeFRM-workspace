      *'D' degradada ( respondio mas lento que SLD-LIM-DEGR ), 'X'
      *caida ( el TPCALL en si fallo, donde es visible ). El estado
      *compuesto queda en SLD-COD-GLOB, para que el monitoreo lo
      *consulte cada minuto. Ademas cada servicio con el circuito
      *abierto ( 'X' ) o en prueba ( 'D' ) en el cortacircuito del
      *despacho ( registro 'OPERCBK ' de GNSBGCBK.cbl ) sale como una
      *dependencia mas, con el tiempo que lleva en ese estado. Si el
      *propio servicio Oracle esta caido el chequeo termina en
      *aborto, lo que para el monitoreo es la misma mala noticia.
       GNS-BUS-SLD SECTION.
       INI-GNS-BUS-SLD.
           MOVE ZERO TO SCR-ISLD.
           MOVE 'N' TO SLD-IND-FAIL.
           MOVE 'MSGCAT  ' TO SLD-LIN-DEPE.
           PERFORM EVA-GNS-BUS-SLD THRU FIN-EVA-GNS-BUS-SLD.
      *
      *    4) Servicios con el circuito no cerrado ( el registro
      *    puede traer alguno ya cerrado entre medio: se salta )
           PERFORM LEE-GNS-CBK THRU FIN-LEE-GNS-CBK.
           PERFORM GET-FHOY.
           MOVE ZERO TO CBK-NUM-ILIS.
       CBK-GNS-BUS-SLD.
           ADD 1 TO CBK-NUM-ILIS.
           IF CBK-NUM-ILIS > CBK-MAX-LIST
               GO TO FIN-GNS-BUS-SLD.
           IF CBK-LIS-SERV( CBK-NUM-ILIS ) NOT > SPACES
               GO TO CBK-GNS-BUS-SLD.
           MOVE CBK-LIS-SERV( CBK-NUM-ILIS ) TO CBK-CTL-SERV.
           PERFORM EST-GNS-CBK THRU FIN-EST-GNS-CBK.
           IF CBK-EST-ESTA = 'C'
               GO TO CBK-GNS-BUS-SLD.
           MOVE CBK-CTL-SERV TO SLD-LIN-DEPE.
           IF CBK-EST-ESTA = 'A'
               MOVE 'X' TO SLD-LIN-ESTA SLD-COD-GLOB
           ELSE
               MOVE 'D' TO SLD-LIN-ESTA.
           IF SLD-LIN-ESTA = 'D' AND SLD-COD-GLOB = 'O'
               MOVE 'D' TO SLD-COD-GLOB.
           MOVE CBK-EST-FAPE TO CBK-WRK-FANT.
           MOVE CBK-EST-SAPE TO CBK-WRK-SANT.
           PERFORM DIF-GNS-CBK THRU FIN-DIF-GNS-CBK.
           COMPUTE SLD-LIN-ELAP = CBK-NUM-DIFE * 100.
           PERFORM PUT-GNS-BUS-SLD THRU FIN-PUT-GNS-BUS-SLD.
           GO TO CBK-GNS-BUS-SLD.
       FIN-GNS-BUS-SLD.
           EXIT.
      *
           ELSE
           IF SLD-LIN-ESTA = 'D' AND SLD-COD-GLOB = 'O'
               MOVE 'D' TO SLD-COD-GLOB.
           PERFORM PUT-GNS-BUS-SLD THRU FIN-PUT-GNS-BUS-SLD.
       FIN-EVA-GNS-BUS-SLD.
           EXIT.
      *
      *    Una fila del chequeo a la cola SCR-QSLD.
       PUT-GNS-BUS-SLD SECTION.
       INI-PUT-GNS-BUS-SLD.
           ADD 1 TO SCR-ISLD.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE SLD-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-SLD.
           EXIT.
