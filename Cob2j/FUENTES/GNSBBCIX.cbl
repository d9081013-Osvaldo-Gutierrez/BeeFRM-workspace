      *Referencia cruzada de los folios CIC clasicos a su forma de
      *despliegue, para los sistemas de abajo que guardan el numero
      *de 8 y migran al ampliado a su propio ritmo. Por cada centro
      *( CIX-CAI-FILT, o todos los que ya asignan en formato
      *ampliado ) recorre los numeros clasicos emitidos, del 1 al
      *folio clasico del centro ( CIC-NUM-ICIC, que al pasar a
      *ampliado queda congelado ), y deja en la cola SCR-QCIX una
      *CIX-LINE por numero: la forma clasica, la ampliada y la de
      *despliegue ( GNS-PRO-CIW ). La equivalencia es la misma
      *serie con ceros a la izquierda, asi que el verificador se
      *rederiva con VAL-VRF sin leer nada mas. Para en CIX-NUM-TOPE
      *filas y deja en CIX-CAI-SIGU / CIX-NUM-SIGU donde retomar;
      *cada pagina queda archivada en el repositorio de informes.
      *La consulta de un numero suelto es CIW-NOR, en linea.
       GNS-BUS-CIX SECTION.
       INI-GNS-BUS-CIX.
           SET CIX-STAT-OKS TO TRUE.
           MOVE ZERO   TO SCR-ICIX.
           MOVE SPACES TO CIX-CAI-SIGU.
           MOVE ZEROES TO CIX-NUM-SIGU.
           IF CIX-NUM-TOPE = ZERO
               MOVE CIX-MAX-TOPE TO CIX-NUM-TOPE.
           MOVE CIX-NUM-DESD TO CIX-NUM-BASE.
           IF CIX-NUM-BASE = ZERO
               MOVE 1 TO CIX-NUM-BASE.
           MOVE SPACES       TO CIC.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'CIC-CAI-ICIC' TO FIO-AKEY.
           IF CIX-CAI-FILT > SPACES
               MOVE CIX-CAI-FILT TO CIC-CAI-ICIC IN CIC
               MOVE FIO-GET-KEY  TO FIO-CMND
           ELSE
           IF CIX-CAI-DESD > SPACES
               MOVE CIX-CAI-DESD TO CIC-CAI-ICIC IN CIC
               MOVE FIO-FND-NLS  TO FIO-CMND
           ELSE
               MOVE FIO-FND-FST  TO FIO-CMND.
           PERFORM GNS-FIO-CIC.
           IF NOT FIO-STAT-OKS AND CIX-CAI-FILT > SPACES
               SET CIX-STAT-NEX TO TRUE.
           IF NOT FIO-STAT-OKS
               GO TO FIN-GNS-BUS-CIX.
      *    el centro de la corrida anterior ya no esta: el que sigue
      *    parte desde su primer numero
           IF CIX-CAI-DESD > SPACES
              AND CIC-CAI-ICIC IN CIC NOT = CIX-CAI-DESD
               MOVE 1 TO CIX-NUM-BASE.
       LUP-GNS-BUS-CIX.
           IF CIX-CAI-FILT = SPACES
              AND CIC-IND-FRMT IN CIC NOT = 'A'
               GO TO SIG-GNS-BUS-CIX.
           IF CIC-NUM-ICIC IN CIC NOT NUMERIC
               GO TO SIG-GNS-BUS-CIX.
           MOVE CIC-NUM-ICIC IN CIC TO CIX-NUM-ULTM.
       NUM-GNS-BUS-CIX.
           IF CIX-NUM-BASE > CIX-ULT-BASE
               GO TO SIG-GNS-BUS-CIX.
           IF SCR-ICIX NOT < CIX-NUM-TOPE
               MOVE CIC-CAI-ICIC IN CIC TO CIX-CAI-SIGU
               MOVE CIX-NUM-BASE        TO CIX-NUM-SIGU
               GO TO FIN-GNS-BUS-CIX.
           MOVE ZEROES       TO VRF-NUME.
           MOVE CIX-NUM-BASE TO VRF-NUME( 6:7 ).
           MOVE VRF-GET      TO VRF-CMND.
           PERFORM VAL-VRF.
           MOVE CIC-CAI-ICIC IN CIC TO CIW-SAL-CAI.
           MOVE CIX-NUM-BASE        TO CIW-SAL-BASE.
           MOVE VRF-DVRF            TO CIW-SAL-DVRF.
           PERFORM ARM-GNS-PRO-CIW THRU FIN-ARM-GNS-PRO-CIW.
           MOVE CIW-SAL-CLAS TO CIX-LIN-CLAS.
           MOVE CIW-SAL-AMPL TO CIX-LIN-AMPL.
           MOVE CIW-SAL-DESP TO CIX-LIN-DESP.
           ADD 1 TO SCR-ICIX.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QCIX TO QUE-NAM-SEND.
           MOVE SCR-ICIX TO QUE-NUM-SEND.
           MOVE LENGTH OF CIX-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE CIX-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           ADD 1 TO CIX-NUM-BASE.
           GO TO NUM-GNS-BUS-CIX.
       SIG-GNS-BUS-CIX.
           IF CIX-CAI-FILT > SPACES
               GO TO FIN-GNS-BUS-CIX.
           MOVE 1 TO CIX-NUM-BASE.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'CIC-CAI-ICIC' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-CIC.
           IF FIO-STAT-OKS
               GO TO LUP-GNS-BUS-CIX.
       FIN-GNS-BUS-CIX.
      *    la pagina queda archivada en el repositorio de
      *    informes ( GNSBGRPO.cbl )
           MOVE 'CIX'       TO RPO-ENT-CODI.
           MOVE SCR-QCIX    TO RPO-ENT-COLA.
           MOVE 'GNSBUSCIX' TO RPO-ENT-PROG.
           MOVE RPO-ARC     TO RPO-CMND.
           PERFORM GNS-PRO-RPO.
           EXIT.
