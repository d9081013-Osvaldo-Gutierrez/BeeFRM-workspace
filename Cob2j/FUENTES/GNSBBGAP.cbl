           IF FIO-STAT-OKS
               GO TO LUP-GNS-BUS-GAP.
       FIN-GNS-BUS-GAP.
      *    la corrida queda archivada en el repositorio de
      *    informes ( GNSBGRPO.cbl )
           MOVE 'GAP'       TO RPO-ENT-CODI.
           MOVE SCR-QGAP    TO RPO-ENT-COLA.
           MOVE 'GNSBUSGAP' TO RPO-ENT-PROG.
           MOVE RPO-ARC     TO RPO-CMND.
           PERFORM GNS-PRO-RPO.
           EXIT.
      *
      *    Concilia el centro en curso contra su secuencia.
       CHK-GNS-BUS-GAP SECTION.
       INI-CHK-GNS-BUS-GAP.
      *    la posicion de TAB 'CAI' es de 8 digitos: los centros en
      *    formato ampliado ( GNSBRCIC ) no se concilian contra ella
           IF CIC-IND-FRMT IN CIC = 'A'
               GO TO FIN-CHK-GNS-BUS-GAP.
           ADD 1 TO GAP-CNT-CNTR.
           MOVE CIC-CAI-ICIC IN CIC TO GAP-LIN-CAI.
           MOVE CIC-NUM-ICIC IN CIC TO GAP-LIN-FOLI.
