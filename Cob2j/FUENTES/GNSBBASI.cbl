      *Informe de solicitudes de asistencia por sucursal: recorre las
      *solicitudes ASI del dia ASI-REP-FECH ( cero = hoy ) y deja en
      *la cola SCR-QASI una fila 'SUC' por sucursal con cuantas se
      *pidieron, tomaron, respondieron, cerraron y vencieron, y los
      *minutos promedio desde el pedido hasta la toma y hasta la
      *primera respuesta. Sobre un dia ya terminado, la solicitud que
      *sigue abierta se cierra como vencida y su pantalla copiada se
      *descarta. Al final la fila 'TOT'; el informe se archiva en
      *RPO.
       GNS-BUS-ASI SECTION.
       INI-GNS-BUS-ASI.
           MOVE ZEROES TO SCR-IASI ASI-NUM-NSUC ASI-CNT-EXCE
                          ASI-TOT-NSOL ASI-TOT-NTOM ASI-TOT-NRES
                          ASI-TOT-NCER ASI-TOT-NVEN
                          ASI-TOT-STOM ASI-TOT-SRES.
           PERFORM GET-FHOY.
           MOVE HOY-FHOY TO ASI-WRK-FCOR.
           MOVE HOY-HHOY TO ASI-WRK-HCOR.
           MOVE ASI-REP-FECH TO ASI-WRK-FSOL.
           IF ASI-WRK-FSOL = ZEROES
               MOVE ASI-WRK-FCOR TO ASI-WRK-FSOL.
           MOVE SPACES       TO ASI.
           MOVE ASI-WRK-FSOL TO ASI-SOL-FECH.
           MOVE ZEROES       TO ASI-SOL-SECU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'ASI-KEY-IASI' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-ASI.
       LUP-GNS-BUS-ASI.
           IF NOT FIO-STAT-OKS
              OR ASI-SOL-FECH NOT = ASI-WRK-FSOL
               GO TO EMT-GNS-BUS-ASI.
           IF ASI-WRK-FSOL < ASI-WRK-FCOR
               PERFORM VEN-GNS-BUS-ASI THRU FIN-VEN-GNS-BUS-ASI.
           PERFORM ACU-GNS-BUS-ASI THRU FIN-ACU-GNS-BUS-ASI.
           MOVE 'ASI-KEY-IASI' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-ASI.
           GO TO LUP-GNS-BUS-ASI.
      *
      *    una fila por sucursal acumulada
       EMT-GNS-BUS-ASI.
           MOVE ZERO TO ASI-NUM-ISUC.
       LEM-GNS-BUS-ASI.
           ADD 1 TO ASI-NUM-ISUC.
           IF ASI-NUM-ISUC > ASI-NUM-NSUC
               GO TO TOT-GNS-BUS-ASI.
           MOVE SPACES TO ASI-LINE.
           MOVE 'SUC'  TO ASI-LIN-TIPO.
           MOVE ASI-SUC-CODI( ASI-NUM-ISUC ) TO ASI-LIN-SUCU.
           PERFORM NOM-GNS-BUS-ASI THRU FIN-NOM-GNS-BUS-ASI.
           MOVE ASI-WRK-FSOL TO ASI-LIN-FECH.
           MOVE ASI-SUC-NSOL( ASI-NUM-ISUC ) TO ASI-LIN-NSOL.
           MOVE ASI-SUC-NTOM( ASI-NUM-ISUC ) TO ASI-LIN-NTOM.
           MOVE ASI-SUC-NRES( ASI-NUM-ISUC ) TO ASI-LIN-NRES.
           MOVE ASI-SUC-NCER( ASI-NUM-ISUC ) TO ASI-LIN-NCER.
           MOVE ASI-SUC-NVEN( ASI-NUM-ISUC ) TO ASI-LIN-NVEN.
           MOVE ZEROES TO ASI-LIN-PTOM ASI-LIN-PRES ASI-LIN-NEXC.
           IF ASI-SUC-NTOM( ASI-NUM-ISUC ) > ZERO
               COMPUTE ASI-LIN-PTOM ROUNDED =
                   ASI-SUC-STOM( ASI-NUM-ISUC )
                 / ASI-SUC-NTOM( ASI-NUM-ISUC ).
           IF ASI-SUC-NRES( ASI-NUM-ISUC ) > ZERO
               COMPUTE ASI-LIN-PRES ROUNDED =
                   ASI-SUC-SRES( ASI-NUM-ISUC )
                 / ASI-SUC-NRES( ASI-NUM-ISUC ).
           PERFORM PUT-GNS-BUS-ASI THRU FIN-PUT-GNS-BUS-ASI.
           ADD ASI-SUC-NSOL( ASI-NUM-ISUC ) TO ASI-TOT-NSOL.
           ADD ASI-SUC-NTOM( ASI-NUM-ISUC ) TO ASI-TOT-NTOM.
           ADD ASI-SUC-NRES( ASI-NUM-ISUC ) TO ASI-TOT-NRES.
           ADD ASI-SUC-NCER( ASI-NUM-ISUC ) TO ASI-TOT-NCER.
           ADD ASI-SUC-NVEN( ASI-NUM-ISUC ) TO ASI-TOT-NVEN.
           ADD ASI-SUC-STOM( ASI-NUM-ISUC ) TO ASI-TOT-STOM.
           ADD ASI-SUC-SRES( ASI-NUM-ISUC ) TO ASI-TOT-SRES.
           GO TO LEM-GNS-BUS-ASI.
      *
      *    totales y archivo del informe ( GNSBGRPO.cbl )
       TOT-GNS-BUS-ASI.
           MOVE SPACES       TO ASI-LINE.
           MOVE 'TOT'        TO ASI-LIN-TIPO.
           MOVE ASI-WRK-FSOL TO ASI-LIN-FECH.
           MOVE ASI-TOT-NSOL TO ASI-LIN-NSOL.
           MOVE ASI-TOT-NTOM TO ASI-LIN-NTOM.
           MOVE ASI-TOT-NRES TO ASI-LIN-NRES.
           MOVE ASI-TOT-NCER TO ASI-LIN-NCER.
           MOVE ASI-TOT-NVEN TO ASI-LIN-NVEN.
           MOVE ZEROES       TO ASI-LIN-PTOM ASI-LIN-PRES.
           IF ASI-TOT-NTOM > ZERO
               COMPUTE ASI-LIN-PTOM ROUNDED =
                   ASI-TOT-STOM / ASI-TOT-NTOM.
           IF ASI-TOT-NRES > ZERO
               COMPUTE ASI-LIN-PRES ROUNDED =
                   ASI-TOT-SRES / ASI-TOT-NRES.
           MOVE ASI-CNT-EXCE TO ASI-LIN-NEXC.
           PERFORM PUT-GNS-BUS-ASI THRU FIN-PUT-GNS-BUS-ASI.
           MOVE 'ASI'       TO RPO-ENT-CODI.
           MOVE SCR-QASI    TO RPO-ENT-COLA.
           MOVE 'GNSBUSASI' TO RPO-ENT-PROG.
           MOVE RPO-ARC     TO RPO-CMND.
           PERFORM GNS-PRO-RPO.
       FIN-GNS-BUS-ASI.
           EXIT.
      *
      *    Dia terminado: la solicitud aun abierta queda vencida con
      *    el momento de la corrida, y la pantalla copiada se borra.
       VEN-GNS-BUS-ASI SECTION.
       INI-VEN-GNS-BUS-ASI.
           IF NOT ASI-STAT-PEND AND NOT ASI-STAT-TOMA
              AND NOT ASI-STAT-RESP AND ASI-IND-FOTO NOT = 'S'
               GO TO FIN-VEN-GNS-BUS-ASI.
           IF ASI-STAT-PEND OR ASI-STAT-TOMA OR ASI-STAT-RESP
               MOVE 'V'          TO ASI-COD-STAT
               MOVE ASI-WRK-FCOR TO ASI-FEC-CIER
               MOVE ASI-WRK-HCOR TO ASI-HRA-CIER.
           IF ASI-IND-FOTO = 'S'
               MOVE ASI-NUM-SOLI TO ASI-FOT-SOLI
               MOVE 'DEL'        TO QUE-COM-SEND
               MOVE SPACES       TO QUE-NAM-SEND
               MOVE ASI-NOM-FOTO TO QUE-NAM-SEND
               MOVE ZEROES       TO QUE-NUM-SEND
               MOVE ZEROES       TO QUE-LAR-SEND
               MOVE SPACES       TO QUE-TRX-SEND
               MOVE SPACES       TO QUE-DAT-SEND
               PERFORM GNS-MSJ-QUE
               MOVE 'N'          TO ASI-IND-FOTO.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'ASI-KEY-IASI' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-ASI.
       FIN-VEN-GNS-BUS-ASI.
           EXIT.
      *
      *    Suma la solicitud a la fila de su sucursal ( '????' sin
      *    sucursal ); con el vector lleno solo se cuenta aparte.
       ACU-GNS-BUS-ASI SECTION.
       INI-ACU-GNS-BUS-ASI.
           MOVE ASI-COD-SUCU TO ASI-WRK-RSUC.
           IF ASI-WRK-RSUC NOT > SPACES
               MOVE '????' TO ASI-WRK-RSUC.
           MOVE ZERO TO ASI-NUM-ISUC.
       LUP-ACU-GNS-BUS-ASI.
           ADD 1 TO ASI-NUM-ISUC.
           IF ASI-NUM-ISUC > ASI-NUM-NSUC
               GO TO NVO-ACU-GNS-BUS-ASI.
           IF ASI-SUC-CODI( ASI-NUM-ISUC ) NOT = ASI-WRK-RSUC
               GO TO LUP-ACU-GNS-BUS-ASI.
           GO TO SUM-ACU-GNS-BUS-ASI.
       NVO-ACU-GNS-BUS-ASI.
           IF ASI-NUM-NSUC NOT < ASI-MAX-SUCU
               ADD 1 TO ASI-CNT-EXCE
               GO TO FIN-ACU-GNS-BUS-ASI.
           ADD 1 TO ASI-NUM-NSUC.
           MOVE ASI-NUM-NSUC TO ASI-NUM-ISUC.
           MOVE ASI-WRK-RSUC TO ASI-SUC-CODI( ASI-NUM-ISUC ).
           MOVE ZEROES TO ASI-SUC-NSOL( ASI-NUM-ISUC )
                          ASI-SUC-NTOM( ASI-NUM-ISUC )
                          ASI-SUC-NRES( ASI-NUM-ISUC )
                          ASI-SUC-NCER( ASI-NUM-ISUC )
                          ASI-SUC-NVEN( ASI-NUM-ISUC )
                          ASI-SUC-STOM( ASI-NUM-ISUC )
                          ASI-SUC-SRES( ASI-NUM-ISUC ).
       SUM-ACU-GNS-BUS-ASI.
           ADD 1 TO ASI-SUC-NSOL( ASI-NUM-ISUC ).
           MOVE ASI-SOL-FECH TO ASI-WRK-FREF.
           MOVE ASI-HRA-SOLI TO ASI-WRK-HREF.
      *    minutos hasta la toma
           IF ASI-FEC-TOMA > ZEROES
               ADD 1 TO ASI-SUC-NTOM( ASI-NUM-ISUC )
               MOVE ASI-FEC-TOMA TO ASI-WRK-FHOY
               MOVE ASI-HRA-TOMA TO ASI-WRK-HHOY
               PERFORM DIF-GNS-ASI THRU FIN-DIF-GNS-ASI
               ADD ASI-NUM-DIFE TO ASI-SUC-STOM( ASI-NUM-ISUC ).
      *    minutos hasta la primera respuesta
           IF ASI-FEC-RESP > ZEROES
               ADD 1 TO ASI-SUC-NRES( ASI-NUM-ISUC )
               MOVE ASI-FEC-RESP TO ASI-WRK-FHOY
               MOVE ASI-HRA-RESP TO ASI-WRK-HHOY
               PERFORM DIF-GNS-ASI THRU FIN-DIF-GNS-ASI
               ADD ASI-NUM-DIFE TO ASI-SUC-SRES( ASI-NUM-ISUC ).
           IF ASI-STAT-CERR
               ADD 1 TO ASI-SUC-NCER( ASI-NUM-ISUC ).
           IF ASI-STAT-VENC
               ADD 1 TO ASI-SUC-NVEN( ASI-NUM-ISUC ).
       FIN-ACU-GNS-BUS-ASI.
           EXIT.
      *
      *    Nombre de la sucursal en emision ( maestro TAB 'SUC' ).
       NOM-GNS-BUS-ASI SECTION.
       INI-NOM-GNS-BUS-ASI.
           MOVE SPACES TO ASI-LIN-NOMB.
           MOVE SPACES         TO TAB.
           MOVE 'SUC'          TO TAB-COD-TTAB IN TAB.
           MOVE ASI-LIN-SUCU   TO TAB-COD-CTAB IN TAB ( 1:4 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               MOVE TAB-GLS-DESC IN TAB ( 1:25 ) TO ASI-LIN-NOMB.
       FIN-NOM-GNS-BUS-ASI.
           EXIT.
      *
      *    Una fila del informe a la cola SCR-QASI.
       PUT-GNS-BUS-ASI SECTION.
       INI-PUT-GNS-BUS-ASI.
           ADD 1 TO SCR-IASI.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QASI TO QUE-NAM-SEND.
           MOVE SCR-IASI TO QUE-NUM-SEND.
           MOVE LENGTH OF ASI-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE ASI-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-ASI.
           EXIT.
