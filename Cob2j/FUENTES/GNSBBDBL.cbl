      *Listado de envios repetidos suprimidos, para la fecha
      *DBL-REP-FECH ( cero = hoy ). Recorre la cola del dia ( 'GDBL'
      *+ mes + dia, la que deja CHK-GNS-DBL ) y deja una fila 'DBL'
      *por envio suprimido ( terminal, operador, servicio, momento y
      *segundos desde el envio original ), despues una fila 'SRV'
      *con los suprimidos de cada servicio y al final la fila 'TOT'.
      *Como la cola se llama igual todos los anios, los items de
      *otra fecha no se listan y solo se cuentan. Todo sale en la
      *cola SCR-QDBL y se archiva en RPO; con DBL-IND-BORR en 'S'
      *( la cadena nocturna ) la cola del dia se borra despues.
       GNS-BUS-DBL SECTION.
       INI-GNS-BUS-DBL.
           MOVE ZEROES TO SCR-IDBL DBL-NUM-SERV DBL-CNT-ITEM
                          DBL-CNT-OTRO DBL-CNT-EXCE.
           MOVE DBL-REP-FECH TO DBL-FEC-PROC.
           IF DBL-FEC-PROC = ZEROES
               PERFORM GET-FHOY
               MOVE HOY-FHOY TO DBL-FEC-PROC.
           MOVE DBL-MES-PROC TO DBL-JRN-MMES.
           MOVE DBL-DIA-PROC TO DBL-JRN-DIAS.
           MOVE ZERO TO DBL-NUM-ITEM.
       LUP-GNS-BUS-DBL.
           ADD 1 TO DBL-NUM-ITEM.
           IF DBL-NUM-ITEM > 9999
               GO TO SRV-GNS-BUS-DBL.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE DBL-NOM-JRNL TO QUE-NAM-SEND.
           MOVE DBL-NUM-ITEM TO QUE-NUM-SEND.
           MOVE LENGTH OF DBL-JRN-ITEM TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               GO TO SRV-GNS-BUS-DBL.
           MOVE QUE-DAT-RECV( 1:50 ) TO DBL-JRN-ITEM.
           IF DBL-JRN-STMP NOT NUMERIC
              OR DBL-JRN-STMP( 1:8 ) NOT = DBL-FEC-PROC
               ADD 1 TO DBL-CNT-OTRO
               GO TO LUP-GNS-BUS-DBL.
           ADD 1 TO DBL-CNT-ITEM.
           PERFORM ACU-GNS-BUS-DBL THRU FIN-ACU-GNS-BUS-DBL.
           MOVE SPACES       TO DBL-LINE.
           MOVE ZEROES       TO DBL-LIN-CANT DBL-LIN-NOTR
                                DBL-LIN-NEXC.
           MOVE 'DBL'        TO DBL-LIN-TIPO.
           MOVE DBL-JRN-TERM TO DBL-LIN-TERM.
           MOVE DBL-JRN-OPER TO DBL-LIN-OPER.
           MOVE DBL-JRN-SERV TO DBL-LIN-SERV.
           MOVE DBL-JRN-HUEL TO DBL-LIN-HUEL.
           MOVE DBL-JRN-STMP TO DBL-LIN-STMP.
           MOVE DBL-JRN-DIFE TO DBL-LIN-DIFE.
           MOVE DBL-JRN-VIAS TO DBL-LIN-VIAS.
           PERFORM PUT-GNS-BUS-DBL THRU FIN-PUT-GNS-BUS-DBL.
           GO TO LUP-GNS-BUS-DBL.
      *
      *    suprimidos por servicio
       SRV-GNS-BUS-DBL.
           MOVE ZERO TO DBL-NUM-ISRV.
       LSV-GNS-BUS-DBL.
           ADD 1 TO DBL-NUM-ISRV.
           IF DBL-NUM-ISRV > DBL-NUM-SERV
               GO TO TOT-GNS-BUS-DBL.
           MOVE SPACES       TO DBL-LINE.
           MOVE ZEROES       TO DBL-LIN-HUEL DBL-LIN-DIFE
                                DBL-LIN-NOTR DBL-LIN-NEXC.
           MOVE 'SRV'        TO DBL-LIN-TIPO.
           MOVE DBL-SRV-CODI( DBL-NUM-ISRV ) TO DBL-LIN-SERV.
           MOVE DBL-SRV-CANT( DBL-NUM-ISRV ) TO DBL-LIN-CANT.
           COMPUTE DBL-LIN-STMP = DBL-FEC-PROC * 1000000.
           PERFORM PUT-GNS-BUS-DBL THRU FIN-PUT-GNS-BUS-DBL.
           GO TO LSV-GNS-BUS-DBL.
      *
      *    totales del dia y archivo del listado ( GNSBGRPO.cbl )
       TOT-GNS-BUS-DBL.
           MOVE SPACES       TO DBL-LINE.
           MOVE ZEROES       TO DBL-LIN-HUEL DBL-LIN-DIFE.
           MOVE 'TOT'        TO DBL-LIN-TIPO.
           COMPUTE DBL-LIN-STMP = DBL-FEC-PROC * 1000000.
           MOVE DBL-CNT-ITEM TO DBL-LIN-CANT.
           MOVE DBL-CNT-OTRO TO DBL-LIN-NOTR.
           MOVE DBL-CNT-EXCE TO DBL-LIN-NEXC.
           PERFORM PUT-GNS-BUS-DBL THRU FIN-PUT-GNS-BUS-DBL.
           MOVE 'DBL'       TO RPO-ENT-CODI.
           MOVE SCR-QDBL    TO RPO-ENT-COLA.
           MOVE 'GNSBUSDBL' TO RPO-ENT-PROG.
           MOVE RPO-ARC     TO RPO-CMND.
           PERFORM GNS-PRO-RPO.
           IF DBL-IND-BORR NOT = 'S' OR DBL-NUM-ITEM = 1
               GO TO FIN-GNS-BUS-DBL.
           MOVE 'DEL'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE DBL-NOM-JRNL TO QUE-NAM-SEND.
           MOVE ZEROES       TO QUE-NUM-SEND.
           MOVE ZEROES       TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-GNS-BUS-DBL.
           EXIT.
      *
      *    Suma el suprimido a su servicio; sin lugar en el vector,
      *    solo se cuenta.
       ACU-GNS-BUS-DBL SECTION.
       INI-ACU-GNS-BUS-DBL.
           MOVE ZERO TO DBL-NUM-ISRV.
       LUP-ACU-GNS-BUS-DBL.
           ADD 1 TO DBL-NUM-ISRV.
           IF DBL-NUM-ISRV > DBL-NUM-SERV
               GO TO NUE-ACU-GNS-BUS-DBL.
           IF DBL-SRV-CODI( DBL-NUM-ISRV ) NOT = DBL-JRN-SERV
               GO TO LUP-ACU-GNS-BUS-DBL.
           ADD 1 TO DBL-SRV-CANT( DBL-NUM-ISRV ).
           GO TO FIN-ACU-GNS-BUS-DBL.
       NUE-ACU-GNS-BUS-DBL.
           IF DBL-NUM-SERV NOT < DBL-MAX-SERV
               ADD 1 TO DBL-CNT-EXCE
               GO TO FIN-ACU-GNS-BUS-DBL.
           ADD 1 TO DBL-NUM-SERV.
           MOVE DBL-JRN-SERV TO DBL-SRV-CODI( DBL-NUM-SERV ).
           MOVE 1            TO DBL-SRV-CANT( DBL-NUM-SERV ).
       FIN-ACU-GNS-BUS-DBL.
           EXIT.
      *
      *    Una fila del listado a la cola SCR-QDBL.
       PUT-GNS-BUS-DBL SECTION.
       INI-PUT-GNS-BUS-DBL.
           ADD 1 TO SCR-IDBL.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QDBL TO QUE-NAM-SEND.
           MOVE SCR-IDBL TO QUE-NUM-SEND.
           MOVE LENGTH OF DBL-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE DBL-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-DBL.
           EXIT.
