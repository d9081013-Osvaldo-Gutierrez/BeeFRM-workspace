      *Mapa de llamadas entre programas y servicios para el periodo
      *MAP-FEC-DESD a MAP-FEC-HAST ( cero = hoy ). Recorre las
      *capturas de TRC del periodo ( las deja el modo captura en
      *XCT/LNK-GNS-PRO-SYS ) y suma cada despacho a su par llamador
      *+ servicio + camino: volumen, fallas del link y tiempo de
      *respuesta. Antes carga la base de la corrida anterior ( cola
      *'OPERMAP ' ), asi el mapa conserva los pares que no se vieron
      *en el periodo con su ultima llamada. Salen en la cola
      *SCR-QMAP los pares del periodo ( 'PAR' ), los pares que no
      *estaban en la base ( 'NUE' ), los servicios sin llamadas en
      *los ultimos MAP-DIA-INAC dias ( 'ABA' ), los llamadores del
      *servicio MAP-ENT-SERV si se pidio ( 'LLA' ) y la fila 'TOT';
      *el informe se archiva en RPO. Con MAP-IND-GRAB en 'S' ( la
      *cadena nocturna ) el mapa queda como base de la proxima
      *corrida. Las capturas anteriores a la marca del llamador
      *salen con el llamador en espacios.
       GNS-BUS-MAP SECTION.
       INI-GNS-BUS-MAP.
           MOVE ZEROES TO SCR-IMAP MAP-NUM-PARS MAP-NUM-IPEN
                          MAP-CNT-CAPT MAP-CNT-FALL MAP-CNT-NUEV
                          MAP-CNT-ABAN MAP-CNT-EXCE.
           IF MAP-FEC-DESD = ZEROES OR MAP-FEC-HAST = ZEROES
               PERFORM GET-FHOY.
           IF MAP-FEC-HAST = ZEROES
               MOVE HOY-FHOY TO MAP-FEC-HAST.
           IF MAP-FEC-DESD = ZEROES
               MOVE HOY-FHOY TO MAP-FEC-DESD.
      *    corte del abandono ( CAL-FEC RST-DIA )
           MOVE MAP-FEC-HAST TO MAP-FEC-CORT.
           MOVE SPACES       TO FEC-FECH.
           MOVE MAP-COR-DD   TO FEC-ITM1.
           MOVE MAP-COR-MM   TO FEC-ITM2.
           MOVE MAP-COR-SS   TO FEC-ITM3.
           MOVE MAP-COR-AA   TO FEC-ITM4.
           MOVE FEC-FORM-FEC TO FEC-FORM.
           MOVE SPACES       TO FEC-IEDT.
           MOVE MAP-DIA-INAC TO FEC-NDIA.
           MOVE FEC-RST-DIA  TO FEC-CMND.
           PERFORM CAL-FEC.
           MOVE FEC-ITM1 TO MAP-COR-DD.
           MOVE FEC-ITM2 TO MAP-COR-MM.
           MOVE FEC-ITM3 TO MAP-COR-SS.
           MOVE FEC-ITM4 TO MAP-COR-AA.
           PERFORM BAS-GNS-BUS-MAP THRU FIN-BAS-GNS-BUS-MAP.
           MOVE SPACES       TO TRC.
           MOVE MAP-FEC-DESD TO TRC-FEC-FTRN.
           MOVE ZEROES       TO TRC-HRA-HRTR TRC-NUM-SECU
                                TRC-NUM-PART.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TRC-KEY-ITRC' TO FIO-AKEY.
           MOVE FIO-FND-NLS  TO FIO-CMND.
           PERFORM GNS-FIO-TRC.
       LUP-GNS-BUS-MAP.
           IF NOT FIO-STAT-OKS
              OR TRC-FEC-FTRN > MAP-FEC-HAST
               GO TO PAR-GNS-BUS-MAP.
           IF TRC-NUM-PART = 02
               GO TO TIE-GNS-BUS-MAP.
           IF TRC-NUM-PART NOT = 01
              OR TRC-NUM-STAT NOT NUMERIC
               GO TO SIG-GNS-BUS-MAP.
           ADD 1 TO MAP-CNT-CAPT.
           MOVE ZERO         TO MAP-NUM-IPEN.
           MOVE TRC-FEC-FTRN TO MAP-WRK-FECH.
           PERFORM BUS-GNS-BUS-MAP THRU FIN-BUS-GNS-BUS-MAP.
           IF MAP-NUM-IPAR = ZERO
               GO TO SIG-GNS-BUS-MAP.
           ADD 1 TO MAP-PAR-CANT( MAP-NUM-IPAR )
                    MAP-PAR-TOTL( MAP-NUM-IPAR ).
           IF MAP-WRK-FECH > MAP-PAR-FULT( MAP-NUM-IPAR )
               MOVE MAP-WRK-FECH TO MAP-PAR-FULT( MAP-NUM-IPAR ).
           IF TRC-COD-VIAS NOT = 'L'
               GO TO SIG-GNS-BUS-MAP.
           IF TRC-NUM-STAT NOT = ZERO
               ADD 1 TO MAP-PAR-FALL( MAP-NUM-IPAR ) MAP-CNT-FALL.
           MOVE MAP-NUM-IPAR TO MAP-NUM-IPEN.
           MOVE TRC-STP-ITRN TO MAP-WRK-STMP.
           MOVE TRC-NUM-SECU TO MAP-WRK-SECU.
           GO TO SIG-GNS-BUS-MAP.
      *
      *    la parte 02 del link trae su tiempo de respuesta
       TIE-GNS-BUS-MAP.
           IF MAP-NUM-IPEN = ZERO
              OR TRC-STP-ITRN NOT = MAP-WRK-STMP
              OR TRC-NUM-SECU NOT = MAP-WRK-SECU
               GO TO SIG-GNS-BUS-MAP.
           IF TRC-NUM-TRES IS NUMERIC
               ADD 1            TO MAP-PAR-NTIE( MAP-NUM-IPEN )
               ADD TRC-NUM-TRES TO MAP-PAR-TIEM( MAP-NUM-IPEN ).
           MOVE ZERO TO MAP-NUM-IPEN.
       SIG-GNS-BUS-MAP.
           MOVE 'TRC-KEY-ITRC' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-TRC.
           GO TO LUP-GNS-BUS-MAP.
      *
      *    pares llamados en el periodo
       PAR-GNS-BUS-MAP.
           MOVE ZERO TO MAP-NUM-IPAR.
       LPA-GNS-BUS-MAP.
           ADD 1 TO MAP-NUM-IPAR.
           IF MAP-NUM-IPAR > MAP-NUM-PARS
               GO TO NUE-GNS-BUS-MAP.
           IF MAP-PAR-CANT( MAP-NUM-IPAR ) = ZERO
               GO TO LPA-GNS-BUS-MAP.
           PERFORM LIN-GNS-BUS-MAP THRU FIN-LIN-GNS-BUS-MAP.
           MOVE 'PAR' TO MAP-LIN-TIPO.
           PERFORM PUT-GNS-BUS-MAP THRU FIN-PUT-GNS-BUS-MAP.
           GO TO LPA-GNS-BUS-MAP.
      *
      *    pares que no estaban en la base ( sin base, no hay con
      *    que comparar )
       NUE-GNS-BUS-MAP.
           IF MAP-NUM-PBAS = ZERO
               GO TO ABA-GNS-BUS-MAP.
           MOVE ZERO TO MAP-NUM-IPAR.
       LNU-GNS-BUS-MAP.
           ADD 1 TO MAP-NUM-IPAR.
           IF MAP-NUM-IPAR > MAP-NUM-PARS
               GO TO ABA-GNS-BUS-MAP.
           IF MAP-PAR-IBAS( MAP-NUM-IPAR ) = 'S'
               GO TO LNU-GNS-BUS-MAP.
           ADD 1 TO MAP-CNT-NUEV.
           PERFORM LIN-GNS-BUS-MAP THRU FIN-LIN-GNS-BUS-MAP.
           MOVE 'NUE' TO MAP-LIN-TIPO.
           PERFORM PUT-GNS-BUS-MAP THRU FIN-PUT-GNS-BUS-MAP.
           GO TO LNU-GNS-BUS-MAP.
      *
      *    servicios que nadie llama desde la fecha de corte, una
      *    fila por servicio
       ABA-GNS-BUS-MAP.
           MOVE ZERO TO MAP-NUM-IPAR.
       LAB-GNS-BUS-MAP.
           ADD 1 TO MAP-NUM-IPAR.
           IF MAP-NUM-IPAR > MAP-NUM-PARS
               GO TO LLA-GNS-BUS-MAP.
           PERFORM SRV-GNS-BUS-MAP THRU FIN-SRV-GNS-BUS-MAP.
           IF MAP-SRV-IINF = 'S'
              OR MAP-SRV-FULT NOT < MAP-FEC-CORT
               GO TO LAB-GNS-BUS-MAP.
           ADD 1 TO MAP-CNT-ABAN.
           MOVE SPACES       TO MAP-LINE.
           MOVE ZEROES       TO MAP-LIN-CANT MAP-LIN-FALL
                                MAP-LIN-PROM MAP-LIN-FPRI
                                MAP-LIN-TOTL MAP-LIN-FDES
                                MAP-LIN-FHAS MAP-LIN-NPAR
                                MAP-LIN-NNUE MAP-LIN-NABA
                                MAP-LIN-NEXC.
           MOVE 'ABA'        TO MAP-LIN-TIPO.
           MOVE MAP-PAR-SERV( MAP-NUM-IPAR ) TO MAP-LIN-SERV.
           MOVE MAP-SRV-FULT TO MAP-LIN-FULT.
           PERFORM PUT-GNS-BUS-MAP THRU FIN-PUT-GNS-BUS-MAP.
           GO TO LAB-GNS-BUS-MAP.
      *
      *    todos los llamadores del servicio pedido
       LLA-GNS-BUS-MAP.
           IF MAP-ENT-SERV NOT > SPACES
               GO TO TOT-GNS-BUS-MAP.
           MOVE ZERO TO MAP-NUM-IPAR.
       LLL-GNS-BUS-MAP.
           ADD 1 TO MAP-NUM-IPAR.
           IF MAP-NUM-IPAR > MAP-NUM-PARS
               GO TO TOT-GNS-BUS-MAP.
           IF MAP-PAR-SERV( MAP-NUM-IPAR ) NOT = MAP-ENT-SERV
               GO TO LLL-GNS-BUS-MAP.
           PERFORM LIN-GNS-BUS-MAP THRU FIN-LIN-GNS-BUS-MAP.
           MOVE 'LLA' TO MAP-LIN-TIPO.
           PERFORM PUT-GNS-BUS-MAP THRU FIN-PUT-GNS-BUS-MAP.
           GO TO LLL-GNS-BUS-MAP.
      *
      *    totales, archivo del informe ( GNSBGRPO.cbl ) y, si se
      *    pidio, la nueva base
       TOT-GNS-BUS-MAP.
           MOVE SPACES       TO MAP-LINE.
           MOVE ZEROES       TO MAP-LIN-PROM MAP-LIN-FPRI
                                MAP-LIN-FULT MAP-LIN-TOTL.
           MOVE 'TOT'        TO MAP-LIN-TIPO.
           MOVE MAP-CNT-CAPT TO MAP-LIN-CANT.
           MOVE MAP-CNT-FALL TO MAP-LIN-FALL.
           MOVE MAP-FEC-DESD TO MAP-LIN-FDES.
           MOVE MAP-FEC-HAST TO MAP-LIN-FHAS.
           MOVE MAP-NUM-PARS TO MAP-LIN-NPAR.
           MOVE MAP-CNT-NUEV TO MAP-LIN-NNUE.
           MOVE MAP-CNT-ABAN TO MAP-LIN-NABA.
           MOVE MAP-CNT-EXCE TO MAP-LIN-NEXC.
           PERFORM PUT-GNS-BUS-MAP THRU FIN-PUT-GNS-BUS-MAP.
           MOVE 'MAP'       TO RPO-ENT-CODI.
           MOVE SCR-QMAP    TO RPO-ENT-COLA.
           MOVE 'GNSBUSMAP' TO RPO-ENT-PROG.
           MOVE RPO-ARC     TO RPO-CMND.
           PERFORM GNS-PRO-RPO.
           IF MAP-IND-GRAB = 'S'
               PERFORM GRB-GNS-BUS-MAP THRU FIN-GRB-GNS-BUS-MAP.
       FIN-GNS-BUS-MAP.
           EXIT.
      *
      *    Carga la base de la corrida anterior; sus pares parten
      *    sin llamadas en el periodo.
       BAS-GNS-BUS-MAP SECTION.
       INI-BAS-GNS-BUS-MAP.
           MOVE ZERO TO MAP-NUM-ITEM MAP-NUM-PBAS.
       LUP-BAS-GNS-BUS-MAP.
           ADD 1 TO MAP-NUM-ITEM.
           IF MAP-NUM-ITEM > 9999
               GO TO FIN-BAS-GNS-BUS-MAP.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE MAP-NOM-BASE TO QUE-NAM-SEND.
           MOVE MAP-NUM-ITEM TO QUE-NUM-SEND.
           MOVE LENGTH OF MAP-BAS-ITEM TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               GO TO FIN-BAS-GNS-BUS-MAP.
           MOVE QUE-DAT-RECV( 1:42 ) TO MAP-BAS-ITEM.
           IF MAP-BAS-FPRI NOT NUMERIC
              OR MAP-BAS-FULT NOT NUMERIC
              OR MAP-BAS-TOTL NOT NUMERIC
               GO TO LUP-BAS-GNS-BUS-MAP.
           IF MAP-NUM-PARS NOT < MAP-MAX-PARS
               ADD 1 TO MAP-CNT-EXCE
               GO TO LUP-BAS-GNS-BUS-MAP.
           ADD 1 TO MAP-NUM-PARS MAP-NUM-PBAS.
           MOVE MAP-BAS-LLAM TO MAP-PAR-LLAM( MAP-NUM-PARS ).
           MOVE MAP-BAS-SERV TO MAP-PAR-SERV( MAP-NUM-PARS ).
           MOVE MAP-BAS-VIAS TO MAP-PAR-VIAS( MAP-NUM-PARS ).
           MOVE MAP-BAS-FPRI TO MAP-PAR-FPRI( MAP-NUM-PARS ).
           MOVE MAP-BAS-FULT TO MAP-PAR-FULT( MAP-NUM-PARS ).
           MOVE MAP-BAS-TOTL TO MAP-PAR-TOTL( MAP-NUM-PARS ).
           MOVE ZERO TO MAP-PAR-CANT( MAP-NUM-PARS )
                        MAP-PAR-FALL( MAP-NUM-PARS )
                        MAP-PAR-NTIE( MAP-NUM-PARS )
                        MAP-PAR-TIEM( MAP-NUM-PARS ).
           MOVE 'S' TO MAP-PAR-IBAS( MAP-NUM-PARS ).
           GO TO LUP-BAS-GNS-BUS-MAP.
       FIN-BAS-GNS-BUS-MAP.
           EXIT.
      *
      *    Deja en MAP-NUM-IPAR el par de la captura en TRC; si es
      *    nuevo lo agrega, y si no tiene lugar queda en cero y se
      *    cuenta.
       BUS-GNS-BUS-MAP SECTION.
       INI-BUS-GNS-BUS-MAP.
           MOVE ZERO TO MAP-NUM-IPAR.
       LUP-BUS-GNS-BUS-MAP.
           ADD 1 TO MAP-NUM-IPAR.
           IF MAP-NUM-IPAR > MAP-NUM-PARS
               GO TO NUE-BUS-GNS-BUS-MAP.
           IF MAP-PAR-LLAM( MAP-NUM-IPAR ) NOT = TRC-NOM-LLAM
              OR MAP-PAR-SERV( MAP-NUM-IPAR ) NOT = TRC-NOM-SERV
              OR MAP-PAR-VIAS( MAP-NUM-IPAR ) NOT = TRC-COD-VIAS
               GO TO LUP-BUS-GNS-BUS-MAP.
           GO TO FIN-BUS-GNS-BUS-MAP.
       NUE-BUS-GNS-BUS-MAP.
           IF MAP-NUM-PARS NOT < MAP-MAX-PARS
               ADD 1 TO MAP-CNT-EXCE
               MOVE ZERO TO MAP-NUM-IPAR
               GO TO FIN-BUS-GNS-BUS-MAP.
           ADD 1 TO MAP-NUM-PARS.
           MOVE MAP-NUM-PARS TO MAP-NUM-IPAR.
           MOVE TRC-NOM-LLAM TO MAP-PAR-LLAM( MAP-NUM-IPAR ).
           MOVE TRC-NOM-SERV TO MAP-PAR-SERV( MAP-NUM-IPAR ).
           MOVE TRC-COD-VIAS TO MAP-PAR-VIAS( MAP-NUM-IPAR ).
           MOVE MAP-WRK-FECH TO MAP-PAR-FPRI( MAP-NUM-IPAR )
                                MAP-PAR-FULT( MAP-NUM-IPAR ).
           MOVE ZERO TO MAP-PAR-TOTL( MAP-NUM-IPAR )
                        MAP-PAR-CANT( MAP-NUM-IPAR )
                        MAP-PAR-FALL( MAP-NUM-IPAR )
                        MAP-PAR-NTIE( MAP-NUM-IPAR )
                        MAP-PAR-TIEM( MAP-NUM-IPAR ).
           MOVE 'N' TO MAP-PAR-IBAS( MAP-NUM-IPAR ).
       FIN-BUS-GNS-BUS-MAP.
           EXIT.
      *
      *    Para el servicio del par MAP-NUM-IPAR: su ultima llamada
      *    entre todos sus pares ( MAP-SRV-FULT ) y 'S' en
      *    MAP-SRV-IINF si un par anterior ya lo trajo.
       SRV-GNS-BUS-MAP SECTION.
       INI-SRV-GNS-BUS-MAP.
           MOVE MAP-PAR-FULT( MAP-NUM-IPAR ) TO MAP-SRV-FULT.
           MOVE 'N'  TO MAP-SRV-IINF.
           MOVE ZERO TO MAP-NUM-JPAR.
       LUP-SRV-GNS-BUS-MAP.
           ADD 1 TO MAP-NUM-JPAR.
           IF MAP-NUM-JPAR > MAP-NUM-PARS
               GO TO FIN-SRV-GNS-BUS-MAP.
           IF MAP-PAR-SERV( MAP-NUM-JPAR )
              NOT = MAP-PAR-SERV( MAP-NUM-IPAR )
               GO TO LUP-SRV-GNS-BUS-MAP.
           IF MAP-NUM-JPAR < MAP-NUM-IPAR
               MOVE 'S' TO MAP-SRV-IINF
               GO TO FIN-SRV-GNS-BUS-MAP.
           IF MAP-PAR-FULT( MAP-NUM-JPAR ) > MAP-SRV-FULT
               MOVE MAP-PAR-FULT( MAP-NUM-JPAR ) TO MAP-SRV-FULT.
           GO TO LUP-SRV-GNS-BUS-MAP.
       FIN-SRV-GNS-BUS-MAP.
           EXIT.
      *
      *    Arma la fila con el par MAP-NUM-IPAR; el tipo lo pone
      *    el llamador.
       LIN-GNS-BUS-MAP SECTION.
       INI-LIN-GNS-BUS-MAP.
           MOVE SPACES       TO MAP-LINE.
           MOVE ZEROES       TO MAP-LIN-PROM MAP-LIN-FDES
                                MAP-LIN-FHAS MAP-LIN-NPAR
                                MAP-LIN-NNUE MAP-LIN-NABA
                                MAP-LIN-NEXC.
           MOVE MAP-PAR-LLAM( MAP-NUM-IPAR ) TO MAP-LIN-LLAM.
           MOVE MAP-PAR-SERV( MAP-NUM-IPAR ) TO MAP-LIN-SERV.
           MOVE MAP-PAR-VIAS( MAP-NUM-IPAR ) TO MAP-LIN-VIAS.
           MOVE MAP-PAR-CANT( MAP-NUM-IPAR ) TO MAP-LIN-CANT.
           MOVE MAP-PAR-FALL( MAP-NUM-IPAR ) TO MAP-LIN-FALL.
           MOVE MAP-PAR-FPRI( MAP-NUM-IPAR ) TO MAP-LIN-FPRI.
           MOVE MAP-PAR-FULT( MAP-NUM-IPAR ) TO MAP-LIN-FULT.
           MOVE MAP-PAR-TOTL( MAP-NUM-IPAR ) TO MAP-LIN-TOTL.
           IF MAP-PAR-NTIE( MAP-NUM-IPAR ) > ZERO
               COMPUTE MAP-LIN-PROM =
                   MAP-PAR-TIEM( MAP-NUM-IPAR )
                   / MAP-PAR-NTIE( MAP-NUM-IPAR ).
       FIN-LIN-GNS-BUS-MAP.
           EXIT.
      *
      *    Reemplaza la base con el mapa de esta corrida.
       GRB-GNS-BUS-MAP SECTION.
       INI-GRB-GNS-BUS-MAP.
           MOVE 'DEL'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE MAP-NOM-BASE TO QUE-NAM-SEND.
           MOVE ZEROES       TO QUE-NUM-SEND.
           MOVE ZEROES       TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           MOVE ZERO TO MAP-NUM-IPAR.
       LUP-GRB-GNS-BUS-MAP.
           ADD 1 TO MAP-NUM-IPAR.
           IF MAP-NUM-IPAR > MAP-NUM-PARS
               GO TO FIN-GRB-GNS-BUS-MAP.
           MOVE MAP-PAR-LLAM( MAP-NUM-IPAR ) TO MAP-BAS-LLAM.
           MOVE MAP-PAR-SERV( MAP-NUM-IPAR ) TO MAP-BAS-SERV.
           MOVE MAP-PAR-VIAS( MAP-NUM-IPAR ) TO MAP-BAS-VIAS.
           MOVE MAP-PAR-FPRI( MAP-NUM-IPAR ) TO MAP-BAS-FPRI.
           MOVE MAP-PAR-FULT( MAP-NUM-IPAR ) TO MAP-BAS-FULT.
           MOVE MAP-PAR-TOTL( MAP-NUM-IPAR ) TO MAP-BAS-TOTL.
           MOVE 'PUT'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE MAP-NOM-BASE TO QUE-NAM-SEND.
           MOVE MAP-NUM-IPAR TO QUE-NUM-SEND.
           MOVE LENGTH OF MAP-BAS-ITEM TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE MAP-BAS-ITEM TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           GO TO LUP-GRB-GNS-BUS-MAP.
       FIN-GRB-GNS-BUS-MAP.
           EXIT.
      *
      *    Una fila del mapa a la cola SCR-QMAP.
       PUT-GNS-BUS-MAP SECTION.
       INI-PUT-GNS-BUS-MAP.
           ADD 1 TO SCR-IMAP.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QMAP TO QUE-NAM-SEND.
           MOVE SCR-IMAP TO QUE-NUM-SEND.
           MOVE LENGTH OF MAP-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE MAP-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-MAP.
           EXIT.
