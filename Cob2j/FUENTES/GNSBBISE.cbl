      *Informe diario de patrones sospechosos de apertura de sesion:
      *recorre la bitacora ISE desde ISE-NUM-DHIS dias antes de la
      *fecha ISE-REP-FECH ( cero = hoy ) hasta esa fecha, con
      *FIO-FND-NLS / FIO-GET-NXT. Los dias previos arman el habito
      *horario de cada operador ( sus aperturas exitosas por hora
      *del dia ); como la llave parte por la fecha, el habito esta
      *completo al llegar al dia informado, y cada apertura de ese
      *dia a una hora que el operador casi no usa sale como 'HOR'.
      *Las fallas del dia se acumulan por pareja terminal+operador:
      *al final sale 'TER' por terminal con fallas de ISE-LIM-OPER
      *operadores distintos o mas ( alguien probando codigos ) y
      *'OPE' por operador que fallo desde ISE-LIM-TERM terminales
      *distintos o mas. Todo queda en la cola SCR-QISE.
       GNS-BUS-ISE SECTION.
       INI-GNS-BUS-ISE.
           MOVE ZEROES TO SCR-IISE ISE-NUM-HIST ISE-NUM-PARS
                          ISE-CNT-DESB.
           MOVE ISE-REP-FECH TO ISE-FEC-PROC.
           IF ISE-FEC-PROC = ZEROES
               PERFORM GET-FHOY
               MOVE HOY-FHOY TO ISE-FEC-PROC.
      *    inicio de la historia ( CAL-FEC RST-DIA )
           MOVE SPACES       TO FEC-FECH.
           MOVE ISE-PRO-DD   TO FEC-ITM1.
           MOVE ISE-PRO-MM   TO FEC-ITM2.
           MOVE ISE-PRO-SS   TO FEC-ITM3.
           MOVE ISE-PRO-AA   TO FEC-ITM4.
           MOVE FEC-FORM-FEC TO FEC-FORM.
           MOVE SPACES       TO FEC-IEDT.
           MOVE ISE-NUM-DHIS TO FEC-NDIA.
           MOVE FEC-RST-DIA  TO FEC-CMND.
           PERFORM CAL-FEC.
           MOVE FEC-ITM1 TO ISE-DHI-DD.
           MOVE FEC-ITM2 TO ISE-DHI-MM.
           MOVE FEC-ITM3 TO ISE-DHI-SS.
           MOVE FEC-ITM4 TO ISE-DHI-AA.
           MOVE SPACES       TO ISE.
           MOVE ISE-FEC-DHIS TO ISE-FEC-FTRN.
           MOVE ZEROES       TO ISE-HRA-HRTR ISE-NUM-SECU.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'ISE-KEY-IISE' TO FIO-AKEY.
           MOVE FIO-FND-NLS  TO FIO-CMND.
           PERFORM GNS-FIO-ISE.
       LUP-GNS-BUS-ISE.
           IF NOT FIO-STAT-OKS
              OR ISE-FEC-FTRN > ISE-FEC-PROC
               GO TO RPT-GNS-BUS-ISE.
           IF ISE-FEC-FTRN < ISE-FEC-PROC
               IF ISE-RSLT-ACEP
                   PERFORM HIS-GNS-BUS-ISE THRU FIN-HIS-GNS-BUS-ISE
                   GO TO SIG-GNS-BUS-ISE
               ELSE
                   GO TO SIG-GNS-BUS-ISE.
      *    el dia informado
           IF ISE-RSLT-ACEP
               PERFORM HOR-GNS-BUS-ISE THRU FIN-HOR-GNS-BUS-ISE
           ELSE
               PERFORM PAR-GNS-BUS-ISE THRU FIN-PAR-GNS-BUS-ISE.
       SIG-GNS-BUS-ISE.
           MOVE 'ISE-KEY-IISE' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-ISE.
           GO TO LUP-GNS-BUS-ISE.
      *    terminales con fallas de varios operadores
       RPT-GNS-BUS-ISE.
           MOVE ZERO TO ISE-IDX-PARS.
       TER-GNS-BUS-ISE.
           ADD 1 TO ISE-IDX-PARS.
           IF ISE-IDX-PARS > ISE-NUM-PARS
               GO TO OPE-GNS-BUS-ISE.
           MOVE 'TER' TO ISE-LIN-TIPO.
           PERFORM DIS-GNS-BUS-ISE THRU FIN-DIS-GNS-BUS-ISE.
           IF ISE-CNT-DIST NOT < ISE-LIM-OPER
               MOVE ISE-PAR-TERM( ISE-IDX-PARS ) TO ISE-LIN-TERM
               MOVE SPACES                       TO ISE-LIN-OPER
               MOVE ISE-CNT-DIST                 TO ISE-LIN-CANT
               MOVE ZEROES TO ISE-LIN-HORA ISE-LIN-TOTL
               PERFORM PUT-GNS-BUS-ISE THRU FIN-PUT-GNS-BUS-ISE.
           GO TO TER-GNS-BUS-ISE.
      *    operadores que fallaron desde varios terminales
       OPE-GNS-BUS-ISE.
           MOVE ZERO TO ISE-IDX-PARS.
       LU2-GNS-BUS-ISE.
           ADD 1 TO ISE-IDX-PARS.
           IF ISE-IDX-PARS > ISE-NUM-PARS
               GO TO DSB-GNS-BUS-ISE.
           MOVE 'OPE' TO ISE-LIN-TIPO.
           PERFORM DIS-GNS-BUS-ISE THRU FIN-DIS-GNS-BUS-ISE.
           IF ISE-CNT-DIST NOT < ISE-LIM-TERM
               MOVE SPACES                       TO ISE-LIN-TERM
               MOVE ISE-PAR-OPER( ISE-IDX-PARS ) TO ISE-LIN-OPER
               MOVE ISE-CNT-DIST                 TO ISE-LIN-CANT
               MOVE ZEROES TO ISE-LIN-HORA ISE-LIN-TOTL
               PERFORM PUT-GNS-BUS-ISE THRU FIN-PUT-GNS-BUS-ISE.
           GO TO LU2-GNS-BUS-ISE.
      *    fila de desborde: intentos que no cupieron en las tablas
       DSB-GNS-BUS-ISE.
           IF ISE-CNT-DESB = ZEROES
               GO TO FIN-GNS-BUS-ISE.
           MOVE '***'          TO ISE-LIN-TIPO.
           MOVE '****'         TO ISE-LIN-TERM.
           MOVE ALL '*'        TO ISE-LIN-OPER.
           MOVE ISE-CNT-DESB   TO ISE-LIN-CANT.
           MOVE ZEROES TO ISE-LIN-HORA ISE-LIN-TOTL.
           PERFORM PUT-GNS-BUS-ISE THRU FIN-PUT-GNS-BUS-ISE.
       FIN-GNS-BUS-ISE.
      *    la corrida queda archivada en el repositorio de
      *    informes ( GNSBGRPO.cbl )
           MOVE 'ISE'       TO RPO-ENT-CODI.
           MOVE SCR-QISE    TO RPO-ENT-COLA.
           MOVE 'GNSBUSISE' TO RPO-ENT-PROG.
           MOVE RPO-ARC     TO RPO-CMND.
           PERFORM GNS-PRO-RPO.
           EXIT.
      *
      *    Suma la apertura exitosa en curso al habito del operador.
       HIS-GNS-BUS-ISE SECTION.
       INI-HIS-GNS-BUS-ISE.
           PERFORM BSC-GNS-BUS-ISE THRU FIN-BSC-GNS-BUS-ISE.
           IF ISE-IDX-HIST > ISE-NUM-HIST
               IF ISE-NUM-HIST NOT < 300
                   ADD 1 TO ISE-CNT-DESB
                   GO TO FIN-HIS-GNS-BUS-ISE
               ELSE
                   ADD 1 TO ISE-NUM-HIST
                   MOVE ISE-NUM-HIST TO ISE-IDX-HIST
                   MOVE ISE-COD-OPER TO ISE-HIS-OPER( ISE-IDX-HIST )
                   MOVE ZERO TO ISE-HIS-TOTL( ISE-IDX-HIST )
                   MOVE ZERO TO ISE-IDX-HORA
                   PERFORM CER-GNS-BUS-ISE THRU FIN-CER-GNS-BUS-ISE.
           COMPUTE ISE-IDX-HORA = ISE-NUM-HHTR + 1.
           ADD 1 TO ISE-HIS-TOTL( ISE-IDX-HIST ).
           ADD 1 TO ISE-HIS-HORA( ISE-IDX-HIST , ISE-IDX-HORA ).
       FIN-HIS-GNS-BUS-ISE.
           EXIT.
      *
      *    Deja en cero las 24 horas del operador recien agregado.
       CER-GNS-BUS-ISE SECTION.
       INI-CER-GNS-BUS-ISE.
           ADD 1 TO ISE-IDX-HORA.
           IF ISE-IDX-HORA > 24
               GO TO FIN-CER-GNS-BUS-ISE.
           MOVE ZERO TO ISE-HIS-HORA( ISE-IDX-HIST , ISE-IDX-HORA ).
           GO TO INI-CER-GNS-BUS-ISE.
       FIN-CER-GNS-BUS-ISE.
           EXIT.
      *
      *    Ubica al operador en curso en el habito; si no esta,
      *    ISE-IDX-HIST queda pasado de ISE-NUM-HIST.
       BSC-GNS-BUS-ISE SECTION.
       INI-BSC-GNS-BUS-ISE.
           MOVE 1 TO ISE-IDX-HIST.
       LUP-BSC-GNS-BUS-ISE.
           IF ISE-IDX-HIST > ISE-NUM-HIST
               GO TO FIN-BSC-GNS-BUS-ISE.
           IF ISE-HIS-OPER( ISE-IDX-HIST ) = ISE-COD-OPER
               GO TO FIN-BSC-GNS-BUS-ISE.
           ADD 1 TO ISE-IDX-HIST.
           GO TO LUP-BSC-GNS-BUS-ISE.
       FIN-BSC-GNS-BUS-ISE.
           EXIT.
      *
      *    Apertura del dia informado: sale como 'HOR' si el
      *    operador tiene habito ( ISE-MIN-HIST aperturas o mas ) y
      *    a esa hora abrio menos del ISE-PCT-HORA por ciento de
      *    ellas.
       HOR-GNS-BUS-ISE SECTION.
       INI-HOR-GNS-BUS-ISE.
           PERFORM BSC-GNS-BUS-ISE THRU FIN-BSC-GNS-BUS-ISE.
           IF ISE-IDX-HIST > ISE-NUM-HIST
               GO TO FIN-HOR-GNS-BUS-ISE.
           IF ISE-HIS-TOTL( ISE-IDX-HIST ) < ISE-MIN-HIST
               GO TO FIN-HOR-GNS-BUS-ISE.
           COMPUTE ISE-IDX-HORA = ISE-NUM-HHTR + 1.
           COMPUTE ISE-NUM-PCTH =
                   ISE-HIS-HORA( ISE-IDX-HIST , ISE-IDX-HORA ) * 100
                 / ISE-HIS-TOTL( ISE-IDX-HIST ).
           IF ISE-NUM-PCTH NOT < ISE-PCT-HORA
               GO TO FIN-HOR-GNS-BUS-ISE.
           MOVE 'HOR'        TO ISE-LIN-TIPO.
           MOVE ISE-COD-TERM TO ISE-LIN-TERM.
           MOVE ISE-COD-OPER TO ISE-LIN-OPER.
           MOVE ISE-HIS-HORA( ISE-IDX-HIST , ISE-IDX-HORA )
                             TO ISE-LIN-CANT.
           MOVE ISE-HRA-HRTR TO ISE-LIN-HORA.
           MOVE ISE-HIS-TOTL( ISE-IDX-HIST ) TO ISE-LIN-TOTL.
           PERFORM PUT-GNS-BUS-ISE THRU FIN-PUT-GNS-BUS-ISE.
       FIN-HOR-GNS-BUS-ISE.
           EXIT.
      *
      *    Falla del dia informado: agrega la pareja terminal +
      *    operador si aun no esta ( tabla llena: queda contada en
      *    el desborde ).
       PAR-GNS-BUS-ISE SECTION.
       INI-PAR-GNS-BUS-ISE.
           MOVE ZERO TO ISE-JDX-PARS.
       LUP-PAR-GNS-BUS-ISE.
           ADD 1 TO ISE-JDX-PARS.
           IF ISE-JDX-PARS > ISE-NUM-PARS
               GO TO ALT-PAR-GNS-BUS-ISE.
           IF ISE-PAR-TERM( ISE-JDX-PARS ) = ISE-COD-TERM
              AND ISE-PAR-OPER( ISE-JDX-PARS ) = ISE-COD-OPER
               GO TO FIN-PAR-GNS-BUS-ISE.
           GO TO LUP-PAR-GNS-BUS-ISE.
       ALT-PAR-GNS-BUS-ISE.
           IF ISE-NUM-PARS NOT < 300
               ADD 1 TO ISE-CNT-DESB
               GO TO FIN-PAR-GNS-BUS-ISE.
           ADD 1 TO ISE-NUM-PARS.
           MOVE ISE-COD-TERM TO ISE-PAR-TERM( ISE-NUM-PARS ).
           MOVE ISE-COD-OPER TO ISE-PAR-OPER( ISE-NUM-PARS ).
       FIN-PAR-GNS-BUS-ISE.
           EXIT.
      *
      *    Cuenta los distintos de la pareja ISE-IDX-PARS: con
      *    ISE-LIN-TIPO 'TER' los operadores de su terminal, con
      *    'OPE' los terminales de su operador. Si una pareja
      *    anterior ya tenia el mismo terminal ( u operador ) la
      *    fila ya salio y deja ISE-CNT-DIST en cero.
       DIS-GNS-BUS-ISE SECTION.
       INI-DIS-GNS-BUS-ISE.
           MOVE ZERO TO ISE-CNT-DIST ISE-JDX-PARS.
       LUP-DIS-GNS-BUS-ISE.
           ADD 1 TO ISE-JDX-PARS.
           IF ISE-JDX-PARS > ISE-NUM-PARS
               GO TO FIN-DIS-GNS-BUS-ISE.
           IF ISE-LIN-TIPO = 'TER'
              AND ISE-PAR-TERM( ISE-JDX-PARS ) NOT =
                  ISE-PAR-TERM( ISE-IDX-PARS )
               GO TO LUP-DIS-GNS-BUS-ISE.
           IF ISE-LIN-TIPO = 'OPE'
              AND ISE-PAR-OPER( ISE-JDX-PARS ) NOT =
                  ISE-PAR-OPER( ISE-IDX-PARS )
               GO TO LUP-DIS-GNS-BUS-ISE.
           IF ISE-JDX-PARS < ISE-IDX-PARS
               MOVE ZERO TO ISE-CNT-DIST
               GO TO FIN-DIS-GNS-BUS-ISE.
           ADD 1 TO ISE-CNT-DIST.
           GO TO LUP-DIS-GNS-BUS-ISE.
       FIN-DIS-GNS-BUS-ISE.
           EXIT.
      *
      *    Encola la fila del informe en SCR-QISE.
       PUT-GNS-BUS-ISE SECTION.
       INI-PUT-GNS-BUS-ISE.
           ADD 1 TO SCR-IISE.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QISE TO QUE-NAM-SEND.
           MOVE SCR-IISE TO QUE-NUM-SEND.
           MOVE LENGTH OF ISE-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE ISE-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-ISE.
           EXIT.
