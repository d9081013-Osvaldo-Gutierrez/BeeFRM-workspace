      * Solicitudes de Asistencia del Operador a la Supervision
      *
      *    ALT-GNS-ASI-FRM es la tecla de asistencia ( PA3 ): la
      *    invoca GTA-GNS-PRO-FRM ( GNSBG3CF.cbl ), da de alta la
      *    solicitud del terminal con GNS-PRO-ASI y deja en FRM-MENS
      *    el numero asignado ( o el de la que ya estaba abierta ).
      *    La pantalla interrumpida sigue su curso como con
      *    cualquier tecla sin funcion.
       ALT-GNS-ASI-FRM SECTION.
       INI-ALT-GNS-ASI-FRM.
           MOVE ASI-ALT TO ASI-CMND.
           PERFORM GNS-PRO-ASI.
           MOVE SPACES TO FRM-MENS.
           IF ASI-STAT-PAR
               MOVE 'ASISTENCIA: TERMINAL SIN SUCURSAL ASIGNADA'
                 TO FRM-MENS
               GO TO FIN-ALT-GNS-ASI-FRM.
           MOVE ASI-MSR-MRCA TO FRM-MENS( 1:11 ).
           MOVE ASI-SAL-SECU TO FRM-MENS( 12:4 ).
           IF ASI-STAT-DUP
               MOVE ': YA PEDIDA, ESPERE A SU SUPERVISOR'
                 TO FRM-MENS( 16:35 )
           ELSE
               MOVE ': PEDIDA A LA SUPERVISION DE LA SUCURSAL'
                 TO FRM-MENS( 16:40 ).
       FIN-ALT-GNS-ASI-FRM.
           EXIT.
      *
      *    Entrega en el camino de pantalla ( GTA-GNS-PRO-FRM, en
      *    cada interaccion ). Al operador que pidio ayuda: si la
      *    cola 'ASR ' del terminal trae una respuesta sin acuse, el
      *    texto pasa a FRM-MENS y queda grabado el acuse, igual que
      *    el aviso difundido ( CHK-GNS-BRD-FRM ). Al supervisor ( rol
      *    con fila en TAB 'ASU' ), con la linea de mensajes libre:
      *    cuantas solicitudes de su sucursal siguen sin tomar.
       CHK-GNS-ASI-FRM SECTION.
       INI-CHK-GNS-ASI-FRM.
           MOVE TSK-TERM-ALF TO ASI-RSP-TERM.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE ASI-NOM-RESP TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF ASI-MSG-RESP TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               GO TO SUP-CHK-GNS-ASI-FRM.
           MOVE QUE-ITEM( 1:79 ) TO ASI-MSG-RESP.
      *    ya acusada ?
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE ASI-NOM-RESP TO QUE-NAM-SEND.
           MOVE 2            TO QUE-NUM-SEND.
           MOVE LENGTH OF ASI-REG-ACUS TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT = QUE-STAT-OKS
               GO TO SUP-CHK-GNS-ASI-FRM.
      *    mostrar y acusar
           MOVE ASI-MSG-RESP TO FRM-MENS.
           PERFORM GET-FHOY.
           MOVE 'ACK'    TO ASI-ACU-MRCA.
           MOVE HOY-SHOY TO ASI-ACU-STMP( 1:2 ).
           MOVE HOY-AHOY TO ASI-ACU-STMP( 3:2 ).
           MOVE HOY-MHOY TO ASI-ACU-STMP( 5:2 ).
           MOVE HOY-DHOY TO ASI-ACU-STMP( 7:2 ).
           MOVE HOY-HHHY TO ASI-ACU-STMP( 9:2 ).
           MOVE HOY-MMHY TO ASI-ACU-STMP( 11:2 ).
           MOVE HOY-SSHY TO ASI-ACU-STMP( 13:2 ).
           MOVE SCR-USER TO ASI-ACU-OPER.
           MOVE 'PUT'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE ASI-NOM-RESP TO QUE-NAM-SEND.
           MOVE 2            TO QUE-NUM-SEND.
           MOVE LENGTH OF ASI-REG-ACUS TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE ASI-REG-ACUS TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           GO TO FIN-CHK-GNS-ASI-FRM.
      *
      *    aviso de pendientes a la supervision de la sucursal
       SUP-CHK-GNS-ASI-FRM.
           IF FRM-MENS > SPACES OR SUC-COD-SUCU NOT > SPACES
               GO TO FIN-CHK-GNS-ASI-FRM.
           PERFORM ROL-GNS-ASI THRU FIN-ROL-GNS-ASI.
           IF ASI-IND-SUPE NOT = 'S'
               GO TO FIN-CHK-GNS-ASI-FRM.
           MOVE SUC-COD-SUCU TO ASI-AVI-SUCU.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE ASI-NOM-AVIS TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF ASI-REG-AVIS TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
              OR QUE-ITEM( 1:16 ) NOT NUMERIC
               GO TO FIN-CHK-GNS-ASI-FRM.
           MOVE QUE-ITEM( 1:20 ) TO ASI-REG-AVIS.
           PERFORM GET-FHOY.
           MOVE HOY-FHOY TO ASI-WRK-FHOY.
           IF ASI-AVI-FECH NOT = ASI-WRK-FHOY
              OR ASI-AVI-PEND = ZEROES
               GO TO FIN-CHK-GNS-ASI-FRM.
           MOVE 'ASISTENCIA: ' TO FRM-MENS( 1:12 ).
           MOVE ASI-AVI-PEND   TO FRM-MENS( 13:4 ).
           MOVE ' PENDIENTE(S) EN LA SUCURSAL - ULTIMA '
                               TO FRM-MENS( 17:38 ).
           MOVE ASI-AVI-ULTI   TO FRM-MENS( 55:4 ).
           MOVE ' TERMINAL '   TO FRM-MENS( 59:10 ).
           MOVE ASI-AVI-TERM   TO FRM-MENS( 69:4 ).
       FIN-CHK-GNS-ASI-FRM.
           EXIT.
      *
      *    Transaccion de asistencia. ALT ( desde la tecla ) abre la
      *    solicitud del terminal en curso, salvo que ya tenga una
      *    abierta; LIS deja en SCR-QASL las abiertas de la sucursal
      *    de la sesion, de la que mas espera a la mas nueva; TOM,
      *    RES y CER son del supervisor de la misma sucursal sobre
      *    la solicitud ASI-ENT-FECH / ASI-ENT-SECU; CON la deja en
      *    ASI con su pantalla copiada en SCR-QASL. LIS, TOM, RES y
      *    CER piden el rol de supervision ( ROL-GNS-ASI ), y el
      *    operador que pidio la ayuda no toma ni responde la suya.
       GNS-PRO-ASI SECTION.
       INI-GNS-PRO-ASI.
           SET ASI-STAT-OKS TO TRUE.
           PERFORM GET-FHOY.
           MOVE HOY-FHOY TO ASI-WRK-FHOY.
           MOVE HOY-HHOY TO ASI-WRK-HHOY.
           IF ASI-CMND = ASI-ALT
               GO TO ALT-GNS-PRO-ASI.
           MOVE ASI-ENT-FECH TO ASI-WRK-FSOL.
           IF ASI-WRK-FSOL = ZEROES
               MOVE ASI-WRK-FHOY TO ASI-WRK-FSOL.
           IF ASI-CMND = ASI-CON
               GO TO SOL-GNS-PRO-ASI.
           PERFORM ROL-GNS-ASI THRU FIN-ROL-GNS-ASI.
           IF ASI-IND-SUPE NOT = 'S'
               SET ASI-STAT-PAR TO TRUE
               GO TO FIN-GNS-PRO-ASI.
       SOL-GNS-PRO-ASI.
           IF ASI-CMND = ASI-LIS
               GO TO LIS-GNS-PRO-ASI.
           MOVE SPACES       TO ASI.
           MOVE ASI-WRK-FSOL TO ASI-SOL-FECH.
           MOVE ASI-ENT-SECU TO ASI-SOL-SECU.
           PERFORM LEE-GNS-PRO-ASI THRU FIN-LEE-GNS-PRO-ASI.
           IF NOT FIO-STAT-OKS
               SET ASI-STAT-NEX TO TRUE
               GO TO FIN-GNS-PRO-ASI.
           IF ASI-CMND = ASI-CON
               GO TO CON-GNS-PRO-ASI.
           IF ASI-COD-SUCU NOT = SUC-COD-SUCU
               SET ASI-STAT-PAR TO TRUE
               GO TO FIN-GNS-PRO-ASI.
           IF ASI-CMND = ASI-TOM
               GO TO TOM-GNS-PRO-ASI.
           IF ASI-CMND = ASI-RES
               GO TO RES-GNS-PRO-ASI.
           IF ASI-CMND = ASI-CER
               GO TO CER-GNS-PRO-ASI.
           SET ASI-STAT-PAR TO TRUE.
           GO TO FIN-GNS-PRO-ASI.
      *
      *    alta: sin sucursal no hay supervision a quien pedirle
       ALT-GNS-PRO-ASI.
           MOVE ZEROES TO ASI-SAL-SECU.
           IF SUC-COD-SUCU NOT > SPACES
               SET ASI-STAT-PAR TO TRUE
               GO TO FIN-GNS-PRO-ASI.
      *    el terminal ya tiene una abierta ?
           MOVE TSK-TERM-ALF TO ASI-PED-TERM.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE ASI-NOM-PEDI TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF ASI-NUM-SOLI TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
              OR QUE-DAT-RECV( 1:12 ) NOT NUMERIC
               GO TO NUE-GNS-PRO-ASI.
           MOVE SPACES TO ASI.
           MOVE QUE-DAT-RECV( 1:12 ) TO ASI-NUM-SOLI.
           PERFORM LEE-GNS-PRO-ASI THRU FIN-LEE-GNS-PRO-ASI.
           IF FIO-STAT-OKS
              AND ( ASI-STAT-PEND OR ASI-STAT-TOMA OR ASI-STAT-RESP )
               MOVE ASI-SOL-SECU TO ASI-SAL-SECU
               SET ASI-STAT-DUP TO TRUE
               GO TO FIN-GNS-PRO-ASI.
       NUE-GNS-PRO-ASI.
           PERFORM NUM-GNS-PRO-ASI THRU FIN-NUM-GNS-PRO-ASI.
           MOVE SPACES       TO ASI.
           MOVE ASI-COR-FECH TO ASI-SOL-FECH.
           MOVE ASI-COR-SECU TO ASI-SOL-SECU.
           MOVE SUC-COD-SUCU TO ASI-COD-SUCU.
           MOVE TSK-TERM-ALF TO ASI-COD-TERM.
           MOVE SCR-USER     TO ASI-COD-OPER.
           MOVE SCR-NTRN     TO ASI-COD-TRAN.
           MOVE SCR-PROG     TO ASI-COD-PROG.
           MOVE FRM-NAME     TO ASI-NOM-FORM.
           MOVE ASI-WRK-HHOY TO ASI-HRA-SOLI.
           MOVE 'A'          TO ASI-COD-STAT.
           MOVE ZEROES       TO ASI-FEC-TOMA ASI-HRA-TOMA
                                ASI-FEC-RESP ASI-HRA-RESP
                                ASI-NUM-RESP
                                ASI-FEC-CIER ASI-HRA-CIER.
           PERFORM FOT-GNS-PRO-ASI THRU FIN-FOT-GNS-PRO-ASI.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'ASI-KEY-IASI' TO FIO-AKEY.
           MOVE FIO-PUT        TO FIO-CMND.
           PERFORM GNS-FIO-ASI.
           MOVE ASI-SOL-SECU TO ASI-SAL-SECU.
      *    ultima solicitud del terminal
           MOVE 'MOD'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE ASI-NOM-PEDI TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF ASI-NUM-SOLI TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE ASI-NUM-SOLI TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               MOVE 'PUT'        TO QUE-COM-SEND
               MOVE SPACES       TO QUE-NAM-SEND
               MOVE ASI-NOM-PEDI TO QUE-NAM-SEND
               MOVE 1            TO QUE-NUM-SEND
               MOVE LENGTH OF ASI-NUM-SOLI TO QUE-LAR-SEND
               MOVE SPACES       TO QUE-TRX-SEND
               MOVE ASI-NUM-SOLI TO QUE-DAT-SEND
               PERFORM GNS-MSJ-QUE.
      *    y una pendiente mas para la supervision
           MOVE '+' TO ASI-IND-AVIS.
           PERFORM AVI-GNS-PRO-ASI THRU FIN-AVI-GNS-PRO-ASI.
           GO TO FIN-GNS-PRO-ASI.
      *
      *    abiertas de la sucursal del dia pedido, en orden de
      *    llegada: la primera es la que mas espera
       LIS-GNS-PRO-ASI.
           MOVE ZERO TO SCR-IASL ASI-CNT-LIST.
           IF SUC-COD-SUCU NOT > SPACES
               SET ASI-STAT-PAR TO TRUE
               GO TO FIN-GNS-PRO-ASI.
           MOVE SPACES       TO ASI.
           MOVE ASI-WRK-FSOL TO ASI-SOL-FECH.
           MOVE ZEROES       TO ASI-SOL-SECU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'ASI-KEY-IASI' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-ASI.
       LUP-LIS-GNS-PRO-ASI.
           IF NOT FIO-STAT-OKS
              OR ASI-SOL-FECH NOT = ASI-WRK-FSOL
              OR ASI-CNT-LIST NOT < ASI-MAX-LIST
               GO TO FIN-GNS-PRO-ASI.
           IF ASI-COD-SUCU NOT = SUC-COD-SUCU
              OR ( NOT ASI-STAT-PEND AND NOT ASI-STAT-TOMA
                   AND NOT ASI-STAT-RESP )
               GO TO SIG-LIS-GNS-PRO-ASI.
           MOVE ASI-SOL-FECH TO ASI-WRK-FREF.
           MOVE ASI-HRA-SOLI TO ASI-WRK-HREF.
           PERFORM DIF-GNS-ASI THRU FIN-DIF-GNS-ASI.
           MOVE SPACES       TO ASI-LIST.
           MOVE ASI-SOL-SECU TO ASI-LIS-SECU.
           MOVE ASI-COD-STAT TO ASI-LIS-STAT.
           MOVE ASI-COD-TERM TO ASI-LIS-TERM.
           MOVE ASI-COD-OPER TO ASI-LIS-OPER.
           MOVE ASI-COD-TRAN TO ASI-LIS-TRAN.
           MOVE ASI-COD-PROG TO ASI-LIS-PROG.
           MOVE ASI-NOM-FORM TO ASI-LIS-FORM.
           MOVE ASI-HRA-SOLI TO ASI-LIS-HSOL.
           MOVE ASI-NUM-DIFE TO ASI-LIS-ESPE.
           MOVE ASI-COD-SUPE TO ASI-LIS-SUPE.
           ADD 1 TO SCR-IASL ASI-CNT-LIST.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QASL TO QUE-NAM-SEND.
           MOVE SCR-IASL TO QUE-NUM-SEND.
           MOVE LENGTH OF ASI-LIST TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE ASI-LIST TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       SIG-LIS-GNS-PRO-ASI.
           MOVE 'ASI-KEY-IASI' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-ASI.
           GO TO LUP-LIS-GNS-PRO-ASI.
      *
      *    toma: sale de las pendientes y el operador sabe quien lo
      *    atiende
       TOM-GNS-PRO-ASI.
           IF NOT ASI-STAT-PEND
              OR ASI-COD-OPER = SCR-USER
               SET ASI-STAT-PAR TO TRUE
               GO TO FIN-GNS-PRO-ASI.
           MOVE 'T'          TO ASI-COD-STAT.
           MOVE SCR-USER     TO ASI-COD-SUPE.
           MOVE ASI-WRK-FHOY TO ASI-FEC-TOMA.
           MOVE ASI-WRK-HHOY TO ASI-HRA-TOMA.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'ASI-KEY-IASI' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-ASI.
           MOVE '-' TO ASI-IND-AVIS.
           PERFORM AVI-GNS-PRO-ASI THRU FIN-AVI-GNS-PRO-ASI.
           MOVE SPACES        TO ASI-MSR-TEXT.
           MOVE 'TOMADA POR ' TO ASI-MSR-TEXT( 1:11 ).
           MOVE SCR-USER      TO ASI-MSR-TEXT( 12:12 ).
           PERFORM ENV-GNS-ASI THRU FIN-ENV-GNS-ASI.
           GO TO FIN-GNS-PRO-ASI.
      *
      *    respuesta: solo sobre una tomada; se guarda la primera
      *    ( tiempo de respuesta ) y la ultima ( texto )
       RES-GNS-PRO-ASI.
           IF ASI-ENT-TEXT NOT > SPACES
              OR ( NOT ASI-STAT-TOMA AND NOT ASI-STAT-RESP )
              OR ASI-COD-OPER = SCR-USER
               SET ASI-STAT-PAR TO TRUE
               GO TO FIN-GNS-PRO-ASI.
           MOVE 'R' TO ASI-COD-STAT.
           IF ASI-FEC-RESP = ZEROES
               MOVE ASI-WRK-FHOY TO ASI-FEC-RESP
               MOVE ASI-WRK-HHOY TO ASI-HRA-RESP.
           IF ASI-NUM-RESP < 999
               ADD 1 TO ASI-NUM-RESP.
           MOVE ASI-ENT-TEXT TO ASI-GLS-RESP.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'ASI-KEY-IASI' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-ASI.
           MOVE ASI-ENT-TEXT TO ASI-MSR-TEXT.
           PERFORM ENV-GNS-ASI THRU FIN-ENV-GNS-ASI.
           GO TO FIN-GNS-PRO-ASI.
      *
      *    cierre: la que se cierra sin tomar sale de las
      *    pendientes; la respuesta aun no vista no se pisa
       CER-GNS-PRO-ASI.
           IF NOT ASI-STAT-PEND AND NOT ASI-STAT-TOMA
              AND NOT ASI-STAT-RESP
               SET ASI-STAT-PAR TO TRUE
               GO TO FIN-GNS-PRO-ASI.
           IF ASI-STAT-PEND
               MOVE '-' TO ASI-IND-AVIS
               PERFORM AVI-GNS-PRO-ASI THRU FIN-AVI-GNS-PRO-ASI.
           IF ASI-COD-SUPE NOT > SPACES
               MOVE SCR-USER TO ASI-COD-SUPE.
           MOVE 'C'          TO ASI-COD-STAT.
           MOVE ASI-WRK-FHOY TO ASI-FEC-CIER.
           MOVE ASI-WRK-HHOY TO ASI-HRA-CIER.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'ASI-KEY-IASI' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-ASI.
           GO TO FIN-GNS-PRO-ASI.
      *
      *    consulta: la pantalla copiada al momento del pedido
       CON-GNS-PRO-ASI.
           MOVE ZERO TO SCR-IASL.
           IF ASI-IND-FOTO NOT = 'S'
               GO TO FIN-GNS-PRO-ASI.
           MOVE ASI-NUM-SOLI TO ASI-FOT-SOLI.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE ASI-NOM-FOTO TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF FRM-DFLD TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               GO TO FIN-GNS-PRO-ASI.
           ADD 1 TO SCR-IASL.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QASL TO QUE-NAM-SEND.
           MOVE SCR-IASL TO QUE-NUM-SEND.
           MOVE LENGTH OF FRM-DFLD TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE QUE-DAT-RECV TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-GNS-PRO-ASI.
           EXIT.
      *
      *    Lee la solicitud ASI-NUM-SOLI.
       LEE-GNS-PRO-ASI SECTION.
       INI-LEE-GNS-PRO-ASI.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'ASI-KEY-IASI' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-ASI.
       FIN-LEE-GNS-PRO-ASI.
           EXIT.
      *
      *    Siguiente numero de solicitud: la fila 'CORRELATIVO' de
      *    TAB 'ASI' guarda la fecha y el ultimo numero del dia; el
      *    primer pedido de un dia nuevo vuelve a 1 ( se crea en el
      *    primer alta ).
       NUM-GNS-PRO-ASI SECTION.
       INI-NUM-GNS-PRO-ASI.
           MOVE SPACES         TO TAB.
           MOVE 'ASI'          TO TAB-COD-TTAB IN TAB.
           MOVE 'CORRELATIVO'  TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS
              AND TAB-GLS-DESC IN TAB ( 1:12 ) IS NUMERIC
               MOVE TAB-GLS-DESC IN TAB ( 1:12 ) TO ASI-WRK-CORR
               MOVE FIO-MOD TO FIO-CMND
           ELSE
               MOVE SPACES        TO TAB
               MOVE 'ASI'         TO TAB-COD-TTAB IN TAB
               MOVE 'CORRELATIVO' TO TAB-COD-CTAB IN TAB
               MOVE ZEROES        TO ASI-COR-FECH ASI-COR-SECU
               MOVE FIO-PUT       TO FIO-CMND.
           IF ASI-COR-FECH NOT = ASI-WRK-FHOY
               MOVE ASI-WRK-FHOY TO ASI-COR-FECH
               MOVE ZEROES       TO ASI-COR-SECU.
           ADD 1 TO ASI-COR-SECU.
           MOVE SPACES       TO TAB-GLS-DESC IN TAB.
           MOVE ASI-WRK-CORR TO TAB-GLS-DESC IN TAB ( 1:12 ).
           MOVE 'S'          TO TAB-IND-VIGE IN TAB.
           MOVE 'GNSPROASI'  TO TAB-COD-ATRN IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           PERFORM GNS-FIO-TAB.
       FIN-NUM-GNS-PRO-ASI.
           EXIT.
      *
      *    Copia la ultima pantalla del anillo SNP del terminal ( el
      *    slot anterior al puntero ) a la cola 'ASN' + numero de
      *    la solicitud; con el anillo apagado o vacio la solicitud
      *    queda sin pantalla.
       FOT-GNS-PRO-ASI SECTION.
       INI-FOT-GNS-PRO-ASI.
           MOVE 'N' TO ASI-IND-FOTO.
           PERFORM CFG-GNS-SNP THRU FIN-CFG-GNS-SNP.
           IF SNP-NUM-RING = ZEROES
               GO TO FIN-FOT-GNS-PRO-ASI.
           MOVE TSK-TERM-ALF TO SNP-COL-TERM.
           PERFORM PTR-GNS-SNP THRU FIN-PTR-GNS-SNP.
           IF SNP-PUN-RING = ZEROES
               GO TO FIN-FOT-GNS-PRO-ASI.
           COMPUTE SNP-NUM-ITEM = SNP-PUN-SLOT - 1.
           IF SNP-NUM-ITEM < 1
               MOVE SNP-PUN-RING TO SNP-NUM-ITEM.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE SNP-NOM-COLA TO QUE-NAM-SEND.
           COMPUTE QUE-NUM-SEND = SNP-NUM-ITEM + 1.
           MOVE LENGTH OF FRM-DFLD TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               GO TO FIN-FOT-GNS-PRO-ASI.
           MOVE ASI-NUM-SOLI TO ASI-FOT-SOLI.
           MOVE 'PUT'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE ASI-NOM-FOTO TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF FRM-DFLD TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE QUE-DAT-RECV TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT = QUE-STAT-OKS
               MOVE 'S' TO ASI-IND-FOTO.
       FIN-FOT-GNS-PRO-ASI.
           EXIT.
      *
      *    Pendientes sin tomar de la sucursal de la solicitud en
      *    ASI ( cola 'ASIS' + sucursal ): '+' en ASI-IND-AVIS la
      *    suma y la deja como ultima, '-' la descuenta. El aviso de
      *    otro dia vuelve a cero, y una solicitud de otro dia no lo
      *    descuenta.
       AVI-GNS-PRO-ASI SECTION.
       INI-AVI-GNS-PRO-ASI.
           MOVE ASI-COD-SUCU TO ASI-AVI-SUCU.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE ASI-NOM-AVIS TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF ASI-REG-AVIS TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT = QUE-STAT-OKS
              AND QUE-DAT-RECV( 1:16 ) IS NUMERIC
               MOVE QUE-DAT-RECV( 1:20 ) TO ASI-REG-AVIS
           ELSE
               MOVE ZEROES TO ASI-AVI-FECH ASI-AVI-PEND ASI-AVI-ULTI
               MOVE SPACES TO ASI-AVI-TERM.
           IF ASI-AVI-FECH NOT = ASI-WRK-FHOY
               MOVE ASI-WRK-FHOY TO ASI-AVI-FECH
               MOVE ZEROES       TO ASI-AVI-PEND.
           IF ASI-IND-AVIS = '+'
               ADD 1 TO ASI-AVI-PEND
               MOVE ASI-SOL-SECU TO ASI-AVI-ULTI
               MOVE ASI-COD-TERM TO ASI-AVI-TERM
               GO TO GRB-AVI-GNS-PRO-ASI.
           IF ASI-AVI-PEND = ZEROES
              OR ASI-SOL-FECH NOT = ASI-AVI-FECH
               GO TO FIN-AVI-GNS-PRO-ASI.
           SUBTRACT 1 FROM ASI-AVI-PEND.
       GRB-AVI-GNS-PRO-ASI.
           MOVE 'MOD'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE ASI-NOM-AVIS TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF ASI-REG-AVIS TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE ASI-REG-AVIS TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               MOVE 'PUT'        TO QUE-COM-SEND
               MOVE SPACES       TO QUE-NAM-SEND
               MOVE ASI-NOM-AVIS TO QUE-NAM-SEND
               MOVE 1            TO QUE-NUM-SEND
               MOVE LENGTH OF ASI-REG-AVIS TO QUE-LAR-SEND
               MOVE SPACES       TO QUE-TRX-SEND
               MOVE ASI-REG-AVIS TO QUE-DAT-SEND
               PERFORM GNS-MSJ-QUE.
       FIN-AVI-GNS-PRO-ASI.
           EXIT.
      *
      *    Deja ASI-MSR-TEXT para el terminal de la solicitud en
      *    ASI: la cola 'ASR ' se rehace ( sin acuse ) y
      *    CHK-GNS-ASI-FRM lo muestra en su proxima pantalla.
       ENV-GNS-ASI SECTION.
       INI-ENV-GNS-ASI.
           MOVE ASI-COD-TERM TO ASI-RSP-TERM.
           MOVE ASI-SOL-SECU TO ASI-MSR-SECU.
           MOVE 'DEL'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE ASI-NOM-RESP TO QUE-NAM-SEND.
           MOVE ZEROES       TO QUE-NUM-SEND.
           MOVE ZEROES       TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           MOVE 'PUT'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE ASI-NOM-RESP TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF ASI-MSG-RESP TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE ASI-MSG-RESP TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-ENV-GNS-ASI.
           EXIT.
      *
      *    Rol de supervision de la sesion: fila vigente TAB 'ASU' +
      *    OPR-SES-ROLE.
       ROL-GNS-ASI SECTION.
       INI-ROL-GNS-ASI.
           MOVE 'N' TO ASI-IND-SUPE.
           IF OPR-SES-ROLE NOT > SPACES
               GO TO FIN-ROL-GNS-ASI.
           MOVE SPACES         TO TAB.
           MOVE 'ASU'          TO TAB-COD-TTAB IN TAB.
           MOVE OPR-SES-ROLE   TO TAB-COD-CTAB IN TAB ( 1:3 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               MOVE 'S' TO ASI-IND-SUPE.
       FIN-ROL-GNS-ASI.
           EXIT.
      *
      *    Minutos desde la marca ASI-WRK-FREF / ASI-WRK-HREF hasta
      *    ASI-WRK-FHOY / ASI-WRK-HHOY ( una marca de otro dia suma
      *    un dia entero ).
       DIF-GNS-ASI SECTION.
       INI-DIF-GNS-ASI.
           COMPUTE ASI-NUM-DIFE = ASI-WHO-HH * 60 + ASI-WHO-MM
                                - ASI-WRF-HH * 60 - ASI-WRF-MM.
           IF ASI-WRK-FREF NOT = ASI-WRK-FHOY
               ADD 1440 TO ASI-NUM-DIFE.
           IF ASI-NUM-DIFE < ZERO
               MOVE ZERO TO ASI-NUM-DIFE.
       FIN-DIF-GNS-ASI.
           EXIT.
