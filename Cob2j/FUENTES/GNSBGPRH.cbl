      *
      *    RES-GNS-TAB-PRH resuelve la fila del tipo PRH-ENT-TTAB
      *    para el terminal PRH-ENT-TERM: terminal, despues la
      *    sucursal del terminal ( perfil TAB 'TRM' ), despues la
      *    empresa de esa sucursal ( fila '*EMP' + empresa; sin
      *    empresa en la sucursal, la empresa en uso de la sesion )
      *    y al final la fila '*DEFAULT' general. La fila mas
      *    especifica queda leida en TAB, el nivel en PRH-COD-NIVL y
      *    la traza nivel a nivel en PRH-TRZ-*.
       RES-GNS-TAB-PRH SECTION.
       INI-RES-GNS-TAB-PRH.
           MOVE 'N'    TO PRH-COD-NIVL.
           MOVE SPACES TO PRH-KEY-RESP PRH-COD-SUCU PRH-COD-EMPR.
           MOVE SPACES TO PRH-TRZ-TERM PRH-TRZ-SUCU PRH-TRZ-DFLT
                          PRH-TRZ-EMPR.
      *
      *    nivel terminal
           MOVE 'M' TO PRH-TRZ-TERM.
                   MOVE TAB-COD-CTAB IN TAB TO PRH-KEY-RESP
                   GO TO FIN-RES-GNS-TAB-PRH.
      *
      *    nivel empresa ( GNSBGEMP.cbl )
           MOVE SUC-WRK-RSUC TO EMP-WRK-SUCU.
           PERFORM SUC-GNS-PRO-EMP THRU FIN-SUC-GNS-PRO-EMP.
           IF EMP-WRK-EMPR NOT > SPACES
               MOVE EMP-COD-EMPR TO EMP-WRK-EMPR.
           IF EMP-WRK-EMPR > SPACES
               MOVE EMP-WRK-EMPR TO PRH-COD-EMPR
               MOVE 'M' TO PRH-TRZ-EMPR
               MOVE SPACES         TO TAB
               MOVE PRH-ENT-TTAB   TO TAB-COD-TTAB IN TAB
               MOVE '*EMP'         TO TAB-COD-CTAB IN TAB ( 1:4 )
               MOVE PRH-COD-EMPR   TO TAB-COD-CTAB IN TAB ( 5:3 )
               MOVE 'GNS'          TO FIO-SIST
               MOVE 'TAB-COD-TABL' TO FIO-AKEY
               MOVE FIO-GET-KEY    TO FIO-CMND
               PERFORM GNS-FIO-TAB
               IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
                   MOVE 'H' TO PRH-TRZ-EMPR
                   MOVE 'C' TO PRH-COD-NIVL
                   MOVE TAB-COD-CTAB IN TAB TO PRH-KEY-RESP
                   GO TO FIN-RES-GNS-TAB-PRH.
      *
      *    nivel general
           MOVE 'M' TO PRH-TRZ-DFLT.
           MOVE SPACES         TO TAB.
           MOVE PRH-ENT-TTAB   TO TAB-COD-TTAB IN TAB.
      *
      *    Consulta de traza para pantalla: resuelve y deja en la
      *    cola SCR-QPRH una fila por nivel probado ( 'TRM' / 'SUC'
      *    / 'EMP' / 'DFL', con 'H' contesto / 'M' no estaba ), para
      *    saber de donde salio el valor que el terminal esta usando.
       GNS-PRO-PRH SECTION.
       INI-GNS-PRO-PRH.
           MOVE ZERO TO SCR-IPRH.
               MOVE PRH-COD-SUCU TO PRH-LIN-CLAV( 1:4 )
               MOVE PRH-TRZ-SUCU TO PRH-LIN-RSLT
               PERFORM PUT-GNS-PRO-PRH THRU FIN-PUT-GNS-PRO-PRH.
           IF PRH-TRZ-EMPR > SPACES
               MOVE 'EMP'        TO PRH-LIN-TIPO
               MOVE SPACES       TO PRH-LIN-CLAV
               MOVE '*EMP'       TO PRH-LIN-CLAV( 1:4 )
               MOVE PRH-COD-EMPR TO PRH-LIN-CLAV( 5:3 )
               MOVE PRH-TRZ-EMPR TO PRH-LIN-RSLT
               PERFORM PUT-GNS-PRO-PRH THRU FIN-PUT-GNS-PRO-PRH.
           IF PRH-TRZ-DFLT > SPACES
               MOVE 'DFL'        TO PRH-LIN-TIPO
               MOVE '*DEFAULT'   TO PRH-LIN-CLAV
      *    Informe de filas redundantes: recorre las filas del tipo
      *    PRH-ENT-TTAB cuya llave es un terminal con perfil y las
      *    compara con la fila de su padre ( la sucursal si la hay,
      *    si no la de su empresa, o la '*DEFAULT' ): la que solo
      *    repite al padre queda
      *    'RED' en SCR-QPRH, candidata a borrarse antes de que la
      *    copia empiece a derivar.
       GNS-BUS-PRD SECTION.
      *    la llave de 4 debe ser un terminal con perfil
           MOVE PRH-WRK-CTAB( 1:4 ) TO SUC-WRK-TERM.
           PERFORM RSV-GNS-BUS-SUC THRU FIN-RSV-GNS-BUS-SUC.
      *    el padre: su sucursal, su empresa o la '*DEFAULT'
           MOVE 'N'    TO PRH-IND-PADR.
           MOVE SPACES TO PRH-WRK-DPAD PRH-LIN-PADR.
           IF SUC-WRK-RSUC NOT = '????'
                   MOVE TAB-GLS-DESC IN TAB TO PRH-PAD-DESC
                   MOVE TAB-GLS-DATA IN TAB TO PRH-PAD-DATA
                   MOVE TAB-COD-CTAB IN TAB TO PRH-LIN-PADR.
           IF PRH-IND-PADR = 'N'
               MOVE SUC-WRK-RSUC TO EMP-WRK-SUCU
               PERFORM SUC-GNS-PRO-EMP THRU FIN-SUC-GNS-PRO-EMP
               IF EMP-WRK-EMPR NOT > SPACES
                   MOVE EMP-COD-EMPR TO EMP-WRK-EMPR.
           IF PRH-IND-PADR = 'N' AND EMP-WRK-EMPR > SPACES
               MOVE SPACES         TO TAB
               MOVE PRH-ENT-TTAB   TO TAB-COD-TTAB IN TAB
               MOVE '*EMP'         TO TAB-COD-CTAB IN TAB ( 1:4 )
               MOVE EMP-WRK-EMPR   TO TAB-COD-CTAB IN TAB ( 5:3 )
               MOVE 'GNS'          TO FIO-SIST
               MOVE 'TAB-COD-TABL' TO FIO-AKEY
               MOVE FIO-GET-KEY    TO FIO-CMND
               PERFORM GNS-FIO-TAB
               IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
                   MOVE 'S' TO PRH-IND-PADR
                   MOVE TAB-GLS-DCOR IN TAB TO PRH-PAD-DCOR
                   MOVE TAB-GLS-DESC IN TAB TO PRH-PAD-DESC
                   MOVE TAB-GLS-DATA IN TAB TO PRH-PAD-DATA
                   MOVE TAB-COD-CTAB IN TAB TO PRH-LIN-PADR.
           IF PRH-IND-PADR = 'N'
               MOVE SPACES         TO TAB
               MOVE PRH-ENT-TTAB   TO TAB-COD-TTAB IN TAB
