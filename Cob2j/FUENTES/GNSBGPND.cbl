      *    ( PND-APR, momento en que recien ocurre el FIO real ) o lo
      *    rechaza con motivo ( PND-REJ ). El llamador deja la llave
      *    del pendiente en PND-KEY-IPND y el comando en PND-CMND.
      *    El alta de un centro CIC ( GNS-PRO-NCA ) estaciona aqui
      *    su solicitud completa como registro 'NCA'. La clonacion de
      *    un sistema nuevo ( GNS-BUS-CLN ) estaciona aqui las filas
      *    de catalogo del sistema nuevo ( PND-COD-SIST ) y cada
      *    entrada de IDD que le abre sus bases como registro 'IDE'.
       GNS-PRO-PND SECTION.
       INI-GNS-PRO-PND.
           SET PND-STAT-OKS TO TRUE.
           MOVE HOY-SSHY     TO PND-NUM-SSTR.
           MOVE SCR-USER     TO PND-COD-MAKR.
           MOVE SPACES       TO PND-COD-CHKR PND-GLS-MOTV.
           MOVE PND-ENT-SIST TO PND-COD-SIST.
           MOVE SPACES       TO PND-ENT-SIST.
           SET PND-STAT-PEND TO TRUE.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'PND-KEY-IPND' TO FIO-AKEY.
      *
      *    Aplica el FIO real estacionado contra el catalogo destino,
      *    moviendo la imagen al registro que corresponda; con
      *    FIO-DEL la imagen guardada es la llave. Un cambio para otro
      *    sistema ( PND-COD-SIST ) no se aplica mientras ese sistema
      *    no resuelva su base en IDD: sus entradas 'IDE' se aprueban
      *    primero y la tabla en memoria se recarga.
       APL-GNS-PRO-PND SECTION.
       INI-APL-GNS-PRO-PND.
           MOVE PND-COD-CMND TO FIO-CMND.
           MOVE 'GNS'        TO FIO-SIST.
           IF PND-COD-SIST NOT > SPACES
              OR PND-COD-SIST = 'GNS'
               GO TO TAB-APL-GNS-PRO-PND.
           MOVE PND-COD-SIST TO CLN-COD-SRES.
           PERFORM RES-GNS-PRO-CLN THRU FIN-RES-GNS-PRO-CLN.
           IF CLN-IND-RESU NOT = 'S'
               MOVE FIO-STAT-NEX TO FIO-STAT
               GO TO FIN-APL-GNS-PRO-PND.
           MOVE PND-COD-SIST TO FIO-SIST.
       TAB-APL-GNS-PRO-PND.
           IF PND-COD-TABL = 'TAB'
               MOVE PND-GLS-IMAG TO TAB
               MOVE 'TAB-COD-TABL' TO FIO-AKEY
               MOVE 'MNU-COD-NEMO' TO FIO-AKEY
               PERFORM GNS-FIO-MNU
           ELSE
      *    entrada nueva de IDD: la imagen es la entrada ( 11 )
           IF PND-COD-TABL = 'IDE'
               PERFORM IDE-GNS-PRO-CLN THRU FIN-IDE-GNS-PRO-CLN
           ELSE
      *    alta de centro CIC: la imagen es la solicitud completa
      *    ( GNS-PRO-NCA en GNSBGNCA.cbl )
           IF PND-COD-TABL = 'NCA'
               MOVE PND-GLS-IMAG TO NCA-SOL
               MOVE PND-COD-MAKR TO NCA-COD-MAKR
               MOVE NCA-CRE      TO NCA-CMND
               PERFORM GNS-PRO-NCA
               IF NOT NCA-STAT-OKS
                   MOVE FIO-STAT-NEX TO FIO-STAT
               ELSE
                   MOVE ZEROES TO FIO-STAT
           ELSE
               MOVE 'En GNS-PRO-PND, registro' TO FIO-MENS
               MOVE PND-COD-TABL TO FIO-MENS-KEY
               MOVE 'Invalido'   TO FIO-MENS-FIL
