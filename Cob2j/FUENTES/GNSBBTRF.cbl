      *TRF-CNT-ITMS la cantidad de items traspasados.
       GNS-BUS-TRF SECTION.
       INI-GNS-BUS-TRF.
           SET TRF-STAT-OKS TO TRUE.
           MOVE ZEROES TO TRF-CNT-ITMS.
           IF TRF-TER-DESD NOT > SPACES
              OR TRF-TER-HAST NOT > SPACES
              OR TRF-TER-DESD = TRF-TER-HAST
               SET TRF-STAT-BAD TO TRUE
               GO TO FIN-GNS-BUS-TRF.
      *    simulando no se mueve nada; confirmando, solo con la
      *    simulacion de esta misma sesion aprobada
           PERFORM HUE-GNS-BUS-TRF THRU FIN-HUE-GNS-BUS-TRF.
           IF NOT SMC-STAT-OKS
               SET TRF-STAT-NAP TO TRUE
               GO TO FIN-GNS-BUS-TRF.
           MOVE ZERO TO TRF-IDX.
       LUP-GNS-BUS-TRF.
           PERFORM COL-GNS-BUS-TRF THRU FIN-COL-GNS-BUS-TRF.
           GO TO LUP-GNS-BUS-TRF.
       FIN-GNS-BUS-TRF.
      *    cierre de la corrida simulada o confirmada ( GNSBGSMC )
           MOVE SMC-CIE TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
           EXIT.
      *
      *    Traspasa todos los items de un tipo de cola.
           IF QUE-STAT NOT = QUE-STAT-OKS
               GO TO DEL-COL-GNS-BUS-TRF.
           MOVE QUE-ITEM( 1:3000 ) TO TRF-GLS-DATA.
      *    las colas no pasan por GNS-FIO-DTC: simulando, el item
      *    que se recolocaria se informa aqui mismo
           IF SMC-IND-ACTV = 'S'
               MOVE SPACES       TO SMC-ENT-TABL SMC-ENT-ANTE
               MOVE TRF-TER-HAST TO SMC-ENT-TABL( 1:4 )
               MOVE TRF-COL-TIPO( TRF-IDX ) TO SMC-ENT-TABL( 5:4 )
               MOVE 'PUT'        TO SMC-ENT-OPER
               MOVE TRF-GLS-DATA TO SMC-ENT-NUEV
               MOVE SMC-REG      TO SMC-CMND
               PERFORM GNS-PRO-SMC
               ADD 1 TO TRF-CNT-ITMS
               GO TO LUP-COL-GNS-BUS-TRF.
           MOVE 'PUT'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE TRF-TER-HAST TO QUE-NAM-SEND( 1:4 ).
       DEL-COL-GNS-BUS-TRF.
           IF TRF-NUM-ITEM = 1
               GO TO FIN-COL-GNS-BUS-TRF.
           IF SMC-IND-ACTV = 'S'
               MOVE SPACES       TO SMC-ENT-TABL SMC-ENT-ANTE
                                    SMC-ENT-NUEV
               MOVE TRF-TER-DESD TO SMC-ENT-TABL( 1:4 )
               MOVE TRF-COL-TIPO( TRF-IDX ) TO SMC-ENT-TABL( 5:4 )
               MOVE 'DEL'        TO SMC-ENT-OPER
               MOVE SMC-REG      TO SMC-CMND
               PERFORM GNS-PRO-SMC
               GO TO FIN-COL-GNS-BUS-TRF.
           MOVE 'DEL'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE TRF-TER-DESD TO QUE-NAM-SEND( 1:4 ).
           PERFORM GNS-MSJ-QUE.
       FIN-COL-GNS-BUS-TRF.
           EXIT.
      *
      *    Huella de la corrida ( los dos terminales y cada item de
      *    las colas de la sesion muerta ) y apertura segun
      *    SMC-COD-MODO.
       HUE-GNS-BUS-TRF SECTION.
       INI-HUE-GNS-BUS-TRF.
           MOVE 'TRF'   TO SMC-ENT-PROG.
           MOVE SMC-INI TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
           MOVE SPACES       TO SMC-ENT-DATO.
           MOVE TRF-TER-DESD TO SMC-ENT-DATO( 1:4 ).
           MOVE TRF-TER-HAST TO SMC-ENT-DATO( 5:4 ).
           MOVE 8            TO SMC-ENT-LARG.
           MOVE SMC-HSH TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
           MOVE ZERO TO TRF-IDX.
       COL-HUE-GNS-BUS-TRF.
           ADD 1 TO TRF-IDX.
           IF TRF-IDX > 5
               GO TO ABR-HUE-GNS-BUS-TRF.
           MOVE ZERO TO TRF-NUM-ITEM.
       LUP-HUE-GNS-BUS-TRF.
           ADD 1 TO TRF-NUM-ITEM.
           IF TRF-NUM-ITEM > 50
               GO TO COL-HUE-GNS-BUS-TRF.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE TRF-TER-DESD TO QUE-NAM-SEND( 1:4 ).
           MOVE TRF-COL-TIPO( TRF-IDX ) TO QUE-NAM-SEND( 5:4 ).
           MOVE TRF-NUM-ITEM TO QUE-NUM-SEND.
           MOVE 3000         TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               GO TO COL-HUE-GNS-BUS-TRF.
           MOVE QUE-ITEM( 1:3000 ) TO SMC-ENT-DATO.
           MOVE 3000         TO SMC-ENT-LARG.
           MOVE SMC-HSH TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
           GO TO LUP-HUE-GNS-BUS-TRF.
       ABR-HUE-GNS-BUS-TRF.
           MOVE SMC-ABR TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
       FIN-HUE-GNS-BUS-TRF.
           EXIT.
