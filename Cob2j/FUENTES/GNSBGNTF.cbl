      * Portal de Notificaciones a la Guardia
      *
      *    REG-GNS-NTF deja la alerta armada en NTF-REG-BAND ( fuente,
      *    severidad, codigo, clave y texto ) en la bandeja de salida
      *    del dia, con momento, terminal y operador. La escritura
      *    es no transaccional, para que el rollback del negocio que
      *    provoco la alerta no la borre, y la cola y el TP-STATUS
      *    del llamador quedan como estaban: se llama desde
      *    RUT-GET-MSG y desde el camino de despacho ( brecha SLA ).
      *    El envio lo hace GNS-BUS-NTF ( GNSBBNTF.cbl ).
       REG-GNS-NTF SECTION.
       INI-REG-GNS-NTF.
           IF NTF-IND-ACTV NOT = 'S'
               GO TO FIN-REG-GNS-NTF.
           MOVE TP-STATUS    TO NTF-SAV-TPST.
           MOVE QUE-STAT     TO NTF-SAV-QSTA.
           MOVE QUE-CMND     TO NTF-SAV-QCMD.
           PERFORM GET-FHOY.
           MOVE HOY-FHOY     TO NTF-BAN-FECH.
           MOVE HOY-HHOY     TO NTF-BAN-HORA.
           MOVE TSK-TERM-ALF TO NTF-BAN-TERM.
           MOVE SCR-USER     TO NTF-BAN-USER.
           MOVE HOY-MHOY     TO NTF-BND-MMDD( 1:2 ).
           MOVE HOY-DHOY     TO NTF-BND-MMDD( 3:2 ).
           MOVE 'N'          TO QUE-MTRN.
           MOVE 'PUT'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE NTF-NOM-BAND TO QUE-NAM-SEND.
           MOVE ZEROES       TO QUE-NUM-SEND.
           MOVE LENGTH OF NTF-REG-BAND TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE NTF-REG-BAND TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           MOVE 'S'          TO QUE-MTRN.
           MOVE NTF-SAV-QCMD TO QUE-CMND.
           MOVE NTF-SAV-QSTA TO QUE-STAT.
           MOVE NTF-SAV-TPST TO TP-STATUS.
       FIN-REG-GNS-NTF.
           EXIT.
      *
      *    Transaccion de la guardia sobre una notificacion: acuse
      *    ( detiene el escalamiento; la que ya esta acusada o
      *    cerrada no se acusa ) y consulta de NTF-ENT-NOTI.
       GNS-PRO-NTF SECTION.
       INI-GNS-PRO-NTF.
           SET NTF-STAT-OKS TO TRUE.
           MOVE SPACES       TO NTF.
           MOVE NTF-ENT-NOTI TO NTF-NUM-NOTI.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NTF-KEY-INTF' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-NTF.
           IF NOT FIO-STAT-OKS
               SET NTF-STAT-NEX TO TRUE
               GO TO FIN-GNS-PRO-NTF.
           IF NTF-CMND = NTF-CON
               GO TO FIN-GNS-PRO-NTF.
           IF NTF-CMND NOT = NTF-ACU
              OR NTF-STAT-ACUS OR NTF-STAT-CERR
               SET NTF-STAT-PAR TO TRUE
               GO TO FIN-GNS-PRO-NTF.
           PERFORM GET-FHOY.
           MOVE 'K'      TO NTF-COD-STAT.
           MOVE SCR-USER TO NTF-COD-OACU.
           MOVE HOY-FHOY TO NTF-FEC-ACUS.
           MOVE HOY-HHOY TO NTF-HRA-ACUS.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NTF-KEY-INTF' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-NTF.
       FIN-GNS-PRO-NTF.
           EXIT.
