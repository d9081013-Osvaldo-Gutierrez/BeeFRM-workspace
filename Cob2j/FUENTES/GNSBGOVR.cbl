           MOVE OVR-SAL-TOKN TO OVR-DSC-TOKN.
           MOVE OVR-STP-AHOR TO OVR-DSC-VNCE.
           MOVE SCR-USER     TO OVR-DSC-SUPE.
           MOVE OVR-ENT-LIGA TO OVR-DSC-LIGA.
           MOVE OVR-WRK-DESC TO TAB-GLS-DESC IN TAB.
           MOVE 'S'          TO TAB-IND-VIGE IN TAB.
           MOVE SCR-USER     TO TAB-COD-ATRN IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           PERFORM GNS-FIO-TAB.
           MOVE SPACES TO OVR-ENT-LIGA.
       FIN-GNS-MNT-OVR.
           EXIT.
      *
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               GO TO LMP-CHK-GNS-OVR.
           MOVE TAB-GLS-DESC IN TAB TO OVR-WRK-DESC.
           PERFORM GET-FHOY.
           MOVE HOY-SHOY TO OVR-STP-AHOR( 1:2 ).
           IF OVR-DSC-TOKN NOT = OVR-ENT-TOKN
              OR OVR-DSC-VNCE NOT NUMERIC
              OR OVR-STP-AHOR > OVR-DSC-VNCE
               GO TO LMP-CHK-GNS-OVR.
      *    vale ligado a una operacion puntual: solo sirve para ella
           IF OVR-DSC-LIGA > SPACES
              AND OVR-DSC-LIGA NOT = OVR-ENT-LIGA
               GO TO LMP-CHK-GNS-OVR.
      *
      *    un solo uso: el vale se borra antes de dejar pasar ( la
      *    fila 'OVR' esta exenta de los controles de periodo y de
           MOVE FIO-DEL        TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
               GO TO LMP-CHK-GNS-OVR.
           MOVE 'S' TO OVR-IND-VALE.
           IF OVR-ENT-MOTV = 'PCL'
               MOVE 'S' TO PER-IND-SKIP.
           MOVE OVR-ENT-TERM TO LOGMSG-TEXT-3( 27:4 ).
           MOVE '47'         TO LOGMSG-NUMB.
           PERFORM DO-USERLOG.
       LMP-CHK-GNS-OVR.
           MOVE SPACES TO OVR-ENT-LIGA.
       FIN-CHK-GNS-OVR.
           EXIT.
