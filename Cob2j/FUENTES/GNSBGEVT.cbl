      *    evento del evento ( y sellar version por el puntero ).
       REG-GNS-EVT SECTION.
       INI-REG-GNS-EVT.
      *    una sesion de entrenamiento no emite eventos aguas abajo
           IF SCR-IENT = 'S'
               GO TO FIN-REG-GNS-EVT.
           MOVE 'S'       TO EVT-IND-BUSY.
           MOVE FIO-CMND  TO EVT-SAV-CMND.
           MOVE FIO-AKEY  TO EVT-SAV-AKEY.
