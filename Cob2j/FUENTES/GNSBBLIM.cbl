      *Modulo batch que arma, en una cola, el informe diario de
      *intentos cerca o por sobre el limite de monto por rol, a
      *partir de la bitacora LMI que deja GNS-VAL-LIM. Recorre via
      *GNS-FIO-LMI con FIO-FND-GRT / FIO-GET-NXT solo las filas de
      *la fecha LIM-REP-FECH ( SAAMMDD; 0 = hoy ), que por la llave
      *vienen agrupadas por operador, y deja en la cola SCR-QLIM
      *una LIM-LINE 'D' por intento y, al corte de cada operador,
      *una LIM-LINE 'T' con sus cantidades cerca del tope, excedidas
      *y pasadas con vale, y el mayor porcentaje del tope usado,
      *para que la supervision revise a quien opera pegado al
      *limite o lo fuerza con vales.
       GNS-BUS-LIM SECTION.
       INI-GNS-BUS-LIM.
           MOVE ZERO TO SCR-ILIM.
           MOVE LIM-REP-FECH TO LIM-WRK-FECH.
           IF LIM-WRK-FECH = ZEROES
               PERFORM GET-FHOY
               MOVE HOY-FHOY TO LIM-WRK-FECH.
           MOVE SPACES TO LIM-WRK-OPER.
           MOVE ZEROES TO LIM-CNT-CERC LIM-CNT-EXCE LIM-CNT-OVRR
                          LIM-MAX-PCTJ.
           MOVE SPACES       TO LMI.
           MOVE LIM-WRK-FECH TO LMI-FEC-INTE.
           MOVE ZEROES       TO LMI-HRA-INTE.
           MOVE 'LMI-KEY-ILMI' TO FIO-AKEY.
           MOVE FIO-FND-GRT  TO FIO-CMND.
           PERFORM GNS-FIO-LMI.
           IF NOT FIO-STAT-OKS
               GO TO FIN-GNS-BUS-LIM.
       LUP-GNS-BUS-LIM.
           IF LMI-FEC-INTE NOT = LIM-WRK-FECH
               GO TO CRT-GNS-BUS-LIM.
           IF LMI-COD-OPER NOT = LIM-WRK-OPER
               IF LIM-WRK-OPER > SPACES
                   PERFORM TOT-GNS-BUS-LIM THRU FIN-TOT-GNS-BUS-LIM.
           MOVE LMI-COD-OPER TO LIM-WRK-OPER.
           IF LMI-IND-RSLT = 'C'
               ADD 1 TO LIM-CNT-CERC
           ELSE
           IF LMI-IND-RSLT = 'O'
               ADD 1 TO LIM-CNT-OVRR
           ELSE
               ADD 1 TO LIM-CNT-EXCE.
           IF LMI-PCT-USAD > LIM-MAX-PCTJ
               MOVE LMI-PCT-USAD TO LIM-MAX-PCTJ.
           MOVE SPACES       TO LIM-LINE.
           MOVE 'D'          TO LIM-LIN-TIPO.
           MOVE LMI-COD-OPER TO LIM-LIN-OPER.
           MOVE LMI-HRA-INTE TO LIM-LIN-HORA.
           MOVE LMI-COD-TERM TO LIM-LIN-TERM.
           MOVE LMI-COD-COMD TO LIM-LIN-COMD.
           MOVE LMI-COD-OPCI TO LIM-LIN-OPCI.
           MOVE LMI-COD-VCAM TO LIM-LIN-VCAM.
           MOVE LMI-SGV-IMPO TO LIM-LIN-IMPO.
           MOVE LMI-SGV-TOPE TO LIM-LIN-TOPE.
           MOVE LMI-PCT-USAD TO LIM-LIN-PCTJ.
           MOVE LMI-IND-RSLT TO LIM-LIN-RSLT.
           MOVE LMI-COD-SUPE TO LIM-LIN-SUPE.
           MOVE ZEROES       TO LIM-LIN-CERC LIM-LIN-EXCE
                                LIM-LIN-OVRR.
           PERFORM PUT-GNS-BUS-LIM THRU FIN-PUT-GNS-BUS-LIM.
           MOVE 'LMI-KEY-ILMI' TO FIO-AKEY.
           MOVE FIO-GET-NXT TO FIO-CMND.
           PERFORM GNS-FIO-LMI.
           IF FIO-STAT-OKS
               GO TO LUP-GNS-BUS-LIM.
       CRT-GNS-BUS-LIM.
           IF LIM-WRK-OPER > SPACES
               PERFORM TOT-GNS-BUS-LIM THRU FIN-TOT-GNS-BUS-LIM.
       FIN-GNS-BUS-LIM.
           EXIT.
      *Total del operador que se corta.
       TOT-GNS-BUS-LIM SECTION.
       INI-TOT-GNS-BUS-LIM.
           MOVE SPACES       TO LIM-LINE.
           MOVE 'T'          TO LIM-LIN-TIPO.
           MOVE LIM-WRK-OPER TO LIM-LIN-OPER.
           MOVE ZEROES       TO LIM-LIN-HORA LIM-LIN-IMPO
                                LIM-LIN-TOPE.
           MOVE LIM-MAX-PCTJ TO LIM-LIN-PCTJ.
           MOVE LIM-CNT-CERC TO LIM-LIN-CERC.
           MOVE LIM-CNT-EXCE TO LIM-LIN-EXCE.
           MOVE LIM-CNT-OVRR TO LIM-LIN-OVRR.
           PERFORM PUT-GNS-BUS-LIM THRU FIN-PUT-GNS-BUS-LIM.
           MOVE ZEROES TO LIM-CNT-CERC LIM-CNT-EXCE LIM-CNT-OVRR
                          LIM-MAX-PCTJ.
       FIN-TOT-GNS-BUS-LIM.
           EXIT.
      *Encola una fila del informe.
       PUT-GNS-BUS-LIM SECTION.
       INI-PUT-GNS-BUS-LIM.
           ADD 1 TO SCR-ILIM.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QLIM TO QUE-NAM-SEND.
           MOVE SCR-ILIM TO QUE-NUM-SEND.
           MOVE LENGTH OF LIM-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE LIM-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-LIM.
           EXIT.
