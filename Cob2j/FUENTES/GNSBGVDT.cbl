      *    corte ya paso ( o hoy no es habil ), es el siguiente dia
      *    habil segun PRO-FEC. Cada cruce de corte queda ademas
      *    contado por funcion y dia en TAB 'CUX', para el informe
      *    de fin de dia GNS-BUS-VDT. En un dia de cierre anticipado
      *    ( fila 'FER' tipo 'M' ) la hora de cierre reemplaza al
      *    corte 'CUT' cuando es mas temprana.
       GNS-FEC-VDT SECTION.
       INI-GNS-FEC-VDT.
           MOVE 'N'    TO VDT-IND-CRUZ.
           MOVE SPACES       TO FEC-IEDT.
           MOVE FEC-VAL-FEC  TO FEC-CMND.
           PERFORM PRO-FEC.
      *
      *    dia de cierre anticipado: la hora de cierre es el corte
      *    del dia ( si la funcion no cortaba antes )
           IF FEC-STAT NOT = FEC-SFER AND FEC-IND-CANT = 'S'
              AND FEC-HRA-CANT < VDT-HRA-CORT
               MOVE FEC-HRA-CANT TO VDT-HRA-CORT
               IF VDT-HRA-HHMM NOT < VDT-HRA-CORT
                   MOVE 'S' TO VDT-IND-CRUZ.
           IF VDT-IND-CRUZ = 'N' AND FEC-STAT NOT = FEC-SFER
               MOVE VDT-FEC-HOYD TO VDT-FEC-VALR
               GO TO FIN-GNS-FEC-VDT.
