               MOVE 'N' TO CAL-WRK-HABL
           ELSE
               MOVE 'S' TO CAL-WRK-HABL.
      *    cierre anticipado del dia ( fila 'FER' tipo 'M' )
           MOVE 'N'  TO CAL-WRK-CANT.
           MOVE 2400 TO CAL-WRK-HCAN.
           IF CAL-WRK-HABL = 'S' AND FEC-IND-CANT = 'S'
               MOVE 'S'          TO CAL-WRK-CANT
               MOVE FEC-HRA-CANT TO CAL-WRK-HCAN.
      *    dia de semana y numero de semana, del juliano
           MOVE CAL-WRK-SS TO FEC-SVLD.
           MOVE CAL-WRK-AA TO FEC-AVLD.
           MOVE CAL-WRK-DSEM TO CAL-NUM-DSEM.
           MOVE CAL-WRK-SEMA TO CAL-NUM-SEMA.
           MOVE CAL-WRK-PERI TO CAL-NUM-PERI.
           MOVE CAL-WRK-CANT TO CAL-IND-CANT.
           MOVE CAL-WRK-HCAN TO CAL-HRA-CANT.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'CAL-KEY-ICAL' TO FIO-AKEY.
           PERFORM GNS-FIO-CAL.
