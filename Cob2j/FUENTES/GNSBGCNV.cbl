      *    TAB 'FXR' de fecha mas reciente no posterior, gracias a la
      *    fecha complementada en la clave ), aplica compra o venta
      *    segun CNV-IND-LADO y redondea a los decimales de la moneda
      *    destino con el propio PES-SCTV. Cada llamada queda en la
      *    bitacora CVJ ( REG-PES-CNV-MON ). GNS-MNT-CNV carga/regraba
      *    una tasa ( mantencion en linea del tipo 'FXR' ).
       PES-CNV-MON SECTION.
       INI-PES-CNV-MON.
               ELSE
                   SET CNV-STAT-NEX TO TRUE
                   MOVE ZEROES TO CNV-SAL-IMPO
                   GO TO JRN-PES-CNV-MON.
           MOVE TAB-GLS-DESC IN TAB TO CNV-WRK-DESC.
           MOVE TAB-COD-CTAB IN TAB ( 7:6 ) TO CNV-WRK-CFEC.
           COMPUTE CNV-FEC-TASA = 999999 - CNV-WRK-CFEC.
           MOVE CNV-MON-DEST TO PES-CIC-VCAM.
           PERFORM PES-SCTV.
           MOVE PES-SGV-ENTE TO CNV-SAL-IMPO.
      *    toda conversion, con o sin tasa, queda en la bitacora CVJ
       JRN-PES-CNV-MON.
           IF CNV-IND-JRNL = 'S'
               PERFORM REG-PES-CNV-MON.
       FIN-PES-CNV-MON.
           EXIT.
      *
      *    Triangulacion y tasa de cada pata, en seccion aparte para
      *    que no se ejecuten de nuevo al caer de FIN-PES-CNV-MON.
       TRG-PES-CNV-MON SECTION.
      *
      *    Triangulacion: pata 1 origen -> pivote con el lado del
      *    llamador ( el banco compra/vende la moneda origen ) y
      *    pata 2 pivote -> destino con el lado contrario ( sobre
       FIN-LEG-PES-CNV-MON.
           EXIT.
      *
      *    Deja la conversion recien hecha en la bitacora CVJ. La
      *    secuencia de la tarea distingue dos conversiones del mismo
      *    terminal en la misma centesima ( triangulos, comisiones ).
       REG-PES-CNV-MON SECTION.
       INI-REG-PES-CNV-MON.
           PERFORM GET-FHOY.
           ACCEPT CNV-HRA-TOMA FROM TIME.
           ADD 1 TO CNV-CNT-SECU.
           IF CNV-CNT-SECU > 9999
               MOVE 1 TO CNV-CNT-SECU.
           MOVE SPACES        TO CVJ.
           MOVE HOY-FHOY      TO CVJ-FEC-CONV.
           MOVE CNV-MON-ORIG  TO CVJ-MON-ORIG.
           MOVE CNV-MON-DEST  TO CVJ-MON-DEST.
           MOVE CNV-HRA-TOMA  TO CVJ-HRA-CONV.
           MOVE TSK-TERM-ALF  TO CVJ-COD-TERM.
           MOVE CNV-CNT-SECU  TO CVJ-NUM-SECU.
           MOVE SCR-USER      TO CVJ-COD-OPER.
           MOVE CNV-IND-LADO  TO CVJ-IND-LADO.
           MOVE CNV-ENT-IMPO  TO CVJ-SGV-ENTR.
           MOVE CNV-SAL-IMPO  TO CVJ-SGV-SALI.
           MOVE CNV-NUM-TASA  TO CVJ-NUM-TASA.
           MOVE CNV-FEC-TASA  TO CVJ-FEC-TASA.
           MOVE CNV-IND-TRIA  TO CVJ-IND-TRIA.
           IF CNV-IND-TRIA = 'S'
               MOVE CNV-MON-PIVO TO CVJ-MON-PIVO.
           MOVE CNV-NUM-TAS1  TO CVJ-NUM-TAS1.
           MOVE CNV-NUM-TAS2  TO CVJ-NUM-TAS2.
           MOVE CNV-STAT      TO CVJ-COD-STAT.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'CVJ-KEY-ICVJ' TO FIO-AKEY.
           MOVE FIO-PUT        TO FIO-CMND.
           PERFORM GNS-FIO-CVJ.
       FIN-REG-PES-CNV-MON.
           EXIT.
      *
      *    Carga ( o regraba ) la tasa del par para una fecha dada:
      *    CNV-MON-ORIG / CNV-MON-DEST / CNV-ENT-FECH ( AAMMDD ) /
      *    CNV-ENT-TCMP / CNV-ENT-TVTA.
