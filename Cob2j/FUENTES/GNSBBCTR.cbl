       INI-GNS-BUS-CTR.
           SET CTR-STAT-OKS TO TRUE.
           MOVE ZERO TO SCR-ICTR.
      *    simulando no se graba nada; confirmando, solo con la
      *    simulacion de este mismo traspaso aprobada
           PERFORM HUE-GNS-BUS-CTR THRU FIN-HUE-GNS-BUS-CTR.
           IF NOT SMC-STAT-OKS
               SET CTR-STAT-NAP TO TRUE
               GO TO FIN-GNS-BUS-CTR.
      *    centro origen: existe y alcanzo a emitir el rango ?
           MOVE SPACES       TO CIC.
           MOVE CTR-CAI-DESD TO CIC-CAI-ICIC IN CIC.
           IF NOT FIO-STAT-OKS
               SET CTR-STAT-NEX TO TRUE
               GO TO FIN-GNS-BUS-CTR.
      *    el folio vigente, clasico o ampliado ( GNS-PRO-CIW )
           MOVE CIW-FOL TO CIW-CMND.
           PERFORM GNS-PRO-CIW.
           IF CIW-SAL-FOLI < CTR-NUM-HAST
               SET CTR-STAT-RNG TO TRUE
               GO TO FIN-GNS-BUS-CTR.
           MOVE 'A'                 TO CTR-LIN-TIPO.
           MOVE CTR-CAI-DESD        TO CTR-LIN-CAI.
           MOVE CIW-SAL-FOLI        TO CTR-LIN-FOLI.
           PERFORM PUT-GNS-BUS-CTR THRU FIN-PUT-GNS-BUS-CTR.
      *    centro destino: sin choque con lo ya asignado
           MOVE ZEROES       TO CTR-NUM-FANT.
           PERFORM GNS-FIO-CIC.
           IF FIO-STAT-OKS
               MOVE 'S' TO CTR-IND-EXIS
               MOVE CIW-FOL TO CIW-CMND
               PERFORM GNS-PRO-CIW
               MOVE CIW-SAL-FOLI TO CTR-NUM-FANT
               IF CIW-SAL-FOLI NOT < CTR-NUM-DESD
                   SET CTR-STAT-COL TO TRUE
                   GO TO FIN-GNS-BUS-CTR.
           MOVE 'A'          TO CTR-LIN-TIPO.
      *    del rango traspasado
           MOVE FIO-BEG-TRN TO FIO-CMND.
           PERFORM GNS-FIO-DTC.
      *    el rango no es de un documento: la declaracion pendiente
      *    ( CHK-GNS-NDX-CIC ) no se aplica al traspaso
           MOVE NDX-DOC-FOLI TO NDX-SAV-BLOQ.
           MOVE SPACES       TO NDX-DOC-FOLI.
           IF CTR-IND-EXIS = 'N'
               MOVE SPACES       TO CIC
               MOVE CTR-CAI-HAST TO CIC-CAI-ICIC IN CIC
               MOVE FIO-PUT      TO FIO-CMND
               PERFORM GNS-FIO-CIC
           ELSE
               MOVE CTR-NUM-HAST TO CIW-ENT-FOLI
               MOVE CIW-ASF      TO CIW-CMND
               PERFORM GNS-PRO-CIW
               MOVE SCR-USER     TO CIC-COD-ATRN IN CIC
               MOVE 'GNS'        TO FIO-SIST
               MOVE 'CIC-CAI-ICIC' TO FIO-AKEY
               MOVE FIO-MOD      TO FIO-CMND
               PERFORM GNS-FIO-CIC.
           MOVE NDX-SAV-BLOQ TO NDX-DOC-FOLI.
           IF NOT FIO-STAT-OKS
               SET CTR-STAT-ABT TO TRUE
               MOVE FIO-ABT-TRN TO FIO-CMND
           MOVE CTR-NUM-HAST TO CTR-LIN-FOLI.
           PERFORM PUT-GNS-BUS-CTR THRU FIN-PUT-GNS-BUS-CTR.
       FIN-GNS-BUS-CTR.
      *    cierre de la corrida simulada o confirmada ( GNSBGSMC )
           MOVE SMC-CIE TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
           EXIT.
      *
      *    Encola una fila del informe antes/despues.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-CTR.
           EXIT.
      *
      *    Huella de la corrida ( centros y rango ) y apertura
      *    segun SMC-COD-MODO.
       HUE-GNS-BUS-CTR SECTION.
       INI-HUE-GNS-BUS-CTR.
           MOVE 'CTR'   TO SMC-ENT-PROG.
           MOVE SMC-INI TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
           MOVE SPACES       TO SMC-ENT-DATO.
           MOVE CTR-CAI-DESD TO SMC-ENT-DATO( 1:4 ).
           MOVE CTR-CAI-HAST TO SMC-ENT-DATO( 5:4 ).
           MOVE CTR-NUM-DESD TO SMC-ENT-DATO( 9:8 ).
           MOVE CTR-NUM-HAST TO SMC-ENT-DATO( 17:8 ).
           MOVE 24           TO SMC-ENT-LARG.
           MOVE SMC-HSH TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
       ABR-HUE-GNS-BUS-CTR.
           MOVE SMC-ABR TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
       FIN-HUE-GNS-BUS-CTR.
           EXIT.
