      *Informe diario de velocidad de documentos: recorre el registro
      *de presentaciones PRS completo ( FIO-FND-FST / FIO-GET-NXT ) y
      *deja en la cola SCR-QVEL una fila por documento que en la
      *fecha VEL-FEC-INFO ( cero = hoy ) disparo alguna regla de
      *velocidad TAB 'VEL', con sus avisos y rechazos del dia y la
      *sucursal, terminal y hora del ultimo disparo, para revisar si
      *corresponde pasarlo a la lista de bloqueo TAB 'NDS'. Las
      *presentaciones de un documento vienen juntas por la llave,
      *asi que basta un corte de control por documento.
       GNS-BUS-VEL SECTION.
       INI-GNS-BUS-VEL.
           MOVE ZERO   TO SCR-IVEL VEL-CNT-DOCS.
           MOVE SPACES TO VEL-SAV-NDOC.
           MOVE VEL-FEC-INFO TO VEL-FEC-PROC.
           IF VEL-FEC-PROC = ZEROES
               PERFORM GET-FHOY
               MOVE HOY-FHOY TO VEL-FEC-PROC.
           MOVE SPACES       TO PRS.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'PRS-KEY-IPRS' TO FIO-AKEY.
           MOVE FIO-FND-FST  TO FIO-CMND.
           PERFORM GNS-FIO-PRS.
       LUP-GNS-BUS-VEL.
           IF NOT FIO-STAT-OKS
               GO TO ULT-GNS-BUS-VEL.
           IF PRS-FEC-PRES NOT = VEL-FEC-PROC
              OR ( NOT PRS-RSLT-AVIS AND NOT PRS-RSLT-RECH )
               GO TO SIG-GNS-BUS-VEL.
      *    corte por documento: el anterior queda en la cola
           IF PRS-GLS-NDOC NOT = VEL-SAV-NDOC
               IF VEL-SAV-NDOC NOT = SPACES
                   PERFORM PUT-GNS-BUS-VEL THRU FIN-PUT-GNS-BUS-VEL
                   MOVE PRS-GLS-NDOC TO VEL-SAV-NDOC
                   MOVE ZEROES       TO VEL-LIN-NAVI VEL-LIN-NREC
               ELSE
                   MOVE PRS-GLS-NDOC TO VEL-SAV-NDOC
                   MOVE ZEROES       TO VEL-LIN-NAVI VEL-LIN-NREC.
           IF PRS-RSLT-AVIS
               ADD 1 TO VEL-LIN-NAVI
           ELSE
               ADD 1 TO VEL-LIN-NREC.
           MOVE PRS-GLS-NDOC TO VEL-LIN-NDOC.
           MOVE PRS-COD-REGL TO VEL-LIN-REGL.
           MOVE PRS-COD-SUCU TO VEL-LIN-SUCU.
           MOVE PRS-COD-TERM TO VEL-LIN-TERM.
           MOVE PRS-HRA-PRES TO VEL-LIN-HORA.
       SIG-GNS-BUS-VEL.
           MOVE 'PRS-KEY-IPRS' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-PRS.
           GO TO LUP-GNS-BUS-VEL.
       ULT-GNS-BUS-VEL.
           IF VEL-SAV-NDOC NOT = SPACES
               PERFORM PUT-GNS-BUS-VEL THRU FIN-PUT-GNS-BUS-VEL.
       FIN-GNS-BUS-VEL.
      *    la corrida queda archivada en el repositorio de
      *    informes ( GNSBGRPO.cbl )
           MOVE 'VEL'       TO RPO-ENT-CODI.
           MOVE SCR-QVEL    TO RPO-ENT-COLA.
           MOVE 'GNSBUSVEL' TO RPO-ENT-PROG.
           MOVE RPO-ARC     TO RPO-CMND.
           PERFORM GNS-PRO-RPO.
           EXIT.
      *
      *    Encola la fila del documento recien cerrado.
       PUT-GNS-BUS-VEL SECTION.
       INI-PUT-GNS-BUS-VEL.
           ADD 1 TO SCR-IVEL VEL-CNT-DOCS.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QVEL TO QUE-NAM-SEND.
           MOVE SCR-IVEL TO QUE-NUM-SEND.
           MOVE LENGTH OF VEL-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE VEL-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-VEL.
           EXIT.
