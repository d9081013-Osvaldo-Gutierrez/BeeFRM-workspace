      *    Consulta de la tabla sellada de seudonimos: solo el oficial
      *    de seguridad ( fila vigente en TAB 'OFS' a nombre de
      *    SCR-USER ) averigua a quien corresponde un seudonimo
      *    ( SEU-ENT-SEUD ) o que seudonimo recibio un operador
      *    ( SEU-ENT-IOPR ). La fila se entrega con su sello
      *    recalculado: si no calza, la fila fue retocada y el status
      *    sale SEL. Deja una SEU-LINE 'CON' en la cola SCR-QSEU.
       GNS-CON-SEU SECTION.
       INI-GNS-CON-SEU.
           SET SEU-STAT-OKS TO TRUE.
           MOVE ZERO TO SCR-ISEU.
           MOVE SPACES         TO TAB.
           MOVE 'OFS'          TO TAB-COD-TTAB IN TAB.
           MOVE SCR-USER       TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               SET SEU-STAT-OFS TO TRUE
               GO TO FIN-GNS-CON-SEU.
           IF SEU-ENT-IOPR NOT > SPACES
               GO TO SCN-GNS-CON-SEU.
           MOVE SPACES         TO SEU.
           MOVE SEU-ENT-IOPR   TO SEU-COD-IOPR.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'SEU-KEY-ISEU' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-SEU.
           IF NOT FIO-STAT-OKS
               SET SEU-STAT-NEX TO TRUE
               GO TO FIN-GNS-CON-SEU.
           GO TO VER-GNS-CON-SEU.
      *    por seudonimo: la tabla es chica y se recorre
       SCN-GNS-CON-SEU.
           MOVE SPACES         TO SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'SEU-KEY-ISEU' TO FIO-AKEY.
           MOVE FIO-FND-FST    TO FIO-CMND.
           PERFORM GNS-FIO-SEU.
       LUP-GNS-CON-SEU.
           IF NOT FIO-STAT-OKS
               SET SEU-STAT-NEX TO TRUE
               GO TO FIN-GNS-CON-SEU.
           IF SEU-COD-SEUD = SEU-ENT-SEUD
               GO TO VER-GNS-CON-SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'SEU-KEY-ISEU' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-SEU.
           GO TO LUP-GNS-CON-SEU.
       VER-GNS-CON-SEU.
           PERFORM SEL-GNS-CON-SEU.
           IF OPR-HSH-RSLT NOT = SEU-NUM-SELL
               SET SEU-STAT-SEL TO TRUE.
           MOVE SPACES       TO SEU-LINE.
           MOVE ZEROES       TO SEU-LIN-NAUD SEU-LIN-NNAV
                                SEU-LIN-NINC SEU-LIN-NPND
                                SEU-LIN-NTRC SEU-LIN-NDLQ
                                SEU-LIN-NISE SEU-LIN-NRCE
                                SEU-LIN-NLEC SEU-LIN-NOTR
                                SEU-LIN-NHLD
                                SEU-LIN-NOPR SEU-LIN-NPEN
                                SEU-LIN-NHLO SEU-LIN-NFEC
                                SEU-LIN-NEXC SEU-LIN-NERR.
           MOVE 'CON'        TO SEU-LIN-TIPO.
           MOVE SEU-COD-SEUD TO SEU-LIN-SEUD.
           MOVE SEU-COD-IOPR TO SEU-LIN-IOPR.
           MOVE SEU-FEC-RETI TO SEU-LIN-FRET.
           MOVE SEU-FEC-SEUD TO SEU-LIN-FSEU.
           MOVE SEU-IND-PEND TO SEU-LIN-ESTA.
           ADD 1 TO SCR-ISEU.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QSEU TO QUE-NAM-SEND.
           MOVE SCR-ISEU TO QUE-NUM-SEND.
           MOVE LENGTH OF SEU-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE SEU-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-GNS-CON-SEU.
           EXIT.
      *
      *    Sello de la fila SEU en curso: huella ( HSH-GNS-PRO-OPR )
      *    de la fecha de asignacion como semilla, el codigo real y
      *    el seudonimo. Queda en OPR-HSH-RSLT.
       SEL-GNS-CON-SEU SECTION.
       INI-SEL-GNS-CON-SEU.
           MOVE SEU-FEC-SEUD TO OPR-HSH-SALT.
           MOVE SEU-COD-IOPR TO OPR-HSH-IOPR.
           MOVE SPACES       TO OPR-HSH-CLAV.
           MOVE SEU-COD-SEUD TO OPR-HSH-CLAV( 1:12 ).
           PERFORM HSH-GNS-PRO-OPR.
       FIN-SEL-GNS-CON-SEU.
           EXIT.
