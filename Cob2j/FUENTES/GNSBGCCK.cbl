      *    la cola SCR-QCCK, y SOLO con todo OK ( o con el override
      *    CCK-IND-OVRR del supervisor, que queda estampado en el
      *    certificado ) ejecuta el cierre real PER-CIE e imprime
      *    el certificado fechado por el spool PRT. El periodo es el
      *    mes calendario o, si el sistema tiene calendario fiscal,
      *    el periodo fiscal con sus propios primer y ultimo dia.
       GNS-PRO-CCK SECTION.
       INI-GNS-PRO-CCK.
           SET CCK-STAT-OKS TO TRUE.
           MOVE ZERO TO SCR-ICCK.
      *    limites del periodo: mes calendario o periodo fiscal
           MOVE CCK-ENT-SIST        TO FIS-ENT-SIST.
           MOVE CCK-ENT-PERI( 1:4 ) TO FIS-ENT-ANOF.
           MOVE CCK-ENT-PERI( 5:2 ) TO FIS-ENT-PERI.
           MOVE FIS-LIM             TO FIS-CMND.
           PERFORM GNS-FEC-FIS.
           IF NOT FIS-STAT-OKS
               SET CCK-STAT-NOK TO TRUE
               GO TO FIN-GNS-PRO-CCK.
           MOVE FIS-SAL-FINI TO CCK-FEC-PINI.
           MOVE FIS-SAL-FFIN TO CCK-FEC-PFIN.
           PERFORM PND-GNS-PRO-CCK THRU FIN-PND-GNS-PRO-CCK.
           PERFORM EVT-GNS-PRO-CCK THRU FIN-EVT-GNS-PRO-CCK.
           PERFORM INC-GNS-PRO-CCK THRU FIN-INC-GNS-PRO-CCK.
           IF NOT FIO-STAT-OKS
               GO TO EMT-PND-GNS-PRO-CCK.
           IF PND-STAT-PEND IN PND
              AND PND-FEC-FTRN NOT < CCK-FEC-PINI
              AND PND-FEC-FTRN NOT > CCK-FEC-PFIN
               ADD 1 TO CCK-CNT-HALL.
           MOVE 'PND-KEY-IPND' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
      *
      *    Chequeo JCH: cadena Completa ( o Salteada ) para el
      *    ultimo dia habil del periodo ( buscado hacia atras en el
      *    calendario CAL desde el ultimo dia del periodo ).
       JCH-GNS-PRO-CCK SECTION.
       INI-JCH-GNS-PRO-CCK.
           MOVE 'S'    TO CCK-CHK-JCH.
           MOVE ZEROES TO CCK-CNT-HALL.
           MOVE CCK-FEC-PFIN TO CCK-FEC-UHAB.
           GO TO CON-JCH-GNS-PRO-CCK.
       UHA-JCH-GNS-PRO-CCK.
           PERFORM RST-GNS-PRO-CCK.
           IF CCK-FEC-UHAB < CCK-FEC-PINI
      *        sin calendario materializado no hay como verificar
               MOVE 'N' TO CCK-CHK-JCH
               GO TO EMT-JCH-GNS-PRO-CCK.
       CON-JCH-GNS-PRO-CCK.
           MOVE CCK-FEC-UHAB TO CAL-CON-FECH.
           MOVE SPACES       TO CAL-CON-PLZA.
           PERFORM GNS-PRO-CAL.
       FIN-JCH-GNS-PRO-CCK.
           EXIT.
      *
      *    Retrocede CCK-FEC-UHAB un dia corrido ( CAL-FEC RST-DIA ).
       RST-GNS-PRO-CCK SECTION.
       INI-RST-GNS-PRO-CCK.
           MOVE SPACES       TO FEC-FECH.
           MOVE CCK-UHA-DD   TO FEC-ITM1.
           MOVE CCK-UHA-MM   TO FEC-ITM2.
           MOVE CCK-UHA-SS   TO FEC-ITM3.
           MOVE CCK-UHA-AA   TO FEC-ITM4.
           MOVE FEC-FORM-FEC TO FEC-FORM.
           MOVE SPACES       TO FEC-IEDT.
           MOVE 1            TO FEC-NDIA.
           MOVE FEC-RST-DIA  TO FEC-CMND.
           PERFORM CAL-FEC.
           MOVE FEC-ITM3 TO CCK-UHA-SS.
           MOVE FEC-ITM4 TO CCK-UHA-AA.
           MOVE FEC-ITM2 TO CCK-UHA-MM.
           MOVE FEC-ITM1 TO CCK-UHA-DD.
       FIN-RST-GNS-PRO-CCK.
           EXIT.
      *
      *    Encola la fila del checklist ( 'OK '/'NOK' + hallazgos ).
       PUT-GNS-PRO-CCK SECTION.
       INI-PUT-GNS-PRO-CCK.
           MOVE CCK-ENT-PERI  TO PRT-GLS-LINE( 24:6 ).
           MOVE PRT-LIN TO PRT-CMND.
           PERFORM GNS-PRO-PRT.
           IF FIS-IND-FISC = 'S'
               MOVE SPACES TO PRT-GLS-LINE
               MOVE 'PERIODO FISCAL DEL:' TO PRT-GLS-LINE( 1:19 )
               MOVE CCK-FEC-PINI          TO PRT-GLS-LINE( 21:8 )
               MOVE 'AL:'                 TO PRT-GLS-LINE( 31:3 )
               MOVE CCK-FEC-PFIN          TO PRT-GLS-LINE( 35:8 )
               MOVE PRT-LIN TO PRT-CMND
               PERFORM GNS-PRO-PRT.
           MOVE SPACES TO PRT-GLS-LINE.
           MOVE 'CERRADO EL:'  TO PRT-GLS-LINE( 1:11 ).
           MOVE HOY-SHOY TO PRT-GLS-LINE( 13:2 ).
