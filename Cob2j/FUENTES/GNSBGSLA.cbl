           MOVE 'SERVICIO FUERA DE UMBRAL SLA'   TO LOGMSG-TEXT-3.
           MOVE '43'             TO LOGMSG-NUMB.
           PERFORM DO-USERLOG.
      *    y a la guardia por la bandeja de salida ( GNSBGNTF.cbl )
           MOVE 'SLA'            TO NTF-BAN-FUEN.
           MOVE 'S'              TO NTF-BAN-SEVR.
           MOVE 'SLA    UMB'     TO NTF-BAN-CODI.
           MOVE EST-SRV-NOMB( EST-ITBL ) TO NTF-BAN-CLAV.
           MOVE SPACES           TO NTF-BAN-TEXT.
           MOVE 'SERVICIO'       TO NTF-BAN-TEXT( 1:8 ).
           MOVE EST-SRV-NOMB( EST-ITBL ) TO NTF-BAN-TEXT( 10:8 ).
           MOVE 'FUERA DE UMBRAL SLA' TO NTF-BAN-TEXT( 19:19 ).
           MOVE 'PROMEDIO'       TO NTF-BAN-TEXT( 40:8 ).
           MOVE SLA-NUM-PROM     TO NTF-BAN-TEXT( 49:7 ).
           MOVE 'ERROR'          TO NTF-BAN-TEXT( 58:5 ).
           MOVE SLA-NUM-ERRP     TO NTF-BAN-TEXT( 64:3 ).
           MOVE '%'              TO NTF-BAN-TEXT( 67:1 ).
           PERFORM REG-GNS-NTF.
       FIN-CHK-GNS-EST-SLA.
           EXIT.
      *
