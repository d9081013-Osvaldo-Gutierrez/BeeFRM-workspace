           MOVE QMN-LIN-MOTV TO LOGMSG-TEXT-3( 24:1 ).
           MOVE '44'         TO LOGMSG-NUMB.
           PERFORM DO-USERLOG.
      *    y a la guardia por la bandeja de salida ( GNSBGNTF.cbl )
           MOVE 'QMN'        TO NTF-BAN-FUEN.
           MOVE 'S'          TO NTF-BAN-SEVR.
           MOVE 'QMN    UMB' TO NTF-BAN-CODI.
           MOVE SPACES       TO NTF-BAN-CLAV NTF-BAN-TEXT.
           MOVE QMN-WRK-TERM TO NTF-BAN-CLAV( 1:4 ).
           MOVE QMN-WRK-TYPE TO NTF-BAN-CLAV( 6:4 ).
           MOVE 'COLA SOBRE UMBRAL' TO NTF-BAN-TEXT( 1:17 ).
           MOVE QMN-WRK-TYPE TO NTF-BAN-TEXT( 19:4 ).
           MOVE 'TERMINAL'   TO NTF-BAN-TEXT( 24:8 ).
           MOVE QMN-WRK-TERM TO NTF-BAN-TEXT( 33:4 ).
           MOVE 'PROFUNDIDAD' TO NTF-BAN-TEXT( 38:11 ).
           MOVE QMN-NUM-PROF TO NTF-BAN-TEXT( 50:4 ).
           MOVE 'EDAD'       TO NTF-BAN-TEXT( 55:4 ).
           MOVE QMN-NUM-EDAD TO NTF-BAN-TEXT( 60:4 ).
           PERFORM REG-GNS-NTF.
       FIN-ALR-GNS-BUS-QMN.
           EXIT.
