           MOVE 'PASO NOCTURNO SOBRE SU LINEA BASE' TO LOGMSG-TEXT-3.
           MOVE '45'         TO LOGMSG-NUMB.
           PERFORM DO-USERLOG.
      *    y a la guardia por la bandeja de salida ( GNSBGNTF.cbl )
           MOVE 'JCW'        TO NTF-BAN-FUEN.
           MOVE 'S'          TO NTF-BAN-SEVR.
           MOVE 'JCW    PAS' TO NTF-BAN-CODI.
           MOVE SPACES       TO NTF-BAN-CLAV NTF-BAN-TEXT.
           MOVE JCH-COD-CADN TO NTF-BAN-CLAV( 1:3 ).
           MOVE JCH-GLS-PROG TO NTF-BAN-CLAV( 5:12 ).
           MOVE 'PASO NOCTURNO SOBRE SU LINEA BASE'
             TO NTF-BAN-TEXT( 1:33 ).
           MOVE JCH-COD-CADN TO NTF-BAN-TEXT( 35:3 ).
           MOVE JCH-GLS-PROG TO NTF-BAN-TEXT( 39:12 ).
           MOVE 'SEGUNDOS'   TO NTF-BAN-TEXT( 52:8 ).
           MOVE JCW-LIN-DSEG TO NTF-BAN-TEXT( 61:6 ).
           MOVE 'BASE'       TO NTF-BAN-TEXT( 68:4 ).
           MOVE JCW-LIN-PROM TO NTF-BAN-TEXT( 73:6 ).
           PERFORM REG-GNS-NTF.
       FIN-ALR-GNS-BUS-JCW.
           EXIT.
