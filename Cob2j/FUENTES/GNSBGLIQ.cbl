      * Fecha de Liquidacion de Cambios sobre Ambos Calendarios
      *
      *    GNS-FEC-LIQ toma el par LIQ-MON-ORIG / LIQ-MON-DEST, la
      *    fecha de la operacion y el plazo, y avanza dia a dia por
      *    el calendario CAL ( GNS-PRO-CAL ) con la plaza de cada
      *    moneda: solo cuentan los dias habiles en ambas plazas, y
      *    cada dia que no lo es queda en LIQ-TBL-SALT con su motivo.
      *    Para 'TOD' ( T+0 ) la propia fecha de la operacion debe
      *    ser habil en ambas; si no, se corre al primer dia comun.
      *    Sirve igual a los programas en linea que convierten con
      *    PES-CNV-MON que al batch ( fecha explicita ).
       GNS-FEC-LIQ SECTION.
       INI-GNS-FEC-LIQ.
           SET LIQ-STAT-OKS TO TRUE.
           MOVE ZEROES TO LIQ-FEC-LIQU LIQ-CNT-SALT LIQ-CNT-HABL
                          LIQ-CNT-DIAS.
           MOVE ZEROES TO LIQ-TBL-SALT.
      *
      *    plazo en dias habiles comunes
           IF LIQ-COD-PLAZ = 'TOD'
               MOVE 0 TO LIQ-NUM-PLAZ
           ELSE
           IF LIQ-COD-PLAZ = 'TOM'
               MOVE 1 TO LIQ-NUM-PLAZ
           ELSE
           IF LIQ-COD-PLAZ = 'SPOT'
               MOVE LIQ-DIA-SPOT TO LIQ-NUM-PLAZ
           ELSE
           IF LIQ-COD-PLAZ( 1:2 ) = 'T+'
              AND LIQ-COD-PLAZ( 3:1 ) IS NUMERIC
              AND LIQ-COD-PLAZ( 4:1 ) = SPACE
               MOVE LIQ-COD-PLAZ( 3:1 ) TO LIQ-WRK-NPLZ( 2:1 )
               MOVE '0'                 TO LIQ-WRK-NPLZ( 1:1 )
               MOVE LIQ-WRK-NPLZ        TO LIQ-NUM-PLAZ
           ELSE
           IF LIQ-COD-PLAZ( 1:2 ) = 'T+'
              AND LIQ-COD-PLAZ( 3:2 ) IS NUMERIC
               MOVE LIQ-COD-PLAZ( 3:2 ) TO LIQ-WRK-NPLZ
               MOVE LIQ-WRK-NPLZ        TO LIQ-NUM-PLAZ
           ELSE
               SET LIQ-STAT-ERR TO TRUE
               GO TO FIN-GNS-FEC-LIQ.
           IF LIQ-NUM-PLAZ > 30
               SET LIQ-STAT-ERR TO TRUE
               GO TO FIN-GNS-FEC-LIQ.
      *
      *    plaza de feriados de cada moneda
           MOVE LIQ-MON-ORIG TO LIQ-WRK-MONE.
           PERFORM PLZ-GNS-FEC-LIQ.
           MOVE LIQ-WRK-PLZA TO LIQ-PLZ-ORIG.
           MOVE LIQ-MON-DEST TO LIQ-WRK-MONE.
           PERFORM PLZ-GNS-FEC-LIQ.
           MOVE LIQ-WRK-PLZA TO LIQ-PLZ-DEST.
      *
           MOVE LIQ-FEC-OPER TO LIQ-WRK-FECH.
           IF LIQ-WRK-FECH = ZEROES
               PERFORM GET-FHOY
               MOVE HOY-FHOY TO LIQ-WRK-FECH.
           IF LIQ-NUM-PLAZ = 0
               GO TO EVA-GNS-FEC-LIQ.
       AVA-GNS-FEC-LIQ.
           ADD 1 TO LIQ-CNT-DIAS.
           IF LIQ-CNT-DIAS > LIQ-MAX-DIAS
               SET LIQ-STAT-NEX TO TRUE
               GO TO FIN-GNS-FEC-LIQ.
           PERFORM SUM-GNS-FEC-LIQ.
       EVA-GNS-FEC-LIQ.
      *    habil en la plaza de cada moneda ?
           MOVE LIQ-WRK-FECH TO CAL-CON-FECH.
           MOVE LIQ-PLZ-ORIG TO CAL-CON-PLZA.
           PERFORM GNS-PRO-CAL.
           IF NOT CAL-STAT-OKS
               SET LIQ-STAT-NEX TO TRUE
               GO TO FIN-GNS-FEC-LIQ.
           MOVE CAL-IND-HABL TO LIQ-IND-HORI.
           MOVE CAL-NUM-DSEM TO LIQ-WRK-DSEM.
           MOVE LIQ-WRK-FECH TO CAL-CON-FECH.
           MOVE LIQ-PLZ-DEST TO CAL-CON-PLZA.
           PERFORM GNS-PRO-CAL.
           IF NOT CAL-STAT-OKS
               SET LIQ-STAT-NEX TO TRUE
               GO TO FIN-GNS-FEC-LIQ.
           MOVE CAL-IND-HABL TO LIQ-IND-HDES.
           IF LIQ-IND-HORI = 'S' AND LIQ-IND-HDES = 'S'
               GO TO HBL-GNS-FEC-LIQ.
      *    dia saltado, con su motivo
           IF LIQ-CNT-SALT < 20
               ADD 1 TO LIQ-CNT-SALT
               MOVE LIQ-WRK-FECH TO LIQ-SAL-FECH( LIQ-CNT-SALT )
               MOVE LIQ-WRK-DSEM TO LIQ-SAL-DSEM( LIQ-CNT-SALT )
               IF LIQ-IND-HORI = 'N' AND LIQ-IND-HDES = 'N'
                   MOVE 'A' TO LIQ-SAL-MOTV( LIQ-CNT-SALT )
               ELSE
               IF LIQ-IND-HORI = 'N'
                   MOVE 'O' TO LIQ-SAL-MOTV( LIQ-CNT-SALT )
               ELSE
                   MOVE 'D' TO LIQ-SAL-MOTV( LIQ-CNT-SALT ).
           GO TO AVA-GNS-FEC-LIQ.
       HBL-GNS-FEC-LIQ.
           IF LIQ-NUM-PLAZ > 0
               ADD 1 TO LIQ-CNT-HABL
               IF LIQ-CNT-HABL < LIQ-NUM-PLAZ
                   GO TO AVA-GNS-FEC-LIQ.
           MOVE LIQ-WRK-FECH TO LIQ-FEC-LIQU.
       FIN-GNS-FEC-LIQ.
           EXIT.
      *
      *    Plaza de feriados de la moneda LIQ-WRK-MONE ( TAB 'MPL';
      *    sin fila, calendario nacional ).
       PLZ-GNS-FEC-LIQ SECTION.
       INI-PLZ-GNS-FEC-LIQ.
           MOVE SPACES         TO LIQ-WRK-PLZA.
           MOVE SPACES         TO TAB.
           MOVE 'MPL'          TO TAB-COD-TTAB IN TAB.
           MOVE LIQ-WRK-MONE   TO TAB-COD-CTAB IN TAB ( 1:4 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               MOVE TAB-GLS-DESC IN TAB ( 1:3 ) TO LIQ-WRK-PLZA.
       FIN-PLZ-GNS-FEC-LIQ.
           EXIT.
      *
      *    Avanza LIQ-WRK-FECH un dia corrido ( CAL-FEC SUM-DIA ).
       SUM-GNS-FEC-LIQ SECTION.
       INI-SUM-GNS-FEC-LIQ.
           MOVE SPACES     TO FEC-FECH.
           MOVE LIQ-WRK-DD TO FEC-ITM1.
           MOVE LIQ-WRK-MM TO FEC-ITM2.
           MOVE LIQ-WRK-SS TO FEC-ITM3.
           MOVE LIQ-WRK-AA TO FEC-ITM4.
           MOVE FEC-FORM-FEC TO FEC-FORM.
           MOVE SPACES       TO FEC-IEDT.
           MOVE 1            TO FEC-NDIA.
           MOVE FEC-SUM-DIA  TO FEC-CMND.
           PERFORM CAL-FEC.
           MOVE FEC-ITM3 TO LIQ-WRK-SS.
           MOVE FEC-ITM4 TO LIQ-WRK-AA.
           MOVE FEC-ITM2 TO LIQ-WRK-MM.
           MOVE FEC-ITM1 TO LIQ-WRK-DD.
       FIN-SUM-GNS-FEC-LIQ.
           EXIT.
