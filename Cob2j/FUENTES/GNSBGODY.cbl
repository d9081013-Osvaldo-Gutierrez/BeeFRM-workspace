      *    ABR abierto, CRR cerrando, CER cerrado, REA reabierto,
      *    CON consulta. Los comandos ABR y CER los disparan el
      *    ultimo y el primer paso de la cadena ( GNSBUSODA /
      *    GNSBUSODC en EJE-GNS-BUS-JCH ). La apertura deja ademas
      *    la fecha del dia de operaciones que empieza ( la fecha
      *    contable de la interfaz GNSBBCTB.cbl ): el dia habil
      *    siguiente al que la noche cerro, no la fecha del reloj,
      *    que despues de medianoche ya es la del dia siguiente.
       GNS-PRO-ODY SECTION.
       INI-GNS-PRO-ODY.
           MOVE ZEROES TO ODY-FEC-OPER.
           IF ODY-ENT-SIST NOT > SPACES
               MOVE SCR-SIST TO ODY-ENT-SIST.
           GO TO ABR-GNS-PRO-ODY CRR-GNS-PRO-ODY CER-GNS-PRO-ODY
           MOVE SYS-ABOR TO SYS-CMND.
           PERFORM GNS-PRO-SYS.
       ABR-GNS-PRO-ODY.
           PERFORM DIA-GNS-PRO-ODY THRU FIN-DIA-GNS-PRO-ODY.
           MOVE 'A' TO ODY-COD-ESTA.
           MOVE ODY-FEC-CAND TO ODY-FEC-OPER.
           PERFORM GRA-GNS-PRO-ODY.
           GO TO FIN-GNS-PRO-ODY.
       CRR-GNS-PRO-ODY.
           PERFORM BSC-GNS-PRO-ODY.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               MOVE TAB-COD-DAT1 IN TAB ( 1 ) TO ODY-COD-ESTA
               IF TAB-GLS-DESC IN TAB ( 1:8 ) IS NUMERIC
                   MOVE TAB-GLS-DESC IN TAB ( 1:8 ) TO ODY-FEC-OPER
               ELSE
                   NEXT SENTENCE
           ELSE
      *        sin fila, el dia se considera abierto ( igual que
      *        antes de existir el control )
       FIN-GNS-PRO-ODY.
           EXIT.
      *
      *    Dia que abre, en ODY-FEC-CAND: el habil siguiente al dia
      *    cerrado de la fila ( CAL-FEC SUM-DIA y el calendario de
      *    feriados de PRO-FEC ). Un dia que sigue abierto conserva
      *    su fecha, asi una apertura repetida no corre el dia; una
      *    fila sin fecha ( primera apertura ) parte de hoy, si es
      *    habil.
       DIA-GNS-PRO-ODY SECTION.
       INI-DIA-GNS-PRO-ODY.
           MOVE ZERO TO ODY-CNT-DIAS.
           PERFORM BSC-GNS-PRO-ODY.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
              AND TAB-GLS-DESC IN TAB ( 1:8 ) IS NUMERIC
              AND TAB-GLS-DESC IN TAB ( 1:8 ) NOT = ZEROES
               MOVE TAB-GLS-DESC IN TAB ( 1:8 ) TO ODY-FEC-CAND
               MOVE TAB-COD-DAT1 IN TAB ( 1 )   TO ODY-COD-ESTA
               GO TO EST-DIA-GNS-PRO-ODY.
           PERFORM GET-FHOY.
           MOVE HOY-SHOY TO ODY-CAN-SS.
           MOVE HOY-AHOY TO ODY-CAN-AA.
           MOVE HOY-MHOY TO ODY-CAN-MM.
           MOVE HOY-DHOY TO ODY-CAN-DD.
           GO TO HBL-DIA-GNS-PRO-ODY.
       EST-DIA-GNS-PRO-ODY.
           IF ODY-ESTA-ABIE
               GO TO FIN-DIA-GNS-PRO-ODY.
       SUM-DIA-GNS-PRO-ODY.
           ADD 1 TO ODY-CNT-DIAS.
           MOVE SPACES     TO FEC-FECH.
           MOVE ODY-CAN-DD TO FEC-ITM1.
           MOVE ODY-CAN-MM TO FEC-ITM2.
           MOVE ODY-CAN-SS TO FEC-ITM3.
           MOVE ODY-CAN-AA TO FEC-ITM4.
           MOVE FEC-FORM-FEC TO FEC-FORM.
           MOVE SPACES       TO FEC-IEDT.
           MOVE 1            TO FEC-NDIA.
           MOVE FEC-SUM-DIA  TO FEC-CMND.
           PERFORM CAL-FEC.
           MOVE FEC-ITM3 TO ODY-CAN-SS.
           MOVE FEC-ITM4 TO ODY-CAN-AA.
           MOVE FEC-ITM2 TO ODY-CAN-MM.
           MOVE FEC-ITM1 TO ODY-CAN-DD.
      *    feriado o fin de semana: sigue al dia siguiente
       HBL-DIA-GNS-PRO-ODY.
           MOVE SPACES       TO FEC-FECH.
           MOVE ODY-CAN-DD   TO FEC-ITM1.
           MOVE ODY-CAN-MM   TO FEC-ITM2.
           MOVE ODY-CAN-SS   TO FEC-ITM3.
           MOVE ODY-CAN-AA   TO FEC-ITM4.
           MOVE FEC-FORM-FEC TO FEC-FORM.
           MOVE FEC-FBLK-N   TO FEC-FBLK.
           MOVE FEC-VHBL-S   TO FEC-VHBL.
           MOVE FEC-CHOY-N   TO FEC-CHOY.
           MOVE SPACES       TO FEC-IEDT.
           MOVE FEC-VAL-FEC  TO FEC-CMND.
           PERFORM PRO-FEC.
           IF FEC-STAT = FEC-SFER AND ODY-CNT-DIAS < ODY-LIM-DIAS
               GO TO SUM-DIA-GNS-PRO-ODY.
       FIN-DIA-GNS-PRO-ODY.
           EXIT.
      *
      *    Lee la fila de estado del dia del sistema ODY-ENT-SIST.
       BSC-GNS-PRO-ODY SECTION.
       INI-BSC-GNS-PRO-ODY.
           EXIT.
      *
      *    Graba ( creando o regrabando ) la fila de estado; la
      *    lista de comandos exentos que la fila tuviera se respeta,
      *    y la fecha del dia solo cambia si viene una nueva.
       GRA-GNS-PRO-ODY SECTION.
       INI-GRA-GNS-PRO-ODY.
           PERFORM BSC-GNS-PRO-ODY.
               MOVE 'S'          TO TAB-IND-VIGE IN TAB
               MOVE SCR-USER     TO TAB-COD-ATRN IN TAB
               MOVE FIO-PUT      TO FIO-CMND.
           IF ODY-FEC-OPER > ZEROES
               MOVE ODY-FEC-OPER TO TAB-GLS-DESC IN TAB ( 1:8 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           PERFORM GNS-FIO-TAB.
