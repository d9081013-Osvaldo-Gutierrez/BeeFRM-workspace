      *Informe de registros bloqueados, para la fecha LCK-REP-FECH
      *( cero = hoy ). Recorre la cola del dia ( 'GLCK' + mes + dia,
      *la que deja REG-GNS-LCK-DTC ) y deja una fila 'LCK' por
      *bloqueo ( tabla, llave, comando, terminal, operador,
      *programa, momento, espera y sesion que tenia el registro ).
      *Con lo acumulado siguen las llaves mas disputadas del dia
      *( filas 'DIA', hasta LCK-MAX-TDIA ) y, por cada hora con
      *bloqueos, una fila 'HOR' con sus bloqueos y su espera y las
      *llaves mas disputadas de esa hora ( filas 'HOT', hasta
      *LCK-MAX-THOR ): primero la de mas bloqueos y, a igual
      *cantidad, la de mas espera total. Al final la fila 'TOT'.
      *Como la cola se llama igual todos los anios, los items de
      *otra fecha no se informan y solo se cuentan. Todo sale en la
      *cola SCR-QLCK y se archiva en RPO; con LCK-IND-BORR en 'S'
      *( la cadena nocturna ) la cola del dia se borra despues.
       GNS-BUS-LCK SECTION.
       INI-GNS-BUS-LCK.
           MOVE ZEROES TO SCR-ILCK LCK-NUM-LHOR LCK-NUM-LDIA
                          LCK-CNT-ITEM LCK-CNT-ESPE LCK-CNT-OTRO
                          LCK-CNT-EXCE.
           PERFORM CER-GNS-BUS-LCK THRU FIN-CER-GNS-BUS-LCK.
           MOVE LCK-REP-FECH TO LCK-FEC-PROC.
           IF LCK-FEC-PROC = ZEROES
               PERFORM GET-FHOY
               MOVE HOY-FHOY TO LCK-FEC-PROC.
           MOVE LCK-MES-PROC TO LCK-JRN-MMES.
           MOVE LCK-DIA-PROC TO LCK-JRN-DIAS.
           MOVE ZERO TO LCK-NUM-ITEM.
       LUP-GNS-BUS-LCK.
           ADD 1 TO LCK-NUM-ITEM.
           IF LCK-NUM-ITEM > 9999
               GO TO DIA-GNS-BUS-LCK.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE LCK-NOM-JRNL TO QUE-NAM-SEND.
           MOVE LCK-NUM-ITEM TO QUE-NUM-SEND.
           MOVE LENGTH OF LCK-JRN-ITEM TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               GO TO DIA-GNS-BUS-LCK.
           MOVE QUE-DAT-RECV( 1:101 ) TO LCK-JRN-ITEM.
           IF LCK-JRN-STMP NOT NUMERIC
              OR LCK-JRN-ESPE NOT NUMERIC
              OR LCK-JRN-FECH NOT = LCK-FEC-PROC
              OR LCK-JRN-HORA > 23
               ADD 1 TO LCK-CNT-OTRO
               GO TO LUP-GNS-BUS-LCK.
           ADD 1 TO LCK-CNT-ITEM.
           ADD LCK-JRN-ESPE TO LCK-CNT-ESPE.
           PERFORM ACU-GNS-BUS-LCK THRU FIN-ACU-GNS-BUS-LCK.
           MOVE SPACES       TO LCK-LINE.
           MOVE ZEROES       TO LCK-LIN-RANK LCK-LIN-NOTR
                                LCK-LIN-NEXC.
           MOVE 'LCK'        TO LCK-LIN-TIPO.
           MOVE LCK-JRN-HORA TO LCK-LIN-HORA.
           MOVE LCK-JRN-TABL TO LCK-LIN-TABL.
           MOVE LCK-JRN-CLAV TO LCK-LIN-CLAV.
           MOVE LCK-JRN-FCMD TO LCK-LIN-FCMD.
           MOVE LCK-JRN-TERM TO LCK-LIN-TERM.
           MOVE LCK-JRN-OPER TO LCK-LIN-OPER.
           MOVE LCK-JRN-PROG TO LCK-LIN-PROG.
           MOVE LCK-JRN-STMP TO LCK-LIN-STMP.
           MOVE LCK-JRN-SESI TO LCK-LIN-SESI.
           MOVE 1            TO LCK-LIN-CANT.
           MOVE LCK-JRN-ESPE TO LCK-LIN-ESPE.
           PERFORM PUT-GNS-BUS-LCK THRU FIN-PUT-GNS-BUS-LCK.
           GO TO LUP-GNS-BUS-LCK.
      *
      *    llaves mas disputadas del dia
       DIA-GNS-BUS-LCK.
           MOVE ZERO TO LCK-NUM-RANK.
       LDI-GNS-BUS-LCK.
           IF LCK-NUM-RANK NOT < LCK-MAX-TDIA
               GO TO HOR-GNS-BUS-LCK.
           PERFORM MAY-GNS-BUS-LCK THRU FIN-MAY-GNS-BUS-LCK.
           IF LCK-NUM-JLLA = ZERO
               GO TO HOR-GNS-BUS-LCK.
           ADD 1 TO LCK-NUM-RANK.
           MOVE 'S'          TO LCK-LDI-IUSO( LCK-NUM-JLLA ).
           MOVE SPACES       TO LCK-LINE.
           MOVE ZEROES       TO LCK-LIN-HORA LCK-LIN-FCMD
                                LCK-LIN-NOTR LCK-LIN-NEXC.
           MOVE 'DIA'        TO LCK-LIN-TIPO.
           MOVE LCK-NUM-RANK TO LCK-LIN-RANK.
           MOVE LCK-LDI-TABL( LCK-NUM-JLLA ) TO LCK-LIN-TABL.
           MOVE LCK-LDI-CLAV( LCK-NUM-JLLA ) TO LCK-LIN-CLAV.
           MOVE LCK-LDI-CANT( LCK-NUM-JLLA ) TO LCK-LIN-CANT.
           MOVE LCK-LDI-ESPE( LCK-NUM-JLLA ) TO LCK-LIN-ESPE.
           COMPUTE LCK-LIN-STMP = LCK-FEC-PROC * 1000000.
           PERFORM PUT-GNS-BUS-LCK THRU FIN-PUT-GNS-BUS-LCK.
           GO TO LDI-GNS-BUS-LCK.
      *
      *    cada hora con bloqueos y sus llaves mas disputadas
       HOR-GNS-BUS-LCK.
           MOVE ZERO TO LCK-NUM-IHOR.
       LHO-GNS-BUS-LCK.
           ADD 1 TO LCK-NUM-IHOR.
           IF LCK-NUM-IHOR > 24
               GO TO TOT-GNS-BUS-LCK.
           IF LCK-HOR-CANT( LCK-NUM-IHOR ) = ZERO
               GO TO LHO-GNS-BUS-LCK.
           MOVE SPACES       TO LCK-LINE.
           MOVE ZEROES       TO LCK-LIN-RANK LCK-LIN-FCMD
                                LCK-LIN-NOTR LCK-LIN-NEXC.
           MOVE 'HOR'        TO LCK-LIN-TIPO.
           COMPUTE LCK-LIN-HORA = LCK-NUM-IHOR - 1.
           MOVE LCK-HOR-CANT( LCK-NUM-IHOR ) TO LCK-LIN-CANT.
           MOVE LCK-HOR-ESPE( LCK-NUM-IHOR ) TO LCK-LIN-ESPE.
           COMPUTE LCK-LIN-STMP = LCK-FEC-PROC * 1000000
                                + LCK-LIN-HORA * 10000.
           PERFORM PUT-GNS-BUS-LCK THRU FIN-PUT-GNS-BUS-LCK.
           MOVE ZERO TO LCK-NUM-RANK.
       LHT-GNS-BUS-LCK.
           IF LCK-NUM-RANK NOT < LCK-MAX-THOR
               GO TO LHO-GNS-BUS-LCK.
           PERFORM MHO-GNS-BUS-LCK THRU FIN-MHO-GNS-BUS-LCK.
           IF LCK-NUM-JLLA = ZERO
               GO TO LHO-GNS-BUS-LCK.
           ADD 1 TO LCK-NUM-RANK.
           MOVE 'S'          TO LCK-LHO-IUSO( LCK-NUM-JLLA ).
           MOVE SPACES       TO LCK-LINE.
           MOVE ZEROES       TO LCK-LIN-FCMD LCK-LIN-NOTR
                                LCK-LIN-NEXC.
           MOVE 'HOT'        TO LCK-LIN-TIPO.
           MOVE LCK-LHO-HORA( LCK-NUM-JLLA ) TO LCK-LIN-HORA.
           MOVE LCK-NUM-RANK TO LCK-LIN-RANK.
           MOVE LCK-LHO-TABL( LCK-NUM-JLLA ) TO LCK-LIN-TABL.
           MOVE LCK-LHO-CLAV( LCK-NUM-JLLA ) TO LCK-LIN-CLAV.
           MOVE LCK-LHO-CANT( LCK-NUM-JLLA ) TO LCK-LIN-CANT.
           MOVE LCK-LHO-ESPE( LCK-NUM-JLLA ) TO LCK-LIN-ESPE.
           COMPUTE LCK-LIN-STMP = LCK-FEC-PROC * 1000000
                                + LCK-LIN-HORA * 10000.
           PERFORM PUT-GNS-BUS-LCK THRU FIN-PUT-GNS-BUS-LCK.
           GO TO LHT-GNS-BUS-LCK.
      *
      *    totales del dia y archivo del informe ( GNSBGRPO.cbl )
       TOT-GNS-BUS-LCK.
           MOVE SPACES       TO LCK-LINE.
           MOVE ZEROES       TO LCK-LIN-HORA LCK-LIN-RANK
                                LCK-LIN-FCMD.
           MOVE 'TOT'        TO LCK-LIN-TIPO.
           COMPUTE LCK-LIN-STMP = LCK-FEC-PROC * 1000000.
           MOVE LCK-CNT-ITEM TO LCK-LIN-CANT.
           MOVE LCK-CNT-ESPE TO LCK-LIN-ESPE.
           MOVE LCK-CNT-OTRO TO LCK-LIN-NOTR.
           MOVE LCK-CNT-EXCE TO LCK-LIN-NEXC.
           PERFORM PUT-GNS-BUS-LCK THRU FIN-PUT-GNS-BUS-LCK.
           MOVE 'LCK'       TO RPO-ENT-CODI.
           MOVE SCR-QLCK    TO RPO-ENT-COLA.
           MOVE 'GNSBUSLCK' TO RPO-ENT-PROG.
           MOVE RPO-ARC     TO RPO-CMND.
           PERFORM GNS-PRO-RPO.
           IF LCK-IND-BORR NOT = 'S' OR LCK-NUM-ITEM = 1
               GO TO FIN-GNS-BUS-LCK.
           MOVE 'DEL'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE LCK-NOM-JRNL TO QUE-NAM-SEND.
           MOVE ZEROES       TO QUE-NUM-SEND.
           MOVE ZEROES       TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-GNS-BUS-LCK.
           EXIT.
      *
      *    Horas del dia en cero.
       CER-GNS-BUS-LCK SECTION.
       INI-CER-GNS-BUS-LCK.
           MOVE ZERO TO LCK-NUM-IHOR.
       LUP-CER-GNS-BUS-LCK.
           ADD 1 TO LCK-NUM-IHOR.
           IF LCK-NUM-IHOR > 24
               GO TO FIN-CER-GNS-BUS-LCK.
           MOVE ZERO TO LCK-HOR-CANT( LCK-NUM-IHOR )
                        LCK-HOR-ESPE( LCK-NUM-IHOR ).
           GO TO LUP-CER-GNS-BUS-LCK.
       FIN-CER-GNS-BUS-LCK.
           EXIT.
      *
      *    Suma el bloqueo a su hora, a su llave en la hora y a su
      *    llave en el dia; una llave sin lugar en su vector solo
      *    suma a la hora y se cuenta.
       ACU-GNS-BUS-LCK SECTION.
       INI-ACU-GNS-BUS-LCK.
           COMPUTE LCK-NUM-IHOR = LCK-JRN-HORA + 1.
           ADD 1            TO LCK-HOR-CANT( LCK-NUM-IHOR ).
           ADD LCK-JRN-ESPE TO LCK-HOR-ESPE( LCK-NUM-IHOR ).
           MOVE ZERO TO LCK-NUM-ILLA.
       LHO-ACU-GNS-BUS-LCK.
           ADD 1 TO LCK-NUM-ILLA.
           IF LCK-NUM-ILLA > LCK-NUM-LHOR
               GO TO NHO-ACU-GNS-BUS-LCK.
           IF LCK-LHO-HORA( LCK-NUM-ILLA ) NOT = LCK-JRN-HORA
              OR LCK-LHO-TABL( LCK-NUM-ILLA ) NOT = LCK-JRN-TABL
              OR LCK-LHO-CLAV( LCK-NUM-ILLA ) NOT = LCK-JRN-CLAV
               GO TO LHO-ACU-GNS-BUS-LCK.
           ADD 1            TO LCK-LHO-CANT( LCK-NUM-ILLA ).
           ADD LCK-JRN-ESPE TO LCK-LHO-ESPE( LCK-NUM-ILLA ).
           GO TO DIA-ACU-GNS-BUS-LCK.
       NHO-ACU-GNS-BUS-LCK.
           IF LCK-NUM-LHOR NOT < LCK-MAX-LHOR
               ADD 1 TO LCK-CNT-EXCE
               GO TO DIA-ACU-GNS-BUS-LCK.
           ADD 1 TO LCK-NUM-LHOR.
           MOVE LCK-JRN-HORA TO LCK-LHO-HORA( LCK-NUM-LHOR ).
           MOVE LCK-JRN-TABL TO LCK-LHO-TABL( LCK-NUM-LHOR ).
           MOVE LCK-JRN-CLAV TO LCK-LHO-CLAV( LCK-NUM-LHOR ).
           MOVE 1            TO LCK-LHO-CANT( LCK-NUM-LHOR ).
           MOVE LCK-JRN-ESPE TO LCK-LHO-ESPE( LCK-NUM-LHOR ).
           MOVE 'N'          TO LCK-LHO-IUSO( LCK-NUM-LHOR ).
       DIA-ACU-GNS-BUS-LCK.
           MOVE ZERO TO LCK-NUM-ILLA.
       LDI-ACU-GNS-BUS-LCK.
           ADD 1 TO LCK-NUM-ILLA.
           IF LCK-NUM-ILLA > LCK-NUM-LDIA
               GO TO NDI-ACU-GNS-BUS-LCK.
           IF LCK-LDI-TABL( LCK-NUM-ILLA ) NOT = LCK-JRN-TABL
              OR LCK-LDI-CLAV( LCK-NUM-ILLA ) NOT = LCK-JRN-CLAV
               GO TO LDI-ACU-GNS-BUS-LCK.
           ADD 1            TO LCK-LDI-CANT( LCK-NUM-ILLA ).
           ADD LCK-JRN-ESPE TO LCK-LDI-ESPE( LCK-NUM-ILLA ).
           GO TO FIN-ACU-GNS-BUS-LCK.
       NDI-ACU-GNS-BUS-LCK.
           IF LCK-NUM-LDIA NOT < LCK-MAX-LDIA
               ADD 1 TO LCK-CNT-EXCE
               GO TO FIN-ACU-GNS-BUS-LCK.
           ADD 1 TO LCK-NUM-LDIA.
           MOVE LCK-JRN-TABL TO LCK-LDI-TABL( LCK-NUM-LDIA ).
           MOVE LCK-JRN-CLAV TO LCK-LDI-CLAV( LCK-NUM-LDIA ).
           MOVE 1            TO LCK-LDI-CANT( LCK-NUM-LDIA ).
           MOVE LCK-JRN-ESPE TO LCK-LDI-ESPE( LCK-NUM-LDIA ).
           MOVE 'N'          TO LCK-LDI-IUSO( LCK-NUM-LDIA ).
       FIN-ACU-GNS-BUS-LCK.
           EXIT.
      *
      *    La llave del dia aun no informada con mas bloqueos ( y a
      *    igual cantidad, mas espera ) queda en LCK-NUM-JLLA; cero
      *    si no queda ninguna.
       MAY-GNS-BUS-LCK SECTION.
       INI-MAY-GNS-BUS-LCK.
           MOVE ZERO TO LCK-NUM-ILLA LCK-NUM-JLLA.
       LUP-MAY-GNS-BUS-LCK.
           ADD 1 TO LCK-NUM-ILLA.
           IF LCK-NUM-ILLA > LCK-NUM-LDIA
               GO TO FIN-MAY-GNS-BUS-LCK.
           IF LCK-LDI-IUSO( LCK-NUM-ILLA ) = 'S'
               GO TO LUP-MAY-GNS-BUS-LCK.
           IF LCK-NUM-JLLA = ZERO
               MOVE LCK-NUM-ILLA TO LCK-NUM-JLLA
               GO TO LUP-MAY-GNS-BUS-LCK.
           IF LCK-LDI-CANT( LCK-NUM-ILLA )
              > LCK-LDI-CANT( LCK-NUM-JLLA )
               MOVE LCK-NUM-ILLA TO LCK-NUM-JLLA
               GO TO LUP-MAY-GNS-BUS-LCK.
           IF LCK-LDI-CANT( LCK-NUM-ILLA )
              = LCK-LDI-CANT( LCK-NUM-JLLA )
              AND LCK-LDI-ESPE( LCK-NUM-ILLA )
                  > LCK-LDI-ESPE( LCK-NUM-JLLA )
               MOVE LCK-NUM-ILLA TO LCK-NUM-JLLA.
           GO TO LUP-MAY-GNS-BUS-LCK.
       FIN-MAY-GNS-BUS-LCK.
           EXIT.
      *
      *    Lo mismo entre las llaves de la hora LCK-NUM-IHOR.
       MHO-GNS-BUS-LCK SECTION.
       INI-MHO-GNS-BUS-LCK.
           MOVE ZERO TO LCK-NUM-ILLA LCK-NUM-JLLA.
       LUP-MHO-GNS-BUS-LCK.
           ADD 1 TO LCK-NUM-ILLA.
           IF LCK-NUM-ILLA > LCK-NUM-LHOR
               GO TO FIN-MHO-GNS-BUS-LCK.
           IF LCK-LHO-IUSO( LCK-NUM-ILLA ) = 'S'
              OR LCK-LHO-HORA( LCK-NUM-ILLA ) + 1 NOT = LCK-NUM-IHOR
               GO TO LUP-MHO-GNS-BUS-LCK.
           IF LCK-NUM-JLLA = ZERO
               MOVE LCK-NUM-ILLA TO LCK-NUM-JLLA
               GO TO LUP-MHO-GNS-BUS-LCK.
           IF LCK-LHO-CANT( LCK-NUM-ILLA )
              > LCK-LHO-CANT( LCK-NUM-JLLA )
               MOVE LCK-NUM-ILLA TO LCK-NUM-JLLA
               GO TO LUP-MHO-GNS-BUS-LCK.
           IF LCK-LHO-CANT( LCK-NUM-ILLA )
              = LCK-LHO-CANT( LCK-NUM-JLLA )
              AND LCK-LHO-ESPE( LCK-NUM-ILLA )
                  > LCK-LHO-ESPE( LCK-NUM-JLLA )
               MOVE LCK-NUM-ILLA TO LCK-NUM-JLLA.
           GO TO LUP-MHO-GNS-BUS-LCK.
       FIN-MHO-GNS-BUS-LCK.
           EXIT.
      *
      *    Una fila del informe a la cola SCR-QLCK.
       PUT-GNS-BUS-LCK SECTION.
       INI-PUT-GNS-BUS-LCK.
           ADD 1 TO SCR-ILCK.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QLCK TO QUE-NAM-SEND.
           MOVE SCR-ILCK TO QUE-NUM-SEND.
           MOVE LENGTH OF LCK-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE LCK-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-LCK.
           EXIT.
