      *y va dejando el resultado de cada paso en TAB 'JCS'; al
      *rearrancar despues de una caida, los pasos ya Completos de
      *hoy se saltan y la corrida retoma en el fallido. Cada paso
      *ejecutado/salteado deja su fila en la cola SCR-QJCH. Un paso
      *que declara archivo de entrada ( TAB 'JCE' ) espera a que
      *llegue hasta su hora limite antes de correr, y toma antes de
      *despacharse los recursos de exclusion mutua que declara
      *( GNSBGRCS.cbl ), que suelta al terminar. El paso
      *marcado con recuperacion corre antes, una vez por fecha, las
      *fechas que la cadena no proceso ( REC-GNS-BUS-JCH ).
       GNS-BUS-JCH SECTION.
       INI-GNS-BUS-JCH.
           SET JCH-STAT-OKS TO TRUE.
           PERFORM RSL-GNS-BUS-JCH THRU FIN-RSL-GNS-BUS-JCH.
           IF JCH-COD-RSLT = 'C'
               GO TO LUP-GNS-BUS-JCH.
      *    paso con recuperacion: antes que hoy, cada fecha que la
      *    cadena no corrio desde el ultimo Completo del paso
           IF JCH-COD-RECU = 'R'
               PERFORM REC-GNS-BUS-JCH THRU FIN-REC-GNS-BUS-JCH
               IF JCH-STAT-FAL
                   GO TO FIN-GNS-BUS-JCH
               ELSE
               IF JCH-IND-BLOQ = 'S'
                   GO TO LUP-GNS-BUS-JCH.
      *    calendario: paso 'H' no corre en dia no habil
           IF JCH-COD-CALE = 'H' AND JCH-IND-HABL = 'N'
               ADD 1 TO JCH-CNT-SALT
               PERFORM PUT-GNS-BUS-JCH THRU FIN-PUT-GNS-BUS-JCH
               GO TO LUP-GNS-BUS-JCH.
      *    dependencia: el paso del que depende debe estar Completo
      *    ( o Salteado por calendario ) hoy; si ese paso se quedo
      *    esperando su archivo ( 'W' ) o sus recursos ( 'B' ) este
      *    queda retenido igual y la cadena sigue
           IF JCH-NUM-DEPE > ZERO
               PERFORM DEP-GNS-BUS-JCH THRU FIN-DEP-GNS-BUS-JCH
               IF JCH-COD-RSLT = 'W' OR JCH-COD-RSLT = 'B'
                   PERFORM RET-GNS-BUS-JCH THRU FIN-RET-GNS-BUS-JCH
                   GO TO LUP-GNS-BUS-JCH
               ELSE
               IF JCH-COD-RSLT NOT = 'C' AND JCH-COD-RSLT NOT = 'S'
                   SET JCH-STAT-DEP TO TRUE
                   GO TO FIN-GNS-BUS-JCH.
      *    archivo de entrada: el paso que lo declara espera su
      *    llegada hasta la hora limite; vencida, queda 'W'
           PERFORM ESP-GNS-BUS-JCH THRU FIN-ESP-GNS-BUS-JCH.
           IF JCH-IND-LLEG = 'N'
               MOVE 'W' TO JCH-COD-RSLT
               PERFORM RET-GNS-BUS-JCH THRU FIN-RET-GNS-BUS-JCH
               GO TO LUP-GNS-BUS-JCH.
           PERFORM COR-GNS-BUS-JCH THRU FIN-COR-GNS-BUS-JCH.
           IF JCH-COD-RSLT = 'F'
               SET JCH-STAT-FAL TO TRUE
               GO TO FIN-GNS-BUS-JCH.
           IF JCH-IND-BLOQ = 'S'
               GO TO LUP-GNS-BUS-JCH.
           ADD 1 TO JCH-CNT-EJEC.
           GO TO LUP-GNS-BUS-JCH.
       FIN-GNS-BUS-JCH.
           IF FIO-STAT-OKS
               MOVE TAB-GLS-DCOR IN TAB        TO JCH-GLS-PROG
               MOVE TAB-COD-DAT1 IN TAB ( 1 )  TO JCH-COD-CALE
               MOVE TAB-COD-DAT1 IN TAB ( 2 )  TO JCH-COD-RECU
               MOVE TAB-GLS-ABRV IN TAB ( 1:2 ) TO JCH-NUM-DEPE
               MOVE TAB-GLS-DESC IN TAB        TO JCH-WRK-RGLA.
       FIN-DEF-GNS-BUS-JCH.
       FIN-GRB-GNS-BUS-JCH.
           EXIT.
      *
      *    Corre el paso en curso para la fecha JCH-FEC-PROC, deja
      *    su resultado en 'JCS' y su fila en la cola.
       COR-GNS-BUS-JCH SECTION.
       INI-COR-GNS-BUS-JCH.
      *    recursos del paso ( TAB 'JCR' ): sin ellos dentro de la
      *    espera declarada el paso queda 'B' bloqueado
           PERFORM ADQ-GNS-BUS-JCH THRU FIN-ADQ-GNS-BUS-JCH.
           IF JCH-IND-BLOQ = 'S'
               MOVE 'B' TO JCH-COD-RSLT
               PERFORM RET-GNS-BUS-JCH THRU FIN-RET-GNS-BUS-JCH
               GO TO FIN-COR-GNS-BUS-JCH.
      *    la fila 'JCS' queda 'E' ( en ejecucion ) con su hora de
      *    inicio ANTES de despachar, para que el sereno nocturno
      *    GNS-BUS-JCW vea tambien un paso colgado
           MOVE ZEROES TO JCH-HRA-INI JCH-HRA-FIN JCH-NUM-DSEG.
           ACCEPT JCH-HRA-TOMA FROM TIME.
           MOVE JCH-TOM-HMS TO JCH-HRA-INI.
           MOVE 'E' TO JCH-COD-RSLT.
           PERFORM GRB-GNS-BUS-JCH THRU FIN-GRB-GNS-BUS-JCH.
      *    el informe que archive el paso lleva la cadena y el paso
      *    ( repositorio de informes, GNSBGRPO.cbl )
           MOVE JCH-COD-CADN TO RPO-ENT-CADN.
           MOVE JCH-NUM-PASO TO RPO-ENT-PASO.
           PERFORM EJE-GNS-BUS-JCH THRU FIN-EJE-GNS-BUS-JCH.
           MOVE SPACES       TO RPO-ENT-CADN.
           MOVE ZEROES       TO RPO-ENT-PASO.
           ACCEPT JCH-HRA-TOMA FROM TIME.
           MOVE JCH-TOM-HMS TO JCH-HRA-FIN.
           MOVE JCH-HRA-INI TO JCH-HRA-AUXI.
           COMPUTE JCH-SEC-INI =
               ( JCH-AUX-HH * 60 + JCH-AUX-MM ) * 60 + JCH-AUX-SS.
           MOVE JCH-HRA-FIN TO JCH-HRA-AUXI.
           COMPUTE JCH-SEC-FIN =
               ( JCH-AUX-HH * 60 + JCH-AUX-MM ) * 60 + JCH-AUX-SS.
           COMPUTE JCH-NUM-DSEG = JCH-SEC-FIN - JCH-SEC-INI.
           IF JCH-SEC-FIN < JCH-SEC-INI
               COMPUTE JCH-NUM-DSEG =
                   JCH-SEC-FIN - JCH-SEC-INI + 86400.
           PERFORM GRB-GNS-BUS-JCH THRU FIN-GRB-GNS-BUS-JCH.
      *    la linea base rodante del paso aprende de cada termino
      *    Completo ( BSL-GNS-JCH-JCW en GNSBGJCW.cbl )
           IF JCH-COD-RSLT = 'C'
               PERFORM BSL-GNS-JCH-JCW.
           MOVE JCH-COD-RSLT TO JCH-LIN-RSLT.
           PERFORM PUT-GNS-BUS-JCH THRU FIN-PUT-GNS-BUS-JCH.
      *    los recursos se sueltan termine como termine el paso
           MOVE RCS-LIB      TO RCS-CMND.
           PERFORM GNS-PRO-RCS.
       FIN-COR-GNS-BUS-JCH.
           EXIT.
      *
      *    Recuperacion de un paso que debe procesar todas las
      *    fechas del calendario: busca hacia atras ( hasta
      *    JCH-LIM-RECU dias ) el ultimo Completo en 'JCS' y corre
      *    el paso una vez por cada fecha siguiente hasta ayer, con
      *    esa fecha como JCH-FEC-PROC y su propia fila 'JCS'. La
      *    regla, el calendario y la dependencia son de la corrida
      *    de hoy y no se aplican a las fechas atrasadas. La primera
      *    fecha Fallida detiene la cadena; el rearranque retoma
      *    justo en ella. Sin Completo en la ventana ( paso nuevo )
      *    no hay nada que recuperar.
       REC-GNS-BUS-JCH SECTION.
       INI-REC-GNS-BUS-JCH.
           MOVE 'N'          TO JCH-IND-BLOQ.
           MOVE JCH-FEC-PROC TO JCH-FEC-HOYP.
           MOVE HOY-FHOY     TO JCH-FEC-RECU.
           MOVE ZERO         TO JCH-CNT-RECU.
       ATR-REC-GNS-BUS-JCH.
           PERFORM RST-GNS-BUS-JCH THRU FIN-RST-GNS-BUS-JCH.
           ADD 1 TO JCH-CNT-RECU.
           IF JCH-CNT-RECU > JCH-LIM-RECU
               GO TO LMP-REC-GNS-BUS-JCH.
           MOVE JCH-REC-AA TO JCH-FEC-PROC( 1:2 ).
           MOVE JCH-REC-MM TO JCH-FEC-PROC( 3:2 ).
           MOVE JCH-REC-DD TO JCH-FEC-PROC( 5:2 ).
           PERFORM RSL-GNS-BUS-JCH THRU FIN-RSL-GNS-BUS-JCH.
           IF JCH-COD-RSLT NOT = 'C'
               GO TO ATR-REC-GNS-BUS-JCH.
       ADL-REC-GNS-BUS-JCH.
           PERFORM SUM-GNS-BUS-JCH THRU FIN-SUM-GNS-BUS-JCH.
           MOVE JCH-REC-AA TO JCH-FEC-PROC( 1:2 ).
           MOVE JCH-REC-MM TO JCH-FEC-PROC( 3:2 ).
           MOVE JCH-REC-DD TO JCH-FEC-PROC( 5:2 ).
           IF JCH-FEC-PROC = JCH-FEC-HOYP
               GO TO LMP-REC-GNS-BUS-JCH.
           PERFORM COR-GNS-BUS-JCH THRU FIN-COR-GNS-BUS-JCH.
           IF JCH-COD-RSLT = 'F'
               SET JCH-STAT-FAL TO TRUE
               GO TO LMP-REC-GNS-BUS-JCH.
      *    fecha bloqueada: ni las siguientes ni hoy corren antes
      *    que ella
           IF JCH-IND-BLOQ = 'S'
               GO TO LMP-REC-GNS-BUS-JCH.
           ADD 1 TO JCH-CNT-EJEC.
           GO TO ADL-REC-GNS-BUS-JCH.
       LMP-REC-GNS-BUS-JCH.
           MOVE JCH-FEC-HOYP TO JCH-FEC-PROC.
       FIN-REC-GNS-BUS-JCH.
           EXIT.
      *
      *    Retrocede JCH-FEC-RECU un dia ( CAL-FEC RST-DIA ).
       RST-GNS-BUS-JCH SECTION.
       INI-RST-GNS-BUS-JCH.
           MOVE FEC-RST-DIA TO FEC-CMND.
           PERFORM MOV-GNS-BUS-JCH THRU FIN-MOV-GNS-BUS-JCH.
       FIN-RST-GNS-BUS-JCH.
           EXIT.
      *
      *    Avanza JCH-FEC-RECU un dia ( CAL-FEC SUM-DIA ).
       SUM-GNS-BUS-JCH SECTION.
       INI-SUM-GNS-BUS-JCH.
           MOVE FEC-SUM-DIA TO FEC-CMND.
           PERFORM MOV-GNS-BUS-JCH THRU FIN-MOV-GNS-BUS-JCH.
       FIN-SUM-GNS-BUS-JCH.
           EXIT.
      *
      *    Mueve JCH-FEC-RECU un dia segun el FEC-CMND ya cargado.
       MOV-GNS-BUS-JCH SECTION.
       INI-MOV-GNS-BUS-JCH.
           MOVE SPACES     TO FEC-FECH.
           MOVE JCH-REC-DD TO FEC-ITM1.
           MOVE JCH-REC-MM TO FEC-ITM2.
           MOVE JCH-REC-SS TO FEC-ITM3.
           MOVE JCH-REC-AA TO FEC-ITM4.
           MOVE FEC-FORM-FEC TO FEC-FORM.
           MOVE SPACES       TO FEC-IEDT.
           MOVE 1            TO FEC-NDIA.
           PERFORM CAL-FEC.
           MOVE FEC-ITM3 TO JCH-REC-SS.
           MOVE FEC-ITM4 TO JCH-REC-AA.
           MOVE FEC-ITM2 TO JCH-REC-MM.
           MOVE FEC-ITM1 TO JCH-REC-DD.
       FIN-MOV-GNS-BUS-JCH.
           EXIT.
      *
      *    Paso retenido con el resultado ya cargado en
      *    JCH-COD-RSLT: 'W' su archivo no llego a tiempo, 'B' no
      *    obtuvo sus recursos ( o le paso lo mismo al paso del que
      *    depende ); queda asi en 'JCS' y en la cola, y el
      *    rearranque lo vuelve a intentar.
       RET-GNS-BUS-JCH SECTION.
       INI-RET-GNS-BUS-JCH.
           ADD 1 TO JCH-CNT-SALT.
           PERFORM GRB-GNS-BUS-JCH THRU FIN-GRB-GNS-BUS-JCH.
           MOVE JCH-COD-RSLT TO JCH-LIN-RSLT.
           PERFORM PUT-GNS-BUS-JCH THRU FIN-PUT-GNS-BUS-JCH.
       FIN-RET-GNS-BUS-JCH.
           EXIT.
      *
      *    Espera del archivo de entrada del paso en curso ( TAB
      *    'JCE', clave cadena + paso ): 'Q' la cola declarada tiene
      *    items, 'T' la fila de control declarada fue tocada hoy.
      *    Re-chequea con una pausa entre vueltas hasta la hora
      *    limite HHMM ( la ventana puede cruzar la medianoche );
      *    vencida, JCH-IND-LLEG queda 'N' y sale la alerta. Sin
      *    fila 'JCE' el paso no espera nada.
       ESP-GNS-BUS-JCH SECTION.
       INI-ESP-GNS-BUS-JCH.
           MOVE 'S' TO JCH-IND-LLEG.
           MOVE SPACES       TO TAB.
           MOVE 'JCE'        TO TAB-COD-TTAB IN TAB.
           MOVE JCH-COD-CADN TO JCH-KEY-CADN.
           MOVE JCH-NUM-PASO TO JCH-KEY-PASO.
           MOVE SPACES       TO JCH-KEY-FECH.
           MOVE JCH-KEY-CTAB TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY  TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               GO TO FIN-ESP-GNS-BUS-JCH.
           MOVE TAB-GLS-DESC IN TAB TO JCH-WRK-ESPE.
           IF JCH-ESP-TIPO NOT = 'Q' AND JCH-ESP-TIPO NOT = 'T'
              OR JCH-ESP-HLIM NOT NUMERIC
               GO TO FIN-ESP-GNS-BUS-JCH.
           PERFORM HRA-GNS-BUS-JCH THRU FIN-HRA-GNS-BUS-JCH.
           MOVE JCH-NUM-HAHO TO JCH-NUM-HINI.
       CHQ-ESP-GNS-BUS-JCH.
           PERFORM LLE-GNS-BUS-JCH THRU FIN-LLE-GNS-BUS-JCH.
           IF JCH-IND-LLEG = 'S'
               GO TO FIN-ESP-GNS-BUS-JCH.
           PERFORM HRA-GNS-BUS-JCH THRU FIN-HRA-GNS-BUS-JCH.
           IF JCH-ESP-HLIM NOT < JCH-NUM-HINI
               IF JCH-NUM-HAHO > JCH-ESP-HLIM
                  OR JCH-NUM-HAHO < JCH-NUM-HINI
                   GO TO ALR-ESP-GNS-BUS-JCH
               ELSE
                   NEXT SENTENCE
           ELSE
               IF JCH-NUM-HAHO > JCH-ESP-HLIM
                  AND JCH-NUM-HAHO < JCH-NUM-HINI
                   GO TO ALR-ESP-GNS-BUS-JCH.
           PERFORM PAU-GNS-BUS-JCH THRU FIN-PAU-GNS-BUS-JCH.
           GO TO CHQ-ESP-GNS-BUS-JCH.
       ALR-ESP-GNS-BUS-JCH.
           MOVE SPACES       TO MSG-SUB-VALS.
           MOVE JCH-COD-CADN TO MSG-SUB-VAL( 1 ).
           MOVE JCH-GLS-PROG TO MSG-SUB-VAL( 2 ).
           MOVE JCH-ESP-HLIM TO MSG-SUB-VAL( 3 ).
           MOVE 'JCH'        TO NTF-ENT-FUEN.
           MOVE SPACES       TO NTF-ENT-CLAV.
           MOVE JCH-COD-CADN TO NTF-ENT-CLAV( 1:3 ).
           MOVE JCH-GLS-PROG TO NTF-ENT-CLAV( 5:12 ).
           MOVE 'JCH    ESP' TO MSG-COD-MENS IN MSG.
           MOVE 'GNS'        TO MSG-COD-SIST.
           PERFORM GET-MSG.
      *    el aviso sale a operaciones aunque el catalogo lo tenga
      *    como informativo
           IF NOT MSG-SEVR-SEVE AND NOT MSG-SEVR-CRIT
               MOVE 'S' TO MSG-COD-SEVR
               PERFORM RUT-GET-MSG.
           MOVE SPACES       TO NTF-ENT-ORIG.
       FIN-ESP-GNS-BUS-JCH.
           EXIT.
      *
      *    Toma los recursos del paso en curso ( GNS-PRO-RCS ); si
      *    estan ocupados re-intenta con pausa hasta los minutos de
      *    espera declarados, y vencidos deja JCH-IND-BLOQ en 'S'.
       ADQ-GNS-BUS-JCH SECTION.
       INI-ADQ-GNS-BUS-JCH.
           MOVE 'N'          TO JCH-IND-BLOQ.
           MOVE JCH-COD-CADN TO RCS-ENT-CADN.
           MOVE JCH-NUM-PASO TO RCS-ENT-PASO.
           MOVE JCH-GLS-PROG TO RCS-ENT-PROG.
           ACCEPT JCH-HRA-TOMA FROM TIME.
           MOVE JCH-TOM-HMS TO JCH-HRA-AUXI.
           COMPUTE JCH-SEC-INI =
               ( JCH-AUX-HH * 60 + JCH-AUX-MM ) * 60 + JCH-AUX-SS.
       LUP-ADQ-GNS-BUS-JCH.
           MOVE RCS-ADQ      TO RCS-CMND.
           PERFORM GNS-PRO-RCS.
           IF RCS-STAT-OKS
               GO TO FIN-ADQ-GNS-BUS-JCH.
           ACCEPT JCH-HRA-TOMA FROM TIME.
           MOVE JCH-TOM-HMS TO JCH-HRA-AUXI.
           COMPUTE JCH-SEC-FIN =
               ( JCH-AUX-HH * 60 + JCH-AUX-MM ) * 60 + JCH-AUX-SS.
           IF JCH-SEC-FIN < JCH-SEC-INI
               ADD 86400 TO JCH-SEC-FIN.
           IF JCH-SEC-FIN - JCH-SEC-INI > RCS-NUM-ESPE * 60
               MOVE 'S' TO JCH-IND-BLOQ
               GO TO FIN-ADQ-GNS-BUS-JCH.
           PERFORM PAU-GNS-BUS-JCH THRU FIN-PAU-GNS-BUS-JCH.
           GO TO LUP-ADQ-GNS-BUS-JCH.
       FIN-ADQ-GNS-BUS-JCH.
           EXIT.
      *
      *    Llego el archivo declarado en JCH-WRK-ESPE ?
       LLE-GNS-BUS-JCH SECTION.
       INI-LLE-GNS-BUS-JCH.
           MOVE 'N' TO JCH-IND-LLEG.
           IF JCH-ESP-TIPO = 'T'
               GO TO CTL-LLE-GNS-BUS-JCH.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE JCH-ESP-COLA TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF JCH-WRK-ESPE TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT = QUE-STAT-OKS
               MOVE 'S' TO JCH-IND-LLEG.
           GO TO FIN-LLE-GNS-BUS-JCH.
      *    fila de control: quien recibe el archivo la toca al
      *    dejarlo disponible ( su fecha de transaccion es hoy )
       CTL-LLE-GNS-BUS-JCH.
           MOVE SPACES       TO TAB.
           MOVE JCH-ESP-TTAB TO TAB-COD-TTAB IN TAB.
           MOVE JCH-ESP-CTAB TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY  TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
              AND TAB-FEC-FTRN IN TAB = HOY-FHOY
               MOVE 'S' TO JCH-IND-LLEG.
       FIN-LLE-GNS-BUS-JCH.
           EXIT.
      *
      *    Hora actual HHMM en JCH-NUM-HAHO.
       HRA-GNS-BUS-JCH SECTION.
       INI-HRA-GNS-BUS-JCH.
           ACCEPT JCH-HRA-TOMA FROM TIME.
           MOVE JCH-TOM-HMS TO JCH-HRA-AUXI.
           COMPUTE JCH-NUM-HAHO = JCH-AUX-HH * 100 + JCH-AUX-MM.
       FIN-HRA-GNS-BUS-JCH.
           EXIT.
      *
      *    Pausa entre chequeos: lazo contado de JCH-LIM-PAUS
      *    vueltas, igual que el compas de reintentos del FIO.
       PAU-GNS-BUS-JCH SECTION.
       INI-PAU-GNS-BUS-JCH.
           MOVE ZERO TO JCH-CNT-PAUS.
       LUP-PAU-GNS-BUS-JCH.
           ADD 1 TO JCH-CNT-PAUS.
           IF JCH-CNT-PAUS < JCH-LIM-PAUS
               GO TO LUP-PAU-GNS-BUS-JCH.
       FIN-PAU-GNS-BUS-JCH.
           EXIT.
      *
      *    Ejecuta el paso: cada programa de la secuencia nocturna se
      *    despacha a su seccion; un programa no catalogado aqui es
      *    un paso Fallido ( y la cadena se detiene para que se
       EJE-GNS-BUS-JCH SECTION.
       INI-EJE-GNS-BUS-JCH.
           MOVE 'C' TO JCH-COD-RSLT.
      *    parametros del paso ( fila 'JCP' ): los que no corren sin
      *    ellos fallan aqui mismo
           PERFORM PAR-GNS-BUS-JCH THRU FIN-PAR-GNS-BUS-JCH.
           IF JCH-IND-PARM = 'N'
              AND ( JCH-GLS-PROG = 'GNSBUSEVR' OR 'GNSBUSLOD'
                 OR 'GNSBUSEXT' OR 'GNSBUSTRF' OR 'GNSBUSRDN'
                 OR 'GNSBUSCTR' )
               MOVE 'F' TO JCH-COD-RSLT
               GO TO FIN-EJE-GNS-BUS-JCH.
      *    las cargas desde cola reciben la cantidad de filas que
      *    trae su archivo; mas de las que admite el paso, falla
           MOVE ZERO TO JCH-CNT-ITEM JCH-LIM-ITEM.
           IF JCH-GLS-PROG = 'GNSBUSLOD'
               MOVE SCR-QLOD TO JCH-WRK-COLA
               MOVE 500      TO JCH-LIM-ITEM
               PERFORM CTA-GNS-BUS-JCH THRU FIN-CTA-GNS-BUS-JCH.
           IF JCH-GLS-PROG = 'GNSBUSNDX'
               MOVE SCR-QNDX TO JCH-WRK-COLA
               MOVE 9999     TO JCH-LIM-ITEM
               PERFORM CTA-GNS-BUS-JCH THRU FIN-CTA-GNS-BUS-JCH.
           IF JCH-CNT-ITEM > JCH-LIM-ITEM
               MOVE 'F' TO JCH-COD-RSLT
               GO TO FIN-EJE-GNS-BUS-JCH.
           IF JCH-GLS-PROG = 'GNSBUSCUS'
               PERFORM GNS-BUS-CUS
           ELSE
               MOVE SPACES  TO ODY-ENT-SIST
               PERFORM GNS-PRO-ODY
           ELSE
      *    foto diaria del catalogo ( TAB, MNU y las notas
      *    adjuntas NTA, GNSBGSNB.cbl )
           IF JCH-GLS-PROG = 'GNSBUSSNB'
               MOVE 'TAB' TO SNB-COD-TREG
               PERFORM TOM-GNS-BUS-SNB
               MOVE 'MNU' TO SNB-COD-TREG
               PERFORM TOM-GNS-BUS-SNB
               MOVE 'NTA' TO SNB-COD-TREG
               PERFORM TOM-GNS-BUS-SNB
           ELSE
      *    verificacion del calendario del anio siguiente; la
      *    fila del paso lleva el filtro de meses Octubre a
      *    Diciembre ( GNSBBCFA.cbl )
           IF JCH-GLS-PROG = 'GNSBUSCFA'
               PERFORM GNS-BUS-CFA
           ELSE
      *    documentos que dispararon una regla de velocidad en el
      *    dia procesado ( GNSBBVEL.cbl )
           IF JCH-GLS-PROG = 'GNSBUSVEL'
               MOVE HOY-SHOY     TO VEL-FEC-INFO( 1:2 )
               MOVE JCH-FEC-PROC TO VEL-FEC-INFO( 3:6 )
               PERFORM GNS-BUS-VEL
           ELSE
      *    patrones sospechosos de apertura de sesion del dia
      *    procesado ( GNSBBISE.cbl )
           IF JCH-GLS-PROG = 'GNSBUSISE'
               MOVE HOY-SHOY     TO ISE-REP-FECH( 1:2 )
               MOVE JCH-FEC-PROC TO ISE-REP-FECH( 3:6 )
               PERFORM GNS-BUS-ISE
           ELSE
      *    cierre de las campanas de recertificacion con el plazo
      *    vencido al dia procesado ( GNSBBRCE.cbl )
           IF JCH-GLS-PROG = 'GNSBUSRCE'
               MOVE RCE-CIE      TO RCE-BUS-CMND
               MOVE SPACES       TO RCE-ENT-CAMP
               MOVE HOY-SHOY     TO RCE-FEC-PROC( 1:2 )
               MOVE JCH-FEC-PROC TO RCE-FEC-PROC( 3:6 )
               PERFORM GNS-BUS-RCE
           ELSE
      *    seudonimizacion de los operadores retirados con el plazo
      *    de proteccion de datos cumplido ( GNSBBSEU.cbl )
           IF JCH-GLS-PROG = 'GNSBUSSEU'
               PERFORM GNS-BUS-SEU
           ELSE
      *    carga del diario de lecturas de registros sensibles del
      *    dia procesado e informe de lectores fuera de rango
      *    ( GNSBBLEC.cbl )
           IF JCH-GLS-PROG = 'GNSBUSLEC'
               MOVE HOY-SHOY     TO LEC-REP-FECH( 1:2 )
               MOVE JCH-FEC-PROC TO LEC-REP-FECH( 3:6 )
               PERFORM GNS-BUS-LEC
           ELSE
      *    listado de envios repetidos suprimidos el dia procesado;
      *    archivado el listado, la cola del dia se borra
      *    ( GNSBBDBL.cbl )
           IF JCH-GLS-PROG = 'GNSBUSDBL'
               MOVE HOY-SHOY     TO DBL-REP-FECH( 1:2 )
               MOVE JCH-FEC-PROC TO DBL-REP-FECH( 3:6 )
               MOVE 'S'          TO DBL-IND-BORR
               PERFORM GNS-BUS-DBL
               MOVE 'N'          TO DBL-IND-BORR
           ELSE
      *    informe de registros bloqueados del dia procesado;
      *    archivado el informe, la cola del dia se borra
      *    ( GNSBBLCK.cbl )
           IF JCH-GLS-PROG = 'GNSBUSLCK'
               MOVE HOY-SHOY     TO LCK-REP-FECH( 1:2 )
               MOVE JCH-FEC-PROC TO LCK-REP-FECH( 3:6 )
               MOVE 'S'          TO LCK-IND-BORR
               PERFORM GNS-BUS-LCK
               MOVE 'N'          TO LCK-IND-BORR
           ELSE
      *    mapa de llamadas entre programas y servicios con el
      *    trafico capturado el dia procesado; el mapa queda como
      *    base de la proxima corrida ( GNSBBMAP.cbl )
           IF JCH-GLS-PROG = 'GNSBUSMAP'
               MOVE HOY-SHOY     TO MAP-FEC-DESD( 1:2 )
               MOVE JCH-FEC-PROC TO MAP-FEC-DESD( 3:6 )
               MOVE MAP-FEC-DESD TO MAP-FEC-HAST
               MOVE SPACES       TO MAP-ENT-SERV
               MOVE 'S'          TO MAP-IND-GRAB
               PERFORM GNS-BUS-MAP
               MOVE 'N'          TO MAP-IND-GRAB
           ELSE
      *    firmas de aborto que se repiten sin problema conocido,
      *    en la historia que termina el dia procesado
      *    ( GNSBBPRB.cbl )
           IF JCH-GLS-PROG = 'GNSBUSPRB'
               MOVE HOY-SHOY     TO PRB-REP-FECH( 1:2 )
               MOVE JCH-FEC-PROC TO PRB-REP-FECH( 3:6 )
               PERFORM GNS-BUS-PRB
           ELSE
      *    despacho de las notificaciones a la guardia: envia las
      *    alertas nuevas de la bandeja de salida y escala los
      *    criticos sin acuse ( GNSBBNTF.cbl ); el paso se programa
      *    en una cadena que se repite durante el dia
           IF JCH-GLS-PROG = 'GNSBUSNTF'
               PERFORM GNS-BUS-NTF
           ELSE
      *    solicitudes de asistencia del dia procesado por sucursal,
      *    con los tiempos de respuesta ( GNSBBASI.cbl )
           IF JCH-GLS-PROG = 'GNSBUSASI'
               MOVE HOY-SHOY     TO ASI-REP-FECH( 1:2 )
               MOVE JCH-FEC-PROC TO ASI-REP-FECH( 3:6 )
               PERFORM GNS-BUS-ASI
           ELSE
      *    depuracion de borradores de captura vencidos
      *    ( GNSBBBOR.cbl )
           IF JCH-GLS-PROG = 'GNSBUSBOR'
               PERFORM GNS-BUS-BOR
           ELSE
      *    reposicion de la base de entrenamiento desde produccion,
      *    enmascarada ( GNSBBENT.cbl )
           IF JCH-GLS-PROG = 'GNSBUSENT'
               PERFORM GNS-BUS-ENT
           ELSE
      *    banderas de funcionalidad activas y las propuestas para
      *    retiro ( GNSBBFLG.cbl )
           IF JCH-GLS-PROG = 'GNSBUSFLG'
               PERFORM GNS-BUS-FLG
           ELSE
      *    clonacion de catalogos para los sistemas nuevos
      *    solicitados en TAB 'CLN' ( GNSBBCLN.cbl )
           IF JCH-GLS-PROG = 'GNSBUSCLN'
               PERFORM GNS-BUS-CLN
           ELSE
      *    eventos del corresponsal en cuarentena por firma,
      *    recibidos el dia procesado ( GNSBBEVR.cbl )
           IF JCH-GLS-PROG = 'GNSBUSEVQ'
               MOVE HOY-SHOY     TO EVQ-FEC-DESD( 1:2 )
               MOVE JCH-FEC-PROC TO EVQ-FEC-DESD( 3:6 )
               MOVE EVQ-FEC-DESD TO EVQ-FEC-HAST
               PERFORM GNS-BUS-EVQ
           ELSE
      *    lote de la interfaz contable del dia de operaciones que
      *    la cadena esta cuadrando; va antes de GNSBUSODA, que abre
      *    el dia siguiente ( GNSBBCTB.cbl )
           IF JCH-GLS-PROG = 'GNSBUSCTB'
               MOVE HOY-SHOY     TO CTB-ENT-FECH( 1:2 )
               MOVE JCH-FEC-PROC TO CTB-ENT-FECH( 3:6 )
               MOVE CTB-ENT-FECH TO CTB-FEC-PEND
               PERFORM GNS-BUS-CTB
               PERFORM PEN-GNS-BUS-CTB THRU FIN-PEN-GNS-BUS-CTB
           ELSE
      *    cobro mensual de costos de TI por uso del mes anterior
      *    al procesado; corre el primer dia del mes en que la
      *    cadena lo alcanza ( GNSBBCHB.cbl )
           IF JCH-GLS-PROG = 'GNSBUSCHB'
               PERFORM MES-GNS-BUS-JCH THRU FIN-MES-GNS-BUS-JCH
               IF JCH-IND-MESC = 'S'
                   MOVE 'S'          TO JCH-COD-RSLT
               ELSE
                   MOVE ZEROES       TO CHB-ENT-PERI
                   MOVE HOY-SHOY     TO CHB-FEC-PROC( 1:2 )
                   MOVE JCH-FEC-PROC TO CHB-FEC-PROC( 3:6 )
                   PERFORM GNS-BUS-CHB
           ELSE
      *    uso del catalogo de mensajes del mes anterior al
      *    procesado; corre el primer dia del mes en que la cadena
      *    lo alcanza ( GNSBBMSU.cbl )
           IF JCH-GLS-PROG = 'GNSBUSMSU'
               PERFORM MES-GNS-BUS-JCH THRU FIN-MES-GNS-BUS-JCH
               IF JCH-IND-MESC = 'S'
                   MOVE 'S'          TO JCH-COD-RSLT
               ELSE
                   MOVE SPACES       TO MSU-ENT-SIST
                   MOVE ZEROES       TO MSU-ENT-MESE MSU-ENT-PERI
                   MOVE HOY-SHOY     TO MSU-FEC-PROC( 1:2 )
                   MOVE JCH-FEC-PROC TO MSU-FEC-PROC( 3:6 )
                   PERFORM GNS-BUS-MSU
           ELSE
      *    importacion de las tasas de cambio de tesoreria; el
      *    barrido de vejez exige las del dia procesado
      *    ( GNSBBFXI.cbl )
           IF JCH-GLS-PROG = 'GNSBUSFXI'
               MOVE JCH-FEC-PROC TO FXI-ENT-FECH
               PERFORM GNS-BUS-FXI
               MOVE ZEROES       TO FXI-ENT-FECH
           ELSE
      *    eventos recibidos del corresponsal de la fila 'JCP'
      *    ( GNSBBEVR.cbl )
           IF JCH-GLS-PROG = 'GNSBUSEVR'
               MOVE JCH-PAR-COD1 TO EVR-ENT-CORR
               PERFORM GNS-BUS-EVR
           ELSE
      *    provision de operadores desde el archivo de personal de
      *    la empresa de la fila 'JCP' ( GNSBBOPF.cbl )
           IF JCH-GLS-PROG = 'GNSBUSOPF'
               MOVE JCH-PAR-COD1( 1:3 ) TO OPF-ENT-EMPR
               PERFORM GNS-BUS-OPF
               MOVE SPACES       TO OPF-ENT-EMPR
           ELSE
      *    archivo de bitacoras por politica de retencion, con la
      *    antiguedad medida al dia procesado ( GNSBBRET.cbl )
           IF JCH-GLS-PROG = 'GNSBUSRET'
               MOVE JCH-PAR-COD1( 1:3 ) TO RET-FLT-TLOG
               MOVE HOY-SHOY     TO RET-ENT-FECH( 1:2 )
               MOVE JCH-FEC-PROC TO RET-ENT-FECH( 3:6 )
               PERFORM GNS-BUS-RET
               MOVE SPACES       TO RET-FLT-TLOG
               MOVE ZEROES       TO RET-ENT-FECH
           ELSE
      *    transmision de eventos de interfaz a los suscriptores
      *    ( GNSBBEVT.cbl )
           IF JCH-GLS-PROG = 'GNSBUSEVT'
               PERFORM GNS-BUS-EVT
           ELSE
      *    carga de catalogo desde el archivo volcado en SCR-QLOD
      *    ( GNSBBLOD.cbl )
           IF JCH-GLS-PROG = 'GNSBUSLOD'
               MOVE JCH-PAR-COD1( 1:3 ) TO LOD-COD-TREG
               MOVE JCH-CNT-ITEM TO LOD-NUM-ROWS
               PERFORM GNS-BUS-LOD
           ELSE
      *    extraccion de catalogo a archivo plano ( GNSBBEXT.cbl )
           IF JCH-GLS-PROG = 'GNSBUSEXT'
               MOVE JCH-PAR-COD1( 1:3 ) TO EXT-COD-TREG
               MOVE JCH-PAR-COD2( 1:1 ) TO EXT-IND-MASK
               MOVE SPACES       TO EXT-KEY-DESD EXT-KEY-HAST
               MOVE JCH-PAR-NUM1 TO EXT-NUM-TOPE
               PERFORM GNS-BUS-EXT
               MOVE 'N'          TO EXT-IND-MASK
           ELSE
      *    traspaso de sesion entre los terminales de la fila 'JCP'
      *    ( GNSBBTRF.cbl )
           IF JCH-GLS-PROG = 'GNSBUSTRF'
               MOVE JCH-PAR-COD1( 1:4 ) TO TRF-TER-DESD
               MOVE JCH-PAR-COD2 TO TRF-TER-HAST
               PERFORM GNS-BUS-TRF
           ELSE
      *    carga de la referencia documento - CIC desde SCR-QNDX
      *    ( GNSBBNDX.cbl )
           IF JCH-GLS-PROG = 'GNSBUSNDX'
               MOVE JCH-CNT-ITEM TO NDX-NUM-ROWS
               PERFORM GNS-BUS-NDX
           ELSE
      *    recalculo de la clave fonetica ( GNSBBFON.cbl )
           IF JCH-GLS-PROG = 'GNSBUSFON'
               MOVE JCH-PAR-COD1( 1:3 ) TO SNX-FON-REGI
               PERFORM GNS-BUS-FON
           ELSE
      *    redenominacion de la moneda de la fila 'JCP'
      *    ( GNSBBRDN.cbl )
           IF JCH-GLS-PROG = 'GNSBUSRDN'
               MOVE JCH-PAR-COD1( 1:4 ) TO RDN-ENT-VCAM
               MOVE JCH-PAR-NUM1 TO RDN-NUM-FACT
               MOVE JCH-PAR-NUM2 TO RDN-NUM-NDEC
               PERFORM GNS-BUS-RDN
           ELSE
      *    traspaso de un bloque de identificadores entre centros
      *    ( GNSBBCTR.cbl )
           IF JCH-GLS-PROG = 'GNSBUSCTR'
               MOVE JCH-PAR-COD1( 1:4 ) TO CTR-CAI-DESD
               MOVE JCH-PAR-COD2 TO CTR-CAI-HAST
               MOVE JCH-PAR-NUM1 TO CTR-NUM-DESD
               MOVE JCH-PAR-NUM2 TO CTR-NUM-HAST
               PERFORM GNS-BUS-CTR
           ELSE
               MOVE 'F' TO JCH-COD-RSLT.
           PERFORM STA-GNS-BUS-JCH THRU FIN-STA-GNS-BUS-JCH.
       FIN-EJE-GNS-BUS-JCH.
           EXIT.
      *
      *    Parametros del paso en curso ( TAB 'JCP', clave cadena +
      *    paso ) en JCH-WRK-PARM; JCH-IND-PARM en 'N' si el paso no
      *    tiene fila vigente. Los numeros no numericos valen cero y
      *    el tope de la extraccion va de 1 a 9999 ( cero = 9999 ).
       PAR-GNS-BUS-JCH SECTION.
       INI-PAR-GNS-BUS-JCH.
           MOVE 'N'          TO JCH-IND-PARM.
           MOVE SPACES       TO JCH-WRK-PARM.
           MOVE SPACES       TO TAB.
           MOVE 'JCP'        TO TAB-COD-TTAB IN TAB.
           MOVE JCH-COD-CADN TO JCH-KEY-CADN.
           MOVE JCH-NUM-PASO TO JCH-KEY-PASO.
           MOVE SPACES       TO JCH-KEY-FECH.
           MOVE JCH-KEY-CTAB TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY  TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               MOVE 'S'                 TO JCH-IND-PARM
               MOVE TAB-GLS-DESC IN TAB TO JCH-WRK-PARM.
           IF JCH-PAR-NUM1 NOT NUMERIC
               MOVE ZEROES TO JCH-PAR-NUM1.
           IF JCH-PAR-NUM2 NOT NUMERIC
               MOVE ZEROES TO JCH-PAR-NUM2.
           IF JCH-GLS-PROG = 'GNSBUSEXT'
              AND ( JCH-PAR-NUM1 = ZEROES OR JCH-PAR-NUM1 > 9999 )
               MOVE 9999 TO JCH-PAR-NUM1.
       FIN-PAR-GNS-BUS-JCH.
           EXIT.
      *
      *    Items de la cola JCH-WRK-COLA en JCH-CNT-ITEM; se cuenta
      *    hasta uno mas que JCH-LIM-ITEM.
       CTA-GNS-BUS-JCH SECTION.
       INI-CTA-GNS-BUS-JCH.
           MOVE ZERO TO JCH-CNT-ITEM.
       LUP-CTA-GNS-BUS-JCH.
           IF JCH-CNT-ITEM > JCH-LIM-ITEM
               GO TO FIN-CTA-GNS-BUS-JCH.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE JCH-WRK-COLA TO QUE-NAM-SEND.
           COMPUTE QUE-NUM-SEND = JCH-CNT-ITEM + 1.
           MOVE LENGTH OF JCH-WRK-PARM TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               GO TO FIN-CTA-GNS-BUS-JCH.
           ADD 1 TO JCH-CNT-ITEM.
           GO TO LUP-CTA-GNS-BUS-JCH.
       FIN-CTA-GNS-BUS-JCH.
           EXIT.
      *
      *    Paso mensual: ya termino Completo otro dia del mismo mes
      *    de JCH-FEC-PROC ? Revisa en 'JCS' los dias anteriores del
      *    mes y deja JCH-IND-MESC en 'S' si alguno lo fue, de modo
      *    que el paso corre una sola vez por mes, el primer dia que
      *    la cadena lo alcanza, aun sin regla 'B' 01 en su fila.
       MES-GNS-BUS-JCH SECTION.
       INI-MES-GNS-BUS-JCH.
           MOVE 'N'                 TO JCH-IND-MESC.
           MOVE JCH-FEC-PROC        TO JCH-SAV-FPRO.
           MOVE JCH-FEC-PROC( 5:2 ) TO JCH-NUM-DMES.
       LUP-MES-GNS-BUS-JCH.
           IF JCH-NUM-DMES NOT > 1
               GO TO FIN-MES-GNS-BUS-JCH.
           SUBTRACT 1 FROM JCH-NUM-DMES.
           MOVE JCH-NUM-DMES TO JCH-FEC-PROC( 5:2 ).
           PERFORM RSL-GNS-BUS-JCH THRU FIN-RSL-GNS-BUS-JCH.
           IF JCH-COD-RSLT = 'C'
               MOVE 'S' TO JCH-IND-MESC
               GO TO FIN-MES-GNS-BUS-JCH.
           GO TO LUP-MES-GNS-BUS-JCH.
       FIN-MES-GNS-BUS-JCH.
           MOVE JCH-SAV-FPRO TO JCH-FEC-PROC.
           MOVE 'C'          TO JCH-COD-RSLT.
           EXIT.
      *
      *    El paso que termino con su propio status de error ( o sin
      *    la simulacion aprobada que exige la corrida confirmada )
      *    queda Fallido; un lote contable ya contabilizado ( DUP )
      *    no es error.
       STA-GNS-BUS-JCH SECTION.
       INI-STA-GNS-BUS-JCH.
           IF JCH-GLS-PROG = 'GNSBUSCTB'
              AND NOT CTB-STAT-OKS AND NOT CTB-STAT-DUP
               MOVE 'F' TO JCH-COD-RSLT.
           IF JCH-GLS-PROG = 'GNSBUSEVR' AND NOT EVR-STAT-OKS
               MOVE 'F' TO JCH-COD-RSLT.
           IF JCH-GLS-PROG = 'GNSBUSOPF' AND NOT OPF-STAT-OKS
               MOVE 'F' TO JCH-COD-RSLT.
           IF JCH-GLS-PROG = 'GNSBUSLOD' AND NOT LOD-STAT-OKS
               MOVE 'F' TO JCH-COD-RSLT.
           IF JCH-GLS-PROG = 'GNSBUSEXT' AND NOT EXT-STAT-OKS
               MOVE 'F' TO JCH-COD-RSLT.
           IF JCH-GLS-PROG = 'GNSBUSTRF' AND NOT TRF-STAT-OKS
               MOVE 'F' TO JCH-COD-RSLT.
           IF JCH-GLS-PROG = 'GNSBUSNDX' AND NOT NDX-BUS-STAT-OKS
               MOVE 'F' TO JCH-COD-RSLT.
           IF JCH-GLS-PROG = 'GNSBUSFON' AND NOT SNX-FON-STAT-OKS
               MOVE 'F' TO JCH-COD-RSLT.
           IF JCH-GLS-PROG = 'GNSBUSRDN' AND NOT RDN-STAT-OKS
               MOVE 'F' TO JCH-COD-RSLT.
           IF JCH-GLS-PROG = 'GNSBUSCTR' AND NOT CTR-STAT-OKS
               MOVE 'F' TO JCH-COD-RSLT.
       FIN-STA-GNS-BUS-JCH.
           EXIT.
      *
      *    Encola la fila de la corrida en SCR-QJCH.
       PUT-GNS-BUS-JCH SECTION.
       INI-PUT-GNS-BUS-JCH.
           MOVE JCH-FEC-PROC TO JCH-LIN-FECH.
           MOVE 'PUT'      TO QUE-COM-SEND.
           MOVE SPACES     TO QUE-NAM-SEND.
           MOVE SCR-QJCH   TO QUE-NAM-SEND.
