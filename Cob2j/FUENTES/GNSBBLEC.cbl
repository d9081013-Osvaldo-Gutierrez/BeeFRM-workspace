      *Carga del diario de lecturas de registros sensibles e informe
      *de lectores fuera de rango, para la fecha LEC-REP-FECH ( cero
      *= hoy ). Primero vacia al archivo LEC las 144 colas de diez
      *minutos de ese dia ( 'GLC' + dia + hora + decena de minuto,
      *las que deja REG-GNS-LEC-DTC ): cada item es una fila, con su
      *numero dentro de la cola como secuencia, de modo que si una
      *caida obliga a repetir la corrida las filas ya cargadas
      *vuelven con llave duplicada y solo se cuentan. Una cola se
      *borra recien cuando todos sus items quedaron en LEC; si
      *alguno fallo, la cola queda para la corrida siguiente.
      *Despues recorre LEC por la llave alternativa ( operador +
      *momento ), cuenta las lecturas del dia de cada operador y
      *busca su rol en OPR. Un operador sale 'FUE' cuando leyo al
      *menos LEC-MIN-LECT registros y mas de LEC-NUM-FACT veces el
      *promedio de sus pares ( los demas operadores de su rol que
      *leyeron ese dia, al menos LEC-MIN-PARE ). La auditoria AUD y
      *el propio diario quedan suspendidos durante la corrida. Todo
      *sale en la cola SCR-QLEC y se archiva en RPO.
       GNS-BUS-LEC SECTION.
       INI-GNS-BUS-LEC.
           MOVE ZEROES TO SCR-ILEC LEC-NUM-OPER LEC-CNT-ITEM
                          LEC-CNT-CARG LEC-CNT-DUPL LEC-CNT-ERRO
                          LEC-CNT-OPER LEC-CNT-FUER LEC-CNT-EXCE.
           MOVE AUD-IND-ACTV TO LEC-SAV-AUDA.
           MOVE 'N'          TO AUD-IND-ACTV.
           MOVE LEC-IND-ACTV TO LEC-SAV-LECA.
           MOVE 'N'          TO LEC-IND-ACTV.
           MOVE LEC-REP-FECH TO LEC-FEC-PROC.
           IF LEC-FEC-PROC = ZEROES
               PERFORM GET-FHOY
               MOVE HOY-FHOY TO LEC-FEC-PROC.
           PERFORM VAC-GNS-BUS-LEC THRU FIN-VAC-GNS-BUS-LEC.
           PERFORM CNT-GNS-BUS-LEC THRU FIN-CNT-GNS-BUS-LEC.
           PERFORM FUE-GNS-BUS-LEC THRU FIN-FUE-GNS-BUS-LEC.
      *    totales de la corrida
           MOVE SPACES       TO LEC-LINE.
           MOVE ZEROES       TO LEC-LIN-FCMD LEC-LIN-NLEC
                                LEC-LIN-NPAR LEC-LIN-PROM.
           MOVE 'TOT'        TO LEC-LIN-TIPO.
           COMPUTE LEC-LIN-STMP = LEC-FEC-PROC * 1000000.
           MOVE LEC-CNT-ITEM TO LEC-LIN-NITE.
           MOVE LEC-CNT-CARG TO LEC-LIN-NCAR.
           MOVE LEC-CNT-DUPL TO LEC-LIN-NDUP.
           MOVE LEC-CNT-ERRO TO LEC-LIN-NERR.
           MOVE LEC-CNT-OPER TO LEC-LIN-NOPE.
           MOVE LEC-CNT-FUER TO LEC-LIN-NFUE.
           MOVE LEC-CNT-EXCE TO LEC-LIN-NEXC.
           PERFORM PUT-GNS-CON-LEC THRU FIN-PUT-GNS-CON-LEC.
      *    archivo del informe ( GNSBGRPO.cbl )
           MOVE 'LEC'       TO RPO-ENT-CODI.
           MOVE SCR-QLEC    TO RPO-ENT-COLA.
           MOVE 'GNSBUSLEC' TO RPO-ENT-PROG.
           MOVE RPO-ARC     TO RPO-CMND.
           PERFORM GNS-PRO-RPO.
       FIN-GNS-BUS-LEC.
           MOVE LEC-SAV-AUDA TO AUD-IND-ACTV.
           MOVE LEC-SAV-LECA TO LEC-IND-ACTV.
           EXIT.
      *
      *    Las 144 colas del dia, de las 00:00 a las 23:50.
       VAC-GNS-BUS-LEC SECTION.
       INI-VAC-GNS-BUS-LEC.
           MOVE LEC-DIA-PROC TO LEC-BCO-DIAS.
           MOVE ZEROES       TO LEC-BCO-HORA LEC-BCO-DMIN.
       LUP-VAC-GNS-BUS-LEC.
           PERFORM ITE-GNS-BUS-LEC THRU FIN-ITE-GNS-BUS-LEC.
           ADD 1 TO LEC-BCO-DMIN.
           IF LEC-BCO-DMIN < 6
               GO TO LUP-VAC-GNS-BUS-LEC.
           MOVE ZERO TO LEC-BCO-DMIN.
           ADD 1 TO LEC-BCO-HORA.
           IF LEC-BCO-HORA < 24
               GO TO LUP-VAC-GNS-BUS-LEC.
       FIN-VAC-GNS-BUS-LEC.
           EXIT.
      *
      *    Vaciado de una cola: item por item a LEC, y borrado de la
      *    cola si todo quedo cargado.
       ITE-GNS-BUS-LEC SECTION.
       INI-ITE-GNS-BUS-LEC.
           MOVE ZERO TO LEC-NUM-ITEM.
           MOVE 'N'  TO LEC-IND-ERRO.
       LUP-ITE-GNS-BUS-LEC.
           ADD 1 TO LEC-NUM-ITEM.
           IF LEC-NUM-ITEM > 9999
               GO TO DEL-ITE-GNS-BUS-LEC.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE LEC-BUS-COLA TO QUE-NAM-SEND.
           MOVE LEC-NUM-ITEM TO QUE-NUM-SEND.
           MOVE LENGTH OF LEC-JRN-ITEM TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               GO TO DEL-ITE-GNS-BUS-LEC.
           ADD 1 TO LEC-CNT-ITEM.
           MOVE QUE-DAT-RECV( 1:90 ) TO LEC-JRN-ITEM.
      *    un item ilegible no se puede cargar ni se recuperara
      *    en otra corrida: se cuenta y se sigue
           IF LEC-JRN-STMP NOT NUMERIC
              OR LEC-JRN-FCMD NOT NUMERIC
              OR LEC-JRN-TABL NOT > SPACES
               ADD 1 TO LEC-CNT-ERRO
               GO TO LUP-ITE-GNS-BUS-LEC.
           MOVE SPACES       TO LEC.
           MOVE LEC-JRN-TABL TO LEC-COD-TABL.
           MOVE LEC-JRN-CLAV TO LEC-COD-CLAV.
           MOVE LEC-JRN-STMP TO LEC-STP-LECT LEC-STP-OPER.
           MOVE LEC-NUM-ITEM TO LEC-NUM-SECU LEC-SEC-OPER.
           MOVE LEC-JRN-OPER TO LEC-COD-OPER.
           MOVE LEC-JRN-TERM TO LEC-COD-TERM.
           MOVE LEC-JRN-COMD TO LEC-COD-COMD.
           MOVE LEC-JRN-OPCI TO LEC-COD-OPCI.
           MOVE LEC-JRN-FCMD TO LEC-NUM-FCMD.
           MOVE LEC-JRN-FORM TO LEC-COD-FORM.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'LEC-KEY-ILEC' TO FIO-AKEY.
           MOVE FIO-PUT        TO FIO-CMND.
           PERFORM GNS-FIO-LEC.
           IF FIO-STAT-OKS
               ADD 1 TO LEC-CNT-CARG
               GO TO LUP-ITE-GNS-BUS-LEC.
           IF FIO-STAT-CDK OR FIO-STAT-DMK
               ADD 1 TO LEC-CNT-DUPL
               GO TO LUP-ITE-GNS-BUS-LEC.
           ADD 1 TO LEC-CNT-ERRO.
           MOVE 'S' TO LEC-IND-ERRO.
           GO TO LUP-ITE-GNS-BUS-LEC.
       DEL-ITE-GNS-BUS-LEC.
           IF LEC-NUM-ITEM = 1 OR LEC-IND-ERRO = 'S'
               GO TO FIN-ITE-GNS-BUS-LEC.
           MOVE 'DEL'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE LEC-BUS-COLA TO QUE-NAM-SEND.
           MOVE ZEROES       TO QUE-NUM-SEND.
           MOVE ZEROES       TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-ITE-GNS-BUS-LEC.
           EXIT.
      *
      *    Lecturas del dia por operador: por la llave alternativa,
      *    de cada operador se salta a su primera lectura del dia,
      *    se cuentan las de ese dia y se salta al operador
      *    siguiente, sin recorrer la historia de nadie.
       CNT-GNS-BUS-LEC SECTION.
       INI-CNT-GNS-BUS-LEC.
           MOVE SPACES TO LEC.
           MOVE ZEROES TO LEC-STP-OPER LEC-SEC-OPER.
           MOVE 'GNS'           TO FIO-SIST.
           MOVE 'LEC-COD-IOPE'  TO FIO-AKEY.
           MOVE FIO-FND-NLS-ALT TO FIO-CMND.
           PERFORM GNS-FIO-LEC.
       LUP-CNT-GNS-BUS-LEC.
           IF NOT FIO-STAT-OKS
               GO TO FIN-CNT-GNS-BUS-LEC.
           MOVE LEC-COD-OPER TO LEC-SAV-OPER.
           MOVE LEC-STP-OPER( 1:8 ) TO LEC-WRK-FECH.
           IF LEC-WRK-FECH NOT < LEC-FEC-PROC
               GO TO DIA-CNT-GNS-BUS-LEC.
      *    historia previa: a la primera lectura del dia
           MOVE SPACES       TO LEC.
           MOVE LEC-SAV-OPER TO LEC-COD-OPER.
           COMPUTE LEC-STP-OPER = LEC-FEC-PROC * 1000000.
           MOVE ZEROES       TO LEC-SEC-OPER.
           MOVE 'GNS'           TO FIO-SIST.
           MOVE 'LEC-COD-IOPE'  TO FIO-AKEY.
           MOVE FIO-FND-NLS-ALT TO FIO-CMND.
           PERFORM GNS-FIO-LEC.
           IF NOT FIO-STAT-OKS
               GO TO FIN-CNT-GNS-BUS-LEC.
           IF LEC-COD-OPER NOT = LEC-SAV-OPER
               GO TO LUP-CNT-GNS-BUS-LEC.
           MOVE LEC-STP-OPER( 1:8 ) TO LEC-WRK-FECH.
       DIA-CNT-GNS-BUS-LEC.
           IF LEC-WRK-FECH NOT = LEC-FEC-PROC
               GO TO SIG-CNT-GNS-BUS-LEC.
           IF LEC-NUM-OPER NOT < LEC-MAX-OPER
               ADD 1 TO LEC-CNT-EXCE
               GO TO SIG-CNT-GNS-BUS-LEC.
           ADD 1 TO LEC-NUM-OPER LEC-CNT-OPER.
           MOVE LEC-SAV-OPER TO LEC-OPE-CODI( LEC-NUM-OPER ).
           MOVE ZERO         TO LEC-OPE-CLEC( LEC-NUM-OPER ).
           MOVE SPACES       TO LEC-OPE-ROLE( LEC-NUM-OPER ).
           MOVE SPACES         TO OPR.
           MOVE LEC-SAV-OPER   TO OPR-COD-IOPR.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'OPR-KEY-IOPR' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-OPR.
           IF FIO-STAT-OKS
               MOVE OPR-COD-ROLE TO LEC-OPE-ROLE( LEC-NUM-OPER ).
       CUE-CNT-GNS-BUS-LEC.
           ADD 1 TO LEC-OPE-CLEC( LEC-NUM-OPER ).
           MOVE 'GNS'           TO FIO-SIST.
           MOVE 'LEC-COD-IOPE'  TO FIO-AKEY.
           MOVE FIO-GET-NXT-ALT TO FIO-CMND.
           PERFORM GNS-FIO-LEC.
           IF NOT FIO-STAT-OKS
               GO TO FIN-CNT-GNS-BUS-LEC.
           IF LEC-COD-OPER NOT = LEC-SAV-OPER
               GO TO LUP-CNT-GNS-BUS-LEC.
           MOVE LEC-STP-OPER( 1:8 ) TO LEC-WRK-FECH.
           IF LEC-WRK-FECH = LEC-FEC-PROC
               GO TO CUE-CNT-GNS-BUS-LEC.
      *    lo que queda del operador es posterior: al siguiente
       SIG-CNT-GNS-BUS-LEC.
           MOVE SPACES       TO LEC.
           MOVE LEC-SAV-OPER TO LEC-COD-OPER.
           MOVE 99999999999999 TO LEC-STP-OPER.
           MOVE 9999         TO LEC-SEC-OPER.
           MOVE 'GNS'           TO FIO-SIST.
           MOVE 'LEC-COD-IOPE'  TO FIO-AKEY.
           MOVE FIO-FND-GRT-ALT TO FIO-CMND.
           PERFORM GNS-FIO-LEC.
           GO TO LUP-CNT-GNS-BUS-LEC.
       FIN-CNT-GNS-BUS-LEC.
           EXIT.
      *
      *    Cada lector contra el promedio de sus pares de rol.
       FUE-GNS-BUS-LEC SECTION.
       INI-FUE-GNS-BUS-LEC.
           MOVE ZERO TO LEC-NUM-IOPE.
       LUP-FUE-GNS-BUS-LEC.
           ADD 1 TO LEC-NUM-IOPE.
           IF LEC-NUM-IOPE > LEC-NUM-OPER
               GO TO FIN-FUE-GNS-BUS-LEC.
           IF LEC-OPE-CLEC( LEC-NUM-IOPE ) < LEC-MIN-LECT
               GO TO LUP-FUE-GNS-BUS-LEC.
           MOVE ZERO TO LEC-NUM-PARE LEC-SUM-PARE LEC-NUM-JOPE.
       PAR-FUE-GNS-BUS-LEC.
           ADD 1 TO LEC-NUM-JOPE.
           IF LEC-NUM-JOPE > LEC-NUM-OPER
               GO TO EVA-FUE-GNS-BUS-LEC.
           IF LEC-NUM-JOPE = LEC-NUM-IOPE
              OR LEC-OPE-ROLE( LEC-NUM-JOPE )
                 NOT = LEC-OPE-ROLE( LEC-NUM-IOPE )
               GO TO PAR-FUE-GNS-BUS-LEC.
           ADD 1 TO LEC-NUM-PARE.
           ADD LEC-OPE-CLEC( LEC-NUM-JOPE ) TO LEC-SUM-PARE.
           GO TO PAR-FUE-GNS-BUS-LEC.
       EVA-FUE-GNS-BUS-LEC.
           IF LEC-NUM-PARE < LEC-MIN-PARE
               GO TO LUP-FUE-GNS-BUS-LEC.
           COMPUTE LEC-PRM-PARE ROUNDED
                 = LEC-SUM-PARE / LEC-NUM-PARE.
           IF LEC-OPE-CLEC( LEC-NUM-IOPE )
              NOT > LEC-PRM-PARE * LEC-NUM-FACT
               GO TO LUP-FUE-GNS-BUS-LEC.
           ADD 1 TO LEC-CNT-FUER.
           MOVE SPACES       TO LEC-LINE.
           MOVE ZEROES       TO LEC-LIN-FCMD LEC-LIN-NITE
                                LEC-LIN-NCAR LEC-LIN-NDUP
                                LEC-LIN-NERR LEC-LIN-NOPE
                                LEC-LIN-NFUE LEC-LIN-NEXC.
           MOVE 'FUE'        TO LEC-LIN-TIPO.
           MOVE LEC-OPE-CODI( LEC-NUM-IOPE ) TO LEC-LIN-OPER.
           MOVE LEC-OPE-ROLE( LEC-NUM-IOPE ) TO LEC-LIN-ROLE.
           MOVE LEC-OPE-CLEC( LEC-NUM-IOPE ) TO LEC-LIN-NLEC.
           MOVE LEC-NUM-PARE TO LEC-LIN-NPAR.
           MOVE LEC-PRM-PARE TO LEC-LIN-PROM.
           COMPUTE LEC-LIN-STMP = LEC-FEC-PROC * 1000000.
           PERFORM PUT-GNS-CON-LEC THRU FIN-PUT-GNS-CON-LEC.
           GO TO LUP-FUE-GNS-BUS-LEC.
       FIN-FUE-GNS-BUS-LEC.
           EXIT.
