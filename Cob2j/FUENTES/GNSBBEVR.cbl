      *eco ( el enganche de eventos de salida de los FIO ), para
      *que lo aplicado no viaje de vuelta a quien lo mando. Los
      *aplicados quedan en la cola SCR-QEAC y los rechazados, con
      *su motivo, en SCR-QERJ. Cada evento llega firmado con la
      *clave compartida con el corresponsal ( VRF-GNS-PRO-MAC en
      *GNSBGMAC.cbl ); el que no trae una firma valida no se aplica
      *y queda ademas en la cuarentena EVQ, que GNS-BUS-EVQ informa
      *por corresponsal.
       GNS-BUS-EVR SECTION.
       INI-GNS-BUS-EVR.
           SET EVR-STAT-OKS TO TRUE.
           MOVE ZEROES TO EVR-CNT-APLI EVR-CNT-RECH EVR-IDX.
      *    simulando no se graba nada ( ni el puntero ); confirmando,
      *    solo con la simulacion de este mismo archivo aprobada
           PERFORM HUE-GNS-BUS-EVR THRU FIN-HUE-GNS-BUS-EVR.
           IF NOT SMC-STAT-OKS
               SET EVR-STAT-NAP TO TRUE
               GO TO FIN-GNS-BUS-EVR.
           MOVE ZERO TO EVR-IDX.
           PERFORM PTR-GNS-BUS-EVR THRU FIN-PTR-GNS-BUS-EVR.
       LUP-GNS-BUS-EVR.
           ADD 1 TO EVR-IDX.
           MOVE SPACES     TO QUE-NAM-SEND.
           MOVE SCR-QEVR   TO QUE-NAM-SEND.
           MOVE EVR-IDX    TO QUE-NUM-SEND.
           MOVE LENGTH OF EVT-REG-ENVI TO QUE-LAR-SEND.
           MOVE SPACES     TO QUE-TRX-SEND.
           MOVE SPACES     TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               GO TO GRB-GNS-BUS-EVR.
           MOVE QUE-DAT-RECV( 1:159 ) TO EVT-REG-ENVI.
      *    layout: secuencia numerica, tipo conocido, llave cargada
           IF EVT-MSJ-SECU NOT NUMERIC
              OR ( EVT-MSJ-TIPO NOT = 'CIC' AND
               MOVE 'LAY' TO EVR-SAL-MOTV
               PERFORM RCH-GNS-BUS-EVR THRU FIN-RCH-GNS-BUS-EVR
               GO TO LUP-GNS-BUS-EVR.
      *    firma: sin una firma valida con una clave vigente del
      *    corresponsal el evento no se aplica, queda en cuarentena
           MOVE EVR-ENT-CORR TO MAC-ENT-CORR.
           PERFORM VRF-GNS-PRO-MAC THRU FIN-VRF-GNS-PRO-MAC.
           IF NOT MAC-STAT-OKS
               MOVE MAC-STAT TO EVR-SAL-MOTV
               PERFORM CUA-GNS-BUS-EVR THRU FIN-CUA-GNS-BUS-EVR
               PERFORM RCH-GNS-BUS-EVR THRU FIN-RCH-GNS-BUS-EVR
               GO TO LUP-GNS-BUS-EVR.
      *    duplicado: ya se aplico esa secuencia ( o una posterior )
           IF EVT-MSJ-SECU NOT > EVR-NUM-ULTA
               MOVE 'DUP' TO EVR-SAL-MOTV
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           PERFORM GNS-FIO-TAB.
       FIN-GNS-BUS-EVR.
      *    cierre de la corrida simulada o confirmada ( GNSBGSMC )
           MOVE SMC-CIE TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
           EXIT.
      *
      *    Ultima secuencia aplicada del corresponsal ( TAB 'EVR' ).
      *    deshaciendo la fusion.
       CIC-GNS-BUS-EVR.
           MOVE 'S'          TO ALS-IND-SUPR.
           MOVE EVT-MSJ-IMAG( 1:60 ) TO CIC.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE SPACES       TO FIO-AKEY.
           MOVE FIO-GET-KEY  TO FIO-CMND.
               MOVE FIO-MOD TO FIO-CMND
           ELSE
               MOVE FIO-PUT TO FIO-CMND.
           MOVE EVT-MSJ-IMAG( 1:60 ) TO CIC.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE SPACES       TO FIO-AKEY.
           PERFORM GNS-FIO-CIC.
           PERFORM GNS-MSJ-QUE.
       FIN-RCH-GNS-BUS-EVR.
           EXIT.
      *
      *    Deja el evento rechazado por su firma en la cuarentena
      *    EVQ, tal como llego; el correlativo sube si otro cayo en
      *    el mismo segundo.
       CUA-GNS-BUS-EVR.
           PERFORM GET-FHOY.
           MOVE SPACES       TO EVQ.
           MOVE EVR-ENT-CORR TO EVQ-COD-CORR.
           MOVE HOY-SHOY     TO EVQ-NUM-STRN.
           MOVE HOY-AHOY     TO EVQ-NUM-ATRN.
           MOVE HOY-MHOY     TO EVQ-NUM-MTRN.
           MOVE HOY-DHOY     TO EVQ-NUM-DTRN.
           MOVE HOY-HHHY     TO EVQ-NUM-HHTR.
           MOVE HOY-MMHY     TO EVQ-NUM-MMTR.
           MOVE HOY-SSHY     TO EVQ-NUM-SSTR.
           MOVE ZEROES       TO EVQ-NUM-SECU.
           MOVE EVR-SAL-MOTV TO EVQ-COD-MOTV.
           MOVE EVT-REG-ENVI( 1:10 ) TO EVQ-NUM-SEVT.
           MOVE EVT-REG-ENVI TO EVQ-GLS-MSJE.
           SET EVQ-STAT-CUAR TO TRUE.
       GRA-CUA-GNS-BUS-EVR.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'EVQ-KEY-IEVQ' TO FIO-AKEY.
           MOVE FIO-PUT        TO FIO-CMND.
           PERFORM GNS-FIO-EVQ.
           IF ( FIO-STAT-CDK OR FIO-STAT-DMK )
              AND EVQ-NUM-SECU < 9999
               ADD 1 TO EVQ-NUM-SECU
               GO TO GRA-CUA-GNS-BUS-EVR.
           IF FIO-STAT-OKS
               ADD 1 TO EVR-CNT-CUAR.
       FIN-CUA-GNS-BUS-EVR.
           EXIT.
      *
      *    Huella de la corrida ( el corresponsal y cada item de la
      *    cola SCR-QEVR ) y apertura segun SMC-COD-MODO.
       HUE-GNS-BUS-EVR SECTION.
       INI-HUE-GNS-BUS-EVR.
           MOVE 'EVR'   TO SMC-ENT-PROG.
           MOVE SMC-INI TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
           MOVE SPACES       TO SMC-ENT-DATO.
           MOVE EVR-ENT-CORR TO SMC-ENT-DATO( 1:8 ).
           MOVE 8            TO SMC-ENT-LARG.
           MOVE SMC-HSH TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
           MOVE ZERO TO EVR-IDX.
       LUP-HUE-GNS-BUS-EVR.
           ADD 1 TO EVR-IDX.
           MOVE 'GET'      TO QUE-COM-SEND.
           MOVE SPACES     TO QUE-NAM-SEND.
           MOVE SCR-QEVR   TO QUE-NAM-SEND.
           MOVE EVR-IDX    TO QUE-NUM-SEND.
           MOVE LENGTH OF EVT-REG-ENVI TO QUE-LAR-SEND.
           MOVE SPACES     TO QUE-TRX-SEND.
           MOVE SPACES     TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               GO TO ABR-HUE-GNS-BUS-EVR.
           MOVE QUE-DAT-RECV( 1:159 ) TO SMC-ENT-DATO.
           MOVE 159        TO SMC-ENT-LARG.
           MOVE SMC-HSH TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
           GO TO LUP-HUE-GNS-BUS-EVR.
       ABR-HUE-GNS-BUS-EVR.
           MOVE SMC-ABR TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
       FIN-HUE-GNS-BUS-EVR.
           EXIT.
      *
      *    Informe de la cuarentena por corresponsal: por cada evento
      *    en cuarentena dentro del rango EVQ-FEC-DESD / HAST
      *    ( SAAMMDD; en cero, todo ) una fila 'DET' con la
      *    recepcion, la secuencia del evento y el motivo, y al
      *    cambiar de corresponsal una fila 'TOT' con sus rechazos
      *    por firma, por version de clave y en total ( cola
      *    SCR-QEVQ ).
       GNS-BUS-EVQ SECTION.
       INI-GNS-BUS-EVQ.
           MOVE ZERO   TO SCR-IEVQ.
           MOVE ZEROES TO EVQ-CNT-FIRM EVQ-CNT-VERS EVQ-CNT-TOTA.
           MOVE SPACES TO EVQ-NOM-PREV.
           IF EVQ-FEC-HAST = ZEROES
               MOVE 99999999 TO EVQ-FEC-HAST.
           MOVE SPACES TO EVQ.
       LUP-GNS-BUS-EVQ.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'EVQ-KEY-IEVQ' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-EVQ.
           IF NOT FIO-STAT-OKS
               GO TO TOT-GNS-BUS-EVQ.
           IF EVQ-FEC-FTRN < EVQ-FEC-DESD
              OR EVQ-FEC-FTRN > EVQ-FEC-HAST
               GO TO LUP-GNS-BUS-EVQ.
           IF EVQ-COD-CORR NOT = EVQ-NOM-PREV
               PERFORM PTT-GNS-BUS-EVQ THRU FIN-PTT-GNS-BUS-EVQ
               MOVE EVQ-COD-CORR TO EVQ-NOM-PREV.
           ADD 1 TO EVQ-CNT-TOTA.
           IF EVQ-COD-MOTV = 'FIR'
               ADD 1 TO EVQ-CNT-FIRM
           ELSE
               ADD 1 TO EVQ-CNT-VERS.
           MOVE SPACES        TO EVQ-LINE.
           MOVE 'DET'         TO EVQ-LIN-TIPO.
           MOVE EVQ-COD-CORR  TO EVQ-LIN-CORR.
           MOVE EVQ-STP-ITRN  TO EVQ-LIN-STMP.
           MOVE EVQ-NUM-SEVT  TO EVQ-LIN-SEVT.
           MOVE EVQ-COD-MOTV  TO EVQ-LIN-MOTV.
           PERFORM PUT-GNS-BUS-EVQ THRU FIN-PUT-GNS-BUS-EVQ.
           GO TO LUP-GNS-BUS-EVQ.
       TOT-GNS-BUS-EVQ.
           PERFORM PTT-GNS-BUS-EVQ THRU FIN-PTT-GNS-BUS-EVQ.
           MOVE ZEROES TO EVQ-FEC-DESD EVQ-FEC-HAST.
       FIN-GNS-BUS-EVQ.
           EXIT.
      *
      *    Fila 'TOT' del corresponsal que termina ( si tuvo ).
       PTT-GNS-BUS-EVQ SECTION.
       INI-PTT-GNS-BUS-EVQ.
           IF EVQ-CNT-TOTA = ZEROES
               GO TO FIN-PTT-GNS-BUS-EVQ.
           MOVE SPACES        TO EVQ-LINE.
           MOVE 'TOT'         TO EVQ-LIN-TIPO.
           MOVE EVQ-NOM-PREV  TO EVQ-LIN-CORR.
           MOVE EVQ-CNT-FIRM  TO EVQ-TOT-FIRM.
           MOVE EVQ-CNT-VERS  TO EVQ-TOT-VERS.
           MOVE EVQ-CNT-TOTA  TO EVQ-TOT-TOTA.
           PERFORM PUT-GNS-BUS-EVQ THRU FIN-PUT-GNS-BUS-EVQ.
           MOVE ZEROES TO EVQ-CNT-FIRM EVQ-CNT-VERS EVQ-CNT-TOTA.
       FIN-PTT-GNS-BUS-EVQ.
           EXIT.
      *
      *    Encola la fila del informe de cuarentena en SCR-QEVQ.
       PUT-GNS-BUS-EVQ SECTION.
       INI-PUT-GNS-BUS-EVQ.
           ADD 1 TO SCR-IEVQ.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QEVQ TO QUE-NAM-SEND.
           MOVE SCR-IEVQ TO QUE-NUM-SEND.
           MOVE LENGTH OF EVQ-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE EVQ-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-EVQ.
           EXIT.
