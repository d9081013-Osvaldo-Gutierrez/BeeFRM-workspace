      * Cortacircuito de Servicios del Despacho
      *
      *    CHK-GNS-CBK se invoca desde XCT-GNS-PRO-SYS y desde
      *    LNK-GNS-PRO-SYS antes de despachar, y RES-GNS-CBK al volver
      *    del TPFORWARD o del TPCALL. Con el circuito del servicio
      *    cerrado la llamada pasa. Abierto, la llamada se rechaza
      *    sin llegar al servicio ( CBK-VIGE en 'S' y el aviso de
      *    servicio no disponible en CBK-MENS; la carta muerta la
      *    deja el llamador ) hasta que pasa el enfriamiento: la
      *    primera llamada despues es la de prueba y las demas se
      *    siguen rechazando mientras ella no vuelva ( si no vuelve
      *    en otro enfriamiento, la siguiente pasa a ser la prueba ).
      *    A la vuelta se cuentan solo las caidas del servicio ( no
      *    esta, no responde, timeout, error del sistema ), no las
      *    fallas de negocio ( TPESVCFAIL ): las caidas seguidas
      *    dentro de la ventana abren el circuito; la prueba que
      *    anda lo cierra y la que cae lo abre de nuevo. El estado se
      *    escribe en modo no transaccional, para que los demas
      *    servidores lo vean de inmediato y un rollback del llamador
      *    no lo deshaga. Cada cambio de estado sale como mensaje
      *    Severo a la consola ( RUT-GET-MSG ) y actualiza el
      *    registro 'OPERCBK ' que muestra el chequeo de salud.
      *    El TPFORWARD de XCT ( CBK-ENT-VIAS 'X' ) no trae el
      *    resultado del servicio: no es nunca la llamada de prueba
      *    ( pasado el enfriamiento pasa sin tomar la prueba ) y su
      *    exito no cierra el circuito ni borra las caidas; solo su
      *    caida con el circuito cerrado se cuenta.
       CHK-GNS-CBK SECTION.
       INI-CHK-GNS-CBK.
           MOVE 'N'    TO CBK-VIGE CBK-IND-CTRL CBK-IND-PRUE.
           MOVE SPACES TO CBK-MENS.
           IF CBK-IND-ACTV NOT = 'S'
              OR SYS-PROG NOT > SPACES
               GO TO FIN-CHK-GNS-CBK.
           PERFORM GET-FHOY.
      *    valores del servicio ( vector de filas TAB 'CBK' )
           MOVE 1 TO CBK-ITBL.
       LUP-CHK-GNS-CBK.
           IF CBK-VSR-NOMB( CBK-ITBL ) = SYS-PROG
               GO TO VIG-CHK-GNS-CBK.
           IF CBK-ITBL > CBK-NUM-VSRV
               ADD 1 TO CBK-NUM-VSRV
               GO TO CAR-CHK-GNS-CBK.
           IF CBK-ITBL = CBK-MAX-VSRV
               GO TO CAR-CHK-GNS-CBK.
           ADD 1 TO CBK-ITBL.
           GO TO LUP-CHK-GNS-CBK.
       VIG-CHK-GNS-CBK.
           IF CBK-VSR-HORA( CBK-ITBL ) = HOY-HHHY
               GO TO UMB-CHK-GNS-CBK.
       CAR-CHK-GNS-CBK.
           MOVE SYS-PROG TO CBK-VSR-NOMB( CBK-ITBL ).
           PERFORM LOD-GNS-CBK THRU FIN-LOD-GNS-CBK.
       UMB-CHK-GNS-CBK.
           IF CBK-VSR-UMBR( CBK-ITBL ) = ZERO
               GO TO FIN-CHK-GNS-CBK.
           MOVE SYS-PROG                 TO CBK-CTL-SERV.
           MOVE CBK-VSR-UMBR( CBK-ITBL ) TO CBK-CTL-UMBR.
           MOVE CBK-VSR-VENT( CBK-ITBL ) TO CBK-CTL-VENT.
           MOVE CBK-VSR-ENFR( CBK-ITBL ) TO CBK-CTL-ENFR.
           MOVE QUE-STAT     TO CBK-SAV-QSTA.
           MOVE QUE-CMND     TO CBK-SAV-QCMD.
           PERFORM EST-GNS-CBK THRU FIN-EST-GNS-CBK.
           MOVE CBK-EST-NFAL TO CBK-CTL-NFAL.
           MOVE 'S'          TO CBK-IND-CTRL.
           IF CBK-EST-ESTA = 'C'
               GO TO RES-CHK-GNS-CBK.
      *
      *    abierto o con una prueba en curso: pasado el enfriamiento
      *    esta llamada es la prueba
           MOVE CBK-EST-FAPE TO CBK-WRK-FANT.
           MOVE CBK-EST-SAPE TO CBK-WRK-SANT.
           PERFORM DIF-GNS-CBK THRU FIN-DIF-GNS-CBK.
           IF CBK-NUM-DIFE < CBK-CTL-ENFR
               GO TO RCH-CHK-GNS-CBK.
           IF CBK-ENT-VIAS = 'X'
               GO TO RES-CHK-GNS-CBK.
           MOVE 'P'          TO CBK-EST-ESTA.
           MOVE CBK-WRK-FECH TO CBK-EST-FAPE.
           MOVE CBK-WRK-SEGS TO CBK-EST-SAPE.
           PERFORM GRB-GNS-CBK THRU FIN-GRB-GNS-CBK.
           MOVE 'S'          TO CBK-IND-PRUE.
           MOVE 'CBK    PRU' TO CBK-WRK-MSGC.
           PERFORM ALR-GNS-CBK THRU FIN-ALR-GNS-CBK.
           GO TO RES-CHK-GNS-CBK.
       RCH-CHK-GNS-CBK.
           ADD 1 TO CBK-EST-NREC.
           PERFORM GRB-GNS-CBK THRU FIN-GRB-GNS-CBK.
           MOVE 'N' TO CBK-IND-CTRL.
           MOVE 'S' TO CBK-VIGE.
           MOVE SPACES       TO MSG-SUB-VALS.
           MOVE SYS-PROG     TO MSG-SUB-VAL( 1 ).
           MOVE 'CBK    NDS' TO MSG-COD-MENS IN MSG.
           MOVE 'GNS'        TO MSG-COD-SIST.
           PERFORM GET-MSG.
           MOVE MSG-GLS-DESC IN MSG TO CBK-MENS.
       RES-CHK-GNS-CBK.
           MOVE CBK-SAV-QCMD TO QUE-CMND.
           MOVE CBK-SAV-QSTA TO QUE-STAT.
       FIN-CHK-GNS-CBK.
           EXIT.
      *
      *    Llamada rechazada con el circuito abierto: la peticion
      *    queda como carta muerta, como cualquier servicio que no
      *    esta ( TPENOENT ).
       RCH-GNS-CBK SECTION.
       INI-RCH-GNS-CBK.
           IF DLQ-IND-ACTV NOT = 'S'
               GO TO FIN-RCH-GNS-CBK.
           SET TPENOENT TO TRUE.
           PERFORM REG-GNS-DLQ.
       FIN-RCH-GNS-CBK.
           EXIT.
      *
      *    Vuelta del TPFORWARD o del TPCALL de una llamada bajo
      *    control. Un exito sin caidas previas no relee el estado.
      *    El status de la cola y el TP-STATUS de la llamada se
      *    reponen ( el llamador sigue con el de la llamada ).
       RES-GNS-CBK SECTION.
       INI-RES-GNS-CBK.
           IF CBK-IND-CTRL NOT = 'S'
               GO TO FIN-RES-GNS-CBK.
           MOVE 'N'       TO CBK-IND-CTRL.
           MOVE TP-STATUS TO CBK-SAV-TPST.
           MOVE 'N'       TO CBK-IND-FALL.
           IF NOT TPOK
              AND ( TPENOENT OR TPESVCERR OR TPESYSTEM OR TPETIME
                    OR TPEBLOCK OR TPEOS )
               MOVE 'S' TO CBK-IND-FALL.
      *    el forward entregado no dice nada del servicio
           IF CBK-IND-FALL = 'N' AND CBK-ENT-VIAS = 'X'
               GO TO TPS-RES-GNS-CBK.
           IF CBK-IND-FALL = 'N'
              AND CBK-IND-PRUE = 'N'
              AND CBK-CTL-NFAL = ZERO
               GO TO TPS-RES-GNS-CBK.
           MOVE QUE-STAT     TO CBK-SAV-QSTA.
           MOVE QUE-CMND     TO CBK-SAV-QCMD.
           PERFORM GET-FHOY.
           PERFORM EST-GNS-CBK THRU FIN-EST-GNS-CBK.
           IF CBK-IND-FALL = 'N'
               GO TO EXI-RES-GNS-CBK.
      *
      *    caida: la prueba reabre el circuito; cerrado, se cuenta
      *    ( despues de la ventana, la cuenta empieza de nuevo )
           MOVE CBK-SAV-TPST TO CBK-EST-TPST.
           IF CBK-EST-ESTA = 'P' AND CBK-IND-PRUE = 'S'
               GO TO ABR-RES-GNS-CBK.
           IF CBK-EST-ESTA NOT = 'C'
               GO TO RST-RES-GNS-CBK.
           MOVE CBK-EST-FFAL TO CBK-WRK-FANT.
           MOVE CBK-EST-SFAL TO CBK-WRK-SANT.
           PERFORM DIF-GNS-CBK THRU FIN-DIF-GNS-CBK.
           IF CBK-EST-NFAL = ZERO
              OR CBK-NUM-DIFE > CBK-CTL-VENT
               MOVE 1            TO CBK-EST-NFAL
               MOVE CBK-WRK-FECH TO CBK-EST-FFAL
               MOVE CBK-WRK-SEGS TO CBK-EST-SFAL
           ELSE
               ADD 1 TO CBK-EST-NFAL.
           IF CBK-EST-NFAL NOT < CBK-CTL-UMBR
               GO TO ABR-RES-GNS-CBK.
           PERFORM GRB-GNS-CBK THRU FIN-GRB-GNS-CBK.
           GO TO RST-RES-GNS-CBK.
       ABR-RES-GNS-CBK.
           MOVE 'A'          TO CBK-EST-ESTA.
           MOVE CBK-WRK-FECH TO CBK-EST-FAPE.
           MOVE CBK-WRK-SEGS TO CBK-EST-SAPE.
           MOVE ZEROES       TO CBK-EST-NREC.
           PERFORM GRB-GNS-CBK THRU FIN-GRB-GNS-CBK.
           MOVE 'S'          TO CBK-IND-LIST.
           PERFORM LIS-GNS-CBK THRU FIN-LIS-GNS-CBK.
           MOVE 'CBK    ABR' TO CBK-WRK-MSGC.
           PERFORM ALR-GNS-CBK THRU FIN-ALR-GNS-CBK.
           GO TO RST-RES-GNS-CBK.
      *
      *    exito: la prueba cierra el circuito; cerrado, se olvidan
      *    las caidas anteriores
       EXI-RES-GNS-CBK.
           IF CBK-EST-ESTA = 'P' AND CBK-IND-PRUE = 'S'
               MOVE 'C'    TO CBK-EST-ESTA
               MOVE ZEROES TO CBK-EST-NFAL
               PERFORM GRB-GNS-CBK THRU FIN-GRB-GNS-CBK
               MOVE 'N'    TO CBK-IND-LIST
               PERFORM LIS-GNS-CBK THRU FIN-LIS-GNS-CBK
               MOVE 'CBK    CER' TO CBK-WRK-MSGC
               PERFORM ALR-GNS-CBK THRU FIN-ALR-GNS-CBK
               GO TO RST-RES-GNS-CBK.
           IF CBK-EST-ESTA = 'C' AND CBK-EST-NFAL > ZERO
               MOVE ZEROES TO CBK-EST-NFAL
               PERFORM GRB-GNS-CBK THRU FIN-GRB-GNS-CBK.
       RST-RES-GNS-CBK.
           MOVE 'N'          TO CBK-IND-PRUE.
           MOVE CBK-SAV-QCMD TO QUE-CMND.
           MOVE CBK-SAV-QSTA TO QUE-STAT.
       TPS-RES-GNS-CBK.
           MOVE CBK-SAV-TPST TO TP-STATUS.
       FIN-RES-GNS-CBK.
           EXIT.
      *
      *    Lee la fila TAB 'CBK' del servicio y deja sus valores en
      *    la entrada CBK-ITBL del vector; sin fila vigente, o sin
      *    numero, rigen los valores por omision. Respalda y repone
      *    los buffers FIO del llamador, igual que LOD-GNS-EST-SLA.
       LOD-GNS-CBK SECTION.
       INI-LOD-GNS-CBK.
           PERFORM SAV-GNS-CBK THRU FIN-SAV-GNS-CBK.
           MOVE HOY-HHHY     TO CBK-VSR-HORA( CBK-ITBL ).
           MOVE CBK-DEF-UMBR TO CBK-VSR-UMBR( CBK-ITBL ).
           MOVE CBK-DEF-VENT TO CBK-VSR-VENT( CBK-ITBL ).
           MOVE CBK-DEF-ENFR TO CBK-VSR-ENFR( CBK-ITBL ).
           MOVE SPACES         TO TAB.
           MOVE 'CBK'          TO TAB-COD-TTAB IN TAB.
           MOVE CBK-VSR-NOMB( CBK-ITBL ) TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               GO TO RES-LOD-GNS-CBK.
           MOVE TAB-GLS-DESC IN TAB TO CBK-WRK-DESC.
           IF CBK-DSC-UMBR NUMERIC
               MOVE CBK-DSC-UMBR-RED TO CBK-VSR-UMBR( CBK-ITBL ).
           IF CBK-DSC-VENT NUMERIC
               MOVE CBK-DSC-VENT-RED TO CBK-VSR-VENT( CBK-ITBL ).
           IF CBK-DSC-ENFR NUMERIC
               MOVE CBK-DSC-ENFR-RED TO CBK-VSR-ENFR( CBK-ITBL ).
       RES-LOD-GNS-CBK.
           PERFORM RPN-GNS-CBK THRU FIN-RPN-GNS-CBK.
       FIN-LOD-GNS-CBK.
           EXIT.
      *
      *    Respaldo y reposicion de los buffers FIO del llamador.
       SAV-GNS-CBK SECTION.
       INI-SAV-GNS-CBK.
           MOVE FIO-CMND     TO CBK-SAV-CMND.
           MOVE FIO-AKEY     TO CBK-SAV-AKEY.
           MOVE FIO-STAT     TO CBK-SAV-STAT.
           MOVE FIO-SIST     TO CBK-SAV-SIST.
           MOVE FIO-DFLD     TO CBK-SAV-DFLD.
           MOVE FIO-MENS     TO CBK-SAV-MENS.
           MOVE ADR-REQA     TO CBK-SAV-REQA.
           MOVE ADR-TAB-REQA TO CBK-SAV-TRQA.
           MOVE TAB          TO CBK-SAV-TREG.
       FIN-SAV-GNS-CBK.
           EXIT.
      *
       RPN-GNS-CBK SECTION.
       INI-RPN-GNS-CBK.
           MOVE CBK-SAV-TREG TO TAB.
           MOVE CBK-SAV-CMND TO FIO-CMND.
           MOVE CBK-SAV-AKEY TO FIO-AKEY.
           MOVE CBK-SAV-STAT TO FIO-STAT.
           MOVE CBK-SAV-SIST TO FIO-SIST.
           MOVE CBK-SAV-DFLD TO FIO-DFLD.
           MOVE CBK-SAV-MENS TO FIO-MENS.
           MOVE CBK-SAV-REQA TO ADR-REQA.
           MOVE CBK-SAV-TRQA TO ADR-TAB-REQA.
       FIN-RPN-GNS-CBK.
           EXIT.
      *
      *    Estado del servicio CBK-COL-SERV ( el llamador hizo
      *    GET-FHOY ); un item ilegible o inexistente es un circuito
      *    cerrado sin caidas. Deja tambien el momento actual.
       EST-GNS-CBK SECTION.
       INI-EST-GNS-CBK.
           MOVE HOY-FHOY TO CBK-WRK-FECH.
           COMPUTE CBK-WRK-SEGS = HOY-HHHY * 3600 + HOY-MMHY * 60
                                + HOY-SSHY.
           MOVE CBK-CTL-SERV TO CBK-COL-SERV.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE CBK-NOM-COLA TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF CBK-REG-EST TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT = QUE-STAT-OKS
               MOVE QUE-DAT-RECV( 1:41 ) TO CBK-REG-EST
           ELSE
               MOVE SPACES TO CBK-REG-EST.
           IF ( CBK-EST-ESTA NOT = 'A' AND CBK-EST-ESTA NOT = 'P'
                AND CBK-EST-ESTA NOT = 'C' )
              OR CBK-EST-NFAL NOT NUMERIC
              OR CBK-EST-FFAL NOT NUMERIC
              OR CBK-EST-SFAL NOT NUMERIC
              OR CBK-EST-FAPE NOT NUMERIC
              OR CBK-EST-SAPE NOT NUMERIC
              OR CBK-EST-NREC NOT NUMERIC
              OR CBK-EST-TPST NOT NUMERIC
               MOVE 'C'    TO CBK-EST-ESTA
               MOVE ZEROES TO CBK-EST-NFAL CBK-EST-FFAL CBK-EST-SFAL
                              CBK-EST-FAPE CBK-EST-SAPE CBK-EST-NREC
                              CBK-EST-TPST.
       FIN-EST-GNS-CBK.
           EXIT.
      *
      *    Graba el estado del servicio CBK-COL-SERV, no
      *    transaccional.
       GRB-GNS-CBK SECTION.
       INI-GRB-GNS-CBK.
           MOVE 'N'          TO QUE-MTRN.
           MOVE QUE-MOD      TO QUE-CMND.
           MOVE 'MOD'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE CBK-NOM-COLA TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF CBK-REG-EST TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE CBK-REG-EST  TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               MOVE 'N'          TO QUE-MTRN
               MOVE QUE-PUT      TO QUE-CMND
               MOVE 'PUT'        TO QUE-COM-SEND
               MOVE SPACES       TO QUE-NAM-SEND
               MOVE CBK-NOM-COLA TO QUE-NAM-SEND
               MOVE 1            TO QUE-NUM-SEND
               MOVE LENGTH OF CBK-REG-EST TO QUE-LAR-SEND
               MOVE SPACES       TO QUE-TRX-SEND
               MOVE CBK-REG-EST  TO QUE-DAT-SEND
               PERFORM GNS-MSJ-QUE.
           MOVE 'S'          TO QUE-MTRN.
       FIN-GRB-GNS-CBK.
           EXIT.
      *
      *    Segundos desde la marca CBK-WRK-FANT / CBK-WRK-SANT hasta
      *    el momento actual; una marca de otro dia cuenta como
      *    tiempo vencido.
       DIF-GNS-CBK SECTION.
       INI-DIF-GNS-CBK.
           IF CBK-WRK-FANT NOT = CBK-WRK-FECH
               MOVE 99999 TO CBK-NUM-DIFE
               GO TO FIN-DIF-GNS-CBK.
           COMPUTE CBK-NUM-DIFE = CBK-WRK-SEGS - CBK-WRK-SANT.
           IF CBK-NUM-DIFE < ZERO
               MOVE ZERO TO CBK-NUM-DIFE.
       FIN-DIF-GNS-CBK.
           EXIT.
      *
      *    Registro 'OPERCBK ' de circuitos no cerrados: con
      *    CBK-IND-LIST en 'S' anota el servicio CBK-COL-SERV, en
      *    'N' lo quita. Lleno, el servicio no se anota ( el aviso
      *    de consola igual sale ).
       LIS-GNS-CBK SECTION.
       INI-LIS-GNS-CBK.
           PERFORM LEE-GNS-CBK THRU FIN-LEE-GNS-CBK.
           MOVE ZERO TO CBK-NUM-ILIS CBK-NUM-JLIS.
       LUP-LIS-GNS-CBK.
           ADD 1 TO CBK-NUM-ILIS.
           IF CBK-NUM-ILIS > CBK-MAX-LIST
               GO TO ANO-LIS-GNS-CBK.
           IF CBK-LIS-SERV( CBK-NUM-ILIS ) NOT > SPACES
              AND CBK-NUM-JLIS = ZERO
               MOVE CBK-NUM-ILIS TO CBK-NUM-JLIS.
           IF CBK-LIS-SERV( CBK-NUM-ILIS ) NOT > SPACES
               GO TO LUP-LIS-GNS-CBK.
           IF CBK-LIS-SERV( CBK-NUM-ILIS ) NOT = CBK-COL-SERV
               GO TO LUP-LIS-GNS-CBK.
           IF CBK-IND-LIST = 'S'
               GO TO FIN-LIS-GNS-CBK.
           MOVE SPACES TO CBK-LIS-SERV( CBK-NUM-ILIS ).
           GO TO GRB-LIS-GNS-CBK.
       ANO-LIS-GNS-CBK.
           IF CBK-IND-LIST NOT = 'S'
              OR CBK-NUM-JLIS = ZERO
               GO TO FIN-LIS-GNS-CBK.
           MOVE CBK-COL-SERV TO CBK-LIS-SERV( CBK-NUM-JLIS ).
       GRB-LIS-GNS-CBK.
           MOVE 'N'          TO QUE-MTRN.
           MOVE QUE-MOD      TO QUE-CMND.
           MOVE 'MOD'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE CBK-NOM-LIST TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF CBK-REG-LIST TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE CBK-REG-LIST TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               MOVE 'N'          TO QUE-MTRN
               MOVE QUE-PUT      TO QUE-CMND
               MOVE 'PUT'        TO QUE-COM-SEND
               MOVE SPACES       TO QUE-NAM-SEND
               MOVE CBK-NOM-LIST TO QUE-NAM-SEND
               MOVE 1            TO QUE-NUM-SEND
               MOVE LENGTH OF CBK-REG-LIST TO QUE-LAR-SEND
               MOVE SPACES       TO QUE-TRX-SEND
               MOVE CBK-REG-LIST TO QUE-DAT-SEND
               PERFORM GNS-MSJ-QUE.
           MOVE 'S'          TO QUE-MTRN.
       FIN-LIS-GNS-CBK.
           EXIT.
      *
      *    Lee el registro 'OPERCBK ' ( sin cola, vacio ).
       LEE-GNS-CBK SECTION.
       INI-LEE-GNS-CBK.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE CBK-NOM-LIST TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF CBK-REG-LIST TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT = QUE-STAT-OKS
               MOVE QUE-DAT-RECV( 1:240 ) TO CBK-REG-LIST
           ELSE
               MOVE SPACES TO CBK-REG-LIST.
       FIN-LEE-GNS-CBK.
           EXIT.
      *
      *    Aviso Severo del cambio de estado CBK-WRK-MSGC a la
      *    consola de operaciones, aunque el catalogo lo tenga como
      *    informativo ( como ALR-ESP-GNS-BUS-JCH ). El catalogo de
      *    mensajes se lee con los buffers FIO del llamador a salvo.
       ALR-GNS-CBK SECTION.
       INI-ALR-GNS-CBK.
           PERFORM SAV-GNS-CBK THRU FIN-SAV-GNS-CBK.
           MOVE SPACES       TO MSG-SUB-VALS.
           MOVE CBK-COL-SERV TO MSG-SUB-VAL( 1 ).
           MOVE CBK-EST-NFAL TO MSG-SUB-VAL( 2 ).
           MOVE CBK-CTL-ENFR TO MSG-SUB-VAL( 3 ).
           MOVE 'CBK'        TO NTF-ENT-FUEN.
           MOVE CBK-COL-SERV TO NTF-ENT-CLAV.
           MOVE CBK-WRK-MSGC TO MSG-COD-MENS IN MSG.
           MOVE 'GNS'        TO MSG-COD-SIST.
           PERFORM GET-MSG.
           IF NOT MSG-SEVR-SEVE AND NOT MSG-SEVR-CRIT
               MOVE 'S' TO MSG-COD-SEVR
               PERFORM RUT-GET-MSG.
           MOVE SPACES       TO NTF-ENT-ORIG.
           PERFORM RPN-GNS-CBK THRU FIN-RPN-GNS-CBK.
       FIN-ALR-GNS-CBK.
           EXIT.
