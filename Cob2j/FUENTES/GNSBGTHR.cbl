      * Control de Carga por Servicio del Camino LNK
      *
      *    CHK-GNS-THR se invoca desde LNK-GNS-PRO-SYS antes del
      *    TPCALL. Para un servicio del catalogo TAB 'THR' que no sea
      *    critico lee su uso ( cola 'THR ' + servicio ), y rechaza
      *    la llamada si su clase esta en el nivel de bote de carga
      *    vigente, si ya tiene en vuelo las llamadas simultaneas del
      *    tope o si ya hizo en el minuto las llamadas del tope. El
      *    rechazo no encola nada: deja THR-VIGE en 'S', el mensaje
      *    de sistema ocupado en THR-MENS, y suma el rechazo al uso
      *    del dia y a la estadistica EST ( RCH-GNS-EST ). La llamada
      *    aceptada queda contada en vuelo y en el minuto, y
      *    DSC-GNS-THR la descuenta al volver del TPCALL. El uso se
      *    escribe en modo no transaccional, para que los demas
      *    servidores lo vean de inmediato y un rollback del llamador
      *    no deje llamadas en vuelo que ya volvieron. GNS-PRO-THR es
      *    el comando de operaciones: consulta del uso contra los
      *    topes, cambio transitorio de topes por el dia, nivel de
      *    bote de carga y puesta en cero de las llamadas en vuelo.
       CHK-GNS-THR SECTION.
       INI-CHK-GNS-THR.
           MOVE 'N'    TO THR-VIGE THR-IND-VUEL.
           MOVE SPACES TO THR-MENS.
           IF THR-IND-ACTV NOT = 'S'
              OR SYS-PROG NOT > SPACES
               GO TO FIN-CHK-GNS-THR.
           PERFORM GET-FHOY.
      *    servicio del catalogo ? ( vector de filas TAB 'THR' )
           MOVE 1 TO THR-ITBL.
       LUP-CHK-GNS-THR.
           IF THR-VSR-NOMB( THR-ITBL ) = SYS-PROG
               GO TO VIG-CHK-GNS-THR.
           IF THR-ITBL > THR-NUM-VSRV
               ADD 1 TO THR-NUM-VSRV
               GO TO CAR-CHK-GNS-THR.
           IF THR-ITBL = THR-MAX-VSRV
               GO TO CAR-CHK-GNS-THR.
           ADD 1 TO THR-ITBL.
           GO TO LUP-CHK-GNS-THR.
       VIG-CHK-GNS-THR.
           IF THR-VSR-HORA( THR-ITBL ) = HOY-HHHY
               GO TO CLS-CHK-GNS-THR.
       CAR-CHK-GNS-THR.
           MOVE SYS-PROG TO THR-VSR-NOMB( THR-ITBL ).
           PERFORM LOD-GNS-THR THRU FIN-LOD-GNS-THR.
       CLS-CHK-GNS-THR.
           IF THR-VSR-CTRL( THR-ITBL ) NOT = 'S'
              OR THR-VSR-CLAS( THR-ITBL ) = '1'
               GO TO FIN-CHK-GNS-THR.
           MOVE QUE-STAT     TO THR-SAV-QSTA.
           MOVE QUE-CMND     TO THR-SAV-QCMD.
           PERFORM NIV-GNS-THR THRU FIN-NIV-GNS-THR.
           MOVE SYS-PROG     TO THR-COL-SERV.
           PERFORM USO-GNS-THR THRU FIN-USO-GNS-THR.
      *
      *    bote de carga por clase
           IF THR-NUM-NIVE > ZERO
              AND THR-VSR-CLAS( THR-ITBL ) = '3'
               GO TO RCH-CHK-GNS-THR.
           IF THR-NUM-NIVE > 1
              AND THR-VSR-CLAS( THR-ITBL ) = '2'
               GO TO RCH-CHK-GNS-THR.
      *
      *    topes del catalogo, o los del cambio transitorio del dia
           MOVE THR-VSR-MCON( THR-ITBL ) TO THR-NUM-MCON.
           MOVE THR-VSR-MMIN( THR-ITBL ) TO THR-NUM-MMIN.
           IF THR-USO-XFEC = THR-WRK-FECH
               MOVE THR-USO-XCON TO THR-NUM-MCON
               MOVE THR-USO-XMIN TO THR-NUM-MMIN.
           IF THR-NUM-MCON > ZERO
              AND THR-USO-VUEL NOT < THR-NUM-MCON
               GO TO RCH-CHK-GNS-THR.
           IF THR-NUM-MMIN > ZERO
              AND THR-USO-LLAM NOT < THR-NUM-MMIN
               GO TO RCH-CHK-GNS-THR.
      *
      *    llamada aceptada: en vuelo y del minuto
           ADD 1 TO THR-USO-VUEL THR-USO-LLAM.
           PERFORM GRB-GNS-THR THRU FIN-GRB-GNS-THR.
           MOVE 'S'      TO THR-IND-VUEL.
           MOVE SYS-PROG TO THR-VUE-SERV.
           GO TO RES-CHK-GNS-THR.
       RCH-CHK-GNS-THR.
           ADD 1 TO THR-USO-RECH.
           PERFORM GRB-GNS-THR THRU FIN-GRB-GNS-THR.
           MOVE 'S' TO THR-VIGE.
           MOVE 'THR    OCU' TO MSG-COD-MENS IN MSG.
           MOVE 'GNS'        TO MSG-COD-SIST.
           PERFORM GET-MSG.
           MOVE MSG-GLS-DESC IN MSG TO THR-MENS.
           IF EST-IND-ACTV = 'S'
               PERFORM RCH-GNS-EST.
       RES-CHK-GNS-THR.
           MOVE THR-SAV-QCMD TO QUE-CMND.
           MOVE THR-SAV-QSTA TO QUE-STAT.
       FIN-CHK-GNS-THR.
           EXIT.
      *
      *    Vuelta del TPCALL: la llamada deja de estar en vuelo. El
      *    status de la cola y el TP-STATUS de la llamada se reponen
      *    ( el llamador sigue con el de la llamada, como en
      *    RST-REG-GNS-DLQ ).
       DSC-GNS-THR SECTION.
       INI-DSC-GNS-THR.
           IF THR-IND-VUEL NOT = 'S'
               GO TO FIN-DSC-GNS-THR.
           MOVE 'N'          TO THR-IND-VUEL.
           MOVE TP-STATUS    TO THR-SAV-TPST.
           MOVE QUE-STAT     TO THR-SAV-QSTA.
           MOVE QUE-CMND     TO THR-SAV-QCMD.
           PERFORM GET-FHOY.
           MOVE THR-VUE-SERV TO THR-COL-SERV.
           PERFORM USO-GNS-THR THRU FIN-USO-GNS-THR.
           IF THR-USO-VUEL > ZERO
               SUBTRACT 1 FROM THR-USO-VUEL.
           PERFORM GRB-GNS-THR THRU FIN-GRB-GNS-THR.
           MOVE THR-SAV-QCMD TO QUE-CMND.
           MOVE THR-SAV-QSTA TO QUE-STAT.
           MOVE THR-SAV-TPST TO TP-STATUS.
       FIN-DSC-GNS-THR.
           EXIT.
      *
      *    Lee la fila TAB 'THR' del servicio y deja topes y clase en
      *    la entrada THR-ITBL del vector ( sin clase valida, '2' ).
      *    Respalda y repone los buffers FIO del llamador, igual que
      *    LOD-GNS-EST-SLA.
       LOD-GNS-THR SECTION.
       INI-LOD-GNS-THR.
           MOVE FIO-CMND     TO THR-SAV-CMND.
           MOVE FIO-AKEY     TO THR-SAV-AKEY.
           MOVE FIO-STAT     TO THR-SAV-STAT.
           MOVE FIO-SIST     TO THR-SAV-SIST.
           MOVE FIO-DFLD     TO THR-SAV-DFLD.
           MOVE FIO-MENS     TO THR-SAV-MENS.
           MOVE ADR-REQA     TO THR-SAV-REQA.
           MOVE ADR-TAB-REQA TO THR-SAV-TRQA.
           MOVE TAB          TO THR-SAV-TREG.
      *
           MOVE HOY-HHHY     TO THR-VSR-HORA( THR-ITBL ).
           MOVE 'N'          TO THR-VSR-CTRL( THR-ITBL ).
           MOVE SPACES         TO TAB.
           MOVE 'THR'          TO TAB-COD-TTAB IN TAB.
           MOVE THR-VSR-NOMB( THR-ITBL ) TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               GO TO RES-LOD-GNS-THR.
           MOVE TAB-GLS-DESC IN TAB TO THR-WRK-DESC.
           MOVE 'S'    TO THR-VSR-CTRL( THR-ITBL ).
           MOVE ZEROES TO THR-VSR-MCON( THR-ITBL )
                          THR-VSR-MMIN( THR-ITBL ).
           IF THR-DSC-MCON NUMERIC
               MOVE THR-DSC-MCON-RED TO THR-VSR-MCON( THR-ITBL ).
           IF THR-DSC-MMIN NUMERIC
               MOVE THR-DSC-MMIN-RED TO THR-VSR-MMIN( THR-ITBL ).
           IF THR-DSC-CLAS = '1' OR THR-DSC-CLAS = '3'
               MOVE THR-DSC-CLAS TO THR-VSR-CLAS( THR-ITBL )
           ELSE
               MOVE '2'          TO THR-VSR-CLAS( THR-ITBL ).
       RES-LOD-GNS-THR.
           MOVE THR-SAV-TREG TO TAB.
           MOVE THR-SAV-CMND TO FIO-CMND.
           MOVE THR-SAV-AKEY TO FIO-AKEY.
           MOVE THR-SAV-STAT TO FIO-STAT.
           MOVE THR-SAV-SIST TO FIO-SIST.
           MOVE THR-SAV-DFLD TO FIO-DFLD.
           MOVE THR-SAV-MENS TO FIO-MENS.
           MOVE THR-SAV-REQA TO ADR-REQA.
           MOVE THR-SAV-TRQA TO ADR-TAB-REQA.
       FIN-LOD-GNS-THR.
           EXIT.
      *
      *    Nivel de bote de carga vigente ( sin cola, cero ).
       NIV-GNS-THR SECTION.
       INI-NIV-GNS-THR.
           MOVE ZERO         TO THR-NUM-NIVE.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE THR-NOM-NIVE TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE 1            TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT = QUE-STAT-OKS
              AND QUE-DAT-RECV( 1:1 ) NUMERIC
               MOVE QUE-DAT-RECV( 1:1 ) TO THR-NUM-NIVE.
       FIN-NIV-GNS-THR.
           EXIT.
      *
      *    Uso del servicio THR-COL-SERV al momento de HOY ( el
      *    llamador hizo GET-FHOY ): un item ilegible o de otro dia
      *    empieza de cero ( conservando el cambio transitorio, que
      *    se descarta solo por su fecha ), y otro minuto empieza
      *    sin llamadas.
       USO-GNS-THR SECTION.
       INI-USO-GNS-THR.
           MOVE HOY-FHOY TO THR-WRK-FECH.
           MOVE HOY-HHHY TO THR-WRK-HORA.
           MOVE HOY-MMHY TO THR-WRK-MMIN.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE THR-NOM-COLA TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF THR-REG-USO TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT = QUE-STAT-OKS
               MOVE QUE-DAT-RECV( 1:55 ) TO THR-REG-USO
           ELSE
               MOVE SPACES TO THR-REG-USO.
           IF THR-USO-XFEC NOT NUMERIC
              OR THR-USO-XCON NOT NUMERIC
              OR THR-USO-XMIN NOT NUMERIC
               MOVE ZEROES TO THR-USO-XFEC THR-USO-XCON THR-USO-XMIN
               MOVE SPACES TO THR-USO-XOPR.
           IF THR-USO-FECH NOT NUMERIC
              OR THR-USO-MINU NOT NUMERIC
              OR THR-USO-VUEL NOT NUMERIC
              OR THR-USO-LLAM NOT NUMERIC
              OR THR-USO-RECH NOT NUMERIC
              OR THR-USO-FECH NOT = THR-WRK-FECH
               MOVE THR-WRK-FECH     TO THR-USO-FECH
               MOVE THR-WRK-MINU-RED TO THR-USO-MINU
               MOVE ZEROES TO THR-USO-VUEL THR-USO-LLAM THR-USO-RECH.
           IF THR-USO-MINU NOT = THR-WRK-MINU-RED
               MOVE THR-WRK-MINU-RED TO THR-USO-MINU
               MOVE ZEROES           TO THR-USO-LLAM.
       FIN-USO-GNS-THR.
           EXIT.
      *
      *    Graba el uso del servicio THR-COL-SERV, no transaccional.
       GRB-GNS-THR SECTION.
       INI-GRB-GNS-THR.
           MOVE 'N'          TO QUE-MTRN.
           MOVE QUE-MOD      TO QUE-CMND.
           MOVE 'MOD'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE THR-NOM-COLA TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF THR-REG-USO TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE THR-REG-USO  TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               MOVE 'N'          TO QUE-MTRN
               MOVE QUE-PUT      TO QUE-CMND
               MOVE 'PUT'        TO QUE-COM-SEND
               MOVE SPACES       TO QUE-NAM-SEND
               MOVE THR-NOM-COLA TO QUE-NAM-SEND
               MOVE 1            TO QUE-NUM-SEND
               MOVE LENGTH OF THR-REG-USO TO QUE-LAR-SEND
               MOVE SPACES       TO QUE-TRX-SEND
               MOVE THR-REG-USO  TO QUE-DAT-SEND
               PERFORM GNS-MSJ-QUE.
           MOVE 'S'          TO QUE-MTRN.
       FIN-GRB-GNS-THR.
           EXIT.
      *
      *    Comando de operaciones. La consulta deja una THR-LINE por
      *    servicio del catalogo en la cola SCR-QTHR; el cambio
      *    transitorio rige hasta el fin del dia ( topes en cero =
      *    sin tope ) o hasta THR-RST; el nivel de bote va de 0 a 2.
       GNS-PRO-THR SECTION.
       INI-GNS-PRO-THR.
           SET THR-STAT-OKS TO TRUE.
           PERFORM GET-FHOY.
           IF THR-CMND = THR-CON
               GO TO CON-GNS-PRO-THR.
           IF THR-CMND = THR-NIV
               GO TO NIV-GNS-PRO-THR.
           IF THR-CMND NOT = THR-MOD
              AND THR-CMND NOT = THR-RST
              AND THR-CMND NOT = THR-CER
               SET THR-STAT-PAR TO TRUE
               GO TO FIN-GNS-PRO-THR.
      *
      *    cambios sobre un servicio del catalogo
           IF THR-ENT-SERV NOT > SPACES
               SET THR-STAT-PAR TO TRUE
               GO TO FIN-GNS-PRO-THR.
           IF THR-CMND = THR-MOD
              AND ( THR-ENT-XCON NOT NUMERIC
                    OR THR-ENT-XMIN NOT NUMERIC )
               SET THR-STAT-PAR TO TRUE
               GO TO FIN-GNS-PRO-THR.
           MOVE SPACES         TO TAB.
           MOVE 'THR'          TO TAB-COD-TTAB IN TAB.
           MOVE THR-ENT-SERV   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               SET THR-STAT-NEX TO TRUE
               GO TO FIN-GNS-PRO-THR.
           MOVE THR-ENT-SERV TO THR-COL-SERV.
           PERFORM USO-GNS-THR THRU FIN-USO-GNS-THR.
           IF THR-CMND = THR-MOD
               MOVE THR-WRK-FECH TO THR-USO-XFEC
               MOVE THR-ENT-XCON TO THR-USO-XCON
               MOVE THR-ENT-XMIN TO THR-USO-XMIN
               MOVE SCR-USER     TO THR-USO-XOPR.
           IF THR-CMND = THR-RST
               MOVE ZEROES TO THR-USO-XFEC THR-USO-XCON THR-USO-XMIN
               MOVE SPACES TO THR-USO-XOPR.
           IF THR-CMND = THR-CER
               MOVE ZEROES TO THR-USO-VUEL.
           PERFORM GRB-GNS-THR THRU FIN-GRB-GNS-THR.
           GO TO FIN-GNS-PRO-THR.
      *
      *    nivel de bote de carga
       NIV-GNS-PRO-THR.
           IF THR-ENT-NIVE NOT NUMERIC OR THR-ENT-NIVE > 2
               SET THR-STAT-PAR TO TRUE
               GO TO FIN-GNS-PRO-THR.
           MOVE 'DEL'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE THR-NOM-NIVE TO QUE-NAM-SEND.
           MOVE ZEROES       TO QUE-NUM-SEND.
           MOVE ZEROES       TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           MOVE 'PUT'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE THR-NOM-NIVE TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE 1            TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE THR-ENT-NIVE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           GO TO FIN-GNS-PRO-THR.
      *
      *    consulta de uso contra los topes, servicio por servicio
      *    del catalogo
       CON-GNS-PRO-THR.
           MOVE ZERO TO SCR-ITHR.
           PERFORM NIV-GNS-THR THRU FIN-NIV-GNS-THR.
           MOVE SPACES         TO TAB.
           MOVE 'THR'          TO TAB-COD-TTAB IN TAB.
       LUP-GNS-PRO-THR.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'THR'
               GO TO FIN-GNS-PRO-THR.
           IF TAB-IND-VIGE IN TAB = 'N'
               GO TO LUP-GNS-PRO-THR.
           PERFORM LIN-GNS-PRO-THR THRU FIN-LIN-GNS-PRO-THR.
           GO TO LUP-GNS-PRO-THR.
       FIN-GNS-PRO-THR.
           EXIT.
      *
      *    Fila de la consulta para la fila TAB 'THR' en curso.
       LIN-GNS-PRO-THR SECTION.
       INI-LIN-GNS-PRO-THR.
           MOVE TAB-GLS-DESC IN TAB TO THR-WRK-DESC.
           MOVE SPACES TO THR-LINE.
           MOVE ZEROES TO THR-LIN-MCON THR-LIN-MMIN THR-LIN-XCON
                          THR-LIN-XMIN.
           MOVE TAB-COD-CTAB IN TAB( 1:8 ) TO THR-LIN-SERV.
           IF THR-DSC-CLAS = '1' OR THR-DSC-CLAS = '3'
               MOVE THR-DSC-CLAS TO THR-LIN-CLAS
           ELSE
               MOVE '2'          TO THR-LIN-CLAS.
           IF THR-DSC-MCON NUMERIC
               MOVE THR-DSC-MCON-RED TO THR-LIN-MCON.
           IF THR-DSC-MMIN NUMERIC
               MOVE THR-DSC-MMIN-RED TO THR-LIN-MMIN.
           MOVE THR-LIN-SERV TO THR-COL-SERV.
           PERFORM USO-GNS-THR THRU FIN-USO-GNS-THR.
           IF THR-USO-XFEC = THR-WRK-FECH
               MOVE 'S'          TO THR-LIN-XIND
               MOVE THR-USO-XCON TO THR-LIN-XCON
               MOVE THR-USO-XMIN TO THR-LIN-XMIN
               MOVE THR-USO-XOPR TO THR-LIN-XOPR
           ELSE
               MOVE 'N'          TO THR-LIN-XIND.
           MOVE THR-USO-VUEL TO THR-LIN-VUEL.
           MOVE THR-USO-LLAM TO THR-LIN-LLAM.
           MOVE THR-USO-RECH TO THR-LIN-RECH.
           MOVE THR-NUM-NIVE TO THR-LIN-NIVE.
           ADD 1 TO SCR-ITHR.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QTHR TO QUE-NAM-SEND.
           MOVE SCR-ITHR TO QUE-NUM-SEND.
           MOVE LENGTH OF THR-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE THR-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-LIN-GNS-PRO-THR.
           EXIT.
