      * Control de Envios Repetidos
      *
      *    CHK-GNS-DBL se invoca desde XCT-GNS-PRO-SYS y desde
      *    LNK-GNS-PRO-SYS antes del despacho, con DBL-ENT-VIAS
      *    cargado. Si el servicio SYS-PROG tiene fila vigente en
      *    TAB 'DBL' saca la huella de la parte significativa de
      *    SYS-CMMA y la busca entre las ultimas del terminal ( cola
      *    'DBL ' del terminal ): el mismo servicio con la misma
      *    huella dentro de la ventana del servicio es un envio
      *    repetido ( el doble Enter, el reintento impaciente ) y
      *    sale con DBL-VIGE en 'S', el mensaje de 'ya enviado' en
      *    DBL-MENS y un item en la cola del dia para el listado de
      *    mesa de ayuda ( GNS-BUS-DBL ). El repetido no renueva la
      *    huella: la ventana corre desde el envio que si paso. Sin
      *    terminal ( servicios de fondo ) no hay control.
       CHK-GNS-DBL SECTION.
       INI-CHK-GNS-DBL.
           MOVE 'N'    TO DBL-VIGE.
           MOVE SPACES TO DBL-MENS.
           IF DBL-IND-ACTV NOT = 'S'
              OR TSK-TERM-ALF NOT > SPACES
              OR SYS-PROG NOT > SPACES
               GO TO FIN-CHK-GNS-DBL.
           PERFORM GET-FHOY.
      *    servicio controlado ? ( vector de filas TAB 'DBL' )
           MOVE 1 TO DBL-ITBL.
       LUP-CHK-GNS-DBL.
           IF DBL-VSR-NOMB( DBL-ITBL ) = SYS-PROG
               GO TO VIG-CHK-GNS-DBL.
           IF DBL-ITBL > DBL-NUM-VSRV
               ADD 1 TO DBL-NUM-VSRV
               GO TO CAR-CHK-GNS-DBL.
           IF DBL-ITBL = DBL-MAX-VSRV
               GO TO CAR-CHK-GNS-DBL.
           ADD 1 TO DBL-ITBL.
           GO TO LUP-CHK-GNS-DBL.
       VIG-CHK-GNS-DBL.
           IF DBL-VSR-HORA( DBL-ITBL ) = HOY-HHHY
               GO TO HSH-CHK-GNS-DBL.
       CAR-CHK-GNS-DBL.
           MOVE SYS-PROG TO DBL-VSR-NOMB( DBL-ITBL ).
           PERFORM LOD-GNS-DBL THRU FIN-LOD-GNS-DBL.
       HSH-CHK-GNS-DBL.
           IF DBL-VSR-CTRL( DBL-ITBL ) NOT = 'S'
               GO TO FIN-CHK-GNS-DBL.
      *
      *    huella: suma rodante por pares de bytes, sensible al orden
      *    ( el par que cae fuera de un largo impar lleva un espacio,
      *    igual que HSH-GNS-PRO-SMC )
           MOVE ZEROES TO DBL-NUM-ACUM.
           MOVE DBL-VSR-POSI( DBL-ITBL ) TO DBL-NUM-IPOS.
           COMPUTE DBL-NUM-FPOS = DBL-VSR-POSI( DBL-ITBL )
                                + DBL-VSR-LARG( DBL-ITBL ) - 1.
       SUM-CHK-GNS-DBL.
           IF DBL-NUM-IPOS < DBL-NUM-FPOS
               MOVE SYS-CMMA( DBL-NUM-IPOS : 2 ) TO DBL-WRK-HALF
           ELSE
               MOVE SPACES TO DBL-WRK-HALF
               MOVE SYS-CMMA( DBL-NUM-IPOS : 1 )
                 TO DBL-WRK-HALF( 1:1 ).
           COMPUTE DBL-NUM-ACUM = DBL-NUM-ACUM * 31
                                + DBL-WRK-HALF-RED.
           DIVIDE DBL-NUM-ACUM BY 99999989
                  GIVING DBL-NUM-REST REMAINDER DBL-NUM-ACUM.
           IF DBL-NUM-ACUM < ZERO
               ADD 99999989 TO DBL-NUM-ACUM.
           ADD 2 TO DBL-NUM-IPOS.
           IF DBL-NUM-IPOS NOT > DBL-NUM-FPOS
               GO TO SUM-CHK-GNS-DBL.
           MOVE DBL-NUM-ACUM TO DBL-NUM-HUEL.
      *
      *    ultimas huellas del terminal
           MOVE HOY-FHOY TO DBL-WRK-FECH.
           COMPUTE DBL-WRK-SEGS = HOY-HHHY * 3600 + HOY-MMHY * 60
                                + HOY-SSHY.
           MOVE TSK-TERM-ALF TO DBL-COL-TERM.
           MOVE QUE-STAT     TO DBL-SAV-QSTA.
           MOVE QUE-CMND     TO DBL-SAV-QCMD.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE DBL-NOM-COLA TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF DBL-REG-RECI TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT = QUE-STAT-OKS
               MOVE QUE-DAT-RECV( 1:234 ) TO DBL-REG-RECI
           ELSE
               MOVE SPACES TO DBL-REG-RECI.
           IF DBL-REC-PROX NOT NUMERIC
              OR DBL-REC-PROX < 1
              OR DBL-REC-PROX > DBL-MAX-RECI
               MOVE SPACES TO DBL-REG-RECI
               MOVE 1      TO DBL-REC-PROX.
           MOVE ZERO TO DBL-NUM-IREC.
       REC-CHK-GNS-DBL.
           ADD 1 TO DBL-NUM-IREC.
           IF DBL-NUM-IREC > DBL-MAX-RECI
               GO TO NUE-CHK-GNS-DBL.
           IF DBL-REC-SERV( DBL-NUM-IREC ) NOT = SYS-PROG
              OR DBL-REC-FIRM( DBL-NUM-IREC ) NOT NUMERIC
              OR DBL-REC-FECH( DBL-NUM-IREC ) NOT NUMERIC
              OR DBL-REC-SEGS( DBL-NUM-IREC ) NOT NUMERIC
               GO TO REC-CHK-GNS-DBL.
           IF DBL-REC-FIRM( DBL-NUM-IREC ) NOT = DBL-NUM-HUEL
              OR DBL-REC-FECH( DBL-NUM-IREC ) NOT = DBL-WRK-FECH
               GO TO REC-CHK-GNS-DBL.
           COMPUTE DBL-NUM-DIFE = DBL-WRK-SEGS
                                - DBL-REC-SEGS( DBL-NUM-IREC ).
           IF DBL-NUM-DIFE < ZERO
              OR DBL-NUM-DIFE > DBL-VSR-SEGS( DBL-ITBL )
               GO TO REC-CHK-GNS-DBL.
           GO TO DUP-CHK-GNS-DBL.
      *
      *    envio nuevo: su huella pisa la mas antigua del terminal
       NUE-CHK-GNS-DBL.
           MOVE SYS-PROG     TO DBL-REC-SERV( DBL-REC-PROX ).
           MOVE DBL-NUM-HUEL TO DBL-REC-FIRM( DBL-REC-PROX ).
           MOVE DBL-WRK-FECH TO DBL-REC-FECH( DBL-REC-PROX ).
           MOVE DBL-WRK-SEGS TO DBL-REC-SEGS( DBL-REC-PROX ).
           ADD 1 TO DBL-REC-PROX.
           IF DBL-REC-PROX > DBL-MAX-RECI
               MOVE 1 TO DBL-REC-PROX.
           MOVE 'MOD'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE DBL-NOM-COLA TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF DBL-REG-RECI TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE DBL-REG-RECI TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               MOVE 'PUT'        TO QUE-COM-SEND
               MOVE SPACES       TO QUE-NAM-SEND
               MOVE DBL-NOM-COLA TO QUE-NAM-SEND
               MOVE 1            TO QUE-NUM-SEND
               MOVE LENGTH OF DBL-REG-RECI TO QUE-LAR-SEND
               MOVE SPACES       TO QUE-TRX-SEND
               MOVE DBL-REG-RECI TO QUE-DAT-SEND
               PERFORM GNS-MSJ-QUE.
           GO TO RES-CHK-GNS-DBL.
      *
      *    envio repetido: aviso al operador y constancia en la cola
      *    del dia, no transaccional ( el rechazo aborta la unidad )
       DUP-CHK-GNS-DBL.
           MOVE 'S' TO DBL-VIGE.
           MOVE 'DBL    DUP' TO MSG-COD-MENS IN MSG.
           MOVE 'GNS'        TO MSG-COD-SIST.
           PERFORM GET-MSG.
           MOVE MSG-GLS-DESC IN MSG TO DBL-MENS.
           MOVE SPACES       TO DBL-JRN-ITEM.
           MOVE TSK-TERM-ALF TO DBL-JRN-TERM.
           MOVE SCR-USER     TO DBL-JRN-OPER.
           MOVE SYS-PROG     TO DBL-JRN-SERV.
           MOVE DBL-NUM-HUEL TO DBL-JRN-HUEL.
           MOVE HOY-STP-ITRN TO DBL-JRN-STMP.
           MOVE DBL-NUM-DIFE TO DBL-JRN-DIFE.
           MOVE DBL-ENT-VIAS TO DBL-JRN-VIAS.
           MOVE HOY-MHOY     TO DBL-JRN-MMES.
           MOVE HOY-DHOY     TO DBL-JRN-DIAS.
           MOVE 'N'          TO QUE-MTRN.
           MOVE QUE-PUT      TO QUE-CMND.
           MOVE 'PUT'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE DBL-NOM-JRNL TO QUE-NAM-SEND.
           MOVE ZEROES       TO QUE-NUM-SEND.
           MOVE LENGTH OF DBL-JRN-ITEM TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE DBL-JRN-ITEM TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           MOVE 'S'          TO QUE-MTRN.
       RES-CHK-GNS-DBL.
           MOVE DBL-SAV-QCMD TO QUE-CMND.
           MOVE DBL-SAV-QSTA TO QUE-STAT.
       FIN-CHK-GNS-DBL.
           EXIT.
      *
      *    Lee la fila TAB 'DBL' del servicio y deja ventana, posicion
      *    y largo en la entrada DBL-ITBL del vector; una parte fuera
      *    de SYS-CMMA se reemplaza por la de omision. Corre en el
      *    camino de despacho, por lo que respalda y repone los
      *    buffers FIO del llamador, igual que LOD-GNS-EST-SLA.
       LOD-GNS-DBL SECTION.
       INI-LOD-GNS-DBL.
           MOVE FIO-CMND     TO DBL-SAV-CMND.
           MOVE FIO-AKEY     TO DBL-SAV-AKEY.
           MOVE FIO-STAT     TO DBL-SAV-STAT.
           MOVE FIO-SIST     TO DBL-SAV-SIST.
           MOVE FIO-DFLD     TO DBL-SAV-DFLD.
           MOVE FIO-MENS     TO DBL-SAV-MENS.
           MOVE ADR-REQA     TO DBL-SAV-REQA.
           MOVE ADR-TAB-REQA TO DBL-SAV-TRQA.
           MOVE TAB          TO DBL-SAV-TREG.
      *
           MOVE HOY-HHHY     TO DBL-VSR-HORA( DBL-ITBL ).
           MOVE 'N'          TO DBL-VSR-CTRL( DBL-ITBL ).
           MOVE SPACES         TO TAB.
           MOVE 'DBL'          TO TAB-COD-TTAB IN TAB.
           MOVE SYS-PROG       TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               GO TO RES-LOD-GNS-DBL.
           MOVE TAB-GLS-DESC IN TAB TO DBL-WRK-DESC.
           MOVE 'S'          TO DBL-VSR-CTRL( DBL-ITBL ).
           MOVE DBL-DEF-SEGS TO DBL-VSR-SEGS( DBL-ITBL ).
           MOVE DBL-DEF-POSI TO DBL-VSR-POSI( DBL-ITBL ).
           MOVE DBL-DEF-LARG TO DBL-VSR-LARG( DBL-ITBL ).
           IF DBL-DSC-SEGS NUMERIC AND DBL-DSC-SEGS-RED > ZERO
               MOVE DBL-DSC-SEGS-RED TO DBL-VSR-SEGS( DBL-ITBL ).
           IF DBL-DSC-POSI NUMERIC AND DBL-DSC-LARG NUMERIC
              AND DBL-DSC-POSI-RED > ZERO
              AND DBL-DSC-LARG-RED > ZERO
              AND DBL-DSC-POSI-RED + DBL-DSC-LARG-RED - 1
                  NOT > LENGTH OF SYS-CMMA
               MOVE DBL-DSC-POSI-RED TO DBL-VSR-POSI( DBL-ITBL )
               MOVE DBL-DSC-LARG-RED TO DBL-VSR-LARG( DBL-ITBL ).
       RES-LOD-GNS-DBL.
           MOVE DBL-SAV-TREG TO TAB.
           MOVE DBL-SAV-CMND TO FIO-CMND.
           MOVE DBL-SAV-AKEY TO FIO-AKEY.
           MOVE DBL-SAV-STAT TO FIO-STAT.
           MOVE DBL-SAV-SIST TO FIO-SIST.
           MOVE DBL-SAV-DFLD TO FIO-DFLD.
           MOVE DBL-SAV-MENS TO FIO-MENS.
           MOVE DBL-SAV-REQA TO ADR-REQA.
           MOVE DBL-SAV-TRQA TO ADR-TAB-REQA.
       FIN-LOD-GNS-DBL.
           EXIT.
