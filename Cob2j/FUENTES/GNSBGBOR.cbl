      * Borradores de Captura: Guardar y Reanudar
      *
      *    GRA-GNS-BOR-FRM es la tecla de borrador ( BOR-TEC-GRAB ):
      *    la invoca GTA-GNS-PRO-FRM ( GNSBG3CF.cbl ) con la pantalla
      *    ya recibida y sin mascaras, guarda la conversacion del
      *    terminal en la cola del borrador, da de alta su fila
      *    indice en TAB 'BOR' y deja en FRM-MENS el numero asignado
      *    y su vencimiento. La pantalla vuelve tal cual al operador.
      *    Si falla la grabacion de un item o de la fila indice, la
      *    cola del borrador se borra y FRM-MENS lleva el aviso
      *    ( BOR-STAT-ERR ).
       GRA-GNS-BOR-FRM SECTION.
       INI-GRA-GNS-BOR-FRM.
           MOVE 'N' TO BOR-IND-PEDI.
           SET BOR-STAT-OKS TO TRUE.
           MOVE SPACES TO FRM-MENS BOR-SAL-IDEN.
           IF SCR-PROG NOT > SPACES
               SET BOR-STAT-VAC TO TRUE
               MOVE 'BORRADOR: NO HAY TRANSACCION EN CURSO'
                 TO FRM-MENS
               GO TO FIN-GRA-GNS-BOR-FRM.
           PERFORM GET-FHOY.
           MOVE HOY-FHOY TO BOR-WRK-FHOY.
           MOVE HOY-HHOY TO BOR-WRK-HHOY.
           PERFORM VIG-GNS-PRO-BOR THRU FIN-VIG-GNS-PRO-BOR.
           PERFORM NUM-GNS-PRO-BOR THRU FIN-NUM-GNS-PRO-BOR.
           MOVE BOR-WRK-CORR TO BOR-SAL-IDEN BOR-COL-IDEN.
      *
      *    cabecera, estado de la sesion y pantalla tecleada
           MOVE SPACES       TO BOR-REG-CABE.
           MOVE BOR-WRK-CORR TO BOR-CAB-IDEN.
           MOVE SCR-USER     TO BOR-CAB-USER.
           MOVE SCR-SIST     TO BOR-CAB-SIST.
           MOVE SCR-PROG     TO BOR-CAB-PROG.
           MOVE SCR-NTRN     TO BOR-CAB-NTRN.
           MOVE FRM-NAME     TO BOR-CAB-NAME.
           MOVE FRM-NLIB     TO BOR-CAB-NLIB.
           MOVE BOR-WRK-FVEN TO BOR-CAB-FVEN.
           MOVE TSK-TERM-ALF TO BOR-CAB-TERM.
           MOVE ZEROES       TO BOR-CAB-NGTS.
           MOVE 2            TO BOR-NUM-ITEM.
           MOVE LENGTH OF SCR-VARI TO QUE-LAR-SEND.
           MOVE SCR-VARI     TO QUE-DAT-SEND.
           PERFORM PUT-GNS-PRO-BOR THRU FIN-PUT-GNS-PRO-BOR.
           IF QUE-STAT NOT = QUE-STAT-OKS
               GO TO ERR-GRA-GNS-BOR-FRM.
           MOVE 3            TO BOR-NUM-ITEM.
           MOVE LENGTH OF FRM-DFLD TO QUE-LAR-SEND.
           MOVE FRM-DFLD     TO QUE-DAT-SEND.
           PERFORM PUT-GNS-PRO-BOR THRU FIN-PUT-GNS-PRO-BOR.
           IF QUE-STAT NOT = QUE-STAT-OKS
               GO TO ERR-GRA-GNS-BOR-FRM.
      *
      *    pila de niveles GTSC del terminal, item por item
       GTS-GRA-GNS-BOR-FRM.
           IF BOR-CAB-NGTS NOT < BOR-MAX-ITEM
               GO TO CAB-GRA-GNS-BOR-FRM.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE TSK-TERM-ALF TO QUE-NAM-SEND( 1:4 ).
           MOVE 'GTSC'       TO QUE-NAM-SEND( 5:4 ).
           COMPUTE QUE-NUM-SEND = BOR-CAB-NGTS + 1.
           MOVE 3000         TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               GO TO CAB-GRA-GNS-BOR-FRM.
           MOVE QUE-ITEM( 1:3000 ) TO BOR-GLS-DATA.
           ADD 1 TO BOR-CAB-NGTS.
           COMPUTE BOR-NUM-ITEM = BOR-CAB-NGTS + 3.
           MOVE 3000         TO QUE-LAR-SEND.
           MOVE BOR-GLS-DATA TO QUE-DAT-SEND.
           PERFORM PUT-GNS-PRO-BOR THRU FIN-PUT-GNS-PRO-BOR.
           IF QUE-STAT NOT = QUE-STAT-OKS
               GO TO ERR-GRA-GNS-BOR-FRM.
           GO TO GTS-GRA-GNS-BOR-FRM.
       CAB-GRA-GNS-BOR-FRM.
           MOVE 1            TO BOR-NUM-ITEM.
           MOVE LENGTH OF BOR-REG-CABE TO QUE-LAR-SEND.
           MOVE BOR-REG-CABE TO QUE-DAT-SEND.
           PERFORM PUT-GNS-PRO-BOR THRU FIN-PUT-GNS-PRO-BOR.
           IF QUE-STAT NOT = QUE-STAT-OKS
               GO TO ERR-GRA-GNS-BOR-FRM.
      *
      *    fila indice del borrador, a nombre del operador
           MOVE SCR-PROG     TO BOR-DSC-PROG.
           MOVE SCR-NTRN     TO BOR-DSC-NTRN.
           MOVE FRM-NAME     TO BOR-DSC-FORM.
           MOVE BOR-WRK-FVEN TO BOR-DSC-FVEN.
           MOVE BOR-WRK-HHOY TO BOR-DSC-HORA.
           MOVE TSK-TERM-ALF TO BOR-DSC-TERM.
           MOVE SCR-SIST     TO BOR-DSC-SIST.
           MOVE SPACES       TO TAB.
           MOVE 'BOR'        TO TAB-COD-TTAB IN TAB.
           MOVE BOR-WRK-CORR TO TAB-COD-CTAB IN TAB.
           MOVE BOR-WRK-DESC TO TAB-GLS-DESC IN TAB.
           MOVE 'S'          TO TAB-IND-VIGE IN TAB.
           MOVE SCR-USER     TO TAB-COD-ATRN IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-PUT        TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
               GO TO ERR-GRA-GNS-BOR-FRM.
           MOVE 'BORRADOR '  TO FRM-MENS( 1:9 ).
           MOVE BOR-WRK-CORR TO FRM-MENS( 10:12 ).
           MOVE ' GUARDADO, VENCE EL' TO FRM-MENS( 22:19 ).
           MOVE BOR-WRK-FVEN( 7:2 ) TO FRM-MENS( 42:2 ).
           MOVE '/'                 TO FRM-MENS( 44:1 ).
           MOVE BOR-WRK-FVEN( 5:2 ) TO FRM-MENS( 45:2 ).
           MOVE '/'                 TO FRM-MENS( 47:1 ).
           MOVE BOR-WRK-FVEN( 1:4 ) TO FRM-MENS( 48:4 ).
           GO TO FIN-GRA-GNS-BOR-FRM.
      *
      *    la cola a medio grabar no sirve para reanudar: se borra
      *    ( la fila indice no se toca: si su alta fallo, la que
      *    hubiera con ese numero no es de este borrador )
       ERR-GRA-GNS-BOR-FRM.
           SET BOR-STAT-ERR TO TRUE.
           MOVE 'DEL'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE BOR-NOM-COLA TO QUE-NAM-SEND.
           MOVE ZEROES       TO QUE-NUM-SEND QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           MOVE SPACES       TO BOR-SAL-IDEN FRM-MENS.
           MOVE 'BORRADOR: NO SE PUDO GUARDAR, INTENTE NUEVAMENTE'
             TO FRM-MENS.
       FIN-GRA-GNS-BOR-FRM.
           EXIT.
      *
      *    Tecla de borrador del sitio ( fila 'TECLA' de TAB 'BOR' ):
      *    la invoca GNS-PRO-FRM antes de mirar la tecla recibida y
      *    se relee al cambiar la hora. Una tecla que el marco ya usa
      *    deja el borrador sin tecla.
       CFG-GNS-BOR-FRM SECTION.
       INI-CFG-GNS-BOR-FRM.
           PERFORM GET-FHOY.
           IF BOR-TEC-HORA = HOY-HHHY
               GO TO FIN-CFG-GNS-BOR-FRM.
           MOVE HOY-HHHY       TO BOR-TEC-HORA.
           MOVE SPACE          TO BOR-TEC-GRAB.
           MOVE SPACES         TO TAB.
           MOVE 'BOR'          TO TAB-COD-TTAB IN TAB.
           MOVE 'TECLA'        TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               GO TO FIN-CFG-GNS-BOR-FRM.
           MOVE TAB-GLS-DESC IN TAB ( 1:1 ) TO BOR-TEC-GRAB.
           IF BOR-TEC-GRAB = FRM-FFLD-RET OR FRM-FFLD-PA1
                          OR FRM-FFLD-PA2 OR FRM-FFLD-PA3
                          OR FRM-FFLD-PF3 OR FRM-FFLD-PF12
                          OR FRM-FFLD-PFA OR FRM-FFLD-PFB
                          OR FRM-FFLD-PFC OR FRM-FFLD-PFD
                          OR FRM-FFLD-PFE OR FRM-FFLD-PFF
                          OR FRM-FFLD-PFG OR FRM-FFLD-PFH
                          OR FRM-FFLD-PFI OR FRM-FFLD-PFJ
                          OR FRM-FFLD-PFK OR FRM-FFLD-PFL
               MOVE SPACE TO BOR-TEC-GRAB.
       FIN-CFG-GNS-BOR-FRM.
           EXIT.
      *
      *    Borradores del operador de la sesion: lista ( BOR-LIS ) los
      *    vigentes en la cola SCR-QBOR, reanuda ( BOR-REA ) o
      *    elimina ( BOR-ELI ) el borrador BOR-ENT-IDEN. Solo el dueno
      *    ve y toca sus borradores, desde cualquier terminal.
       GNS-PRO-BOR SECTION.
       INI-GNS-PRO-BOR.
           SET BOR-STAT-OKS TO TRUE.
           MOVE SPACES TO BOR-SAL-MENS.
           PERFORM GET-FHOY.
           MOVE HOY-FHOY TO BOR-WRK-FHOY.
           IF BOR-CMND = BOR-LIS
               GO TO LIS-GNS-PRO-BOR.
           MOVE BOR-ENT-IDEN TO BOR-SAL-IDEN BOR-COL-IDEN.
           PERFORM LEE-GNS-PRO-BOR THRU FIN-LEE-GNS-PRO-BOR.
           IF BOR-STAT-NEX
               MOVE 'BORRADOR INEXISTENTE O DE OTRO OPERADOR'
                 TO BOR-SAL-MENS
               GO TO FIN-GNS-PRO-BOR.
           IF BOR-CMND = BOR-ELI
               PERFORM ELI-GNS-PRO-BOR THRU FIN-ELI-GNS-PRO-BOR
               MOVE 'BORRADOR ELIMINADO' TO BOR-SAL-MENS
               GO TO FIN-GNS-PRO-BOR.
           IF BOR-CMND = BOR-REA
               GO TO REA-GNS-PRO-BOR.
           SET BOR-STAT-NEX TO TRUE.
           GO TO FIN-GNS-PRO-BOR.
      *
      *    lista: filas indice del operador aun vigentes
       LIS-GNS-PRO-BOR.
           MOVE ZERO TO SCR-IBOR.
           MOVE 'DEL'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE SCR-QBOR     TO QUE-NAM-SEND.
           MOVE ZEROES       TO QUE-NUM-SEND QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           MOVE SPACES       TO TAB.
           MOVE 'BOR'        TO TAB-COD-TTAB IN TAB.
       LUP-GNS-PRO-BOR.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'BOR'
               GO TO FIN-GNS-PRO-BOR.
           IF TAB-COD-CTAB IN TAB NOT NUMERIC
              OR TAB-IND-VIGE IN TAB = 'N'
              OR TAB-COD-ATRN IN TAB NOT = SCR-USER
               GO TO LUP-GNS-PRO-BOR.
           MOVE TAB-GLS-DESC IN TAB TO BOR-WRK-DESC.
           IF BOR-DSC-FVEN NOT NUMERIC
               GO TO LUP-GNS-PRO-BOR.
           IF BOR-DSC-FVEN < BOR-WRK-FHOY
               GO TO LUP-GNS-PRO-BOR.
           ADD 1 TO SCR-IBOR.
           MOVE SPACES       TO BOR-LINE.
           MOVE SCR-IBOR     TO BOR-LIN-ORDI.
           MOVE TAB-COD-CTAB IN TAB TO BOR-LIN-IDEN.
           MOVE TAB-COD-CTAB IN TAB ( 1:8 ) TO BOR-LIN-FGRA.
           MOVE BOR-DSC-PROG TO BOR-LIN-PROG.
           MOVE BOR-DSC-NTRN TO BOR-LIN-NTRN.
           MOVE BOR-DSC-FORM TO BOR-LIN-FORM.
           MOVE BOR-DSC-HORA TO BOR-LIN-HORA.
           MOVE BOR-DSC-FVEN TO BOR-LIN-FVEN.
           MOVE BOR-DSC-TERM TO BOR-LIN-TERM.
           MOVE 'PUT'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE SCR-QBOR     TO QUE-NAM-SEND.
           MOVE SCR-IBOR     TO QUE-NUM-SEND.
           MOVE LENGTH OF BOR-LINE TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE BOR-LINE     TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           GO TO LUP-GNS-PRO-BOR.
      *
      *    reanudacion: vencimiento, periodo y tablas congeladas
       REA-GNS-PRO-BOR.
           IF BOR-DSC-FVEN < BOR-WRK-FHOY
               PERFORM ELI-GNS-PRO-BOR THRU FIN-ELI-GNS-PRO-BOR
               SET BOR-STAT-VEN TO TRUE
               MOVE 'BORRADOR VENCIDO, FUE ELIMINADO' TO BOR-SAL-MENS
               GO TO FIN-GNS-PRO-BOR.
           MOVE 1            TO BOR-NUM-ITEM.
           MOVE LENGTH OF BOR-REG-CABE TO QUE-LAR-SEND.
           PERFORM GET-GNS-PRO-BOR THRU FIN-GET-GNS-PRO-BOR.
           IF QUE-STAT NOT = QUE-STAT-OKS
               SET BOR-STAT-NEX TO TRUE
               MOVE 'BORRADOR SIN DATOS GUARDADOS' TO BOR-SAL-MENS
               GO TO FIN-GNS-PRO-BOR.
           MOVE QUE-DAT-RECV( 1:LENGTH OF BOR-REG-CABE )
             TO BOR-REG-CABE.
           PERFORM PER-GNS-PRO-BOR THRU FIN-PER-GNS-PRO-BOR.
           IF BOR-STAT-PCL
               GO TO FIN-GNS-PRO-BOR.
           PERFORM FRZ-GNS-PRO-BOR THRU FIN-FRZ-GNS-PRO-BOR.
           IF BOR-STAT-FRZ
               GO TO FIN-GNS-PRO-BOR.
      *
      *    la pila GTSC del borrador pasa a este terminal
           MOVE 'DEL'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE TSK-TERM-ALF TO QUE-NAM-SEND( 1:4 ).
           MOVE 'GTSC'       TO QUE-NAM-SEND( 5:4 ).
           MOVE ZEROES       TO QUE-NUM-SEND QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           MOVE 3 TO BOR-NUM-ITEM.
       GTS-GNS-PRO-BOR.
           ADD 1 TO BOR-NUM-ITEM.
           IF BOR-NUM-ITEM > BOR-CAB-NGTS + 3
               GO TO SES-GNS-PRO-BOR.
           MOVE 3000         TO QUE-LAR-SEND.
           PERFORM GET-GNS-PRO-BOR THRU FIN-GET-GNS-PRO-BOR.
           IF QUE-STAT NOT = QUE-STAT-OKS
               GO TO SES-GNS-PRO-BOR.
           MOVE QUE-ITEM( 1:3000 ) TO BOR-GLS-DATA.
           MOVE 'PUT'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE TSK-TERM-ALF TO QUE-NAM-SEND( 1:4 ).
           MOVE 'GTSC'       TO QUE-NAM-SEND( 5:4 ).
           COMPUTE QUE-NUM-SEND = BOR-NUM-ITEM - 3.
           MOVE 3000         TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE BOR-GLS-DATA TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           GO TO GTS-GNS-PRO-BOR.
      *
      *    estado de la sesion ( con la salida en este terminal y
      *    el modo, produccion o entrenamiento, de la sesion que
      *    reanuda ) y la pantalla tal como quedo tecleada
       SES-GNS-PRO-BOR.
           MOVE 2            TO BOR-NUM-ITEM.
           MOVE LENGTH OF SCR-VARI TO QUE-LAR-SEND.
           PERFORM GET-GNS-PRO-BOR THRU FIN-GET-GNS-PRO-BOR.
           IF QUE-STAT = QUE-STAT-OKS
               MOVE SCR-OTRN     TO BOR-SAV-OTRN
               MOVE SCR-IENT     TO BOR-SAV-IENT
               MOVE SCR-DENT     TO BOR-SAV-DENT
               MOVE QUE-DAT-RECV( 1:LENGTH OF SCR-VARI ) TO SCR-VARI
               MOVE BOR-SAV-OTRN TO SCR-OTRN
               MOVE BOR-SAV-IENT TO SCR-IENT
               MOVE BOR-SAV-DENT TO SCR-DENT.
           MOVE 3            TO BOR-NUM-ITEM.
           MOVE LENGTH OF FRM-DFLD TO QUE-LAR-SEND.
           PERFORM GET-GNS-PRO-BOR THRU FIN-GET-GNS-PRO-BOR.
           IF QUE-STAT = QUE-STAT-OKS
               MOVE QUE-DAT-RECV( 1:LENGTH OF FRM-DFLD ) TO FRM-DFLD
           ELSE
               MOVE SPACES TO FRM-DFLD.
           MOVE BOR-CAB-NAME TO FRM-NAME.
           MOVE BOR-CAB-NLIB TO FRM-NLIB.
      *    el borrador se consume al reanudarse
           PERFORM ELI-GNS-PRO-BOR THRU FIN-ELI-GNS-PRO-BOR.
           MOVE SPACES       TO FRM-MENS.
           MOVE 'BORRADOR '  TO FRM-MENS( 1:9 ).
           MOVE BOR-CAB-IDEN TO FRM-MENS( 10:12 ).
           MOVE ' REANUDADO' TO FRM-MENS( 22:10 ).
           MOVE FRM-MENS     TO BOR-SAL-MENS.
           MOVE FRM-PUT-ALL  TO FRM-CMND.
           PERFORM GNS-PRO-FRM.
       FIN-GNS-PRO-BOR.
           EXIT.
      *
      *    Lee la fila indice del borrador BOR-ENT-IDEN; 'NEX' si no
      *    existe, esta anulada o es de otro operador.
       LEE-GNS-PRO-BOR SECTION.
       INI-LEE-GNS-PRO-BOR.
           MOVE SPACES       TO TAB.
           MOVE 'BOR'        TO TAB-COD-TTAB IN TAB.
           MOVE BOR-ENT-IDEN TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
              OR BOR-ENT-IDEN NOT NUMERIC
              OR TAB-IND-VIGE IN TAB = 'N'
              OR TAB-COD-ATRN IN TAB NOT = SCR-USER
               SET BOR-STAT-NEX TO TRUE
               GO TO FIN-LEE-GNS-PRO-BOR.
           MOVE TAB-GLS-DESC IN TAB TO BOR-WRK-DESC.
           IF BOR-DSC-FVEN NOT NUMERIC
               MOVE ZEROES TO BOR-DSC-FVEN.
       FIN-LEE-GNS-PRO-BOR.
           EXIT.
      *
      *    Periodo del borrador ( el de su fecha de captura, o el
      *    periodo fiscal que la contiene ): cerrado o en cierre, la
      *    transaccion ya no podria grabar y se rechaza.
       PER-GNS-PRO-BOR SECTION.
       INI-PER-GNS-PRO-BOR.
           MOVE BOR-CAB-IDEN( 1:8 ) TO BOR-WRK-FECH.
           MOVE BOR-WRK-FECH( 1:6 ) TO BOR-WRK-PERI.
           MOVE BOR-CAB-SIST TO FIS-ENT-SIST.
           MOVE BOR-WRK-FECH TO FIS-ENT-FECH.
           MOVE 'N'          TO FIS-IND-SEMA.
           MOVE FIS-UBI      TO FIS-CMND.
           PERFORM GNS-FEC-FIS.
           IF FIS-IND-FISC = 'S' AND FIS-STAT-OKS
               MOVE FIS-SAL-IDPE TO BOR-WRK-PERI.
           MOVE BOR-CAB-SIST TO PER-ENT-SIST.
           MOVE BOR-WRK-PERI TO PER-ENT-PERI.
           MOVE PER-CON      TO PER-CMND.
           PERFORM GNS-PRO-PER.
           IF NOT PER-ESTA-CERR AND NOT PER-ESTA-CRRE
               GO TO FIN-PER-GNS-PRO-BOR.
           SET BOR-STAT-PCL TO TRUE.
           MOVE 'BORRADOR RECHAZADO: EL PERIODO' TO BOR-SAL-MENS.
           MOVE BOR-WRK-PERI TO BOR-SAL-MENS( 32:6 ).
           IF PER-ESTA-CERR
               MOVE 'ESTA CERRADO' TO BOR-SAL-MENS( 39:12 )
           ELSE
               MOVE 'ESTA EN CIERRE' TO BOR-SAL-MENS( 39:14 ).
       FIN-PER-GNS-PRO-BOR.
           EXIT.
      *
      *    Tablas que toca el programa del borrador ( TAB 'BOT' ):
      *    la primera congelada ( TAB 'FRZ' vigente ) rechaza la
      *    reanudacion con la glosa de su ventana de mantencion.
       FRZ-GNS-PRO-BOR SECTION.
       INI-FRZ-GNS-PRO-BOR.
           MOVE SPACES       TO TAB.
           MOVE 'BOT'        TO TAB-COD-TTAB IN TAB.
           MOVE BOR-CAB-PROG TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               GO TO FIN-FRZ-GNS-PRO-BOR.
           MOVE TAB-GLS-DESC IN TAB TO BOR-WRK-TABL.
           MOVE ZERO TO BOR-NUM-ITAB.
       LUP-FRZ-GNS-PRO-BOR.
           ADD 1 TO BOR-NUM-ITAB.
           IF BOR-NUM-ITAB > 13
               GO TO FIN-FRZ-GNS-PRO-BOR.
           IF BOR-TBL-CODI( BOR-NUM-ITAB ) NOT > SPACES
               GO TO LUP-FRZ-GNS-PRO-BOR.
           MOVE SPACES       TO TAB.
           MOVE 'FRZ'        TO TAB-COD-TTAB IN TAB.
           MOVE BOR-TBL-CODI( BOR-NUM-ITAB )
             TO TAB-COD-CTAB IN TAB ( 1:3 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               GO TO LUP-FRZ-GNS-PRO-BOR.
           SET BOR-STAT-FRZ TO TRUE.
           MOVE 'BORRADOR RECHAZADO: TABLA' TO BOR-SAL-MENS.
           MOVE BOR-TBL-CODI( BOR-NUM-ITAB ) TO BOR-SAL-MENS( 27:3 ).
           MOVE 'CONGELADA,'   TO BOR-SAL-MENS( 31:10 ).
           MOVE TAB-GLS-DESC IN TAB ( 1:38 ) TO BOR-SAL-MENS( 42:38 ).
       FIN-FRZ-GNS-PRO-BOR.
           EXIT.
      *
      *    Elimina la cola del borrador BOR-COL-IDEN y su fila
      *    indice.
       ELI-GNS-PRO-BOR SECTION.
       INI-ELI-GNS-PRO-BOR.
           MOVE 'DEL'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE BOR-NOM-COLA TO QUE-NAM-SEND.
           MOVE ZEROES       TO QUE-NUM-SEND QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           MOVE SPACES       TO TAB.
           MOVE 'BOR'        TO TAB-COD-TTAB IN TAB.
           MOVE BOR-COL-IDEN TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-DEL        TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
       FIN-ELI-GNS-PRO-BOR.
           EXIT.
      *
      *    Graba QUE-DAT-SEND ( largo en QUE-LAR-SEND ) como item
      *    BOR-NUM-ITEM de la cola del borrador.
       PUT-GNS-PRO-BOR SECTION.
       INI-PUT-GNS-PRO-BOR.
           MOVE 'PUT'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE BOR-NOM-COLA TO QUE-NAM-SEND.
           MOVE BOR-NUM-ITEM TO QUE-NUM-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-PRO-BOR.
           EXIT.
      *
      *    Lee el item BOR-NUM-ITEM de la cola del borrador ( largo
      *    en QUE-LAR-SEND ).
       GET-GNS-PRO-BOR SECTION.
       INI-GET-GNS-PRO-BOR.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE BOR-NOM-COLA TO QUE-NAM-SEND.
           MOVE BOR-NUM-ITEM TO QUE-NUM-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-GET-GNS-PRO-BOR.
           EXIT.
      *
      *    Dias de vigencia ( fila 'VIGENCIA' de TAB 'BOR', o
      *    BOR-DIA-VIGE ) y fecha de vencimiento SAAMMDD
      *    ( CAL-FEC SUM-DIA ).
       VIG-GNS-PRO-BOR SECTION.
       INI-VIG-GNS-PRO-BOR.
           MOVE SPACES         TO TAB.
           MOVE 'BOR'          TO TAB-COD-TTAB IN TAB.
           MOVE 'VIGENCIA'     TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
              AND TAB-GLS-DESC IN TAB ( 1:3 ) IS NUMERIC
               MOVE TAB-GLS-DESC IN TAB ( 1:3 ) TO BOR-DIA-VIGE.
           MOVE BOR-WRK-FHOY TO BOR-WRK-FVEN.
           MOVE SPACES       TO FEC-FECH.
           MOVE HOY-DHOY     TO FEC-ITM1.
           MOVE HOY-MHOY     TO FEC-ITM2.
           MOVE HOY-SHOY     TO FEC-ITM3.
           MOVE HOY-AHOY     TO FEC-ITM4.
           MOVE FEC-FORM-FEC TO FEC-FORM.
           MOVE SPACES       TO FEC-IEDT.
           MOVE BOR-DIA-VIGE TO FEC-NDIA.
           MOVE FEC-SUM-DIA  TO FEC-CMND.
           PERFORM CAL-FEC.
           IF MSG-COD-MENS IN MSG > SPACES
               MOVE SPACES TO MSG-COD-MENS IN MSG
               GO TO FIN-VIG-GNS-PRO-BOR.
           MOVE FEC-ITM3 TO BOR-WRK-FVEN( 1:2 ).
           MOVE FEC-ITM4 TO BOR-WRK-FVEN( 3:2 ).
           MOVE FEC-ITM2 TO BOR-WRK-FVEN( 5:2 ).
           MOVE FEC-ITM1 TO BOR-WRK-FVEN( 7:2 ).
       FIN-VIG-GNS-PRO-BOR.
           EXIT.
      *
      *    Numero del borrador: fecha de hoy + correlativo del dia
      *    ( fila 'CORRELATIVO' de TAB 'BOR', igual que la
      *    asistencia ).
       NUM-GNS-PRO-BOR SECTION.
       INI-NUM-GNS-PRO-BOR.
           MOVE SPACES         TO TAB.
           MOVE 'BOR'          TO TAB-COD-TTAB IN TAB.
           MOVE 'CORRELATIVO'  TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS
              AND TAB-GLS-DESC IN TAB ( 1:12 ) IS NUMERIC
               MOVE TAB-GLS-DESC IN TAB ( 1:12 ) TO BOR-WRK-CORR
               MOVE FIO-MOD TO FIO-CMND
           ELSE
               MOVE SPACES        TO TAB
               MOVE 'BOR'         TO TAB-COD-TTAB IN TAB
               MOVE 'CORRELATIVO' TO TAB-COD-CTAB IN TAB
               MOVE ZEROES        TO BOR-COR-FECH BOR-COR-SECU
               MOVE FIO-PUT       TO FIO-CMND.
           IF BOR-COR-FECH NOT = BOR-WRK-FHOY
               MOVE BOR-WRK-FHOY TO BOR-COR-FECH
               MOVE ZEROES       TO BOR-COR-SECU.
           ADD 1 TO BOR-COR-SECU.
           MOVE SPACES       TO TAB-GLS-DESC IN TAB.
           MOVE BOR-WRK-CORR TO TAB-GLS-DESC IN TAB ( 1:12 ).
           MOVE 'S'          TO TAB-IND-VIGE IN TAB.
           MOVE 'GNSPROBOR'  TO TAB-COD-ATRN IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           PERFORM GNS-FIO-TAB.
       FIN-NUM-GNS-PRO-BOR.
           EXIT.
