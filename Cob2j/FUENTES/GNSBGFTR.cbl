      * Traza FIO a Pedido por Terminal u Operador
      *
      *    CHK-GNS-FTR-DTC se invoca al entrar a GNS-FIO-DTC y
      *    REG-GNS-FTR-DTC a su salida ( FIN-GNS-FIO-DTC ), en cada
      *    nivel de reentrada. La entrada toma la hora de partida y,
      *    si el terminal ( TSK-TERM-ALF ) o el operador ( SCR-USER )
      *    tiene una traza vigente, marca el nivel; la salida deja el
      *    item del comando en la cola de esa traza. Sin trazas
      *    vigentes el costo es una lectura del reloj: el registro
      *    'OPERFTR ' se lee de la cola solo al cambiar el minuto, y
      *    esa misma lectura borra del registro las trazas vencidas.
      *    Nada de esto usa el FIO ( no reentra ), y la cola y el
      *    TP-STATUS del llamador se reponen. GNS-PRO-FTR es el
      *    comando de soporte: enciende, apaga, consulta y borra.
       CHK-GNS-FTR-DTC SECTION.
       INI-CHK-GNS-FTR-DTC.
           IF FTR-NUM-NIVL NOT < FTR-MAX-NIVL
               MOVE ZERO TO FTR-NUM-NIVL.
           ADD 1 TO FTR-NUM-NIVL.
           MOVE 'N' TO FTR-NIV-TRAZ( FTR-NUM-NIVL ).
           ACCEPT FTR-WRK-HORA FROM TIME.
           IF FTR-WRK-HHMM NOT = FTR-MEM-HHMM
               PERFORM CRG-GNS-FTR-DTC THRU FIN-CRG-GNS-FTR-DTC.
           IF FTR-MEM-NTRZ = ZERO
               GO TO FIN-CHK-GNS-FTR-DTC.
           ACCEPT FTR-WRK-FECH FROM DATE YYYYMMDD.
           COMPUTE FTR-WRK-SEGS = FTR-WRK-HH * 3600
                                + FTR-WRK-MM * 60 + FTR-WRK-SS.
           MOVE ZERO TO FTR-NUM-ILIS.
       LUP-CHK-GNS-FTR-DTC.
           ADD 1 TO FTR-NUM-ILIS.
           IF FTR-NUM-ILIS > FTR-MAX-LIST
               GO TO FIN-CHK-GNS-FTR-DTC.
           IF FTR-LIS-TIPO( FTR-NUM-ILIS ) = 'T'
              AND FTR-LIS-VALO( FTR-NUM-ILIS ) = TSK-TERM-ALF
               GO TO VIG-CHK-GNS-FTR-DTC.
           IF FTR-LIS-TIPO( FTR-NUM-ILIS ) = 'O'
              AND FTR-LIS-VALO( FTR-NUM-ILIS ) = SCR-USER
               GO TO VIG-CHK-GNS-FTR-DTC.
           GO TO LUP-CHK-GNS-FTR-DTC.
       VIG-CHK-GNS-FTR-DTC.
           IF FTR-LIS-FECH( FTR-NUM-ILIS ) NOT = FTR-WRK-FECH
              OR FTR-WRK-SEGS NOT < FTR-LIS-SFIN( FTR-NUM-ILIS )
               GO TO LUP-CHK-GNS-FTR-DTC.
           MOVE FTR-LIS-TIPO( FTR-NUM-ILIS ) TO FTR-COL-TIPO.
           MOVE FTR-LIS-VALO( FTR-NUM-ILIS ) TO FTR-COL-VALO.
           MOVE 'S'          TO FTR-NIV-TRAZ( FTR-NUM-NIVL ).
           MOVE FTR-NOM-COLA TO FTR-NIV-COLA( FTR-NUM-NIVL ).
           MOVE FTR-WRK-HORA TO FTR-NIV-HINI( FTR-NUM-NIVL ).
       FIN-CHK-GNS-FTR-DTC.
           EXIT.
      *
      *    Salida del comando: el item a la cola de la traza, con el
      *    comando, su llave, el status y los registros que volvieron
      *    ( FIO-CTIO ) y el tiempo desde la entrada.
       REG-GNS-FTR-DTC SECTION.
       INI-REG-GNS-FTR-DTC.
           IF FTR-NUM-NIVL < 1
               GO TO FIN-REG-GNS-FTR-DTC.
           IF FTR-NIV-TRAZ( FTR-NUM-NIVL ) NOT = 'S'
               GO TO BAJ-REG-GNS-FTR-DTC.
           ACCEPT FTR-WRK-HORA FROM TIME.
           ACCEPT FTR-WRK-FECH FROM DATE YYYYMMDD.
           COMPUTE FTR-NUM-CFN =
               ( ( FTR-WRK-HH * 60 + FTR-WRK-MM )
                 * 60 + FTR-WRK-SS ) * 100 + FTR-WRK-CC.
           MOVE FTR-NIV-HINI( FTR-NUM-NIVL ) TO FTR-WRK-HORA.
           COMPUTE FTR-NUM-CIN =
               ( ( FTR-WRK-HH * 60 + FTR-WRK-MM )
                 * 60 + FTR-WRK-SS ) * 100 + FTR-WRK-CC.
           COMPUTE FTR-NUM-ELAP = FTR-NUM-CFN - FTR-NUM-CIN.
           IF FTR-NUM-ELAP < ZERO
               ADD 8640000 TO FTR-NUM-ELAP.
           MOVE SPACES       TO FTR-JRN-ITEM.
           MOVE FTR-WRK-FECH TO FTR-JRN-FECH.
           MOVE FTR-NIV-HINI( FTR-NUM-NIVL ) TO FTR-JRN-HORA.
           MOVE FTR-NUM-NIVL TO FTR-JRN-NIVL.
           MOVE SCR-PROG     TO FTR-JRN-PROG.
           MOVE FIO-ORACLE-PROG-TAB TO FTR-JRN-TABL.
           MOVE FIO-CMND     TO FTR-JRN-FCMD.
           MOVE FIO-AKEY     TO FTR-JRN-AKEY.
           MOVE FIO-DFLD( 2:40 ) TO FTR-JRN-CLAV.
           MOVE FIO-STAT     TO FTR-JRN-STAT.
           MOVE FIO-CTIO     TO FTR-JRN-CTIO.
           MOVE FTR-NUM-ELAP TO FTR-JRN-ELAP.
           MOVE TSK-TERM-ALF TO FTR-JRN-TERM.
           MOVE SCR-USER     TO FTR-JRN-OPER.
           MOVE TP-STATUS    TO FTR-SAV-TPST.
           MOVE QUE-STAT     TO FTR-SAV-QSTA.
           MOVE QUE-CMND     TO FTR-SAV-QCMD.
           MOVE 'N'          TO QUE-MTRN.
           MOVE QUE-PUT      TO QUE-CMND.
           MOVE 'PUT'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE FTR-NIV-COLA( FTR-NUM-NIVL ) TO QUE-NAM-SEND.
           MOVE ZEROES       TO QUE-NUM-SEND.
           MOVE LENGTH OF FTR-JRN-ITEM TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE FTR-JRN-ITEM TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           MOVE 'S'          TO QUE-MTRN.
           MOVE FTR-SAV-QCMD TO QUE-CMND.
           MOVE FTR-SAV-QSTA TO QUE-STAT.
           MOVE FTR-SAV-TPST TO TP-STATUS.
       BAJ-REG-GNS-FTR-DTC.
           SUBTRACT 1 FROM FTR-NUM-NIVL.
       FIN-REG-GNS-FTR-DTC.
           EXIT.
      *
      *    Relee el registro de trazas ( una vez por minuto ), cuenta
      *    las vigentes y borra las vencidas; si borro alguna, lo
      *    vuelve a grabar.
       CRG-GNS-FTR-DTC SECTION.
       INI-CRG-GNS-FTR-DTC.
           MOVE FTR-WRK-HHMM TO FTR-MEM-HHMM.
           MOVE TP-STATUS    TO FTR-SAV-TPST.
           MOVE QUE-STAT     TO FTR-SAV-QSTA.
           MOVE QUE-CMND     TO FTR-SAV-QCMD.
           ACCEPT FTR-WRK-FECH FROM DATE YYYYMMDD.
           COMPUTE FTR-WRK-SEGS = FTR-WRK-HH * 3600
                                + FTR-WRK-MM * 60 + FTR-WRK-SS.
           PERFORM LEE-GNS-FTR THRU FIN-LEE-GNS-FTR.
           PERFORM VEN-GNS-FTR THRU FIN-VEN-GNS-FTR.
           IF FTR-IND-VENC = 'S'
               PERFORM GRB-GNS-FTR THRU FIN-GRB-GNS-FTR.
           MOVE FTR-SAV-QCMD TO QUE-CMND.
           MOVE FTR-SAV-QSTA TO QUE-STAT.
           MOVE FTR-SAV-TPST TO TP-STATUS.
       FIN-CRG-GNS-FTR-DTC.
           EXIT.
      *
      *    Lee el registro de trazas ( sin cola, vacio ).
       LEE-GNS-FTR SECTION.
       INI-LEE-GNS-FTR.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE FTR-NOM-LIST TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF FTR-REG-LIST TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT = QUE-STAT-OKS
               MOVE QUE-DAT-RECV( 1:430 ) TO FTR-REG-LIST
           ELSE
               MOVE SPACES TO FTR-REG-LIST.
       FIN-LEE-GNS-FTR.
           EXIT.
      *
      *    Borra del registro en memoria las trazas vencidas ( o
      *    ilegibles ) al momento FTR-WRK-FECH / FTR-WRK-SEGS, deja
      *    FTR-IND-VENC en 'S' si borro alguna y cuenta las vigentes.
       VEN-GNS-FTR SECTION.
       INI-VEN-GNS-FTR.
           MOVE 'N'  TO FTR-IND-VENC.
           MOVE ZERO TO FTR-MEM-NTRZ FTR-NUM-ILIS.
       LUP-VEN-GNS-FTR.
           ADD 1 TO FTR-NUM-ILIS.
           IF FTR-NUM-ILIS > FTR-MAX-LIST
               GO TO FIN-VEN-GNS-FTR.
           IF FTR-LIS( FTR-NUM-ILIS ) = SPACES
               GO TO LUP-VEN-GNS-FTR.
           IF FTR-LIS-FECH( FTR-NUM-ILIS ) NOT NUMERIC
              OR FTR-LIS-SFIN( FTR-NUM-ILIS ) NOT NUMERIC
              OR FTR-LIS-FECH( FTR-NUM-ILIS ) NOT = FTR-WRK-FECH
              OR FTR-WRK-SEGS NOT < FTR-LIS-SFIN( FTR-NUM-ILIS )
               MOVE SPACES TO FTR-LIS( FTR-NUM-ILIS )
               MOVE 'S'    TO FTR-IND-VENC
               GO TO LUP-VEN-GNS-FTR.
           ADD 1 TO FTR-MEM-NTRZ.
           GO TO LUP-VEN-GNS-FTR.
       FIN-VEN-GNS-FTR.
           EXIT.
      *
      *    Graba el registro de trazas, no transaccional.
       GRB-GNS-FTR SECTION.
       INI-GRB-GNS-FTR.
           MOVE 'N'          TO QUE-MTRN.
           MOVE QUE-MOD      TO QUE-CMND.
           MOVE 'MOD'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE FTR-NOM-LIST TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF FTR-REG-LIST TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE FTR-REG-LIST TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               MOVE 'N'          TO QUE-MTRN
               MOVE QUE-PUT      TO QUE-CMND
               MOVE 'PUT'        TO QUE-COM-SEND
               MOVE SPACES       TO QUE-NAM-SEND
               MOVE FTR-NOM-LIST TO QUE-NAM-SEND
               MOVE 1            TO QUE-NUM-SEND
               MOVE LENGTH OF FTR-REG-LIST TO QUE-LAR-SEND
               MOVE SPACES       TO QUE-TRX-SEND
               MOVE FTR-REG-LIST TO QUE-DAT-SEND
               PERFORM GNS-MSJ-QUE.
           MOVE 'S'          TO QUE-MTRN.
       FIN-GRB-GNS-FTR.
           EXIT.
      *
      *    Comando de soporte. Encender deja la traza vigente desde
      *    ahora por FTR-ENT-MINU minutos ( a mas tardar hasta la
      *    medianoche ) y borra lo que hubiera de una traza anterior
      *    del mismo terminal u operador; apagar la saca del registro
      *    sin borrar sus items. La consulta deja FTR-LINE en la cola
      *    SCR-QFTR. Al terminar, este proceso relee el registro en
      *    su comando FIO siguiente ( los demas, al cambiar el
      *    minuto ).
       GNS-PRO-FTR SECTION.
       INI-GNS-PRO-FTR.
           SET FTR-STAT-OKS TO TRUE.
           ACCEPT FTR-WRK-FECH FROM DATE YYYYMMDD.
           ACCEPT FTR-WRK-HORA FROM TIME.
           COMPUTE FTR-WRK-SEGS = FTR-WRK-HH * 3600
                                + FTR-WRK-MM * 60 + FTR-WRK-SS.
           PERFORM LEE-GNS-FTR THRU FIN-LEE-GNS-FTR.
           PERFORM VEN-GNS-FTR THRU FIN-VEN-GNS-FTR.
           IF FTR-CMND = FTR-CON AND FTR-ENT-VALO NOT > SPACES
               GO TO LIS-GNS-PRO-FTR.
           IF ( FTR-ENT-TIPO NOT = 'T' AND FTR-ENT-TIPO NOT = 'O' )
              OR FTR-ENT-VALO NOT > SPACES
               SET FTR-STAT-PAR TO TRUE
               GO TO FIN-GNS-PRO-FTR.
           MOVE FTR-ENT-TIPO TO FTR-COL-TIPO.
           MOVE FTR-ENT-VALO TO FTR-COL-VALO.
           IF FTR-CMND = FTR-CON
               GO TO CON-GNS-PRO-FTR.
           IF FTR-CMND = FTR-BOR
               PERFORM BOR-GNS-PRO-FTR THRU FIN-BOR-GNS-PRO-FTR
               GO TO FIN-GNS-PRO-FTR.
           IF FTR-CMND NOT = FTR-ACT AND FTR-CMND NOT = FTR-DES
               SET FTR-STAT-PAR TO TRUE
               GO TO FIN-GNS-PRO-FTR.
      *
      *    la traza del terminal u operador en el registro, o un
      *    lugar libre
           MOVE ZERO TO FTR-NUM-ILIS FTR-NUM-JLIS.
       BUS-GNS-PRO-FTR.
           ADD 1 TO FTR-NUM-ILIS.
           IF FTR-NUM-ILIS > FTR-MAX-LIST
               GO TO NUE-GNS-PRO-FTR.
           IF FTR-LIS( FTR-NUM-ILIS ) = SPACES
              AND FTR-NUM-JLIS = ZERO
               MOVE FTR-NUM-ILIS TO FTR-NUM-JLIS.
           IF FTR-LIS-TIPO( FTR-NUM-ILIS ) NOT = FTR-ENT-TIPO
              OR FTR-LIS-VALO( FTR-NUM-ILIS ) NOT = FTR-ENT-VALO
               GO TO BUS-GNS-PRO-FTR.
           MOVE FTR-NUM-ILIS TO FTR-NUM-JLIS.
           IF FTR-CMND = FTR-DES
               MOVE SPACES TO FTR-LIS( FTR-NUM-JLIS )
               PERFORM GRB-GNS-FTR THRU FIN-GRB-GNS-FTR
               GO TO FIN-GNS-PRO-FTR.
           GO TO ACT-GNS-PRO-FTR.
       NUE-GNS-PRO-FTR.
           IF FTR-CMND = FTR-DES
               SET FTR-STAT-NEX TO TRUE
               GO TO FIN-GNS-PRO-FTR.
           IF FTR-NUM-JLIS = ZERO
               SET FTR-STAT-LLE TO TRUE
               GO TO FIN-GNS-PRO-FTR.
       ACT-GNS-PRO-FTR.
           IF FTR-ENT-MINU NOT NUMERIC OR FTR-ENT-MINU > FTR-MAX-MINU
               SET FTR-STAT-PAR TO TRUE
               GO TO FIN-GNS-PRO-FTR.
           IF FTR-ENT-MINU = ZERO
               MOVE FTR-DEF-MINU TO FTR-ENT-MINU.
           PERFORM BOR-GNS-PRO-FTR THRU FIN-BOR-GNS-PRO-FTR.
           MOVE FTR-ENT-TIPO TO FTR-LIS-TIPO( FTR-NUM-JLIS ).
           MOVE FTR-ENT-VALO TO FTR-LIS-VALO( FTR-NUM-JLIS ).
           MOVE FTR-WRK-FECH TO FTR-LIS-FECH( FTR-NUM-JLIS ).
           MOVE FTR-WRK-SEGS TO FTR-LIS-SINI( FTR-NUM-JLIS ).
           IF FTR-WRK-SEGS + FTR-ENT-MINU * 60 > 86399
               MOVE 86399 TO FTR-LIS-SFIN( FTR-NUM-JLIS )
           ELSE
               COMPUTE FTR-LIS-SFIN( FTR-NUM-JLIS ) =
                       FTR-WRK-SEGS + FTR-ENT-MINU * 60.
           MOVE SCR-USER     TO FTR-LIS-OPER( FTR-NUM-JLIS ).
           PERFORM GRB-GNS-FTR THRU FIN-GRB-GNS-FTR.
           GO TO FIN-GNS-PRO-FTR.
      *
      *    trazas vigentes
       LIS-GNS-PRO-FTR.
           MOVE ZERO TO SCR-IFTR FTR-NUM-ILIS.
       LLS-GNS-PRO-FTR.
           ADD 1 TO FTR-NUM-ILIS.
           IF FTR-NUM-ILIS > FTR-MAX-LIST
               GO TO NEX-GNS-PRO-FTR.
           IF FTR-LIS( FTR-NUM-ILIS ) = SPACES
               GO TO LLS-GNS-PRO-FTR.
           MOVE SPACES TO FTR-LINE.
           MOVE ZEROES TO FTR-LIN-HORA FTR-LIN-NIVL FTR-LIN-FCMD
                          FTR-LIN-CTIO FTR-LIN-ELAP.
           MOVE 'TRZ'  TO FTR-LIN-TIPO.
           MOVE FTR-LIS-TIPO( FTR-NUM-ILIS ) TO FTR-LIN-TTRZ.
           MOVE FTR-LIS-VALO( FTR-NUM-ILIS ) TO FTR-LIN-VALO.
           MOVE FTR-LIS-FECH( FTR-NUM-ILIS ) TO FTR-LIN-FECH.
           MOVE FTR-LIS-SINI( FTR-NUM-ILIS ) TO FTR-LIN-SINI.
           MOVE FTR-LIS-SFIN( FTR-NUM-ILIS ) TO FTR-LIN-SFIN.
           MOVE FTR-LIS-OPER( FTR-NUM-ILIS ) TO FTR-LIN-OPER.
           PERFORM PUT-GNS-PRO-FTR THRU FIN-PUT-GNS-PRO-FTR.
           GO TO LLS-GNS-PRO-FTR.
      *
      *    comandos de una traza, en el orden en que ocurrieron
       CON-GNS-PRO-FTR.
           MOVE ZERO TO SCR-IFTR FTR-NUM-ITEM.
       LUP-GNS-PRO-FTR.
           ADD 1 TO FTR-NUM-ITEM.
           IF FTR-NUM-ITEM > 9999
               GO TO NEX-GNS-PRO-FTR.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE FTR-NOM-COLA TO QUE-NAM-SEND.
           MOVE FTR-NUM-ITEM TO QUE-NUM-SEND.
           MOVE LENGTH OF FTR-JRN-ITEM TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               GO TO NEX-GNS-PRO-FTR.
           MOVE QUE-DAT-RECV( 1:133 ) TO FTR-JRN-ITEM.
           MOVE SPACES       TO FTR-LINE.
           MOVE ZEROES       TO FTR-LIN-SINI FTR-LIN-SFIN.
           MOVE 'FIO'        TO FTR-LIN-TIPO.
           MOVE FTR-ENT-TIPO TO FTR-LIN-TTRZ.
           MOVE FTR-ENT-VALO TO FTR-LIN-VALO.
           MOVE FTR-JRN-FECH TO FTR-LIN-FECH.
           MOVE FTR-JRN-HORA TO FTR-LIN-HORA.
           MOVE FTR-JRN-OPER TO FTR-LIN-OPER.
           MOVE FTR-JRN-NIVL TO FTR-LIN-NIVL.
           MOVE FTR-JRN-PROG TO FTR-LIN-PROG.
           MOVE FTR-JRN-TABL TO FTR-LIN-TABL.
           MOVE FTR-JRN-FCMD TO FTR-LIN-FCMD.
           MOVE FTR-JRN-AKEY TO FTR-LIN-AKEY.
           MOVE FTR-JRN-CLAV TO FTR-LIN-CLAV.
           MOVE FTR-JRN-STAT TO FTR-LIN-STAT.
           MOVE FTR-JRN-CTIO TO FTR-LIN-CTIO.
           MOVE FTR-JRN-ELAP TO FTR-LIN-ELAP.
           MOVE FTR-JRN-TERM TO FTR-LIN-TERM.
           PERFORM PUT-GNS-PRO-FTR THRU FIN-PUT-GNS-PRO-FTR.
           GO TO LUP-GNS-PRO-FTR.
       NEX-GNS-PRO-FTR.
           IF SCR-IFTR = ZERO
               SET FTR-STAT-NEX TO TRUE.
       FIN-GNS-PRO-FTR.
           MOVE 9999 TO FTR-MEM-HHMM.
           EXIT.
      *
      *    Borra la cola de la traza FTR-NOM-COLA.
       BOR-GNS-PRO-FTR SECTION.
       INI-BOR-GNS-PRO-FTR.
           MOVE 'DEL'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE FTR-NOM-COLA TO QUE-NAM-SEND.
           MOVE ZEROES       TO QUE-NUM-SEND.
           MOVE ZEROES       TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-BOR-GNS-PRO-FTR.
           EXIT.
      *
      *    Encola la fila en SCR-QFTR.
       PUT-GNS-PRO-FTR SECTION.
       INI-PUT-GNS-PRO-FTR.
           ADD 1 TO SCR-IFTR.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QFTR TO QUE-NAM-SEND.
           MOVE SCR-IFTR TO QUE-NUM-SEND.
           MOVE LENGTH OF FTR-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE FTR-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-PRO-FTR.
           EXIT.
