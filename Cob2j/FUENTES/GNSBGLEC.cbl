      * Diario de Lecturas de Registros Sensibles
      *
      *    REG-GNS-LEC-DTC se invoca desde GNS-FIO-DTC, ya con los
      *    buffers del llamador repuestos, por cada lectura exitosa
      *    ( FIO-IGET-YES: FIO-GET-KEY y las de recorrido ). Si la
      *    tabla esta en la lista TAB 'LEC' deja un item con tabla,
      *    llave, operador, terminal, comando/opcion de menu, comando
      *    FIO y momento en la cola de diez minutos del diario, en
      *    modo no transaccional como la bitacora de navegacion: la
      *    consulta no espera a nadie y un rollback no borra lo que
      *    se vio. La lista vive en memoria y se recarga con la hora
      *    ( CRG-GNS-LEC-DTC ). GNS-BUS-LEC vacia despues las colas
      *    al archivo LEC.
       REG-GNS-LEC-DTC SECTION.
       INI-REG-GNS-LEC-DTC.
           MOVE FIO-ORACLE-PROG-TAB TO LEC-WRK-TABL.
           PERFORM GET-FHOY.
           IF LEC-IND-CARG NOT = 'S' OR HOY-HHHY NOT = LEC-HRA-CARG
               PERFORM CRG-GNS-LEC-DTC THRU FIN-CRG-GNS-LEC-DTC.
           MOVE ZERO TO LEC-NUM-ITAB.
       LUP-REG-GNS-LEC-DTC.
           ADD 1 TO LEC-NUM-ITAB.
           IF LEC-NUM-ITAB > LEC-NUM-TABL
               GO TO FIN-REG-GNS-LEC-DTC.
           IF LEC-TAB-CODI( LEC-NUM-ITAB ) NOT = LEC-WRK-TABL
               GO TO LUP-REG-GNS-LEC-DTC.
      *
      *    la llave sale de FIO-DFLD tras el filler VSAM, solo con
      *    el largo configurado ( el resto del registro no se copia )
           MOVE SPACES       TO LEC-JRN-ITEM.
           MOVE LEC-WRK-TABL TO LEC-JRN-TABL.
           MOVE FIO-DFLD( 2:LEC-TAB-LCLA( LEC-NUM-ITAB ) )
             TO LEC-JRN-CLAV.
           MOVE SCR-USER     TO LEC-JRN-OPER.
           MOVE TSK-TERM-ALF TO LEC-JRN-TERM.
           MOVE TSC-CMND     TO LEC-JRN-COMD.
           MOVE TSC-OPCI     TO LEC-JRN-OPCI.
           MOVE FIO-CMND     TO LEC-JRN-FCMD.
           PERFORM PUT-GNS-LEC-JRN THRU FIN-PUT-GNS-LEC-JRN.
       FIN-REG-GNS-LEC-DTC.
           EXIT.
      *
      *    Deja LEC-JRN-ITEM, ya armado por el llamador, en la cola
      *    de diez minutos en curso, con el momento de HOY ( el
      *    llamador hizo GET-FHOY ). La escritura es no transaccional
      *    y el status y comando de cola del llamador se reponen.
       PUT-GNS-LEC-JRN SECTION.
       INI-PUT-GNS-LEC-JRN.
           MOVE HOY-STP-ITRN TO LEC-JRN-STMP.
           MOVE HOY-DHOY          TO LEC-COL-DIAS.
           MOVE HOY-HHHY          TO LEC-COL-HORA.
           MOVE HOY-MMHY( 1:1 )   TO LEC-COL-DMIN.
           MOVE QUE-STAT     TO LEC-SAV-QSTA.
           MOVE QUE-CMND     TO LEC-SAV-QCMD.
           MOVE 'N'          TO QUE-MTRN.
           MOVE QUE-PUT      TO QUE-CMND.
           MOVE 'PUT'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE LEC-NOM-COLA TO QUE-NAM-SEND.
           MOVE ZEROES       TO QUE-NUM-SEND.
           MOVE LENGTH OF LEC-JRN-ITEM TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE LEC-JRN-ITEM TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           MOVE 'S'          TO QUE-MTRN.
           MOVE LEC-SAV-QCMD TO QUE-CMND.
           MOVE LEC-SAV-QSTA TO QUE-STAT.
       FIN-PUT-GNS-LEC-JRN.
           EXIT.
      *
      *    Carga de la lista TAB 'LEC' en memoria. Las lecturas de
      *    TAB reentran en GNS-FIO-DTC: se respaldan y reponen los
      *    buffers del llamador ( tambien su status y contadores,
      *    porque aqui el comando ya volvio ) y LEC-IND-BUSY deja
      *    quietos el propio diario y la foto previa de AUD.
       CRG-GNS-LEC-DTC SECTION.
       INI-CRG-GNS-LEC-DTC.
           MOVE 'S'       TO LEC-IND-BUSY.
           MOVE FIO-CMND  TO LEC-SAV-CMND.
           MOVE FIO-AKEY  TO LEC-SAV-AKEY.
           MOVE SPACES    TO FIO-AKEY.
           MOVE FIO-STAT  TO LEC-SAV-STAT.
           MOVE FIO-SIST  TO LEC-SAV-SIST.
           MOVE FIO-DFLD  TO LEC-SAV-DFLD.
           MOVE FIO-MENS  TO LEC-SAV-MENS.
           MOVE FIO-IGET  TO LEC-SAV-IGET.
           MOVE FIO-CTMX  TO LEC-SAV-CTMX.
           MOVE FIO-CTIO  TO LEC-SAV-CTIO.
           MOVE ADR-REQA  TO LEC-SAV-REQA.
           MOVE ADR-TAB-REQA TO LEC-SAV-TRQA.
           MOVE TAB       TO LEC-SAV-TREG.
           MOVE ZERO      TO LEC-NUM-TABL.
           MOVE SPACES    TO TAB.
           MOVE 'LEC'     TO TAB-COD-TTAB IN TAB.
       LUP-CRG-GNS-LEC-DTC.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'LEC'
               GO TO RST-CRG-GNS-LEC-DTC.
           IF TAB-IND-VIGE IN TAB = 'N'
              OR LEC-NUM-TABL NOT < LEC-MAX-TABL
               GO TO LUP-CRG-GNS-LEC-DTC.
           ADD 1 TO LEC-NUM-TABL.
           MOVE TAB-COD-CTAB IN TAB( 1:3 )
             TO LEC-TAB-CODI( LEC-NUM-TABL ).
           MOVE TAB-GLS-DESC IN TAB( 1:2 ) TO LEC-CFG-LCLA.
           IF LEC-CFG-LCLA NUMERIC
              AND LEC-CFG-LCLA-RED > ZERO
              AND LEC-CFG-LCLA-RED NOT > 40
               MOVE LEC-CFG-LCLA-RED TO LEC-TAB-LCLA( LEC-NUM-TABL )
           ELSE
               MOVE 40 TO LEC-TAB-LCLA( LEC-NUM-TABL ).
           GO TO LUP-CRG-GNS-LEC-DTC.
       RST-CRG-GNS-LEC-DTC.
           MOVE LEC-SAV-TREG TO TAB.
           MOVE LEC-SAV-CMND TO FIO-CMND.
           MOVE LEC-SAV-AKEY TO FIO-AKEY.
           MOVE LEC-SAV-STAT TO FIO-STAT.
           MOVE LEC-SAV-SIST TO FIO-SIST.
           MOVE LEC-SAV-DFLD TO FIO-DFLD.
           MOVE LEC-SAV-MENS TO FIO-MENS.
           MOVE LEC-SAV-IGET TO FIO-IGET.
           MOVE LEC-SAV-CTMX TO FIO-CTMX.
           MOVE LEC-SAV-CTIO TO FIO-CTIO.
           MOVE LEC-SAV-REQA TO ADR-REQA.
           MOVE LEC-SAV-TRQA TO ADR-TAB-REQA.
           MOVE 'S'          TO LEC-IND-CARG.
           MOVE HOY-HHHY     TO LEC-HRA-CARG.
           MOVE 'N'          TO LEC-IND-BUSY.
       FIN-CRG-GNS-LEC-DTC.
           EXIT.
      *
      *    Consulta del diario: solo el oficial de seguridad ( fila
      *    vigente en TAB 'OFS' a nombre de SCR-USER, igual que
      *    GNS-CON-SEU ). Con LEC-ENT-OPER, que leyo esa persona
      *    ( llave alternativa LEC-COD-IOPE ); si no, quien leyo el
      *    registro LEC-ENT-TABL / LEC-ENT-CLAV. El rango de fechas
      *    LEC-ENT-FDES / LEC-ENT-FHAS acota ( cero = sin limite ).
      *    Deja una LEC-LINE 'LEC' por lectura en la cola SCR-QLEC,
      *    en orden de momento, y una 'MAS' si se paso de
      *    LEC-MAX-LINE filas.
       GNS-CON-LEC SECTION.
       INI-GNS-CON-LEC.
           SET LEC-STAT-OKS TO TRUE.
           MOVE ZERO TO SCR-ILEC.
           MOVE SPACES         TO TAB.
           MOVE 'OFS'          TO TAB-COD-TTAB IN TAB.
           MOVE SCR-USER       TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               SET LEC-STAT-OFS TO TRUE
               GO TO FIN-GNS-CON-LEC.
           IF LEC-ENT-OPER > SPACES
               GO TO OPE-GNS-CON-LEC.
           IF LEC-ENT-TABL NOT > SPACES
               SET LEC-STAT-PAR TO TRUE
               GO TO FIN-GNS-CON-LEC.
      *    por registro: llave primaria desde la fecha inicial
           MOVE SPACES         TO LEC.
           MOVE LEC-ENT-TABL   TO LEC-COD-TABL.
           MOVE LEC-ENT-CLAV   TO LEC-COD-CLAV.
           COMPUTE LEC-STP-LECT = LEC-ENT-FDES * 1000000.
           MOVE ZEROES         TO LEC-NUM-SECU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'LEC-KEY-ILEC' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-LEC.
       REG-GNS-CON-LEC.
           IF NOT FIO-STAT-OKS
              OR LEC-COD-TABL NOT = LEC-ENT-TABL
              OR LEC-COD-CLAV NOT = LEC-ENT-CLAV
               GO TO NEX-GNS-CON-LEC.
           MOVE LEC-STP-LECT( 1:8 ) TO LEC-WRK-FECH.
           IF LEC-ENT-FHAS > ZERO AND LEC-WRK-FECH > LEC-ENT-FHAS
               GO TO NEX-GNS-CON-LEC.
           IF SCR-ILEC NOT < LEC-MAX-LINE
               GO TO MAS-GNS-CON-LEC.
           PERFORM LIN-GNS-CON-LEC THRU FIN-LIN-GNS-CON-LEC.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'LEC-KEY-ILEC' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-LEC.
           GO TO REG-GNS-CON-LEC.
      *    por operador: llave alternativa desde la fecha inicial
       OPE-GNS-CON-LEC.
           MOVE SPACES         TO LEC.
           MOVE LEC-ENT-OPER   TO LEC-COD-OPER.
           COMPUTE LEC-STP-OPER = LEC-ENT-FDES * 1000000.
           MOVE ZEROES         TO LEC-SEC-OPER.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'LEC-COD-IOPE' TO FIO-AKEY.
           MOVE FIO-FND-NLS-ALT TO FIO-CMND.
           PERFORM GNS-FIO-LEC.
       LUP-GNS-CON-LEC.
           IF NOT FIO-STAT-OKS
              OR LEC-COD-OPER NOT = LEC-ENT-OPER
               GO TO NEX-GNS-CON-LEC.
           MOVE LEC-STP-OPER( 1:8 ) TO LEC-WRK-FECH.
           IF LEC-ENT-FHAS > ZERO AND LEC-WRK-FECH > LEC-ENT-FHAS
               GO TO NEX-GNS-CON-LEC.
           IF SCR-ILEC NOT < LEC-MAX-LINE
               GO TO MAS-GNS-CON-LEC.
           PERFORM LIN-GNS-CON-LEC THRU FIN-LIN-GNS-CON-LEC.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'LEC-COD-IOPE' TO FIO-AKEY.
           MOVE FIO-GET-NXT-ALT TO FIO-CMND.
           PERFORM GNS-FIO-LEC.
           GO TO LUP-GNS-CON-LEC.
       MAS-GNS-CON-LEC.
           MOVE SPACES TO LEC-LINE.
           MOVE ZEROES TO LEC-LIN-FCMD LEC-LIN-STMP LEC-LIN-NLEC
                          LEC-LIN-NPAR LEC-LIN-PROM LEC-LIN-NITE
                          LEC-LIN-NCAR LEC-LIN-NDUP LEC-LIN-NERR
                          LEC-LIN-NOPE LEC-LIN-NFUE LEC-LIN-NEXC.
           MOVE 'MAS'  TO LEC-LIN-TIPO.
           PERFORM PUT-GNS-CON-LEC THRU FIN-PUT-GNS-CON-LEC.
           GO TO FIN-GNS-CON-LEC.
       NEX-GNS-CON-LEC.
           IF SCR-ILEC = ZERO
               SET LEC-STAT-NEX TO TRUE.
       FIN-GNS-CON-LEC.
           EXIT.
      *
      *    Fila 'LEC' de la lectura en curso.
       LIN-GNS-CON-LEC SECTION.
       INI-LIN-GNS-CON-LEC.
           MOVE SPACES       TO LEC-LINE.
           MOVE ZEROES       TO LEC-LIN-NLEC LEC-LIN-NPAR
                                LEC-LIN-PROM LEC-LIN-NITE
                                LEC-LIN-NCAR LEC-LIN-NDUP
                                LEC-LIN-NERR LEC-LIN-NOPE
                                LEC-LIN-NFUE LEC-LIN-NEXC.
           MOVE 'LEC'        TO LEC-LIN-TIPO.
           MOVE LEC-COD-TABL TO LEC-LIN-TABL.
           MOVE LEC-COD-CLAV TO LEC-LIN-CLAV.
           MOVE LEC-COD-OPER TO LEC-LIN-OPER.
           MOVE LEC-COD-TERM TO LEC-LIN-TERM.
           MOVE LEC-COD-COMD TO LEC-LIN-COMD.
           MOVE LEC-COD-OPCI TO LEC-LIN-OPCI.
           MOVE LEC-NUM-FCMD TO LEC-LIN-FCMD.
           MOVE LEC-STP-LECT TO LEC-LIN-STMP.
           MOVE LEC-COD-FORM TO LEC-LIN-FORM.
           PERFORM PUT-GNS-CON-LEC THRU FIN-PUT-GNS-CON-LEC.
       FIN-LIN-GNS-CON-LEC.
           EXIT.
      *
      *    Encola la fila en SCR-QLEC.
       PUT-GNS-CON-LEC SECTION.
       INI-PUT-GNS-CON-LEC.
           ADD 1 TO SCR-ILEC.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QLEC TO QUE-NAM-SEND.
           MOVE SCR-ILEC TO QUE-NUM-SEND.
           MOVE LENGTH OF LEC-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE LEC-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-CON-LEC.
           EXIT.
