      * Monitor de Registros Bloqueados
      *
      *    REG-GNS-LCK-DTC se invoca al final de GNS-FIO-DTC cuando
      *    la capa Oracle vuelve con FIO-REC-LCK: el registro pedido
      *    lo tiene otra sesion. Deja el item del bloqueo en la cola
      *    del dia ( 'GLCK' + mes + dia ) en modo no transaccional,
      *    como el diario de lecturas: un rollback del llamador no
      *    borra lo que se quiere medir. Despues cuenta el bloqueo
      *    de esa llave en el registro comun 'OPERLCK ' y, si la
      *    llave pasa el umbral de su tabla dentro de la ventana,
      *    avisa a la consola de operaciones con un mensaje Severo,
      *    una sola vez por ventana. Las lecturas de TAB 'LCK' y del
      *    catalogo de mensajes reentran en GNS-FIO-DTC: los buffers
      *    del llamador se respaldan y reponen, y LCK-IND-BUSY deja
      *    quietos el propio monitor y la foto previa de AUD.
      *    GNS-BUS-LCK ( GNSBBLCK.cbl ) arma el informe del dia.
       REG-GNS-LCK-DTC SECTION.
       INI-REG-GNS-LCK-DTC.
           MOVE 'S' TO LCK-IND-BUSY.
           ACCEPT LCK-WRK-HORA FROM TIME.
           ACCEPT LCK-WRK-FECH FROM DATE YYYYMMDD.
           COMPUTE LCK-WRK-SEGS = LCK-WRK-HH * 3600
                                + LCK-WRK-MM * 60 + LCK-WRK-SS.
      *
      *    espera: desde la salida a Oracle hasta ahora ( un viaje
      *    que cruza la medianoche suma el dia )
           COMPUTE LCK-NUM-CIN = ( ( LCK-INI-HH * 60 + LCK-INI-MM )
                                 * 60 + LCK-INI-SS ) * 100
                                 + LCK-INI-CC.
           COMPUTE LCK-NUM-CFN = ( ( LCK-WRK-HH * 60 + LCK-WRK-MM )
                                 * 60 + LCK-WRK-SS ) * 100
                                 + LCK-WRK-CC.
           COMPUTE LCK-NUM-ESPE = LCK-NUM-CFN - LCK-NUM-CIN.
           IF LCK-NUM-ESPE < ZERO
               ADD 8640000 TO LCK-NUM-ESPE.
           IF LCK-NUM-ESPE > 9999999
               MOVE 9999999 TO LCK-NUM-ESPE.
           PERFORM SAV-GNS-LCK-DTC THRU FIN-SAV-GNS-LCK-DTC.
      *
      *    la llave sale de FIO-DFLD tras el filler VSAM ( igual que
      *    en el diario de lecturas ); la sesion que tiene el
      *    registro, si la capa Oracle la informo, en FIO-MEN2
           MOVE SPACES              TO LCK-JRN-ITEM.
           MOVE FIO-ORACLE-PROG-TAB TO LCK-JRN-TABL.
           MOVE FIO-DFLD( 2:40 )    TO LCK-JRN-CLAV.
           MOVE LCK-WRK-FCMD        TO LCK-JRN-FCMD.
           MOVE TSK-TERM-ALF        TO LCK-JRN-TERM.
           MOVE SCR-USER            TO LCK-JRN-OPER.
           MOVE SCR-PROG            TO LCK-JRN-PROG.
           MOVE ZEROES              TO LCK-JRN-STMP.
           MOVE LCK-WRK-FECH        TO LCK-JRN-FECH.
           MOVE LCK-WRK-HORA( 1:6 ) TO LCK-JRN-STMP( 9:6 ).
           MOVE LCK-NUM-ESPE        TO LCK-JRN-ESPE.
           MOVE FIO-MEN2            TO LCK-JRN-SESI.
           MOVE LCK-WRK-MMES        TO LCK-JRN-MMES.
           MOVE LCK-WRK-DIAS        TO LCK-JRN-DIAS.
           MOVE 'N'          TO QUE-MTRN.
           MOVE QUE-PUT      TO QUE-CMND.
           MOVE 'PUT'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE LCK-NOM-JRNL TO QUE-NAM-SEND.
           MOVE ZEROES       TO QUE-NUM-SEND.
           MOVE LENGTH OF LCK-JRN-ITEM TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE LCK-JRN-ITEM TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           MOVE 'S'          TO QUE-MTRN.
      *
      *    valores de la tabla ( la lista se recarga con la hora )
           IF LCK-IND-CARG NOT = 'S' OR LCK-WRK-HH NOT = LCK-HRA-CARG
               PERFORM CRG-GNS-LCK-DTC THRU FIN-CRG-GNS-LCK-DTC.
           MOVE LCK-DEF-UMBR TO LCK-CTL-UMBR.
           MOVE LCK-DEF-VENT TO LCK-CTL-VENT.
           MOVE ZERO TO LCK-NUM-ITAB.
       TAB-REG-GNS-LCK-DTC.
           ADD 1 TO LCK-NUM-ITAB.
           IF LCK-NUM-ITAB > LCK-NUM-TABL
               GO TO CTA-REG-GNS-LCK-DTC.
           IF LCK-TAB-CODI( LCK-NUM-ITAB ) NOT = LCK-JRN-TABL
               GO TO TAB-REG-GNS-LCK-DTC.
           MOVE LCK-TAB-UMBR( LCK-NUM-ITAB ) TO LCK-CTL-UMBR.
           MOVE LCK-TAB-VENT( LCK-NUM-ITAB ) TO LCK-CTL-VENT.
       CTA-REG-GNS-LCK-DTC.
           IF LCK-CTL-UMBR = ZERO
               GO TO RPN-REG-GNS-LCK-DTC.
           PERFORM CTA-GNS-LCK-DTC THRU FIN-CTA-GNS-LCK-DTC.
       RPN-REG-GNS-LCK-DTC.
           PERFORM RPN-GNS-LCK-DTC THRU FIN-RPN-GNS-LCK-DTC.
           MOVE 'N' TO LCK-IND-BUSY.
       FIN-REG-GNS-LCK-DTC.
           EXIT.
      *
      *    Cuenta el bloqueo en el registro comun. La llave busca su
      *    fila; sin fila toma una libre o, si no hay, la de ventana
      *    mas antigua. Una ventana vencida ( otro dia, o mas de
      *    LCK-CTL-VENT minutos desde su primer bloqueo ) empieza de
      *    nuevo con este bloqueo. Pasado el umbral se graba el
      *    registro y recien despues se avisa.
       CTA-GNS-LCK-DTC SECTION.
       INI-CTA-GNS-LCK-DTC.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE LCK-NOM-LIST TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF LCK-REG-LIST TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT = QUE-STAT-OKS
               MOVE QUE-DAT-RECV( 1:1240 ) TO LCK-REG-LIST
           ELSE
               MOVE SPACES TO LCK-REG-LIST.
           MOVE ZERO TO LCK-NUM-ILIS LCK-NUM-JLIS.
           MOVE -1   TO LCK-MAX-DIFE.
       LUP-CTA-GNS-LCK-DTC.
           ADD 1 TO LCK-NUM-ILIS.
           IF LCK-NUM-ILIS > LCK-MAX-LIST
               GO TO NUE-CTA-GNS-LCK-DTC.
           IF LCK-LIS-TABL( LCK-NUM-ILIS ) = LCK-JRN-TABL
              AND LCK-LIS-CLAV( LCK-NUM-ILIS ) = LCK-JRN-CLAV
               GO TO VEN-CTA-GNS-LCK-DTC.
      *    candidata a reemplazo: libre antes que ocupada, y entre
      *    ocupadas la de ventana mas antigua
           IF LCK-LIS-TABL( LCK-NUM-ILIS ) = SPACES
              OR LCK-LIS-FECH( LCK-NUM-ILIS ) NOT NUMERIC
              OR LCK-LIS-SINI( LCK-NUM-ILIS ) NOT NUMERIC
               MOVE 999999 TO LCK-NUM-DIFE
           ELSE
           IF LCK-LIS-FECH( LCK-NUM-ILIS ) NOT = LCK-WRK-FECH
               MOVE 99999 TO LCK-NUM-DIFE
           ELSE
               COMPUTE LCK-NUM-DIFE = LCK-WRK-SEGS
                                    - LCK-LIS-SINI( LCK-NUM-ILIS ).
           IF LCK-NUM-DIFE > LCK-MAX-DIFE
               MOVE LCK-NUM-DIFE TO LCK-MAX-DIFE
               MOVE LCK-NUM-ILIS TO LCK-NUM-JLIS.
           GO TO LUP-CTA-GNS-LCK-DTC.
       NUE-CTA-GNS-LCK-DTC.
           IF LCK-NUM-JLIS = ZERO
               MOVE 1 TO LCK-NUM-JLIS.
           MOVE LCK-NUM-JLIS TO LCK-NUM-ILIS.
           MOVE LCK-JRN-TABL TO LCK-LIS-TABL( LCK-NUM-ILIS ).
           MOVE LCK-JRN-CLAV TO LCK-LIS-CLAV( LCK-NUM-ILIS ).
           GO TO NVA-CTA-GNS-LCK-DTC.
       VEN-CTA-GNS-LCK-DTC.
           IF LCK-LIS-FECH( LCK-NUM-ILIS ) NOT NUMERIC
              OR LCK-LIS-SINI( LCK-NUM-ILIS ) NOT NUMERIC
              OR LCK-LIS-NCON( LCK-NUM-ILIS ) NOT NUMERIC
              OR LCK-LIS-FECH( LCK-NUM-ILIS ) NOT = LCK-WRK-FECH
               GO TO NVA-CTA-GNS-LCK-DTC.
           COMPUTE LCK-NUM-DIFE = LCK-WRK-SEGS
                                - LCK-LIS-SINI( LCK-NUM-ILIS ).
           IF LCK-NUM-DIFE NOT > LCK-CTL-VENT * 60
               GO TO SUM-CTA-GNS-LCK-DTC.
      *    ventana nueva desde este bloqueo
       NVA-CTA-GNS-LCK-DTC.
           MOVE LCK-WRK-FECH TO LCK-LIS-FECH( LCK-NUM-ILIS ).
           MOVE LCK-WRK-SEGS TO LCK-LIS-SINI( LCK-NUM-ILIS ).
           MOVE ZERO         TO LCK-LIS-NCON( LCK-NUM-ILIS ).
           MOVE 'N'          TO LCK-LIS-IALR( LCK-NUM-ILIS ).
       SUM-CTA-GNS-LCK-DTC.
           IF LCK-LIS-NCON( LCK-NUM-ILIS ) < 99999
               ADD 1 TO LCK-LIS-NCON( LCK-NUM-ILIS ).
           IF LCK-LIS-NCON( LCK-NUM-ILIS ) NOT > LCK-CTL-UMBR
              OR LCK-LIS-IALR( LCK-NUM-ILIS ) = 'S'
               PERFORM GRB-GNS-LCK-DTC THRU FIN-GRB-GNS-LCK-DTC
               GO TO FIN-CTA-GNS-LCK-DTC.
           MOVE 'S' TO LCK-LIS-IALR( LCK-NUM-ILIS ).
           PERFORM GRB-GNS-LCK-DTC THRU FIN-GRB-GNS-LCK-DTC.
           MOVE SPACES       TO MSG-SUB-VALS.
           MOVE LCK-JRN-TABL TO MSG-SUB-VAL( 1 ).
           MOVE LCK-JRN-CLAV( 1:20 )  TO MSG-SUB-VAL( 2 ).
           MOVE LCK-JRN-CLAV( 21:20 ) TO MSG-SUB-VAL( 3 ).
           MOVE LCK-LIS-NCON( LCK-NUM-ILIS ) TO MSG-SUB-VAL( 4 ).
           MOVE LCK-CTL-VENT TO MSG-SUB-VAL( 5 ).
           MOVE LCK-JRN-SESI TO MSG-SUB-VAL( 6 ).
           MOVE 'LCK'        TO NTF-ENT-FUEN.
           MOVE LCK-JRN-TABL TO NTF-ENT-CLAV( 1:3 ).
           MOVE LCK-JRN-CLAV TO NTF-ENT-CLAV( 4:17 ).
           MOVE 'LCK    CON' TO MSG-COD-MENS IN MSG.
           MOVE 'GNS'        TO MSG-COD-SIST.
           PERFORM GET-MSG.
           IF NOT MSG-SEVR-SEVE AND NOT MSG-SEVR-CRIT
               MOVE 'S' TO MSG-COD-SEVR
               PERFORM RUT-GET-MSG.
           MOVE SPACES       TO NTF-ENT-ORIG.
       FIN-CTA-GNS-LCK-DTC.
           EXIT.
      *
      *    Graba el registro comun en modo no transaccional.
       GRB-GNS-LCK-DTC SECTION.
       INI-GRB-GNS-LCK-DTC.
           MOVE 'N'          TO QUE-MTRN.
           MOVE QUE-MOD      TO QUE-CMND.
           MOVE 'MOD'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE LCK-NOM-LIST TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF LCK-REG-LIST TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE LCK-REG-LIST TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               MOVE 'N'          TO QUE-MTRN
               MOVE QUE-PUT      TO QUE-CMND
               MOVE 'PUT'        TO QUE-COM-SEND
               MOVE SPACES       TO QUE-NAM-SEND
               MOVE LCK-NOM-LIST TO QUE-NAM-SEND
               MOVE 1            TO QUE-NUM-SEND
               MOVE LENGTH OF LCK-REG-LIST TO QUE-LAR-SEND
               MOVE SPACES       TO QUE-TRX-SEND
               MOVE LCK-REG-LIST TO QUE-DAT-SEND
               PERFORM GNS-MSJ-QUE.
           MOVE 'S'          TO QUE-MTRN.
       FIN-GRB-GNS-LCK-DTC.
           EXIT.
      *
      *    Carga de la lista TAB 'LCK' en memoria; los buffers del
      *    llamador ya estan respaldados.
       CRG-GNS-LCK-DTC SECTION.
       INI-CRG-GNS-LCK-DTC.
           MOVE ZERO      TO LCK-NUM-TABL.
           MOVE SPACES    TO FIO-AKEY.
           MOVE SPACES    TO TAB.
           MOVE 'LCK'     TO TAB-COD-TTAB IN TAB.
       LUP-CRG-GNS-LCK-DTC.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'LCK'
               GO TO FIN-CRG-GNS-LCK-DTC.
           IF TAB-IND-VIGE IN TAB = 'N'
              OR LCK-NUM-TABL NOT < LCK-MAX-TABL
               GO TO LUP-CRG-GNS-LCK-DTC.
           ADD 1 TO LCK-NUM-TABL.
           MOVE TAB-COD-CTAB IN TAB( 1:3 )
             TO LCK-TAB-CODI( LCK-NUM-TABL ).
           MOVE TAB-GLS-DESC IN TAB TO LCK-WRK-DESC.
           IF LCK-DSC-UMBR NUMERIC
               MOVE LCK-DSC-UMBR-RED TO LCK-TAB-UMBR( LCK-NUM-TABL )
           ELSE
               MOVE LCK-DEF-UMBR     TO LCK-TAB-UMBR( LCK-NUM-TABL ).
           IF LCK-DSC-VENT NUMERIC AND LCK-DSC-VENT-RED > ZERO
               MOVE LCK-DSC-VENT-RED TO LCK-TAB-VENT( LCK-NUM-TABL )
           ELSE
               MOVE LCK-DEF-VENT     TO LCK-TAB-VENT( LCK-NUM-TABL ).
           GO TO LUP-CRG-GNS-LCK-DTC.
       FIN-CRG-GNS-LCK-DTC.
           MOVE 'S'          TO LCK-IND-CARG.
           MOVE LCK-WRK-HH   TO LCK-HRA-CARG.
           EXIT.
      *
      *    Respaldo de los buffers del llamador, de su cola y de su
      *    TP-STATUS.
       SAV-GNS-LCK-DTC SECTION.
       INI-SAV-GNS-LCK-DTC.
           MOVE FIO-CMND        TO LCK-SAV-CMND.
           MOVE FIO-AKEY        TO LCK-SAV-AKEY.
           MOVE FIO-STAT        TO LCK-SAV-STAT.
           MOVE FIO-SIST        TO LCK-SAV-SIST.
           MOVE FIO-DFLD        TO LCK-SAV-DFLD.
           MOVE FIO-MENS        TO LCK-SAV-MENS.
           MOVE FIO-CTMX        TO LCK-SAV-CTMX.
           MOVE FIO-CTIO        TO LCK-SAV-CTIO.
           MOVE ADR-REQA        TO LCK-SAV-REQA.
           MOVE ADR-TAB-REQA    TO LCK-SAV-TRQA.
           MOVE TAB             TO LCK-SAV-TREG.
           MOVE FIO-ORACLE-PROG TO LCK-SAV-PROG.
           MOVE QUE-STAT        TO LCK-SAV-QSTA.
           MOVE QUE-CMND        TO LCK-SAV-QCMD.
           MOVE TP-STATUS       TO LCK-SAV-TPST.
       FIN-SAV-GNS-LCK-DTC.
           EXIT.
      *
       RPN-GNS-LCK-DTC SECTION.
       INI-RPN-GNS-LCK-DTC.
           MOVE LCK-SAV-TREG TO TAB.
           MOVE LCK-SAV-CMND TO FIO-CMND.
           MOVE LCK-SAV-AKEY TO FIO-AKEY.
           MOVE LCK-SAV-STAT TO FIO-STAT.
           MOVE LCK-SAV-SIST TO FIO-SIST.
           MOVE LCK-SAV-DFLD TO FIO-DFLD.
           MOVE LCK-SAV-MENS TO FIO-MENS.
           MOVE LCK-SAV-CTMX TO FIO-CTMX.
           MOVE LCK-SAV-CTIO TO FIO-CTIO.
           MOVE LCK-SAV-REQA TO ADR-REQA.
           MOVE LCK-SAV-TRQA TO ADR-TAB-REQA.
           MOVE LCK-SAV-PROG TO FIO-ORACLE-PROG.
           MOVE LCK-SAV-QCMD TO QUE-CMND.
           MOVE LCK-SAV-QSTA TO QUE-STAT.
           MOVE LCK-SAV-TPST TO TP-STATUS.
       FIN-RPN-GNS-LCK-DTC.
           EXIT.
