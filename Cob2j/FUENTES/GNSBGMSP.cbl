      * Enmascaramiento de Campos Sensibles en Pantalla por Rol
      *
      *    APL-GNS-MSP-FRM lo invoca GNS-PRO-FRM justo antes de cada
      *    envio de FRM-DFLD. Busca las reglas TAB 'MSP' del
      *    formulario para el rol de la sesion ( OPR-SES-ROLE; sin
      *    filas propias, las del rol '***' ), guarda la imagen
      *    original en la cola 'MSP ' del terminal y oculta los
      *    campos en FRM-DFLD. Si el operador pidio descubrir ( PA2,
      *    ver RST-GNS-MSP-FRM ) sobre este mismo formulario, los
      *    campos que el rol puede descubrir salen completos y cada
      *    uno queda en el diario de lecturas ( PUT-GNS-LEC-JRN ).
      *    Tras el envio el llamador repone FRM-DFLD desde
      *    MSP-SAV-DFLD cuando MSP-IND-MASC quedo en 'S'.
       APL-GNS-MSP-FRM SECTION.
       INI-APL-GNS-MSP-FRM.
           MOVE 'N'          TO MSP-IND-MASC.
           MOVE 'N'          TO MSP-IND-DESC.
           MOVE 'N'          TO MSP-IND-ROLE.
           MOVE SPACES       TO MSP-REG-CABE.
           MOVE FRM-NAME     TO MSP-CAB-FORM.
           MOVE SCR-USER     TO MSP-CAB-OPER.
           MOVE 'N'          TO MSP-CAB-IREV.
           MOVE ZERO         TO MSP-CAB-NCAM.
           MOVE FRM-NAME     TO MSP-KEY-FORM.
           MOVE OPR-SES-ROLE TO MSP-KEY-ROLE.
           IF MSP-KEY-ROLE > SPACES
               PERFORM CRG-GNS-MSP-FRM THRU FIN-CRG-GNS-MSP-FRM.
           IF MSP-IND-ROLE NOT = 'S'
               MOVE MSP-ROL-TODO TO MSP-KEY-ROLE
               PERFORM CRG-GNS-MSP-FRM THRU FIN-CRG-GNS-MSP-FRM.
           IF MSP-CAB-NCAM = ZERO
               GO TO FIN-APL-GNS-MSP-FRM.
      *
      *    descubrimiento pedido sobre este mismo formulario por
      *    este mismo operador
           MOVE TSK-TERM-ALF TO MSP-COL-TERM.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE MSP-NOM-COLA TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF MSP-REG-CABE TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT = QUE-STAT-OKS
               MOVE QUE-DAT-RECV( 1:20 ) TO MSP-ANT-CABE
               IF MSP-ANT-FORM = FRM-NAME
                  AND MSP-ANT-OPER = SCR-USER
                  AND MSP-ANT-IREV = 'S'
                   MOVE 'S' TO MSP-IND-DESC
                   PERFORM GET-FHOY.
      *
           MOVE FRM-DFLD TO MSP-SAV-DFLD.
           MOVE ZERO TO MSP-NUM-ICAM.
       LUP-APL-GNS-MSP-FRM.
           ADD 1 TO MSP-NUM-ICAM.
           IF MSP-NUM-ICAM > MSP-CAB-NCAM
               GO TO GRB-APL-GNS-MSP-FRM.
           MOVE MSP-CAB-POSI( MSP-NUM-ICAM ) TO MSP-NUM-POSI.
           MOVE MSP-CAB-LARG( MSP-NUM-ICAM ) TO MSP-NUM-LARG.
      *    campo en blanco: nada que ocultar ni que descubrir
           IF FRM-DFLD( MSP-NUM-POSI:MSP-NUM-LARG ) NOT > SPACES
               GO TO LUP-APL-GNS-MSP-FRM.
           IF MSP-IND-DESC = 'S'
              AND MSP-CAB-PREV( MSP-NUM-ICAM ) = 'S'
               PERFORM DSC-GNS-MSP-FRM THRU FIN-DSC-GNS-MSP-FRM
           ELSE
               PERFORM OCU-GNS-MSP-FRM THRU FIN-OCU-GNS-MSP-FRM.
           GO TO LUP-APL-GNS-MSP-FRM.
      *
      *    cabecera e imagen original quedan para la recepcion
       GRB-APL-GNS-MSP-FRM.
           MOVE 'MOD'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE MSP-NOM-COLA TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF MSP-REG-CABE TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE MSP-REG-CABE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               MOVE 'PUT'        TO QUE-COM-SEND
               MOVE SPACES       TO QUE-NAM-SEND
               MOVE MSP-NOM-COLA TO QUE-NAM-SEND
               MOVE 1            TO QUE-NUM-SEND
               MOVE LENGTH OF MSP-REG-CABE TO QUE-LAR-SEND
               MOVE SPACES       TO QUE-TRX-SEND
               MOVE MSP-REG-CABE TO QUE-DAT-SEND
               PERFORM GNS-MSJ-QUE.
           MOVE 'MOD'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE MSP-NOM-COLA TO QUE-NAM-SEND.
           MOVE 2            TO QUE-NUM-SEND.
           MOVE LENGTH OF MSP-SAV-DFLD TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE MSP-SAV-DFLD TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               MOVE 'PUT'        TO QUE-COM-SEND
               MOVE SPACES       TO QUE-NAM-SEND
               MOVE MSP-NOM-COLA TO QUE-NAM-SEND
               MOVE 2            TO QUE-NUM-SEND
               MOVE LENGTH OF MSP-SAV-DFLD TO QUE-LAR-SEND
               MOVE SPACES       TO QUE-TRX-SEND
               MOVE MSP-SAV-DFLD TO QUE-DAT-SEND
               PERFORM GNS-MSJ-QUE.
           MOVE 'S' TO MSP-IND-MASC.
       FIN-APL-GNS-MSP-FRM.
           EXIT.
      *
      *    Reglas TAB 'MSP' de MSP-KEY-FORM / MSP-KEY-ROLE a la
      *    cabecera MSP-REG-CABE. Una fila vigente, aun sin campo,
      *    deja MSP-IND-ROLE en 'S'; las filas con posicion, largo o
      *    modo invalidos, o que se salen de FRM-DFLD, se saltan.
       CRG-GNS-MSP-FRM SECTION.
       INI-CRG-GNS-MSP-FRM.
           MOVE SPACES       TO MSP-KEY-ORDI.
           MOVE SPACES       TO TAB.
           MOVE 'MSP'        TO TAB-COD-TTAB IN TAB.
           MOVE MSP-KEY-CTAB TO TAB-COD-CTAB IN TAB.
       LUP-CRG-GNS-MSP-FRM.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'MSP'
              OR TAB-COD-CTAB IN TAB( 1:10 ) NOT = MSP-KEY-CTAB( 1:10 )
               GO TO FIN-CRG-GNS-MSP-FRM.
           IF TAB-IND-VIGE IN TAB = 'N'
               GO TO LUP-CRG-GNS-MSP-FRM.
           MOVE 'S' TO MSP-IND-ROLE.
           MOVE TAB-GLS-DESC IN TAB TO MSP-WRK-DESC.
           IF MSP-DSC-POSI NOT NUMERIC
              OR MSP-DSC-LARG NOT NUMERIC
               GO TO LUP-CRG-GNS-MSP-FRM.
           IF MSP-DSC-POSI-RED = ZERO
              OR MSP-DSC-LARG-RED = ZERO
               GO TO LUP-CRG-GNS-MSP-FRM.
           IF MSP-DSC-POSI-RED + MSP-DSC-LARG-RED - 1
              > LENGTH OF FRM-DFLD
               GO TO LUP-CRG-GNS-MSP-FRM.
           IF MSP-DSC-MODO NOT = 'O' AND MSP-DSC-MODO NOT = 'U'
               GO TO LUP-CRG-GNS-MSP-FRM.
           IF MSP-CAB-NCAM NOT < MSP-MAX-CAMP
               GO TO FIN-CRG-GNS-MSP-FRM.
           ADD 1 TO MSP-CAB-NCAM.
           MOVE MSP-DSC-POSI-RED TO MSP-CAB-POSI( MSP-CAB-NCAM ).
           MOVE MSP-DSC-LARG-RED TO MSP-CAB-LARG( MSP-CAB-NCAM ).
           MOVE MSP-DSC-MODO     TO MSP-CAB-MODO( MSP-CAB-NCAM ).
           IF MSP-DSC-VISI NUMERIC AND MSP-DSC-VISI-RED > ZERO
               MOVE MSP-DSC-VISI-RED TO MSP-CAB-VISI( MSP-CAB-NCAM )
           ELSE
               MOVE MSP-DEF-VISI     TO MSP-CAB-VISI( MSP-CAB-NCAM ).
           IF MSP-DSC-IREV = 'S'
               MOVE 'S' TO MSP-CAB-PREV( MSP-CAB-NCAM )
           ELSE
               MOVE 'N' TO MSP-CAB-PREV( MSP-CAB-NCAM ).
           GO TO LUP-CRG-GNS-MSP-FRM.
       FIN-CRG-GNS-MSP-FRM.
           EXIT.
      *
      *    Oculta el campo MSP-NUM-ICAM de FRM-DFLD. 'O' lo cubre
      *    entero ( ni el largo del valor se ve ); 'U' cubre lo
      *    escrito salvo los ultimos N caracteres, y entero si el
      *    valor no pasa de N.
       OCU-GNS-MSP-FRM SECTION.
       INI-OCU-GNS-MSP-FRM.
           MOVE MSP-NUM-LARG TO MSP-NUM-SIGN.
       LUP-OCU-GNS-MSP-FRM.
           IF FRM-DFLD( MSP-NUM-POSI + MSP-NUM-SIGN - 1:1 ) > SPACES
               GO TO CUB-OCU-GNS-MSP-FRM.
           SUBTRACT 1 FROM MSP-NUM-SIGN.
           GO TO LUP-OCU-GNS-MSP-FRM.
       CUB-OCU-GNS-MSP-FRM.
           IF MSP-CAB-MODO( MSP-NUM-ICAM ) = 'O'
               MOVE MSP-NUM-LARG TO MSP-NUM-OCUL
           ELSE
           IF MSP-NUM-SIGN > MSP-CAB-VISI( MSP-NUM-ICAM )
               COMPUTE MSP-NUM-OCUL =
                   MSP-NUM-SIGN - MSP-CAB-VISI( MSP-NUM-ICAM )
           ELSE
               MOVE MSP-NUM-SIGN TO MSP-NUM-OCUL.
           MOVE ALL '*' TO FRM-DFLD( MSP-NUM-POSI:MSP-NUM-OCUL ).
       FIN-OCU-GNS-MSP-FRM.
           EXIT.
      *
      *    El campo MSP-NUM-ICAM sale completo por descubrimiento
      *    autorizado: queda en el diario de lecturas como tabla
      *    'MSP', con el valor mostrado por llave y el formulario.
       DSC-GNS-MSP-FRM SECTION.
       INI-DSC-GNS-MSP-FRM.
           MOVE SPACES       TO LEC-JRN-ITEM.
           MOVE 'MSP'        TO LEC-JRN-TABL.
           MOVE FRM-DFLD( MSP-NUM-POSI:MSP-NUM-LARG ) TO LEC-JRN-CLAV.
           MOVE SCR-USER     TO LEC-JRN-OPER.
           MOVE TSK-TERM-ALF TO LEC-JRN-TERM.
           MOVE TSC-CMND     TO LEC-JRN-COMD.
           MOVE TSC-OPCI     TO LEC-JRN-OPCI.
           MOVE ZEROES       TO LEC-JRN-FCMD.
           MOVE FRM-NAME     TO LEC-JRN-FORM.
           PERFORM PUT-GNS-LEC-JRN THRU FIN-PUT-GNS-LEC-JRN.
       FIN-DSC-GNS-MSP-FRM.
           EXIT.
      *
      *    Recepcion de la pantalla ( GTA / RCV de GNS-PRO-FRM ): si
      *    el ultimo envio al terminal fue este formulario,
      *    enmascarado para este operador, los campos enmascarados
      *    vuelven a FRM-DFLD con su valor original. Con PA2 y algun
      *    campo que el rol puede descubrir, la cabecera queda con
      *    el descubrimiento pedido para el proximo despliegue.
       RST-GNS-MSP-FRM SECTION.
       INI-RST-GNS-MSP-FRM.
           MOVE TSK-TERM-ALF TO MSP-COL-TERM.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE MSP-NOM-COLA TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF MSP-REG-CABE TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               GO TO FIN-RST-GNS-MSP-FRM.
           MOVE QUE-DAT-RECV( 1:242 ) TO MSP-REG-CABE.
           IF MSP-CAB-FORM NOT = FRM-NAME
              OR MSP-CAB-OPER NOT = SCR-USER
              OR MSP-CAB-NCAM NOT NUMERIC
              OR MSP-CAB-NCAM = ZERO
              OR MSP-CAB-NCAM > MSP-MAX-CAMP
               GO TO FIN-RST-GNS-MSP-FRM.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE MSP-NOM-COLA TO QUE-NAM-SEND.
           MOVE 2            TO QUE-NUM-SEND.
           MOVE LENGTH OF MSP-SAV-DFLD TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               GO TO FIN-RST-GNS-MSP-FRM.
           MOVE QUE-DAT-RECV( 1:2091 ) TO MSP-SAV-DFLD.
           MOVE 'N'  TO MSP-IND-PREV.
           MOVE ZERO TO MSP-NUM-ICAM.
       LUP-RST-GNS-MSP-FRM.
           ADD 1 TO MSP-NUM-ICAM.
           IF MSP-NUM-ICAM > MSP-CAB-NCAM
               GO TO REV-RST-GNS-MSP-FRM.
           MOVE MSP-CAB-POSI( MSP-NUM-ICAM ) TO MSP-NUM-POSI.
           MOVE MSP-CAB-LARG( MSP-NUM-ICAM ) TO MSP-NUM-LARG.
           MOVE MSP-SAV-DFLD( MSP-NUM-POSI:MSP-NUM-LARG )
             TO FRM-DFLD( MSP-NUM-POSI:MSP-NUM-LARG ).
           IF MSP-CAB-PREV( MSP-NUM-ICAM ) = 'S'
               MOVE 'S' TO MSP-IND-PREV.
           GO TO LUP-RST-GNS-MSP-FRM.
      *
      *    PA2: descubrimiento pedido para el proximo despliegue
       REV-RST-GNS-MSP-FRM.
           IF FRM-FFLD NOT = FRM-FFLD-PA2
              OR MSP-IND-PREV NOT = 'S'
               GO TO FIN-RST-GNS-MSP-FRM.
           MOVE 'S'          TO MSP-CAB-IREV.
           MOVE 'MOD'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE MSP-NOM-COLA TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF MSP-REG-CABE TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE MSP-REG-CABE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-RST-GNS-MSP-FRM.
           EXIT.
