      * Inspector de Registros Guiado por el Diccionario de Layouts
      *
      *    Lee el registro INS-ENT-TREG de llave INS-ENT-CLAV por su
      *    servicio FIO, en el ambiente INS-ENT-AMBI, y deja en la
      *    cola SCR-QINS una INS-LINE por cada campo que el
      *    diccionario GNSWGDIC.cbl declara para ese registro, con
      *    nombre, posicion, largo y valor, marcando los campos
      *    numericos que traen datos no numericos. Solo lee: no hay
      *    camino de grabacion. Los valores salen con las reglas de
      *    mascara TAB 'MSP' del formulario 'INS' + registro para el
      *    rol de la sesion ( sin filas propias, las del rol '***' );
      *    el descubrimiento con PA2 no aplica en el inspector. La
      *    clave y la semilla de OPR van siempre cubiertas, y las
      *    filas TAB 'MAC' responden como inexistentes.
      *    Operadores, centros CIC y sucursales de otra empresa que
      *    la de la sesion responden como inexistentes ( GNSBGEMP ).
       GNS-PRO-INS SECTION.
       INI-GNS-PRO-INS.
           SET INS-STAT-OKS TO TRUE.
           MOVE ZEROES TO SCR-IINS INS-CNT-CAMP INS-CNT-NNUM
                          INS-NUM-LREG.
           MOVE SPACES TO INS-IMG-REGI INS-IMG-MASC.
      *
      *    ambiente de la lectura
           MOVE ZERO TO INS-DBI-LECT.
           IF INS-ENT-AMBI = 'A'
               MOVE RET-DBI-ARCH TO INS-DBI-LECT
           ELSE
           IF INS-ENT-AMBI = 'F'
               MOVE SNB-DBI-SNAP TO INS-DBI-LECT
           ELSE
           IF INS-ENT-AMBI > SPACES AND INS-ENT-AMBI NOT = 'V'
               SET INS-STAT-INV TO TRUE
               GO TO FIN-GNS-PRO-INS.
      *
      *    los catalogos por sistema se leen solo si el sistema
      *    resuelve su base ( el FIO abortaria )
           MOVE 'GNS' TO INS-COD-SIST.
           IF INS-ENT-SIST > SPACES
               MOVE INS-ENT-SIST TO INS-COD-SIST.
           IF INS-ENT-TREG = 'TAB' OR INS-ENT-TREG = 'MSC'
              OR INS-ENT-TREG = 'MSG'
               MOVE INS-COD-SIST TO CLN-COD-SRES
               PERFORM RES-GNS-PRO-CLN THRU FIN-RES-GNS-PRO-CLN
               IF CLN-IND-RESU NOT = 'S'
                   SET INS-STAT-INV TO TRUE
                   GO TO FIN-GNS-PRO-INS.
           PERFORM LEE-GNS-PRO-INS THRU FIN-LEE-GNS-PRO-INS.
           IF NOT INS-STAT-OKS
               GO TO FIN-GNS-PRO-INS.
           PERFORM MSK-GNS-PRO-INS THRU FIN-MSK-GNS-PRO-INS.
           SET DIC-ITBL TO 1.
       LUP-GNS-PRO-INS.
           IF DIC-ITBL > DIC-NENT
               GO TO FIN-GNS-PRO-INS.
           IF DIC-ENT-TREG( DIC-ITBL ) NOT = INS-ENT-TREG
               GO TO SIG-GNS-PRO-INS.
           IF DIC-ENT-POSI( DIC-ITBL ) + DIC-ENT-LARG( DIC-ITBL ) - 1
              > INS-NUM-LREG
               GO TO SIG-GNS-PRO-INS.
           ADD 1 TO INS-CNT-CAMP.
           MOVE SPACES TO INS-LINE.
           MOVE DIC-ENT-NOMB( DIC-ITBL ) TO INS-LIN-NOMB.
           MOVE DIC-ENT-TIPO( DIC-ITBL ) TO INS-LIN-TIPO.
           MOVE DIC-ENT-POSI( DIC-ITBL ) TO INS-NUM-POSI
                                            INS-LIN-POSI.
           MOVE DIC-ENT-LARG( DIC-ITBL ) TO INS-NUM-REST
                                            INS-LIN-LARG.
      *    la clase se revisa sobre el valor real, no el cubierto
           IF DIC-ENT-TIPO( DIC-ITBL ) = '9'
              AND INS-IMG-REGI( INS-NUM-POSI:INS-NUM-REST )
                  IS NOT NUMERIC
               MOVE '*' TO INS-LIN-MARC
               ADD 1 TO INS-CNT-NNUM.
       TRM-GNS-PRO-INS.
           IF INS-NUM-REST > 40
               MOVE 40 TO INS-NUM-TRAM
           ELSE
               MOVE INS-NUM-REST TO INS-NUM-TRAM.
           MOVE INS-IMG-MASC( INS-NUM-POSI:INS-NUM-TRAM )
             TO INS-LIN-VALO.
           PERFORM PUT-GNS-PRO-INS THRU FIN-PUT-GNS-PRO-INS.
           ADD INS-NUM-TRAM TO INS-NUM-POSI.
           SUBTRACT INS-NUM-TRAM FROM INS-NUM-REST.
           IF INS-NUM-REST NOT > ZERO
               GO TO SIG-GNS-PRO-INS.
      *    tramo siguiente del mismo campo
           MOVE SPACES TO INS-LINE.
           MOVE INS-NUM-POSI TO INS-LIN-POSI.
           IF INS-NUM-REST > 40
               MOVE 40 TO INS-LIN-LARG
           ELSE
               MOVE INS-NUM-REST TO INS-LIN-LARG.
           GO TO TRM-GNS-PRO-INS.
       SIG-GNS-PRO-INS.
           SET DIC-ITBL UP BY 1.
           GO TO LUP-GNS-PRO-INS.
       FIN-GNS-PRO-INS.
           EXIT.
      *
      *    Lectura por llave en el ambiente pedido; el registro
      *    queda en INS-IMG-REGI y su largo en INS-NUM-LREG.
       LEE-GNS-PRO-INS SECTION.
       INI-LEE-GNS-PRO-INS.
           MOVE FIO-GET-KEY TO FIO-CMND.
           IF INS-ENT-TREG = 'TAB'
               MOVE SPACES TO TAB
               MOVE INS-ENT-CLAV TO TAB-COD-TABL IN TAB
               MOVE INS-COD-SIST TO FIO-SIST
               MOVE 'TAB-COD-TABL' TO FIO-AKEY
               MOVE INS-DBI-LECT TO FIO-DBID-ALT
               PERFORM GNS-FIO-TAB
               MOVE TAB TO INS-IMG-REGI
               MOVE LENGTH OF TAB TO INS-NUM-LREG
           ELSE
           IF INS-ENT-TREG = 'MSC'
               MOVE SPACES TO MSC
               MOVE INS-ENT-CLAV TO MSC-COD-TABL IN MSC
               MOVE INS-COD-SIST TO FIO-SIST
               MOVE 'MSC-COD-TABL' TO FIO-AKEY
               MOVE INS-DBI-LECT TO FIO-DBID-ALT
               PERFORM GNS-FIO-MSC
               MOVE MSC TO INS-IMG-REGI
               MOVE LENGTH OF MSC TO INS-NUM-LREG
           ELSE
           IF INS-ENT-TREG = 'MSG'
               MOVE SPACES TO MSG
               MOVE INS-ENT-CLAV TO MSG-COD-TABL IN MSG
               MOVE INS-COD-SIST TO FIO-SIST
               MOVE 'MSG-COD-TABL' TO FIO-AKEY
               MOVE INS-DBI-LECT TO FIO-DBID-ALT
               PERFORM GNS-FIO-MSG
               MOVE MSG TO INS-IMG-REGI
               MOVE LENGTH OF MSG TO INS-NUM-LREG
           ELSE
           IF INS-ENT-TREG = 'CIC'
               MOVE SPACES TO CIC
               MOVE INS-ENT-CLAV TO CIC-CAI-ICIC IN CIC
               MOVE 'GNS' TO FIO-SIST
               MOVE 'CIC-CAI-ICIC' TO FIO-AKEY
               MOVE INS-DBI-LECT TO FIO-DBID-ALT
               PERFORM GNS-FIO-CIC
               MOVE CIC TO INS-IMG-REGI
               MOVE LENGTH OF CIC TO INS-NUM-LREG
           ELSE
           IF INS-ENT-TREG = 'OPR'
               MOVE SPACES TO OPR
               MOVE INS-ENT-CLAV TO OPR-KEY-IOPR IN OPR
               MOVE 'GNS' TO FIO-SIST
               MOVE 'OPR-KEY-IOPR' TO FIO-AKEY
               MOVE INS-DBI-LECT TO FIO-DBID-ALT
               PERFORM GNS-FIO-OPR
               MOVE OPR TO INS-IMG-REGI
               MOVE LENGTH OF OPR TO INS-NUM-LREG
           ELSE
           IF INS-ENT-TREG = 'PND'
               MOVE SPACES TO PND
               MOVE INS-ENT-CLAV TO PND-KEY-IPND IN PND
               MOVE 'GNS' TO FIO-SIST
               MOVE 'PND-KEY-IPND' TO FIO-AKEY
               MOVE INS-DBI-LECT TO FIO-DBID-ALT
               PERFORM GNS-FIO-PND
               MOVE PND TO INS-IMG-REGI
               MOVE LENGTH OF PND TO INS-NUM-LREG
           ELSE
           IF INS-ENT-TREG = 'EVT'
               MOVE SPACES TO EVT
               MOVE INS-ENT-CLAV TO EVT-KEY-IEVT IN EVT
               MOVE 'GNS' TO FIO-SIST
               MOVE 'EVT-KEY-IEVT' TO FIO-AKEY
               MOVE INS-DBI-LECT TO FIO-DBID-ALT
               PERFORM GNS-FIO-EVT
               MOVE EVT TO INS-IMG-REGI
               MOVE LENGTH OF EVT TO INS-NUM-LREG
           ELSE
               SET INS-STAT-INV TO TRUE
               GO TO FIN-LEE-GNS-PRO-INS.
           IF NOT FIO-STAT-OKS
               SET INS-STAT-NEX TO TRUE.
      *    las claves de firma de los eventos no se inspeccionan
           IF INS-ENT-TREG = 'TAB'
              AND TAB-COD-TTAB IN TAB = 'MAC'
               SET INS-STAT-NEX TO TRUE.
           IF INS-STAT-OKS
               PERFORM EMP-GNS-PRO-INS THRU FIN-EMP-GNS-PRO-INS.
       FIN-LEE-GNS-PRO-INS.
           EXIT.
      *
      *    Empresa del registro recien leido contra la de la sesion.
       EMP-GNS-PRO-INS SECTION.
       INI-EMP-GNS-PRO-INS.
           MOVE SPACES TO EMP-WRK-EMPR.
           IF INS-ENT-TREG = 'OPR'
               MOVE OPR-COD-EMPR TO EMP-WRK-EMPR.
           IF INS-ENT-TREG = 'CIC'
               MOVE CIC-COD-EMPR IN CIC TO EMP-WRK-EMPR.
           IF INS-ENT-TREG = 'TAB'
              AND TAB-COD-TTAB IN TAB = 'SUC'
               MOVE TAB-GLS-DESC IN TAB TO EMP-WRK-DSUC
               MOVE EMP-DSU-EMPR        TO EMP-WRK-EMPR.
           PERFORM VIS-GNS-PRO-EMP THRU FIN-VIS-GNS-PRO-EMP.
           IF EMP-IND-VISI NOT = 'S'
               SET INS-STAT-NEX TO TRUE.
       FIN-EMP-GNS-PRO-INS.
           EXIT.
      *
      *    Copia del registro con las reglas de mascara del
      *    formulario 'INS' + registro aplicadas, con los mismos
      *    modos que en pantalla: 'O' cubre el campo entero, 'U'
      *    deja ver solo los ultimos N caracteres escritos.
       MSK-GNS-PRO-INS SECTION.
       INI-MSK-GNS-PRO-INS.
           MOVE INS-IMG-REGI TO INS-IMG-MASC.
      *    del maestro OPR nunca salen la huella de la clave ni su
      *    semilla ( OPR-COD-CLAV 076/016 y OPR-COD-SALT 114/008 en
      *    GNSWGDIC ), haya o no reglas 'MSP'
           IF INS-ENT-TREG = 'OPR'
               MOVE ALL '*' TO INS-IMG-MASC( 76:16 )
               MOVE ALL '*' TO INS-IMG-MASC( 114:8 ).
           IF MSP-IND-ACTV NOT = 'S'
               GO TO FIN-MSK-GNS-PRO-INS.
           MOVE 'N'          TO MSP-IND-ROLE.
           MOVE ZERO         TO MSP-CAB-NCAM.
           MOVE SPACES       TO MSP-KEY-FORM.
           MOVE 'INS'        TO MSP-KEY-FORM( 1:3 ).
           MOVE INS-ENT-TREG TO MSP-KEY-FORM( 4:3 ).
           MOVE OPR-SES-ROLE TO MSP-KEY-ROLE.
           IF MSP-KEY-ROLE > SPACES
               PERFORM CRG-GNS-MSP-FRM THRU FIN-CRG-GNS-MSP-FRM.
           IF MSP-IND-ROLE NOT = 'S'
               MOVE MSP-ROL-TODO TO MSP-KEY-ROLE
               PERFORM CRG-GNS-MSP-FRM THRU FIN-CRG-GNS-MSP-FRM.
           MOVE ZERO TO INS-NUM-ICAM.
       LUP-MSK-GNS-PRO-INS.
           ADD 1 TO INS-NUM-ICAM.
           IF INS-NUM-ICAM > MSP-CAB-NCAM
               GO TO FIN-MSK-GNS-PRO-INS.
           MOVE MSP-CAB-POSI( INS-NUM-ICAM ) TO MSP-NUM-POSI.
           MOVE MSP-CAB-LARG( INS-NUM-ICAM ) TO MSP-NUM-LARG.
           IF MSP-NUM-POSI + MSP-NUM-LARG - 1 > INS-NUM-LREG
               GO TO LUP-MSK-GNS-PRO-INS.
           MOVE MSP-NUM-LARG TO MSP-NUM-SIGN.
       ESC-MSK-GNS-PRO-INS.
           IF MSP-NUM-SIGN NOT > ZERO
               GO TO LUP-MSK-GNS-PRO-INS.
           IF INS-IMG-MASC( MSP-NUM-POSI + MSP-NUM-SIGN - 1:1 )
              > SPACES
               GO TO CUB-MSK-GNS-PRO-INS.
           SUBTRACT 1 FROM MSP-NUM-SIGN.
           GO TO ESC-MSK-GNS-PRO-INS.
       CUB-MSK-GNS-PRO-INS.
           IF MSP-CAB-MODO( INS-NUM-ICAM ) = 'O'
               MOVE MSP-NUM-LARG TO MSP-NUM-OCUL
           ELSE
           IF MSP-NUM-SIGN > MSP-CAB-VISI( INS-NUM-ICAM )
               COMPUTE MSP-NUM-OCUL =
                   MSP-NUM-SIGN - MSP-CAB-VISI( INS-NUM-ICAM )
           ELSE
               MOVE MSP-NUM-SIGN TO MSP-NUM-OCUL.
           MOVE ALL '*' TO INS-IMG-MASC( MSP-NUM-POSI:MSP-NUM-OCUL ).
           GO TO LUP-MSK-GNS-PRO-INS.
       FIN-MSK-GNS-PRO-INS.
           EXIT.
      *
      *    Encola la fila armada como proximo item de SCR-QINS.
       PUT-GNS-PRO-INS SECTION.
       INI-PUT-GNS-PRO-INS.
           ADD 1 TO SCR-IINS.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QINS TO QUE-NAM-SEND.
           MOVE SCR-IINS TO QUE-NUM-SEND.
           MOVE LENGTH OF INS-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE INS-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-PRO-INS.
           EXIT.
