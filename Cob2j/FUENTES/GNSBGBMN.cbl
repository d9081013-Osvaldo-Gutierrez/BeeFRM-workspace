      * Busqueda de Opciones de Menu por Palabras
      *
      *    GNS-PRO-BMN: BMN-BUS busca las palabras de BMN-ENT-TEXT
      *    en las glosas del menu y deja las opciones que el operador
      *    puede correr, con su camino, en la cola SCR-QBMN;
      *    BMN-SAL despacha la opcion de la linea BMN-ENT-LINE por
      *    XCT-GNS-PRO-SYS, como la linea de comando ( drenado, dia
      *    de operaciones, ciclo de vida, matriz y bitacora de
      *    navegacion incluidos ).
       GNS-PRO-BMN SECTION.
       INI-GNS-PRO-BMN.
           SET BMN-STAT-OKS TO TRUE.
           IF BMN-CMND = BMN-BUS
               PERFORM PAL-GNS-PRO-BMN THRU FIN-PAL-GNS-PRO-BMN
               IF BMN-STAT-OKS
                   PERFORM GNS-BUS-BMN THRU FIN-GNS-BUS-BMN
               END-IF
               GO TO FIN-GNS-PRO-BMN.
           IF BMN-CMND NOT = BMN-SAL
               SET BMN-STAT-NEX TO TRUE
               GO TO FIN-GNS-PRO-BMN.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE SCR-QBMN     TO QUE-NAM-SEND.
           MOVE BMN-ENT-LINE TO QUE-NUM-SEND.
           MOVE LENGTH OF BMN-LINE TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS OR BMN-ENT-LINE = ZEROES
               SET BMN-STAT-NEX TO TRUE
               GO TO FIN-GNS-PRO-BMN.
           MOVE QUE-ITEM( 1:LENGTH OF BMN-LINE ) TO BMN-LINE.
      *
      *    el comando de menu en viaje, como lo deja el procesador
      *    de comandos; el despacho no vuelve
           MOVE BMN-LIN-COMD TO PRV-ENT-COMD TSC-CMND.
           MOVE BMN-LIN-OPCI TO PRV-ENT-OPCI TSC-OPCI.
           MOVE BMN-LIN-PROG TO TSC-PROG.
           MOVE BMN-LIN-TRAN TO TSC-NTRN SYS-NTRN.
           MOVE SPACES       TO SYS-CMMA.
           MOVE LENGTH OF SYS-CMMA TO SYS-TCMA.
           MOVE BMN-LIN-PROG TO SYS-PROG.
           MOVE SYS-XCTL     TO SYS-CMND.
           PERFORM GNS-PRO-SYS.
       FIN-GNS-PRO-BMN.
           EXIT.
      *
      *    Separa las palabras tecleadas ( hasta BMN-MAX-PALA ) y
      *    junta para cada una sus sinonimos de TAB 'MKW'.
       PAL-GNS-PRO-BMN SECTION.
       INI-PAL-GNS-PRO-BMN.
           MOVE SPACES TO BMN-WRK-PALA.
           INSPECT BMN-ENT-TEXT CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           UNSTRING BMN-ENT-TEXT DELIMITED BY ALL SPACES
               INTO BMN-WPA-TEXT( 1 ) BMN-WPA-TEXT( 2 )
                    BMN-WPA-TEXT( 3 ) BMN-WPA-TEXT( 4 ).
      *    un texto que parte con blancos deja la primera vacia
           IF BMN-WPA-TEXT( 1 ) NOT > SPACES
               MOVE BMN-WPA-TEXT( 2 ) TO BMN-WPA-TEXT( 1 )
               MOVE BMN-WPA-TEXT( 3 ) TO BMN-WPA-TEXT( 2 )
               MOVE BMN-WPA-TEXT( 4 ) TO BMN-WPA-TEXT( 3 )
               MOVE SPACES            TO BMN-WPA-TEXT( 4 ).
           MOVE ZERO TO BMN-NUM-PALA BMN-NUM-IPAL.
       LUP-PAL-GNS-PRO-BMN.
           ADD 1 TO BMN-NUM-IPAL.
           IF BMN-NUM-IPAL > BMN-MAX-PALA
               GO TO VAC-PAL-GNS-PRO-BMN.
           IF BMN-WPA-TEXT( BMN-NUM-IPAL ) NOT > SPACES
               GO TO LUP-PAL-GNS-PRO-BMN.
           ADD 1 TO BMN-NUM-PALA.
           MOVE 1 TO BMN-PAL-NALT( BMN-NUM-PALA ).
           MOVE BMN-WPA-TEXT( BMN-NUM-IPAL )
             TO BMN-ALT-TEXT( BMN-NUM-PALA 1 ).
           PERFORM LAR-GNS-PRO-BMN THRU FIN-LAR-GNS-PRO-BMN.
           MOVE BMN-NUM-LARG TO BMN-ALT-LARG( BMN-NUM-PALA 1 ).
      *    sinonimos del catalogo
           MOVE SPACES         TO TAB.
           MOVE 'MKW'          TO TAB-COD-TTAB IN TAB.
           MOVE BMN-WPA-TEXT( BMN-NUM-IPAL ) TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               GO TO LUP-PAL-GNS-PRO-BMN.
           MOVE TAB-GLS-DESC IN TAB TO BMN-WRK-SINO.
           INSPECT BMN-WRK-SINO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE ZERO TO BMN-NUM-ISIN.
       SIN-PAL-GNS-PRO-BMN.
           ADD 1 TO BMN-NUM-ISIN.
           IF BMN-NUM-ISIN > 4
               GO TO LUP-PAL-GNS-PRO-BMN.
           IF BMN-WSI-TEXT( BMN-NUM-ISIN ) NOT > SPACES
               GO TO SIN-PAL-GNS-PRO-BMN.
           ADD 1 TO BMN-PAL-NALT( BMN-NUM-PALA ).
           MOVE BMN-PAL-NALT( BMN-NUM-PALA ) TO BMN-NUM-IALT.
           MOVE BMN-WSI-TEXT( BMN-NUM-ISIN )
             TO BMN-ALT-TEXT( BMN-NUM-PALA BMN-NUM-IALT ).
           MOVE ZERO TO BMN-NUM-LARG.
           INSPECT BMN-WSI-TEXT( BMN-NUM-ISIN ) TALLYING BMN-NUM-LARG
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE BMN-NUM-LARG
             TO BMN-ALT-LARG( BMN-NUM-PALA BMN-NUM-IALT ).
           GO TO SIN-PAL-GNS-PRO-BMN.
       VAC-PAL-GNS-PRO-BMN.
           IF BMN-NUM-PALA = ZERO
               SET BMN-STAT-VAC TO TRUE.
       FIN-PAL-GNS-PRO-BMN.
           EXIT.
      *
      *    Largo de la palabra BMN-NUM-IPAL ( hasta el primer blanco ).
       LAR-GNS-PRO-BMN SECTION.
       INI-LAR-GNS-PRO-BMN.
           MOVE ZERO TO BMN-NUM-LARG.
           INSPECT BMN-WPA-TEXT( BMN-NUM-IPAL ) TALLYING BMN-NUM-LARG
               FOR CHARACTERS BEFORE INITIAL SPACE.
       FIN-LAR-GNS-PRO-BMN.
           EXIT.
      *
      *    Recorre el menu completo: junta los enlaces menu hijo ->
      *    opcion padre y las opciones finales que calzan y puede
      *    correr el operador; luego arma el camino de cada una y
      *    deja el resultado en la cola SCR-QBMN.
       GNS-BUS-BMN SECTION.
       INI-GNS-BUS-BMN.
           MOVE ZEROES TO SCR-IBMN BMN-NUM-ENLA BMN-NUM-HALL
                          BMN-CNT-OMIT.
           MOVE PRV-ENT-COMD TO BMN-SAV-COMD.
           MOVE PRV-ENT-OPCI TO BMN-SAV-OPCI.
           MOVE 'DEL'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE SCR-QBMN     TO QUE-NAM-SEND.
           MOVE ZEROES       TO QUE-NUM-SEND QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           MOVE SPACES         TO MNU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'MNU-COD-NEMO' TO FIO-AKEY.
           MOVE FIO-FND-FST    TO FIO-CMND.
           PERFORM GNS-FIO-MNU.
       LUP-GNS-BUS-BMN.
           IF NOT FIO-STAT-OKS
               GO TO CAM-GNS-BUS-BMN.
      *    opcion que abre un submenu: solo enlace del camino
           IF MNU-COD-MENU IN MNU > SPACES
               IF BMN-NUM-ENLA < BMN-MAX-ENLA
                   ADD 1 TO BMN-NUM-ENLA
                   MOVE MNU-COD-MENU IN MNU
                     TO BMN-ENL-HIJO( BMN-NUM-ENLA )
                   MOVE MNU-COD-CMEN IN MNU
                     TO BMN-ENL-PADR( BMN-NUM-ENLA )
                   MOVE MNU-GLS-FMEN IN MNU
                     TO BMN-ENL-GLOS( BMN-NUM-ENLA )
               END-IF
               GO TO SIG-GNS-BUS-BMN.
           IF MNU-COD-CMEN IN MNU NOT > SPACES
               GO TO SIG-GNS-BUS-BMN.
           PERFORM CAL-GNS-BUS-BMN THRU FIN-CAL-GNS-BUS-BMN.
           IF BMN-IND-CALZ NOT = 'S'
               GO TO SIG-GNS-BUS-BMN.
      *    ciclo de vida: visible y despachable
           MOVE MNU-COD-COMD IN MNU TO MLC-ENT-COMD.
           MOVE MNU-COD-OPCI IN MNU TO MLC-ENT-OPCI.
           PERFORM CHK-GNS-MNU-MLC.
           IF MLC-IND-VISI = 'N' OR MLC-IND-EJEC = 'N'
               GO TO SIG-GNS-BUS-BMN.
      *    matriz del rol de la sesion
           MOVE OPR-SES-ROLE        TO PRV-ENT-ROLE.
           MOVE MNU-COD-COMD IN MNU TO PRV-ENT-COMD.
           MOVE MNU-COD-OPCI IN MNU TO PRV-ENT-OPCI.
           PERFORM GNS-VAL-PRV.
           IF PRV-VIGE = 'N'
               GO TO SIG-GNS-BUS-BMN.
           IF BMN-NUM-HALL NOT < BMN-MAX-HALL
               ADD 1 TO BMN-CNT-OMIT
               GO TO SIG-GNS-BUS-BMN.
           ADD 1 TO BMN-NUM-HALL.
           MOVE MNU-COD-COMD IN MNU TO BMN-HAL-COMD( BMN-NUM-HALL ).
           MOVE MNU-COD-OPCI IN MNU TO BMN-HAL-OPCI( BMN-NUM-HALL ).
           MOVE MNU-COD-CMEN IN MNU TO BMN-HAL-CMEN( BMN-NUM-HALL ).
           MOVE MNU-GLS-FMEN IN MNU TO BMN-HAL-FMEN( BMN-NUM-HALL ).
           MOVE MNU-GLS-PROG IN MNU ( 1:8 )
                                    TO BMN-HAL-PROG( BMN-NUM-HALL ).
           MOVE MNU-GLS-TRAN IN MNU TO BMN-HAL-TRAN( BMN-NUM-HALL ).
       SIG-GNS-BUS-BMN.
           MOVE 'MNU-COD-NEMO' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-MNU.
           GO TO LUP-GNS-BUS-BMN.
      *
      *    camino y fila de cada hallazgo
       CAM-GNS-BUS-BMN.
           MOVE BMN-SAV-COMD TO PRV-ENT-COMD.
           MOVE BMN-SAV-OPCI TO PRV-ENT-OPCI.
           MOVE ZERO TO BMN-NUM-IHAL.
       LCA-GNS-BUS-BMN.
           ADD 1 TO BMN-NUM-IHAL.
           IF BMN-NUM-IHAL > BMN-NUM-HALL
               GO TO FIN-GNS-BUS-BMN.
           PERFORM ARM-GNS-BUS-BMN THRU FIN-ARM-GNS-BUS-BMN.
           MOVE SPACES TO BMN-LINE.
           MOVE BMN-NUM-IHAL TO BMN-LIN-ORDI.
           MOVE BMN-HAL-COMD( BMN-NUM-IHAL ) TO BMN-LIN-COMD.
           MOVE BMN-HAL-OPCI( BMN-NUM-IHAL ) TO BMN-LIN-OPCI.
           MOVE BMN-HAL-FMEN( BMN-NUM-IHAL ) TO BMN-LIN-FMEN.
           MOVE BMN-WRK-CAMI                 TO BMN-LIN-CAMI.
           MOVE BMN-HAL-PROG( BMN-NUM-IHAL ) TO BMN-LIN-PROG.
           MOVE BMN-HAL-TRAN( BMN-NUM-IHAL ) TO BMN-LIN-TRAN.
           ADD 1 TO SCR-IBMN.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QBMN TO QUE-NAM-SEND.
           MOVE SCR-IBMN TO QUE-NUM-SEND.
           MOVE LENGTH OF BMN-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE BMN-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           GO TO LCA-GNS-BUS-BMN.
       FIN-GNS-BUS-BMN.
           EXIT.
      *
      *    Calza la opcion en curso: cada palabra debe aparecer, ella
      *    o alguno de sus sinonimos, en la glosa de menu o de
      *    programa.
       CAL-GNS-BUS-BMN SECTION.
       INI-CAL-GNS-BUS-BMN.
           MOVE 'N' TO BMN-IND-CALZ.
           MOVE MNU-GLS-FMEN IN MNU TO BMN-WRK-GLOS( 1:30 ).
           MOVE MNU-GLS-FPRO IN MNU TO BMN-WRK-GLOS( 31:30 ).
           INSPECT BMN-WRK-GLOS CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE ZERO TO BMN-NUM-IPAL.
       PAL-CAL-GNS-BUS-BMN.
           ADD 1 TO BMN-NUM-IPAL.
           IF BMN-NUM-IPAL > BMN-NUM-PALA
               MOVE 'S' TO BMN-IND-CALZ
               GO TO FIN-CAL-GNS-BUS-BMN.
           MOVE ZERO TO BMN-NUM-IALT.
       ALT-CAL-GNS-BUS-BMN.
           ADD 1 TO BMN-NUM-IALT.
           IF BMN-NUM-IALT > BMN-PAL-NALT( BMN-NUM-IPAL )
               GO TO FIN-CAL-GNS-BUS-BMN.
           MOVE BMN-ALT-LARG( BMN-NUM-IPAL BMN-NUM-IALT )
             TO BMN-NUM-LARG.
           IF BMN-NUM-LARG = ZERO
               GO TO ALT-CAL-GNS-BUS-BMN.
           MOVE ZERO TO BMN-NUM-TALL.
           INSPECT BMN-WRK-GLOS TALLYING BMN-NUM-TALL FOR ALL
               BMN-ALT-TEXT( BMN-NUM-IPAL BMN-NUM-IALT )
                                             ( 1:BMN-NUM-LARG ).
           IF BMN-NUM-TALL > ZERO
               GO TO PAL-CAL-GNS-BUS-BMN.
           GO TO ALT-CAL-GNS-BUS-BMN.
       FIN-CAL-GNS-BUS-BMN.
           EXIT.
      *
      *    Camino del hallazgo BMN-NUM-IHAL: sube por los enlaces
      *    desde su menu, anteponiendo la glosa de cada opcion padre
      *    ( 'PADRE > HIJO > ...' ).
       ARM-GNS-BUS-BMN SECTION.
       INI-ARM-GNS-BUS-BMN.
           MOVE SPACES TO BMN-WRK-CAMI.
           MOVE BMN-HAL-CMEN( BMN-NUM-IHAL ) TO BMN-WRK-CMEN.
           MOVE ZERO TO BMN-NUM-NIVE.
       LUP-ARM-GNS-BUS-BMN.
           ADD 1 TO BMN-NUM-NIVE.
           IF BMN-NUM-NIVE > BMN-MAX-NIVE
               GO TO FIN-ARM-GNS-BUS-BMN.
           MOVE ZERO TO BMN-NUM-IENL.
       ENL-ARM-GNS-BUS-BMN.
           ADD 1 TO BMN-NUM-IENL.
           IF BMN-NUM-IENL > BMN-NUM-ENLA
               GO TO FIN-ARM-GNS-BUS-BMN.
           IF BMN-ENL-HIJO( BMN-NUM-IENL ) NOT = BMN-WRK-CMEN
               GO TO ENL-ARM-GNS-BUS-BMN.
           MOVE SPACES TO BMN-WRK-CAUX.
           IF BMN-WRK-CAMI > SPACES
               STRING BMN-ENL-GLOS( BMN-NUM-IENL ) DELIMITED BY '  '
                      ' > '                       DELIMITED BY SIZE
                      BMN-WRK-CAMI                DELIMITED BY '  '
                 INTO BMN-WRK-CAUX
           ELSE
               MOVE BMN-ENL-GLOS( BMN-NUM-IENL ) TO BMN-WRK-CAUX.
           MOVE BMN-WRK-CAUX TO BMN-WRK-CAMI.
           MOVE BMN-ENL-PADR( BMN-NUM-IENL ) TO BMN-WRK-CMEN.
           GO TO LUP-ARM-GNS-BUS-BMN.
       FIN-ARM-GNS-BUS-BMN.
           EXIT.
