      * Notas de Texto Libre Adjuntas a un Registro
      *
      *    El programa de mantencion o consulta deja el registro en
      *    pantalla en SCR-TNTA / SCR-KNTA. NTA-ALT agrega una nota
      *    ( categoria del catalogo TAB 'NTC', hasta cinco lineas de
      *    texto ) con el operador y el time stamp; las notas nunca
      *    se modifican ni se borran. NTA-CON dice si el registro
      *    tiene notas. El programa de mapa abre las notas con una
      *    tecla igual que la ayuda de campo por PF1: NTA-VER entrega
      *    la nota mas antigua en NTA y NTA-SIG la siguiente, con
      *    NTA-IND-MAS en 'S' mientras quede otra.
       GNS-PRO-NTA SECTION.
       INI-GNS-PRO-NTA.
           SET NTA-STAT-OKS TO TRUE.
           MOVE SPACES TO NTA-IND-MAS.
           IF SCR-TNTA NOT > SPACES
               SET NTA-STAT-INV TO TRUE
               GO TO FIN-GNS-PRO-NTA.
           GO TO ALT-GNS-PRO-NTA CON-GNS-PRO-NTA VER-GNS-PRO-NTA
                 SIG-GNS-PRO-NTA
           DEPENDING ON NTA-CMND.
           MOVE 'ABORTO, comando invalido en GNS-PRO-NTA:' TO SYS-MEN1.
           MOVE NTA-CMND                                   TO SYS-MEN2.
           MOVE SYS-ABOR TO SYS-CMND.
           PERFORM GNS-PRO-SYS.
      *
      *    Alta: texto no vacio y categoria vigente en TAB 'NTC'; el
      *    correlativo sube si otra nota del mismo registro cayo en
      *    el mismo segundo.
       ALT-GNS-PRO-NTA.
           IF NTA-ENT-NLIN < 1 OR NTA-ENT-NLIN > 5
              OR NTA-ENT-LINE( 1 ) NOT > SPACES
               SET NTA-STAT-INV TO TRUE
               GO TO FIN-GNS-PRO-NTA.
           MOVE SPACES       TO TAB.
           MOVE 'NTC'        TO TAB-COD-TTAB IN TAB.
           MOVE NTA-ENT-CATG TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
              OR TAB-IND-VIGE IN TAB = 'N'
               SET NTA-STAT-INV TO TRUE
               GO TO FIN-GNS-PRO-NTA.
           MOVE SPACES       TO NTA.
           MOVE SCR-TNTA     TO NTA-COD-TABL.
           MOVE SCR-KNTA     TO NTA-GLS-CLAV.
           PERFORM GET-FHOY.
           MOVE HOY-SHOY     TO NTA-NUM-STRN.
           MOVE HOY-AHOY     TO NTA-NUM-ATRN.
           MOVE HOY-MHOY     TO NTA-NUM-MTRN.
           MOVE HOY-DHOY     TO NTA-NUM-DTRN.
           MOVE HOY-HHHY     TO NTA-NUM-HHTR.
           MOVE HOY-MMHY     TO NTA-NUM-MMTR.
           MOVE HOY-SSHY     TO NTA-NUM-SSTR.
           MOVE ZERO         TO NTA-NUM-SECU.
           MOVE SCR-USER     TO NTA-COD-AUTR.
           MOVE NTA-ENT-CATG TO NTA-COD-CATG.
           MOVE NTA-ENT-NLIN TO NTA-NUM-NLIN.
           MOVE NTA-ENT-GTXT TO NTA-GLS-GTXT.
       GRA-GNS-PRO-NTA.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NTA-KEY-INTA' TO FIO-AKEY.
           MOVE FIO-PUT        TO FIO-CMND.
           PERFORM GNS-FIO-NTA.
           IF ( FIO-STAT-CDK OR FIO-STAT-DMK )
              AND NTA-NUM-SECU < 99
               ADD 1 TO NTA-NUM-SECU
               GO TO GRA-GNS-PRO-NTA.
           IF NOT FIO-STAT-OKS
               SET NTA-STAT-ERR TO TRUE.
           GO TO FIN-GNS-PRO-NTA.
      *
      *    Tiene notas ?
       CON-GNS-PRO-NTA.
           MOVE SPACES TO NTA-WRK-POSI.
           PERFORM PRX-GNS-PRO-NTA THRU FIN-PRX-GNS-PRO-NTA.
           IF NTA-STAT-OKS
               MOVE 'S' TO NTA-IND-MAS.
           GO TO FIN-GNS-PRO-NTA.
      *
      *    Primera nota ( desde el comienzo ) o la siguiente a la
      *    ultima mostrada; despues se mira si queda otra.
       VER-GNS-PRO-NTA.
           MOVE SPACES TO SCR-PNTA.
       SIG-GNS-PRO-NTA.
           MOVE SCR-PNTA TO NTA-WRK-POSI.
           PERFORM PRX-GNS-PRO-NTA THRU FIN-PRX-GNS-PRO-NTA.
           IF NOT NTA-STAT-OKS
               GO TO FIN-GNS-PRO-NTA.
           MOVE NTA                  TO NTA-SAV-REGI.
           MOVE NTA-KEY-INTA( 25:16 ) TO SCR-PNTA NTA-WRK-POSI.
           PERFORM PRX-GNS-PRO-NTA THRU FIN-PRX-GNS-PRO-NTA.
           IF NTA-STAT-OKS
               MOVE 'S' TO NTA-IND-MAS.
           SET NTA-STAT-OKS TO TRUE.
           MOVE NTA-SAV-REGI TO NTA.
       FIN-GNS-PRO-NTA.
           EXIT.
      *
      *    Nota del registro en pantalla siguiente a la posicion
      *    NTA-WRK-POSI ( en blanco, la primera ); NEX si no hay.
       PRX-GNS-PRO-NTA SECTION.
       INI-PRX-GNS-PRO-NTA.
           SET NTA-STAT-OKS TO TRUE.
           MOVE SPACES       TO NTA.
           MOVE SCR-TNTA     TO NTA-COD-TABL.
           MOVE SCR-KNTA     TO NTA-GLS-CLAV.
           MOVE NTA-WRK-POSI TO NTA-KEY-INTA( 25:16 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NTA-KEY-INTA' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-NTA.
           IF NOT FIO-STAT-OKS
              OR NTA-COD-TABL NOT = SCR-TNTA
              OR NTA-GLS-CLAV NOT = SCR-KNTA
               SET NTA-STAT-NEX TO TRUE.
       FIN-PRX-GNS-PRO-NTA.
           EXIT.
      *
      *    Aviso de notas al final del mensaje, en FRM-MENS y en el
      *    mensaje que viaja con la pantalla, cuando el registro en
      *    pantalla tiene notas; la invoca GNS-PRO-FRM antes de cada
      *    envio y RST-GNS-NTA-FRM repone los mensajes del programa
      *    despues del envio.
       APL-GNS-NTA-FRM SECTION.
       INI-APL-GNS-NTA-FRM.
           IF SCR-TNTA NOT > SPACES
               GO TO FIN-APL-GNS-NTA-FRM.
           MOVE SPACES TO NTA-WRK-POSI.
           PERFORM PRX-GNS-PRO-NTA THRU FIN-PRX-GNS-PRO-NTA.
           IF NOT NTA-STAT-OKS
               GO TO FIN-APL-GNS-NTA-FRM.
           MOVE FRM-MENS      TO NTA-SAV-MENS.
           MOVE FRM-GLS-MENS  TO NTA-SAV-GMEN.
           MOVE NTA-GLS-MARC  TO FRM-MENS( 73:7 ).
           MOVE NTA-GLS-MARC  TO FRM-GLS-MENS( 73:7 ).
           MOVE 'S' TO NTA-IND-MARC.
       FIN-APL-GNS-NTA-FRM.
           EXIT.
      *
       RST-GNS-NTA-FRM SECTION.
       INI-RST-GNS-NTA-FRM.
           IF NTA-IND-MARC = 'S'
               MOVE NTA-SAV-MENS TO FRM-MENS
               MOVE NTA-SAV-GMEN TO FRM-GLS-MENS
               MOVE 'N'          TO NTA-IND-MARC.
       FIN-RST-GNS-NTA-FRM.
           EXIT.
