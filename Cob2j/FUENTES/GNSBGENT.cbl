      * Modo Entrenamiento sobre la Red de Produccion
      *
      *    CHK-GNS-OPR-ENT la invoca la apertura de sesion
      *    ( SGN-GNS-PRO-OPR ) con el operador ya validado y el
      *    perfil del terminal cargado: si el operador esta marcado
      *    para entrenamiento, o el terminal es de practica, deja la
      *    sesion en modo entrenamiento con el DBID de la base de
      *    entrenamiento. GNS-PRO-OPR lo pasa a SCR-IENT / SCR-DENT
      *    al salir, despues de grabar el maestro de produccion.
       CHK-GNS-OPR-ENT SECTION.
       INI-CHK-GNS-OPR-ENT.
           MOVE 'N'  TO ENT-SAV-IENT.
           MOVE ZERO TO SCR-DENT.
           IF ENT-IND-ACTV NOT = 'S'
               GO TO FIN-CHK-GNS-OPR-ENT.
           IF OPR-IND-ENTR NOT = 'S'
              AND ( TRM-IND-PERF NOT = 'S'
                    OR TRM-DES-IENT NOT = 'S' )
               GO TO FIN-CHK-GNS-OPR-ENT.
           PERFORM LOD-GNS-ENT THRU FIN-LOD-GNS-ENT.
           MOVE 'S'          TO ENT-SAV-IENT.
           MOVE ENT-DBI-ENTR TO SCR-DENT.
       FIN-CHK-GNS-OPR-ENT.
           EXIT.
      *
      *    DBID de la base de entrenamiento: fila 'AMBIENTE' de TAB
      *    'ENT' ( descripcion, 4 ); sin fila, el de ENT-DBI-ENTR.
       LOD-GNS-ENT SECTION.
       INI-LOD-GNS-ENT.
           MOVE SPACES       TO TAB.
           MOVE 'ENT'        TO TAB-COD-TTAB IN TAB.
           MOVE 'AMBIENTE'   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY  TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               GO TO FIN-LOD-GNS-ENT.
           MOVE TAB-GLS-DESC IN TAB TO ENT-WRK-DESC.
           IF ENT-DSC-DBID IS NUMERIC AND ENT-DSC-DBID-RED > ZERO
               MOVE ENT-DSC-DBID-RED TO ENT-DBI-ENTR.
       FIN-LOD-GNS-ENT.
           EXIT.
      *
      *    Aviso de entrenamiento al frente del mensaje, en FRM-MENS
      *    y en el mensaje que viaja con la pantalla; la invoca
      *    GNS-PRO-FRM antes de cada envio y RST-GNS-ENT-FRM repone
      *    los mensajes del programa despues del envio.
       APL-GNS-ENT-FRM SECTION.
       INI-APL-GNS-ENT-FRM.
           IF SCR-IENT NOT = 'S'
               GO TO FIN-APL-GNS-ENT-FRM.
           MOVE FRM-MENS      TO ENT-SAV-MENS.
           MOVE FRM-GLS-MENS  TO ENT-SAV-GMEN.
           MOVE ENT-GLS-BANR  TO FRM-MENS( 1:16 ).
           MOVE ENT-SAV-MENS  TO FRM-MENS( 17:63 ).
           MOVE ENT-GLS-BANR  TO FRM-GLS-MENS( 1:16 ).
           MOVE ENT-SAV-GMEN  TO FRM-GLS-MENS( 17:63 ).
           MOVE 'S' TO ENT-IND-BANR.
       FIN-APL-GNS-ENT-FRM.
           EXIT.
      *
       RST-GNS-ENT-FRM SECTION.
       INI-RST-GNS-ENT-FRM.
           IF ENT-IND-BANR = 'S'
               MOVE ENT-SAV-MENS TO FRM-MENS
               MOVE ENT-SAV-GMEN TO FRM-GLS-MENS
               MOVE 'N'          TO ENT-IND-BANR.
       FIN-RST-GNS-ENT-FRM.
           EXIT.
