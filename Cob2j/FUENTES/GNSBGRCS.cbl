      * Recursos de Exclusion Mutua entre Cadenas y Pasos
      *
      *    Ya corren varias cadenas a la vez ( la nocturna, la de
      *    cierre de mes, las particiones de GNS-BUS-PAW ) y nada
      *    impedia que el archivador GNS-BUS-RET corriera mientras
      *    TOM-GNS-BUS-SNB saca la foto del catalogo, o una carga
      *    masiva GNS-BUS-LOD durante el extracto EXT. GNS-PRO-RCS
      *    toma ( ADQ ) o suelta ( LIB ) los recursos que el paso
      *    RCS-ENT-CADN + RCS-ENT-PASO declara en TAB 'JCR', y
      *    lista ( CON ) las tenencias vigentes en la cola SCR-QRCS.
      *    La toma es todo o nada: si algun recurso esta ocupado en
      *    modo incompatible no se toma ninguno y queda RCS-STAT-OCU
      *    con quien lo tiene; la espera la maneja el llamador. Las
      *    filas del propio paso no cuentan como ocupacion, para que
      *    el rearranque despues de una caida las vuelva a tomar.
       GNS-PRO-RCS SECTION.
       INI-GNS-PRO-RCS.
           SET RCS-STAT-OKS TO TRUE.
           GO TO ADQ-GNS-PRO-RCS LIB-GNS-PRO-RCS CON-GNS-PRO-RCS
           DEPENDING ON RCS-CMND.
           MOVE 'ABORTO, comando invalido en GNS-PRO-RCS:' TO SYS-MEN1.
           MOVE RCS-CMND                                   TO SYS-MEN2.
           MOVE SYS-ABOR TO SYS-CMND.
           PERFORM GNS-PRO-SYS.
      *
      *    primero se verifican todos, despues se toman todos
       ADQ-GNS-PRO-RCS.
           PERFORM DCL-GNS-PRO-RCS.
           MOVE ZERO TO RCS-SUB-RECU.
       VER-ADQ-GNS-PRO-RCS.
           ADD 1 TO RCS-SUB-RECU.
           IF RCS-SUB-RECU > 4
               GO TO TOM-ADQ-GNS-PRO-RCS.
           IF RCS-DCL-NOMB( RCS-SUB-RECU ) NOT > SPACES
               GO TO VER-ADQ-GNS-PRO-RCS.
           PERFORM VER-GNS-PRO-RCS.
           IF RCS-STAT-OCU
               GO TO FIN-GNS-PRO-RCS.
           GO TO VER-ADQ-GNS-PRO-RCS.
       TOM-ADQ-GNS-PRO-RCS.
           PERFORM GET-FHOY.
           ACCEPT RCS-HRA-TOMA FROM TIME.
           MOVE ZERO TO RCS-SUB-RECU.
       LUP-TOM-ADQ-GNS-PRO-RCS.
           ADD 1 TO RCS-SUB-RECU.
           IF RCS-SUB-RECU > 4
               GO TO FIN-GNS-PRO-RCS.
           IF RCS-DCL-NOMB( RCS-SUB-RECU ) NOT > SPACES
               GO TO LUP-TOM-ADQ-GNS-PRO-RCS.
           PERFORM TOM-GNS-PRO-RCS.
           GO TO LUP-TOM-ADQ-GNS-PRO-RCS.
      *
       LIB-GNS-PRO-RCS.
           PERFORM DCL-GNS-PRO-RCS.
           MOVE ZERO TO RCS-SUB-RECU.
       LUP-LIB-GNS-PRO-RCS.
           ADD 1 TO RCS-SUB-RECU.
           IF RCS-SUB-RECU > 4
               GO TO FIN-GNS-PRO-RCS.
           IF RCS-DCL-NOMB( RCS-SUB-RECU ) NOT > SPACES
               GO TO LUP-LIB-GNS-PRO-RCS.
           MOVE SPACES       TO TAB.
           MOVE 'RCS'        TO TAB-COD-TTAB IN TAB.
           MOVE RCS-DCL-NOMB( RCS-SUB-RECU ) TO RCS-KEY-NOMB.
           MOVE RCS-ENT-CADN TO RCS-KEY-CADN.
           MOVE RCS-ENT-PASO TO RCS-KEY-PASO.
           MOVE RCS-KEY-CTAB TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-DEL      TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           GO TO LUP-LIB-GNS-PRO-RCS.
      *
       CON-GNS-PRO-RCS.
           MOVE ZERO TO SCR-IRCS.
           MOVE SPACES         TO TAB.
           MOVE 'RCS'          TO TAB-COD-TTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
       LUP-CON-GNS-PRO-RCS.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'RCS'
               GO TO FIN-GNS-PRO-RCS.
           IF TAB-IND-VIGE IN TAB NOT = 'N'
               MOVE TAB-COD-CTAB IN TAB TO RCS-KEY-CTAB
               MOVE TAB-GLS-DESC IN TAB TO RCS-WRK-DESC
               MOVE RCS-KEY-NOMB TO RCS-LIN-NOMB
               MOVE RCS-DSC-MODO TO RCS-LIN-MODO
               MOVE RCS-KEY-CADN TO RCS-LIN-CADN
               MOVE RCS-KEY-PASO TO RCS-LIN-PASO
               MOVE RCS-DSC-PROG TO RCS-LIN-PROG
               MOVE RCS-DSC-FECH TO RCS-LIN-FECH
               MOVE RCS-DSC-HORA TO RCS-LIN-HORA
               ADD 1 TO SCR-IRCS
               MOVE 'PUT'    TO QUE-COM-SEND
               MOVE SPACES   TO QUE-NAM-SEND
               MOVE SCR-QRCS TO QUE-NAM-SEND
               MOVE SCR-IRCS TO QUE-NUM-SEND
               MOVE LENGTH OF RCS-LINE TO QUE-LAR-SEND
               MOVE SPACES   TO QUE-TRX-SEND
               MOVE RCS-LINE TO QUE-DAT-SEND
               PERFORM GNS-MSJ-QUE.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           GO TO LUP-CON-GNS-PRO-RCS.
       FIN-GNS-PRO-RCS.
           EXIT.
      *
      *    Declaracion del paso ( TAB 'JCR' ); sin fila, el paso no
      *    necesita ningun recurso.
       DCL-GNS-PRO-RCS SECTION.
       INI-DCL-GNS-PRO-RCS.
           MOVE SPACES       TO RCS-WRK-DECL.
           MOVE RCS-DEF-ESPE TO RCS-NUM-ESPE.
           MOVE SPACES       TO TAB.
           MOVE 'JCR'        TO TAB-COD-TTAB IN TAB.
           MOVE SPACES       TO TAB-COD-CTAB IN TAB.
           MOVE RCS-ENT-CADN TO TAB-COD-CTAB IN TAB ( 1:3 ).
           MOVE RCS-ENT-PASO TO TAB-COD-CTAB IN TAB ( 4:2 ).
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY  TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               GO TO FIN-DCL-GNS-PRO-RCS.
           MOVE TAB-GLS-DESC IN TAB TO RCS-WRK-DECL.
           IF RCS-DCL-ESPE IS NUMERIC
              AND RCS-DCL-ESPE-NUM > ZERO
               MOVE RCS-DCL-ESPE-NUM TO RCS-NUM-ESPE.
       FIN-DCL-GNS-PRO-RCS.
           EXIT.
      *
      *    Recorre las tenencias del recurso RCS-SUB-RECU: ocupado
      *    si otro paso lo tiene y alguno de los dos lo quiere
      *    exclusivo ( cualquier modo que no sea 'C' es exclusivo ).
       VER-GNS-PRO-RCS SECTION.
       INI-VER-GNS-PRO-RCS.
           MOVE SPACES       TO TAB.
           MOVE 'RCS'        TO TAB-COD-TTAB IN TAB.
           MOVE SPACES       TO RCS-KEY-CTAB.
           MOVE RCS-DCL-NOMB( RCS-SUB-RECU ) TO RCS-KEY-NOMB.
           MOVE RCS-KEY-CTAB TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
       LUP-VER-GNS-PRO-RCS.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'RCS'
              OR TAB-COD-CTAB IN TAB ( 1:7 )
                 NOT = RCS-DCL-NOMB( RCS-SUB-RECU )
               GO TO FIN-VER-GNS-PRO-RCS.
           IF TAB-IND-VIGE IN TAB = 'N'
               GO TO SIG-VER-GNS-PRO-RCS.
           MOVE TAB-COD-CTAB IN TAB TO RCS-KEY-CTAB.
           IF RCS-KEY-CADN = RCS-ENT-CADN
              AND RCS-KEY-PASO = RCS-ENT-PASO
               GO TO SIG-VER-GNS-PRO-RCS.
           MOVE TAB-GLS-DESC IN TAB TO RCS-WRK-DESC.
           IF RCS-DSC-MODO = 'C'
              AND RCS-DCL-MODO( RCS-SUB-RECU ) = 'C'
               GO TO SIG-VER-GNS-PRO-RCS.
           SET RCS-STAT-OCU TO TRUE.
           MOVE RCS-KEY-NOMB TO RCS-OCU-NOMB.
           MOVE RCS-KEY-CADN TO RCS-OCU-CADN.
           MOVE RCS-KEY-PASO TO RCS-OCU-PASO.
           MOVE RCS-DSC-PROG TO RCS-OCU-PROG.
           GO TO FIN-VER-GNS-PRO-RCS.
       SIG-VER-GNS-PRO-RCS.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           GO TO LUP-VER-GNS-PRO-RCS.
       FIN-VER-GNS-PRO-RCS.
           EXIT.
      *
      *    Graba la tenencia del paso sobre el recurso RCS-SUB-RECU.
       TOM-GNS-PRO-RCS SECTION.
       INI-TOM-GNS-PRO-RCS.
           MOVE SPACES       TO TAB.
           MOVE 'RCS'        TO TAB-COD-TTAB IN TAB.
           MOVE RCS-DCL-NOMB( RCS-SUB-RECU ) TO RCS-KEY-NOMB.
           MOVE RCS-ENT-CADN TO RCS-KEY-CADN.
           MOVE RCS-ENT-PASO TO RCS-KEY-PASO.
           MOVE RCS-KEY-CTAB TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY  TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS
               MOVE FIO-MOD TO FIO-CMND
           ELSE
               MOVE SPACES       TO TAB
               MOVE 'RCS'        TO TAB-COD-TTAB IN TAB
               MOVE RCS-KEY-CTAB TO TAB-COD-CTAB IN TAB
               MOVE FIO-PUT      TO FIO-CMND.
           MOVE SPACES       TO RCS-WRK-DESC.
           MOVE RCS-DCL-MODO( RCS-SUB-RECU ) TO RCS-DSC-MODO.
           IF RCS-DSC-MODO NOT = 'C'
               MOVE 'X' TO RCS-DSC-MODO.
           MOVE RCS-ENT-PROG TO RCS-DSC-PROG.
           MOVE HOY-FHOY     TO RCS-DSC-FECH.
           MOVE RCS-TOM-HMS  TO RCS-DSC-HORA.
           MOVE RCS-WRK-DESC TO TAB-GLS-DESC IN TAB.
           MOVE 'S'          TO TAB-IND-VIGE IN TAB.
           MOVE SCR-USER     TO TAB-COD-ATRN IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           PERFORM GNS-FIO-TAB.
       FIN-TOM-GNS-PRO-RCS.
           EXIT.
