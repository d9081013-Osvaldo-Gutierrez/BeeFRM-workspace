      * Referencia Cruzada Documento Nacional - CIC
      *
      *    La fusion de GNS-PRO-MRG limpia despues de que se emitio
      *    un segundo CIC para la misma persona o empresa; aqui se
      *    evita emitirlo. Cada documento ( tipo = encabezado de
      *    SCR-NDOC, numero = SCR-NDOC-DISP, ambos validados por
      *    GNS-VAL-NDOC ) tiene en NDX el CIC que se le asigno:
      *      - VER rechaza ( DUP ) el documento que ya tiene CIC
      *        vigente y deja el existente en NDX-SAL-ICIC, en forma
      *        de despliegue y siguiendo su alias de fusion; un vale
      *        de supervisor 'NDX' ligado al numero lo deja pasar.
      *      - ASG hace lo mismo y, si pasa, asigna el folio
      *        siguiente del centro NDX-ENT-CAI y registra el
      *        documento, todo en una sola unidad.
      *      - REG registra el CIC que el llamador asigno por su
      *        cuenta ( p.ej. desde un bloque reservado ) tras un VER
      *        aprobado; si el documento ya tenia CIC, el anterior
      *        queda en NDX-COD-IANT junto al supervisor del vale.
      *    Sin llamar a GNS-PRO-NDX, el llamador que graba el folio
      *    en CIC por su cuenta declara el documento en
      *    NDX-DOC-FOLI: GNS-FIO-CIC lo verifica antes de grabar
      *    ( CHK-GNS-NDX-CIC, rechazo con FIO-STAT-DAK ) y lo
      *    registra al folio grabado ( REG-GNS-NDX-CIC ).
       GNS-PRO-NDX SECTION.
       INI-GNS-PRO-NDX.
           SET NDX-STAT-OKS TO TRUE.
           MOVE SPACES TO NDX-CMSG NDX-SAL-ICIC NDX-WRK-ICIC.
           GO TO VER-GNS-PRO-NDX ASG-GNS-PRO-NDX REG-GNS-PRO-NDX
           DEPENDING ON NDX-CMND.
           MOVE 'ABORTO, comando invalido en GNS-PRO-NDX:' TO SYS-MEN1.
           MOVE NDX-CMND                                   TO SYS-MEN2.
           MOVE SYS-ABOR TO SYS-CMND.
           PERFORM GNS-PRO-SYS.
      *
       VER-GNS-PRO-NDX.
           PERFORM VAL-GNS-PRO-NDX THRU FIN-VAL-GNS-PRO-NDX.
           IF NOT NDX-STAT-OKS
               GO TO LMP-GNS-PRO-NDX.
           PERFORM CHK-GNS-PRO-NDX THRU FIN-CHK-GNS-PRO-NDX.
           GO TO LMP-GNS-PRO-NDX.
      *
      *    el folio siguiente sale de la misma serie del centro
      *    ( GNS-PRO-CIW ) y se graba junto con la referencia
       ASG-GNS-PRO-NDX.
           PERFORM VAL-GNS-PRO-NDX THRU FIN-VAL-GNS-PRO-NDX.
           IF NOT NDX-STAT-OKS
               GO TO LMP-GNS-PRO-NDX.
           PERFORM CHK-GNS-PRO-NDX THRU FIN-CHK-GNS-PRO-NDX.
           IF NOT NDX-STAT-OKS
               GO TO LMP-GNS-PRO-NDX.
           MOVE SPACES      TO CIC.
           MOVE NDX-ENT-CAI TO CIC-CAI-ICIC IN CIC.
           MOVE 'GNS'       TO FIO-SIST.
           MOVE 'CIC-CAI-ICIC' TO FIO-AKEY.
           MOVE FIO-GET-KEY TO FIO-CMND.
           PERFORM GNS-FIO-CIC.
           IF NOT FIO-STAT-OKS OR CIC-IND-VIGE IN CIC = 'N'
               SET NDX-STAT-NEX TO TRUE
               GO TO LMP-GNS-PRO-NDX.
           MOVE CIW-FOL TO CIW-CMND.
           PERFORM GNS-PRO-CIW.
           COMPUTE NDX-NUM-SIGU = CIW-SAL-BASE + 1.
           MOVE ZEROES       TO VRF-NUME.
           MOVE NDX-NUM-SIGU TO VRF-NUME( 3:10 ).
           MOVE VRF-GET      TO VRF-CMND.
           PERFORM VAL-VRF.
           MOVE NDX-NUM-SIGU TO NDX-FOL-BASE.
           MOVE VRF-DVRF     TO NDX-FOL-DVRF.
           IF NDX-NUM-FOLI > CIW-SAL-TOPE
               SET NDX-STAT-RNG TO TRUE
               GO TO LMP-GNS-PRO-NDX.
           MOVE NDX-NUM-FOLI TO CIW-ENT-FOLI.
           MOVE CIW-ASF      TO CIW-CMND.
           PERFORM GNS-PRO-CIW.
           IF NOT CIW-STAT-OKS
               SET NDX-STAT-RNG TO TRUE
               GO TO LMP-GNS-PRO-NDX.
      *    el identificador nuevo en sus formas
           MOVE NDX-ENT-CAI  TO CIW-SAL-CAI.
           MOVE NDX-NUM-SIGU TO CIW-SAL-BASE.
           MOVE NDX-FOL-DVRF TO CIW-SAL-DVRF.
           PERFORM ARM-GNS-PRO-CIW THRU FIN-ARM-GNS-PRO-CIW.
           MOVE CIW-SAL-AMPL TO NDX-WRK-ICIC.
           MOVE CIW-SAL-DESP TO NDX-SAL-ICIC.
      *    todo o nada: folio del centro y referencia del documento
           MOVE FIO-BEG-TRN TO FIO-CMND.
           PERFORM GNS-FIO-DTC.
           MOVE SCR-USER     TO CIC-COD-ATRN IN CIC.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'CIC-CAI-ICIC' TO FIO-AKEY.
           MOVE FIO-MOD      TO FIO-CMND.
      *    la verificacion ya se hizo: el folio no pasa de nuevo por
      *    la del documento declarado
           MOVE NDX-DOC-FOLI TO NDX-SAV-BLOQ.
           MOVE SPACES       TO NDX-DOC-FOLI.
           PERFORM GNS-FIO-CIC.
           MOVE NDX-SAV-BLOQ TO NDX-DOC-FOLI.
           IF FIO-STAT-OKS
               PERFORM GRA-GNS-PRO-NDX THRU FIN-GRA-GNS-PRO-NDX.
           IF NOT FIO-STAT-OKS
               SET NDX-STAT-ERR TO TRUE
               MOVE SPACES      TO NDX-SAL-ICIC
               MOVE FIO-ABT-TRN TO FIO-CMND
               PERFORM GNS-FIO-DTC
               GO TO LMP-GNS-PRO-NDX.
           MOVE FIO-END-TRN TO FIO-CMND.
           PERFORM GNS-FIO-DTC.
           GO TO LMP-GNS-PRO-NDX.
      *
      *    el paso con vale queda del VER que precedio
       REG-GNS-PRO-NDX.
           MOVE NDX-ENT-ICIC TO CIW-ENT-IDEN.
           MOVE CIW-NOR      TO CIW-CMND.
           PERFORM GNS-PRO-CIW.
           IF NOT CIW-STAT-OKS
               SET NDX-STAT-FMT TO TRUE
               GO TO LMP-GNS-PRO-NDX.
           MOVE CIW-SAL-AMPL TO NDX-WRK-ICIC.
           MOVE CIW-SAL-DESP TO NDX-SAL-ICIC.
           PERFORM VAL-GNS-PRO-NDX THRU FIN-VAL-GNS-PRO-NDX.
           IF NOT NDX-STAT-OKS
               GO TO LMP-GNS-PRO-NDX.
           PERFORM GRA-GNS-PRO-NDX THRU FIN-GRA-GNS-PRO-NDX.
           IF NOT FIO-STAT-OKS
               SET NDX-STAT-ERR TO TRUE.
       LMP-GNS-PRO-NDX.
           MOVE ZEROES TO NDX-ENT-TOKN.
       FIN-GNS-PRO-NDX.
           EXIT.
      *
      *    Valida el documento con GNS-VAL-NDOC sin tocar el
      *    SCR-NDOC del llamador ( ni consumir rango de serie ni
      *    contar otra presentacion: la papeleria ya se conto y la
      *    presentacion ya se registro al presentarse ).
       VAL-GNS-PRO-NDX SECTION.
       INI-VAL-GNS-PRO-NDX.
           IF NDX-ENT-NUME NOT > SPACES
               SET NDX-STAT-NDC TO TRUE
               MOVE 'NDX    NUM' TO NDX-CMSG
               GO TO FIN-VAL-GNS-PRO-NDX.
           MOVE SCR-NDOC     TO NDX-SAV-NDOC.
           MOVE NDC-STL-NDOC TO NDX-SAV-STLN.
           MOVE NDC-RNG-NDOC TO NDX-SAV-RNGN.
           MOVE NDC-VEL-ACTV TO NDX-SAV-VELA.
           MOVE NDX-ENT-NDOC TO SCR-NDOC.
           MOVE NDX-ENT-NDOC TO NDC-STL-NDOC.
           MOVE ZEROES       TO NDC-RNG-NDOC.
           MOVE 'N'          TO NDC-VEL-ACTV.
           PERFORM GNS-VAL-NDOC.
           MOVE NDX-SAV-NDOC TO SCR-NDOC.
           MOVE NDX-SAV-STLN TO NDC-STL-NDOC.
           MOVE NDX-SAV-RNGN TO NDC-RNG-NDOC.
           MOVE NDX-SAV-VELA TO NDC-VEL-ACTV.
           MOVE NDC-CMSG     TO NDX-CMSG.
           IF NDC-STAT NOT = ZERO
               SET NDX-STAT-NDC TO TRUE.
       FIN-VAL-GNS-PRO-NDX.
           EXIT.
      *
      *    Documento con CIC vigente: DUP con el existente a la
      *    vista, salvo vale 'NDX' del terminal ligado al numero.
       CHK-GNS-PRO-NDX SECTION.
       INI-CHK-GNS-PRO-NDX.
           MOVE 'N'    TO NDX-IND-OVRD NDX-IND-EXIS.
           MOVE SPACES TO NDX-SAL-SUPE.
           MOVE SPACES       TO NDX.
           MOVE NDX-ENT-TDOC TO NDX-COD-TDOC.
           MOVE NDX-ENT-NUME TO NDX-NUM-NDOC.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NDX-KEY-INDX' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-NDX.
           IF NOT FIO-STAT-OKS OR NDX-IND-VIGE = 'N'
               GO TO FIN-CHK-GNS-PRO-NDX.
           MOVE 'S' TO NDX-IND-EXIS.
      *    el existente, fusionado o no, en forma de despliegue
           MOVE NDX-COD-ICIC TO NDX-WRK-SOBR.
           PERFORM ALS-GNS-PRO-NDX THRU FIN-ALS-GNS-PRO-NDX.
           MOVE NDX-WRK-SOBR TO CIW-ENT-IDEN.
           MOVE CIW-NOR      TO CIW-CMND.
           PERFORM GNS-PRO-CIW.
           MOVE CIW-SAL-DESP TO NDX-SAL-ICIC.
           MOVE 'N' TO OVR-IND-VALE.
           IF NDX-ENT-TOKN > ZEROES
               MOVE TSK-TERM-ALF  TO OVR-ENT-TERM
               MOVE 'NDX'         TO OVR-ENT-MOTV
               MOVE NDX-ENT-TOKN  TO OVR-ENT-TOKN
               MOVE NDX-ENT-NDOC  TO OVR-ENT-CLAV
               MOVE NDX-ENT-NUME( 2:10 ) TO NDX-WRK-LIGA
               MOVE NDX-WRK-LIGA  TO OVR-ENT-LIGA
               PERFORM CHK-GNS-OVR.
           IF OVR-IND-VALE = 'S'
               MOVE 'S'          TO NDX-IND-OVRD
               MOVE OVR-DSC-SUPE TO NDX-SAL-SUPE
               GO TO FIN-CHK-GNS-PRO-NDX.
           SET NDX-STAT-DUP TO TRUE.
           MOVE 'NDX    DUP' TO NDX-CMSG.
       FIN-CHK-GNS-PRO-NDX.
           EXIT.
      *
      *    Sigue UNA vez el alias de fusion ( TAB 'ALS', clave la
      *    forma clasica ) del identificador ampliado que esta en
      *    NDX-WRK-SOBR y lo deja ahi mismo cambiado por su
      *    sobreviviente. Un numero que no cabe en la forma clasica
      *    nunca fue fusionado.
       ALS-GNS-PRO-NDX SECTION.
       INI-ALS-GNS-PRO-NDX.
           IF NDX-WRK-SOBR( 5:3 ) NOT = '000'
               GO TO FIN-ALS-GNS-PRO-NDX.
           MOVE NDX-WRK-SOBR( 1:4 ) TO NDX-WRK-CLAS( 1:4 ).
           MOVE NDX-WRK-SOBR( 8:8 ) TO NDX-WRK-CLAS( 5:8 ).
           MOVE SPACES         TO TAB.
           MOVE 'ALS'          TO TAB-COD-TTAB IN TAB.
           MOVE NDX-WRK-CLAS   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               GO TO FIN-ALS-GNS-PRO-NDX.
           MOVE TAB-GLS-DESC IN TAB TO ALS-WRK-DESC.
           IF ALS-DSC-SOBR NOT > SPACES
               GO TO FIN-ALS-GNS-PRO-NDX.
           MOVE ALS-DSC-SOBR( 1:4 ) TO NDX-WRK-SOBR( 1:4 ).
           MOVE '000'               TO NDX-WRK-SOBR( 5:3 ).
           MOVE ALS-DSC-SOBR( 5:8 ) TO NDX-WRK-SOBR( 8:8 ).
       FIN-ALS-GNS-PRO-NDX.
           EXIT.
      *
      *    Graba la referencia del documento al identificador
      *    NDX-WRK-ICIC: nueva con FIO-PUT o, si el documento ya
      *    tenia fila, regrabada guardando el CIC anterior.
       GRA-GNS-PRO-NDX SECTION.
       INI-GRA-GNS-PRO-NDX.
           PERFORM GET-FHOY.
           MOVE SPACES       TO NDX.
           MOVE NDX-ENT-TDOC TO NDX-COD-TDOC.
           MOVE NDX-ENT-NUME TO NDX-NUM-NDOC.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NDX-KEY-INDX' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-NDX.
           IF NOT FIO-STAT-OKS
               MOVE SPACES       TO NDX
               MOVE NDX-ENT-TDOC TO NDX-COD-TDOC
               MOVE NDX-ENT-NUME TO NDX-NUM-NDOC
               MOVE FIO-PUT      TO FIO-CMND
               GO TO ARM-GRA-GNS-PRO-NDX.
           IF NDX-COD-ICIC NOT = NDX-WRK-ICIC
               MOVE NDX-COD-ICIC TO NDX-COD-IANT.
           MOVE FIO-MOD TO FIO-CMND.
       ARM-GRA-GNS-PRO-NDX.
           MOVE HOY-FHOY     TO NDX-FEC-ASIG.
           MOVE 'S'          TO NDX-IND-VIGE.
           MOVE NDX-WRK-ICIC TO NDX-COD-ICIC.
           MOVE SPACES       TO NDX-COD-SUPE.
           IF NDX-IND-OVRD = 'S'
               MOVE NDX-SAL-SUPE TO NDX-COD-SUPE.
           MOVE SCR-USER     TO NDX-COD-ATRN.
           MOVE 'A'          TO NDX-IND-ORIG.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NDX-KEY-INDX' TO FIO-AKEY.
           PERFORM GNS-FIO-NDX.
       FIN-GRA-GNS-PRO-NDX.
           EXIT.
      *
      *    Documento declarado ( NDX-DOC-FOLI ) para el folio que
      *    GNS-FIO-CIC esta por grabar: VAL y CHK de GNS-PRO-NDX en
      *    medio de la llamada, con los buffers del llamador
      *    respaldados. Si pasa deja NDX-IND-DOCU en 'S'; si no,
      *    NDX-STAT y NDX-SAL-ICIC dicen por que.
       CHK-GNS-NDX-CIC SECTION.
       INI-CHK-GNS-NDX-CIC.
           PERFORM SAV-GNS-NDX-CIC THRU FIN-SAV-GNS-NDX-CIC.
           SET NDX-STAT-OKS TO TRUE.
           MOVE 'N'          TO NDX-IND-DOCU.
           MOVE SPACES       TO NDX-CMSG NDX-SAL-ICIC.
           MOVE NDX-DOC-FOLI TO NDX-ENT-NDOC.
           PERFORM VAL-GNS-PRO-NDX THRU FIN-VAL-GNS-PRO-NDX.
           IF NDX-STAT-OKS
               PERFORM CHK-GNS-PRO-NDX THRU FIN-CHK-GNS-PRO-NDX.
           IF NDX-STAT-OKS
               MOVE 'S' TO NDX-IND-DOCU.
           PERFORM RPN-GNS-NDX-CIC THRU FIN-RPN-GNS-NDX-CIC.
       FIN-CHK-GNS-NDX-CIC.
           EXIT.
      *
      *    Registra el documento declarado al folio que GNS-FIO-CIC
      *    acaba de grabar ( el vigente del centro en CIC ). Si la
      *    referencia no se graba queda NDX-STAT-ERR; el folio ya
      *    esta entregado y GNS-BUS-NDX la reconstruye.
       REG-GNS-NDX-CIC SECTION.
       INI-REG-GNS-NDX-CIC.
           PERFORM SAV-GNS-NDX-CIC THRU FIN-SAV-GNS-NDX-CIC.
           MOVE NDX-DOC-FOLI TO NDX-ENT-NDOC.
           MOVE CIW-FOL      TO CIW-CMND.
           PERFORM GNS-PRO-CIW.
           MOVE CIW-SAL-AMPL TO NDX-WRK-ICIC.
           MOVE CIW-SAL-DESP TO NDX-SAL-ICIC.
           PERFORM GRA-GNS-PRO-NDX THRU FIN-GRA-GNS-PRO-NDX.
           IF NOT FIO-STAT-OKS
               SET NDX-STAT-ERR TO TRUE.
           PERFORM RPN-GNS-NDX-CIC THRU FIN-RPN-GNS-NDX-CIC.
       FIN-REG-GNS-NDX-CIC.
           EXIT.
      *
      *    Respaldo y reposicion del llamador de GNS-FIO-CIC
       SAV-GNS-NDX-CIC SECTION.
       INI-SAV-GNS-NDX-CIC.
           MOVE FIO-CMND     TO NDX-SAV-CMND.
           MOVE FIO-AKEY     TO NDX-SAV-AKEY.
           MOVE FIO-STAT     TO NDX-SAV-STAT.
           MOVE FIO-SIST     TO NDX-SAV-SIST.
           MOVE FIO-MENS     TO NDX-SAV-MENS.
           MOVE ADR-REQA     TO NDX-SAV-REQA.
           MOVE ADR-TAB-REQA TO NDX-SAV-TRQA.
           MOVE TAB          TO NDX-SAV-TREG.
           MOVE CIC          TO NDX-SAV-CREG.
           MOVE NDX-ENT-NDOC TO NDX-SAV-ENDC.
       FIN-SAV-GNS-NDX-CIC.
           EXIT.
      *
       RPN-GNS-NDX-CIC SECTION.
       INI-RPN-GNS-NDX-CIC.
           MOVE NDX-SAV-ENDC TO NDX-ENT-NDOC.
           MOVE NDX-SAV-CREG TO CIC.
           MOVE NDX-SAV-TREG TO TAB.
           MOVE NDX-SAV-CMND TO FIO-CMND.
           MOVE NDX-SAV-AKEY TO FIO-AKEY.
           MOVE NDX-SAV-STAT TO FIO-STAT.
           MOVE NDX-SAV-SIST TO FIO-SIST.
           MOVE NDX-SAV-MENS TO FIO-MENS.
           MOVE NDX-SAV-REQA TO ADR-REQA.
           MOVE NDX-SAV-TRQA TO ADR-TAB-REQA.
       FIN-RPN-GNS-NDX-CIC.
           EXIT.
