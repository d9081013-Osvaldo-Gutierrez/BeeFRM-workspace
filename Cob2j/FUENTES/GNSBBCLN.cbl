      *Clonacion del juego de catalogos para el alta de un sistema
      *nuevo: recorre las solicitudes pendientes de TAB 'CLN' y, por
      *cada una, copia del sistema origen al sistema nuevo las
      *entradas de IDD, las filas de TAB, MSC y MSG y las opciones de
      *MNU, aplicando la lista de sustituciones TAB 'CLS' ( codigos,
      *programas, formularios, DBID ). Nada se graba en produccion:
      *IDD, TAB, MSC y MSG quedan estacionados en el doble control
      *( GNS-PRO-PND ) y el menu queda en el area de armado de la
      *promocion de menu, que se valida y promueve despues con
      *GNS-BUS-MNP. Las entradas 'IDE' de IDD deben aprobarse antes
      *que las filas de catalogo del sistema nuevo, porque estas no
      *se aplican mientras el sistema no resuelva su base. Cada fila
      *clonada o dejada fuera por conflicto queda en la cola
      *SCR-QCLN; la solicitud queda terminada ( 'T' ) o rechazada
      *( 'E' ) con la fecha de la corrida. Deja en CLN-CNT-SOLI las
      *solicitudes procesadas, en CLN-CNT-CLON las filas clonadas y
      *en CLN-CNT-CONF las dejadas fuera.
       GNS-BUS-CLN SECTION.
       INI-GNS-BUS-CLN.
           MOVE ZEROES TO CLN-CNT-SOLI CLN-CNT-CLON CLN-CNT-CONF
                          SCR-ICLN.
           IF CLN-IND-ACTV NOT = 'S'
               GO TO FIN-GNS-BUS-CLN.
           PERFORM GET-FHOY.
           MOVE HOY-FHOY     TO CLN-WRK-FHOY.
           MOVE SPACES       TO TAB.
           MOVE 'CLN'        TO TAB-COD-TTAB IN TAB.
       LUP-GNS-BUS-CLN.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'CLN'
               GO TO FIN-GNS-BUS-CLN.
           MOVE TAB-GLS-DESC IN TAB TO CLN-WRK-DESC.
           MOVE TAB-COD-CTAB IN TAB ( 1:3 ) TO CLN-ENT-SNUE.
           IF TAB-IND-VIGE IN TAB = 'N'
              OR CLN-DSC-ESTA NOT = 'P'
               GO TO SIG-GNS-BUS-CLN.
           ADD 1 TO CLN-CNT-SOLI.
           MOVE CLN-DSC-SORI TO CLN-ENT-SORI.
           MOVE MNP-DBID-STG TO CLN-DBI-STG.
           IF CLN-DSC-DSTG IS NUMERIC AND CLN-DSC-DSTG-RED > ZERO
               MOVE CLN-DSC-DSTG-RED TO CLN-DBI-STG.
           PERFORM CLO-GNS-BUS-CLN THRU FIN-CLO-GNS-BUS-CLN.
      *
      *    la solicitud se cierra con su resultado
           MOVE SPACES       TO TAB.
           MOVE 'CLN'        TO TAB-COD-TTAB IN TAB.
           MOVE CLN-ENT-SNUE TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
               GO TO SIG-GNS-BUS-CLN.
           MOVE TAB-GLS-DESC IN TAB TO CLN-WRK-DESC.
           IF CLN-STAT-OKS
               MOVE 'T' TO CLN-DSC-ESTA
           ELSE
               MOVE 'E' TO CLN-DSC-ESTA.
           MOVE CLN-WRK-FHOY TO CLN-DSC-FECH.
           MOVE CLN-WRK-DESC TO TAB-GLS-DESC IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
      *
      *    el recorrido sigue desde la solicitud procesada
       SIG-GNS-BUS-CLN.
           MOVE SPACES       TO TAB.
           MOVE 'CLN'        TO TAB-COD-TTAB IN TAB.
           MOVE CLN-ENT-SNUE TO TAB-COD-CTAB IN TAB.
           GO TO LUP-GNS-BUS-CLN.
       FIN-GNS-BUS-CLN.
           EXIT.
      *
      *    Una solicitud: CLN-ENT-SORI -> CLN-ENT-SNUE.
       CLO-GNS-BUS-CLN SECTION.
       INI-CLO-GNS-BUS-CLN.
           SET CLN-STAT-OKS TO TRUE.
           IF CLN-ENT-SORI NOT > SPACES
              OR CLN-ENT-SNUE NOT > SPACES
              OR CLN-ENT-SORI = CLN-ENT-SNUE
               SET CLN-STAT-INV TO TRUE
               GO TO CIE-CLO-GNS-BUS-CLN.
           MOVE CLN-ENT-SORI TO CLN-COD-SRES.
           PERFORM RES-GNS-PRO-CLN THRU FIN-RES-GNS-PRO-CLN.
           IF CLN-IND-RESU NOT = 'S'
               SET CLN-STAT-NEX TO TRUE
               GO TO CIE-CLO-GNS-BUS-CLN.
           PERFORM CAR-GNS-BUS-CLN THRU FIN-CAR-GNS-BUS-CLN.
           IF NOT CLN-STAT-OKS
               GO TO CIE-CLO-GNS-BUS-CLN.
      *
      *    solo si el sistema nuevo ya tiene base puede haber filas
      *    suyas con las que choquen las clonadas
           MOVE CLN-ENT-SNUE TO CLN-COD-SRES.
           PERFORM RES-GNS-PRO-CLN THRU FIN-RES-GNS-PRO-CLN.
           MOVE CLN-IND-RESU TO CLN-IND-DEST.
           PERFORM IDE-GNS-BUS-CLN THRU FIN-IDE-GNS-BUS-CLN.
           MOVE 'TAB' TO CLN-COD-TREG.
           PERFORM CAT-GNS-BUS-CLN THRU FIN-CAT-GNS-BUS-CLN.
           MOVE 'MSC' TO CLN-COD-TREG.
           PERFORM CAT-GNS-BUS-CLN THRU FIN-CAT-GNS-BUS-CLN.
           MOVE 'MSG' TO CLN-COD-TREG.
           PERFORM CAT-GNS-BUS-CLN THRU FIN-CAT-GNS-BUS-CLN.
           PERFORM MNU-GNS-BUS-CLN THRU FIN-MNU-GNS-BUS-CLN.
       CIE-CLO-GNS-BUS-CLN.
           MOVE SPACES       TO CLN-LINE.
           MOVE CLN-ENT-SORI TO CLN-LIN-SORI.
           MOVE CLN-ENT-SNUE TO CLN-LIN-SNUE.
           MOVE 'CLN'        TO CLN-LIN-TREG.
           MOVE CLN-STAT     TO CLN-LIN-RSLT.
           PERFORM PUT-GNS-BUS-CLN THRU FIN-PUT-GNS-BUS-CLN.
       FIN-CLO-GNS-BUS-CLN.
           EXIT.
      *
      *    Carga la lista de sustituciones TAB 'CLS' del sistema
      *    nuevo; una lista mas larga que la tabla de trabajo no se
      *    aplica a medias: la solicitud se rechaza.
       CAR-GNS-BUS-CLN SECTION.
       INI-CAR-GNS-BUS-CLN.
           MOVE ZERO         TO CLN-NUM-NSUS.
           MOVE SPACES       TO TAB.
           MOVE 'CLS'        TO TAB-COD-TTAB IN TAB.
           MOVE CLN-ENT-SNUE TO TAB-COD-CTAB IN TAB.
       LUP-CAR-GNS-BUS-CLN.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'CLS'
              OR TAB-COD-CTAB IN TAB ( 1:3 ) NOT = CLN-ENT-SNUE
               GO TO FIN-CAR-GNS-BUS-CLN.
           IF TAB-IND-VIGE IN TAB = 'N'
               GO TO LUP-CAR-GNS-BUS-CLN.
           IF CLN-NUM-NSUS NOT < 30
               SET CLN-STAT-INV TO TRUE
               GO TO FIN-CAR-GNS-BUS-CLN.
           MOVE TAB-GLS-DESC IN TAB TO CLN-WRK-SUST.
           ADD 1 TO CLN-NUM-NSUS.
           MOVE CLN-WSU-TIPO TO CLN-SUS-TIPO( CLN-NUM-NSUS ).
           MOVE CLN-WSU-VANT TO CLN-SUS-VANT( CLN-NUM-NSUS ).
           MOVE CLN-WSU-VNUE TO CLN-SUS-VNUE( CLN-NUM-NSUS ).
           GO TO LUP-CAR-GNS-BUS-CLN.
       FIN-CAR-GNS-BUS-CLN.
           EXIT.
      *
      *    Sustituye CLN-WRK-CAMP si la lista trae su valor viejo
      *    para el tipo CLN-WRK-TIPO ( la primera que calce ).
       SUS-GNS-BUS-CLN SECTION.
       INI-SUS-GNS-BUS-CLN.
           MOVE 1 TO CLN-NUM-ISUS.
       LUP-SUS-GNS-BUS-CLN.
           IF CLN-NUM-ISUS > CLN-NUM-NSUS
               GO TO FIN-SUS-GNS-BUS-CLN.
           IF CLN-SUS-TIPO( CLN-NUM-ISUS ) = CLN-WRK-TIPO
              AND CLN-SUS-VANT( CLN-NUM-ISUS ) = CLN-WRK-CAMP
               MOVE CLN-SUS-VNUE( CLN-NUM-ISUS ) TO CLN-WRK-CAMP
               GO TO FIN-SUS-GNS-BUS-CLN.
           ADD 1 TO CLN-NUM-ISUS.
           GO TO LUP-SUS-GNS-BUS-CLN.
       FIN-SUS-GNS-BUS-CLN.
           EXIT.
      *
      *    Entradas de IDD del sistema origen ( tabla en memoria ):
      *    cada una se estaciona como pendiente 'IDE' con el sistema
      *    nuevo y su DBID sustituido, salvo que la entrada nueva ya
      *    exista o que el registro IDD no tenga casillas libres.
       IDE-GNS-BUS-CLN SECTION.
       INI-IDE-GNS-BUS-CLN.
           MOVE 'IDE' TO CLN-COD-TREG.
           MOVE ZERO  TO CLN-NUM-LIBR.
           MOVE 1     TO CLN-NUM-IENT.
       LIB-IDE-GNS-BUS-CLN.
           IF CLN-NUM-IENT > 99
               GO TO RCR-IDE-GNS-BUS-CLN.
           IF IDD-SIST( CLN-NUM-IENT ) NOT > SPACES
               ADD 1 TO CLN-NUM-LIBR.
           ADD 1 TO CLN-NUM-IENT.
           GO TO LIB-IDE-GNS-BUS-CLN.
       RCR-IDE-GNS-BUS-CLN.
           MOVE 1 TO CLN-NUM-IENT.
       LUP-IDE-GNS-BUS-CLN.
           IF CLN-NUM-IENT > 99
               GO TO FIN-IDE-GNS-BUS-CLN.
           IF IDD-SIST( CLN-NUM-IENT ) NOT = CLN-ENT-SORI
               GO TO SIG-IDE-GNS-BUS-CLN.
           MOVE SPACES       TO CLN-LINE.
           MOVE CLN-ENT-SORI TO CLN-LIN-SORI.
           MOVE CLN-ENT-SNUE TO CLN-LIN-SNUE.
           MOVE 'IDE'        TO CLN-LIN-TREG.
           MOVE IDD-CIDD     TO CLN-LIN-CANT( 1:12 ).
           MOVE IDD-DENT( CLN-NUM-IENT ) TO CLN-LIN-CANT( 13:7 ).
           MOVE IDD-VSIS( CLN-NUM-IENT ) TO CLN-WRK-EIDD.
           MOVE CLN-ENT-SNUE TO CLN-EID-SIST.
           MOVE 'D'          TO CLN-WRK-TIPO.
           MOVE CLN-EID-IENT TO CLN-WRK-CAMP.
           PERFORM SUS-GNS-BUS-CLN THRU FIN-SUS-GNS-BUS-CLN.
           MOVE CLN-WRK-CAMP TO CLN-EID-IENT.
           MOVE IDD-CIDD     TO CLN-LIN-CNUE( 1:12 ).
           MOVE CLN-EID-DENT TO CLN-LIN-CNUE( 13:7 ).
           MOVE CLN-EID-DENT TO IDD-DAUX.
           SEARCH ALL IDD-VSIS
               AT END
                   NEXT SENTENCE
               WHEN IDD-DENT( IDD-ITBL ) = IDD-DAUX
                   GO TO CNF-IDE-GNS-BUS-CLN.
           IF CLN-NUM-LIBR = ZERO
               MOVE 'TOP' TO CLN-LIN-RSLT
               ADD 1 TO CLN-CNT-CONF
               PERFORM PUT-GNS-BUS-CLN THRU FIN-PUT-GNS-BUS-CLN
               GO TO SIG-IDE-GNS-BUS-CLN.
           SUBTRACT 1 FROM CLN-NUM-LIBR.
           MOVE SPACES       TO CLN-IMG-REGI.
           MOVE CLN-WRK-EIDD TO CLN-IMG-REGI.
           PERFORM PRK-GNS-BUS-CLN THRU FIN-PRK-GNS-BUS-CLN.
           GO TO SIG-IDE-GNS-BUS-CLN.
       CNF-IDE-GNS-BUS-CLN.
           MOVE 'CNF' TO CLN-LIN-RSLT.
           ADD 1 TO CLN-CNT-CONF.
           PERFORM PUT-GNS-BUS-CLN THRU FIN-PUT-GNS-BUS-CLN.
       SIG-IDE-GNS-BUS-CLN.
           ADD 1 TO CLN-NUM-IENT.
           GO TO LUP-IDE-GNS-BUS-CLN.
       FIN-IDE-GNS-BUS-CLN.
           EXIT.
      *
      *    Filas del catalogo CLN-COD-TREG ( TAB / MSC / MSG ) del
      *    sistema origen, estacionadas para el sistema nuevo.
       CAT-GNS-BUS-CLN SECTION.
       INI-CAT-GNS-BUS-CLN.
           MOVE SPACES TO CLN-SAV-CLAV.
       LUP-CAT-GNS-BUS-CLN.
           PERFORM NXT-GNS-BUS-CLN THRU FIN-NXT-GNS-BUS-CLN.
           IF NOT FIO-STAT-OKS
               GO TO FIN-CAT-GNS-BUS-CLN.
      *    las claves de firma de los eventos ( TAB 'MAC' ) son de
      *    cada sistema y no se clonan
           IF CLN-COD-TREG = 'TAB'
              AND TAB-COD-TTAB IN TAB = 'MAC'
               GO TO LUP-CAT-GNS-BUS-CLN.
           MOVE SPACES       TO CLN-LINE.
           MOVE CLN-ENT-SORI TO CLN-LIN-SORI.
           MOVE CLN-ENT-SNUE TO CLN-LIN-SNUE.
           MOVE CLN-COD-TREG TO CLN-LIN-TREG.
           MOVE CLN-SAV-CLAV TO CLN-LIN-CANT.
           PERFORM SUC-GNS-BUS-CLN THRU FIN-SUC-GNS-BUS-CLN.
           IF CLN-IND-DEST = 'S'
               PERFORM EXI-GNS-BUS-CLN THRU FIN-EXI-GNS-BUS-CLN
               IF FIO-STAT-OKS
                   MOVE 'CNF' TO CLN-LIN-RSLT
                   ADD 1 TO CLN-CNT-CONF
                   PERFORM PUT-GNS-BUS-CLN THRU FIN-PUT-GNS-BUS-CLN
                   GO TO LUP-CAT-GNS-BUS-CLN.
           MOVE CLN-ENT-SNUE TO PND-ENT-SIST.
           PERFORM PRK-GNS-BUS-CLN THRU FIN-PRK-GNS-BUS-CLN.
           GO TO LUP-CAT-GNS-BUS-CLN.
       FIN-CAT-GNS-BUS-CLN.
           EXIT.
      *
      *    Fila siguiente del sistema origen a partir de la llave
      *    CLN-SAV-CLAV, que queda con la llave leida.
       NXT-GNS-BUS-CLN SECTION.
       INI-NXT-GNS-BUS-CLN.
           MOVE CLN-ENT-SORI TO FIO-SIST.
           MOVE FIO-FND-GRT  TO FIO-CMND.
           IF CLN-COD-TREG = 'TAB'
               MOVE SPACES TO TAB
               MOVE CLN-SAV-CLAV( 1:15 ) TO TAB-COD-TABL IN TAB
               MOVE 'TAB-COD-TABL' TO FIO-AKEY
               PERFORM GNS-FIO-TAB
               MOVE TAB-COD-TABL IN TAB TO CLN-SAV-CLAV
           ELSE
           IF CLN-COD-TREG = 'MSC'
               MOVE SPACES TO MSC
               MOVE CLN-SAV-CLAV( 1:15 ) TO MSC-COD-TABL IN MSC
               MOVE 'MSC-COD-TABL' TO FIO-AKEY
               PERFORM GNS-FIO-MSC
               MOVE MSC-COD-TABL IN MSC TO CLN-SAV-CLAV
           ELSE
               MOVE SPACES TO MSG
               MOVE CLN-SAV-CLAV( 1:15 ) TO MSG-COD-TABL IN MSG
               MOVE 'MSG-COD-TABL' TO FIO-AKEY
               PERFORM GNS-FIO-MSG
               MOVE MSG-COD-TABL IN MSG TO CLN-SAV-CLAV.
       FIN-NXT-GNS-BUS-CLN.
           EXIT.
      *
      *    Sustituciones de la fila leida: el codigo de la llave
      *    ( TAB-COD-CTAB, MSC-COD-CMSC, MSG-COD-TMSG ) y su copia en
      *    la llave CIC cuando la repetia; la fila sustituida queda
      *    en CLN-IMG-REGI y su llave en CLN-LIN-CNUE.
       SUC-GNS-BUS-CLN SECTION.
       INI-SUC-GNS-BUS-CLN.
           MOVE 'C' TO CLN-WRK-TIPO.
           IF CLN-COD-TREG = 'TAB'
               MOVE TAB-COD-CTAB IN TAB TO CLN-SAV-CODI CLN-WRK-CAMP
               PERFORM SUS-GNS-BUS-CLN THRU FIN-SUS-GNS-BUS-CLN
               MOVE CLN-WRK-CAMP TO TAB-COD-CTAB IN TAB
               IF TAB-CIC-CTAB IN TAB = CLN-SAV-CODI
                   MOVE CLN-WRK-CAMP TO TAB-CIC-CTAB IN TAB.
           IF CLN-COD-TREG = 'TAB'
               MOVE TAB TO CLN-IMG-REGI
               MOVE TAB-COD-TABL IN TAB TO CLN-LIN-CNUE
               GO TO FIN-SUC-GNS-BUS-CLN.
           IF CLN-COD-TREG = 'MSC'
               MOVE MSC-COD-CMSC IN MSC TO CLN-SAV-CODI CLN-WRK-CAMP
               PERFORM SUS-GNS-BUS-CLN THRU FIN-SUS-GNS-BUS-CLN
               MOVE CLN-WRK-CAMP TO MSC-COD-CMSC IN MSC
               IF MSC-CIC-CMSC IN MSC = CLN-SAV-CODI
                   MOVE CLN-WRK-CAMP TO MSC-CIC-CMSC IN MSC.
           IF CLN-COD-TREG = 'MSC'
               MOVE MSC TO CLN-IMG-REGI
               MOVE MSC-COD-TABL IN MSC TO CLN-LIN-CNUE
               GO TO FIN-SUC-GNS-BUS-CLN.
           MOVE MSG-COD-TMSG IN MSG TO CLN-SAV-CODI CLN-WRK-CAMP.
           PERFORM SUS-GNS-BUS-CLN THRU FIN-SUS-GNS-BUS-CLN.
           MOVE CLN-WRK-CAMP TO MSG-COD-TMSG IN MSG.
           IF MSG-CIC-TMSG IN MSG = CLN-SAV-CODI
               MOVE CLN-WRK-CAMP TO MSG-CIC-TMSG IN MSG.
           MOVE MSG TO CLN-IMG-REGI.
           MOVE MSG-COD-TABL IN MSG TO CLN-LIN-CNUE.
       FIN-SUC-GNS-BUS-CLN.
           EXIT.
      *
      *    Existe ya en el sistema nuevo la fila de CLN-IMG-REGI ?
      *    ( FIO-STAT-OKS si existe )
       EXI-GNS-BUS-CLN SECTION.
       INI-EXI-GNS-BUS-CLN.
           MOVE CLN-ENT-SNUE TO FIO-SIST.
           MOVE FIO-GET-KEY  TO FIO-CMND.
           IF CLN-COD-TREG = 'TAB'
               MOVE CLN-IMG-REGI TO TAB
               MOVE 'TAB-COD-TABL' TO FIO-AKEY
               PERFORM GNS-FIO-TAB
           ELSE
           IF CLN-COD-TREG = 'MSC'
               MOVE CLN-IMG-REGI TO MSC
               MOVE 'MSC-COD-TABL' TO FIO-AKEY
               PERFORM GNS-FIO-MSC
           ELSE
               MOVE CLN-IMG-REGI TO MSG
               MOVE 'MSG-COD-TABL' TO FIO-AKEY
               PERFORM GNS-FIO-MSG.
       FIN-EXI-GNS-BUS-CLN.
           EXIT.
      *
      *    Opciones de menu del sistema origen ( MNU-COD-SYST ),
      *    grabadas con el sistema nuevo en el area de armado
      *    CLN-DBI-STG. Un area vacia se siembra antes con el menu
      *    vivo completo, para que la promocion posterior no lo
      *    pierda; una opcion cuya llave nueva ya esta en el area
      *    queda fuera por conflicto.
       MNU-GNS-BUS-CLN SECTION.
       INI-MNU-GNS-BUS-CLN.
           MOVE 'MNU'        TO CLN-COD-TREG.
           IF CLN-DBI-STG NOT > ZERO
               MOVE SPACES       TO CLN-LINE
               MOVE CLN-ENT-SORI TO CLN-LIN-SORI
               MOVE CLN-ENT-SNUE TO CLN-LIN-SNUE
               MOVE 'MNU'        TO CLN-LIN-TREG
               MOVE 'SAR'        TO CLN-LIN-RSLT
               PERFORM PUT-GNS-BUS-CLN THRU FIN-PUT-GNS-BUS-CLN
               GO TO FIN-MNU-GNS-BUS-CLN.
           MOVE SPACES       TO MNU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'MNU-COD-NEMO' TO FIO-AKEY.
           MOVE CLN-DBI-STG    TO FIO-DBID-ALT.
           MOVE FIO-FND-FST    TO FIO-CMND.
           PERFORM GNS-FIO-MNU.
           IF NOT FIO-STAT-OKS
               MOVE ZERO        TO MNP-DBID-DESD MNP-CNT-COPS
               MOVE CLN-DBI-STG TO MNP-DBID-HAST
               PERFORM CPY-GNS-BUS-MNP THRU FIN-CPY-GNS-BUS-MNP.
           MOVE SPACES       TO CLN-SAV-CLAV.
           MOVE CLN-ENT-SORI TO CLN-SAV-CLAV( 1:3 ).
       LUP-MNU-GNS-BUS-CLN.
           MOVE SPACES TO MNU.
           MOVE CLN-SAV-CLAV( 1:12 ) TO MNU-COD-NEMO IN MNU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'MNU-COD-NEMO' TO FIO-AKEY.
           MOVE ZERO           TO FIO-DBID-ALT.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-MNU.
           IF NOT FIO-STAT-OKS
              OR MNU-COD-SYST IN MNU NOT = CLN-ENT-SORI
               GO TO FIN-MNU-GNS-BUS-CLN.
           MOVE MNU-COD-NEMO IN MNU TO CLN-SAV-CLAV.
           MOVE SPACES       TO CLN-LINE.
           MOVE CLN-ENT-SORI TO CLN-LIN-SORI.
           MOVE CLN-ENT-SNUE TO CLN-LIN-SNUE.
           MOVE 'MNU'        TO CLN-LIN-TREG.
           MOVE CLN-SAV-CLAV TO CLN-LIN-CANT.
           PERFORM SUM-GNS-BUS-CLN THRU FIN-SUM-GNS-BUS-CLN.
           MOVE MNU TO CLN-IMG-REGI.
           MOVE MNU-COD-NEMO IN MNU TO CLN-LIN-CNUE.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'MNU-COD-NEMO' TO FIO-AKEY.
           MOVE CLN-DBI-STG    TO FIO-DBID-ALT.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-MNU.
           IF FIO-STAT-OKS
               MOVE 'CNF' TO CLN-LIN-RSLT
               ADD 1 TO CLN-CNT-CONF
               PERFORM PUT-GNS-BUS-CLN THRU FIN-PUT-GNS-BUS-CLN
               GO TO LUP-MNU-GNS-BUS-CLN.
           MOVE CLN-IMG-REGI TO MNU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'MNU-COD-NEMO' TO FIO-AKEY.
           MOVE CLN-DBI-STG    TO FIO-DBID-ALT.
           MOVE FIO-PUT        TO FIO-CMND.
           PERFORM GNS-FIO-MNU.
           IF FIO-STAT-OKS
               MOVE 'STG' TO CLN-LIN-RSLT
               ADD 1 TO CLN-CNT-CLON
           ELSE
               MOVE 'ERR' TO CLN-LIN-RSLT.
           PERFORM PUT-GNS-BUS-CLN THRU FIN-PUT-GNS-BUS-CLN.
           GO TO LUP-MNU-GNS-BUS-CLN.
       FIN-MNU-GNS-BUS-CLN.
           EXIT.
      *
      *    Sustituciones de una opcion de menu: el sistema de la
      *    llave y el de la opcion, programas, formularios,
      *    transaccion y menus ( el padre y el que abre la opcion ).
       SUM-GNS-BUS-CLN SECTION.
       INI-SUM-GNS-BUS-CLN.
           MOVE CLN-ENT-SNUE TO MNU-COD-SYST IN MNU.
           IF MNU-COD-SIST IN MNU = CLN-ENT-SORI
               MOVE CLN-ENT-SNUE TO MNU-COD-SIST IN MNU.
           MOVE 'P' TO CLN-WRK-TIPO.
           MOVE MNU-GLS-PROG IN MNU TO CLN-WRK-CAMP.
           PERFORM SUS-GNS-BUS-CLN THRU FIN-SUS-GNS-BUS-CLN.
           MOVE CLN-WRK-CAMP TO MNU-GLS-PROG IN MNU.
           MOVE MNU-GLS-PRGM IN MNU TO CLN-WRK-CAMP.
           PERFORM SUS-GNS-BUS-CLN THRU FIN-SUS-GNS-BUS-CLN.
           MOVE CLN-WRK-CAMP TO MNU-GLS-PRGM IN MNU.
           MOVE 'F' TO CLN-WRK-TIPO.
           MOVE MNU-GLS-NFRM IN MNU TO CLN-WRK-CAMP.
           PERFORM SUS-GNS-BUS-CLN THRU FIN-SUS-GNS-BUS-CLN.
           MOVE CLN-WRK-CAMP TO MNU-GLS-NFRM IN MNU.
           MOVE MNU-GLS-LFRM IN MNU TO CLN-WRK-CAMP.
           PERFORM SUS-GNS-BUS-CLN THRU FIN-SUS-GNS-BUS-CLN.
           MOVE CLN-WRK-CAMP TO MNU-GLS-LFRM IN MNU.
           MOVE 'C' TO CLN-WRK-TIPO.
           MOVE MNU-GLS-TRAN IN MNU TO CLN-WRK-CAMP.
           PERFORM SUS-GNS-BUS-CLN THRU FIN-SUS-GNS-BUS-CLN.
           MOVE CLN-WRK-CAMP TO MNU-GLS-TRAN IN MNU.
           MOVE MNU-COD-CMEN IN MNU TO CLN-WRK-CAMP.
           PERFORM SUS-GNS-BUS-CLN THRU FIN-SUS-GNS-BUS-CLN.
           MOVE CLN-WRK-CAMP TO MNU-COD-CMEN IN MNU.
           MOVE MNU-COD-MENU IN MNU TO CLN-WRK-CAMP.
           PERFORM SUS-GNS-BUS-CLN THRU FIN-SUS-GNS-BUS-CLN.
           MOVE CLN-WRK-CAMP TO MNU-COD-MENU IN MNU.
       FIN-SUM-GNS-BUS-CLN.
           EXIT.
      *
      *    Estaciona en el doble control la fila de CLN-IMG-REGI con
      *    la llave de CLN-LIN-CNUE ( el llamador dejo en
      *    PND-ENT-SIST el sistema destino, o espacios para IDD ) y
      *    encola el resultado.
       PRK-GNS-BUS-CLN SECTION.
       INI-PRK-GNS-BUS-CLN.
           MOVE CLN-COD-TREG TO PND-COD-TABL.
           MOVE SPACES       TO PND-GLS-CLAV.
           MOVE CLN-LIN-CNUE TO PND-GLS-CLAV.
           MOVE FIO-PUT      TO PND-COD-CMND.
           MOVE SPACES       TO PND-GLS-IMAG.
           MOVE CLN-IMG-REGI TO PND-GLS-IMAG.
           MOVE PND-PRK      TO PND-CMND.
           PERFORM GNS-PRO-PND.
           IF PND-STAT-OKS
               MOVE 'PND' TO CLN-LIN-RSLT
               ADD 1 TO CLN-CNT-CLON
           ELSE
               MOVE 'ERR' TO CLN-LIN-RSLT.
           PERFORM PUT-GNS-BUS-CLN THRU FIN-PUT-GNS-BUS-CLN.
       FIN-PRK-GNS-BUS-CLN.
           EXIT.
      *
      *    Encola la fila armada como proximo item de SCR-QCLN.
       PUT-GNS-BUS-CLN SECTION.
       INI-PUT-GNS-BUS-CLN.
           ADD 1 TO SCR-ICLN.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QCLN TO QUE-NAM-SEND.
           MOVE SCR-ICLN TO QUE-NUM-SEND.
           MOVE LENGTH OF CLN-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE CLN-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-CLN.
           EXIT.
