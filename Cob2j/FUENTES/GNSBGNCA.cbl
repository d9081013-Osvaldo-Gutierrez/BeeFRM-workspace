      * Alta de un Centro de Asignacion CIC en un Solo Paso
      *
      *    Abrir un centro eran cuatro o cinco mantenciones sueltas
      *    ( secuencia TAB 'CAI', encabezado CIC, usuarios TAB 'CUS',
      *    rango y reserva del canal de apertura ) y la que se
      *    olvidaba la descubria semanas despues GNS-BUS-CUS. La
      *    solicitud completa viaja en NCA-SOL:
      *      - VAL la valida sin grabar: centro nuevo en CIC, TAB
      *        'CAI' y TAB 'CRG', rango dentro del tope del formato
      *        y sin pisar el rango de ningun otro centro ( TAB
      *        'CRG' ), usuarios sin huecos y reserva dentro del
      *        rango.
      *      - EST la valida y la estaciona en el doble control
      *        ( GNS-PRO-PND, registro 'NCA', llave el centro ).
      *      - CRE la vuelve a validar y crea todas las piezas en un
      *        solo FIO-BEG-TRN / FIO-END-TRN ( todo o nada ) y deja
      *        el certificado de alta en SCR-QNCA, archivado en el
      *        repositorio de informes. La invoca GNS-PRO-PND cuando
      *        un operador distinto del maker aprueba el pendiente.
       GNS-PRO-NCA SECTION.
       INI-GNS-PRO-NCA.
           SET NCA-STAT-OKS TO TRUE.
           MOVE SPACES TO NCA-CMSG NCA-SAL-OTRO.
           GO TO VAL-GNS-PRO-NCA EST-GNS-PRO-NCA CRE-GNS-PRO-NCA
           DEPENDING ON NCA-CMND.
           MOVE 'ABORTO, comando invalido en GNS-PRO-NCA:' TO SYS-MEN1.
           MOVE NCA-CMND                                   TO SYS-MEN2.
           MOVE SYS-ABOR TO SYS-CMND.
           PERFORM GNS-PRO-SYS.
      *
       VAL-GNS-PRO-NCA.
           PERFORM CHK-GNS-PRO-NCA THRU FIN-CHK-GNS-PRO-NCA.
           GO TO FIN-GNS-PRO-NCA.
      *
      *    la solicitud completa es la imagen del pendiente
       EST-GNS-PRO-NCA.
           PERFORM CHK-GNS-PRO-NCA THRU FIN-CHK-GNS-PRO-NCA.
           IF NOT NCA-STAT-OKS
               GO TO FIN-GNS-PRO-NCA.
           MOVE SPACES       TO PND.
           MOVE 'NCA'        TO PND-COD-TABL.
           MOVE NCA-ENT-CAI  TO PND-GLS-CLAV.
           MOVE FIO-PUT      TO PND-COD-CMND.
           MOVE NCA-SOL      TO PND-GLS-IMAG.
           MOVE PND-PRK      TO PND-CMND.
           PERFORM GNS-PRO-PND.
           IF NOT PND-STAT-OKS
               SET NCA-STAT-PND TO TRUE
               MOVE 'NCA    PND' TO NCA-CMSG.
           GO TO FIN-GNS-PRO-NCA.
      *
      *    entre el estacionamiento y la aprobacion otro pudo crear
      *    el centro o un rango que choca: se valida de nuevo
       CRE-GNS-PRO-NCA.
           PERFORM CHK-GNS-PRO-NCA THRU FIN-CHK-GNS-PRO-NCA.
           IF NOT NCA-STAT-OKS
               GO TO FIN-GNS-PRO-NCA.
           MOVE FIO-BEG-TRN TO FIO-CMND.
           PERFORM GNS-FIO-DTC.
           PERFORM ALT-GNS-PRO-NCA THRU FIN-ALT-GNS-PRO-NCA.
           IF NOT NCA-STAT-OKS
               MOVE FIO-ABT-TRN TO FIO-CMND
               PERFORM GNS-FIO-DTC
               GO TO FIN-GNS-PRO-NCA.
           MOVE FIO-END-TRN TO FIO-CMND.
           PERFORM GNS-FIO-DTC.
           PERFORM CER-GNS-PRO-NCA THRU FIN-CER-GNS-PRO-NCA.
       FIN-GNS-PRO-NCA.
           EXIT.
      *
      *    Validacion de la solicitud; deja el primer motivo de
      *    rechazo en NCA-STAT / NCA-CMSG.
       CHK-GNS-PRO-NCA SECTION.
       INI-CHK-GNS-PRO-NCA.
           IF NCA-ENT-FRMT = SPACE
               MOVE 'C' TO NCA-ENT-FRMT.
      *    empresa del centro: la tecleada o la de la sesion; debe
      *    estar vigente en TAB 'EMP' y ser visible para la sesion
      *    ( GNSBGEMP.cbl )
           IF NCA-ENT-EMPR NOT > SPACES
               MOVE EMP-COD-EMPR TO NCA-ENT-EMPR.
           MOVE NCA-ENT-EMPR TO EMP-WRK-EMPR.
           PERFORM VIS-GNS-PRO-EMP THRU FIN-VIS-GNS-PRO-EMP.
           IF EMP-IND-VISI = 'S' AND NCA-ENT-EMPR > SPACES
               PERFORM NOM-GNS-PRO-EMP THRU FIN-NOM-GNS-PRO-EMP
               IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
                   MOVE 'N' TO EMP-IND-VISI.
           IF EMP-IND-VISI NOT = 'S'
               SET NCA-STAT-EMP TO TRUE
               MOVE 'NCA    EMP' TO NCA-CMSG
               GO TO FIN-CHK-GNS-PRO-NCA.
           IF NCA-ENT-TCIC = SPACE OR NCA-ENT-CCIC = SPACES
              OR ( NCA-ENT-FRMT NOT = 'A' AND NCA-ENT-FRMT NOT = 'C' )
               SET NCA-STAT-CAI TO TRUE
               MOVE 'NCA    CAI' TO NCA-CMSG
               GO TO FIN-CHK-GNS-PRO-NCA.
      *    rango: no vacio y dentro del tope del formato
           IF NCA-ENT-DESD NOT NUMERIC OR NCA-ENT-HAST NOT NUMERIC
               SET NCA-STAT-RNG TO TRUE
               MOVE 'NCA    RNG' TO NCA-CMSG
               GO TO FIN-CHK-GNS-PRO-NCA.
           IF NCA-ENT-DESD = ZERO OR NCA-ENT-HAST < NCA-ENT-DESD
              OR ( NCA-ENT-FRMT = 'C' AND NCA-ENT-HAST > CIW-TOP-CLAS )
               SET NCA-STAT-RNG TO TRUE
               MOVE 'NCA    RNG' TO NCA-CMSG
               GO TO FIN-CHK-GNS-PRO-NCA.
      *    usuarios autorizados: al menos uno y sin huecos
           IF NCA-ENT-NUSR NOT NUMERIC OR NCA-ENT-NUSR = ZERO
              OR NCA-ENT-NUSR > 10
               SET NCA-STAT-USR TO TRUE
               MOVE 'NCA    USR' TO NCA-CMSG
               GO TO FIN-CHK-GNS-PRO-NCA.
           MOVE ZERO TO NCA-NUM-IUSR.
       USR-CHK-GNS-PRO-NCA.
           ADD 1 TO NCA-NUM-IUSR.
           IF NCA-NUM-IUSR > NCA-ENT-NUSR
               GO TO RSV-CHK-GNS-PRO-NCA.
           IF NCA-ENT-USR( NCA-NUM-IUSR ) = SPACES
               SET NCA-STAT-USR TO TRUE
               MOVE 'NCA    USR' TO NCA-CMSG
               GO TO FIN-CHK-GNS-PRO-NCA.
           GO TO USR-CHK-GNS-PRO-NCA.
      *    reserva de apertura: desde el primero del rango, dentro
      *    de el, en el ancho de RSV y con vencimiento futuro
       RSV-CHK-GNS-PRO-NCA.
           IF NCA-ENT-RHST NOT NUMERIC
               SET NCA-STAT-RSV TO TRUE
               MOVE 'NCA    RSV' TO NCA-CMSG
               GO TO FIN-CHK-GNS-PRO-NCA.
           IF NCA-ENT-RHST = ZERO
               GO TO EXI-CHK-GNS-PRO-NCA.
           PERFORM GET-FHOY.
           IF NCA-ENT-RHST < NCA-ENT-DESD
              OR NCA-ENT-RHST > NCA-ENT-HAST
              OR NCA-ENT-CANL = SPACES
              OR NCA-ENT-EXPI NOT NUMERIC
              OR NCA-ENT-EXPI NOT > HOY-FHOY
               SET NCA-STAT-RSV TO TRUE
               MOVE 'NCA    RSV' TO NCA-CMSG
               GO TO FIN-CHK-GNS-PRO-NCA.
      *    el centro no debe existir en ninguna de sus piezas
       EXI-CHK-GNS-PRO-NCA.
           MOVE SPACES       TO CIC.
           MOVE NCA-ENT-CAI  TO CIC-CAI-ICIC IN CIC.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'CIC-CAI-ICIC' TO FIO-AKEY.
           MOVE FIO-GET-KEY  TO FIO-CMND.
           PERFORM GNS-FIO-CIC.
           IF FIO-STAT-OKS
               SET NCA-STAT-EXI TO TRUE
               MOVE 'NCA    EXI' TO NCA-CMSG
               GO TO FIN-CHK-GNS-PRO-NCA.
           MOVE SPACES       TO TAB.
           MOVE 'CAI'        TO TAB-COD-TTAB IN TAB.
           MOVE NCA-ENT-CAI  TO TAB-COD-CTAB IN TAB( 1:4 ).
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY  TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS
               SET NCA-STAT-EXI TO TRUE
               MOVE 'NCA    EXI' TO NCA-CMSG
               GO TO FIN-CHK-GNS-PRO-NCA.
           MOVE SPACES       TO TAB.
           MOVE 'CRG'        TO TAB-COD-TTAB IN TAB.
           MOVE NCA-ENT-CAI  TO TAB-COD-CTAB IN TAB( 1:4 ).
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY  TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS
               SET NCA-STAT-EXI TO TRUE
               MOVE 'NCA    EXI' TO NCA-CMSG
               GO TO FIN-CHK-GNS-PRO-NCA.
      *    el rango no puede pisar el de otro centro ( TAB 'CRG':
      *    desde y hasta de 11 en la descripcion )
           MOVE SPACES       TO TAB.
           MOVE 'CRG'        TO TAB-COD-TTAB IN TAB.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-NLS  TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
       CRG-CHK-GNS-PRO-NCA.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'CRG'
               GO TO FIN-CHK-GNS-PRO-NCA.
           IF TAB-IND-VIGE IN TAB = 'N'
              OR TAB-GLS-DESC IN TAB ( 1:11 ) NOT NUMERIC
              OR TAB-GLS-DESC IN TAB ( 12:11 ) NOT NUMERIC
               GO TO SIG-CHK-GNS-PRO-NCA.
           MOVE TAB-GLS-DESC IN TAB ( 1:11 )  TO NCA-CRG-DESD.
           MOVE TAB-GLS-DESC IN TAB ( 12:11 ) TO NCA-CRG-HAST.
           IF NCA-ENT-DESD NOT > NCA-CRG-HAST
              AND NCA-ENT-HAST NOT < NCA-CRG-DESD
               SET NCA-STAT-SOL TO TRUE
               MOVE 'NCA    SOL' TO NCA-CMSG
               MOVE TAB-COD-CTAB IN TAB ( 1:4 ) TO NCA-SAL-OTRO
               GO TO FIN-CHK-GNS-PRO-NCA.
       SIG-CHK-GNS-PRO-NCA.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           GO TO CRG-CHK-GNS-PRO-NCA.
       FIN-CHK-GNS-PRO-NCA.
           EXIT.
      *
      *    Crea las piezas del centro; el llamador ya abrio la
      *    transaccion y la deshace si queda NCA-STAT-ERR.
       ALT-GNS-PRO-NCA SECTION.
       INI-ALT-GNS-PRO-NCA.
           COMPUTE NCA-NUM-FINI = NCA-ENT-DESD - 1.
      *    secuencia del centro: ultimo numero entregado, 8 digitos
      *    ( los centros ampliados no se concilian contra ella )
           MOVE SPACES       TO TAB.
           MOVE 'CAI'        TO TAB-COD-TTAB IN TAB.
           MOVE NCA-ENT-CAI  TO TAB-COD-CTAB IN TAB( 1:4 ).
           MOVE 'S'          TO TAB-IND-VIGE IN TAB.
           MOVE SCR-USER     TO TAB-COD-ATRN IN TAB.
           MOVE ZEROES       TO TAB-GLS-DESC IN TAB ( 1:8 ).
           IF NCA-ENT-FRMT NOT = 'A'
               MOVE NCA-FIN-CLAS TO TAB-GLS-DESC IN TAB ( 1:8 ).
           MOVE NCA-ENT-NOMB TO TAB-GLS-DESC IN TAB ( 9:32 ).
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-PUT      TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
               GO TO ERR-ALT-GNS-PRO-NCA.
      *    rango del centro
           MOVE SPACES       TO TAB.
           MOVE 'CRG'        TO TAB-COD-TTAB IN TAB.
           MOVE NCA-ENT-CAI  TO TAB-COD-CTAB IN TAB( 1:4 ).
           MOVE 'S'          TO TAB-IND-VIGE IN TAB.
           MOVE SCR-USER     TO TAB-COD-ATRN IN TAB.
           MOVE NCA-ENT-DESD TO TAB-GLS-DESC IN TAB ( 1:11 ).
           MOVE NCA-ENT-HAST TO TAB-GLS-DESC IN TAB ( 12:11 ).
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-PUT      TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
               GO TO ERR-ALT-GNS-PRO-NCA.
      *    encabezado CIC con el folio inicial en su formato; el
      *    responsable queda de autor para que GNS-BUS-CUS no lo
      *    informe desde el primer dia
           MOVE SPACES       TO CIC.
           MOVE NCA-ENT-CAI  TO CIC-CAI-ICIC IN CIC.
           MOVE NCA-ENT-FRMT TO CIC-IND-FRMT IN CIC.
           MOVE ZEROES       TO CIC-NUM-ICIC IN CIC
                                CIC-NUM-ICIA IN CIC.
           MOVE NCA-NUM-FINI TO CIW-ENT-FOLI.
           MOVE CIW-ASF      TO CIW-CMND.
           PERFORM GNS-PRO-CIW.
           MOVE 'S'          TO CIC-IND-VIGE IN CIC.
           MOVE NCA-ENT-EMPR TO CIC-COD-EMPR IN CIC.
           MOVE NCA-ENT-USR( 1 ) TO CIC-COD-ATRN IN CIC.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'CIC-CAI-ICIC' TO FIO-AKEY.
           MOVE FIO-PUT      TO FIO-CMND.
           PERFORM GNS-FIO-CIC.
           IF NOT FIO-STAT-OKS
               GO TO ERR-ALT-GNS-PRO-NCA.
      *    usuarios autorizados, con la clave de GNS-BUS-CUS
           MOVE ZERO TO NCA-NUM-IUSR.
       USR-ALT-GNS-PRO-NCA.
           ADD 1 TO NCA-NUM-IUSR.
           IF NCA-NUM-IUSR > NCA-ENT-NUSR
               GO TO RSV-ALT-GNS-PRO-NCA.
           MOVE SPACES       TO CUS-KEY-CTAB.
           MOVE NCA-ENT-TCIC TO CUS-KEY-TCIC.
           MOVE NCA-ENT-CCIC TO CUS-KEY-CCIC.
           MOVE NCA-ENT-USR( NCA-NUM-IUSR ) TO CUS-KEY-AUTR.
           MOVE SPACES       TO TAB.
           MOVE 'CUS'        TO TAB-COD-TTAB IN TAB.
           MOVE CUS-KEY-CTAB TO TAB-COD-CTAB IN TAB.
           MOVE 'S'          TO TAB-IND-VIGE IN TAB.
           MOVE SCR-USER     TO TAB-COD-ATRN IN TAB.
           MOVE NCA-ENT-USR( NCA-NUM-IUSR ) TO TAB-GLS-DESC IN TAB.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-PUT      TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
               GO TO ERR-ALT-GNS-PRO-NCA.
           GO TO USR-ALT-GNS-PRO-NCA.
      *    reserva del canal de apertura ( GNS-PRO-RSV )
       RSV-ALT-GNS-PRO-NCA.
           IF NCA-ENT-RHST = ZERO
               GO TO FIN-ALT-GNS-PRO-NCA.
           MOVE NCA-ENT-CAI  TO RSV-ENT-CAI.
           MOVE NCA-ENT-DESD TO RSV-ENT-DESD.
           MOVE NCA-ENT-RHST TO RSV-ENT-HAST.
           MOVE NCA-ENT-CANL TO RSV-ENT-CANL.
           MOVE NCA-ENT-EXPI TO RSV-ENT-EXPI.
           MOVE RSV-RES      TO RSV-CMND.
           PERFORM GNS-PRO-RSV.
           IF RSV-STAT-OKS
               GO TO FIN-ALT-GNS-PRO-NCA.
       ERR-ALT-GNS-PRO-NCA.
           SET NCA-STAT-ERR TO TRUE.
           MOVE 'NCA    ERR' TO NCA-CMSG.
       FIN-ALT-GNS-PRO-NCA.
           EXIT.
      *
      *    Certificado de alta en SCR-QNCA: lo creado, quien lo
      *    solicito y quien lo aprobo; queda archivado en el
      *    repositorio de informes ( GNSBGRPO.cbl ).
       CER-GNS-PRO-NCA SECTION.
       INI-CER-GNS-PRO-NCA.
           MOVE ZERO TO SCR-INCA.
           PERFORM GET-FHOY.
           MOVE 'CENTRO'           TO NCA-LIN-ETIQ.
           MOVE NCA-ENT-CAI        TO NCA-LIN-VALO.
           PERFORM PUT-GNS-PRO-NCA THRU FIN-PUT-GNS-PRO-NCA.
           MOVE 'NOMBRE'           TO NCA-LIN-ETIQ.
           MOVE NCA-ENT-NOMB       TO NCA-LIN-VALO.
           PERFORM PUT-GNS-PRO-NCA THRU FIN-PUT-GNS-PRO-NCA.
           MOVE 'EMPRESA'          TO NCA-LIN-ETIQ.
           MOVE NCA-ENT-EMPR       TO NCA-LIN-VALO.
           PERFORM PUT-GNS-PRO-NCA THRU FIN-PUT-GNS-PRO-NCA.
           MOVE 'FORMATO'          TO NCA-LIN-ETIQ.
           MOVE 'CLASICO'          TO NCA-LIN-VALO.
           IF NCA-ENT-FRMT = 'A'
               MOVE 'AMPLIADO'     TO NCA-LIN-VALO.
           PERFORM PUT-GNS-PRO-NCA THRU FIN-PUT-GNS-PRO-NCA.
           MOVE 'RANGO DESDE'      TO NCA-LIN-ETIQ.
           MOVE NCA-ENT-DESD       TO NCA-EDT-NUME.
           MOVE NCA-EDT-NUME       TO NCA-LIN-VALO.
           PERFORM PUT-GNS-PRO-NCA THRU FIN-PUT-GNS-PRO-NCA.
           MOVE 'RANGO HASTA'      TO NCA-LIN-ETIQ.
           MOVE NCA-ENT-HAST       TO NCA-EDT-NUME.
           MOVE NCA-EDT-NUME       TO NCA-LIN-VALO.
           PERFORM PUT-GNS-PRO-NCA THRU FIN-PUT-GNS-PRO-NCA.
           MOVE 'FOLIO INICIAL'    TO NCA-LIN-ETIQ.
           MOVE NCA-NUM-FINI       TO NCA-EDT-NUME.
           MOVE NCA-EDT-NUME       TO NCA-LIN-VALO.
           PERFORM PUT-GNS-PRO-NCA THRU FIN-PUT-GNS-PRO-NCA.
           MOVE ZERO TO NCA-NUM-IUSR.
       USR-CER-GNS-PRO-NCA.
           ADD 1 TO NCA-NUM-IUSR.
           IF NCA-NUM-IUSR > NCA-ENT-NUSR
               GO TO RSV-CER-GNS-PRO-NCA.
           MOVE 'USUARIO AUTORIZADO' TO NCA-LIN-ETIQ.
           MOVE NCA-ENT-USR( NCA-NUM-IUSR ) TO NCA-LIN-VALO.
           PERFORM PUT-GNS-PRO-NCA THRU FIN-PUT-GNS-PRO-NCA.
           GO TO USR-CER-GNS-PRO-NCA.
       RSV-CER-GNS-PRO-NCA.
           IF NCA-ENT-RHST = ZERO
               GO TO AUT-CER-GNS-PRO-NCA.
           MOVE 'RESERVA CANAL'    TO NCA-LIN-ETIQ.
           MOVE NCA-ENT-CANL       TO NCA-LIN-VALO.
           PERFORM PUT-GNS-PRO-NCA THRU FIN-PUT-GNS-PRO-NCA.
           MOVE 'RESERVA HASTA'    TO NCA-LIN-ETIQ.
           MOVE NCA-ENT-RHST       TO NCA-EDT-NUME.
           MOVE NCA-EDT-NUME       TO NCA-LIN-VALO.
           PERFORM PUT-GNS-PRO-NCA THRU FIN-PUT-GNS-PRO-NCA.
           MOVE 'RESERVA VENCE'    TO NCA-LIN-ETIQ.
           MOVE NCA-ENT-EXPI       TO NCA-LIN-VALO.
           PERFORM PUT-GNS-PRO-NCA THRU FIN-PUT-GNS-PRO-NCA.
       AUT-CER-GNS-PRO-NCA.
           MOVE 'SOLICITADO POR'   TO NCA-LIN-ETIQ.
           MOVE NCA-COD-MAKR       TO NCA-LIN-VALO.
           PERFORM PUT-GNS-PRO-NCA THRU FIN-PUT-GNS-PRO-NCA.
           MOVE 'APROBADO POR'     TO NCA-LIN-ETIQ.
           MOVE SCR-USER           TO NCA-LIN-VALO.
           PERFORM PUT-GNS-PRO-NCA THRU FIN-PUT-GNS-PRO-NCA.
           MOVE 'FECHA Y HORA ALTA' TO NCA-LIN-ETIQ.
           MOVE HOY-STP-ITRN       TO NCA-LIN-VALO.
           PERFORM PUT-GNS-PRO-NCA THRU FIN-PUT-GNS-PRO-NCA.
           MOVE 'NCA'       TO RPO-ENT-CODI.
           MOVE SCR-QNCA    TO RPO-ENT-COLA.
           MOVE 'GNSPRONCA' TO RPO-ENT-PROG.
           MOVE RPO-ARC     TO RPO-CMND.
           PERFORM GNS-PRO-RPO.
       FIN-CER-GNS-PRO-NCA.
           EXIT.
      *
      *    Encola una fila del certificado.
       PUT-GNS-PRO-NCA SECTION.
       INI-PUT-GNS-PRO-NCA.
           ADD 1 TO SCR-INCA.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QNCA TO QUE-NAM-SEND.
           MOVE SCR-INCA TO QUE-NUM-SEND.
           MOVE LENGTH OF NCA-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE NCA-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-PRO-NCA.
           EXIT.
