      *Verificacion del calendario del anio siguiente: desde Octubre
      *( CFA-MES-INIC ) arma la lista de plazas ( la nacional, las
      *de TAB 'CFA' y las que tienen filas 'FER' propias ), cuenta
      *los feriados con fecha completa del anio que viene, revisa
      *que el calendario CAL cubra del 1 de Enero al 31 de Diciembre
      *y que existan las reglas PASCUA y LUNMOV, y deja en la cola
      *SCR-QCFA una fila por plaza y el resumen. Una plaza
      *incompleta levanta un mensaje Critico ( RUT-GET-MSG ) para
      *que no se descubra en Diciembre; el visto bueno de la plaza
      *reemplaza a los feriados con fecha ( una plaza puede no
      *tener ninguno ese anio ), pero no al calendario CAL.
       GNS-BUS-CFA SECTION.
       INI-GNS-BUS-CFA.
           MOVE ZERO TO SCR-ICFA.
           PERFORM GET-FHOY.
           IF HOY-MHOY < CFA-MES-INIC
               GO TO FIN-GNS-BUS-CFA.
           COMPUTE CFA-ANO-SIGU = HOY-SHOY * 100 + HOY-AHOY + 1.
           MOVE ZEROES TO CFA-CNT-PLZA CFA-CNT-PASC CFA-CNT-LUNP
                          CFA-CNT-LIST CFA-CNT-FALT CFA-CNT-DESC.
           MOVE CFA-PLZ-NACI TO CFA-WRK-PLZA.
           PERFORM UBI-GNS-BUS-CFA.
      *
      *    plazas declaradas y sus vistos buenos
           MOVE SPACES         TO TAB.
           MOVE 'CFA'          TO TAB-COD-TTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
       CFA-GNS-BUS-CFA.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'CFA'
               GO TO FER-GNS-BUS-CFA.
           IF TAB-IND-VIGE IN TAB = 'N'
               GO TO SCF-GNS-BUS-CFA.
           MOVE TAB-COD-CTAB IN TAB ( 1:3 ) TO CFA-WRK-PLZA.
           PERFORM UBI-GNS-BUS-CFA.
           IF CFA-SUB-PLZA > ZERO
               MOVE TAB-GLS-DESC IN TAB TO CFA-WRK-DESC
               IF CFA-DSC-ANOC IS NUMERIC
                   MOVE CFA-DSC-ANOC TO CFA-PLZ-ANOC( CFA-SUB-PLZA )
                   MOVE CFA-DSC-USER TO CFA-PLZ-USER( CFA-SUB-PLZA )
                   MOVE CFA-DSC-FCON TO CFA-PLZ-FCON( CFA-SUB-PLZA ).
       SCF-GNS-BUS-CFA.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           GO TO CFA-GNS-BUS-CFA.
      *
      *    feriados: cada forma de clave de 'FER' ( ver FEC-VALD-HBL
      *    y FEC-VALD-PLZ ) se reconoce por su largo
       FER-GNS-BUS-CFA.
           MOVE SPACES         TO TAB.
           MOVE 'FER'          TO TAB-COD-TTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
       LUP-GNS-BUS-CFA.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'FER'
               GO TO REV-GNS-BUS-CFA.
           IF TAB-IND-VIGE IN TAB = 'N'
               GO TO SIG-GNS-BUS-CFA.
           IF TAB-COD-CTAB IN TAB ( 1:6 ) = FEC-FER-PASC
               ADD 1 TO CFA-CNT-PASC
               GO TO SIG-GNS-BUS-CFA.
           IF TAB-COD-CTAB IN TAB ( 1:6 ) = FEC-FER-LUNP
               ADD 1 TO CFA-CNT-LUNP
               GO TO SIG-GNS-BUS-CFA.
      *    nacional con fecha: DDMMSSAA
           IF TAB-COD-CTAB IN TAB ( 1:8 ) IS NUMERIC
              AND TAB-COD-CTAB IN TAB ( 9:4 ) = SPACES
               MOVE CFA-PLZ-NACI TO CFA-WRK-PLZA
               MOVE TAB-COD-CTAB IN TAB ( 5:4 ) TO CFA-WRK-ANIO
               GO TO CNT-GNS-BUS-CFA.
      *    nacional recurrente: DDMM
           IF TAB-COD-CTAB IN TAB ( 1:4 ) IS NUMERIC
              AND TAB-COD-CTAB IN TAB ( 5:8 ) = SPACES
               GO TO SIG-GNS-BUS-CFA.
      *    de plaza con fecha: plaza + DDMMSSAA
           IF TAB-COD-CTAB IN TAB ( 4:8 ) IS NUMERIC
              AND TAB-COD-CTAB IN TAB ( 12:1 ) = SPACE
               MOVE TAB-COD-CTAB IN TAB ( 1:3 ) TO CFA-WRK-PLZA
               MOVE TAB-COD-CTAB IN TAB ( 8:4 ) TO CFA-WRK-ANIO
               GO TO CNT-GNS-BUS-CFA.
      *    de plaza recurrente: plaza + DDMM ( la plaza entra en la
      *    revision aunque no tenga feriados con fecha )
           IF TAB-COD-CTAB IN TAB ( 4:4 ) IS NUMERIC
              AND TAB-COD-CTAB IN TAB ( 8:5 ) = SPACES
               MOVE TAB-COD-CTAB IN TAB ( 1:3 ) TO CFA-WRK-PLZA
               PERFORM UBI-GNS-BUS-CFA.
           GO TO SIG-GNS-BUS-CFA.
       CNT-GNS-BUS-CFA.
           PERFORM UBI-GNS-BUS-CFA.
           IF CFA-SUB-PLZA > ZERO
              AND CFA-WRK-ANIO = CFA-ANO-SIGU
               ADD 1 TO CFA-PLZ-NFER( CFA-SUB-PLZA ).
       SIG-GNS-BUS-CFA.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           GO TO LUP-GNS-BUS-CFA.
      *
      *    revision e informe de cada plaza
       REV-GNS-BUS-CFA.
           MOVE ZERO TO CFA-SUB-PLZA.
       RPL-GNS-BUS-CFA.
           ADD 1 TO CFA-SUB-PLZA.
           IF CFA-SUB-PLZA > CFA-CNT-PLZA
               GO TO TOT-GNS-BUS-CFA.
           PERFORM PLZ-GNS-BUS-CFA.
           GO TO RPL-GNS-BUS-CFA.
       TOT-GNS-BUS-CFA.
           MOVE SPACES        TO CFA-LINE.
           MOVE 'TOT'         TO CFA-LIN-TIPO.
           MOVE CFA-ANO-SIGU  TO CFA-LIN-ANOR.
           MOVE CFA-CNT-LIST  TO CFA-TOT-LIST.
           MOVE CFA-CNT-FALT  TO CFA-TOT-FALT.
           MOVE CFA-CNT-DESC  TO CFA-TOT-DESC.
           PERFORM PUT-GNS-BUS-CFA.
       FIN-GNS-BUS-CFA.
      *    la corrida queda archivada en el repositorio de
      *    informes ( GNSBGRPO.cbl ); fuera de temporada no hay
      *    corrida que archivar
           IF SCR-ICFA > ZERO
               MOVE 'CFA'       TO RPO-ENT-CODI
               MOVE SCR-QCFA    TO RPO-ENT-COLA
               MOVE 'GNSBUSCFA' TO RPO-ENT-PROG
               MOVE RPO-ARC     TO RPO-CMND
               PERFORM GNS-PRO-RPO.
           EXIT.
      *
      *    Ubica CFA-WRK-PLZA en la tabla de plazas de la corrida y
      *    la agrega si no estaba; CFA-SUB-PLZA queda en cero si la
      *    tabla esta llena.
       UBI-GNS-BUS-CFA SECTION.
       INI-UBI-GNS-BUS-CFA.
           MOVE ZERO TO CFA-SUB-PLZA.
       LUP-UBI-GNS-BUS-CFA.
           ADD 1 TO CFA-SUB-PLZA.
           IF CFA-SUB-PLZA > CFA-CNT-PLZA
               GO TO NVA-UBI-GNS-BUS-CFA.
           IF CFA-PLZ-CODI( CFA-SUB-PLZA ) = CFA-WRK-PLZA
               GO TO FIN-UBI-GNS-BUS-CFA.
           GO TO LUP-UBI-GNS-BUS-CFA.
       NVA-UBI-GNS-BUS-CFA.
           IF CFA-CNT-PLZA NOT < CFA-MAX-PLZA
               ADD 1 TO CFA-CNT-DESC
               MOVE ZERO TO CFA-SUB-PLZA
               GO TO FIN-UBI-GNS-BUS-CFA.
           ADD 1 TO CFA-CNT-PLZA.
           MOVE CFA-CNT-PLZA TO CFA-SUB-PLZA.
           MOVE CFA-WRK-PLZA TO CFA-PLZ-CODI( CFA-SUB-PLZA ).
           MOVE ZERO         TO CFA-PLZ-NFER( CFA-SUB-PLZA ).
           MOVE ZEROES       TO CFA-PLZ-ANOC( CFA-SUB-PLZA )
                                CFA-PLZ-FCON( CFA-SUB-PLZA ).
           MOVE SPACES       TO CFA-PLZ-USER( CFA-SUB-PLZA ).
       FIN-UBI-GNS-BUS-CFA.
           EXIT.
      *
      *    Revisa la plaza CFA-SUB-PLZA, encola su fila y, si esta
      *    incompleta, levanta el mensaje Critico.
       PLZ-GNS-BUS-CFA SECTION.
       INI-PLZ-GNS-BUS-CFA.
           MOVE SPACES       TO CFA-LINE.
           MOVE 'PLZ'        TO CFA-LIN-TIPO.
           MOVE CFA-PLZ-CODI( CFA-SUB-PLZA ) TO CFA-LIN-PLZA.
           MOVE CFA-ANO-SIGU TO CFA-LIN-ANOR.
           MOVE CFA-PLZ-NFER( CFA-SUB-PLZA ) TO CFA-LIN-NFER.
           MOVE CFA-PLZ-USER( CFA-SUB-PLZA ) TO CFA-LIN-USER.
           MOVE CFA-PLZ-FCON( CFA-SUB-PLZA ) TO CFA-LIN-FCON.
           MOVE 'N' TO CFA-LIN-CONF.
           IF CFA-PLZ-ANOC( CFA-SUB-PLZA ) = CFA-ANO-SIGU
               MOVE 'S' TO CFA-LIN-CONF.
      *
      *    calendario CAL del 1 de Enero y del 31 de Diciembre
           IF CFA-PLZ-CODI( CFA-SUB-PLZA ) = CFA-PLZ-NACI
               MOVE SPACES TO CAL-CON-PLZA
           ELSE
               MOVE CFA-PLZ-CODI( CFA-SUB-PLZA ) TO CAL-CON-PLZA.
           MOVE 'S'          TO CFA-LIN-CALE.
           MOVE CFA-ANO-SIGU TO CFA-WRK-SSAA.
           MOVE 0101         TO CFA-WRK-MMDD.
           PERFORM CAL-GNS-BUS-CFA.
           MOVE 1231         TO CFA-WRK-MMDD.
           PERFORM CAL-GNS-BUS-CFA.
      *
      *    reglas moviles: son del calendario nacional
           IF CFA-PLZ-CODI( CFA-SUB-PLZA ) = CFA-PLZ-NACI
               IF CFA-CNT-PASC > ZERO AND CFA-CNT-LUNP > ZERO
                   MOVE 'S' TO CFA-LIN-MOVI
               ELSE
                   MOVE 'N' TO CFA-LIN-MOVI.
      *
           MOVE 'L' TO CFA-LIN-ESTA.
           IF CFA-LIN-NFER = ZERO AND CFA-LIN-CONF NOT = 'S'
               MOVE 'X' TO CFA-LIN-ESTA.
           IF CFA-LIN-CALE NOT = 'S' OR CFA-LIN-MOVI = 'N'
               MOVE 'X' TO CFA-LIN-ESTA.
           PERFORM PUT-GNS-BUS-CFA.
           IF CFA-LIN-ESTA = 'L'
               ADD 1 TO CFA-CNT-LIST
               GO TO FIN-PLZ-GNS-BUS-CFA.
           ADD 1 TO CFA-CNT-FALT.
           MOVE SPACES       TO MSG-SUB-VALS.
           MOVE CFA-LIN-PLZA TO MSG-SUB-VAL( 1 ).
           MOVE CFA-LIN-ANOR TO MSG-SUB-VAL( 2 ).
           MOVE 'CFA'        TO NTF-ENT-FUEN.
           MOVE CFA-LIN-PLZA TO NTF-ENT-CLAV.
           MOVE 'CFA    FAL' TO MSG-COD-MENS IN MSG.
           MOVE 'GNS'        TO MSG-COD-SIST.
           PERFORM GET-MSG.
      *    el aviso es Critico aunque el catalogo diga otra cosa
           IF NOT MSG-SEVR-CRIT
               MOVE 'C' TO MSG-COD-SEVR
               PERFORM RUT-GET-MSG.
           MOVE SPACES       TO NTF-ENT-ORIG.
       FIN-PLZ-GNS-BUS-CFA.
           EXIT.
      *
      *    Consulta CFA-WRK-FECH en el calendario CAL de la plaza
      *    ( GNS-PRO-CAL cae solo al nacional ); sin fila, el anio
      *    no esta cubierto.
       CAL-GNS-BUS-CFA SECTION.
       INI-CAL-GNS-BUS-CFA.
           MOVE CFA-WRK-FECH TO CAL-CON-FECH.
           PERFORM GNS-PRO-CAL.
           IF NOT CAL-STAT-OKS
               MOVE 'N' TO CFA-LIN-CALE.
       FIN-CAL-GNS-BUS-CFA.
           EXIT.
      *
      *    Encola la fila del informe en SCR-QCFA.
       PUT-GNS-BUS-CFA SECTION.
       INI-PUT-GNS-BUS-CFA.
           ADD 1 TO SCR-ICFA.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QCFA TO QUE-NAM-SEND.
           MOVE SCR-ICFA TO QUE-NUM-SEND.
           MOVE LENGTH OF CFA-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE CFA-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-CFA.
           EXIT.
      *
      *    Graba el visto bueno "calendario confirmado por" de una
      *    plaza: CFA-ENT-PLZA ( espacios = nacional ) y el anio
      *    CFA-ENT-ANOC ( cero = el siguiente a hoy ); usuario y
      *    fecha son los de la sesion.
       GNS-MNT-CFA SECTION.
       INI-GNS-MNT-CFA.
           PERFORM GET-FHOY.
           IF CFA-ENT-PLZA NOT > SPACES
               MOVE CFA-PLZ-NACI TO CFA-ENT-PLZA.
           IF CFA-ENT-ANOC = ZEROES
               COMPUTE CFA-ENT-ANOC = HOY-SHOY * 100 + HOY-AHOY + 1.
           MOVE SPACES         TO TAB.
           MOVE 'CFA'          TO TAB-COD-TTAB IN TAB.
           MOVE CFA-ENT-PLZA   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS
               MOVE FIO-MOD TO FIO-CMND
           ELSE
               MOVE SPACES       TO TAB
               MOVE 'CFA'        TO TAB-COD-TTAB IN TAB
               MOVE CFA-ENT-PLZA TO TAB-COD-CTAB IN TAB
               MOVE FIO-PUT      TO FIO-CMND.
           MOVE SPACES       TO CFA-WRK-DESC.
           MOVE CFA-ENT-ANOC TO CFA-DSC-ANOC.
           MOVE SCR-USER     TO CFA-DSC-USER.
           MOVE HOY-FHOY     TO CFA-DSC-FCON.
           MOVE CFA-WRK-DESC TO TAB-GLS-DESC IN TAB.
           MOVE 'S'          TO TAB-IND-VIGE IN TAB.
           MOVE SCR-USER     TO TAB-COD-ATRN IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           PERFORM GNS-FIO-TAB.
           MOVE SPACES TO CFA-ENT-PLZA.
           MOVE ZEROES TO CFA-ENT-ANOC.
       FIN-GNS-MNT-CFA.
           EXIT.
