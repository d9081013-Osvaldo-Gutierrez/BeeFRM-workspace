      *Despachador de notificaciones a la guardia: toma las
      *notificaciones abiertas desde la mas antigua que anoto la
      *corrida anterior y lee la bandeja de salida desde el item
      *siguiente al ultimo leido ( agotada la bandeja de un dia
      *anterior, se borra y sigue la del dia siguiente, una por una
      *hasta la de hoy ). Cada alerta se reune
      *con la notificacion abierta de igual firma, que solo suma a
      *la cantidad; si no la hay, abre una nueva para el equipo de
      *la fila TAB 'NTE' del codigo o de la fuente ( sin fila,
      *NTF-DEF-EQUI ). Despues envia las nuevas al titular de la
      *guardia del dia ( TAB 'GRD' ) por la pasarela de correo o SMS,
      *escala al nivel siguiente el Critico que sigue sin acuse
      *pasados los minutos de la guardia y cierra la Severa que dejo
      *de repetirse. Cada envio sale como fila de la cola SCR-QNTF;
      *al final la fila 'TOT' y el informe se archiva en RPO.
       GNS-BUS-NTF SECTION.
       INI-GNS-BUS-NTF.
           MOVE ZEROES TO SCR-INTF NTF-NUM-ABIE NTF-NUM-MAXI
                          NTF-CNT-LEID NTF-CNT-NUEV NTF-CNT-REUN
                          NTF-CNT-ENVI NTF-CNT-ESCA NTF-CNT-AGOT
                          NTF-CNT-SGUA NTF-CNT-CERR NTF-CNT-EXCE.
           PERFORM GET-FHOY.
           MOVE HOY-FHOY TO NTF-WRK-FHOY.
           MOVE HOY-HHOY TO NTF-WRK-HHOY.
           PERFORM CTL-GNS-BUS-NTF THRU FIN-CTL-GNS-BUS-NTF.
      *
      *    notificaciones abiertas, desde la mas antigua
           MOVE SPACES       TO NTF.
           MOVE NTF-CTL-NABI TO NTF-NUM-NOTI.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NTF-KEY-INTF' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-NTF.
       LAB-GNS-BUS-NTF.
           IF NOT FIO-STAT-OKS
               GO TO BAN-GNS-BUS-NTF.
           IF NTF-NUM-NOTI > NTF-NUM-MAXI
               MOVE NTF-NUM-NOTI TO NTF-NUM-MAXI.
           IF NOT NTF-STAT-ACUS AND NOT NTF-STAT-CERR
               PERFORM ABI-GNS-BUS-NTF THRU FIN-ABI-GNS-BUS-NTF.
           MOVE 'NTF-KEY-INTF' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-NTF.
           GO TO LAB-GNS-BUS-NTF.
      *
      *    bandeja de salida, desde el item siguiente al ultimo leido
       BAN-GNS-BUS-NTF.
           MOVE NTF-CTL-MMDD TO NTF-BND-MMDD.
       LBN-GNS-BUS-NTF.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE NTF-NOM-BAND TO QUE-NAM-SEND.
           COMPUTE QUE-NUM-SEND = NTF-CTL-ITEM + 1.
           MOVE LENGTH OF NTF-REG-BAND TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT = QUE-STAT-OKS
               MOVE QUE-DAT-RECV( 1:146 ) TO NTF-REG-BAND
               ADD 1 TO NTF-CTL-ITEM NTF-CNT-LEID
               PERFORM REG-GNS-BUS-NTF THRU FIN-REG-GNS-BUS-NTF
               GO TO LBN-GNS-BUS-NTF.
      *    la bandeja de un dia anterior ya no crece: se borra y se
      *    sigue con la del dia siguiente, sin saltar dias
           IF NTF-CTL-FECH NOT < NTF-WRK-FHOY
               GO TO DSP-GNS-BUS-NTF.
           MOVE 'DEL'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE NTF-NOM-BAND TO QUE-NAM-SEND.
           MOVE ZEROES       TO QUE-NUM-SEND.
           MOVE ZEROES       TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           PERFORM SUM-GNS-BUS-NTF THRU FIN-SUM-GNS-BUS-NTF.
           MOVE ZEROES       TO NTF-CTL-ITEM.
           GO TO BAN-GNS-BUS-NTF.
      *
      *    envio, escalamiento y cierre de las abiertas
       DSP-GNS-BUS-NTF.
           MOVE ZERO TO NTF-NUM-IABI.
       LDS-GNS-BUS-NTF.
           ADD 1 TO NTF-NUM-IABI.
           IF NTF-NUM-IABI > NTF-NUM-ABIE
               GO TO MAR-GNS-BUS-NTF.
           PERFORM ATE-GNS-BUS-NTF THRU FIN-ATE-GNS-BUS-NTF.
           GO TO LDS-GNS-BUS-NTF.
      *
      *    la abierta mas antigua es el punto de partida de la
      *    proxima corrida; si alguna abierta no tuvo lugar en el
      *    vector, el punto no se mueve
       MAR-GNS-BUS-NTF.
           IF NTF-CNT-EXCE > ZERO
               GO TO GRC-GNS-BUS-NTF.
           IF NTF-NUM-MAXI > ZERO
               COMPUTE NTF-CTL-NABI = NTF-NUM-MAXI + 1.
           MOVE ZERO TO NTF-NUM-IABI.
       LMA-GNS-BUS-NTF.
           ADD 1 TO NTF-NUM-IABI.
           IF NTF-NUM-IABI > NTF-NUM-ABIE
               GO TO GRC-GNS-BUS-NTF.
           IF NTF-ABI-STAT( NTF-NUM-IABI ) = 'K' OR = 'C'
               GO TO LMA-GNS-BUS-NTF.
           IF NTF-ABI-NOTI( NTF-NUM-IABI ) < NTF-CTL-NABI
               MOVE NTF-ABI-NOTI( NTF-NUM-IABI ) TO NTF-CTL-NABI.
           GO TO LMA-GNS-BUS-NTF.
       GRC-GNS-BUS-NTF.
           PERFORM GRC-GNS-CTL-NTF THRU FIN-GRC-GNS-CTL-NTF.
      *
      *    totales y archivo del informe ( GNSBGRPO.cbl )
           MOVE SPACES       TO NTF-LINE.
           MOVE ZEROES       TO NTF-LIN-NOTI NTF-LIN-CANT
                                NTF-LIN-NIVE.
           MOVE 'TOT'        TO NTF-LIN-TIPO.
           MOVE NTF-CNT-LEID TO NTF-LIN-NLEI.
           MOVE NTF-CNT-NUEV TO NTF-LIN-NNUE.
           MOVE NTF-CNT-REUN TO NTF-LIN-NREU.
           MOVE NTF-CNT-ENVI TO NTF-LIN-NENV.
           MOVE NTF-CNT-ESCA TO NTF-LIN-NESC.
           MOVE NTF-CNT-AGOT TO NTF-LIN-NAGO.
           MOVE NTF-CNT-SGUA TO NTF-LIN-NSGU.
           MOVE NTF-CNT-CERR TO NTF-LIN-NCER.
           MOVE NTF-CNT-EXCE TO NTF-LIN-NEXC.
           PERFORM PUT-GNS-BUS-NTF THRU FIN-PUT-GNS-BUS-NTF.
           MOVE 'NTF'       TO RPO-ENT-CODI.
           MOVE SCR-QNTF    TO RPO-ENT-COLA.
           MOVE 'GNSBUSNTF' TO RPO-ENT-PROG.
           MOVE RPO-ARC     TO RPO-CMND.
           PERFORM GNS-PRO-RPO.
       FIN-GNS-BUS-NTF.
           EXIT.
      *
      *    Registro de control del despachador; sin el, la bandeja
      *    de hoy desde el principio y todas las notificaciones.
       CTL-GNS-BUS-NTF SECTION.
       INI-CTL-GNS-BUS-NTF.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE NTF-NOM-CTRL TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF NTF-REG-CTRL TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT = QUE-STAT-OKS
              AND QUE-DAT-RECV( 1:20 ) IS NUMERIC
               MOVE QUE-DAT-RECV( 1:20 ) TO NTF-REG-CTRL
           ELSE
               MOVE NTF-WRK-FHOY TO NTF-CTL-FECH
               MOVE ZEROES       TO NTF-CTL-ITEM NTF-CTL-NABI.
       FIN-CTL-GNS-BUS-NTF.
           EXIT.
      *
      *    Avanza NTF-CTL-FECH un dia ( CAL-FEC SUM-DIA ); si la
      *    fecha no se puede calcular, salta a la bandeja de hoy.
       SUM-GNS-BUS-NTF SECTION.
       INI-SUM-GNS-BUS-NTF.
           MOVE SPACES       TO FEC-FECH.
           MOVE NTF-CTL-FECH( 7:2 ) TO FEC-ITM1.
           MOVE NTF-CTL-FECH( 5:2 ) TO FEC-ITM2.
           MOVE NTF-CTL-FECH( 1:2 ) TO FEC-ITM3.
           MOVE NTF-CTL-FECH( 3:2 ) TO FEC-ITM4.
           MOVE FEC-FORM-FEC TO FEC-FORM.
           MOVE SPACES       TO FEC-IEDT.
           MOVE 1            TO FEC-NDIA.
           MOVE FEC-SUM-DIA  TO FEC-CMND.
           PERFORM CAL-FEC.
           IF MSG-COD-MENS IN MSG > SPACES
               MOVE SPACES       TO MSG-COD-MENS IN MSG
               MOVE NTF-WRK-FHOY TO NTF-CTL-FECH
               GO TO FIN-SUM-GNS-BUS-NTF.
           MOVE FEC-ITM3 TO NTF-CTL-FECH( 1:2 ).
           MOVE FEC-ITM4 TO NTF-CTL-FECH( 3:2 ).
           MOVE FEC-ITM2 TO NTF-CTL-FECH( 5:2 ).
           MOVE FEC-ITM1 TO NTF-CTL-FECH( 7:2 ).
       FIN-SUM-GNS-BUS-NTF.
           EXIT.
      *
      *    Graba el registro de control ( lo crea la primera vez ).
       GRC-GNS-CTL-NTF SECTION.
       INI-GRC-GNS-CTL-NTF.
           MOVE 'MOD'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE NTF-NOM-CTRL TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF NTF-REG-CTRL TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE NTF-REG-CTRL TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               MOVE 'PUT'        TO QUE-COM-SEND
               MOVE SPACES       TO QUE-NAM-SEND
               MOVE NTF-NOM-CTRL TO QUE-NAM-SEND
               MOVE 1            TO QUE-NUM-SEND
               MOVE LENGTH OF NTF-REG-CTRL TO QUE-LAR-SEND
               MOVE SPACES       TO QUE-TRX-SEND
               MOVE NTF-REG-CTRL TO QUE-DAT-SEND
               PERFORM GNS-MSJ-QUE.
       FIN-GRC-GNS-CTL-NTF.
           EXIT.
      *
      *    Anota en el vector la notificacion que esta en NTF; sin
      *    lugar, solo se cuenta.
       ABI-GNS-BUS-NTF SECTION.
       INI-ABI-GNS-BUS-NTF.
           IF NTF-NUM-ABIE NOT < NTF-MAX-ABIE
               ADD 1 TO NTF-CNT-EXCE
               GO TO FIN-ABI-GNS-BUS-NTF.
           ADD 1 TO NTF-NUM-ABIE.
           MOVE NTF-NUM-NOTI TO NTF-ABI-NOTI( NTF-NUM-ABIE ).
           MOVE NTF-COD-FUEN TO NTF-ABI-FUEN( NTF-NUM-ABIE ).
           MOVE NTF-COD-CODI TO NTF-ABI-CODI( NTF-NUM-ABIE ).
           MOVE NTF-COD-CLAV TO NTF-ABI-CLAV( NTF-NUM-ABIE ).
           MOVE NTF-COD-STAT TO NTF-ABI-STAT( NTF-NUM-ABIE ).
           MOVE NTF-FEC-ULTI TO NTF-ABI-FULT( NTF-NUM-ABIE ).
           MOVE NTF-HRA-ULTI TO NTF-ABI-HULT( NTF-NUM-ABIE ).
       FIN-ABI-GNS-BUS-NTF.
           EXIT.
      *
      *    Una alerta de la bandeja: se reune con la notificacion
      *    abierta de igual firma ( la Severa ya enviada, solo si se
      *    repite dentro de NTF-MIN-COLA minutos ) o abre una nueva.
      *    Una Severa que vuelve como Critica pasa a Critica y, si ya
      *    se habia enviado, se envia de nuevo.
       REG-GNS-BUS-NTF SECTION.
       INI-REG-GNS-BUS-NTF.
           IF NTF-BAN-SEVR NOT = 'C'
               MOVE 'S' TO NTF-BAN-SEVR.
           IF NTF-BAN-FUEN = SPACES
               MOVE 'MSG' TO NTF-BAN-FUEN.
           MOVE ZERO TO NTF-NUM-IABI.
       LUP-REG-GNS-BUS-NTF.
           ADD 1 TO NTF-NUM-IABI.
           IF NTF-NUM-IABI > NTF-NUM-ABIE
               GO TO NUE-REG-GNS-BUS-NTF.
           IF NTF-ABI-FUEN( NTF-NUM-IABI ) NOT = NTF-BAN-FUEN
              OR NTF-ABI-CODI( NTF-NUM-IABI ) NOT = NTF-BAN-CODI
              OR NTF-ABI-CLAV( NTF-NUM-IABI ) NOT = NTF-BAN-CLAV
               GO TO LUP-REG-GNS-BUS-NTF.
           IF NTF-ABI-STAT( NTF-NUM-IABI ) = 'K' OR = 'C'
               GO TO LUP-REG-GNS-BUS-NTF.
           IF NTF-ABI-STAT( NTF-NUM-IABI ) = 'E'
               MOVE NTF-ABI-FULT( NTF-NUM-IABI ) TO NTF-WRK-FREF
               MOVE NTF-ABI-HULT( NTF-NUM-IABI ) TO NTF-WRK-HREF
               PERFORM DIF-GNS-BUS-NTF THRU FIN-DIF-GNS-BUS-NTF
               IF NTF-NUM-DIFE NOT < NTF-MIN-COLA
                   GO TO LUP-REG-GNS-BUS-NTF.
           MOVE SPACES TO NTF.
           MOVE NTF-ABI-NOTI( NTF-NUM-IABI ) TO NTF-NUM-NOTI.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NTF-KEY-INTF' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-NTF.
           IF NOT FIO-STAT-OKS
               GO TO LUP-REG-GNS-BUS-NTF.
      *    acusada desde que se cargo el vector
           IF NTF-STAT-ACUS OR NTF-STAT-CERR
               MOVE NTF-COD-STAT TO NTF-ABI-STAT( NTF-NUM-IABI )
               GO TO LUP-REG-GNS-BUS-NTF.
           IF NTF-NUM-CANT < 99999
               ADD 1 TO NTF-NUM-CANT.
           MOVE NTF-BAN-FECH TO NTF-FEC-ULTI.
           MOVE NTF-BAN-HORA TO NTF-HRA-ULTI.
           IF NTF-BAN-SEVR = 'C' AND NTF-SEVR-SEVE
               MOVE 'C' TO NTF-COD-SEVR
               IF NTF-STAT-ENVI
                   MOVE 'P'  TO NTF-COD-STAT
                   MOVE ZERO TO NTF-NUM-NIVE.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NTF-KEY-INTF' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-NTF.
           MOVE NTF-COD-STAT TO NTF-ABI-STAT( NTF-NUM-IABI ).
           MOVE NTF-FEC-ULTI TO NTF-ABI-FULT( NTF-NUM-IABI ).
           MOVE NTF-HRA-ULTI TO NTF-ABI-HULT( NTF-NUM-IABI ).
           ADD 1 TO NTF-CNT-REUN.
           GO TO FIN-REG-GNS-BUS-NTF.
       NUE-REG-GNS-BUS-NTF.
           PERFORM NUM-GNS-BUS-NTF THRU FIN-NUM-GNS-BUS-NTF.
           PERFORM EQU-GNS-BUS-NTF THRU FIN-EQU-GNS-BUS-NTF.
           MOVE SPACES           TO NTF.
           MOVE NTF-WRK-CORR-RED TO NTF-NUM-NOTI.
           MOVE NTF-BAN-FUEN     TO NTF-COD-FUEN.
           MOVE NTF-BAN-CODI     TO NTF-COD-CODI.
           MOVE NTF-BAN-CLAV     TO NTF-COD-CLAV.
           MOVE NTF-BAN-SEVR     TO NTF-COD-SEVR.
           MOVE NTF-BAN-TEXT     TO NTF-GLS-TEXT.
           MOVE NTF-GRC-EQUI     TO NTF-COD-EQUI.
           MOVE 'P'              TO NTF-COD-STAT.
           MOVE 1                TO NTF-NUM-CANT.
           MOVE NTF-BAN-FECH     TO NTF-FEC-PRIM NTF-FEC-ULTI.
           MOVE NTF-BAN-HORA     TO NTF-HRA-PRIM NTF-HRA-ULTI.
           MOVE ZEROES           TO NTF-NUM-NIVE NTF-FEC-ENVI
                                    NTF-HRA-ENVI NTF-FEC-ACUS
                                    NTF-HRA-ACUS.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NTF-KEY-INTF' TO FIO-AKEY.
           MOVE FIO-PUT        TO FIO-CMND.
           PERFORM GNS-FIO-NTF.
           ADD 1 TO NTF-CNT-NUEV.
           IF NTF-NUM-NOTI > NTF-NUM-MAXI
               MOVE NTF-NUM-NOTI TO NTF-NUM-MAXI.
           PERFORM ABI-GNS-BUS-NTF THRU FIN-ABI-GNS-BUS-NTF.
       FIN-REG-GNS-BUS-NTF.
           EXIT.
      *
      *    Equipo que recibe la alerta de NTF-REG-BAND: fila TAB
      *    'NTE' del codigo y, sin ella, de la fuente
      *    ( TAB-GLS-DESC( 1:4 ) ); sin ninguna, NTF-DEF-EQUI.
       EQU-GNS-BUS-NTF SECTION.
       INI-EQU-GNS-BUS-NTF.
           MOVE NTF-DEF-EQUI   TO NTF-GRC-EQUI.
           MOVE SPACES         TO TAB.
           MOVE 'NTE'          TO TAB-COD-TTAB IN TAB.
           MOVE NTF-BAN-CODI   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
              AND TAB-GLS-DESC IN TAB ( 1:4 ) > SPACES
               MOVE TAB-GLS-DESC IN TAB ( 1:4 ) TO NTF-GRC-EQUI
               GO TO FIN-EQU-GNS-BUS-NTF.
           MOVE SPACES         TO TAB.
           MOVE 'NTE'          TO TAB-COD-TTAB IN TAB.
           MOVE NTF-BAN-FUEN   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
              AND TAB-GLS-DESC IN TAB ( 1:4 ) > SPACES
               MOVE TAB-GLS-DESC IN TAB ( 1:4 ) TO NTF-GRC-EQUI.
       FIN-EQU-GNS-BUS-NTF.
           EXIT.
      *
      *    Atiende la notificacion abierta NTF-NUM-IABI: la nueva
      *    se envia al titular; la Critica que espera acuse pasa al
      *    nivel siguiente cumplidos los minutos de la guardia desde
      *    el ultimo envio; la Severa enviada que no se repitio en
      *    NTF-MIN-COLA minutos se cierra. El registro se relee para
      *    ver el acuse que llego durante la corrida.
       ATE-GNS-BUS-NTF SECTION.
       INI-ATE-GNS-BUS-NTF.
           IF NTF-ABI-STAT( NTF-NUM-IABI ) = 'K' OR = 'C' OR = 'X'
               GO TO FIN-ATE-GNS-BUS-NTF.
           MOVE SPACES TO NTF.
           MOVE NTF-ABI-NOTI( NTF-NUM-IABI ) TO NTF-NUM-NOTI.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NTF-KEY-INTF' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-NTF.
           IF NOT FIO-STAT-OKS
               GO TO FIN-ATE-GNS-BUS-NTF.
           MOVE NTF-COD-STAT TO NTF-ABI-STAT( NTF-NUM-IABI ).
           IF NTF-STAT-PEND
               MOVE 1 TO NTF-WRK-NIVE
               PERFORM SND-GNS-BUS-NTF THRU FIN-SND-GNS-BUS-NTF
               GO TO FIN-ATE-GNS-BUS-NTF.
           IF NOT NTF-STAT-ENVI
               GO TO ESP-ATE-GNS-BUS-NTF.
           MOVE NTF-FEC-ULTI TO NTF-WRK-FREF.
           MOVE NTF-HRA-ULTI TO NTF-WRK-HREF.
           PERFORM DIF-GNS-BUS-NTF THRU FIN-DIF-GNS-BUS-NTF.
           IF NTF-NUM-DIFE < NTF-MIN-COLA
               GO TO FIN-ATE-GNS-BUS-NTF.
           MOVE 'C' TO NTF-COD-STAT.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NTF-KEY-INTF' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-NTF.
           MOVE 'C' TO NTF-ABI-STAT( NTF-NUM-IABI ).
           ADD 1 TO NTF-CNT-CERR.
           GO TO FIN-ATE-GNS-BUS-NTF.
       ESP-ATE-GNS-BUS-NTF.
           IF NOT NTF-STAT-ESPE
               GO TO FIN-ATE-GNS-BUS-NTF.
           MOVE NTF-COD-EQUI TO NTF-GRC-EQUI.
           PERFORM GRD-GNS-BUS-NTF THRU FIN-GRD-GNS-BUS-NTF.
           MOVE NTF-FEC-ENVI TO NTF-WRK-FREF.
           MOVE NTF-HRA-ENVI TO NTF-WRK-HREF.
           PERFORM DIF-GNS-BUS-NTF THRU FIN-DIF-GNS-BUS-NTF.
           IF NTF-NUM-DIFE < NTF-NUM-MESC
               GO TO FIN-ATE-GNS-BUS-NTF.
           COMPUTE NTF-WRK-NIVE = NTF-NUM-NIVE + 1.
           PERFORM SND-GNS-BUS-NTF THRU FIN-SND-GNS-BUS-NTF.
       FIN-ATE-GNS-BUS-NTF.
           EXIT.
      *
      *    Envia la notificacion que esta en NTF a la guardia de su
      *    equipo desde el nivel NTF-WRK-NIVE: el primero con
      *    persona y direccion la recibe por la pasarela. Sin nadie,
      *    la que nunca se envio queda por enviar ( sin guardia ) y
      *    la Critica que se estaba escalando queda agotada; ambas
      *    se avisan por USERLOG.
       SND-GNS-BUS-NTF SECTION.
       INI-SND-GNS-BUS-NTF.
           MOVE NTF-COD-EQUI TO NTF-GRC-EQUI.
           PERFORM GRD-GNS-BUS-NTF THRU FIN-GRD-GNS-BUS-NTF.
       NIV-SND-GNS-BUS-NTF.
           IF NTF-WRK-NIVE > 3
               GO TO NAD-SND-GNS-BUS-NTF.
           IF NTF-GRD-PERS( NTF-WRK-NIVE ) NOT > SPACES
               ADD 1 TO NTF-WRK-NIVE
               GO TO NIV-SND-GNS-BUS-NTF.
           MOVE NTF-GRD-PERS( NTF-WRK-NIVE ) TO NTF-WRK-DEST.
           PERFORM DIR-GNS-BUS-NTF THRU FIN-DIR-GNS-BUS-NTF.
           IF NTF-WRK-CANA = SPACE
               ADD 1 TO NTF-WRK-NIVE
               GO TO NIV-SND-GNS-BUS-NTF.
      *
      *    a la pasarela
           MOVE NTF-NUM-NOTI TO NTF-ENV-NOTI.
           MOVE NTF-WRK-CANA TO NTF-ENV-CANA.
           IF NTF-WRK-CANA = 'S'
               MOVE NTF-WRK-MOVI TO NTF-ENV-DIRE
           ELSE
               MOVE NTF-WRK-MAIL TO NTF-ENV-DIRE.
           MOVE NTF-WRK-DEST TO NTF-ENV-DEST.
           MOVE NTF-WRK-NIVE TO NTF-ENV-NIVE.
           MOVE NTF-COD-SEVR TO NTF-ENV-SEVR.
           MOVE NTF-NUM-CANT TO NTF-ENV-CANT.
           MOVE NTF-COD-FUEN TO NTF-ENV-FUEN.
           MOVE NTF-COD-CODI TO NTF-ENV-CODI.
           MOVE NTF-COD-CLAV TO NTF-ENV-CLAV.
           MOVE NTF-GLS-TEXT TO NTF-ENV-TEXT.
           MOVE NTF-FEC-PRIM TO NTF-ENV-FPRI.
           MOVE NTF-HRA-PRIM TO NTF-ENV-HPRI.
           MOVE 'PUT'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           IF NTF-WRK-CANA = 'S'
               MOVE NTF-NOM-SMS  TO QUE-NAM-SEND
           ELSE
               MOVE NTF-NOM-MAIL TO QUE-NAM-SEND.
           MOVE ZEROES       TO QUE-NUM-SEND.
           MOVE LENGTH OF NTF-REG-ENVI TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE NTF-REG-ENVI TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF NTF-NUM-NIVE = ZERO
               MOVE 'ENV' TO NTF-LIN-TIPO
               ADD 1 TO NTF-CNT-ENVI
           ELSE
               MOVE 'ESC' TO NTF-LIN-TIPO
               ADD 1 TO NTF-CNT-ESCA.
           MOVE NTF-WRK-NIVE TO NTF-NUM-NIVE.
           MOVE NTF-WRK-DEST TO NTF-COD-DEST.
           MOVE NTF-WRK-CANA TO NTF-COD-CANA.
           MOVE NTF-WRK-FHOY TO NTF-FEC-ENVI.
           MOVE NTF-WRK-HHOY TO NTF-HRA-ENVI.
           IF NTF-SEVR-CRIT
               MOVE 'A' TO NTF-COD-STAT
           ELSE
               MOVE 'E' TO NTF-COD-STAT.
           GO TO GRB-SND-GNS-BUS-NTF.
      *
      *    nadie en la guardia
       NAD-SND-GNS-BUS-NTF.
           IF NTF-NUM-NIVE = ZERO
               MOVE 'SGU' TO NTF-LIN-TIPO
               ADD 1 TO NTF-CNT-SGUA
               MOVE 'NOTIFICACION SIN GUARDIA NI DIRECCION'
                 TO LOGMSG-TEXT-3
               PERFORM LOG-GNS-BUS-NTF THRU FIN-LOG-GNS-BUS-NTF
               PERFORM LIN-GNS-BUS-NTF THRU FIN-LIN-GNS-BUS-NTF
               GO TO FIN-SND-GNS-BUS-NTF.
           MOVE 'AGO' TO NTF-LIN-TIPO.
           ADD 1 TO NTF-CNT-AGOT.
           MOVE 'X'   TO NTF-COD-STAT.
           MOVE 'CRITICO SIN ACUSE, GUARDIA AGOTADA'
             TO LOGMSG-TEXT-3.
           PERFORM LOG-GNS-BUS-NTF THRU FIN-LOG-GNS-BUS-NTF.
       GRB-SND-GNS-BUS-NTF.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NTF-KEY-INTF' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-NTF.
           MOVE NTF-COD-STAT TO NTF-ABI-STAT( NTF-NUM-IABI ).
           PERFORM LIN-GNS-BUS-NTF THRU FIN-LIN-GNS-BUS-NTF.
       FIN-SND-GNS-BUS-NTF.
           EXIT.
      *
      *    Guardia del equipo NTF-GRC-EQUI para hoy: fila TAB 'GRD'
      *    equipo + SAAMMDD y, sin ella, la permanente equipo + fecha
      *    cero. TAB-GLS-DESC trae el titular y los dos niveles de
      *    escalamiento ( 12 posiciones cada uno ) y
      *    TAB-GLS-DAT3( 1:3 ) los minutos para escalar.
       GRD-GNS-BUS-NTF SECTION.
       INI-GRD-GNS-BUS-NTF.
           MOVE SPACES       TO NTF-WRK-GRDD.
           MOVE NTF-DEF-ESCA TO NTF-NUM-MESC.
           MOVE NTF-WRK-FHOY TO NTF-GRC-FECH.
           MOVE SPACES         TO TAB.
           MOVE 'GRD'          TO TAB-COD-TTAB IN TAB.
           MOVE NTF-WRK-GRDC   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               GO TO CAR-GRD-GNS-BUS-NTF.
           MOVE ZEROES         TO NTF-GRC-FECH.
           MOVE SPACES         TO TAB.
           MOVE 'GRD'          TO TAB-COD-TTAB IN TAB.
           MOVE NTF-WRK-GRDC   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               GO TO FIN-GRD-GNS-BUS-NTF.
       CAR-GRD-GNS-BUS-NTF.
           MOVE TAB-GLS-DESC IN TAB TO NTF-WRK-GRDD.
           IF TAB-GLS-DAT3 IN TAB ( 1:3 ) IS NUMERIC
              AND TAB-GLS-DAT3 IN TAB ( 1:3 ) > '000'
               MOVE TAB-GLS-DAT3 IN TAB ( 1:3 ) TO NTF-NUM-MESC.
       FIN-GRD-GNS-BUS-NTF.
           EXIT.
      *
      *    Direcciones de NTF-WRK-DEST ( fila TAB 'NTD': correo en
      *    TAB-GLS-DESC, movil en TAB-GLS-DAT2 ) y canal del envio:
      *    el Critico por SMS y el Severo por correo; sin esa
      *    direccion, por la otra; sin ninguna, canal en blanco.
       DIR-GNS-BUS-NTF SECTION.
       INI-DIR-GNS-BUS-NTF.
           MOVE SPACES TO NTF-WRK-MAIL NTF-WRK-MOVI NTF-WRK-CANA.
           MOVE SPACES         TO TAB.
           MOVE 'NTD'          TO TAB-COD-TTAB IN TAB.
           MOVE NTF-WRK-DEST   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               GO TO FIN-DIR-GNS-BUS-NTF.
           MOVE TAB-GLS-DESC IN TAB TO NTF-WRK-MAIL.
           MOVE TAB-GLS-DAT2 IN TAB TO NTF-WRK-MOVI.
           IF NTF-SEVR-CRIT AND NTF-WRK-MOVI > SPACES
               MOVE 'S' TO NTF-WRK-CANA
               GO TO FIN-DIR-GNS-BUS-NTF.
           IF NTF-WRK-MAIL > SPACES
               MOVE 'M' TO NTF-WRK-CANA
               GO TO FIN-DIR-GNS-BUS-NTF.
           IF NTF-WRK-MOVI > SPACES
               MOVE 'S' TO NTF-WRK-CANA.
       FIN-DIR-GNS-BUS-NTF.
           EXIT.
      *
      *    Minutos desde la marca NTF-WRK-FREF / NTF-WRK-HREF hasta
      *    el momento de la corrida; la marca de otro dia suma un
      *    dia entero.
       DIF-GNS-BUS-NTF SECTION.
       INI-DIF-GNS-BUS-NTF.
           COMPUTE NTF-NUM-DIFE = NTF-WHO-HH * 60 + NTF-WHO-MM
                                - NTF-WRF-HH * 60 - NTF-WRF-MM.
           IF NTF-WRK-FREF NOT = NTF-WRK-FHOY
               ADD 1440 TO NTF-NUM-DIFE.
           IF NTF-NUM-DIFE < ZERO
               MOVE ZERO TO NTF-NUM-DIFE.
       FIN-DIF-GNS-BUS-NTF.
           EXIT.
      *
      *    Siguiente numero de notificacion: correlativo en la fila
      *    'CORRELATIVO' de TAB 'NTF' ( se crea en la primera ).
       NUM-GNS-BUS-NTF SECTION.
       INI-NUM-GNS-BUS-NTF.
           MOVE SPACES         TO TAB.
           MOVE 'NTF'          TO TAB-COD-TTAB IN TAB.
           MOVE 'CORRELATIVO'  TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS
              AND TAB-GLS-DESC IN TAB ( 1:8 ) IS NUMERIC
               MOVE TAB-GLS-DESC IN TAB ( 1:8 ) TO NTF-WRK-CORR
               MOVE FIO-MOD TO FIO-CMND
           ELSE
               MOVE SPACES        TO TAB
               MOVE 'NTF'         TO TAB-COD-TTAB IN TAB
               MOVE 'CORRELATIVO' TO TAB-COD-CTAB IN TAB
               MOVE ZEROES        TO NTF-WRK-CORR-RED
               MOVE FIO-PUT       TO FIO-CMND.
           ADD 1 TO NTF-WRK-CORR-RED.
           MOVE SPACES       TO TAB-GLS-DESC IN TAB.
           MOVE NTF-WRK-CORR TO TAB-GLS-DESC IN TAB ( 1:8 ).
           MOVE 'S'          TO TAB-IND-VIGE IN TAB.
           MOVE 'GNSBUSNTF'  TO TAB-COD-ATRN IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           PERFORM GNS-FIO-TAB.
       FIN-NUM-GNS-BUS-NTF.
           EXIT.
      *
      *    Aviso por USERLOG de la notificacion que esta en NTF
      *    ( texto ya armado en LOGMSG-TEXT-3 ).
       LOG-GNS-BUS-NTF SECTION.
       INI-LOG-GNS-BUS-NTF.
           MOVE 'NTF '         TO LOGMSG-TEXT-1.
           MOVE NTF-COD-EQUI   TO LOGMSG-TEXT-2.
           MOVE '46'           TO LOGMSG-NUMB.
           PERFORM DO-USERLOG.
       FIN-LOG-GNS-BUS-NTF.
           EXIT.
      *
      *    Fila del envio ( tipo ya armado en NTF-LIN-TIPO ) con la
      *    notificacion que esta en NTF.
       LIN-GNS-BUS-NTF SECTION.
       INI-LIN-GNS-BUS-NTF.
           MOVE ZEROES       TO NTF-LIN-NLEI NTF-LIN-NNUE
                                NTF-LIN-NREU NTF-LIN-NENV
                                NTF-LIN-NESC NTF-LIN-NAGO
                                NTF-LIN-NSGU NTF-LIN-NCER
                                NTF-LIN-NEXC.
           MOVE NTF-NUM-NOTI TO NTF-LIN-NOTI.
           MOVE NTF-COD-FUEN TO NTF-LIN-FUEN.
           MOVE NTF-COD-CODI TO NTF-LIN-CODI.
           MOVE NTF-COD-CLAV TO NTF-LIN-CLAV.
           MOVE NTF-COD-SEVR TO NTF-LIN-SEVR.
           MOVE NTF-NUM-CANT TO NTF-LIN-CANT.
           MOVE NTF-COD-EQUI TO NTF-LIN-EQUI.
           MOVE NTF-NUM-NIVE TO NTF-LIN-NIVE.
           MOVE NTF-COD-DEST TO NTF-LIN-DEST.
           MOVE NTF-COD-CANA TO NTF-LIN-CANA.
           PERFORM PUT-GNS-BUS-NTF THRU FIN-PUT-GNS-BUS-NTF.
       FIN-LIN-GNS-BUS-NTF.
           EXIT.
      *
      *    Una fila del informe a la cola SCR-QNTF.
       PUT-GNS-BUS-NTF SECTION.
       INI-PUT-GNS-BUS-NTF.
           ADD 1 TO SCR-INTF.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QNTF TO QUE-NAM-SEND.
           MOVE SCR-INTF TO QUE-NUM-SEND.
           MOVE LENGTH OF NTF-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE NTF-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-NTF.
           EXIT.
