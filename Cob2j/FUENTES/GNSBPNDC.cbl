      *    presenta no es papeleria nuestra.
           IF NDC-STAT = ZERO AND NDC-RNG-NDOC > ZEROES
               PERFORM CHK-RNG-NDOC THRU FIN-CHK-RNG-NDOC.
      *    Y contra su propia historia: el mismo numero presentado
      *    muchas veces, o en varias sucursales, en poco tiempo.
           IF NDC-STAT = ZERO AND NDC-VEL-ACTV = 'S'
              AND NDC-STL-NDOC > SPACES
               PERFORM CHK-VEL-NDOC THRU FIN-CHK-VEL-NDOC.
       FIN-GNS-VAL-NDOC.
           EXIT.

           MOVE 'NDC    RNG' TO NDC-CMSG.
       FIN-CHK-RNG-NDOC.
           EXIT.

      *    Velocidad del documento: carga las reglas vigentes de TAB
      *    'VEL', cuenta en PRS las presentaciones del numero y sus
      *    sucursales distintas dentro de la ventana de cada regla
      *    ( la presentacion en curso incluida ) y, si alguna regla
      *    se pasa, rechaza ( severidad 'H' ) o deja pasar con aviso
      *    y log ( 'S' ). La presentacion queda registrada en PRS con
      *    su desenlace; la rechazada no cuenta para las siguientes.
       CHK-VEL-NDOC SECTION.
       INI-CHK-VEL-NDOC.
           MOVE 'A'    TO VEL-SAL-RSLT.
           MOVE SPACES TO VEL-SAL-REGL.
           PERFORM GET-FHOY.
           MOVE HOY-FHOY TO FEC-FVLD.
           PERFORM FEC-RTRN-JUL.
           MOVE FEC-FJUL TO VEL-NUM-FJUL.
           ACCEPT VEL-HRA-AHOR FROM TIME.
           COMPUTE VEL-NUM-AHOR = VEL-NUM-FJUL * 1440
                                + VEL-HHR-AHOR * 60 + VEL-MMR-AHOR.
           MOVE ZERO TO VEL-NUM-REGL VEL-NUM-VMAX VEL-NUM-SUCS.
           MOVE SPACES         TO TAB.
           MOVE 'VEL'          TO TAB-COD-TTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
       REG-CHK-VEL-NDOC.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'VEL'
              OR VEL-NUM-REGL NOT < VEL-MAX-REGL
               GO TO PRS-CHK-VEL-NDOC.
           IF TAB-IND-VIGE IN TAB = 'N'
               GO TO SRG-CHK-VEL-NDOC.
           MOVE TAB-GLS-DESC IN TAB TO VEL-RGL-DESC.
           IF VEL-RGL-VENT NOT NUMERIC OR VEL-RGL-VENT = ZERO
              OR VEL-RGL-MPRE NOT NUMERIC
              OR VEL-RGL-MSUC NOT NUMERIC
               GO TO SRG-CHK-VEL-NDOC.
           ADD 1 TO VEL-NUM-REGL.
           MOVE TAB-COD-CTAB IN TAB ( 1:4 )
                                TO VEL-REG-CODI( VEL-NUM-REGL ).
           MOVE VEL-RGL-VENT    TO VEL-REG-VENT( VEL-NUM-REGL ).
           MOVE VEL-RGL-MPRE    TO VEL-REG-MPRE( VEL-NUM-REGL ).
           MOVE VEL-RGL-MSUC    TO VEL-REG-MSUC( VEL-NUM-REGL ).
           MOVE VEL-RGL-SEVE    TO VEL-REG-SEVE( VEL-NUM-REGL ).
           COMPUTE VEL-REG-DESD( VEL-NUM-REGL ) =
                   VEL-NUM-AHOR - VEL-RGL-VENT.
           MOVE ZERO TO VEL-REG-CPRE( VEL-NUM-REGL )
                        VEL-REG-CSUC( VEL-NUM-REGL ).
           IF VEL-RGL-VENT > VEL-NUM-VMAX
               MOVE VEL-RGL-VENT TO VEL-NUM-VMAX.
       SRG-CHK-VEL-NDOC.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           GO TO REG-CHK-VEL-NDOC.
      *    sin reglas no hay nada que contar, pero la presentacion
      *    se registra igual
       PRS-CHK-VEL-NDOC.
           IF VEL-NUM-REGL = ZERO
               GO TO GRA-CHK-VEL-NDOC.
           COMPUTE VEL-NUM-JDES =
                   ( VEL-NUM-AHOR - VEL-NUM-VMAX ) / 1440.
           MOVE SPACES       TO PRS.
           MOVE NDC-STL-NDOC TO PRS-GLS-NDOC.
           MOVE VEL-NUM-JDES TO PRS-NUM-FJUL.
           MOVE ZEROES       TO PRS-HRA-PRES.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'PRS-KEY-IPRS' TO FIO-AKEY.
           MOVE FIO-FND-NLS  TO FIO-CMND.
           PERFORM GNS-FIO-PRS.
       LUP-CHK-VEL-NDOC.
           IF NOT FIO-STAT-OKS
              OR PRS-GLS-NDOC NOT = NDC-STL-NDOC
               GO TO EVA-CHK-VEL-NDOC.
           IF PRS-RSLT-RECH
               GO TO SIG-CHK-VEL-NDOC.
           MOVE PRS-HRA-PRES TO VEL-HRA-FILA.
           COMPUTE VEL-NUM-MFIL = PRS-NUM-FJUL * 1440
                                + VEL-HHR-FILA * 60 + VEL-MMR-FILA.
           MOVE PRS-COD-SUCU TO VEL-WRK-SUCU.
           MOVE VEL-NUM-MFIL TO VEL-WRK-MOME.
           PERFORM SUC-VEL-NDOC THRU FIN-SUC-VEL-NDOC.
           MOVE ZERO TO VEL-NUM-IREG.
       CNT-CHK-VEL-NDOC.
           ADD 1 TO VEL-NUM-IREG.
           IF VEL-NUM-IREG > VEL-NUM-REGL
               GO TO SIG-CHK-VEL-NDOC.
           IF VEL-NUM-MFIL NOT < VEL-REG-DESD( VEL-NUM-IREG )
               ADD 1 TO VEL-REG-CPRE( VEL-NUM-IREG ).
           GO TO CNT-CHK-VEL-NDOC.
       SIG-CHK-VEL-NDOC.
           MOVE 'PRS-KEY-IPRS' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-PRS.
           GO TO LUP-CHK-VEL-NDOC.
      *    la presentacion en curso cuenta en todas las reglas
       EVA-CHK-VEL-NDOC.
           MOVE SUC-COD-SUCU TO VEL-WRK-SUCU.
           MOVE VEL-NUM-AHOR TO VEL-WRK-MOME.
           PERFORM SUC-VEL-NDOC THRU FIN-SUC-VEL-NDOC.
           MOVE ZERO TO VEL-NUM-IREG.
       REV-CHK-VEL-NDOC.
           ADD 1 TO VEL-NUM-IREG.
           IF VEL-NUM-IREG > VEL-NUM-REGL
               GO TO GRA-CHK-VEL-NDOC.
           ADD 1 TO VEL-REG-CPRE( VEL-NUM-IREG ).
           MOVE ZERO TO VEL-NUM-ISUC.
       DST-CHK-VEL-NDOC.
           ADD 1 TO VEL-NUM-ISUC.
           IF VEL-NUM-ISUC > VEL-NUM-SUCS
               GO TO DIS-CHK-VEL-NDOC.
           IF VEL-SUC-ULTM( VEL-NUM-ISUC ) NOT <
              VEL-REG-DESD( VEL-NUM-IREG )
               ADD 1 TO VEL-REG-CSUC( VEL-NUM-IREG ).
           GO TO DST-CHK-VEL-NDOC.
       DIS-CHK-VEL-NDOC.
           IF ( VEL-REG-MPRE( VEL-NUM-IREG ) > ZERO
                AND VEL-REG-CPRE( VEL-NUM-IREG ) >
                    VEL-REG-MPRE( VEL-NUM-IREG ) )
              OR ( VEL-REG-MSUC( VEL-NUM-IREG ) > ZERO
                AND VEL-REG-CSUC( VEL-NUM-IREG ) >
                    VEL-REG-MSUC( VEL-NUM-IREG ) )
               MOVE VEL-REG-CODI( VEL-NUM-IREG ) TO VEL-SAL-REGL
               IF VEL-REG-SEVE( VEL-NUM-IREG ) = 'H'
                   MOVE 'R' TO VEL-SAL-RSLT
                   GO TO GRA-CHK-VEL-NDOC
               ELSE
                   MOVE 'W' TO VEL-SAL-RSLT.
           GO TO REV-CHK-VEL-NDOC.
       GRA-CHK-VEL-NDOC.
           MOVE SPACES       TO PRS.
           MOVE NDC-STL-NDOC TO PRS-GLS-NDOC.
           MOVE VEL-NUM-FJUL TO PRS-NUM-FJUL.
           MOVE VEL-HRA-AHOR TO PRS-HRA-PRES.
           MOVE HOY-FHOY     TO PRS-FEC-PRES.
           MOVE SUC-COD-SUCU TO PRS-COD-SUCU.
           MOVE TSK-TERM-ALF TO PRS-COD-TERM.
           MOVE SCR-USER     TO PRS-COD-OPER.
           MOVE VEL-SAL-RSLT TO PRS-IND-RSLT.
           MOVE VEL-SAL-REGL TO PRS-COD-REGL.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'PRS-KEY-IPRS' TO FIO-AKEY.
           MOVE FIO-PUT      TO FIO-CMND.
           PERFORM GNS-FIO-PRS.
           IF VEL-SAL-RSLT = 'R'
               MOVE 7            TO NDC-STAT
               MOVE 'NDC    VEL' TO NDC-CMSG
               GO TO FIN-CHK-VEL-NDOC.
           IF VEL-SAL-RSLT NOT = 'W'
               GO TO FIN-CHK-VEL-NDOC.
      *    severidad blanda: pasa, con aviso y huella en el log
           IF NDC-CMSG = SPACES
               MOVE 'NDC   AVVE' TO NDC-CMSG.
           MOVE LENGTH OF LOGMSG TO LOGMSG-LEN.
           MOVE 'NDVL'           TO LOGMSG-TEXT-1.
           MOVE VEL-SAL-REGL     TO LOGMSG-TEXT-2.
           MOVE SPACES           TO LOGMSG-TEXT-3.
           MOVE NDC-STL-NDOC     TO LOGMSG-TEXT-3( 1:25 ).
           MOVE '46'             TO LOGMSG-NUMB.
           PERFORM DO-USERLOG.
       FIN-CHK-VEL-NDOC.
           EXIT.

      *    Anota la sucursal VEL-WRK-SUCU con la marca de su ultima
      *    presentacion ( VEL-WRK-MOME, que llega en orden ).
       SUC-VEL-NDOC SECTION.
       INI-SUC-VEL-NDOC.
           MOVE ZERO TO VEL-NUM-ISUC.
       LUP-SUC-VEL-NDOC.
           ADD 1 TO VEL-NUM-ISUC.
           IF VEL-NUM-ISUC > VEL-NUM-SUCS
               GO TO NUE-SUC-VEL-NDOC.
           IF VEL-SUC-CODI( VEL-NUM-ISUC ) NOT = VEL-WRK-SUCU
               GO TO LUP-SUC-VEL-NDOC.
           MOVE VEL-WRK-MOME TO VEL-SUC-ULTM( VEL-NUM-ISUC ).
           GO TO FIN-SUC-VEL-NDOC.
       NUE-SUC-VEL-NDOC.
           IF VEL-NUM-SUCS NOT < 20
               GO TO FIN-SUC-VEL-NDOC.
           ADD 1 TO VEL-NUM-SUCS.
           MOVE VEL-WRK-SUCU TO VEL-SUC-CODI( VEL-NUM-SUCS ).
           MOVE VEL-WRK-MOME TO VEL-SUC-ULTM( VEL-NUM-SUCS ).
       FIN-SUC-VEL-NDOC.
           EXIT.
