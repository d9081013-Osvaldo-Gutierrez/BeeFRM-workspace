      * Bandeja de Trabajo Pendiente del Operador
      *
      *    GNS-PRO-BAN es la transaccion de la bandeja: BAN-LIS la
      *    arma para el operador de la sesion en la cola SCR-QBAN
      *    ( GNS-BUS-BAN ) y BAN-SAL salta desde la linea
      *    BAN-ENT-LINE a la transaccion que la resuelve, por el
      *    mismo XCT-GNS-PRO-SYS del menu ( drenado, dia de
      *    operaciones, ciclo de vida y matriz 'PRM' incluidos ).
       GNS-PRO-BAN SECTION.
       INI-GNS-PRO-BAN.
           SET BAN-STAT-OKS TO TRUE.
           IF BAN-CMND = BAN-LIS
               MOVE 'S' TO BAN-IND-COLA
               PERFORM GNS-BUS-BAN THRU FIN-GNS-BUS-BAN
               PERFORM GRA-GNS-IND-BAN THRU FIN-GRA-GNS-IND-BAN
               GO TO FIN-GNS-PRO-BAN.
           IF BAN-CMND NOT = BAN-SAL
               SET BAN-STAT-NEX TO TRUE
               GO TO FIN-GNS-PRO-BAN.
      *
      *    linea elegida ( la fila 'TOT' no es un pendiente )
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE SCR-QBAN     TO QUE-NAM-SEND.
           MOVE BAN-ENT-LINE TO QUE-NUM-SEND.
           MOVE LENGTH OF BAN-LINE TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS OR BAN-ENT-LINE = ZEROES
               SET BAN-STAT-NEX TO TRUE
               GO TO FIN-GNS-PRO-BAN.
           MOVE QUE-ITEM( 1:LENGTH OF BAN-LINE ) TO BAN-LINE.
           IF BAN-LIN-TIPO = 'TOT'
               SET BAN-STAT-NEX TO TRUE
               GO TO FIN-GNS-PRO-BAN.
      *
      *    transaccion que resuelve el tipo
           MOVE SPACES         TO TAB.
           MOVE 'BAN'          TO TAB-COD-TTAB IN TAB.
           MOVE BAN-LIN-TIPO   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               SET BAN-STAT-NTR TO TRUE
               GO TO FIN-GNS-PRO-BAN.
           MOVE TAB-GLS-DESC IN TAB ( 1:14 ) TO BAN-WRK-TRAN.
           IF BAN-TRN-PROG NOT > SPACES
               SET BAN-STAT-NTR TO TRUE
               GO TO FIN-GNS-PRO-BAN.
      *
      *    el despacho no vuelve: la linea viaja en el area de
      *    comunicacion para que el destino parta en su registro
           MOVE BAN-TRN-COMD TO PRV-ENT-COMD.
           MOVE BAN-TRN-OPCI TO PRV-ENT-OPCI.
           MOVE SPACES       TO SYS-CMMA.
           MOVE BAN-LINE     TO SYS-SCR-VARI( 1:LENGTH OF BAN-LINE ).
           MOVE LENGTH OF SYS-CMMA TO SYS-TCMA.
           MOVE BAN-TRN-PROG TO SYS-PROG.
           MOVE SYS-XCTL     TO SYS-CMND.
           PERFORM GNS-PRO-SYS.
       FIN-GNS-PRO-BAN.
           EXIT.
      *
      *    Arma la bandeja de SCR-USER: recorre cada fuente, cuenta
      *    por tipo y ordena por momento en la tabla en memoria; con
      *    BAN-IND-COLA en 'S' la deja en la cola SCR-QBAN ( lo
      *    anterior de la cola se borra ) con la fila 'TOT' al final.
       GNS-BUS-BAN SECTION.
       INI-GNS-BUS-BAN.
           MOVE ZEROES TO BAN-NUM-ITEM BAN-CNT-NPND BAN-CNT-NINC
                          BAN-CNT-NACK BAN-CNT-NRSV BAN-CNT-NSPL
                          BAN-CNT-TOTA BAN-CNT-OMIT
                          BAN-NUM-APND.
           PERFORM GET-FHOY.
           MOVE HOY-FHOY TO BAN-FEC-HOYC.
      *
      *    cambios de catalogo de otros operadores por aprobar, de
      *    las tablas cuya aprobacion permite el rol de la sesion
           MOVE SPACES         TO PND.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'PND-KEY-IPND' TO FIO-AKEY.
           MOVE FIO-FND-FST    TO FIO-CMND.
           PERFORM GNS-FIO-PND.
       LPN-GNS-BUS-BAN.
           IF NOT FIO-STAT-OKS
               GO TO INC-GNS-BUS-BAN.
           IF NOT PND-STAT-PEND OR PND-COD-MAKR = SCR-USER
               GO TO SPN-GNS-BUS-BAN.
           PERFORM APR-GNS-BUS-BAN THRU FIN-APR-GNS-BUS-BAN.
           IF BAN-IND-APRO = 'S'
               ADD 1 TO BAN-CNT-NPND
               MOVE 'PND'          TO BAN-NUE-TIPO
               MOVE PND-STP-ITRN   TO BAN-NUE-STMP( 1:14 )
               MOVE PND-KEY-IPND( 1:24 ) TO BAN-NUE-CLAV
               MOVE SPACES         TO BAN-NUE-GLOS
               MOVE 'APROBAR '     TO BAN-NUE-GLOS( 1:8 )
               MOVE PND-COD-TABL   TO BAN-NUE-GLOS( 9:3 )
               MOVE ' DE '         TO BAN-NUE-GLOS( 12:4 )
               MOVE PND-COD-MAKR   TO BAN-NUE-GLOS( 16:12 )
               PERFORM VNC-GNS-BUS-PND THRU FIN-VNC-GNS-BUS-PND
               MOVE PND-LIN-VNCD   TO BAN-NUE-VNCD
               PERFORM INS-GNS-BUS-BAN THRU FIN-INS-GNS-BUS-BAN.
       SPN-GNS-BUS-BAN.
           MOVE 'PND-KEY-IPND' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-PND.
           GO TO LPN-GNS-BUS-BAN.
      *
      *    incidentes asignados, aun sin cerrar
       INC-GNS-BUS-BAN.
           MOVE SPACES         TO INC.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'INC-KEY-IINC' TO FIO-AKEY.
           MOVE FIO-FND-FST    TO FIO-CMND.
           PERFORM GNS-FIO-INC.
       LIN-GNS-BUS-BAN.
           IF NOT FIO-STAT-OKS
               GO TO ACK-GNS-BUS-BAN.
           IF INC-COD-ASIG = SCR-USER AND NOT INC-STAT-CERR
               ADD 1 TO BAN-CNT-NINC
               MOVE 'INC'          TO BAN-NUE-TIPO
               MOVE INC-STP-ITRN   TO BAN-NUE-STMP( 1:14 )
               MOVE INC-KEY-IINC   TO BAN-NUE-CLAV
               MOVE SPACES         TO BAN-NUE-GLOS
               MOVE 'INCIDENTE '   TO BAN-NUE-GLOS( 1:10 )
               MOVE INC-COD-PROG   TO BAN-NUE-GLOS( 11:8 )
               MOVE INC-COD-STAT   TO BAN-NUE-GLOS( 20:1 )
               MOVE SPACES         TO BAN-NUE-VNCD
               PERFORM INS-GNS-BUS-BAN THRU FIN-INS-GNS-BUS-BAN.
           MOVE 'INC-KEY-IINC' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-INC.
           GO TO LIN-GNS-BUS-BAN.
      *
      *    mensajes criticos servidos al operador y sin acusar
       ACK-GNS-BUS-BAN.
           MOVE SPACES         TO TAB.
           MOVE 'ACJ'          TO TAB-COD-TTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
       LAC-GNS-BUS-BAN.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'ACJ'
               GO TO RSV-GNS-BUS-BAN.
           MOVE TAB-GLS-DESC IN TAB TO ACK-WRK-DESC.
           IF ACK-DSC-ESTA = 'P' AND ACK-DSC-OPER = SCR-USER
               ADD 1 TO BAN-CNT-NACK
               MOVE 'ACK'          TO BAN-NUE-TIPO
               MOVE ACK-DSC-FECH   TO BAN-NUE-STMP( 1:8 )
               MOVE TAB-COD-CTAB IN TAB ( 7:6 )
                                   TO BAN-NUE-STMP( 9:6 )
               MOVE SPACES         TO BAN-NUE-CLAV
               MOVE TAB-COD-CTAB IN TAB TO BAN-NUE-CLAV
               MOVE SPACES         TO BAN-NUE-GLOS
               MOVE 'ACUSE '       TO BAN-NUE-GLOS( 1:6 )
               MOVE ACK-DSC-MENS   TO BAN-NUE-GLOS( 7:12 )
               MOVE ' TERM '       TO BAN-NUE-GLOS( 19:6 )
               MOVE TAB-COD-CTAB IN TAB ( 1:4 )
                                   TO BAN-NUE-GLOS( 25:4 )
               MOVE SPACES         TO BAN-NUE-VNCD
               IF ACK-DSC-FECH < BAN-FEC-HOYC
                   MOVE 'V' TO BAN-NUE-VNCD
               END-IF
               PERFORM INS-GNS-BUS-BAN THRU FIN-INS-GNS-BUS-BAN.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           GO TO LAC-GNS-BUS-BAN.
      *
      *    reservas Reservadas del canal del operador que vencen
      *    hasta BAN-FEC-LRSV ( sin fila 'OCN' no tiene canal )
       RSV-GNS-BUS-BAN.
           MOVE SPACES         TO TAB.
           MOVE 'OCN'          TO TAB-COD-TTAB IN TAB.
           MOVE SCR-USER       TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
              OR TAB-GLS-DESC IN TAB ( 1:8 ) NOT > SPACES
               GO TO SPL-GNS-BUS-BAN.
           MOVE TAB-GLS-DESC IN TAB ( 1:8 ) TO BAN-OPR-CANL.
           PERFORM LIM-GNS-BUS-BAN THRU FIN-LIM-GNS-BUS-BAN.
           MOVE SPACES         TO RSV.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'RSV-KEY-IRSV' TO FIO-AKEY.
           MOVE FIO-FND-FST    TO FIO-CMND.
           PERFORM GNS-FIO-RSV.
       LRS-GNS-BUS-BAN.
           IF NOT FIO-STAT-OKS
               GO TO SPL-GNS-BUS-BAN.
           IF RSV-STAT-RESV AND RSV-COD-CANL = BAN-OPR-CANL
              AND RSV-FEC-EXPI NOT = ZEROES
              AND RSV-FEC-EXPI NOT > BAN-FEC-LRSV
               ADD 1 TO BAN-CNT-NRSV
               MOVE 'RSV'          TO BAN-NUE-TIPO
               MOVE ZEROES         TO BAN-NUE-STMP
               MOVE RSV-FEC-EXPI   TO BAN-NUE-STMP( 1:8 )
               MOVE SPACES         TO BAN-NUE-CLAV
               MOVE RSV-KEY-IRSV   TO BAN-NUE-CLAV
               MOVE SPACES         TO BAN-NUE-GLOS
               MOVE 'RESERVA CANAL '  TO BAN-NUE-GLOS( 1:14 )
               MOVE RSV-COD-CANL   TO BAN-NUE-GLOS( 15:8 )
               MOVE ' VENCE'       TO BAN-NUE-GLOS( 23:6 )
               MOVE SPACES         TO BAN-NUE-VNCD
               IF RSV-FEC-EXPI < BAN-FEC-HOYC
                   MOVE 'V' TO BAN-NUE-VNCD
               END-IF
               PERFORM INS-GNS-BUS-BAN THRU FIN-INS-GNS-BUS-BAN.
           MOVE 'RSV-KEY-IRSV' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-RSV.
           GO TO LRS-GNS-BUS-BAN.
      *
      *    listados retenidos en el spool, retenidos o generados
      *    por el operador ( ultimo que toco la fila 'SPD' )
       SPL-GNS-BUS-BAN.
           MOVE SPACES         TO TAB.
           MOVE 'SPD'          TO TAB-COD-TTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
       LSP-GNS-BUS-BAN.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'SPD'
               GO TO EMT-GNS-BUS-BAN.
           MOVE TAB-GLS-DESC IN TAB TO SPL-WRK-DESC.
           IF SPL-DSC-ESTA = 'H' AND TAB-IND-VIGE IN TAB NOT = 'N'
              AND TAB-COD-ATRN IN TAB = SCR-USER
               ADD 1 TO BAN-CNT-NSPL
               MOVE 'SPL'          TO BAN-NUE-TIPO
               MOVE ZEROES         TO BAN-NUE-STMP
               IF TAB-STP-ITRN IN TAB IS NUMERIC
                   MOVE TAB-STP-ITRN IN TAB TO BAN-NUE-STMP( 1:14 )
               END-IF
               MOVE SPACES         TO BAN-NUE-CLAV
               MOVE TAB-COD-CTAB IN TAB ( 1:5 ) TO BAN-NUE-CLAV
               MOVE SPACES         TO BAN-NUE-GLOS
               MOVE 'RETENIDO '    TO BAN-NUE-GLOS( 1:9 )
               MOVE SPL-DSC-TITU   TO BAN-NUE-GLOS( 10:21 )
               MOVE SPACES         TO BAN-NUE-VNCD
               PERFORM INS-GNS-BUS-BAN THRU FIN-INS-GNS-BUS-BAN.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           GO TO LSP-GNS-BUS-BAN.
      *
      *    total y, si se pidio, la lista a la cola
       EMT-GNS-BUS-BAN.
           COMPUTE BAN-CNT-TOTA = BAN-CNT-NPND + BAN-CNT-NINC
                                + BAN-CNT-NACK + BAN-CNT-NRSV
                                + BAN-CNT-NSPL.
           IF BAN-IND-COLA NOT = 'S'
               GO TO FIN-GNS-BUS-BAN.
           MOVE ZERO TO SCR-IBAN.
           MOVE 'DEL'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE SCR-QBAN     TO QUE-NAM-SEND.
           MOVE ZEROES       TO QUE-NUM-SEND QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           MOVE ZERO TO BAN-NUM-IITE.
       LEM-GNS-BUS-BAN.
           ADD 1 TO BAN-NUM-IITE.
           IF BAN-NUM-IITE > BAN-NUM-ITEM
               GO TO TOT-GNS-BUS-BAN.
           MOVE SPACES TO BAN-LINE.
           MOVE ZEROES TO BAN-LIN-NPND BAN-LIN-NINC BAN-LIN-NACK
                          BAN-LIN-NRSV BAN-LIN-NSPL BAN-LIN-NTOT
                          BAN-LIN-NOMI.
           MOVE BAN-ITE-TIPO( BAN-NUM-IITE ) TO BAN-LIN-TIPO.
           MOVE BAN-ITE-STMP( BAN-NUM-IITE ) TO BAN-LIN-STMP.
           MOVE BAN-ITE-CLAV( BAN-NUM-IITE ) TO BAN-LIN-CLAV.
           MOVE BAN-ITE-GLOS( BAN-NUM-IITE ) TO BAN-LIN-GLOS.
           MOVE BAN-ITE-VNCD( BAN-NUM-IITE ) TO BAN-LIN-VNCD.
           PERFORM PUT-GNS-BUS-BAN THRU FIN-PUT-GNS-BUS-BAN.
           GO TO LEM-GNS-BUS-BAN.
       TOT-GNS-BUS-BAN.
           MOVE SPACES TO BAN-LINE.
           MOVE 'TOT'        TO BAN-LIN-TIPO.
           MOVE BAN-FEC-HOYC TO BAN-LIN-STMP( 1:8 ).
           MOVE ZEROES       TO BAN-LIN-STMP( 9:6 ).
           MOVE SCR-USER     TO BAN-LIN-CLAV.
           MOVE BAN-CNT-NPND TO BAN-LIN-NPND.
           MOVE BAN-CNT-NINC TO BAN-LIN-NINC.
           MOVE BAN-CNT-NACK TO BAN-LIN-NACK.
           MOVE BAN-CNT-NRSV TO BAN-LIN-NRSV.
           MOVE BAN-CNT-NSPL TO BAN-LIN-NSPL.
           MOVE BAN-CNT-TOTA TO BAN-LIN-NTOT.
           MOVE BAN-CNT-OMIT TO BAN-LIN-NOMI.
           PERFORM PUT-GNS-BUS-BAN THRU FIN-PUT-GNS-BUS-BAN.
       FIN-GNS-BUS-BAN.
           EXIT.
      *
      *    Inserta BAN-WRK-ITEM en la tabla segun su momento; con la
      *    tabla llena se descarta la mas nueva de las dos.
       INS-GNS-BUS-BAN SECTION.
       INI-INS-GNS-BUS-BAN.
           IF BAN-NUM-ITEM < BAN-MAX-ITEM
               GO TO COR-INS-GNS-BUS-BAN.
           ADD 1 TO BAN-CNT-OMIT.
           IF BAN-NUE-STMP NOT < BAN-ITE-STMP( BAN-NUM-ITEM )
               GO TO FIN-INS-GNS-BUS-BAN.
           SUBTRACT 1 FROM BAN-NUM-ITEM.
       COR-INS-GNS-BUS-BAN.
           MOVE BAN-NUM-ITEM TO BAN-NUM-JITE.
       LUP-INS-GNS-BUS-BAN.
           IF BAN-NUM-JITE = ZERO
               GO TO PON-INS-GNS-BUS-BAN.
           IF BAN-ITE-STMP( BAN-NUM-JITE ) NOT > BAN-NUE-STMP
               GO TO PON-INS-GNS-BUS-BAN.
           MOVE BAN-ITE( BAN-NUM-JITE ) TO BAN-ITE( BAN-NUM-JITE + 1 ).
           SUBTRACT 1 FROM BAN-NUM-JITE.
           GO TO LUP-INS-GNS-BUS-BAN.
       PON-INS-GNS-BUS-BAN.
           MOVE BAN-WRK-ITEM TO BAN-ITE( BAN-NUM-JITE + 1 ).
           ADD 1 TO BAN-NUM-ITEM.
       FIN-INS-GNS-BUS-BAN.
           EXIT.
      *
      *    Autoridad del rol de la sesion para aprobar los pendientes
      *    de la tabla PND-COD-TABL ( BAN-IND-APRO ): la opcion de
      *    aprobacion de la fila TAB 'BAN' + 'PND' + tabla, o sin
      *    ella la de 'PND', pasa por GNS-VAL-PRV. Sin opcion
      *    configurada no hay contra que controlar y el pendiente se
      *    muestra. Queda anotada por tabla para el resto del
      *    armado; el PND en curso tiene su propia area de pedido y
      *    la lectura de TAB no le mueve el recorrido.
       APR-GNS-BUS-BAN SECTION.
       INI-APR-GNS-BUS-BAN.
           MOVE 1 TO BAN-NUM-IAPN.
       LUP-APR-GNS-BUS-BAN.
           IF BAN-NUM-IAPN > BAN-NUM-APND
               GO TO OPC-APR-GNS-BUS-BAN.
           IF BAN-APN-TABL( BAN-NUM-IAPN ) = PND-COD-TABL
               MOVE BAN-APN-VIGE( BAN-NUM-IAPN ) TO BAN-IND-APRO
               GO TO FIN-APR-GNS-BUS-BAN.
           ADD 1 TO BAN-NUM-IAPN.
           GO TO LUP-APR-GNS-BUS-BAN.
       OPC-APR-GNS-BUS-BAN.
           MOVE 'S'            TO BAN-IND-APRO.
           MOVE PND-COD-TABL   TO BAN-APK-TABL.
           MOVE SPACES         TO TAB.
           MOVE 'BAN'          TO TAB-COD-TTAB IN TAB.
           MOVE BAN-KEY-APND   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               GO TO PRM-APR-GNS-BUS-BAN.
           MOVE SPACES         TO TAB.
           MOVE 'BAN'          TO TAB-COD-TTAB IN TAB.
           MOVE 'PND'          TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               GO TO ANO-APR-GNS-BUS-BAN.
       PRM-APR-GNS-BUS-BAN.
           MOVE TAB-GLS-DESC IN TAB ( 1:14 ) TO BAN-WRK-TRAN.
           IF BAN-TRN-COMD NOT > SPACES
               GO TO ANO-APR-GNS-BUS-BAN.
           MOVE PRV-ENT-COMD   TO BAN-SAV-COMD.
           MOVE PRV-ENT-OPCI   TO BAN-SAV-OPCI.
           MOVE PRV-ENT-ROLE   TO BAN-SAV-ROLE.
           MOVE OPR-SES-ROLE   TO PRV-ENT-ROLE.
           MOVE BAN-TRN-COMD   TO PRV-ENT-COMD.
           MOVE BAN-TRN-OPCI   TO PRV-ENT-OPCI.
           PERFORM GNS-VAL-PRV.
           MOVE PRV-VIGE       TO BAN-IND-APRO.
           MOVE BAN-SAV-COMD   TO PRV-ENT-COMD.
           MOVE BAN-SAV-OPCI   TO PRV-ENT-OPCI.
           MOVE BAN-SAV-ROLE   TO PRV-ENT-ROLE.
       ANO-APR-GNS-BUS-BAN.
           IF BAN-NUM-APND < BAN-MAX-APND
               ADD 1 TO BAN-NUM-APND
               MOVE PND-COD-TABL TO BAN-APN-TABL( BAN-NUM-APND )
               MOVE BAN-IND-APRO TO BAN-APN-VIGE( BAN-NUM-APND ).
       FIN-APR-GNS-BUS-BAN.
           EXIT.
      *
      *    Ultimo dia de vencimiento que se avisa: hoy mas
      *    BAN-DIA-RSV dias ( CAL-FEC SUM-DIA ).
       LIM-GNS-BUS-BAN SECTION.
       INI-LIM-GNS-BUS-BAN.
           MOVE BAN-FEC-HOYC TO BAN-FEC-LRSV.
           MOVE SPACES       TO FEC-FECH.
           MOVE HOY-DHOY     TO FEC-ITM1.
           MOVE HOY-MHOY     TO FEC-ITM2.
           MOVE HOY-SHOY     TO FEC-ITM3.
           MOVE HOY-AHOY     TO FEC-ITM4.
           MOVE FEC-FORM-FEC TO FEC-FORM.
           MOVE SPACES       TO FEC-IEDT.
           MOVE BAN-DIA-RSV  TO FEC-NDIA.
           MOVE FEC-SUM-DIA  TO FEC-CMND.
           PERFORM CAL-FEC.
           IF MSG-COD-MENS IN MSG > SPACES
               MOVE SPACES TO MSG-COD-MENS IN MSG
               GO TO FIN-LIM-GNS-BUS-BAN.
           MOVE FEC-ITM3 TO BAN-FEC-LRSV( 1:2 ).
           MOVE FEC-ITM4 TO BAN-FEC-LRSV( 3:2 ).
           MOVE FEC-ITM2 TO BAN-FEC-LRSV( 5:2 ).
           MOVE FEC-ITM1 TO BAN-FEC-LRSV( 7:2 ).
       FIN-LIM-GNS-BUS-BAN.
           EXIT.
      *
      *    Deja BAN-LINE como proximo item de la cola SCR-QBAN.
       PUT-GNS-BUS-BAN SECTION.
       INI-PUT-GNS-BUS-BAN.
           ADD 1 TO SCR-IBAN.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QBAN TO QUE-NAM-SEND.
           MOVE SCR-IBAN TO QUE-NUM-SEND.
           MOVE LENGTH OF BAN-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE BAN-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-BAN.
           EXIT.
      *
      *    Indicador de pendientes del menu ( lo invoca
      *    GNS-BUS-MNR al armar el menu ): reusa la ultima cuenta
      *    del terminal si es del mismo operador y tiene menos de
      *    BAN-MIN-REFR minutos; si no, vuelve a contar sin encolar.
      *    Deja BAN-SAL-TOTA / BAN-IND-PEND y, con la linea de
      *    mensajes libre, el aviso en FRM-MENS.
       IND-GNS-BAN SECTION.
       INI-IND-GNS-BAN.
           PERFORM GET-FHOY.
           COMPUTE BAN-NUM-MINU = HOY-HHHY * 60 + HOY-MMHY.
           MOVE TSK-TERM-ALF TO BAN-IND-TERM.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE BAN-NOM-INDI TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF BAN-REG-INDI TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
              OR QUE-ITEM( 13:17 ) NOT NUMERIC
               GO TO CNT-IND-GNS-BAN.
           MOVE QUE-ITEM( 1:29 ) TO BAN-REG-INDI.
           MOVE HOY-FHOY TO BAN-FEC-HOYC.
           IF BAN-IND-OPER NOT = SCR-USER
              OR BAN-IND-FECH NOT = BAN-FEC-HOYC
              OR BAN-IND-MINU > BAN-NUM-MINU
              OR BAN-NUM-MINU - BAN-IND-MINU NOT < BAN-MIN-REFR
               GO TO CNT-IND-GNS-BAN.
           GO TO SAL-IND-GNS-BAN.
       CNT-IND-GNS-BAN.
           MOVE 'N' TO BAN-IND-COLA.
           PERFORM GNS-BUS-BAN THRU FIN-GNS-BUS-BAN.
           PERFORM GRA-GNS-IND-BAN THRU FIN-GRA-GNS-IND-BAN.
       SAL-IND-GNS-BAN.
           MOVE BAN-IND-TOTA TO BAN-SAL-TOTA.
           MOVE 'N' TO BAN-IND-PEND.
           IF BAN-SAL-TOTA = ZEROES
               GO TO FIN-IND-GNS-BAN.
           MOVE 'S' TO BAN-IND-PEND.
           IF FRM-MENS > SPACES
               GO TO FIN-IND-GNS-BAN.
           MOVE 'BANDEJA: '    TO FRM-MENS( 1:9 ).
           MOVE BAN-SAL-TOTA   TO FRM-MENS( 10:5 ).
           MOVE ' PENDIENTE(S) DE SU ATENCION'
                               TO FRM-MENS( 15:28 ).
       FIN-IND-GNS-BAN.
           EXIT.
      *
      *    Guarda la cuenta recien hecha como ultima del terminal.
       GRA-GNS-IND-BAN SECTION.
       INI-GRA-GNS-IND-BAN.
           PERFORM GET-FHOY.
           MOVE TSK-TERM-ALF TO BAN-IND-TERM.
           MOVE SCR-USER     TO BAN-IND-OPER.
           MOVE HOY-FHOY     TO BAN-IND-FECH.
           COMPUTE BAN-IND-MINU = HOY-HHHY * 60 + HOY-MMHY.
           MOVE BAN-CNT-TOTA TO BAN-IND-TOTA.
           MOVE 'MOD'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE BAN-NOM-INDI TO QUE-NAM-SEND.
           MOVE 1            TO QUE-NUM-SEND.
           MOVE LENGTH OF BAN-REG-INDI TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE BAN-REG-INDI TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               MOVE 'PUT'        TO QUE-COM-SEND
               MOVE SPACES       TO QUE-NAM-SEND
               MOVE BAN-NOM-INDI TO QUE-NAM-SEND
               MOVE 1            TO QUE-NUM-SEND
               MOVE LENGTH OF BAN-REG-INDI TO QUE-LAR-SEND
               MOVE SPACES       TO QUE-TRX-SEND
               MOVE BAN-REG-INDI TO QUE-DAT-SEND
               PERFORM GNS-MSJ-QUE.
       FIN-GRA-GNS-IND-BAN.
           EXIT.
