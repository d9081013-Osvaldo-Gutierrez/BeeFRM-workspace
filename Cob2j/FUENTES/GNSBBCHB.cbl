      *Prorrateo mensual de costos de TI por uso medido: para el
      *periodo CHB-REP-PERI ( SAAMM ) acumula por sucursal, centro de
      *costo y tipo de uso los despachos de menu del acumulado TAB
      *'NVS' ( el terminal da la sucursal ), las llamadas y los
      *segundos de servicio de EST, las filas/IO por tabla de la
      *historia CAP 'FIO' y las paginas de spool del acumulado TAB
      *'PGS'; valoriza cada renglon con el precio unitario TAB 'CHP'
      *del tipo de uso y deja el estado de cobro por sucursal en la
      *cola SCR-QCHB ( encabezado, renglones y total de cada
      *sucursal, total general ) y el resumen para Finanzas en
      *SCR-QCHF ( periodo, sucursal, centro de costo, tipo de uso,
      *cantidad e importe ).
       GNS-BUS-CHB SECTION.
       INI-GNS-BUS-CHB.
           MOVE ZERO   TO SCR-ICHB SCR-ICHF CHB-CNT-NACU.
           MOVE ZEROES TO CHB-CNT-PERD CHB-SUM-TOTL.
           MOVE CHB-ENT-PERI TO CHB-REP-PERI.
      *    sin periodo pedido, el mes anterior al de proceso ( enero
      *    retrocede al diciembre previo )
           IF CHB-REP-PERI = ZEROES
               MOVE CHB-FEC-PROC( 1:6 ) TO CHB-REP-PERI
               IF CHB-PER-MM = 01
                   SUBTRACT 1 FROM CHB-PER-SSAA
                   MOVE 12 TO CHB-PER-MM
               ELSE
                   SUBTRACT 1 FROM CHB-PER-MM.
      *
      *    despachos de menu del periodo ( TAB 'NVS' )
           MOVE 'NVS' TO CHB-TIP-ACUM.
           MOVE 'NAV' TO CHB-WRK-TUSO.
           PERFORM TAB-GNS-BUS-CHB THRU FIN-TAB-GNS-BUS-CHB.
      *
      *    llamadas y tiempo de servicios ( EST, sin terminal: van a
      *    la sucursal central )
       EST-GNS-BUS-CHB.
           MOVE SPACES TO EST.
           MOVE 'EST-KEY-IEST' TO FIO-AKEY.
           MOVE FIO-FND-FST    TO FIO-CMND.
           PERFORM GNS-FIO-EST.
       LUP-EST-GNS-BUS-CHB.
           IF NOT FIO-STAT-OKS
               GO TO CAP-GNS-BUS-CHB.
           IF EST-FEC-FDIA IN EST ( 1:6 ) = CHB-REP-PERI
               PERFORM SRV-GNS-BUS-CHB THRU FIN-SRV-GNS-BUS-CHB.
           MOVE 'EST-KEY-IEST' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-EST.
           GO TO LUP-EST-GNS-BUS-CHB.
      *
      *    filas/IO por tabla ( historia CAP 'FIO', sin terminal )
       CAP-GNS-BUS-CHB.
           MOVE SPACES TO CAP.
           MOVE 'CAP-KEY-ICAP' TO FIO-AKEY.
           MOVE FIO-FND-FST    TO FIO-CMND.
           PERFORM GNS-FIO-CAP.
       LUP-CAP-GNS-BUS-CHB.
           IF NOT FIO-STAT-OKS
               GO TO PAG-GNS-BUS-CHB.
           IF CAP-COD-TMET IN CAP = 'FIO'
              AND CAP-FEC-FDIA IN CAP ( 1:6 ) = CHB-REP-PERI
               MOVE '????'               TO CHB-WRK-SUCU
               MOVE 'T'                  TO CHB-KCC-CLAS
               MOVE CAP-COD-CMET IN CAP  TO CHB-KCC-CODI
               PERFORM CCO-GNS-CHB THRU FIN-CCO-GNS-CHB
               MOVE 'FIO'                TO CHB-WRK-TUSO
               MOVE CAP-NUM-VALR IN CAP  TO CHB-WRK-CANT
               PERFORM ACU-GNS-BUS-CHB THRU FIN-ACU-GNS-BUS-CHB.
           MOVE 'CAP-KEY-ICAP' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-CAP.
           GO TO LUP-CAP-GNS-BUS-CHB.
      *
      *    paginas de spool del periodo ( TAB 'PGS' )
       PAG-GNS-BUS-CHB.
           MOVE 'PGS' TO CHB-TIP-ACUM.
           MOVE 'PAG' TO CHB-WRK-TUSO.
           PERFORM TAB-GNS-BUS-CHB THRU FIN-TAB-GNS-BUS-CHB.
      *
      *    estado de cobro: un bloque por sucursal, en el orden en
      *    que aparecieron en la acumulacion
       EMT-GNS-BUS-CHB.
           MOVE ZERO TO CHB-SUB-IACU.
       LUP-EMT-GNS-BUS-CHB.
           ADD 1 TO CHB-SUB-IACU.
           IF CHB-SUB-IACU > CHB-CNT-NACU
               GO TO GEN-GNS-BUS-CHB.
           MOVE ZERO TO CHB-SUB-JACU.
       PRV-EMT-GNS-BUS-CHB.
           ADD 1 TO CHB-SUB-JACU.
           IF CHB-SUB-JACU < CHB-SUB-IACU
               IF CHB-ACU-SUCU( CHB-SUB-JACU )
                  = CHB-ACU-SUCU( CHB-SUB-IACU )
                   GO TO LUP-EMT-GNS-BUS-CHB
               ELSE
                   GO TO PRV-EMT-GNS-BUS-CHB.
           PERFORM BLQ-GNS-BUS-CHB THRU FIN-BLQ-GNS-BUS-CHB.
           GO TO LUP-EMT-GNS-BUS-CHB.
       GEN-GNS-BUS-CHB.
           MOVE SPACES       TO CHB-LINE.
           MOVE 'GEN'        TO CHB-LIN-TIPO.
           MOVE CHB-CNT-PERD TO CHB-LIN-CANT.
           MOVE CHB-SUM-TOTL TO CHB-LIN-IMPO.
           PERFORM PUT-GNS-BUS-CHB THRU FIN-PUT-GNS-BUS-CHB.
       FIN-GNS-BUS-CHB.
           MOVE ZEROES TO CHB-ENT-PERI.
           EXIT.
      *
      *    Uso del periodo de un acumulado por terminal y centro de
      *    costo ( TAB CHB-TIP-ACUM, el centro de costo ya resuelto
      *    al anotar ) al tipo de uso CHB-WRK-TUSO.
       TAB-GNS-BUS-CHB SECTION.
       INI-TAB-GNS-BUS-CHB.
           MOVE SPACES         TO TAB.
           MOVE CHB-TIP-ACUM   TO TAB-COD-TTAB IN TAB.
           MOVE CHB-PER-AAMM   TO TAB-COD-CTAB IN TAB ( 1:4 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
       LUP-TAB-GNS-BUS-CHB.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = CHB-TIP-ACUM
              OR TAB-COD-CTAB IN TAB ( 1:4 ) NOT = CHB-PER-AAMM
               GO TO FIN-TAB-GNS-BUS-CHB.
           MOVE TAB-COD-CTAB IN TAB TO CHB-KEY-PAGS.
           MOVE ZEROES TO CHB-WRK-CANT.
           IF TAB-GLS-DESC IN TAB ( 1:9 ) IS NUMERIC
               MOVE TAB-GLS-DESC IN TAB ( 1:9 ) TO CHB-DPG-CANT
               MOVE CHB-DPG-CANT TO CHB-WRK-CANT.
           MOVE CHB-KPG-TERM TO CHB-WRK-TERM.
           PERFORM SUC-GNS-BUS-CHB THRU FIN-SUC-GNS-BUS-CHB.
           MOVE CHB-KPG-CCOS TO CHB-WRK-CCOS.
           PERFORM ACU-GNS-BUS-CHB THRU FIN-ACU-GNS-BUS-CHB.
      *    reposicion por llave ( la sucursal movio el buffer )
           MOVE SPACES         TO TAB.
           MOVE CHB-TIP-ACUM   TO TAB-COD-TTAB IN TAB.
           MOVE CHB-KEY-PAGS   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           GO TO LUP-TAB-GNS-BUS-CHB.
       FIN-TAB-GNS-BUS-CHB.
           EXIT.
      *
      *    Uso de la fila EST en curso: llamadas y segundos de
      *    servicio al centro de costo del servicio.
       SRV-GNS-BUS-CHB SECTION.
       INI-SRV-GNS-BUS-CHB.
           MOVE '????'               TO CHB-WRK-SUCU.
           MOVE 'S'                  TO CHB-KCC-CLAS.
           MOVE EST-NOM-SERV IN EST  TO CHB-KCC-CODI.
           PERFORM CCO-GNS-CHB THRU FIN-CCO-GNS-CHB.
           MOVE 'LLA'                TO CHB-WRK-TUSO.
           MOVE EST-CNT-LLAM IN EST  TO CHB-WRK-CANT.
           PERFORM ACU-GNS-BUS-CHB THRU FIN-ACU-GNS-BUS-CHB.
           MOVE 'TEL'                TO CHB-WRK-TUSO.
           COMPUTE CHB-WRK-CANT = EST-NUM-TELA IN EST / 100.
           PERFORM ACU-GNS-BUS-CHB THRU FIN-ACU-GNS-BUS-CHB.
       FIN-SRV-GNS-BUS-CHB.
           EXIT.
      *
      *    Sucursal ( CHB-WRK-SUCU ) del terminal CHB-WRK-TERM segun
      *    su perfil TAB 'TRM', siempre que la sucursal exista
      *    vigente en el maestro TAB 'SUC'; si no, '????'.
       SUC-GNS-BUS-CHB SECTION.
       INI-SUC-GNS-BUS-CHB.
           MOVE '????' TO CHB-WRK-SUCU.
           IF CHB-WRK-TERM NOT > SPACES
               GO TO FIN-SUC-GNS-BUS-CHB.
           MOVE SPACES         TO TAB.
           MOVE 'TRM'          TO TAB-COD-TTAB IN TAB.
           MOVE CHB-WRK-TERM   TO TAB-COD-CTAB IN TAB ( 1:4 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               GO TO FIN-SUC-GNS-BUS-CHB.
           MOVE TAB-GLS-DESC IN TAB TO CHB-WRK-DTRM.
           IF CHB-DTR-SUCU NOT > SPACES
               GO TO FIN-SUC-GNS-BUS-CHB.
           MOVE SPACES         TO TAB.
           MOVE 'SUC'          TO TAB-COD-TTAB IN TAB.
           MOVE CHB-DTR-SUCU   TO TAB-COD-CTAB IN TAB ( 1:4 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               MOVE CHB-DTR-SUCU TO CHB-WRK-SUCU.
       FIN-SUC-GNS-BUS-CHB.
           EXIT.
      *
      *    Suma CHB-WRK-CANT a la entrada sucursal + centro de costo
      *    + tipo de uso ( la abre si no esta ); con el vector lleno
      *    el uso queda contado en CHB-CNT-PERD.
       ACU-GNS-BUS-CHB SECTION.
       INI-ACU-GNS-BUS-CHB.
           IF CHB-WRK-CANT NOT > ZEROES
               GO TO FIN-ACU-GNS-BUS-CHB.
           MOVE ZERO TO CHB-SUB-IACU.
       LUP-ACU-GNS-BUS-CHB.
           ADD 1 TO CHB-SUB-IACU.
           IF CHB-SUB-IACU > CHB-CNT-NACU
               GO TO NVA-ACU-GNS-BUS-CHB.
           IF CHB-ACU-SUCU( CHB-SUB-IACU ) = CHB-WRK-SUCU
              AND CHB-ACU-CCOS( CHB-SUB-IACU ) = CHB-WRK-CCOS
              AND CHB-ACU-TUSO( CHB-SUB-IACU ) = CHB-WRK-TUSO
               ADD CHB-WRK-CANT TO CHB-ACU-CANT( CHB-SUB-IACU )
               GO TO FIN-ACU-GNS-BUS-CHB.
           GO TO LUP-ACU-GNS-BUS-CHB.
       NVA-ACU-GNS-BUS-CHB.
           IF CHB-CNT-NACU NOT < CHB-MXAC
               ADD 1 TO CHB-CNT-PERD
               GO TO FIN-ACU-GNS-BUS-CHB.
           ADD 1 TO CHB-CNT-NACU.
           MOVE CHB-WRK-SUCU TO CHB-ACU-SUCU( CHB-CNT-NACU ).
           MOVE CHB-WRK-CCOS TO CHB-ACU-CCOS( CHB-CNT-NACU ).
           MOVE CHB-WRK-TUSO TO CHB-ACU-TUSO( CHB-CNT-NACU ).
           MOVE CHB-WRK-CANT TO CHB-ACU-CANT( CHB-CNT-NACU ).
       FIN-ACU-GNS-BUS-CHB.
           EXIT.
      *
      *    Bloque del estado de cobro de la sucursal de la entrada
      *    CHB-SUB-IACU: encabezado con el nombre del maestro, un
      *    renglon ( y su fila del resumen para Finanzas ) por cada
      *    entrada de la sucursal y el total.
       BLQ-GNS-BUS-CHB SECTION.
       INI-BLQ-GNS-BUS-CHB.
           MOVE ZEROES TO CHB-SUM-SUCU.
           MOVE SPACES TO CHB-LINE.
           MOVE 'SUC'  TO CHB-LIN-TIPO.
           MOVE CHB-ACU-SUCU( CHB-SUB-IACU ) TO CHB-LIN-SUCU.
           MOVE SPACES         TO TAB.
           MOVE 'SUC'          TO TAB-COD-TTAB IN TAB.
           MOVE CHB-LIN-SUCU   TO TAB-COD-CTAB IN TAB ( 1:4 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS
               MOVE TAB-GLS-DESC IN TAB ( 1:25 ) TO CHB-LIN-NOMB.
           PERFORM PUT-GNS-BUS-CHB THRU FIN-PUT-GNS-BUS-CHB.
           MOVE CHB-SUB-IACU TO CHB-SUB-JACU.
       LUP-BLQ-GNS-BUS-CHB.
           IF CHB-SUB-JACU > CHB-CNT-NACU
               GO TO TOT-BLQ-GNS-BUS-CHB.
           IF CHB-ACU-SUCU( CHB-SUB-JACU )
              NOT = CHB-ACU-SUCU( CHB-SUB-IACU )
               GO TO SIG-BLQ-GNS-BUS-CHB.
           MOVE CHB-ACU-TUSO( CHB-SUB-JACU ) TO CHB-WRK-TUSO.
           PERFORM PRE-GNS-BUS-CHB THRU FIN-PRE-GNS-BUS-CHB.
           COMPUTE CHB-NUM-IMPO ROUNDED =
               CHB-ACU-CANT( CHB-SUB-JACU ) * CHB-DPR-PREC.
           ADD CHB-NUM-IMPO TO CHB-SUM-SUCU CHB-SUM-TOTL.
           MOVE SPACES       TO CHB-LINE.
           MOVE 'DET'        TO CHB-LIN-TIPO.
           MOVE CHB-ACU-SUCU( CHB-SUB-JACU ) TO CHB-LIN-SUCU.
           MOVE CHB-ACU-CCOS( CHB-SUB-JACU ) TO CHB-LIN-CCOS.
           MOVE CHB-ACU-TUSO( CHB-SUB-JACU ) TO CHB-LIN-TUSO.
           MOVE CHB-ACU-CANT( CHB-SUB-JACU ) TO CHB-LIN-CANT.
           MOVE CHB-DPR-PREC TO CHB-LIN-PREC.
           MOVE CHB-DPR-VCAM TO CHB-LIN-VCAM.
           MOVE CHB-NUM-IMPO TO CHB-LIN-IMPO.
           PERFORM PUT-GNS-BUS-CHB THRU FIN-PUT-GNS-BUS-CHB.
      *
           MOVE CHB-REP-PERI TO CHB-LFI-PERI.
           MOVE CHB-LIN-SUCU TO CHB-LFI-SUCU.
           MOVE CHB-LIN-CCOS TO CHB-LFI-CCOS.
           MOVE CHB-LIN-TUSO TO CHB-LFI-TUSO.
           MOVE CHB-LIN-CANT TO CHB-LFI-CANT.
           MOVE CHB-LIN-VCAM TO CHB-LFI-VCAM.
           MOVE CHB-LIN-IMPO TO CHB-LFI-IMPO.
           ADD 1 TO SCR-ICHF.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QCHF TO QUE-NAM-SEND.
           MOVE SCR-ICHF TO QUE-NUM-SEND.
           MOVE LENGTH OF CHB-LFIN TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE CHB-LFIN TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       SIG-BLQ-GNS-BUS-CHB.
           ADD 1 TO CHB-SUB-JACU.
           GO TO LUP-BLQ-GNS-BUS-CHB.
       TOT-BLQ-GNS-BUS-CHB.
           MOVE SPACES       TO CHB-LINE.
           MOVE 'TOT'        TO CHB-LIN-TIPO.
           MOVE CHB-ACU-SUCU( CHB-SUB-IACU ) TO CHB-LIN-SUCU.
           MOVE CHB-SUM-SUCU TO CHB-LIN-IMPO.
           PERFORM PUT-GNS-BUS-CHB THRU FIN-PUT-GNS-BUS-CHB.
       FIN-BLQ-GNS-BUS-CHB.
           EXIT.
      *
      *    Precio unitario del tipo de uso CHB-WRK-TUSO para el
      *    periodo ( TAB 'CHP' tipo + periodo, o tipo + blancos );
      *    sin fila, precio cero.
       PRE-GNS-BUS-CHB SECTION.
       INI-PRE-GNS-BUS-CHB.
           MOVE SPACES         TO TAB.
           MOVE 'CHP'          TO TAB-COD-TTAB IN TAB.
           MOVE CHB-WRK-TUSO   TO TAB-COD-CTAB IN TAB ( 1:3 ).
           MOVE CHB-REP-PERI   TO TAB-COD-CTAB IN TAB ( 4:6 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               MOVE SPACES         TO TAB
               MOVE 'CHP'          TO TAB-COD-TTAB IN TAB
               MOVE CHB-WRK-TUSO   TO TAB-COD-CTAB IN TAB ( 1:3 )
               MOVE 'GNS'          TO FIO-SIST
               MOVE 'TAB-COD-TABL' TO FIO-AKEY
               MOVE FIO-GET-KEY    TO FIO-CMND
               PERFORM GNS-FIO-TAB.
           MOVE SPACES TO CHB-WRK-DPRE.
           MOVE ZEROES TO CHB-DPR-PREC.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               MOVE TAB-GLS-DESC IN TAB TO CHB-WRK-DPRE
               IF CHB-DPR-PREC NOT NUMERIC
                   MOVE ZEROES TO CHB-DPR-PREC.
       FIN-PRE-GNS-BUS-CHB.
           EXIT.
      *
      *    Encola la fila del estado de cobro en SCR-QCHB.
       PUT-GNS-BUS-CHB SECTION.
       INI-PUT-GNS-BUS-CHB.
           MOVE CHB-REP-PERI TO CHB-LIN-PERI.
           ADD 1 TO SCR-ICHB.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QCHB TO QUE-NAM-SEND.
           MOVE SCR-ICHB TO QUE-NUM-SEND.
           MOVE LENGTH OF CHB-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE CHB-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-CHB.
           EXIT.
