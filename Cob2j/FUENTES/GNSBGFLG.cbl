      * Catalogo de Banderas de Funcionalidad
      *
      *    GNS-PRO-FLG responde a cualquier programa si la bandera
      *    FLG-ENT-CODI esta encendida para la sesion en curso
      *    ( FLG-CON, respuesta en FLG-IND-ENCE ), segun su alcance:
      *    toda la red, la sucursal del terminal ( SUC-COD-SUCU, del
      *    perfil cargado al abrir sesion ), el terminal, el operador
      *    o el tramo del terminal en el porcentaje. Una bandera
      *    inexistente, anulada o apagada responde 'N': el camino
      *    nuevo nunca corre por omision. FLG-MNT no graba: arma la
      *    fila nueva y la estaciona en el doble control, para que
      *    otro operador la apruebe.
       GNS-PRO-FLG SECTION.
       INI-GNS-PRO-FLG.
           SET FLG-STAT-OKS TO TRUE.
           MOVE 'N'    TO FLG-IND-ENCE.
           MOVE SPACES TO FLG-SAL-MENS.
           GO TO CON-GNS-PRO-FLG MNT-GNS-PRO-FLG
           DEPENDING ON FLG-CMND.
           MOVE 'ABORTO, comando invalido en GNS-PRO-FLG:' TO SYS-MEN1.
           MOVE FLG-CMND                                   TO SYS-MEN2.
           MOVE SYS-ABOR TO SYS-CMND.
           PERFORM GNS-PRO-SYS.
      *
      *    Consulta de la bandera para la sesion
       CON-GNS-PRO-FLG.
           IF FLG-IND-ACTV NOT = 'S'
               GO TO FIN-GNS-PRO-FLG.
           PERFORM LEE-GNS-PRO-FLG THRU FIN-LEE-GNS-PRO-FLG.
           IF NOT FLG-STAT-OKS
               GO TO FIN-GNS-PRO-FLG.
           IF FLG-DSC-ESTA NOT = 'S'
               GO TO FIN-GNS-PRO-FLG.
           IF FLG-ALCA-TODO
               MOVE 'S' TO FLG-IND-ENCE
               GO TO FIN-GNS-PRO-FLG.
           IF FLG-ALCA-PORC
               PERFORM TRA-GNS-PRO-FLG THRU FIN-TRA-GNS-PRO-FLG
               IF FLG-DSC-PORC IS NUMERIC
                  AND FLG-BKT-TRAM < FLG-DSC-PORC-RED
                   MOVE 'S' TO FLG-IND-ENCE.
           IF FLG-ALCA-SUCU OR FLG-ALCA-TERM OR FLG-ALCA-OPER
               PERFORM ALC-GNS-PRO-FLG THRU FIN-ALC-GNS-PRO-FLG.
           GO TO FIN-GNS-PRO-FLG.
      *
      *    Mantencion: valida la fila, arma su imagen y la estaciona
       MNT-GNS-PRO-FLG.
           IF FLG-ENT-CODI NOT > SPACES
               SET FLG-STAT-INV TO TRUE
               MOVE 'BANDERA: FALTA EL CODIGO' TO FLG-SAL-MENS
               GO TO FIN-GNS-PRO-FLG.
           IF FLG-ENT-TTAB = 'FLA'
               GO TO MNA-GNS-PRO-FLG.
           IF FLG-ENT-TTAB NOT = 'FLG'
               SET FLG-STAT-INV TO TRUE
               MOVE 'BANDERA: FILA DEBE SER FLG O FLA' TO FLG-SAL-MENS
               GO TO FIN-GNS-PRO-FLG.
           MOVE FLG-ENT-DESC TO FLG-WRK-DESC.
           IF ( FLG-DSC-ESTA NOT = 'S' AND FLG-DSC-ESTA NOT = 'N' )
              OR NOT ( FLG-ALCA-TODO OR FLG-ALCA-SUCU OR FLG-ALCA-TERM
                       OR FLG-ALCA-OPER OR FLG-ALCA-PORC )
               SET FLG-STAT-INV TO TRUE
               MOVE 'BANDERA: ESTADO O ALCANCE INVALIDO'
                 TO FLG-SAL-MENS
               GO TO FIN-GNS-PRO-FLG.
           IF FLG-ALCA-PORC
              AND ( FLG-DSC-PORC NOT NUMERIC
                    OR FLG-DSC-PORC-RED > 100 )
               SET FLG-STAT-INV TO TRUE
               MOVE 'BANDERA: PORCENTAJE INVALIDO' TO FLG-SAL-MENS
               GO TO FIN-GNS-PRO-FLG.
           IF NOT FLG-ALCA-PORC
               MOVE SPACES TO FLG-DSC-PORC.
      *    fecha de encendido total: se conserva mientras la bandera
      *    siga encendida para toda la red, se fija hoy al encender
      *    y se borra al acotarla o apagarla
           MOVE ZEROES TO FLG-SAV-FTOT.
           MOVE FLG-WRK-DESC TO FLG-ENT-DESC.
           PERFORM LEE-GNS-PRO-FLG THRU FIN-LEE-GNS-PRO-FLG.
           IF FIO-STAT-OKS
               MOVE FIO-MOD TO FLG-WRK-CMND
           ELSE
               MOVE FIO-PUT TO FLG-WRK-CMND.
           IF FLG-STAT-OKS AND FLG-DSC-ESTA = 'S' AND FLG-ALCA-TODO
              AND FLG-DSC-FTOT IS NUMERIC
               MOVE FLG-DSC-FTOT-RED TO FLG-SAV-FTOT.
           SET FLG-STAT-OKS TO TRUE.
           MOVE FLG-ENT-DESC TO FLG-WRK-DESC.
           IF FLG-DSC-ESTA = 'S' AND FLG-ALCA-TODO
               IF FLG-SAV-FTOT > ZEROES
                   MOVE FLG-SAV-FTOT TO FLG-DSC-FTOT-RED
               ELSE
                   PERFORM GET-FHOY
                   MOVE HOY-FHOY TO FLG-DSC-FTOT-RED
           ELSE
               MOVE SPACES TO FLG-DSC-FTOT.
           MOVE SPACES       TO FLG-KEY-CTAB.
           MOVE FLG-ENT-CODI TO FLG-KEY-CODI.
           MOVE SPACES       TO TAB.
           MOVE 'FLG'        TO TAB-COD-TTAB IN TAB.
           MOVE FLG-KEY-CTAB TO TAB-COD-CTAB IN TAB.
           MOVE FLG-WRK-DESC TO TAB-GLS-DESC IN TAB.
           GO TO EST-GNS-PRO-FLG.
      *
      *    lista de alcance: el ordinal es obligatorio
       MNA-GNS-PRO-FLG.
           IF FLG-ENT-ORDI NOT NUMERIC
               SET FLG-STAT-INV TO TRUE
               MOVE 'BANDERA: ORDINAL DE LA LISTA INVALIDO'
                 TO FLG-SAL-MENS
               GO TO FIN-GNS-PRO-FLG.
           MOVE SPACES       TO FLG-KEY-CTAB.
           MOVE FLG-ENT-CODI TO FLG-KEY-CODI.
           MOVE FLG-ENT-ORDI TO FLG-KEY-ORDI.
           MOVE SPACES       TO TAB.
           MOVE 'FLA'        TO TAB-COD-TTAB IN TAB.
           MOVE FLG-KEY-CTAB TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY  TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS
               MOVE FIO-MOD TO FLG-WRK-CMND
           ELSE
               MOVE FIO-PUT TO FLG-WRK-CMND.
           MOVE SPACES       TO TAB.
           MOVE 'FLA'        TO TAB-COD-TTAB IN TAB.
           MOVE FLG-KEY-CTAB TO TAB-COD-CTAB IN TAB.
           MOVE FLG-ENT-DESC TO TAB-GLS-DESC IN TAB.
      *
      *    el cambio queda estacionado a la espera del aprobador
       EST-GNS-PRO-FLG.
           IF FLG-ENT-VIGE = 'N'
               MOVE 'N' TO TAB-IND-VIGE IN TAB
           ELSE
               MOVE 'S' TO TAB-IND-VIGE IN TAB.
           MOVE SCR-USER     TO TAB-COD-ATRN IN TAB.
           MOVE SPACES       TO PND.
           MOVE 'TAB'        TO PND-COD-TABL.
           MOVE TAB-COD-TABL IN TAB TO PND-GLS-CLAV.
           MOVE FLG-WRK-CMND TO PND-COD-CMND.
           MOVE TAB          TO PND-GLS-IMAG.
           MOVE PND-PRK      TO PND-CMND.
           PERFORM GNS-PRO-PND.
           IF NOT PND-STAT-OKS
               SET FLG-STAT-PND TO TRUE
               MOVE PND-MENS TO FLG-SAL-MENS
               GO TO FIN-GNS-PRO-FLG.
           STRING 'BANDERA ' FLG-ENT-CODI DELIMITED BY SIZE
                  ': CAMBIO ESTACIONADO, ESPERA APROBACION'
                                           DELIMITED BY SIZE
               INTO FLG-SAL-MENS.
       FIN-GNS-PRO-FLG.
           EXIT.
      *
      *    Lee la bandera FLG-ENT-CODI y deja su descripcion en
      *    FLG-WRK-DESC; inexistente o anulada responde 'NEX'.
       LEE-GNS-PRO-FLG SECTION.
       INI-LEE-GNS-PRO-FLG.
           MOVE SPACES       TO FLG-KEY-CTAB FLG-WRK-DESC.
           MOVE FLG-ENT-CODI TO FLG-KEY-CODI.
           MOVE SPACES       TO TAB.
           MOVE 'FLG'        TO TAB-COD-TTAB IN TAB.
           MOVE FLG-KEY-CTAB TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY  TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               SET FLG-STAT-NEX TO TRUE
               GO TO FIN-LEE-GNS-PRO-FLG.
           MOVE TAB-GLS-DESC IN TAB TO FLG-WRK-DESC.
       FIN-LEE-GNS-PRO-FLG.
           EXIT.
      *
      *    Recorre las listas de alcance TAB 'FLA' de la bandera y
      *    enciende si la sucursal, el terminal o el operador de la
      *    sesion estan en alguna.
       ALC-GNS-PRO-FLG SECTION.
       INI-ALC-GNS-PRO-FLG.
           MOVE SPACES       TO FLG-KEY-CTAB.
           MOVE FLG-ENT-CODI TO FLG-KEY-CODI.
           MOVE SPACES       TO TAB.
           MOVE 'FLA'        TO TAB-COD-TTAB IN TAB.
           MOVE FLG-KEY-CTAB TO TAB-COD-CTAB IN TAB.
       LUP-ALC-GNS-PRO-FLG.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'FLA'
              OR TAB-COD-CTAB IN TAB ( 1:8 ) NOT = FLG-ENT-CODI
               GO TO FIN-ALC-GNS-PRO-FLG.
           IF TAB-IND-VIGE IN TAB = 'N'
               GO TO LUP-ALC-GNS-PRO-FLG.
           MOVE TAB-GLS-DESC IN TAB TO FLG-WRK-LIST.
           MOVE ZERO TO FLG-NUM-ILIS.
       MIE-ALC-GNS-PRO-FLG.
           ADD 1 TO FLG-NUM-ILIS.
           IF FLG-ALCA-OPER
               GO TO OPE-ALC-GNS-PRO-FLG.
           IF FLG-NUM-ILIS > 10
               GO TO LUP-ALC-GNS-PRO-FLG.
           IF FLG-LIS-CUAT( FLG-NUM-ILIS ) NOT > SPACES
               GO TO MIE-ALC-GNS-PRO-FLG.
           IF FLG-ALCA-SUCU
              AND FLG-LIS-CUAT( FLG-NUM-ILIS ) = SUC-COD-SUCU
               MOVE 'S' TO FLG-IND-ENCE
               GO TO FIN-ALC-GNS-PRO-FLG.
           IF FLG-ALCA-TERM
              AND FLG-LIS-CUAT( FLG-NUM-ILIS ) = TSK-TERM-ALF
               MOVE 'S' TO FLG-IND-ENCE
               GO TO FIN-ALC-GNS-PRO-FLG.
           GO TO MIE-ALC-GNS-PRO-FLG.
      *    lista de operadores, de a 12
       OPE-ALC-GNS-PRO-FLG.
           IF FLG-NUM-ILIS > 3
               GO TO LUP-ALC-GNS-PRO-FLG.
           IF FLG-LIS-OPER( FLG-NUM-ILIS ) > SPACES
              AND FLG-LIS-OPER( FLG-NUM-ILIS ) = SCR-USER
               MOVE 'S' TO FLG-IND-ENCE
               GO TO FIN-ALC-GNS-PRO-FLG.
           GO TO MIE-ALC-GNS-PRO-FLG.
       FIN-ALC-GNS-PRO-FLG.
           EXIT.
      *
      *    Tramo ( 0 a 99 ) del terminal para la bandera: suma
      *    rodante de a media palabra sobre bandera + terminal.
       TRA-GNS-PRO-FLG SECTION.
       INI-TRA-GNS-PRO-FLG.
           MOVE FLG-ENT-CODI TO FLG-BKT-CODI.
           MOVE TSK-TERM-ALF TO FLG-BKT-TERM.
           MOVE ZEROES TO FLG-BKT-ACUM.
           MOVE 1      TO FLG-BKT-IPOS.
       LUP-TRA-GNS-PRO-FLG.
           MOVE FLG-BKT-ENTR( FLG-BKT-IPOS : 2 ) TO FLG-BKT-HALF.
           COMPUTE FLG-BKT-ACUM = FLG-BKT-ACUM * 31
                                + FLG-BKT-HALF-RED.
           DIVIDE FLG-BKT-ACUM BY 99999989
                  GIVING FLG-BKT-REST REMAINDER FLG-BKT-ACUM.
           IF FLG-BKT-ACUM < ZERO
               ADD 99999989 TO FLG-BKT-ACUM.
           ADD 2 TO FLG-BKT-IPOS.
           IF FLG-BKT-IPOS < LENGTH OF FLG-BKT-ENTR
               GO TO LUP-TRA-GNS-PRO-FLG.
           DIVIDE FLG-BKT-ACUM BY 100
                  GIVING FLG-BKT-REST REMAINDER FLG-BKT-TRAM.
       FIN-TRA-GNS-PRO-FLG.
           EXIT.
