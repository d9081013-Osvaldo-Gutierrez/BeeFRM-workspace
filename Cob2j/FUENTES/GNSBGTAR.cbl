      * Calculo de Comisiones e Impuestos por Tarifario Escalonado
      *
      *    PES-CAL-TAR toma la funcion TAR-ENT-FUNC, el canal
      *    TAR-ENT-CANL, la moneda TAR-ENT-VCAM y el importe
      *    TAR-ENT-IMPO, busca la tarifa vigente a hoy en TAB 'TAR'
      *    ( primero la del canal, luego la general '***' ) y
      *    entrega comision, impuesto y total en la moneda del
      *    tarifario. Si el tarifario esta definido en otra moneda
      *    ( tipicamente la base ), el importe se lleva a ella con
      *    PES-CNV-MON antes de elegir el tramo. La comision es la
      *    parte fija mas el porcentaje del tramo sobre el importe,
      *    acotada al minimo y maximo de la tarifa; el impuesto es
      *    el porcentaje de la tarifa sobre la comision. Todo monto
      *    se redondea con PES-SCTV en la moneda del tarifario.
      *    GNS-MNT-TAR carga/regraba una tarifa.
       PES-CAL-TAR SECTION.
       INI-PES-CAL-TAR.
           SET TAR-STAT-OKS TO TRUE.
           MOVE ZEROES TO TAR-SAL-COMI TAR-SAL-IMPT TAR-SAL-TOTL
                          TAR-SAL-IBAS TAR-SAL-TRAM TAR-FEC-VIGE.
           MOVE SPACES TO TAR-SAL-VCAM.
           IF TAR-ENT-VCAM NOT > SPACES
               MOVE TAR-MON-BASE TO TAR-ENT-VCAM.
           IF TAR-ENT-CANL NOT > SPACES
               MOVE TAR-CAN-TODO TO TAR-ENT-CANL.
      *
           PERFORM GET-FHOY.
           MOVE HOY-AHOY TO TAR-FEC-HOYD( 1:2 ).
           MOVE HOY-MHOY TO TAR-FEC-HOYD( 3:2 ).
           MOVE HOY-DHOY TO TAR-FEC-HOYD( 5:2 ).
      *
      *    tarifa del canal; sin ella, la general del comando
           MOVE TAR-ENT-CANL TO TAR-KEY-CANL.
           PERFORM BSC-PES-CAL-TAR.
           IF TAR-IND-TFND NOT = 'S'
              AND TAR-ENT-CANL NOT = TAR-CAN-TODO
               MOVE TAR-CAN-TODO TO TAR-KEY-CANL
               PERFORM BSC-PES-CAL-TAR.
           IF TAR-IND-TFND NOT = 'S'
               SET TAR-STAT-NEX TO TRUE
               GO TO FIN-PES-CAL-TAR.
           IF TAR-DSC-VCAM NOT > SPACES
               MOVE TAR-MON-BASE TO TAR-DSC-VCAM.
           MOVE TAR-DSC-VCAM TO TAR-SAL-VCAM.
      *
      *    importe en la moneda del tarifario
           IF TAR-DSC-VCAM = TAR-ENT-VCAM
               MOVE TAR-ENT-IMPO TO TAR-SAL-IBAS
           ELSE
               MOVE TAR-ENT-IMPO TO CNV-ENT-IMPO
               MOVE TAR-ENT-VCAM TO CNV-MON-ORIG
               MOVE TAR-DSC-VCAM TO CNV-MON-DEST
               MOVE 'C'          TO CNV-IND-LADO
               PERFORM PES-CNV-MON
               IF NOT CNV-STAT-OKS
                   SET TAR-STAT-ERR TO TRUE
                   GO TO FIN-PES-CAL-TAR
               ELSE
                   MOVE CNV-SAL-IMPO TO TAR-SAL-IBAS.
      *
      *    tramo: el primero cuyo tope cubre el importe; el ultimo
      *    cargado recibe todo lo que exceda
           IF TAR-DSC-NTRA < 1 OR TAR-DSC-NTRA > 3
               MOVE 1 TO TAR-DSC-NTRA.
           MOVE ZERO TO TAR-SUB-TRAM.
       TRA-PES-CAL-TAR.
           ADD 1 TO TAR-SUB-TRAM.
           IF TAR-SUB-TRAM < TAR-DSC-NTRA
              AND TAR-SAL-IBAS > TAR-TRA-HAST( TAR-SUB-TRAM )
               GO TO TRA-PES-CAL-TAR.
           MOVE TAR-SUB-TRAM TO TAR-SAL-TRAM.
      *
      *    comision: fija + porcentaje, acotada a minimo / maximo
           COMPUTE TAR-WRK-COMI =
               TAR-TRA-FIJO( TAR-SUB-TRAM )
             + TAR-SAL-IBAS * TAR-TRA-PCTJ( TAR-SUB-TRAM ) / 100.
           IF TAR-WRK-COMI < TAR-DSC-FMIN
               MOVE TAR-DSC-FMIN TO TAR-WRK-COMI.
           IF TAR-DSC-FMAX > ZEROES
              AND TAR-WRK-COMI > TAR-DSC-FMAX
               MOVE TAR-DSC-FMAX TO TAR-WRK-COMI.
           MOVE TAR-WRK-COMI TO PES-SGV-DECI.
           MOVE ZEROES       TO PES-NUM-DECI.
           MOVE SPACES       TO PES-CIC-VCAM.
           MOVE TAR-DSC-VCAM TO PES-CIC-VCAM.
           PERFORM PES-SCTV.
           MOVE PES-SGV-ENTE TO TAR-SAL-COMI.
      *
      *    impuesto sobre la comision ya redondeada
           IF TAR-DSC-PIMP > ZEROES
               COMPUTE PES-SGV-DECI =
                   TAR-SAL-COMI * TAR-DSC-PIMP / 100
               MOVE ZEROES       TO PES-NUM-DECI
               MOVE SPACES       TO PES-CIC-VCAM
               MOVE TAR-DSC-VCAM TO PES-CIC-VCAM
               PERFORM PES-SCTV
               MOVE PES-SGV-ENTE TO TAR-SAL-IMPT.
           COMPUTE TAR-SAL-TOTL = TAR-SAL-COMI + TAR-SAL-IMPT.
      *
      *    cobro efectivo: comision e impuesto a la interfaz contable
           IF TAR-IND-CTBL = 'S'
               MOVE 'COM'        TO CTB-ENT-EVEN
               MOVE TAR-SAL-VCAM TO CTB-ENT-VCAM
               MOVE TAR-SAL-COMI TO CTB-ENT-IMPO
               PERFORM REG-GNS-CTB-MOV
               MOVE 'IMP'        TO CTB-ENT-EVEN
               MOVE TAR-SAL-VCAM TO CTB-ENT-VCAM
               MOVE TAR-SAL-IMPT TO CTB-ENT-IMPO
               PERFORM REG-GNS-CTB-MOV.
       FIN-PES-CAL-TAR.
           MOVE 'N' TO TAR-IND-CTBL.
           EXIT.
      *
      *    Tarifa vigente a hoy de la funcion y el canal armados en
      *    TAR-KEY-CTAB ( fecha complementada, como 'FXR' ).
       BSC-PES-CAL-TAR SECTION.
       INI-BSC-PES-CAL-TAR.
           MOVE 'N' TO TAR-IND-TFND.
           MOVE TAR-ENT-FUNC TO TAR-KEY-FUNC.
           COMPUTE TAR-KEY-CFEC = 999999 - TAR-FEC-HOYD.
           MOVE SPACES         TO TAB.
           MOVE 'TAR'          TO TAB-COD-TTAB IN TAB.
           MOVE TAR-KEY-CTAB   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'TAR'
              OR TAB-COD-CTAB IN TAB ( 1:6 ) NOT = TAR-KEY-CTAB( 1:6 )
              OR TAB-IND-VIGE IN TAB = 'N'
               GO TO FIN-BSC-PES-CAL-TAR.
           MOVE TAB-GLS-DESC IN TAB TO TAR-WRK-DESC.
           MOVE TAB-GLS-DATA IN TAB TO TAR-WRK-DATA.
           MOVE TAB-COD-CTAB IN TAB ( 7:6 ) TO TAR-WRK-CFEC.
           COMPUTE TAR-FEC-VIGE = 999999 - TAR-WRK-CFEC.
           MOVE 'S' TO TAR-IND-TFND.
       FIN-BSC-PES-CAL-TAR.
           EXIT.
      *
      *    Carga ( o regraba ) la tarifa de una funcion y canal para
      *    una fecha de vigencia: TAR-ENT-FUNC / TAR-ENT-CANL /
      *    TAR-ENT-FECH ( AAMMDD ) y los datos en TAR-WRK-DESC y
      *    TAR-WRK-DATA. Una fecha futura deja la tarifa lista para
      *    entrar en vigor sola.
       GNS-MNT-TAR SECTION.
       INI-GNS-MNT-TAR.
           MOVE TAR-ENT-FUNC TO TAR-KEY-FUNC.
           IF TAR-ENT-CANL NOT > SPACES
               MOVE TAR-CAN-TODO TO TAR-KEY-CANL
           ELSE
               MOVE TAR-ENT-CANL TO TAR-KEY-CANL.
           COMPUTE TAR-KEY-CFEC = 999999 - TAR-ENT-FECH.
           MOVE SPACES         TO TAB.
           MOVE 'TAR'          TO TAB-COD-TTAB IN TAB.
           MOVE TAR-KEY-CTAB   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS
               MOVE FIO-MOD TO FIO-CMND
           ELSE
               MOVE SPACES       TO TAB
               MOVE 'TAR'        TO TAB-COD-TTAB IN TAB
               MOVE TAR-KEY-CTAB TO TAB-COD-CTAB IN TAB
               MOVE FIO-PUT      TO FIO-CMND.
           MOVE TAR-WRK-DESC TO TAB-GLS-DESC IN TAB.
           MOVE TAR-WRK-DATA TO TAB-GLS-DATA IN TAB.
           MOVE 'S'          TO TAB-IND-VIGE IN TAB.
           MOVE SCR-USER     TO TAB-COD-ATRN IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           PERFORM GNS-FIO-TAB.
       FIN-GNS-MNT-TAR.
           EXIT.
