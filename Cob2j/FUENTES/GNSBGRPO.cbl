      * Repositorio de Informes de los Barridos Batch
      *
      *    Los barridos nocturnos ( GNS-BUS-CIC, -GAP, -VRS, -RNG,
      *    -CUS, -REF, -RGL, -INC, -PND, -CFA ) dejaban su resultado
      *    solo en la cola temporal SCR-Q* de la sesion: terminada
      *    la sesion no quedaba como ver que informo la corrida de
      *    anoche ni que cambio desde la de ayer. GNS-PRO-RPO archiva
      *    ( ARC ) la cola RPO-ENT-COLA como nueva instancia del
      *    informe RPO-ENT-CODI, con la cadena y paso JCH que la
      *    corrio; lista ( LIS ) por paginas las instancias de un
      *    informe, muestra ( VER ) por paginas las filas de una, y
      *    compara ( CMP ) dos instancias del mismo informe dejando
      *    las filas nuevas, desaparecidas y cambiadas. Las
      *    consultas van a la cola SCR-QRPO. En CMP las filas se
      *    emparejan por sus primeros RPO-NUM-LLAV bytes ( la llave
      *    de la fila del informe: sucursal, codigo, clave ... ).
       GNS-PRO-RPO SECTION.
       INI-GNS-PRO-RPO.
           SET RPO-STAT-OKS TO TRUE.
           MOVE ZEROES TO RPO-SAL-SIGU.
           GO TO ARC-GNS-PRO-RPO LIS-GNS-PRO-RPO VER-GNS-PRO-RPO
                 CMP-GNS-PRO-RPO
           DEPENDING ON RPO-CMND.
           MOVE 'ABORTO, comando invalido en GNS-PRO-RPO:' TO SYS-MEN1.
           MOVE RPO-CMND                                   TO SYS-MEN2.
           MOVE SYS-ABOR TO SYS-CMND.
           PERFORM GNS-PRO-SYS.
      *
      *    cada item de la cola es una fila 'RPL' ( con sus
      *    continuaciones ); la cabecera 'RPH' se graba al final con
      *    la cantidad de filas
       ARC-GNS-PRO-RPO.
           MOVE ZEROES TO RPO-SAL-INST.
           IF RPO-ENT-CODI NOT > SPACES OR RPO-ENT-COLA NOT > SPACES
               GO TO FIN-GNS-PRO-RPO.
           PERFORM DEF-GNS-PRO-RPO.
           PERFORM NUM-GNS-PRO-RPO.
           PERFORM GET-FHOY.
           ACCEPT RPO-HRA-TOMA FROM TIME.
           MOVE RPO-NUM-INST TO RPO-WRK-INST.
           MOVE ZERO TO RPO-IDX-FILA.
       LUP-ARC-GNS-PRO-RPO.
           IF RPO-IDX-FILA NOT < RPO-MAX-ARCH
               GO TO CAB-ARC-GNS-PRO-RPO.
           ADD 1 TO RPO-IDX-FILA.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE RPO-ENT-COLA TO QUE-NAM-SEND.
           MOVE RPO-IDX-FILA TO QUE-NUM-SEND.
           MOVE LENGTH OF RPO-WRK-FILA TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               SUBTRACT 1 FROM RPO-IDX-FILA
               GO TO CAB-ARC-GNS-PRO-RPO.
           MOVE QUE-DAT-RECV( 1:300 ) TO RPO-WRK-FILA.
           PERFORM FIL-GNS-PRO-RPO.
           GO TO LUP-ARC-GNS-PRO-RPO.
       CAB-ARC-GNS-PRO-RPO.
           MOVE SPACES       TO RPO-WRK-CABE.
           MOVE HOY-FHOY     TO RPO-CAB-FECH.
           MOVE RPO-TOM-HMS  TO RPO-CAB-HORA.
           MOVE RPO-ENT-CADN TO RPO-CAB-CADN.
           MOVE RPO-ENT-PASO TO RPO-CAB-PASO.
           MOVE RPO-IDX-FILA TO RPO-CAB-NFIL.
           MOVE RPO-ENT-PROG TO RPO-CAB-PROG.
           PERFORM GRC-GNS-PRO-RPO.
           MOVE RPO-NUM-INST TO RPO-SAL-INST.
      *    fuera de la retencion del informe sale la instancia mas
      *    antigua ( una por corrida, asi la cuenta se mantiene )
           IF RPO-NUM-RETE > ZERO AND RPO-NUM-INST > RPO-NUM-RETE
               COMPUTE RPO-WRK-INST = RPO-NUM-INST - RPO-NUM-RETE
               PERFORM BOR-GNS-PRO-RPO.
           GO TO FIN-GNS-PRO-RPO.
      *
      *    instancias desde RPO-ENT-INST, de a RPO-NUM-PAGI
       LIS-GNS-PRO-RPO.
           PERFORM PAG-GNS-PRO-RPO.
           MOVE ZERO TO SCR-IRPO RPO-CNT-LINE.
           MOVE SPACES         TO TAB.
           MOVE 'RPH'          TO TAB-COD-TTAB IN TAB.
           MOVE SPACES         TO RPO-KEY-CTAB.
           MOVE RPO-ENT-CODI   TO RPO-KEY-CODI.
           MOVE RPO-ENT-INST   TO RPO-KEY-INST.
           MOVE RPO-KEY-CTAB   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
       LUP-LIS-GNS-PRO-RPO.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'RPH'
              OR TAB-COD-CTAB IN TAB ( 1:3 ) NOT = RPO-ENT-CODI
               GO TO FIN-GNS-PRO-RPO.
           MOVE TAB-COD-CTAB IN TAB TO RPO-KEY-CTAB.
           IF RPO-CNT-LINE NOT < RPO-NUM-PAGI
               MOVE RPO-KEY-INST TO RPO-SAL-SIGU
               GO TO FIN-GNS-PRO-RPO.
           MOVE TAB-GLS-DESC IN TAB TO RPO-WRK-CABE.
           MOVE SPACES       TO RPO-LINE.
           MOVE 'INS'        TO RPO-LIN-TIPO.
           MOVE RPO-KEY-INST TO RPO-INS-INST.
           MOVE TAB-GLS-DCOR IN TAB TO RPO-INS-COLA.
           PERFORM INS-GNS-PRO-RPO.
           ADD 1 TO RPO-CNT-LINE.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           GO TO LUP-LIS-GNS-PRO-RPO.
      *
      *    cabecera de la instancia y sus filas desde RPO-ENT-DESD
       VER-GNS-PRO-RPO.
           PERFORM PAG-GNS-PRO-RPO.
           MOVE ZERO TO SCR-IRPO RPO-CNT-LINE.
           MOVE RPO-ENT-INST TO RPO-WRK-INST.
           PERFORM CAB-GNS-PRO-RPO.
           IF RPO-STAT-NEX
               GO TO FIN-GNS-PRO-RPO.
           MOVE SPACES       TO RPO-LINE.
           MOVE 'INS'        TO RPO-LIN-TIPO.
           MOVE RPO-WRK-INST TO RPO-INS-INST.
           MOVE TAB-GLS-DCOR IN TAB TO RPO-INS-COLA.
           PERFORM INS-GNS-PRO-RPO.
           MOVE RPO-ENT-DESD TO RPO-IDX-FILA.
           IF RPO-IDX-FILA < 1
               MOVE 1 TO RPO-IDX-FILA.
       LUP-VER-GNS-PRO-RPO.
           IF RPO-IDX-FILA > RPO-CAB-NFIL
               GO TO FIN-GNS-PRO-RPO.
           IF RPO-CNT-LINE NOT < RPO-NUM-PAGI
               MOVE RPO-IDX-FILA TO RPO-SAL-SIGU
               GO TO FIN-GNS-PRO-RPO.
           PERFORM LEE-GNS-PRO-RPO.
           IF FIO-STAT-OKS
               MOVE 'FIL'        TO RPO-LIN-TIPO
               MOVE RPO-WRK-INST TO RPO-LIN-INST
               MOVE RPO-IDX-FILA TO RPO-LIN-FILA
               MOVE RPO-WRK-FILA TO RPO-LIN-DATO
               PERFORM PUT-GNS-PRO-RPO
               ADD 1 TO RPO-CNT-LINE.
           ADD 1 TO RPO-IDX-FILA.
           GO TO LUP-VER-GNS-PRO-RPO.
      *
      *    la instancia anterior ( RPO-ENT-INST ) va a la tabla; cada
      *    fila de la nueva ( RPO-ENT-INSB ) busca su pareja por la
      *    llave: sin pareja es nueva, con pareja distinta cambio;
      *    lo que queda sin emparejar en la tabla desaparecio
       CMP-GNS-PRO-RPO.
           MOVE ZERO TO SCR-IRPO.
           MOVE ZERO TO RPO-CNT-NUEV RPO-CNT-DESA RPO-CNT-CAMB.
           PERFORM DEF-GNS-PRO-RPO.
           MOVE RPO-ENT-INSB TO RPO-WRK-INST.
           PERFORM CAB-GNS-PRO-RPO.
           IF RPO-STAT-NEX
               GO TO FIN-GNS-PRO-RPO.
           MOVE RPO-CAB-NFIL TO RPO-NFI-INSB.
           MOVE RPO-ENT-INST TO RPO-WRK-INST.
           PERFORM CAB-GNS-PRO-RPO.
           IF RPO-STAT-NEX
               GO TO FIN-GNS-PRO-RPO.
           MOVE RPO-CAB-NFIL TO RPO-NFI-INSA.
           IF RPO-NFI-INSA > RPO-MAX-FILA
               SET RPO-STAT-LIM TO TRUE
               GO TO FIN-GNS-PRO-RPO.
           MOVE ZERO TO RPO-CNT-TABL RPO-IDX-FILA.
       CRG-CMP-GNS-PRO-RPO.
           ADD 1 TO RPO-IDX-FILA.
           IF RPO-IDX-FILA > RPO-NFI-INSA
               GO TO NVA-CMP-GNS-PRO-RPO.
           PERFORM LEE-GNS-PRO-RPO.
           IF FIO-STAT-OKS
               ADD 1 TO RPO-CNT-TABL
               MOVE RPO-WRK-FILA TO RPO-TBF-DATO( RPO-CNT-TABL )
               MOVE 'N'          TO RPO-TBF-MARC( RPO-CNT-TABL ).
           GO TO CRG-CMP-GNS-PRO-RPO.
       NVA-CMP-GNS-PRO-RPO.
           MOVE RPO-ENT-INSB TO RPO-WRK-INST.
           MOVE ZERO TO RPO-IDX-FILA.
       LUP-NVA-CMP-GNS-PRO-RPO.
           ADD 1 TO RPO-IDX-FILA.
           IF RPO-IDX-FILA > RPO-NFI-INSB
               GO TO DES-CMP-GNS-PRO-RPO.
           PERFORM LEE-GNS-PRO-RPO.
           IF NOT FIO-STAT-OKS
               GO TO LUP-NVA-CMP-GNS-PRO-RPO.
           PERFORM BUS-GNS-PRO-RPO THRU FIN-BUS-GNS-PRO-RPO.
           MOVE RPO-ENT-INSB TO RPO-LIN-INST.
           MOVE RPO-IDX-FILA TO RPO-LIN-FILA.
           IF RPO-IND-ENCO = 'N'
               MOVE 'NUE'        TO RPO-LIN-TIPO
               MOVE RPO-WRK-FILA TO RPO-LIN-DATO
               PERFORM PUT-GNS-PRO-RPO
               ADD 1 TO RPO-CNT-NUEV
           ELSE
           IF RPO-TBF-DATO( RPO-SUB-TABL ) NOT = RPO-WRK-FILA
               MOVE 'ANT'        TO RPO-LIN-TIPO
               MOVE RPO-ENT-INST TO RPO-LIN-INST
               MOVE ZEROES       TO RPO-LIN-FILA
               MOVE RPO-TBF-DATO( RPO-SUB-TABL ) TO RPO-LIN-DATO
               PERFORM PUT-GNS-PRO-RPO
               MOVE 'CAM'        TO RPO-LIN-TIPO
               MOVE RPO-ENT-INSB TO RPO-LIN-INST
               MOVE RPO-IDX-FILA TO RPO-LIN-FILA
               MOVE RPO-WRK-FILA TO RPO-LIN-DATO
               PERFORM PUT-GNS-PRO-RPO
               ADD 1 TO RPO-CNT-CAMB.
           GO TO LUP-NVA-CMP-GNS-PRO-RPO.
       DES-CMP-GNS-PRO-RPO.
           MOVE ZERO TO RPO-SUB-TABL.
       LUP-DES-CMP-GNS-PRO-RPO.
           ADD 1 TO RPO-SUB-TABL.
           IF RPO-SUB-TABL > RPO-CNT-TABL
               GO TO TOT-CMP-GNS-PRO-RPO.
           IF RPO-TBF-MARC( RPO-SUB-TABL ) = 'N'
               MOVE 'DES'        TO RPO-LIN-TIPO
               MOVE RPO-ENT-INST TO RPO-LIN-INST
               MOVE ZEROES       TO RPO-LIN-FILA
               MOVE RPO-TBF-DATO( RPO-SUB-TABL ) TO RPO-LIN-DATO
               PERFORM PUT-GNS-PRO-RPO
               ADD 1 TO RPO-CNT-DESA.
           GO TO LUP-DES-CMP-GNS-PRO-RPO.
       TOT-CMP-GNS-PRO-RPO.
           MOVE SPACES       TO RPO-LINE.
           MOVE 'TOT'        TO RPO-LIN-TIPO.
           MOVE RPO-ENT-INST TO RPO-TOT-INSA.
           MOVE RPO-ENT-INSB TO RPO-TOT-INSB.
           MOVE RPO-CNT-NUEV TO RPO-TOT-NUEV.
           MOVE RPO-CNT-DESA TO RPO-TOT-DESA.
           MOVE RPO-CNT-CAMB TO RPO-TOT-CAMB.
           PERFORM PUT-GNS-PRO-RPO.
       FIN-GNS-PRO-RPO.
           EXIT.
      *
      *    Definicion del informe ( TAB 'RPD' ); sin fila, llave de
      *    RPO-DEF-LLAV bytes y se conservan todas las instancias.
       DEF-GNS-PRO-RPO SECTION.
       INI-DEF-GNS-PRO-RPO.
           MOVE RPO-DEF-LLAV TO RPO-NUM-LLAV.
           MOVE ZEROES       TO RPO-NUM-RETE.
           MOVE SPACES       TO RPO-WRK-DEFI.
           MOVE SPACES       TO TAB.
           MOVE 'RPD'        TO TAB-COD-TTAB IN TAB.
           MOVE RPO-ENT-CODI TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY  TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               GO TO FIN-DEF-GNS-PRO-RPO.
           MOVE TAB-GLS-DESC IN TAB TO RPO-WRK-DEFI.
           IF RPO-DEF-LLAV-X IS NUMERIC
              AND RPO-DEF-LLAV-NUM > ZERO
              AND RPO-DEF-LLAV-NUM NOT > 100
               MOVE RPO-DEF-LLAV-NUM TO RPO-NUM-LLAV.
           IF RPO-DEF-RETE-X IS NUMERIC
               MOVE RPO-DEF-RETE-NUM TO RPO-NUM-RETE.
       FIN-DEF-GNS-PRO-RPO.
           EXIT.
      *
      *    Numero de la nueva instancia: el ultimo del informe
      *    ( TAB 'RPN' ) mas uno, que vuelve a la fila puntero.
       NUM-GNS-PRO-RPO SECTION.
       INI-NUM-GNS-PRO-RPO.
           MOVE ZEROES         TO RPO-NUM-INST.
           MOVE SPACES         TO TAB.
           MOVE 'RPN'          TO TAB-COD-TTAB IN TAB.
           MOVE RPO-ENT-CODI   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS
              AND TAB-GLS-DESC IN TAB ( 1:5 ) IS NUMERIC
               MOVE TAB-GLS-DESC IN TAB ( 1:5 ) TO RPO-NUM-INST.
           IF FIO-STAT-OKS
               MOVE FIO-MOD TO FIO-CMND
           ELSE
               MOVE SPACES       TO TAB
               MOVE 'RPN'        TO TAB-COD-TTAB IN TAB
               MOVE RPO-ENT-CODI TO TAB-COD-CTAB IN TAB
               MOVE FIO-PUT      TO FIO-CMND.
           ADD 1 TO RPO-NUM-INST.
           MOVE SPACES         TO TAB-GLS-DESC IN TAB.
           MOVE RPO-NUM-INST   TO TAB-GLS-DESC IN TAB ( 1:5 ).
           MOVE 'S'            TO TAB-IND-VIGE IN TAB.
           MOVE SCR-USER       TO TAB-COD-ATRN IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           PERFORM GNS-FIO-TAB.
       FIN-NUM-GNS-PRO-RPO.
           EXIT.
      *
      *    Graba la fila RPO-IDX-FILA de la instancia en curso: la
      *    parte 1 en 'RPL' con el largo del item y las que siguen,
      *    si el item pasa de 100 bytes, en 'RP2' y 'RP3'.
       FIL-GNS-PRO-RPO SECTION.
       INI-FIL-GNS-PRO-RPO.
           PERFORM LAR-GNS-PRO-RPO.
           MOVE ZERO TO RPO-IDX-PART.
       LUP-FIL-GNS-PRO-RPO.
           ADD 1 TO RPO-IDX-PART.
           IF RPO-IDX-PART > RPO-NUM-PART
               GO TO FIN-FIL-GNS-PRO-RPO.
           PERFORM TIP-GNS-PRO-RPO.
           MOVE SPACES       TO RPO-KEY-CTAB.
           MOVE RPO-ENT-CODI TO RPO-KEY-CODI.
           MOVE RPO-WRK-INST TO RPO-KEY-INST.
           MOVE RPO-IDX-FILA TO RPO-KEY-FILA.
           MOVE SPACES       TO TAB.
           MOVE RPO-TIP-FILA TO TAB-COD-TTAB IN TAB.
           MOVE RPO-KEY-CTAB TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY  TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS
               MOVE FIO-MOD TO FIO-CMND
           ELSE
               MOVE SPACES       TO TAB
               MOVE RPO-TIP-FILA TO TAB-COD-TTAB IN TAB
               MOVE RPO-KEY-CTAB TO TAB-COD-CTAB IN TAB
               MOVE FIO-PUT      TO FIO-CMND.
           MOVE RPO-FIL-PART( RPO-IDX-PART ) ( 1:40 )
                                      TO TAB-GLS-DESC IN TAB.
           MOVE RPO-FIL-PART( RPO-IDX-PART ) ( 41:60 )
                                      TO TAB-GLS-DATA IN TAB.
           IF RPO-IDX-PART = 1
               MOVE RPO-LAR-FILA TO RPO-WRK-LARG
               MOVE SPACES       TO TAB-GLS-DCOR IN TAB
               MOVE RPO-WRK-LARG TO TAB-GLS-DCOR IN TAB ( 1:4 ).
           MOVE 'S'          TO TAB-IND-VIGE IN TAB.
           MOVE SCR-USER     TO TAB-COD-ATRN IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           PERFORM GNS-FIO-TAB.
           GO TO LUP-FIL-GNS-PRO-RPO.
       FIN-FIL-GNS-PRO-RPO.
           EXIT.
      *
      *    Largo significativo de RPO-WRK-FILA ( sin los espacios
      *    del final ) y partes de 100 bytes que ocupa ( al menos
      *    una ).
       LAR-GNS-PRO-RPO SECTION.
       INI-LAR-GNS-PRO-RPO.
           MOVE LENGTH OF RPO-WRK-FILA TO RPO-LAR-FILA.
       LUP-LAR-GNS-PRO-RPO.
           IF RPO-LAR-FILA < 1
               GO TO PAR-LAR-GNS-PRO-RPO.
           IF RPO-WRK-FILA( RPO-LAR-FILA:1 ) NOT = SPACE
               GO TO PAR-LAR-GNS-PRO-RPO.
           SUBTRACT 1 FROM RPO-LAR-FILA.
           GO TO LUP-LAR-GNS-PRO-RPO.
       PAR-LAR-GNS-PRO-RPO.
           COMPUTE RPO-NUM-PART = ( RPO-LAR-FILA + 99 ) / 100.
           IF RPO-NUM-PART < 1
               MOVE 1 TO RPO-NUM-PART.
       FIN-LAR-GNS-PRO-RPO.
           EXIT.
      *
      *    Tipo TAB de la parte RPO-IDX-PART: 'RPL' la primera,
      *    'RP' + numero de parte las de continuacion.
       TIP-GNS-PRO-RPO SECTION.
       INI-TIP-GNS-PRO-RPO.
           MOVE 'RPL' TO RPO-TIP-FILA.
           IF RPO-IDX-PART > 1
               MOVE RPO-IDX-PART TO RPO-TIP-NPAR
               MOVE RPO-TIP-CONT TO RPO-TIP-FILA.
       FIN-TIP-GNS-PRO-RPO.
           EXIT.
      *
      *    Lee la fila RPO-IDX-FILA de la instancia RPO-WRK-INST en
      *    RPO-WRK-FILA, con las continuaciones que indique el largo
      *    de la parte 1 ( FIO-STAT dice si la fila existe; una
      *    continuacion que falte queda en espacios ).
       LEE-GNS-PRO-RPO SECTION.
       INI-LEE-GNS-PRO-RPO.
           MOVE SPACES TO RPO-WRK-FILA.
           MOVE 1      TO RPO-NUM-PART.
           MOVE ZERO   TO RPO-IDX-PART.
       LUP-LEE-GNS-PRO-RPO.
           ADD 1 TO RPO-IDX-PART.
           IF RPO-IDX-PART > RPO-NUM-PART
               SET FIO-STAT-OKS TO TRUE
               GO TO FIN-LEE-GNS-PRO-RPO.
           PERFORM TIP-GNS-PRO-RPO.
           MOVE SPACES       TO RPO-KEY-CTAB.
           MOVE RPO-ENT-CODI TO RPO-KEY-CODI.
           MOVE RPO-WRK-INST TO RPO-KEY-INST.
           MOVE RPO-IDX-FILA TO RPO-KEY-FILA.
           MOVE SPACES       TO TAB.
           MOVE RPO-TIP-FILA TO TAB-COD-TTAB IN TAB.
           MOVE RPO-KEY-CTAB TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY  TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
               IF RPO-IDX-PART = 1
                   GO TO FIN-LEE-GNS-PRO-RPO
               ELSE
                   GO TO LUP-LEE-GNS-PRO-RPO.
           MOVE TAB-GLS-DESC IN TAB
                             TO RPO-FIL-PART( RPO-IDX-PART ) ( 1:40 ).
           MOVE TAB-GLS-DATA IN TAB
                             TO RPO-FIL-PART( RPO-IDX-PART ) ( 41:60 ).
           IF RPO-IDX-PART = 1
              AND TAB-GLS-DCOR IN TAB ( 1:4 ) IS NUMERIC
               MOVE TAB-GLS-DCOR IN TAB ( 1:4 ) TO RPO-WRK-LARG
               COMPUTE RPO-NUM-PART = ( RPO-WRK-LARG + 99 ) / 100
               IF RPO-NUM-PART > RPO-MAX-PART
                   MOVE RPO-MAX-PART TO RPO-NUM-PART.
           GO TO LUP-LEE-GNS-PRO-RPO.
       FIN-LEE-GNS-PRO-RPO.
           EXIT.
      *
      *    Graba la cabecera 'RPH' de la instancia en curso.
       GRC-GNS-PRO-RPO SECTION.
       INI-GRC-GNS-PRO-RPO.
           MOVE SPACES       TO RPO-KEY-CTAB.
           MOVE RPO-ENT-CODI TO RPO-KEY-CODI.
           MOVE RPO-WRK-INST TO RPO-KEY-INST.
           MOVE SPACES       TO TAB.
           MOVE 'RPH'        TO TAB-COD-TTAB IN TAB.
           MOVE RPO-KEY-CTAB TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY  TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS
               MOVE FIO-MOD TO FIO-CMND
           ELSE
               MOVE SPACES       TO TAB
               MOVE 'RPH'        TO TAB-COD-TTAB IN TAB
               MOVE RPO-KEY-CTAB TO TAB-COD-CTAB IN TAB
               MOVE FIO-PUT      TO FIO-CMND.
           MOVE RPO-ENT-COLA TO TAB-GLS-DCOR IN TAB.
           MOVE RPO-WRK-CABE TO TAB-GLS-DESC IN TAB.
           MOVE 'S'          TO TAB-IND-VIGE IN TAB.
           MOVE SCR-USER     TO TAB-COD-ATRN IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           PERFORM GNS-FIO-TAB.
       FIN-GRC-GNS-PRO-RPO.
           EXIT.
      *
      *    Cabecera de la instancia RPO-WRK-INST en RPO-WRK-CABE;
      *    sin ella queda RPO-STAT-NEX.
       CAB-GNS-PRO-RPO SECTION.
       INI-CAB-GNS-PRO-RPO.
           MOVE SPACES       TO RPO-WRK-CABE.
           MOVE ZEROES       TO RPO-CAB-NFIL.
           MOVE SPACES       TO RPO-KEY-CTAB.
           MOVE RPO-ENT-CODI TO RPO-KEY-CODI.
           MOVE RPO-WRK-INST TO RPO-KEY-INST.
           MOVE SPACES       TO TAB.
           MOVE 'RPH'        TO TAB-COD-TTAB IN TAB.
           MOVE RPO-KEY-CTAB TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY  TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
               SET RPO-STAT-NEX TO TRUE
               GO TO FIN-CAB-GNS-PRO-RPO.
           MOVE TAB-GLS-DESC IN TAB TO RPO-WRK-CABE.
           IF RPO-CAB-NFIL NOT NUMERIC
               MOVE ZEROES TO RPO-CAB-NFIL.
       FIN-CAB-GNS-PRO-RPO.
           EXIT.
      *
      *    Borra la instancia RPO-WRK-INST: sus filas y su cabecera.
       BOR-GNS-PRO-RPO SECTION.
       INI-BOR-GNS-PRO-RPO.
           PERFORM CAB-GNS-PRO-RPO.
           IF RPO-STAT-NEX
               SET RPO-STAT-OKS TO TRUE
               GO TO FIN-BOR-GNS-PRO-RPO.
           MOVE ZERO TO RPO-CNT-FILA.
       LUP-BOR-GNS-PRO-RPO.
           ADD 1 TO RPO-CNT-FILA.
           IF RPO-CNT-FILA > RPO-CAB-NFIL
               GO TO CAB-BOR-GNS-PRO-RPO.
           MOVE ZERO TO RPO-IDX-PART.
      *    la fila y sus continuaciones ( la que no existe no se
      *    encuentra y no pasa nada )
       PAR-BOR-GNS-PRO-RPO.
           ADD 1 TO RPO-IDX-PART.
           IF RPO-IDX-PART > RPO-MAX-PART
               GO TO LUP-BOR-GNS-PRO-RPO.
           PERFORM TIP-GNS-PRO-RPO.
           MOVE SPACES       TO RPO-KEY-CTAB.
           MOVE RPO-ENT-CODI TO RPO-KEY-CODI.
           MOVE RPO-WRK-INST TO RPO-KEY-INST.
           MOVE RPO-CNT-FILA TO RPO-KEY-FILA.
           MOVE SPACES       TO TAB.
           MOVE RPO-TIP-FILA TO TAB-COD-TTAB IN TAB.
           MOVE RPO-KEY-CTAB TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-DEL      TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           GO TO PAR-BOR-GNS-PRO-RPO.
       CAB-BOR-GNS-PRO-RPO.
           MOVE SPACES       TO RPO-KEY-CTAB.
           MOVE RPO-ENT-CODI TO RPO-KEY-CODI.
           MOVE RPO-WRK-INST TO RPO-KEY-INST.
           MOVE SPACES       TO TAB.
           MOVE 'RPH'        TO TAB-COD-TTAB IN TAB.
           MOVE RPO-KEY-CTAB TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-DEL      TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
       FIN-BOR-GNS-PRO-RPO.
           EXIT.
      *
      *    Busca en la tabla la primera fila aun no emparejada con
      *    la misma llave que RPO-WRK-FILA; la encontrada queda
      *    marcada y en RPO-SUB-TABL.
       BUS-GNS-PRO-RPO SECTION.
       INI-BUS-GNS-PRO-RPO.
           MOVE 'N' TO RPO-IND-ENCO.
           MOVE ZERO TO RPO-SUB-TABL.
       LUP-BUS-GNS-PRO-RPO.
           ADD 1 TO RPO-SUB-TABL.
           IF RPO-SUB-TABL > RPO-CNT-TABL
               GO TO FIN-BUS-GNS-PRO-RPO.
           IF RPO-TBF-MARC( RPO-SUB-TABL ) NOT = 'N'
              OR RPO-TBF-DATO( RPO-SUB-TABL ) ( 1:RPO-NUM-LLAV )
                 NOT = RPO-WRK-FILA( 1:RPO-NUM-LLAV )
               GO TO LUP-BUS-GNS-PRO-RPO.
           MOVE 'S' TO RPO-IND-ENCO.
           MOVE 'S' TO RPO-TBF-MARC( RPO-SUB-TABL ).
       FIN-BUS-GNS-PRO-RPO.
           EXIT.
      *
      *    Lineas por pagina de la consulta.
       PAG-GNS-PRO-RPO SECTION.
       INI-PAG-GNS-PRO-RPO.
           MOVE RPO-ENT-PAGI TO RPO-NUM-PAGI.
           IF RPO-NUM-PAGI = ZERO
               MOVE RPO-DEF-PAGI TO RPO-NUM-PAGI.
       FIN-PAG-GNS-PRO-RPO.
           EXIT.
      *
      *    Completa la linea 'INS' con la cabecera en RPO-WRK-CABE
      *    y la encola.
       INS-GNS-PRO-RPO SECTION.
       INI-INS-GNS-PRO-RPO.
           MOVE RPO-CAB-FECH TO RPO-INS-FECH.
           MOVE RPO-CAB-HORA TO RPO-INS-HORA.
           MOVE RPO-CAB-CADN TO RPO-INS-CADN.
           MOVE RPO-CAB-PASO TO RPO-INS-PASO.
           MOVE RPO-CAB-NFIL TO RPO-INS-NFIL.
           MOVE RPO-CAB-PROG TO RPO-INS-PROG.
           PERFORM PUT-GNS-PRO-RPO.
       FIN-INS-GNS-PRO-RPO.
           EXIT.
      *
      *    Encola la linea de la consulta en SCR-QRPO.
       PUT-GNS-PRO-RPO SECTION.
       INI-PUT-GNS-PRO-RPO.
           ADD 1 TO SCR-IRPO.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QRPO TO QUE-NAM-SEND.
           MOVE SCR-IRPO TO QUE-NUM-SEND.
           MOVE LENGTH OF RPO-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE RPO-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-PRO-RPO.
           EXIT.
