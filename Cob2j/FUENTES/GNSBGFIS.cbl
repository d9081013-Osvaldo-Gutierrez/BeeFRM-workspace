      * Calendario Fiscal
      *
      *    GNS-FEC-FIS responde, para el sistema FIS-ENT-SIST:
      *       FIS-UBI  ejercicio, periodo, semana del ejercicio y
      *                primer/ultimo dia del periodo de una fecha
      *       FIS-LIM  primer/ultimo dia de un periodo dado
      *       FIS-GEN  genera las filas 'FIP' de un ejercicio con el
      *                patron de semanas de la fila 'FIS'
      *    Un sistema sin fila 'FIS' vigente responde en meses
      *    calendario, de modo que el llamador no necesita saber si
      *    el sistema es fiscal o no.
       GNS-FEC-FIS SECTION.
       INI-GNS-FEC-FIS.
           SET FIS-STAT-OKS TO TRUE.
           MOVE ZEROES TO FIS-SAL-ANOF FIS-SAL-PERI FIS-SAL-SEMA
                          FIS-SAL-FINI FIS-SAL-FFIN FIS-SAL-IDPE.
           IF FIS-ENT-SIST > SPACES
               MOVE FIS-ENT-SIST TO FIS-WRK-SIST
           ELSE
               MOVE SCR-SIST     TO FIS-WRK-SIST.
           GO TO UBI-GNS-FEC-FIS LIM-GNS-FEC-FIS GEN-GNS-FEC-FIS
           DEPENDING ON FIS-CMND.
           MOVE 'ABORTO, comando invalido en GNS-FEC-FIS:' TO SYS-MEN1.
           MOVE FIS-CMND                                   TO SYS-MEN2.
           MOVE SYS-ABOR TO SYS-CMND.
           PERFORM GNS-PRO-SYS.
      *
      *    Ubicacion de una fecha: primero el ultimo periodo resuelto
       UBI-GNS-FEC-FIS.
           MOVE FIS-ENT-FECH TO FIS-WRK-FECH.
           IF FIS-WRK-FECH = ZEROES
               PERFORM GET-FHOY
               MOVE HOY-FHOY TO FIS-WRK-FECH.
           IF FIS-CCH-SIST = FIS-WRK-SIST
              AND FIS-WRK-FECH NOT < FIS-CCH-FINI
              AND FIS-WRK-FECH NOT > FIS-CCH-FFIN
               MOVE FIS-CCH-FISC TO FIS-IND-FISC
               MOVE FIS-CCH-ANOF TO FIS-SAL-ANOF
               MOVE FIS-CCH-PERI TO FIS-SAL-PERI
               MOVE FIS-CCH-FINI TO FIS-SAL-FINI
               MOVE FIS-CCH-FFIN TO FIS-SAL-FFIN
               MOVE FIS-CCH-SINI TO FIS-PER-SINI
               GO TO IDP-GNS-FEC-FIS.
           PERFORM DEF-GNS-FEC-FIS.
           IF FIS-IND-FISC = 'S'
               GO TO FSC-GNS-FEC-FIS.
      *    mes calendario
           MOVE FIS-WRK-SSAA TO FIS-SAL-ANOF.
           MOVE FIS-WRK-MM   TO FIS-SAL-PERI.
           PERFORM MES-GNS-FEC-FIS.
           MOVE 1 TO FIS-PER-SINI.
           GO TO CCH-GNS-FEC-FIS.
      *    ejercicio candidato: el que parte en el anio de la fecha
      *    si ya paso el mes de inicio, si no el anterior; una
      *    sola correccion hacia atras o hacia adelante si la fecha
      *    cae fuera de el ( inicios de ejercicio 4-4-5 corridos )
       FSC-GNS-FEC-FIS.
           MOVE FIS-WRK-SSAA TO FIS-WRK-ANOF.
           IF FIS-WRK-MM < FIS-DEF-MINI
               SUBTRACT 1 FROM FIS-WRK-ANOF.
           MOVE ZERO TO FIS-WRK-INTE.
       EJE-GNS-FEC-FIS.
           MOVE 1 TO FIS-SUB-PERI.
       PER-GNS-FEC-FIS.
           PERFORM LEE-GNS-FEC-FIS.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               SET FIS-STAT-NEX TO TRUE
               GO TO LMP-GNS-FEC-FIS.
           IF FIS-WRK-FECH < FIS-PER-FINI
               IF FIS-SUB-PERI = 1 AND FIS-WRK-INTE = 0
                   ADD 1 TO FIS-WRK-INTE
                   SUBTRACT 1 FROM FIS-WRK-ANOF
                   GO TO EJE-GNS-FEC-FIS
               ELSE
                   SET FIS-STAT-NEX TO TRUE
                   GO TO LMP-GNS-FEC-FIS.
           IF FIS-WRK-FECH > FIS-PER-FFIN
               IF FIS-SUB-PERI < FIS-DEF-NPER
                   ADD 1 TO FIS-SUB-PERI
                   GO TO PER-GNS-FEC-FIS
               ELSE
               IF FIS-WRK-INTE = 0
                   ADD 1 TO FIS-WRK-INTE
                   ADD 1 TO FIS-WRK-ANOF
                   GO TO EJE-GNS-FEC-FIS
               ELSE
                   SET FIS-STAT-NEX TO TRUE
                   GO TO LMP-GNS-FEC-FIS.
           MOVE FIS-WRK-ANOF TO FIS-SAL-ANOF.
           MOVE FIS-SUB-PERI TO FIS-SAL-PERI.
           MOVE FIS-PER-FINI TO FIS-SAL-FINI.
           MOVE FIS-PER-FFIN TO FIS-SAL-FFIN.
       CCH-GNS-FEC-FIS.
           MOVE FIS-WRK-SIST TO FIS-CCH-SIST.
           MOVE FIS-IND-FISC TO FIS-CCH-FISC.
           MOVE FIS-SAL-ANOF TO FIS-CCH-ANOF.
           MOVE FIS-SAL-PERI TO FIS-CCH-PERI.
           MOVE FIS-SAL-FINI TO FIS-CCH-FINI.
           MOVE FIS-SAL-FFIN TO FIS-CCH-FFIN.
           MOVE FIS-PER-SINI TO FIS-CCH-SINI.
       IDP-GNS-FEC-FIS.
           COMPUTE FIS-SAL-IDPE = FIS-SAL-ANOF * 100 + FIS-SAL-PERI.
           IF FIS-IND-SEMA = 'N'
               GO TO LMP-GNS-FEC-FIS.
      *    semana del ejercicio: la del inicio del periodo mas las
      *    semanas enteras corridas desde el; en meses calendario,
      *    las corridas desde el 1 de enero
           IF FIS-IND-FISC = 'S'
               MOVE FIS-SAL-FINI TO FIS-WRK-ORIG
           ELSE
               MOVE FIS-WRK-FECH TO FIS-WRK-ORIG
               MOVE 01 TO FIS-ORI-MM
               MOVE 01 TO FIS-ORI-DD.
           PERFORM DIF-GNS-FEC-FIS.
           DIVIDE FIS-WRK-NDIA BY 7 GIVING FIS-WRK-SEMA.
           COMPUTE FIS-SAL-SEMA = FIS-PER-SINI + FIS-WRK-SEMA.
           GO TO LMP-GNS-FEC-FIS.
      *
      *    Limites de un periodo dado
       LIM-GNS-FEC-FIS.
           PERFORM DEF-GNS-FEC-FIS.
           MOVE FIS-ENT-ANOF TO FIS-SAL-ANOF.
           MOVE FIS-ENT-PERI TO FIS-SAL-PERI.
           IF FIS-IND-FISC = 'S'
               GO TO LFS-GNS-FEC-FIS.
           IF FIS-ENT-PERI < 1 OR FIS-ENT-PERI > 12
               SET FIS-STAT-ERR TO TRUE
               GO TO LMP-GNS-FEC-FIS.
           MOVE FIS-ENT-ANOF TO FIS-WRK-SSAA.
           MOVE FIS-ENT-PERI TO FIS-WRK-MM.
           PERFORM MES-GNS-FEC-FIS.
           GO TO LID-GNS-FEC-FIS.
       LFS-GNS-FEC-FIS.
           MOVE FIS-ENT-ANOF TO FIS-WRK-ANOF.
           MOVE FIS-ENT-PERI TO FIS-SUB-PERI.
           PERFORM LEE-GNS-FEC-FIS.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               SET FIS-STAT-NEX TO TRUE
               GO TO LMP-GNS-FEC-FIS.
           MOVE FIS-PER-FINI TO FIS-SAL-FINI.
           MOVE FIS-PER-FFIN TO FIS-SAL-FFIN.
           MOVE FIS-PER-SINI TO FIS-SAL-SEMA.
       LID-GNS-FEC-FIS.
           COMPUTE FIS-SAL-IDPE = FIS-SAL-ANOF * 100 + FIS-SAL-PERI.
           GO TO LMP-GNS-FEC-FIS.
      *
      *    Generacion de los periodos del ejercicio FIS-ENT-ANOF
       GEN-GNS-FEC-FIS.
           PERFORM DEF-GNS-FEC-FIS.
           IF FIS-IND-FISC NOT = 'S'
               SET FIS-STAT-ERR TO TRUE
               GO TO LMP-GNS-FEC-FIS.
           MOVE FIS-ENT-ANOF TO FIS-SAL-ANOF.
           MOVE FIS-ENT-FINI TO FIS-WRK-FECH.
           IF FIS-WRK-FECH > ZEROES
               GO TO PAT-GNS-FEC-FIS.
      *    sin inicio explicito: el dia siguiente al cierre del
      *    ejercicio anterior, o el 1 del mes de inicio
           COMPUTE FIS-WRK-ANOF = FIS-ENT-ANOF - 1.
           MOVE FIS-DEF-NPER TO FIS-SUB-PERI.
           PERFORM LEE-GNS-FEC-FIS.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               MOVE FIS-PER-FFIN TO FIS-WRK-FECH
               MOVE 1            TO FIS-WRK-NDIA
               PERFORM SUM-GNS-FEC-FIS
           ELSE
               MOVE FIS-ENT-ANOF TO FIS-WRK-SSAA
               MOVE FIS-DEF-MINI TO FIS-WRK-MM
               MOVE 01           TO FIS-WRK-DD.
       PAT-GNS-FEC-FIS.
           MOVE FIS-ENT-ANOF TO FIS-WRK-ANOF.
           MOVE FIS-WRK-FECH TO FIS-SAL-FINI.
           MOVE 1            TO FIS-WRK-SEMA.
           MOVE ZERO         TO FIS-SUB-PERI.
       GPR-GNS-FEC-FIS.
           ADD 1 TO FIS-SUB-PERI.
           DIVIDE FIS-SUB-PERI BY 3 GIVING FIS-SUB-TRIM
                  REMAINDER FIS-SUB-TRIM.
           IF FIS-SUB-TRIM = 0
               MOVE 3 TO FIS-SUB-TRIM.
           MOVE SPACES                      TO FIS-WRK-PERI.
           MOVE FIS-WRK-FECH                TO FIS-PER-FINI.
           MOVE FIS-DEF-SEMP( FIS-SUB-TRIM ) TO FIS-PER-NSEM.
           IF FIS-SUB-PERI = FIS-DEF-NPER AND FIS-ENT-IS53 = 'S'
               ADD 1 TO FIS-PER-NSEM.
           MOVE FIS-WRK-SEMA                TO FIS-PER-SINI.
           COMPUTE FIS-WRK-NDIA = FIS-PER-NSEM * 7 - 1.
           PERFORM SUM-GNS-FEC-FIS.
           MOVE FIS-WRK-FECH                TO FIS-PER-FFIN.
           PERFORM GRA-GNS-FEC-FIS.
           ADD FIS-PER-NSEM TO FIS-WRK-SEMA.
           MOVE 1 TO FIS-WRK-NDIA.
           PERFORM SUM-GNS-FEC-FIS.
           IF FIS-SUB-PERI < FIS-DEF-NPER
               GO TO GPR-GNS-FEC-FIS.
           MOVE FIS-PER-FFIN TO FIS-SAL-FFIN.
           MOVE FIS-DEF-NPER TO FIS-SAL-PERI.
      *    los periodos cambiaron: el ultimo resuelto ya no sirve
           MOVE SPACES TO FIS-CCH-SIST.
       LMP-GNS-FEC-FIS.
           MOVE 'S' TO FIS-IND-SEMA.
       FIN-GNS-FEC-FIS.
           EXIT.
      *
      *    Definicion del sistema ( fila 'FIS' ): FIS-IND-FISC y
      *    FIS-WRK-DEFI con sus defaults ( inicio en abril, 4-4-5,
      *    12 periodos )
       DEF-GNS-FEC-FIS SECTION.
       INI-DEF-GNS-FEC-FIS.
           MOVE 'N'            TO FIS-IND-FISC.
           MOVE SPACES         TO TAB.
           MOVE 'FIS'          TO TAB-COD-TTAB IN TAB.
           MOVE FIS-WRK-SIST   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               GO TO FIN-DEF-GNS-FEC-FIS.
           MOVE 'S' TO FIS-IND-FISC.
           MOVE TAB-GLS-DESC IN TAB TO FIS-WRK-DEFI.
           IF FIS-DEF-MINI NOT NUMERIC
              OR FIS-DEF-MINI < 1 OR FIS-DEF-MINI > 12
               MOVE 04 TO FIS-DEF-MINI.
           IF FIS-DEF-PATR NOT NUMERIC
               MOVE '445' TO FIS-DEF-PATR.
           IF FIS-DEF-NPER NOT NUMERIC
              OR FIS-DEF-NPER < 1 OR FIS-DEF-NPER > 12
               MOVE 12 TO FIS-DEF-NPER.
       FIN-DEF-GNS-FEC-FIS.
           EXIT.
      *
      *    Lee la fila 'FIP' del ejercicio FIS-WRK-ANOF y periodo
      *    FIS-SUB-PERI en FIS-WRK-PERI
       LEE-GNS-FEC-FIS SECTION.
       INI-LEE-GNS-FEC-FIS.
           MOVE FIS-WRK-SIST   TO FIS-KEY-SIST.
           MOVE FIS-WRK-ANOF   TO FIS-KEY-ANOF.
           MOVE FIS-SUB-PERI   TO FIS-KEY-PERI.
           MOVE SPACES         TO TAB.
           MOVE 'FIP'          TO TAB-COD-TTAB IN TAB.
           MOVE FIS-KEY-CTAB   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS
               MOVE TAB-GLS-DESC IN TAB TO FIS-WRK-PERI.
       FIN-LEE-GNS-FEC-FIS.
           EXIT.
      *
      *    Graba ( creando o regrabando ) la fila 'FIP' armada en
      *    FIS-WRK-PERI para FIS-WRK-ANOF / FIS-SUB-PERI
       GRA-GNS-FEC-FIS SECTION.
       INI-GRA-GNS-FEC-FIS.
           MOVE FIS-WRK-SIST   TO FIS-KEY-SIST.
           MOVE FIS-WRK-ANOF   TO FIS-KEY-ANOF.
           MOVE FIS-SUB-PERI   TO FIS-KEY-PERI.
           MOVE SPACES         TO TAB.
           MOVE 'FIP'          TO TAB-COD-TTAB IN TAB.
           MOVE FIS-KEY-CTAB   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS
               MOVE FIO-MOD TO FIO-CMND
           ELSE
               MOVE SPACES       TO TAB
               MOVE 'FIP'        TO TAB-COD-TTAB IN TAB
               MOVE FIS-KEY-CTAB TO TAB-COD-CTAB IN TAB
               MOVE FIO-PUT      TO FIO-CMND.
           MOVE FIS-WRK-PERI TO TAB-GLS-DESC IN TAB.
           MOVE 'S'          TO TAB-IND-VIGE IN TAB.
           MOVE SCR-USER     TO TAB-COD-ATRN IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           PERFORM GNS-FIO-TAB.
       FIN-GRA-GNS-FEC-FIS.
           EXIT.
      *
      *    Primer y ultimo dia del mes calendario de FIS-WRK-FECH
       MES-GNS-FEC-FIS SECTION.
       INI-MES-GNS-FEC-FIS.
           MOVE FIS-WRK-FECH TO FIS-WRK-ORIG.
           MOVE 01           TO FIS-ORI-DD.
           MOVE FIS-WRK-ORIG TO FIS-SAL-FINI.
           MOVE FEC-DMES( FIS-ORI-MM ) TO FIS-ORI-DD.
           IF FIS-ORI-MM = 02
               DIVIDE FIS-WRK-SSAA BY 4 GIVING FIS-WRK-NDIA
                      REMAINDER FIS-WRK-INTE
               IF FIS-WRK-INTE NOT = 0
                   SUBTRACT 1 FROM FIS-ORI-DD.
           MOVE FIS-WRK-ORIG TO FIS-SAL-FFIN.
       FIN-MES-GNS-FEC-FIS.
           EXIT.
      *
      *    Avanza FIS-WRK-FECH FIS-WRK-NDIA dias corridos
      *    ( CAL-FEC SUM-DIA )
       SUM-GNS-FEC-FIS SECTION.
       INI-SUM-GNS-FEC-FIS.
           MOVE SPACES       TO FEC-FECH.
           MOVE FIS-WRK-DD   TO FEC-ITM1.
           MOVE FIS-WRK-MM   TO FEC-ITM2.
           MOVE FIS-WRK-SS   TO FEC-ITM3.
           MOVE FIS-WRK-AA   TO FEC-ITM4.
           MOVE FEC-FORM-FEC TO FEC-FORM.
           MOVE SPACES       TO FEC-IEDT.
           MOVE FIS-WRK-NDIA TO FEC-NDIA.
           MOVE FEC-SUM-DIA  TO FEC-CMND.
           PERFORM CAL-FEC.
           MOVE FEC-ITM3 TO FIS-WRK-SS.
           MOVE FEC-ITM4 TO FIS-WRK-AA.
           MOVE FEC-ITM2 TO FIS-WRK-MM.
           MOVE FEC-ITM1 TO FIS-WRK-DD.
       FIN-SUM-GNS-FEC-FIS.
           EXIT.
      *
      *    Dias corridos desde FIS-WRK-ORIG hasta FIS-WRK-FECH
      *    ( CAL-FEC DIF-DIA ) en FIS-WRK-NDIA
       DIF-GNS-FEC-FIS SECTION.
       INI-DIF-GNS-FEC-FIS.
           MOVE SPACES     TO FEC-FEC1 FEC-FEC2.
           MOVE FIS-ORI-DD TO FEC-DEC1.
           MOVE FIS-ORI-MM TO FEC-MEC1.
           MOVE FIS-ORI-SS TO FEC-SEC1.
           MOVE FIS-ORI-AA TO FEC-AEC1.
           MOVE FIS-WRK-DD TO FEC-DEC2.
           MOVE FIS-WRK-MM TO FEC-MEC2.
           MOVE FIS-WRK-SS TO FEC-SEC2.
           MOVE FIS-WRK-AA TO FEC-AEC2.
           MOVE FEC-DIF-DIA TO FEC-CMND.
           PERFORM CAL-FEC.
           MOVE FEC-NDIA    TO FIS-WRK-NDIA.
       FIN-DIF-GNS-FEC-FIS.
           EXIT.
