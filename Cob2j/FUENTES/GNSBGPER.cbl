      * Control de Periodo Contable
      *
      *    Mantencion del estado de cada periodo ( sistema + SAAMM,
      *    o SSAA + PP del ejercicio si el sistema es fiscal )
      *    en el catalogo TAB tipo 'PER': la transaccion de cierre de
      *    mes ejecuta PER-CIE, y cualquier pantalla puede consultar
      *    con PER-CON. El estado lo consume CHK-GNS-PER-DTC, mas
                    OR PER-SAV-DFLD( 2:3 ) = 'OVR' )
               GO TO RST-CHK-GNS-PER-DTC.
           IF FIO-ORACLE-PROG-TAB = 'CIC'
               MOVE PER-SAV-DFLD( 14:8 ) TO PER-REG-FECH
           ELSE
               MOVE PER-SAV-DFLD( 17:8 ) TO PER-REG-FECH.
           IF PER-REG-FECH( 1:6 ) NOT NUMERIC
              OR PER-REG-FECH( 1:6 ) = ZEROES
               PERFORM GET-FHOY
               MOVE HOY-FHOY TO PER-REG-FECH.
           MOVE PER-REG-FECH( 1:6 ) TO PER-REG-PERI.
      *
      *    Sistema con calendario fiscal: el periodo es el del
      *    ejercicio que contiene la fecha del registro ( sin
      *    periodo fiscal generado para esa fecha no hay control )
           IF PER-REG-FECH( 7:2 ) NOT NUMERIC
               MOVE '01' TO PER-REG-FECH( 7:2 ).
           MOVE SCR-SIST         TO FIS-ENT-SIST.
           MOVE PER-REG-FECH-NUM TO FIS-ENT-FECH.
           MOVE 'N'              TO FIS-IND-SEMA.
           MOVE FIS-UBI          TO FIS-CMND.
           PERFORM GNS-FEC-FIS.
           IF FIS-IND-FISC = 'S'
               IF FIS-STAT-OKS
                   MOVE FIS-SAL-IDPE TO PER-REG-PERI-NUM
               ELSE
                   GO TO RST-CHK-GNS-PER-DTC.
      *
           MOVE SCR-SIST         TO PER-ENT-SIST.
           MOVE PER-REG-PERI-NUM TO PER-ENT-PERI.
