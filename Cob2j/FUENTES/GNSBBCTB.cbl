      *Lote diario de la interfaz contable: toma los movimientos del
      *dia contable ( TAB 'CTM', los deja REG-GNS-CTB-MOV ) y por cada
      *uno arma el par de asientos debe/haber con las cuentas de la
      *regla TAB 'CTB' del evento y la moneda ( o la del evento para
      *toda moneda, '****' ), cuadrado por construccion; al cierre,
      *una fila 'TOT' por moneda con sus totales de control y la
      *fila 'FIN' del lote, todo en la cola SCR-QCTB que se entrega
      *al mayor. Un movimiento sin regla sale como 'SRG' y deja el
      *lote retenido ( 'DES' ): se corrige la regla y se vuelve a
      *generar. Cada generacion sube la version del lote en la fila
      *de control TAB 'CTL', y el mayor toma solo la ultima version
      *del dia; un dia ya acusado como contabilizado no se genera
      *de nuevo ( CTB-STAT-DUP ), asi nada se contabiliza dos veces.
      *La cadena nocturna, tras el lote de su dia, regenera en la
      *misma cola los dias anteriores que el mayor rechazo o que
      *quedaron descuadrados ( PEN-GNS-BUS-CTB ).
       GNS-BUS-CTB SECTION.
       INI-GNS-BUS-CTB.
           SET CTB-STAT-OKS TO TRUE.
           IF CTB-IND-CONT NOT = 'S'
               MOVE ZERO TO SCR-ICTB.
           MOVE ZEROES TO CTB-CNT-NMOV CTB-CNT-SREG CTB-CNT-NMON
                          CTB-SUM-TDEB CTB-SUM-THAB.
           PERFORM FEC-GNS-CTB THRU FIN-FEC-GNS-CTB.
           PERFORM CTL-GNS-CTB THRU FIN-CTL-GNS-CTB.
           IF CTB-ESTA-CON
               SET CTB-STAT-DUP TO TRUE
               GO TO FIN-GNS-BUS-CTB.
           ADD 1 TO CTB-CTL-VERS.
      *    periodo contable de la fecha ( calendario fiscal del
      *    sistema o el mes calendario )
           MOVE FIS-UBI      TO FIS-CMND.
           MOVE SPACES       TO FIS-ENT-SIST.
           MOVE CTB-FEC-CONT TO FIS-ENT-FECH.
           PERFORM GNS-FEC-FIS.
           MOVE FIS-SAL-IDPE TO CTB-COD-PERI.
           MOVE ZEROES       TO FIS-ENT-FECH.
      *
           MOVE SPACES       TO CTB-LINE.
           MOVE 'CAB'        TO CTB-LIN-TIPO.
           PERFORM PUT-GNS-BUS-CTB THRU FIN-PUT-GNS-BUS-CTB.
      *
           MOVE SPACES         TO TAB.
           MOVE 'CTM'          TO TAB-COD-TTAB IN TAB.
           MOVE CTB-FCO-AAMMDD TO TAB-COD-CTAB IN TAB ( 1:6 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
       LUP-GNS-BUS-CTB.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'CTM'
              OR TAB-COD-CTAB IN TAB ( 1:6 ) NOT = CTB-FCO-AAMMDD
               GO TO TOT-GNS-BUS-CTB.
           MOVE TAB-COD-CTAB IN TAB TO CTB-KEY-CTAB.
           MOVE ZEROES TO CTB-NUM-IMPO.
           MOVE TAB-GLS-DESC IN TAB TO CTB-WRK-DMOV.
           IF CTB-DSC-DIGS IS NUMERIC
               MOVE CTB-DSC-DIGS TO CTB-NUM-IMPO
               IF CTB-DSC-SIGN = '-'
                   COMPUTE CTB-NUM-IMPO = 0 - CTB-NUM-IMPO.
           IF CTB-NUM-IMPO NOT = ZEROES
               PERFORM ASI-GNS-BUS-CTB THRU FIN-ASI-GNS-BUS-CTB.
      *    reposicion por llave ( la regla movio el buffer )
           MOVE SPACES         TO TAB.
           MOVE 'CTM'          TO TAB-COD-TTAB IN TAB.
           MOVE CTB-KEY-CTAB   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           GO TO LUP-GNS-BUS-CTB.
      *
      *    Totales de control por moneda y cierre del lote: cuadra si
      *    cada moneda tiene el debe igual al haber y no hubo
      *    movimientos sin regla.
       TOT-GNS-BUS-CTB.
           MOVE ZERO TO CTB-SUB-IMON.
       LTT-GNS-BUS-CTB.
           ADD 1 TO CTB-SUB-IMON.
           IF CTB-SUB-IMON > CTB-CNT-NMON
               GO TO CIE-GNS-BUS-CTB.
           MOVE SPACES TO CTB-LINE.
           MOVE 'TOT'  TO CTB-LIN-TIPO.
           MOVE CTB-MON-VCAM( CTB-SUB-IMON ) TO CTB-LIN-VCAM.
           MOVE CTB-MON-TDEB( CTB-SUB-IMON ) TO CTB-LIN-IDEB.
           MOVE CTB-MON-THAB( CTB-SUB-IMON ) TO CTB-LIN-IHAB.
           MOVE CTB-MON-NMOV( CTB-SUB-IMON ) TO CTB-LIN-NMOV.
           IF CTB-MON-TDEB( CTB-SUB-IMON )
              NOT = CTB-MON-THAB( CTB-SUB-IMON )
               MOVE 'DES' TO CTB-LIN-ESTA
               SET CTB-STAT-DES TO TRUE
           ELSE
               MOVE 'OKS' TO CTB-LIN-ESTA.
           PERFORM PUT-GNS-BUS-CTB THRU FIN-PUT-GNS-BUS-CTB.
           GO TO LTT-GNS-BUS-CTB.
       CIE-GNS-BUS-CTB.
           IF CTB-CNT-SREG > ZEROES
               SET CTB-STAT-DES TO TRUE.
           MOVE SPACES       TO CTB-LINE.
           MOVE 'FIN'        TO CTB-LIN-TIPO.
           MOVE CTB-SUM-TDEB TO CTB-LIN-IDEB.
           MOVE CTB-SUM-THAB TO CTB-LIN-IHAB.
           MOVE CTB-CNT-NMOV TO CTB-LIN-NMOV.
           MOVE CTB-STAT     TO CTB-LIN-ESTA.
           PERFORM PUT-GNS-BUS-CTB THRU FIN-PUT-GNS-BUS-CTB.
      *
      *    estado y version del lote en su fila de control
           IF CTB-STAT-DES
               SET CTB-ESTA-DES TO TRUE
           ELSE
               SET CTB-ESTA-GEN TO TRUE.
           MOVE CTB-COD-PERI TO CTB-CTL-PERI.
           MOVE CTB-CNT-NMOV TO CTB-CTL-NMOV.
           MOVE SCR-USER     TO CTB-CTL-USER.
           PERFORM GRB-GNS-BUS-CTB THRU FIN-GRB-GNS-BUS-CTB.
       FIN-GNS-BUS-CTB.
           MOVE ZEROES TO CTB-ENT-FECH.
           EXIT.
      *
      *    Lotes atrasados: recorre las filas de control TAB 'CTL'
      *    de los dias anteriores a CTB-FEC-PEND y regenera, a
      *    continuacion del lote del dia en la misma cola, cada dia
      *    que quedo rechazado por el mayor ( 'R' ) o descuadrado
      *    ( 'D' ). Si alguno sigue retenido el status queda en DES;
      *    los dias generados o contabilizados no se tocan.
       PEN-GNS-BUS-CTB SECTION.
       INI-PEN-GNS-BUS-CTB.
           MOVE CTB-STAT       TO CTB-SAV-STAT.
           MOVE 'S'            TO CTB-IND-CONT.
           MOVE SPACES         TO TAB.
           MOVE 'CTL'          TO TAB-COD-TTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
       LUP-PEN-GNS-BUS-CTB.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'CTL'
               GO TO FIN-PEN-GNS-BUS-CTB.
           MOVE TAB-COD-CTAB IN TAB TO CTB-SAV-CTAB.
           IF CTB-SAV-CTAB ( 1:8 ) NOT NUMERIC
               GO TO SIG-PEN-GNS-BUS-CTB.
           MOVE CTB-SAV-CTAB ( 1:8 ) TO CTB-ENT-FECH.
           IF CTB-ENT-FECH NOT < CTB-FEC-PEND
               GO TO FIN-PEN-GNS-BUS-CTB.
           MOVE TAB-GLS-DESC IN TAB TO CTB-WRK-CTRL.
           IF NOT CTB-ESTA-REC AND NOT CTB-ESTA-DES
               GO TO SIG-PEN-GNS-BUS-CTB.
           PERFORM GNS-BUS-CTB.
           IF CTB-STAT-DES
               MOVE CTB-STAT TO CTB-SAV-STAT.
      *    reposicion por llave ( la regeneracion movio el buffer )
       SIG-PEN-GNS-BUS-CTB.
           MOVE SPACES         TO TAB.
           MOVE 'CTL'          TO TAB-COD-TTAB IN TAB.
           MOVE CTB-SAV-CTAB   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           GO TO LUP-PEN-GNS-BUS-CTB.
       FIN-PEN-GNS-BUS-CTB.
           MOVE ZEROES       TO CTB-ENT-FECH.
           MOVE 'N'          TO CTB-IND-CONT.
           MOVE CTB-SAV-STAT TO CTB-STAT.
           EXIT.
      *
      *    Par de asientos del movimiento en curso ( CTB-KEY-CTAB,
      *    importe CTB-NUM-IMPO ): regla de la moneda o, sin ella,
      *    la del evento para toda moneda.
       ASI-GNS-BUS-CTB SECTION.
       INI-ASI-GNS-BUS-CTB.
           ADD 1 TO CTB-CNT-NMOV.
           MOVE '0'          TO CTB-WRK-VCAM( 1:1 ).
           MOVE CTB-KEY-MONE TO CTB-WRK-VCAM( 2:3 ).
           MOVE CTB-WRK-VCAM TO CTB-RGL-VCAM.
           PERFORM RGL-GNS-BUS-CTB THRU FIN-RGL-GNS-BUS-CTB.
           IF CTB-IND-RGLA NOT = 'S'
               MOVE '****' TO CTB-RGL-VCAM
               PERFORM RGL-GNS-BUS-CTB THRU FIN-RGL-GNS-BUS-CTB.
           MOVE SPACES       TO CTB-LINE.
           MOVE CTB-KEY-EVEN TO CTB-LIN-EVEN.
           MOVE CTB-WRK-VCAM TO CTB-LIN-VCAM.
           IF CTB-IND-RGLA NOT = 'S'
               ADD 1 TO CTB-CNT-SREG
               MOVE 'SRG' TO CTB-LIN-TIPO
               IF CTB-NUM-IMPO < ZERO
                   COMPUTE CTB-LIN-IHAB = 0 - CTB-NUM-IMPO
                   PERFORM PUT-GNS-BUS-CTB THRU FIN-PUT-GNS-BUS-CTB
                   GO TO FIN-ASI-GNS-BUS-CTB
               ELSE
                   MOVE CTB-NUM-IMPO TO CTB-LIN-IDEB
                   PERFORM PUT-GNS-BUS-CTB THRU FIN-PUT-GNS-BUS-CTB
                   GO TO FIN-ASI-GNS-BUS-CTB.
      *    un importe negativo invierte las cuentas de la regla
           IF CTB-NUM-IMPO < ZERO
               COMPUTE CTB-NUM-IMPO = 0 - CTB-NUM-IMPO
               MOVE CTB-RGL-CDEB TO CTB-LIN-CUEN
               MOVE CTB-RGL-CHAB TO CTB-RGL-CDEB
               MOVE CTB-LIN-CUEN TO CTB-RGL-CHAB.
           PERFORM MON-GNS-BUS-CTB THRU FIN-MON-GNS-BUS-CTB.
           ADD CTB-NUM-IMPO TO CTB-MON-TDEB( CTB-SUB-IMON )
                               CTB-MON-THAB( CTB-SUB-IMON )
                               CTB-SUM-TDEB CTB-SUM-THAB.
           ADD 1 TO CTB-MON-NMOV( CTB-SUB-IMON ).
      *
           MOVE 'MOV'        TO CTB-LIN-TIPO.
           MOVE CTB-RGL-CDEB TO CTB-LIN-CUEN.
           MOVE CTB-NUM-IMPO TO CTB-LIN-IDEB.
           MOVE ZEROES       TO CTB-LIN-IHAB.
           PERFORM PUT-GNS-BUS-CTB THRU FIN-PUT-GNS-BUS-CTB.
           MOVE 'MOV'        TO CTB-LIN-TIPO.
           MOVE CTB-KEY-EVEN TO CTB-LIN-EVEN.
           MOVE CTB-WRK-VCAM TO CTB-LIN-VCAM.
           MOVE CTB-RGL-CHAB TO CTB-LIN-CUEN.
           MOVE ZEROES       TO CTB-LIN-IDEB.
           MOVE CTB-NUM-IMPO TO CTB-LIN-IHAB.
           PERFORM PUT-GNS-BUS-CTB THRU FIN-PUT-GNS-BUS-CTB.
       FIN-ASI-GNS-BUS-CTB.
           EXIT.
      *
      *    Regla TAB 'CTB' del evento CTB-KEY-EVEN y la moneda
      *    CTB-RGL-VCAM; CTB-IND-RGLA en 'S' si la hay vigente y con
      *    ambas cuentas.
       RGL-GNS-BUS-CTB SECTION.
       INI-RGL-GNS-BUS-CTB.
           MOVE 'N'              TO CTB-IND-RGLA.
           MOVE SPACES           TO TAB.
           MOVE 'CTB'            TO TAB-COD-TTAB IN TAB.
           MOVE CTB-KEY-EVEN     TO TAB-COD-CTAB IN TAB ( 1:3 ).
           MOVE CTB-RGL-VCAM     TO TAB-COD-CTAB IN TAB ( 4:4 ).
           MOVE 'GNS'            TO FIO-SIST.
           MOVE 'TAB-COD-TABL'   TO FIO-AKEY.
           MOVE FIO-GET-KEY      TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS OR TAB-IND-VIGE IN TAB = 'N'
               GO TO FIN-RGL-GNS-BUS-CTB.
           MOVE TAB-GLS-DESC IN TAB TO CTB-WRK-REGL.
           IF CTB-RGL-CDEB > SPACES AND CTB-RGL-CHAB > SPACES
               MOVE 'S' TO CTB-IND-RGLA.
       FIN-RGL-GNS-BUS-CTB.
           EXIT.
      *
      *    Entrada de la moneda CTB-WRK-VCAM en los totales por
      *    moneda ( la agrega si no esta ); CTB-SUB-IMON queda en
      *    ella. Con el vector lleno, la ultima entrada absorbe el
      *    resto y el lote sale retenido.
       MON-GNS-BUS-CTB SECTION.
       INI-MON-GNS-BUS-CTB.
           MOVE ZERO TO CTB-SUB-IMON.
       LUP-MON-GNS-BUS-CTB.
           ADD 1 TO CTB-SUB-IMON.
           IF CTB-SUB-IMON > CTB-CNT-NMON
               GO TO NVA-MON-GNS-BUS-CTB.
           IF CTB-MON-VCAM( CTB-SUB-IMON ) = CTB-WRK-VCAM
               GO TO FIN-MON-GNS-BUS-CTB.
           GO TO LUP-MON-GNS-BUS-CTB.
       NVA-MON-GNS-BUS-CTB.
           IF CTB-CNT-NMON NOT < CTB-MXMO
               MOVE CTB-CNT-NMON TO CTB-SUB-IMON
               ADD 1 TO CTB-CNT-SREG
               GO TO FIN-MON-GNS-BUS-CTB.
           ADD 1 TO CTB-CNT-NMON.
           MOVE CTB-CNT-NMON TO CTB-SUB-IMON.
           MOVE CTB-WRK-VCAM TO CTB-MON-VCAM( CTB-SUB-IMON ).
           MOVE ZEROES       TO CTB-MON-TDEB( CTB-SUB-IMON )
                                CTB-MON-THAB( CTB-SUB-IMON )
                                CTB-MON-NMOV( CTB-SUB-IMON ).
       FIN-MON-GNS-BUS-CTB.
           EXIT.
      *
      *    Graba ( creando o regrabando ) la fila de control del lote
      *    con CTB-WRK-CTRL.
       GRB-GNS-BUS-CTB SECTION.
       INI-GRB-GNS-BUS-CTB.
           MOVE SPACES         TO TAB.
           MOVE 'CTL'          TO TAB-COD-TTAB IN TAB.
           MOVE CTB-FEC-CONT   TO TAB-COD-CTAB IN TAB ( 1:8 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS
               MOVE FIO-MOD TO FIO-CMND
           ELSE
               MOVE SPACES       TO TAB
               MOVE 'CTL'        TO TAB-COD-TTAB IN TAB
               MOVE CTB-FEC-CONT TO TAB-COD-CTAB IN TAB ( 1:8 )
               MOVE FIO-PUT      TO FIO-CMND.
           MOVE CTB-WRK-CTRL TO TAB-GLS-DESC IN TAB.
           MOVE 'S'          TO TAB-IND-VIGE IN TAB.
           MOVE SCR-USER     TO TAB-COD-ATRN IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           PERFORM GNS-FIO-TAB.
       FIN-GRB-GNS-BUS-CTB.
           EXIT.
      *
      *    Encola la fila del lote en SCR-QCTB con la fecha, la
      *    version y el periodo del lote.
       PUT-GNS-BUS-CTB SECTION.
       INI-PUT-GNS-BUS-CTB.
           MOVE CTB-FEC-CONT TO CTB-LIN-FECH.
           MOVE CTB-CTL-VERS TO CTB-LIN-VERS.
           MOVE CTB-COD-PERI TO CTB-LIN-PERI.
           ADD 1 TO SCR-ICTB.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QCTB TO QUE-NAM-SEND.
           MOVE SCR-ICTB TO QUE-NUM-SEND.
           MOVE LENGTH OF CTB-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE CTB-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-CTB.
           EXIT.
