      * Interfaz Contable de los Ajustes del Marco
      *
      *    REG-GNS-CTB-MOV deja en TAB 'CTM' el movimiento con signo
      *    de CTB-ENT-EVEN en la moneda CTB-ENT-VCAM, sumado a la fila
      *    del evento y la moneda en el dia de operaciones vigente
      *    ( el que abrio el ultimo paso de la cadena, TAB 'ODY' ):
      *    lo que cae de noche, con el dia cerrado, se contabiliza en
      *    el dia que la noche esta cuadrando. Si el lote de ese dia
      *    ya fue acusado como contabilizado, el movimiento pasa al
      *    dia siguiente que aun no lo este, para que no quede fuera
      *    del mayor. Un importe en cero no deja fila.
       REG-GNS-CTB-MOV SECTION.
       INI-REG-GNS-CTB-MOV.
           IF CTB-ENT-IMPO = ZEROES
              OR CTB-ENT-VCAM NOT > SPACES
               GO TO FIN-REG-GNS-CTB-MOV.
           MOVE ZEROES TO CTB-ENT-FECH.
           PERFORM FEC-GNS-CTB THRU FIN-FEC-GNS-CTB.
           MOVE ZERO   TO CTB-CNT-DIAS.
       CTL-REG-GNS-CTB-MOV.
           PERFORM CTL-GNS-CTB THRU FIN-CTL-GNS-CTB.
           IF CTB-ESTA-CON AND CTB-CNT-DIAS < CTB-LIM-DIAS
               ADD 1 TO CTB-CNT-DIAS
               PERFORM SIG-GNS-CTB THRU FIN-SIG-GNS-CTB
               GO TO CTL-REG-GNS-CTB-MOV.
           MOVE CTB-FCO-AAMMDD      TO CTB-KEY-FECH.
           MOVE CTB-ENT-EVEN        TO CTB-KEY-EVEN.
           MOVE CTB-ENT-VCAM( 2:3 ) TO CTB-KEY-MONE.
           MOVE SPACES         TO TAB.
           MOVE 'CTM'          TO TAB-COD-TTAB IN TAB.
           MOVE CTB-KEY-CTAB   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           MOVE ZEROES TO CTB-NUM-IMPO.
           IF FIO-STAT-OKS
               MOVE TAB-GLS-DESC IN TAB TO CTB-WRK-DMOV
               IF CTB-DSC-DIGS IS NUMERIC
                   MOVE CTB-DSC-DIGS TO CTB-NUM-IMPO
                   IF CTB-DSC-SIGN = '-'
                       COMPUTE CTB-NUM-IMPO = 0 - CTB-NUM-IMPO.
           IF FIO-STAT-OKS
               MOVE FIO-MOD TO FIO-CMND
           ELSE
               MOVE SPACES       TO TAB
               MOVE 'CTM'        TO TAB-COD-TTAB IN TAB
               MOVE CTB-KEY-CTAB TO TAB-COD-CTAB IN TAB
               MOVE FIO-PUT      TO FIO-CMND.
           ADD CTB-ENT-IMPO TO CTB-NUM-IMPO.
           MOVE SPACES TO CTB-WRK-DMOV.
           IF CTB-NUM-IMPO < ZERO
               MOVE '-' TO CTB-DSC-SIGN
               COMPUTE CTB-DSC-DIGS = 0 - CTB-NUM-IMPO
           ELSE
               MOVE '+' TO CTB-DSC-SIGN
               MOVE CTB-NUM-IMPO TO CTB-DSC-DIGS.
           MOVE CTB-WRK-DMOV TO TAB-GLS-DESC IN TAB.
           MOVE 'S'          TO TAB-IND-VIGE IN TAB.
           MOVE SCR-USER     TO TAB-COD-ATRN IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           PERFORM GNS-FIO-TAB.
       FIN-REG-GNS-CTB-MOV.
           EXIT.
      *
      *    GNS-PRO-CTB recibe el acuse del mayor sobre el lote del
      *    dia CTB-ENT-FECH: ACE lo da por contabilizado ( desde ahi
      *    el dia ya no se genera de nuevo ), RCH lo devuelve
      *    rechazado para corregir las reglas y regenerarlo, y CON
      *    deja a la vista el estado, la version y el periodo.
       GNS-PRO-CTB SECTION.
       INI-GNS-PRO-CTB.
           SET CTB-STAT-OKS TO TRUE.
           MOVE SPACES TO CTB-SAL-ESTA.
           MOVE ZEROES TO CTB-SAL-VERS CTB-SAL-PERI.
           PERFORM FEC-GNS-CTB THRU FIN-FEC-GNS-CTB.
           PERFORM CTL-GNS-CTB THRU FIN-CTL-GNS-CTB.
           IF NOT FIO-STAT-OKS
               SET CTB-STAT-NEX TO TRUE
               GO TO FIN-GNS-PRO-CTB.
           GO TO ACE-GNS-PRO-CTB RCH-GNS-PRO-CTB CON-GNS-PRO-CTB
           DEPENDING ON CTB-CMND.
           MOVE 'ABORTO, comando invalido en GNS-PRO-CTB:' TO SYS-MEN1.
           MOVE CTB-CMND                                   TO SYS-MEN2.
           MOVE SYS-ABOR TO SYS-CMND.
           PERFORM GNS-PRO-SYS.
      *
      *    solo un lote generado y cuadrado se contabiliza
       ACE-GNS-PRO-CTB.
           IF NOT CTB-ESTA-GEN
               SET CTB-STAT-EST TO TRUE
               GO TO CON-GNS-PRO-CTB.
           SET CTB-ESTA-CON TO TRUE.
           GO TO GRB-GNS-PRO-CTB.
      *
      *    un lote ya contabilizado no se puede rechazar
       RCH-GNS-PRO-CTB.
           IF CTB-ESTA-CON
               SET CTB-STAT-EST TO TRUE
               GO TO CON-GNS-PRO-CTB.
           SET CTB-ESTA-REC TO TRUE.
       GRB-GNS-PRO-CTB.
           MOVE SCR-USER     TO CTB-CTL-USER.
           MOVE CTB-WRK-CTRL TO TAB-GLS-DESC IN TAB.
           MOVE SCR-USER     TO TAB-COD-ATRN IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
       CON-GNS-PRO-CTB.
           MOVE CTB-CTL-ESTA TO CTB-SAL-ESTA.
           MOVE CTB-CTL-VERS TO CTB-SAL-VERS.
           MOVE CTB-CTL-PERI TO CTB-SAL-PERI.
       FIN-GNS-PRO-CTB.
           MOVE ZEROES TO CTB-ENT-FECH.
           EXIT.
      *
      *    Fecha contable CTB-FEC-CONT: la pedida en CTB-ENT-FECH o,
      *    en cero, la del dia de operaciones de TAB 'ODY'; sin ella
      *    ( sistema sin control del dia ), la de hoy.
       FEC-GNS-CTB SECTION.
       INI-FEC-GNS-CTB.
           MOVE CTB-ENT-FECH TO CTB-FEC-CONT.
           IF CTB-FEC-CONT > ZEROES
               GO TO FIN-FEC-GNS-CTB.
           MOVE ODY-CON TO ODY-CMND.
           MOVE SPACES  TO ODY-ENT-SIST.
           PERFORM GNS-PRO-ODY.
           MOVE ODY-FEC-OPER TO CTB-FEC-CONT.
           IF CTB-FEC-CONT > ZEROES
               GO TO FIN-FEC-GNS-CTB.
           PERFORM GET-FHOY.
           MOVE HOY-SHOY TO CTB-FEC-CONT( 1:2 ).
           MOVE HOY-AHOY TO CTB-FEC-CONT( 3:2 ).
           MOVE HOY-MHOY TO CTB-FEC-CONT( 5:2 ).
           MOVE HOY-DHOY TO CTB-FEC-CONT( 7:2 ).
       FIN-FEC-GNS-CTB.
           EXIT.
      *
      *    Fila de control TAB 'CTL' del lote de CTB-FEC-CONT; queda
      *    leida en TAB y desarmada en CTB-WRK-CTRL ( en blanco si
      *    el dia aun no tiene lote ).
       CTL-GNS-CTB SECTION.
       INI-CTL-GNS-CTB.
           MOVE SPACES         TO TAB.
           MOVE 'CTL'          TO TAB-COD-TTAB IN TAB.
           MOVE CTB-FEC-CONT   TO TAB-COD-CTAB IN TAB ( 1:8 ).
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           MOVE SPACES TO CTB-WRK-CTRL.
           MOVE ZEROES TO CTB-CTL-VERS CTB-CTL-PERI CTB-CTL-NMOV.
           IF FIO-STAT-OKS
               MOVE TAB-GLS-DESC IN TAB TO CTB-WRK-CTRL
               IF CTB-CTL-VERS NOT NUMERIC
                   MOVE ZEROES TO CTB-CTL-VERS.
       FIN-CTL-GNS-CTB.
           EXIT.
      *
      *    Avanza CTB-FEC-CONT un dia ( CAL-FEC SUM-DIA ).
       SIG-GNS-CTB SECTION.
       INI-SIG-GNS-CTB.
           MOVE SPACES               TO FEC-FECH.
           MOVE CTB-FEC-CONT ( 7:2 ) TO FEC-ITM1.
           MOVE CTB-FEC-CONT ( 5:2 ) TO FEC-ITM2.
           MOVE CTB-FEC-CONT ( 1:2 ) TO FEC-ITM3.
           MOVE CTB-FEC-CONT ( 3:2 ) TO FEC-ITM4.
           MOVE FEC-FORM-FEC         TO FEC-FORM.
           MOVE SPACES               TO FEC-IEDT.
           MOVE 1                    TO FEC-NDIA.
           MOVE FEC-SUM-DIA          TO FEC-CMND.
           PERFORM CAL-FEC.
           MOVE FEC-ITM3 TO CTB-FEC-CONT ( 1:2 ).
           MOVE FEC-ITM4 TO CTB-FEC-CONT ( 3:2 ).
           MOVE FEC-ITM2 TO CTB-FEC-CONT ( 5:2 ).
           MOVE FEC-ITM1 TO CTB-FEC-CONT ( 7:2 ).
       FIN-SIG-GNS-CTB.
           EXIT.
