      * Cierre Anticipado en Dias de Medio Feriado
      *
      *    CHK-GNS-CAN se invoca al despachar un comando NUEVO de
      *    menu ( XCT-GNS-PRO-SYS ): si hoy es dia de cierre
      *    anticipado para la plaza de la sesion ( FEC-COD-PLZA ) y
      *    la hora ya paso la de cierre, CAN-VIGE queda en 'S' con
      *    el mensaje cortes listo; los comandos exentos de la fila
      *    TAB 'CAN' del sistema pasan igual.
       CHK-GNS-CAN SECTION.
       INI-CHK-GNS-CAN.
           MOVE 'N'    TO CAN-VIGE.
           MOVE SPACES TO CAN-MENS.
           IF CAN-IND-ACTV NOT = 'S'
               GO TO FIN-CHK-GNS-CAN.
           PERFORM GET-FHOY.
           MOVE HOY-SHOY TO CAN-HOY-SS.
           MOVE HOY-AHOY TO CAN-HOY-AA.
           MOVE HOY-MHOY TO CAN-HOY-MM.
           MOVE HOY-DHOY TO CAN-HOY-DD.
           MOVE HOY-HHHY TO CAN-HRA-HHMM( 1:2 ).
           MOVE HOY-MMHY TO CAN-HRA-HHMM( 3:2 ).
      *
      *    hoy cierra temprano ? ( misma validacion de GNS-FEC-VDT )
           MOVE SPACES     TO FEC-FECH.
           MOVE CAN-HOY-DD TO FEC-ITM1.
           MOVE CAN-HOY-MM TO FEC-ITM2.
           MOVE CAN-HOY-SS TO FEC-ITM3.
           MOVE CAN-HOY-AA TO FEC-ITM4.
           MOVE FEC-FORM-FEC TO FEC-FORM.
           MOVE FEC-FBLK-N   TO FEC-FBLK.
           MOVE FEC-VHBL-S   TO FEC-VHBL.
           MOVE FEC-CHOY-N   TO FEC-CHOY.
           MOVE SPACES       TO FEC-IEDT.
           MOVE FEC-VAL-FEC  TO FEC-CMND.
           PERFORM PRO-FEC.
           IF FEC-STAT = FEC-SFER OR FEC-IND-CANT NOT = 'S'
               GO TO FIN-CHK-GNS-CAN.
           MOVE FEC-HRA-CANT TO CAN-HRA-CIER.
           IF CAN-HRA-HHMM < CAN-HRA-CIER
               GO TO FIN-CHK-GNS-CAN.
      *
      *    comando exento ?
           MOVE SPACES       TO TAB.
           MOVE 'CAN'        TO TAB-COD-TTAB IN TAB.
           MOVE SCR-SIST     TO TAB-COD-CTAB IN TAB ( 1:3 ).
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY  TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           MOVE SPACES TO CAN-MEXE.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
               MOVE TAB-GLS-DAT3 IN TAB TO CAN-MEXE.
           MOVE 1 TO CAN-SUB-IEXE.
       LUP-CHK-GNS-CAN.
           IF CAN-SUB-IEXE > 10
               GO TO RCH-CHK-GNS-CAN.
           IF CAN-EXE-COMD( CAN-SUB-IEXE ) = PRV-ENT-COMD
              AND PRV-ENT-COMD > SPACES
               GO TO FIN-CHK-GNS-CAN.
           ADD 1 TO CAN-SUB-IEXE.
           GO TO LUP-CHK-GNS-CAN.
       RCH-CHK-GNS-CAN.
           MOVE 'S' TO CAN-VIGE.
           MOVE 'CAN    CIE' TO MSG-COD-MENS IN MSG.
           MOVE 'GNS'        TO MSG-COD-SIST.
           PERFORM GET-MSG.
           MOVE MSG-GLS-DESC IN MSG TO CAN-MENS.
       FIN-CHK-GNS-CAN.
           EXIT.
