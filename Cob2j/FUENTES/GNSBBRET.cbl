      *recorre las filas vigentes del catalogo TAB tipo 'RET' ( una
      *por bitacora, con los dias a conservar en linea en los
      *primeros cuatro de la glosa ) y, por cada una, barre el
      *archivo correspondiente ( BKO / AUD / INC / DLQ / RTN / LEC ) de
      *punta a punta con FIO-FND-GRT. Todo registro mas viejo que la
      *politica ( CAL-FEC DIF-DIA contra hoy ) viaja al ambiente de
      *archivo historico RET-DBI-ARCH via FIO-DBID-ALT y se borra
      *corrida no pierde ni duplica nada. La auditoria AUD queda
      *suspendida durante la corrida ( el traslado masivo no es
      *mantencion y se journalizaria a si misma ). Deja una RET-LINE
      *por politica en la cola SCR-QRET con lo trasladado. Las notas
      *adjuntas al registro trasladado ( NTA ) viajan con el en la
      *misma transaccion ( ARC-GNS-BUS-NTA en GNSBBNTA.cbl ).
       GNS-BUS-RET SECTION.
       INI-GNS-BUS-RET.
           MOVE ZEROES TO SCR-IRET RET-CNT-LOGS RET-CNT-MOVS
               PERFORM ADL-GNS-BUS-RET THRU FIN-ADL-GNS-BUS-RET
           ELSE
           IF RET-ENT-TLOG = 'RTN'
               PERFORM ART-GNS-BUS-RET THRU FIN-ART-GNS-BUS-RET
           ELSE
           IF RET-ENT-TLOG = 'LEC'
               PERFORM ALE-GNS-BUS-RET THRU FIN-ALE-GNS-BUS-RET.
           PERFORM PUT-GNS-BUS-RET THRU FIN-PUT-GNS-BUS-RET.
       SIG-GNS-BUS-RET.
           MOVE SPACES       TO TAB.
           MOVE 'BKO-CAI-IBKO' TO FIO-AKEY.
           MOVE FIO-DEL        TO FIO-CMND.
           PERFORM GNS-FIO-BKO.
      *    las notas adjuntas viajan con el registro
           MOVE RET-ENT-TLOG TO NTA-WRK-TABL.
           MOVE RET-WRK-CLAV TO NTA-WRK-CLAV.
           PERFORM ARC-GNS-BUS-NTA THRU FIN-ARC-GNS-BUS-NTA.
           MOVE FIO-END-TRN TO FIO-CMND.
           PERFORM GNS-FIO-DTC.
           ADD 1 TO RET-CNT-MOVL RET-CNT-MOVS.
           MOVE 'AUD-KEY-IAUD' TO FIO-AKEY.
           MOVE FIO-DEL        TO FIO-CMND.
           PERFORM GNS-FIO-AUD.
      *    las notas adjuntas viajan con el registro
           MOVE RET-ENT-TLOG TO NTA-WRK-TABL.
           MOVE RET-WRK-CLAV TO NTA-WRK-CLAV.
           PERFORM ARC-GNS-BUS-NTA THRU FIN-ARC-GNS-BUS-NTA.
           MOVE FIO-END-TRN TO FIO-CMND.
           PERFORM GNS-FIO-DTC.
           ADD 1 TO RET-CNT-MOVL RET-CNT-MOVS.
           MOVE 'INC-KEY-IINC' TO FIO-AKEY.
           MOVE FIO-DEL        TO FIO-CMND.
           PERFORM GNS-FIO-INC.
      *    las notas adjuntas viajan con el registro
           MOVE RET-ENT-TLOG TO NTA-WRK-TABL.
           MOVE RET-WRK-CLAV TO NTA-WRK-CLAV.
           PERFORM ARC-GNS-BUS-NTA THRU FIN-ARC-GNS-BUS-NTA.
           MOVE FIO-END-TRN TO FIO-CMND.
           PERFORM GNS-FIO-DTC.
           ADD 1 TO RET-CNT-MOVL RET-CNT-MOVS.
           MOVE 'DLQ-KEY-IDLQ' TO FIO-AKEY.
           MOVE FIO-DEL        TO FIO-CMND.
           PERFORM GNS-FIO-DLQ.
      *    las notas adjuntas viajan con el registro
           MOVE RET-ENT-TLOG TO NTA-WRK-TABL.
           MOVE RET-WRK-CLAV TO NTA-WRK-CLAV.
           PERFORM ARC-GNS-BUS-NTA THRU FIN-ARC-GNS-BUS-NTA.
           MOVE FIO-END-TRN TO FIO-CMND.
           PERFORM GNS-FIO-DTC.
           ADD 1 TO RET-CNT-MOVL RET-CNT-MOVS.
           MOVE 'RTN-KEY-IRTN' TO FIO-AKEY.
           MOVE FIO-DEL        TO FIO-CMND.
           PERFORM GNS-FIO-RTN.
      *    las notas adjuntas viajan con el registro
           MOVE RET-ENT-TLOG TO NTA-WRK-TABL.
           MOVE RET-WRK-CLAV TO NTA-WRK-CLAV.
           PERFORM ARC-GNS-BUS-NTA THRU FIN-ARC-GNS-BUS-NTA.
           MOVE FIO-END-TRN TO FIO-CMND.
           PERFORM GNS-FIO-DTC.
           ADD 1 TO RET-CNT-MOVL RET-CNT-MOVS.
       FIN-ART-GNS-BUS-RET.
           EXIT.
      *
      *    Barrido del diario de lecturas de registros sensibles LEC.
       ALE-GNS-BUS-RET SECTION.
       INI-ALE-GNS-BUS-RET.
           MOVE SPACES TO LEC.
       LUP-ALE-GNS-BUS-RET.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'LEC-KEY-ILEC' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-LEC.
           IF NOT FIO-STAT-OKS
               GO TO FIN-ALE-GNS-BUS-RET.
           MOVE LEC-STP-LECT( 1:8 ) TO RET-WRK-FECH.
           MOVE LEC-KEY-ILEC( 1:21 ) TO RET-WRK-CLAV.
           PERFORM EDD-GNS-BUS-RET THRU FIN-EDD-GNS-BUS-RET.
           IF RET-IND-VIEJ NOT = 'S'
               GO TO LUP-ALE-GNS-BUS-RET.
           MOVE FIO-BEG-TRN TO FIO-CMND.
           PERFORM GNS-FIO-DTC.
           MOVE RET-DBI-ARCH   TO FIO-DBID-ALT.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'LEC-KEY-ILEC' TO FIO-AKEY.
           MOVE FIO-PUT        TO FIO-CMND.
           PERFORM GNS-FIO-LEC.
      *    Sin copia en el archivo historico no hay borrado: un
      *    rechazo logico del PUT ( salvo llave ya archivada por
      *    una corrida o restauracion previa ) deshace el lote y
      *    salta el registro, que queda contado en el informe.
           IF NOT FIO-STAT-OKS
              AND NOT FIO-STAT-CDK
              AND NOT FIO-STAT-DMK
               MOVE FIO-ABT-TRN TO FIO-CMND
               PERFORM GNS-FIO-DTC
               ADD 1 TO RET-CNT-SALL RET-CNT-SALT
               GO TO LUP-ALE-GNS-BUS-RET.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'LEC-KEY-ILEC' TO FIO-AKEY.
           MOVE FIO-DEL        TO FIO-CMND.
           PERFORM GNS-FIO-LEC.
      *    las notas adjuntas viajan con el registro
           MOVE RET-ENT-TLOG TO NTA-WRK-TABL.
           MOVE RET-WRK-CLAV TO NTA-WRK-CLAV.
           PERFORM ARC-GNS-BUS-NTA THRU FIN-ARC-GNS-BUS-NTA.
           MOVE FIO-END-TRN TO FIO-CMND.
           PERFORM GNS-FIO-DTC.
           ADD 1 TO RET-CNT-MOVL RET-CNT-MOVS.
           GO TO LUP-ALE-GNS-BUS-RET.
       FIN-ALE-GNS-BUS-RET.
           EXIT.
      *
      *    Es viejo el registro ? ( CAL-FEC DIF-DIA contra hoy; una
      *    fecha futura por reloj corrido no es antiguedad y se
      *    descarta el mensaje, igual que VNC-GNS-PRO-OPR ).
           MOVE HOY-MHOY TO FEC-MEC2.
           MOVE HOY-SHOY TO FEC-SEC2.
           MOVE HOY-AHOY TO FEC-AEC2.
           IF RET-ENT-FECH NOT = ZEROES
               MOVE RET-ENT-FECH( 7:2 ) TO FEC-DEC2
               MOVE RET-ENT-FECH( 5:2 ) TO FEC-MEC2
               MOVE RET-ENT-FECH( 1:2 ) TO FEC-SEC2
               MOVE RET-ENT-FECH( 3:2 ) TO FEC-AEC2.
           MOVE FEC-DIF-DIA TO FEC-CMND.
           PERFORM CAL-FEC.
           IF MSG-COD-MENS IN MSG > SPACES
