      * Bitacora de Intentos de Apertura de Sesion
      *
      *    Registra el intento de apertura que GNS-PRO-OPR acaba de
      *    resolver: operador tecleado, terminal, sucursal, momento,
      *    desenlace y motivo ( el propio OPR-STAT ). Si otro proceso
      *    ya ocupo la llave ( mismo segundo, mismo correlativo ) se
      *    corre el correlativo y se reintenta, igual que la fila AUD.
       REG-GNS-ISE SECTION.
       INI-REG-GNS-ISE.
           MOVE SPACES       TO ISE.
           PERFORM GET-FHOY.
           MOVE HOY-SHOY     TO ISE-NUM-STRN.
           MOVE HOY-AHOY     TO ISE-NUM-ATRN.
           MOVE HOY-MHOY     TO ISE-NUM-MTRN.
           MOVE HOY-DHOY     TO ISE-NUM-DTRN.
           MOVE HOY-HHHY     TO ISE-NUM-HHTR.
           MOVE HOY-MMHY     TO ISE-NUM-MMTR.
           MOVE HOY-SSHY     TO ISE-NUM-SSTR.
           ADD 1             TO ISE-NUM-CORR.
           MOVE ISE-NUM-CORR TO ISE-NUM-SECU.
           MOVE OPR-ENT-IOPR TO ISE-COD-OPER.
           MOVE TSK-TERM-ALF TO ISE-COD-TERM.
           MOVE SUC-COD-SUCU TO ISE-COD-SUCU.
           MOVE OPR-STAT     TO ISE-COD-MOTV.
           IF OPR-STAT-OKS
               SET ISE-RSLT-ACEP TO TRUE
           ELSE
               SET ISE-RSLT-RECH TO TRUE.
       PUT-REG-GNS-ISE.
           MOVE 'GNS'        TO FIO-SIST.
           MOVE 'ISE-KEY-IISE' TO FIO-AKEY.
           MOVE FIO-PUT      TO FIO-CMND.
           PERFORM GNS-FIO-ISE.
           IF FIO-STAT-CDK OR FIO-STAT-DMK
               ADD 1 TO ISE-NUM-CORR
               IF ISE-NUM-CORR < 9999
                   MOVE ISE-NUM-CORR TO ISE-NUM-SECU
                   GO TO PUT-REG-GNS-ISE.
       FIN-REG-GNS-ISE.
           EXIT.
