       INI-GNS-MSJ-QUE.

      *    Modo transaccional: no-transaccional solo si el llamador lo
      *    pidio via QUE-MTRN para un QUE-PUT ( ver GNS-PUT-QUE ) o
      *    para un QUE-MOD ( contadores compartidos entre servidores,
      *    que deben verse antes del commit ); el resto de los
      *    comandos se mantiene siempre transaccional.
           IF ( QUE-CMND = QUE-PUT OR QUE-CMND = QUE-MOD )
              AND QUE-MTRN-NTRN
               SET QUE-TPNOTRAN TO TRUE
           ELSE
               SET QUE-TPTRAN   TO TRUE.
