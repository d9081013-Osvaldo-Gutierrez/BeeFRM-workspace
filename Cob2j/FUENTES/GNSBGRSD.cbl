      *    ( una fila por moneda y fecha contable, acumulado con
      *    signo en la descripcion ) y deja una RSD-LINE por moneda
      *    en la cola SCR-QRSD, para que contabilidad absorba la
      *    diferencia de redondeo como asiento reconocido; el mismo
      *    acumulado va como movimiento 'RSD' a la interfaz contable
      *    ( REG-GNS-CTB-MOV ). Cada entrada queda limpia para seguir
      *    acumulando.
       GNS-BUS-RSD SECTION.
       INI-GNS-BUS-RSD.
           MOVE ZERO TO SCR-IRSD.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE RSD-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
      *
           MOVE 'RSD'                    TO CTB-ENT-EVEN.
           MOVE RSD-MON-VCAM( RSD-ITBL ) TO CTB-ENT-VCAM.
           MOVE RSD-MON-ACUM( RSD-ITBL ) TO CTB-ENT-IMPO.
           PERFORM REG-GNS-CTB-MOV.
      *
           MOVE SPACES TO RSD-MON-VCAM( RSD-ITBL ).
           MOVE ZEROES TO RSD-MON-ACUM( RSD-ITBL ).
