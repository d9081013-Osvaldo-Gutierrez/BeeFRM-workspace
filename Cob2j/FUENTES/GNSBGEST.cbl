       FIN-REG-GNS-EST.
           EXIT.
      *
      *    Rechazo del control de carga ( CHK-GNS-THR en
      *    GNSBGTHR.cbl ): la llamada no viajo, asi que no suma
      *    llamada ni tiempo, solo el rechazo del SERVICE-NAME.
       RCH-GNS-EST SECTION.
       INI-RCH-GNS-EST.
           SET EST-ITBL TO 1.
       LUP-RCH-GNS-EST.
           IF EST-SRV-NOMB( EST-ITBL ) = SERVICE-NAME( 1:8 )
              OR EST-SRV-NOMB( EST-ITBL ) = SPACES
               GO TO UPD-RCH-GNS-EST.
           SET EST-ITBL UP BY 1.
           IF EST-ITBL NOT > EST-MXSR
               GO TO LUP-RCH-GNS-EST.
           GO TO FIN-RCH-GNS-EST.
       UPD-RCH-GNS-EST.
           MOVE SERVICE-NAME( 1:8 ) TO EST-SRV-NOMB( EST-ITBL ).
           ADD 1                    TO EST-SRV-RECH( EST-ITBL ).
       FIN-RCH-GNS-EST.
           EXIT.
      *
      *    Volcado y informe diario: consolida el vector en el
      *    archivo EST ( sumando sobre lo que el dia ya tuviera de
      *    otros procesos servidores ) y deja una EST-LINE por
           ELSE
               MOVE ZEROES TO EST-CNT-LLAM IN EST
                              EST-CNT-FALL IN EST
                              EST-CNT-RECH IN EST
                              EST-NUM-TELA IN EST
                              EST-NUM-XELA IN EST
               MOVE FIO-PUT TO FIO-CMND.
           ADD EST-SRV-LLAM( EST-ITBL ) TO EST-CNT-LLAM IN EST.
           ADD EST-SRV-FALL( EST-ITBL ) TO EST-CNT-FALL IN EST.
           IF EST-CNT-RECH IN EST NOT NUMERIC
               MOVE ZEROES TO EST-CNT-RECH IN EST.
           ADD EST-SRV-RECH( EST-ITBL ) TO EST-CNT-RECH IN EST.
           ADD EST-SRV-TELA( EST-ITBL ) TO EST-NUM-TELA IN EST.
           IF EST-SRV-XELA( EST-ITBL ) > EST-NUM-XELA IN EST
               MOVE EST-SRV-XELA( EST-ITBL ) TO EST-NUM-XELA IN EST.
           MOVE EST-FEC-FDIA IN EST TO EST-LIN-FECH.
           MOVE EST-CNT-LLAM IN EST TO EST-LIN-LLAM.
           MOVE EST-CNT-FALL IN EST TO EST-LIN-FALL.
           MOVE EST-CNT-RECH IN EST TO EST-LIN-RECH.
           MOVE EST-NUM-TELA IN EST TO EST-LIN-TELA.
           MOVE EST-NUM-XELA IN EST TO EST-LIN-XELA.
           IF EST-CNT-LLAM IN EST > ZEROES
           MOVE SPACES TO EST-SRV-NOMB( EST-ITBL ).
           MOVE ZEROES TO EST-SRV-LLAM( EST-ITBL )
                          EST-SRV-FALL( EST-ITBL )
                          EST-SRV-RECH( EST-ITBL )
                          EST-SRV-TELA( EST-ITBL )
                          EST-SRV-XELA( EST-ITBL ).
       FIN-GRB-GNS-BUS-EST.
