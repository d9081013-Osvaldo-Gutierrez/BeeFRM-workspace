      *OPR vigentes que NO vienen en el archivo se dejan no
      *vigentes y quedan en el informe como 'BAJ', que es a la vez
      *la lista de excepciones de presentes en OPR y ausentes del
      *archivo. Todo queda en la cola SCR-QOPO. Cada empresa manda
      *su propio archivo ( OPF-ENT-EMPR ): los ingresos nacen en esa
      *empresa y la pasada de bajas solo mira a sus operadores, de
      *modo que el archivo de una no da de baja a los de la otra.
       GNS-BUS-OPF SECTION.
       INI-GNS-BUS-OPF.
           SET OPF-STAT-OKS TO TRUE.
           MOVE ZEROES TO SCR-IOPO OPF-CNT-ALTA OPF-CNT-BAJA
                          OPF-CNT-TRAS OPF-CNT-NFEE OPF-IDX.
           MOVE 'N' TO OPF-IND-OVFL.
      *    simulando no se graba nada; confirmando, solo con la
      *    simulacion de este mismo archivo aprobada
           PERFORM HUE-GNS-BUS-OPF THRU FIN-HUE-GNS-BUS-OPF.
           IF NOT SMC-STAT-OKS
               SET OPF-STAT-NAP TO TRUE
               GO TO FIN-GNS-BUS-OPF.
           MOVE ZERO TO OPF-IDX.
       LUP-GNS-BUS-OPF.
           ADD 1 TO OPF-IDX.
           MOVE 'GET'      TO QUE-COM-SEND.
               GO TO FIN-GNS-BUS-OPF.
           IF OPR-IND-VIGE NOT = 'S'
               GO TO SIG-BAJ-GNS-BUS-OPF.
           IF OPR-COD-EMPR NOT = OPF-ENT-EMPR
               GO TO SIG-BAJ-GNS-BUS-OPF.
           PERFORM BSC-GNS-BUS-OPF THRU FIN-BSC-GNS-BUS-OPF.
           IF OPF-SUB-IOPR NOT > OPF-CNT-NFEE
               GO TO SIG-BAJ-GNS-BUS-OPF.
      *    presente en OPR, ausente del archivo: baja
           ADD 1 TO OPF-CNT-BAJA.
           MOVE 'N'      TO OPR-IND-VIGE.
           PERFORM GET-FHOY.
           MOVE HOY-FHOY TO OPR-FEC-RETI.
           MOVE SCR-USER TO OPR-COD-ATRN.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'OPR-KEY-IOPR' TO FIO-AKEY.
           PERFORM GNS-FIO-OPR.
           GO TO LUP-BAJ-GNS-BUS-OPF.
       FIN-GNS-BUS-OPF.
      *    cierre de la corrida simulada o confirmada ( GNSBGSMC )
           MOVE SMC-CIE TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
           EXIT.
      *
      *    Busca el operador en curso dentro del archivo recordado;
           EXIT.
      *
      *    Crea el ingreso: vigente, rol del cargo, clave inicial
      *    igual al codigo ( guardada como huella ) y vencida ( el
      *    primer ingreso obliga el cambio ).
       ALT-GNS-BUS-OPF.
           ADD 1 TO OPF-CNT-ALTA.
           MOVE SPACES       TO OPR.
           MOVE 'S'          TO OPR-IND-VIGE.
           MOVE SCR-USER     TO OPR-COD-ATRN.
           MOVE OPF-ITM-NOMB TO OPR-GLS-NOMB.
           MOVE OPF-ITM-OPER TO OPR-HSH-NUEV.
           PERFORM NVA-GNS-PRO-OPR.
           MOVE ZEROES       TO OPR-FEC-UCLV.
           MOVE OPF-NUM-VIGC TO OPR-NUM-VIGC.
           MOVE ZEROES       TO OPR-NUM-INTE.
           MOVE 'N'          TO OPR-IND-BLOQ.
           MOVE SPACES       TO OPR-COD-TERM.
           MOVE OPF-COD-ROLE TO OPR-COD-ROLE.
           MOVE ZEROES       TO OPR-FEC-RETI.
           MOVE OPF-ENT-EMPR TO OPR-COD-EMPR.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'OPR-KEY-IOPR' TO FIO-AKEY.
           MOVE FIO-PUT        TO FIO-CMND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-OPF.
           EXIT.
      *
      *    Huella de la corrida ( cada item de la cola SCR-QOPF ) y
      *    apertura segun SMC-COD-MODO.
       HUE-GNS-BUS-OPF SECTION.
       INI-HUE-GNS-BUS-OPF.
           MOVE 'OPF'   TO SMC-ENT-PROG.
           MOVE SMC-INI TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
           MOVE ZERO TO OPF-IDX.
       LUP-HUE-GNS-BUS-OPF.
           ADD 1 TO OPF-IDX.
           MOVE 'GET'      TO QUE-COM-SEND.
           MOVE SPACES     TO QUE-NAM-SEND.
           MOVE SCR-QOPF   TO QUE-NAM-SEND.
           MOVE OPF-IDX    TO QUE-NUM-SEND.
           MOVE LENGTH OF OPF-REG-ITEM TO QUE-LAR-SEND.
           MOVE SPACES     TO QUE-TRX-SEND.
           MOVE SPACES     TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               GO TO ABR-HUE-GNS-BUS-OPF.
           MOVE QUE-DAT-RECV( 1:46 ) TO SMC-ENT-DATO.
           MOVE 46         TO SMC-ENT-LARG.
           MOVE SMC-HSH TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
           GO TO LUP-HUE-GNS-BUS-OPF.
       ABR-HUE-GNS-BUS-OPF.
           MOVE SMC-ABR TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
       FIN-HUE-GNS-BUS-OPF.
           EXIT.
