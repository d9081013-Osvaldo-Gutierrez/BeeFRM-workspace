                   MOVE ODY-MENS( 41:39 ) TO SYS-MEN2
                   GO TO ABT-GNS-PRO-SYS.

      *    Cierre anticipado: en un dia de medio feriado, pasada la
      *    hora de cierre de la fila 'FER', el comando NUEVO de
      *    captura se rechaza salvo los exentos ( CHK-GNS-CAN en
      *    GNSBGCAN.cbl ).
           IF PRV-ENT-COMD > SPACES
               PERFORM CHK-GNS-CAN
               IF CAN-VIGE = 'S'
                   MOVE SPACES TO PRV-ENT-COMD PRV-ENT-OPCI
                   MOVE CAN-MENS( 1:40 )  TO SYS-MEN1
                   MOVE CAN-MENS( 41:39 ) TO SYS-MEN2
                   GO TO ABT-GNS-PRO-SYS.

      *    Ciclo de vida de la opcion: una retirada no se despacha
      *    y deriva al reemplazo; una deprecada corre, pero el aviso
      *    de retiro viaja a la proxima pantalla ( GNSBGMLC.cbl ).
                   MOVE PRV-MENS( 41:39 ) TO SYS-MEN2
                   GO TO ABT-GNS-PRO-SYS.

      *    Cortacircuito: con el circuito del servicio abierto la
      *    peticion no viaja; queda como carta muerta y el usuario
      *    recibe el aviso de servicio no disponible ( CHK-GNS-CBK
      *    en GNSBGCBK.cbl ).
           MOVE 'X' TO CBK-ENT-VIAS.
           IF CBK-IND-ACTV = 'S'
               PERFORM CHK-GNS-CBK
               IF CBK-VIGE = 'S'
                   PERFORM RCH-GNS-CBK
                   MOVE CBK-MENS( 1:40 )  TO SYS-MEN1
                   MOVE CBK-MENS( 41:39 ) TO SYS-MEN2
                   GO TO ABT-GNS-PRO-SYS.

      *    Envio repetido: la misma peticion del mismo terminal al
      *    mismo servicio dentro de su ventana no se despacha; el
      *    operador recibe el aviso de 'ya enviado' ( CHK-GNS-DBL
      *    en GNSBGDBL.cbl ).
           IF DBL-IND-ACTV = 'S'
               MOVE 'X' TO DBL-ENT-VIAS
               PERFORM CHK-GNS-DBL
               IF DBL-VIGE = 'S'
                   MOVE DBL-MENS( 1:40 )  TO SYS-MEN1
                   MOVE DBL-MENS( 41:39 ) TO SYS-MEN2
                   GO TO ABT-GNS-PRO-SYS.

      *    Bitacora de navegacion: el comando de menu que esta por
      *    despacharse queda en el diario y en el acumulado de uso
      *    ( REG-GNS-NAV en GNSBGNAV.cbl ).
           IF NAV-IND-ACTV = 'S' AND TSC-CMND > SPACES
               PERFORM REG-GNS-NAV.

      *    El mismo despacho queda en el acumulado del cobro mensual
      *    por uso ( DSP-GNS-NAV-CHB en GNSBGCHB.cbl; los de
      *    entrenamiento no se cobran ).
           IF TSC-CMND > SPACES AND SCR-IENT NOT = 'S'
               PERFORM DSP-GNS-NAV-CHB THRU FIN-DSP-GNS-NAV-CHB.

           MOVE SPACES   TO SYS-SCR-NTRN.
      *    Modo captura: la peticion en viaje queda journalizada
      *    ANTES del forward, que no vuelve ( REG-GNS-TRC en
                                  TPTYPE-REC
                                  SYS-CMMA
                                  TPSTATUS-REC.
      *    La caida del forward cuenta para el cortacircuito del
      *    servicio; el forward entregado no lo cierra ( RES-GNS-CBK
      *    repone TP-STATUS ).
           IF CBK-IND-CTRL = 'S'
               PERFORM RES-GNS-CBK.
           IF NOT TPOK
           DISPLAY 'XCT-GNS-PRO-SYS    :' SYS-PROG
                                    ' '   TP-STATUS.
           GO TO STT-GNS-PRO-SYS.
       LNK-GNS-PRO-SYS.

      *    Igual que en XCT: con el circuito abierto la llamada no
      *    se hace y queda como carta muerta.
           MOVE 'L' TO CBK-ENT-VIAS.
           IF CBK-IND-ACTV = 'S'
               PERFORM CHK-GNS-CBK
               IF CBK-VIGE = 'S'
                   PERFORM RCH-GNS-CBK
                   MOVE CBK-MENS( 1:40 )  TO SYS-MEN1
                   MOVE CBK-MENS( 41:39 ) TO SYS-MEN2
                   GO TO ABT-GNS-PRO-SYS.

      *    Igual que en XCT: la peticion repetida no viaja.
           IF DBL-IND-ACTV = 'S'
               MOVE 'L' TO DBL-ENT-VIAS
               PERFORM CHK-GNS-DBL
               IF DBL-VIGE = 'S'
                   MOVE DBL-MENS( 1:40 )  TO SYS-MEN1
                   MOVE DBL-MENS( 41:39 ) TO SYS-MEN2
                   GO TO ABT-GNS-PRO-SYS.

           MOVE SPACES   TO SYS-SCR-NTRN.
           MOVE SYS-TCMA   TO LEN.
           MOVE "CARRAY"   TO REC-TYPE.

           DISPLAY 'SYS-CMMA :' SYS-CMMA.

      *    Control de carga: sobre el tope del servicio, o con su
      *    clase en el nivel de bote de carga, la llamada no se hace
      *    y el usuario recibe el aviso de sistema ocupado; la
      *    aceptada queda en vuelo hasta la vuelta del TPCALL
      *    ( CHK-GNS-THR / DSC-GNS-THR en GNSBGTHR.cbl ).
           IF THR-IND-ACTV = 'S'
               PERFORM CHK-GNS-THR
               IF THR-VIGE = 'S'
                   MOVE THR-MENS( 1:40 )  TO SYS-MEN1
                   MOVE THR-MENS( 41:39 ) TO SYS-MEN2
                   GO TO ABT-GNS-PRO-SYS.

           SET TPTIME     IN TPSVCDEF-REC TO TRUE.
           CALL "TPSBLKTIME" USING SYS-TOUT TPSTATUS-REC.
           IF NOT TPOK
               ACCEPT EST-HRA-INI FROM TIME.

      *    Modo captura: el TPCALL pisa SYS-CMMA con la respuesta,
      *    asi que la peticion se respalda antes del viaje; las
      *    marcas de tiempo dan la respuesta del servicio.
           IF TRC-IND-ACTV = 'S'
               MOVE SYS-CMMA TO TRC-SAV-CMMA
               ACCEPT TRC-HRA-INI FROM TIME.

           CALL "TPCALL" USING TPSVCDEF-REC
                               TPTYPE-REC
                               SYS-CMMA
                               TPSTATUS-REC.

           IF TRC-IND-ACTV = 'S'
               ACCEPT TRC-HRA-FIN FROM TIME.
           IF THR-IND-VUEL = 'S'
               PERFORM DSC-GNS-THR.
           IF CBK-IND-CTRL = 'S'
               PERFORM RES-GNS-CBK.

           IF EST-IND-ACTV = 'S'
               ACCEPT EST-HRA-FIN FROM TIME
               PERFORM REG-GNS-EST.
