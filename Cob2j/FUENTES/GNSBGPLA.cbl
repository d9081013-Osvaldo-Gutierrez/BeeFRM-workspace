      *    feriados ( via PRO-FEC / CAL-FEC, las mismas rutinas de
      *    siempre ). El avance de frecuencia parte siempre del
      *    ancla SIN ajustar, para que los ajustes no corran el plan.
      *    Con metodo de amortizacion en PLA-COD-AMOR entrega ademas
      *    los montos de cada cuota en PLA-TBL-MONT ( MON-GNS-FEC-PLA ).
       GNS-FEC-PLA SECTION.
       INI-GNS-FEC-PLA.
           SET PLA-STAT-OKS TO TRUE.
              OR PLA-NUM-CUOT < 1 OR PLA-NUM-CUOT > 60
               SET PLA-STAT-ERR TO TRUE
               GO TO FIN-GNS-FEC-PLA.
           IF PLA-COD-AMOR > SPACES
               IF ( PLA-COD-AMOR NOT = 'F' AND PLA-COD-AMOR NOT = 'A'
                    AND PLA-COD-AMOR NOT = 'B' )
                  OR PLA-SGV-CAPI NOT > ZEROES
                  OR PLA-NUM-TASA < ZEROES
                   SET PLA-STAT-ERR TO TRUE
                   GO TO FIN-GNS-FEC-PLA.
           MOVE PLA-FEC-INIC TO PLA-FEC-ANCL.
           MOVE ZERO TO PLA-IDX.
       LUP-GNS-FEC-PLA.
           ADD 1 TO PLA-IDX.
           IF PLA-IDX > PLA-NUM-CUOT
               GO TO MON-GNS-FEC-PLA.
           PERFORM AVA-GNS-FEC-PLA THRU FIN-AVA-GNS-FEC-PLA.
           PERFORM AJU-GNS-FEC-PLA THRU FIN-AJU-GNS-FEC-PLA.
           ADD 1 TO PLA-CNT-FECS.
           MOVE PLA-FEC-AJUS TO PLA-FEC-CUOT( PLA-IDX ).
           GO TO LUP-GNS-FEC-PLA.
       MON-GNS-FEC-PLA.
           IF PLA-COD-AMOR > SPACES
               PERFORM AMO-GNS-FEC-PLA THRU FIN-AMO-GNS-FEC-PLA.
       FIN-GNS-FEC-PLA.
           EXIT.
      *
       FIN-ANT-GNS-FEC-PLA.
           EXIT.
      *
      *    Montos de cada cuota sobre las fechas ya ajustadas. El
      *    interes de la cuota corre desde el vencimiento anterior
      *    ( la primera, desde la fecha de partida ) con la fraccion
      *    de anio de DIF-FRA en la convencion PLA-COD-BASE:
      *       'F' frances: cuota nivelada = capital / suma de los
      *           descuentos de cada periodo, cada uno con su propia
      *           fraccion ( asi la cuota no cambia aunque los
      *           periodos ajustados tengan largos distintos )
      *       'A' aleman: capital nivelado = capital / cuotas
      *       'B' bullet: solo interes, y todo el capital al final
      *    Cada monto pasa por PES-SCTV en la moneda del plan, y la
      *    ultima cuota amortiza el saldo que quede, para que los
      *    redondeos no dejen centavos vivos.
       AMO-GNS-FEC-PLA SECTION.
       INI-AMO-GNS-FEC-PLA.
           IF PLA-COD-BASE NOT > SPACES
               MOVE '360' TO PLA-COD-BASE.
           MOVE PLA-FEC-INIC TO PLA-WRK-FANT.
           MOVE ZERO TO PLA-IDX.
       FRA-AMO-GNS-FEC-PLA.
           ADD 1 TO PLA-IDX.
           IF PLA-IDX > PLA-CNT-FECS
               GO TO CUO-AMO-GNS-FEC-PLA.
           PERFORM DFR-GNS-FEC-PLA THRU FIN-DFR-GNS-FEC-PLA.
           IF NOT FEC-STAT-OKS OR MSG-COD-MENS IN MSG > SPACES
               MOVE SPACES TO MSG-COD-MENS IN MSG
               SET PLA-STAT-ERR TO TRUE
               GO TO FIN-AMO-GNS-FEC-PLA.
           MOVE PLA-FEC-CUOT( PLA-IDX ) TO PLA-WRK-FANT.
           GO TO FRA-AMO-GNS-FEC-PLA.
       CUO-AMO-GNS-FEC-PLA.
           MOVE PLA-SGV-CAPI TO PLA-WRK-SALD.
           MOVE ZEROES       TO PLA-WRK-PAGO PLA-WRK-AMOR.
           IF PLA-COD-AMOR = 'F'
               PERFORM FAC-GNS-FEC-PLA THRU FIN-FAC-GNS-FEC-PLA
               COMPUTE PES-SGV-DECI IN PES-VARI ROUNDED =
                   PLA-SGV-CAPI / PLA-WRK-SUMA
               PERFORM RED-GNS-FEC-PLA THRU FIN-RED-GNS-FEC-PLA
               MOVE PES-SGV-ENTE IN PES-VARI TO PLA-WRK-PAGO
           ELSE
           IF PLA-COD-AMOR = 'A'
               COMPUTE PES-SGV-DECI IN PES-VARI ROUNDED =
                   PLA-SGV-CAPI / PLA-CNT-FECS
               PERFORM RED-GNS-FEC-PLA THRU FIN-RED-GNS-FEC-PLA
               MOVE PES-SGV-ENTE IN PES-VARI TO PLA-WRK-AMOR.
           MOVE ZERO TO PLA-IDX.
       LUP-AMO-GNS-FEC-PLA.
           ADD 1 TO PLA-IDX.
           IF PLA-IDX > PLA-CNT-FECS
               GO TO FIN-AMO-GNS-FEC-PLA.
           COMPUTE PES-SGV-DECI IN PES-VARI ROUNDED =
               PLA-WRK-SALD * PLA-NUM-TASA / 100
             * PLA-NUM-FRAC( PLA-IDX ).
           PERFORM RED-GNS-FEC-PLA THRU FIN-RED-GNS-FEC-PLA.
           MOVE PES-SGV-ENTE IN PES-VARI TO PLA-SGV-INTE( PLA-IDX ).
           IF PLA-IDX = PLA-CNT-FECS
               MOVE PLA-WRK-SALD TO PLA-SGV-AMOR( PLA-IDX )
           ELSE
           IF PLA-COD-AMOR = 'F'
               COMPUTE PLA-SGV-AMOR( PLA-IDX ) =
                   PLA-WRK-PAGO - PLA-SGV-INTE( PLA-IDX )
           ELSE
           IF PLA-COD-AMOR = 'A'
               MOVE PLA-WRK-AMOR TO PLA-SGV-AMOR( PLA-IDX )
           ELSE
               MOVE ZEROES       TO PLA-SGV-AMOR( PLA-IDX ).
      *    nunca se amortiza mas que el saldo ni se capitaliza
           IF PLA-SGV-AMOR( PLA-IDX ) > PLA-WRK-SALD
               MOVE PLA-WRK-SALD TO PLA-SGV-AMOR( PLA-IDX ).
           IF PLA-SGV-AMOR( PLA-IDX ) < ZEROES
               MOVE ZEROES       TO PLA-SGV-AMOR( PLA-IDX ).
           SUBTRACT PLA-SGV-AMOR( PLA-IDX ) FROM PLA-WRK-SALD.
           MOVE PLA-WRK-SALD TO PLA-SGV-SALD( PLA-IDX ).
           COMPUTE PLA-SGV-PAGO( PLA-IDX ) =
               PLA-SGV-AMOR( PLA-IDX ) + PLA-SGV-INTE( PLA-IDX ).
           GO TO LUP-AMO-GNS-FEC-PLA.
       FIN-AMO-GNS-FEC-PLA.
           EXIT.
      *
      *    Dias y fraccion de anio del periodo de la cuota PLA-IDX,
      *    desde PLA-WRK-FANT hasta su vencimiento ajustado.
       DFR-GNS-FEC-PLA SECTION.
       INI-DFR-GNS-FEC-PLA.
           MOVE PLA-FEC-CUOT( PLA-IDX ) TO PLA-FEC-AJUS.
           MOVE SPACES     TO FEC-FEC1 FEC-FEC2.
           MOVE PLA-FAN-DD TO FEC-DEC1.
           MOVE PLA-FAN-MM TO FEC-MEC1.
           MOVE PLA-FAN-SS TO FEC-SEC1.
           MOVE PLA-FAN-AA TO FEC-AEC1.
           MOVE PLA-AJU-DD TO FEC-DEC2.
           MOVE PLA-AJU-MM TO FEC-MEC2.
           MOVE PLA-AJU-SS TO FEC-SEC2.
           MOVE PLA-AJU-AA TO FEC-AEC2.
           MOVE PLA-COD-BASE TO FEC-COD-CONV.
           MOVE FEC-DIF-FRA  TO FEC-CMND.
           PERFORM CAL-FEC.
           MOVE FEC-NDIA     TO PLA-NUM-DIAS( PLA-IDX ).
           MOVE FEC-NUM-FRAC TO PLA-NUM-FRAC( PLA-IDX ).
       FIN-DFR-GNS-FEC-PLA.
           EXIT.
      *
      *    Suma de los factores de descuento de la cuota francesa:
      *    el de cada periodo es el del anterior dividido por
      *    ( 1 + tasa * fraccion del periodo ).
       FAC-GNS-FEC-PLA SECTION.
       INI-FAC-GNS-FEC-PLA.
           MOVE 1      TO PLA-WRK-FACT.
           MOVE ZEROES TO PLA-WRK-SUMA.
           MOVE ZERO   TO PLA-IDX.
       LUP-FAC-GNS-FEC-PLA.
           ADD 1 TO PLA-IDX.
           IF PLA-IDX > PLA-CNT-FECS
               GO TO FIN-FAC-GNS-FEC-PLA.
           COMPUTE PLA-WRK-FACT ROUNDED =
               PLA-WRK-FACT /
               ( 1 + PLA-NUM-TASA / 100 * PLA-NUM-FRAC( PLA-IDX ) ).
           ADD PLA-WRK-FACT TO PLA-WRK-SUMA.
           GO TO LUP-FAC-GNS-FEC-PLA.
       FIN-FAC-GNS-FEC-PLA.
           EXIT.
      *
      *    Redondeo de PES-SGV-DECI a los decimales de la moneda del
      *    plan ( resultado en PES-SGV-ENTE ).
       RED-GNS-FEC-PLA SECTION.
       INI-RED-GNS-FEC-PLA.
           MOVE ZERO         TO PES-NUM-DECI IN PES-VARI.
           MOVE PLA-CIC-VCAM TO PES-CIC-VCAM IN PES-VARI.
           PERFORM PES-SCTV.
       FIN-RED-GNS-FEC-PLA.
           EXIT.
      *
      *    Persiste el plan recien generado ( PLA-TBL-FECH ) bajo la
      *    llave de operacion PLA-ENT-OPER: cabecera cuota 00 con
      *    los parametros y una fila por vencimiento. Regrabar la
           MOVE PLA-COD-FREC TO PLN-COD-FREC.
           MOVE PLA-COD-CONV TO PLN-COD-CONV.
           MOVE PLA-CNT-FECS TO PLN-CNT-CUOT.
           MOVE PLA-COD-AMOR TO PLN-COD-AMOR.
           MOVE PLA-COD-BASE TO PLN-COD-BASE.
           MOVE PLA-CIC-VCAM TO PLN-CIC-VCAM.
           MOVE ZEROES       TO PLN-NUM-TASA PLN-SGV-CAPI
                                PLN-SGV-INTE PLN-SGV-SALD.
           IF PLA-COD-AMOR > SPACES
               MOVE PLA-NUM-TASA TO PLN-NUM-TASA
               MOVE PLA-SGV-CAPI TO PLN-SGV-CAPI.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'PLN-KEY-IPLN' TO FIO-AKEY.
           PERFORM GNS-FIO-PLN.
           MOVE PLN-SUB-CUOT TO PLN-NUM-CUOT.
           MOVE PLA-FEC-CUOT( PLN-SUB-CUOT ) TO PLN-FEC-VCTO.
           MOVE ZEROES       TO PLN-FEC-INIC PLN-CNT-CUOT.
           MOVE ZEROES       TO PLN-NUM-TASA PLN-SGV-CAPI
                                PLN-SGV-INTE PLN-SGV-SALD.
           IF PLA-COD-AMOR > SPACES
               MOVE PLA-SGV-AMOR( PLN-SUB-CUOT ) TO PLN-SGV-CAPI
               MOVE PLA-SGV-INTE( PLN-SUB-CUOT ) TO PLN-SGV-INTE
               MOVE PLA-SGV-SALD( PLN-SUB-CUOT ) TO PLN-SGV-SALD.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'PLN-KEY-IPLN' TO FIO-AKEY.
           PERFORM GNS-FIO-PLN.
      *    PLN-REP-DESD/HAST si viene cargado ), regrabando la fila
      *    con la fecha nueva. Ningun plan entregado a un cliente
      *    vuelve a quedar callado sobre un dia ahora cerrado.
      *    En los planes con amortizacion se recalculan tambien los
      *    montos ( el interes sigue a las fechas nuevas ) y se
      *    regraba toda cuota cuyo capital, interes o saldo cambio,
      *    aunque su propia fecha no se haya corrido.
       GNS-BUS-PLN SECTION.
       INI-GNS-BUS-PLN.
           MOVE ZEROES TO SCR-IPLN PLN-CNT-CORR.
           MOVE PLN-COD-FREC TO PLA-COD-FREC.
           MOVE PLN-COD-CONV TO PLA-COD-CONV.
           MOVE PLN-CNT-CUOT TO PLA-NUM-CUOT.
           MOVE SPACES       TO PLA-COD-AMOR.
           IF PLN-COD-AMOR = 'F' OR PLN-COD-AMOR = 'A'
                                 OR PLN-COD-AMOR = 'B'
               MOVE PLN-COD-AMOR TO PLA-COD-AMOR
               MOVE PLN-SGV-CAPI TO PLA-SGV-CAPI
               MOVE PLN-NUM-TASA TO PLA-NUM-TASA
               MOVE PLN-COD-BASE TO PLA-COD-BASE
               MOVE PLN-CIC-VCAM TO PLA-CIC-VCAM.
           PERFORM GNS-FEC-PLA.
           IF NOT PLA-STAT-OKS
               GO TO HDR-GNS-BUS-PLN.
               GO TO CUO-GNS-BUS-PLN.
           MOVE PLN-FEC-VCTO TO PLN-WRK-VCTO.
           IF PLN-WRK-VCTO = PLA-FEC-CUOT( PLN-SUB-CUOT )
               IF PLA-COD-AMOR NOT > SPACES
                   GO TO CUO-GNS-BUS-PLN
               ELSE
               IF PLN-SGV-CAPI = PLA-SGV-AMOR( PLN-SUB-CUOT )
                  AND PLN-SGV-INTE = PLA-SGV-INTE( PLN-SUB-CUOT )
                  AND PLN-SGV-SALD = PLA-SGV-SALD( PLN-SUB-CUOT )
                   GO TO CUO-GNS-BUS-PLN
               ELSE
                   GO TO MOD-GNS-BUS-PLN.
      *    fuera del rango afectado no se toca ni informa
           IF PLN-REP-DESD > ZEROES OR PLN-REP-HAST > ZEROES
               IF ( PLN-WRK-VCTO < PLN-REP-DESD
                  AND ( PLA-FEC-CUOT( PLN-SUB-CUOT ) < PLN-REP-DESD
                    OR PLA-FEC-CUOT( PLN-SUB-CUOT ) > PLN-REP-HAST )
                   GO TO CUO-GNS-BUS-PLN.
       MOD-GNS-BUS-PLN.
           ADD 1 TO PLN-CNT-CORR.
           MOVE PLA-FEC-CUOT( PLN-SUB-CUOT ) TO PLN-FEC-VCTO.
           MOVE ZEROES TO PLN-LIN-PAGO.
           IF PLA-COD-AMOR > SPACES
               MOVE PLA-SGV-AMOR( PLN-SUB-CUOT ) TO PLN-SGV-CAPI
               MOVE PLA-SGV-INTE( PLN-SUB-CUOT ) TO PLN-SGV-INTE
               MOVE PLA-SGV-SALD( PLN-SUB-CUOT ) TO PLN-SGV-SALD
               MOVE PLA-SGV-PAGO( PLN-SUB-CUOT ) TO PLN-LIN-PAGO.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'PLN-KEY-IPLN' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
