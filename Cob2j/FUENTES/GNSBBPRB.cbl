      *Informe de firmas de aborto repetidas sin problema conocido:
      *recorre los incidentes INC de los PRB-DIA-HIST dias que
      *terminan en PRB-REP-FECH ( cero = hoy ) y, para los que no
      *estan ligados a un problema, junta los de igual programa y
      *mensaje. Las firmas vistas PRB-MIN-RECU veces o mas salen en
      *la cola SCR-QPRB como filas 'FIR', de la mas frecuente a la
      *menos ( a igual cantidad, la vista mas recientemente ), hasta
      *PRB-MAX-RANK, con la miga del ultimo incidente para armar la
      *firma del problema. Al final la fila 'TOT'; el informe se
      *archiva en RPO.
       GNS-BUS-PRB SECTION.
       INI-GNS-BUS-PRB.
           MOVE ZEROES TO SCR-IPRB PRB-NUM-FIRM PRB-CNT-SINP
                          PRB-CNT-LIGA PRB-CNT-EXCE.
           MOVE PRB-REP-FECH TO PRB-FEC-PROC.
           IF PRB-FEC-PROC = ZEROES
               PERFORM GET-FHOY
               MOVE HOY-FHOY TO PRB-FEC-PROC.
      *    inicio de la historia ( CAL-FEC RST-DIA )
           MOVE PRB-FEC-PROC TO PRB-FEC-DESD.
           MOVE SPACES       TO FEC-FECH.
           MOVE PRB-DES-DD   TO FEC-ITM1.
           MOVE PRB-DES-MM   TO FEC-ITM2.
           MOVE PRB-DES-SS   TO FEC-ITM3.
           MOVE PRB-DES-AA   TO FEC-ITM4.
           MOVE FEC-FORM-FEC TO FEC-FORM.
           MOVE SPACES       TO FEC-IEDT.
           MOVE PRB-DIA-HIST TO FEC-NDIA.
           MOVE FEC-RST-DIA  TO FEC-CMND.
           PERFORM CAL-FEC.
           MOVE FEC-ITM1 TO PRB-DES-DD.
           MOVE FEC-ITM2 TO PRB-DES-MM.
           MOVE FEC-ITM3 TO PRB-DES-SS.
           MOVE FEC-ITM4 TO PRB-DES-AA.
           MOVE SPACES       TO INC.
           MOVE PRB-FEC-DESD TO INC-FEC-FTRN.
           MOVE ZEROES       TO INC-HRA-HRTR INC-NUM-SECU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'INC-KEY-IINC' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-INC.
       LUP-GNS-BUS-PRB.
           IF NOT FIO-STAT-OKS
              OR INC-FEC-FTRN > PRB-FEC-PROC
               GO TO RNK-GNS-BUS-PRB.
           IF INC-NUM-PROB IS NUMERIC AND INC-NUM-PROB > ZERO
               ADD 1 TO PRB-CNT-LIGA
               GO TO SIG-GNS-BUS-PRB.
           ADD 1 TO PRB-CNT-SINP.
           PERFORM ACU-GNS-BUS-PRB THRU FIN-ACU-GNS-BUS-PRB.
       SIG-GNS-BUS-PRB.
           MOVE 'INC-KEY-IINC' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-INC.
           GO TO LUP-GNS-BUS-PRB.
      *
      *    firmas repetidas, de la mas frecuente a la menos
       RNK-GNS-BUS-PRB.
           MOVE ZERO TO PRB-NUM-RANK.
       LRK-GNS-BUS-PRB.
           IF PRB-NUM-RANK NOT < PRB-MAX-RANK
               GO TO TOT-GNS-BUS-PRB.
           PERFORM MAY-GNS-BUS-PRB THRU FIN-MAY-GNS-BUS-PRB.
           IF PRB-NUM-JFIR = ZERO
               GO TO TOT-GNS-BUS-PRB.
           IF PRB-FIR-CANT( PRB-NUM-JFIR ) < PRB-MIN-RECU
               GO TO TOT-GNS-BUS-PRB.
           ADD 1 TO PRB-NUM-RANK.
           MOVE 'S'          TO PRB-FIR-IUSO( PRB-NUM-JFIR ).
           MOVE SPACES       TO PRB-LINE.
           MOVE ZEROES       TO PRB-LIN-FDES PRB-LIN-FHAS
                                PRB-LIN-NSIN PRB-LIN-NLIG
                                PRB-LIN-NFIR PRB-LIN-NEXC.
           MOVE 'FIR'        TO PRB-LIN-TIPO.
           MOVE PRB-NUM-RANK TO PRB-LIN-RANK.
           MOVE PRB-FIR-PROG( PRB-NUM-JFIR ) TO PRB-LIN-PROG.
           MOVE PRB-FIR-MENS( PRB-NUM-JFIR ) TO PRB-LIN-MENS.
           MOVE PRB-FIR-MIGA( PRB-NUM-JFIR ) TO PRB-LIN-MIGA.
           MOVE PRB-FIR-CANT( PRB-NUM-JFIR ) TO PRB-LIN-CANT.
           MOVE PRB-FIR-FPRI( PRB-NUM-JFIR ) TO PRB-LIN-FPRI.
           MOVE PRB-FIR-FULT( PRB-NUM-JFIR ) TO PRB-LIN-FULT.
           PERFORM PUT-GNS-BUS-PRB THRU FIN-PUT-GNS-BUS-PRB.
           GO TO LRK-GNS-BUS-PRB.
      *
      *    totales y archivo del informe ( GNSBGRPO.cbl )
       TOT-GNS-BUS-PRB.
           MOVE SPACES       TO PRB-LINE.
           MOVE ZEROES       TO PRB-LIN-RANK PRB-LIN-CANT
                                PRB-LIN-FPRI PRB-LIN-FULT.
           MOVE 'TOT'        TO PRB-LIN-TIPO.
           MOVE PRB-FEC-DESD TO PRB-LIN-FDES.
           MOVE PRB-FEC-PROC TO PRB-LIN-FHAS.
           MOVE PRB-CNT-SINP TO PRB-LIN-NSIN.
           MOVE PRB-CNT-LIGA TO PRB-LIN-NLIG.
           MOVE PRB-NUM-FIRM TO PRB-LIN-NFIR.
           MOVE PRB-CNT-EXCE TO PRB-LIN-NEXC.
           PERFORM PUT-GNS-BUS-PRB THRU FIN-PUT-GNS-BUS-PRB.
           MOVE 'PRB'       TO RPO-ENT-CODI.
           MOVE SCR-QPRB    TO RPO-ENT-COLA.
           MOVE 'GNSBUSPRB' TO RPO-ENT-PROG.
           MOVE RPO-ARC     TO RPO-CMND.
           PERFORM GNS-PRO-RPO.
       FIN-GNS-BUS-PRB.
           EXIT.
      *
      *    Suma el incidente a su firma ( programa + mensaje ); la
      *    firma sin lugar en el vector solo se cuenta.
       ACU-GNS-BUS-PRB SECTION.
       INI-ACU-GNS-BUS-PRB.
           MOVE ZERO TO PRB-NUM-IFIR.
       LUP-ACU-GNS-BUS-PRB.
           ADD 1 TO PRB-NUM-IFIR.
           IF PRB-NUM-IFIR > PRB-NUM-FIRM
               GO TO NUE-ACU-GNS-BUS-PRB.
           IF PRB-FIR-PROG( PRB-NUM-IFIR ) NOT = INC-COD-PROG
              OR PRB-FIR-MENS( PRB-NUM-IFIR ) NOT = INC-GLS-MENS
               GO TO LUP-ACU-GNS-BUS-PRB.
           ADD 1 TO PRB-FIR-CANT( PRB-NUM-IFIR ).
           MOVE INC-GLS-MIGA TO PRB-FIR-MIGA( PRB-NUM-IFIR ).
           MOVE INC-FEC-FTRN TO PRB-FIR-FULT( PRB-NUM-IFIR ).
           GO TO FIN-ACU-GNS-BUS-PRB.
       NUE-ACU-GNS-BUS-PRB.
           IF PRB-NUM-FIRM NOT < PRB-MAX-FIRM
               ADD 1 TO PRB-CNT-EXCE
               GO TO FIN-ACU-GNS-BUS-PRB.
           ADD 1 TO PRB-NUM-FIRM.
           MOVE INC-COD-PROG TO PRB-FIR-PROG( PRB-NUM-FIRM ).
           MOVE INC-GLS-MENS TO PRB-FIR-MENS( PRB-NUM-FIRM ).
           MOVE INC-GLS-MIGA TO PRB-FIR-MIGA( PRB-NUM-FIRM ).
           MOVE 1            TO PRB-FIR-CANT( PRB-NUM-FIRM ).
           MOVE INC-FEC-FTRN TO PRB-FIR-FPRI( PRB-NUM-FIRM )
                                PRB-FIR-FULT( PRB-NUM-FIRM ).
           MOVE 'N'          TO PRB-FIR-IUSO( PRB-NUM-FIRM ).
       FIN-ACU-GNS-BUS-PRB.
           EXIT.
      *
      *    La firma aun no informada con mas incidentes ( y a igual
      *    cantidad, la vista mas recientemente ) queda en
      *    PRB-NUM-JFIR; cero si no queda ninguna.
       MAY-GNS-BUS-PRB SECTION.
       INI-MAY-GNS-BUS-PRB.
           MOVE ZERO TO PRB-NUM-IFIR PRB-NUM-JFIR.
       LUP-MAY-GNS-BUS-PRB.
           ADD 1 TO PRB-NUM-IFIR.
           IF PRB-NUM-IFIR > PRB-NUM-FIRM
               GO TO FIN-MAY-GNS-BUS-PRB.
           IF PRB-FIR-IUSO( PRB-NUM-IFIR ) = 'S'
               GO TO LUP-MAY-GNS-BUS-PRB.
           IF PRB-NUM-JFIR = ZERO
               MOVE PRB-NUM-IFIR TO PRB-NUM-JFIR
               GO TO LUP-MAY-GNS-BUS-PRB.
           IF PRB-FIR-CANT( PRB-NUM-IFIR )
              > PRB-FIR-CANT( PRB-NUM-JFIR )
               MOVE PRB-NUM-IFIR TO PRB-NUM-JFIR
               GO TO LUP-MAY-GNS-BUS-PRB.
           IF PRB-FIR-CANT( PRB-NUM-IFIR )
              = PRB-FIR-CANT( PRB-NUM-JFIR )
              AND PRB-FIR-FULT( PRB-NUM-IFIR )
                  > PRB-FIR-FULT( PRB-NUM-JFIR )
               MOVE PRB-NUM-IFIR TO PRB-NUM-JFIR.
           GO TO LUP-MAY-GNS-BUS-PRB.
       FIN-MAY-GNS-BUS-PRB.
           EXIT.
      *
      *    Una fila del informe a la cola SCR-QPRB.
       PUT-GNS-BUS-PRB SECTION.
       INI-PUT-GNS-BUS-PRB.
           ADD 1 TO SCR-IPRB.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QPRB TO QUE-NAM-SEND.
           MOVE SCR-IPRB TO QUE-NUM-SEND.
           MOVE LENGTH OF PRB-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE PRB-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-PRB.
           EXIT.
