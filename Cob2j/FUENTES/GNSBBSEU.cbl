      *Seudonimizacion de operadores retirados. Cumplidos
      *SEU-NUM-ANOS desde la fecha de retiro OPR-FEC-RETI ( la deja
      *la baja de GNS-BUS-OPF o de la consola de seguridad; un
      *retirado antiguo sin fecha recibe la de hoy y su plazo corre
      *desde ahora ), el codigo del operador se reemplaza por un
      *seudonimo estable en OPR y en toda bitacora que lo nombra:
      *AUD ( autor, y codigo y nombre en las imagenes de OPR ), NAV
      *( contadores y diario crudo de despachos NAV-NOM-COLA ),
      *INC ( operador y asignado ), PND ( maker y checker ), TRC,
      *DLQ ( usuario de la parte 01 de la commarea ), ISE, RCE
      *( operador y supervisor ), el diario de lecturas LEC, los
      *intentos sobre limite LMI ( operador y supervisor ), las
      *conversiones CVJ, las presentaciones PRS, la referencia NDX
      *( autor y supervisor ), la asistencia ASI ( operador y
      *supervisor ), las notas NTA, los centros CIC ( autor ) y los
      *nemonicos NEM ( los propios se borran, en los ajenos el
      *autor ); AUD, INC, DLQ, LEC y NTA tambien en el archivo
      *historico RET-DBI-ARCH.
      *El par codigo / seudonimo queda solo en el registro sellado
      *SEU. Se respetan las
      *retenciones legales TAB 'HLD': la de bitacora 'OPR' guarda
      *al operador entero ( ni se toca ); la de cualquier otra
      *bitacora guarda sus registros con el codigo real y la fila
      *SEU queda pendiente, de modo que la corrida siguiente los
      *vuelve a intentar cuando la orden se libere. En OPR la fila
      *viaja a la llave del seudonimo sin nombre ni clave, y se
      *borran sus destinaciones OSU y sus filas TAB 'HOR', 'HOX' y
      *'GRT'. La auditoria AUD queda suspendida durante la corrida.
      *El certificado sale en la cola SCR-QSEU ( solo seudonimos ) y
      *se archiva en RPO.
       GNS-BUS-SEU SECTION.
       INI-GNS-BUS-SEU.
           MOVE ZEROES TO SCR-ISEU SEU-NUM-OPER SEU-CNT-OPER
                          SEU-CNT-PEND SEU-CNT-HLDO SEU-CNT-FECH
                          SEU-CNT-EXCE SEU-CNT-ERRO.
           MOVE AUD-IND-ACTV TO SEU-SAV-AUDA.
           MOVE 'N'          TO AUD-IND-ACTV.
      *    las retenciones legales vigentes se cargan una vez
           PERFORM CRG-GNS-RET-HLD.
           PERFORM GET-FHOY.
           MOVE HOY-FHOY TO SEU-FEC-HOYD.
           COMPUTE SEU-FEC-CORT = SEU-FEC-HOYD
                                - SEU-NUM-ANOS * 10000.
      *    primero los pendientes de corridas anteriores, despues
      *    los vencidos de OPR
           PERFORM PEN-GNS-BUS-SEU THRU FIN-PEN-GNS-BUS-SEU.
           PERFORM CAN-GNS-BUS-SEU THRU FIN-CAN-GNS-BUS-SEU.
           IF SEU-NUM-OPER = ZERO
               GO TO TOT-GNS-BUS-SEU.
           MOVE 'N' TO SEU-IND-ARCH.
           PERFORM AUD-GNS-BUS-SEU THRU FIN-AUD-GNS-BUS-SEU.
           PERFORM INC-GNS-BUS-SEU THRU FIN-INC-GNS-BUS-SEU.
           PERFORM DLQ-GNS-BUS-SEU THRU FIN-DLQ-GNS-BUS-SEU.
           PERFORM NAV-GNS-BUS-SEU THRU FIN-NAV-GNS-BUS-SEU.
           PERFORM NVJ-GNS-BUS-SEU THRU FIN-NVJ-GNS-BUS-SEU.
           PERFORM PND-GNS-BUS-SEU THRU FIN-PND-GNS-BUS-SEU.
           PERFORM TRC-GNS-BUS-SEU THRU FIN-TRC-GNS-BUS-SEU.
           PERFORM ISE-GNS-BUS-SEU THRU FIN-ISE-GNS-BUS-SEU.
           PERFORM RCE-GNS-BUS-SEU THRU FIN-RCE-GNS-BUS-SEU.
           PERFORM LEC-GNS-BUS-SEU THRU FIN-LEC-GNS-BUS-SEU.
           PERFORM LMI-GNS-BUS-SEU THRU FIN-LMI-GNS-BUS-SEU.
           PERFORM CVJ-GNS-BUS-SEU THRU FIN-CVJ-GNS-BUS-SEU.
           PERFORM PRS-GNS-BUS-SEU THRU FIN-PRS-GNS-BUS-SEU.
           PERFORM NDX-GNS-BUS-SEU THRU FIN-NDX-GNS-BUS-SEU.
           PERFORM ASI-GNS-BUS-SEU THRU FIN-ASI-GNS-BUS-SEU.
           PERFORM NTA-GNS-BUS-SEU THRU FIN-NTA-GNS-BUS-SEU.
           PERFORM CIC-GNS-BUS-SEU THRU FIN-CIC-GNS-BUS-SEU.
           PERFORM NEM-GNS-BUS-SEU THRU FIN-NEM-GNS-BUS-SEU.
           MOVE 'S' TO SEU-IND-ARCH.
           PERFORM AUD-GNS-BUS-SEU THRU FIN-AUD-GNS-BUS-SEU.
           PERFORM INC-GNS-BUS-SEU THRU FIN-INC-GNS-BUS-SEU.
           PERFORM DLQ-GNS-BUS-SEU THRU FIN-DLQ-GNS-BUS-SEU.
           PERFORM LEC-GNS-BUS-SEU THRU FIN-LEC-GNS-BUS-SEU.
           PERFORM NTA-GNS-BUS-SEU THRU FIN-NTA-GNS-BUS-SEU.
           MOVE 'N' TO SEU-IND-ARCH.
      *    re-llave de OPR y cierre de cada operador de la tabla
           MOVE ZERO TO SEU-NUM-IOPE.
       OPE-GNS-BUS-SEU.
           ADD 1 TO SEU-NUM-IOPE.
           IF SEU-NUM-IOPE > SEU-NUM-OPER
               GO TO TOT-GNS-BUS-SEU.
           PERFORM RLL-GNS-BUS-SEU THRU FIN-RLL-GNS-BUS-SEU.
           GO TO OPE-GNS-BUS-SEU.
      *    totales de la corrida
       TOT-GNS-BUS-SEU.
           MOVE SPACES       TO SEU-LINE.
           MOVE ZEROES       TO SEU-LIN-FRET SEU-LIN-FSEU
                                SEU-LIN-NAUD SEU-LIN-NNAV
                                SEU-LIN-NINC SEU-LIN-NPND
                                SEU-LIN-NTRC SEU-LIN-NDLQ
                                SEU-LIN-NISE SEU-LIN-NRCE
                                SEU-LIN-NLEC SEU-LIN-NOTR
                                SEU-LIN-NHLD.
           MOVE 'TOT'        TO SEU-LIN-TIPO.
           MOVE SEU-FEC-CORT TO SEU-LIN-FRET.
           MOVE SEU-FEC-HOYD TO SEU-LIN-FSEU.
           MOVE SEU-CNT-OPER TO SEU-LIN-NOPR.
           MOVE SEU-CNT-PEND TO SEU-LIN-NPEN.
           MOVE SEU-CNT-HLDO TO SEU-LIN-NHLO.
           MOVE SEU-CNT-FECH TO SEU-LIN-NFEC.
           MOVE SEU-CNT-EXCE TO SEU-LIN-NEXC.
           MOVE SEU-CNT-ERRO TO SEU-LIN-NERR.
           PERFORM PUT-GNS-BUS-SEU THRU FIN-PUT-GNS-BUS-SEU.
      *    archivo del certificado ( GNSBGRPO.cbl )
           MOVE 'SEU'       TO RPO-ENT-CODI.
           MOVE SCR-QSEU    TO RPO-ENT-COLA.
           MOVE 'GNSBUSSEU' TO RPO-ENT-PROG.
           MOVE RPO-ARC     TO RPO-CMND.
           PERFORM GNS-PRO-RPO.
       FIN-GNS-BUS-SEU.
           MOVE SEU-SAV-AUDA TO AUD-IND-ACTV.
           EXIT.
      *
      *    Filas SEU pendientes: su operador ya no esta en OPR, pero
      *    una retencion dejo registros con el codigo real.
       PEN-GNS-BUS-SEU SECTION.
       INI-PEN-GNS-BUS-SEU.
           MOVE SPACES         TO SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'SEU-KEY-ISEU' TO FIO-AKEY.
           MOVE FIO-FND-FST    TO FIO-CMND.
           PERFORM GNS-FIO-SEU.
       LUP-PEN-GNS-BUS-SEU.
           IF NOT FIO-STAT-OKS
               GO TO FIN-PEN-GNS-BUS-SEU.
           IF SEU-PENDIENTE
               IF SEU-NUM-OPER < SEU-MAX-OPER
                   ADD 1 TO SEU-NUM-OPER SEU-CNT-PEND
                   MOVE SEU-COD-IOPR TO SEU-OPE-CODI( SEU-NUM-OPER )
                   MOVE SEU-COD-SEUD TO SEU-OPE-SEUD( SEU-NUM-OPER )
                   MOVE SEU-FEC-RETI TO SEU-OPE-FRET( SEU-NUM-OPER )
                   MOVE 'P'          TO SEU-OPE-ORIG( SEU-NUM-OPER )
                   PERFORM CER-GNS-BUS-SEU THRU FIN-CER-GNS-BUS-SEU
               ELSE
                   ADD 1 TO SEU-CNT-EXCE.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'SEU-KEY-ISEU' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-SEU.
           GO TO LUP-PEN-GNS-BUS-SEU.
       FIN-PEN-GNS-BUS-SEU.
           EXIT.
      *
      *    Retirados de OPR con el plazo cumplido.
       CAN-GNS-BUS-SEU SECTION.
       INI-CAN-GNS-BUS-SEU.
           MOVE SPACES         TO OPR.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'OPR-KEY-IOPR' TO FIO-AKEY.
           MOVE FIO-FND-FST    TO FIO-CMND.
           PERFORM GNS-FIO-OPR.
       LUP-CAN-GNS-BUS-SEU.
           IF NOT FIO-STAT-OKS
               GO TO FIN-CAN-GNS-BUS-SEU.
           MOVE OPR-COD-IOPR TO SEU-SAV-IOPR.
           IF OPR-IND-VIGE NOT = 'N' OR OPR-SEUDONIMIZADO
               GO TO SIG-CAN-GNS-BUS-SEU.
      *    retiro anterior a la fecha de baja: el plazo parte hoy
           IF OPR-FEC-RETI IS NOT NUMERIC OR OPR-FEC-RETI = ZEROES
               MOVE SEU-FEC-HOYD   TO OPR-FEC-RETI
               MOVE 'GNS'          TO FIO-SIST
               MOVE 'OPR-KEY-IOPR' TO FIO-AKEY
               MOVE FIO-MOD        TO FIO-CMND
               PERFORM GNS-FIO-OPR
               ADD 1 TO SEU-CNT-FECH
               GO TO SIG-CAN-GNS-BUS-SEU.
           IF OPR-FEC-RETI > SEU-FEC-CORT
               GO TO SIG-CAN-GNS-BUS-SEU.
      *    retencion legal sobre el operador completo
           MOVE 'OPR'        TO RET-ENT-TLOG.
           MOVE OPR-FEC-RETI TO RET-WRK-FECH.
           MOVE SPACES       TO RET-WRK-CLAV.
           MOVE OPR-COD-IOPR TO RET-WRK-CLAV.
           PERFORM CHK-GNS-RET-HLD.
           IF HLD-IND-HELD = 'S'
               ADD 1 TO SEU-CNT-HLDO
               GO TO SIG-CAN-GNS-BUS-SEU.
           IF SEU-NUM-OPER NOT < SEU-MAX-OPER
               ADD 1 TO SEU-CNT-EXCE
               GO TO SIG-CAN-GNS-BUS-SEU.
           ADD 1 TO SEU-NUM-OPER.
           MOVE OPR-COD-IOPR TO SEU-OPE-CODI( SEU-NUM-OPER ).
           MOVE OPR-FEC-RETI TO SEU-OPE-FRET( SEU-NUM-OPER ).
           MOVE 'O'          TO SEU-OPE-ORIG( SEU-NUM-OPER ).
           PERFORM CER-GNS-BUS-SEU THRU FIN-CER-GNS-BUS-SEU.
           PERFORM ASG-GNS-BUS-SEU THRU FIN-ASG-GNS-BUS-SEU.
       SIG-CAN-GNS-BUS-SEU.
      *    reposicion por llave ( la asignacion leyo otros registros )
           MOVE SPACES         TO OPR.
           MOVE SEU-SAV-IOPR   TO OPR-COD-IOPR.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'OPR-KEY-IOPR' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-OPR.
           GO TO LUP-CAN-GNS-BUS-SEU.
       FIN-CAN-GNS-BUS-SEU.
           EXIT.
      *
      *    Contadores en cero del operador recien agregado.
       CER-GNS-BUS-SEU SECTION.
       INI-CER-GNS-BUS-SEU.
           MOVE ZEROES TO SEU-OPE-CAUD( SEU-NUM-OPER )
                          SEU-OPE-CNAV( SEU-NUM-OPER )
                          SEU-OPE-CINC( SEU-NUM-OPER )
                          SEU-OPE-CPND( SEU-NUM-OPER )
                          SEU-OPE-CTRC( SEU-NUM-OPER )
                          SEU-OPE-CDLQ( SEU-NUM-OPER )
                          SEU-OPE-CISE( SEU-NUM-OPER )
                          SEU-OPE-CRCE( SEU-NUM-OPER )
                          SEU-OPE-CLEC( SEU-NUM-OPER )
                          SEU-OPE-COTR( SEU-NUM-OPER )
                          SEU-OPE-CHLD( SEU-NUM-OPER ).
       FIN-CER-GNS-BUS-SEU.
           EXIT.
      *
      *    Seudonimo del operador recien agregado: el de su fila SEU
      *    si una corrida anterior ya se lo dio ( el seudonimo no
      *    cambia nunca ), o uno nuevo desde el correlativo de TAB
      *    'SEU', con su fila SEU sellada.
       ASG-GNS-BUS-SEU SECTION.
       INI-ASG-GNS-BUS-SEU.
           MOVE SPACES         TO SEU.
           MOVE OPR-COD-IOPR   TO SEU-COD-IOPR.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'SEU-KEY-ISEU' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-SEU.
           IF FIO-STAT-OKS
               MOVE SEU-COD-SEUD TO SEU-OPE-SEUD( SEU-NUM-OPER )
               GO TO FIN-ASG-GNS-BUS-SEU.
           MOVE SPACES         TO TAB.
           MOVE 'SEU'          TO TAB-COD-TTAB IN TAB.
           MOVE 'CORRELATIVO'  TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS
              AND TAB-GLS-DESC IN TAB ( 1:8 ) IS NUMERIC
               MOVE TAB-GLS-DESC IN TAB ( 1:8 ) TO SEU-WRK-CORR
               MOVE FIO-MOD TO FIO-CMND
           ELSE
               MOVE SPACES        TO TAB
               MOVE 'SEU'         TO TAB-COD-TTAB IN TAB
               MOVE 'CORRELATIVO' TO TAB-COD-CTAB IN TAB
               MOVE ZEROES        TO SEU-WRK-CORR-RED
               MOVE FIO-PUT       TO FIO-CMND.
           ADD 1 TO SEU-WRK-CORR-RED.
           MOVE SPACES       TO TAB-GLS-DESC IN TAB.
           MOVE SEU-WRK-CORR TO TAB-GLS-DESC IN TAB ( 1:8 ).
           MOVE 'S'          TO TAB-IND-VIGE IN TAB.
           MOVE 'GNSBUSSEU'  TO TAB-COD-ATRN IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           PERFORM GNS-FIO-TAB.
           MOVE SEU-WRK-CORR-RED TO SEU-SEU-CORR.
           MOVE SEU-WRK-SEUD     TO SEU-OPE-SEUD( SEU-NUM-OPER ).
           MOVE SPACES       TO SEU.
           MOVE OPR-COD-IOPR TO SEU-COD-IOPR.
           MOVE SEU-WRK-SEUD TO SEU-COD-SEUD.
           MOVE OPR-FEC-RETI TO SEU-FEC-RETI.
           MOVE SEU-FEC-HOYD TO SEU-FEC-SEUD.
           MOVE ZEROES       TO SEU-FEC-ULTI.
           MOVE 'S'          TO SEU-IND-PEND.
           PERFORM SEL-GNS-CON-SEU.
           MOVE OPR-HSH-RSLT TO SEU-NUM-SELL.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'SEU-KEY-ISEU' TO FIO-AKEY.
           MOVE FIO-PUT        TO FIO-CMND.
           PERFORM GNS-FIO-SEU.
       FIN-ASG-GNS-BUS-SEU.
           EXIT.
      *
      *    Campo en examen ( SEU-WRK-CODI ) del registro en curso de
      *    la bitacora RET-ENT-TLOG: si es de un operador de la
      *    tabla, sale con su seudonimo; si el registro esta retenido
      *    ( HLD-IND-HELD ) queda como esta y se cuenta.
       REE-GNS-BUS-SEU SECTION.
       INI-REE-GNS-BUS-SEU.
           MOVE ZERO TO SEU-NUM-IOPE.
           IF SEU-WRK-CODI NOT > SPACES
               GO TO FIN-REE-GNS-BUS-SEU.
       LUP-REE-GNS-BUS-SEU.
           ADD 1 TO SEU-NUM-IOPE.
           IF SEU-NUM-IOPE > SEU-NUM-OPER
               MOVE ZERO TO SEU-NUM-IOPE
               GO TO FIN-REE-GNS-BUS-SEU.
           IF SEU-OPE-CODI( SEU-NUM-IOPE ) NOT = SEU-WRK-CODI
               GO TO LUP-REE-GNS-BUS-SEU.
           IF HLD-IND-HELD = 'S'
               ADD 1 TO SEU-OPE-CHLD( SEU-NUM-IOPE )
               GO TO FIN-REE-GNS-BUS-SEU.
           MOVE SEU-OPE-SEUD( SEU-NUM-IOPE ) TO SEU-WRK-CODI.
           ADD 1 TO SEU-NUM-REEM.
           IF RET-ENT-TLOG = 'AUD'
               ADD 1 TO SEU-OPE-CAUD( SEU-NUM-IOPE )
           ELSE
           IF RET-ENT-TLOG = 'NAV'
               ADD 1 TO SEU-OPE-CNAV( SEU-NUM-IOPE )
           ELSE
           IF RET-ENT-TLOG = 'INC'
               ADD 1 TO SEU-OPE-CINC( SEU-NUM-IOPE )
           ELSE
           IF RET-ENT-TLOG = 'PND'
               ADD 1 TO SEU-OPE-CPND( SEU-NUM-IOPE )
           ELSE
           IF RET-ENT-TLOG = 'TRC'
               ADD 1 TO SEU-OPE-CTRC( SEU-NUM-IOPE )
           ELSE
           IF RET-ENT-TLOG = 'DLQ'
               ADD 1 TO SEU-OPE-CDLQ( SEU-NUM-IOPE )
           ELSE
           IF RET-ENT-TLOG = 'ISE'
               ADD 1 TO SEU-OPE-CISE( SEU-NUM-IOPE )
           ELSE
           IF RET-ENT-TLOG = 'LEC'
               ADD 1 TO SEU-OPE-CLEC( SEU-NUM-IOPE )
           ELSE
           IF RET-ENT-TLOG = 'RCE'
               ADD 1 TO SEU-OPE-CRCE( SEU-NUM-IOPE )
           ELSE
               ADD 1 TO SEU-OPE-COTR( SEU-NUM-IOPE ).
       FIN-REE-GNS-BUS-SEU.
           EXIT.
      *
      *    Bitacora de auditoria AUD ( en linea o archivo historico ).
       AUD-GNS-BUS-SEU SECTION.
       INI-AUD-GNS-BUS-SEU.
           MOVE SPACES TO AUD.
       LUP-AUD-GNS-BUS-SEU.
           IF SEU-IND-ARCH = 'S'
               MOVE RET-DBI-ARCH TO FIO-DBID-ALT.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'AUD-KEY-IAUD' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-AUD.
           IF NOT FIO-STAT-OKS
               GO TO FIN-AUD-GNS-BUS-SEU.
           MOVE 'AUD'        TO RET-ENT-TLOG.
           MOVE AUD-FEC-FTRN TO RET-WRK-FECH.
           MOVE AUD-KEY-IAUD TO RET-WRK-CLAV.
           PERFORM CHK-GNS-RET-HLD.
           MOVE ZERO TO SEU-NUM-REEM.
           MOVE AUD-COD-ATRN TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           MOVE SEU-WRK-CODI TO AUD-COD-ATRN.
      *    imagenes de OPR: codigo y autor; el nombre se borra
           IF AUD-COD-TABL = 'OPR'
               MOVE AUD-GLS-IMGA( 2:12 ) TO SEU-WRK-CODI
               PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU
               MOVE SEU-WRK-CODI TO AUD-GLS-IMGA( 2:12 )
               IF SEU-NUM-IOPE > ZERO AND HLD-IND-HELD NOT = 'S'
                   MOVE SPACES TO AUD-GLS-IMGA( 46:30 )
               END-IF
               MOVE AUD-GLS-IMGA( 34:12 ) TO SEU-WRK-CODI
               PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU
               MOVE SEU-WRK-CODI TO AUD-GLS-IMGA( 34:12 )
               MOVE AUD-GLS-IMGN( 2:12 ) TO SEU-WRK-CODI
               PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU
               MOVE SEU-WRK-CODI TO AUD-GLS-IMGN( 2:12 )
               IF SEU-NUM-IOPE > ZERO AND HLD-IND-HELD NOT = 'S'
                   MOVE SPACES TO AUD-GLS-IMGN( 46:30 )
               END-IF
               MOVE AUD-GLS-IMGN( 34:12 ) TO SEU-WRK-CODI
               PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU
               MOVE SEU-WRK-CODI TO AUD-GLS-IMGN( 34:12 ).
           IF SEU-NUM-REEM = ZERO
               GO TO LUP-AUD-GNS-BUS-SEU.
           IF SEU-IND-ARCH = 'S'
               MOVE RET-DBI-ARCH TO FIO-DBID-ALT.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'AUD-KEY-IAUD' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-AUD.
           GO TO LUP-AUD-GNS-BUS-SEU.
       FIN-AUD-GNS-BUS-SEU.
           EXIT.
      *
      *    Incidentes INC ( en linea o archivo historico ).
       INC-GNS-BUS-SEU SECTION.
       INI-INC-GNS-BUS-SEU.
           MOVE SPACES TO INC.
       LUP-INC-GNS-BUS-SEU.
           IF SEU-IND-ARCH = 'S'
               MOVE RET-DBI-ARCH TO FIO-DBID-ALT.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'INC-KEY-IINC' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-INC.
           IF NOT FIO-STAT-OKS
               GO TO FIN-INC-GNS-BUS-SEU.
           MOVE 'INC'        TO RET-ENT-TLOG.
           MOVE INC-FEC-FTRN TO RET-WRK-FECH.
           MOVE SPACES       TO RET-WRK-CLAV.
           MOVE INC-KEY-IINC TO RET-WRK-CLAV( 1:18 ).
           PERFORM CHK-GNS-RET-HLD.
           MOVE ZERO TO SEU-NUM-REEM.
           MOVE INC-COD-OPER TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           MOVE SEU-WRK-CODI TO INC-COD-OPER.
           MOVE INC-COD-ASIG TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           MOVE SEU-WRK-CODI TO INC-COD-ASIG.
           IF SEU-NUM-REEM = ZERO
               GO TO LUP-INC-GNS-BUS-SEU.
           IF SEU-IND-ARCH = 'S'
               MOVE RET-DBI-ARCH TO FIO-DBID-ALT.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'INC-KEY-IINC' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-INC.
           GO TO LUP-INC-GNS-BUS-SEU.
       FIN-INC-GNS-BUS-SEU.
           EXIT.
      *
      *    Cartas muertas DLQ ( en linea o archivo historico ): el
      *    usuario viaja en la parte 01 de la commarea.
       DLQ-GNS-BUS-SEU SECTION.
       INI-DLQ-GNS-BUS-SEU.
           MOVE SPACES TO DLQ.
       LUP-DLQ-GNS-BUS-SEU.
           IF SEU-IND-ARCH = 'S'
               MOVE RET-DBI-ARCH TO FIO-DBID-ALT.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'DLQ-KEY-IDLQ' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-DLQ.
           IF NOT FIO-STAT-OKS
               GO TO FIN-DLQ-GNS-BUS-SEU.
           IF DLQ-NUM-PART NOT = 01
               GO TO LUP-DLQ-GNS-BUS-SEU.
           MOVE 'DLQ'        TO RET-ENT-TLOG.
           MOVE DLQ-FEC-FTRN TO RET-WRK-FECH.
           MOVE SPACES       TO RET-WRK-CLAV.
           MOVE DLQ-KEY-IDLQ TO RET-WRK-CLAV( 1:20 ).
           PERFORM CHK-GNS-RET-HLD.
           MOVE ZERO TO SEU-NUM-REEM.
           MOVE DLQ-GLS-CMMA( 201:12 ) TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           MOVE SEU-WRK-CODI TO DLQ-GLS-CMMA( 201:12 ).
           IF SEU-NUM-REEM = ZERO
               GO TO LUP-DLQ-GNS-BUS-SEU.
           IF SEU-IND-ARCH = 'S'
               MOVE RET-DBI-ARCH TO FIO-DBID-ALT.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'DLQ-KEY-IDLQ' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-DLQ.
           GO TO LUP-DLQ-GNS-BUS-SEU.
       FIN-DLQ-GNS-BUS-SEU.
           EXIT.
      *
      *    Contadores de navegacion NAV ( ultimo operador ).
       NAV-GNS-BUS-SEU SECTION.
       INI-NAV-GNS-BUS-SEU.
           MOVE SPACES TO NAV.
       LUP-NAV-GNS-BUS-SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NAV-KEY-INAV' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-NAV.
           IF NOT FIO-STAT-OKS
               GO TO FIN-NAV-GNS-BUS-SEU.
           MOVE 'NAV'        TO RET-ENT-TLOG.
           MOVE NAV-FEC-UUSO TO RET-WRK-FECH.
           MOVE SPACES       TO RET-WRK-CLAV.
           MOVE NAV-KEY-INAV TO RET-WRK-CLAV.
           PERFORM CHK-GNS-RET-HLD.
           MOVE ZERO TO SEU-NUM-REEM.
           MOVE NAV-COD-UOPR TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           MOVE SEU-WRK-CODI TO NAV-COD-UOPR.
           IF SEU-NUM-REEM = ZERO
               GO TO LUP-NAV-GNS-BUS-SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NAV-KEY-INAV' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-NAV.
           GO TO LUP-NAV-GNS-BUS-SEU.
       FIN-NAV-GNS-BUS-SEU.
           EXIT.
      *
      *    Diario crudo de despachos ( cola NAV-NOM-COLA ): el item
      *    del operador se reescribe en su lugar con el seudonimo.
      *    La retencion se mira con la llave del contador NAV del
      *    item ( comando, opcion y periodo ).
       NVJ-GNS-BUS-SEU SECTION.
       INI-NVJ-GNS-BUS-SEU.
           MOVE ZERO TO SEU-NUM-ITEM.
       LUP-NVJ-GNS-BUS-SEU.
           ADD 1 TO SEU-NUM-ITEM.
           IF SEU-NUM-ITEM > 9999
               GO TO FIN-NVJ-GNS-BUS-SEU.
           MOVE 'GET'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE NAV-NOM-COLA TO QUE-NAM-SEND.
           MOVE SEU-NUM-ITEM TO QUE-NUM-SEND.
           MOVE LENGTH OF NAV-JRN-ITEM TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE SPACES       TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           IF QUE-STAT NOT = QUE-STAT-OKS
               GO TO FIN-NVJ-GNS-BUS-SEU.
           MOVE QUE-DAT-RECV( 1:44 ) TO NAV-JRN-ITEM.
           IF NAV-JRN-STMP NOT NUMERIC
               GO TO LUP-NVJ-GNS-BUS-SEU.
           MOVE SPACES       TO NAV.
           MOVE NAV-JRN-COMD TO NAV-COD-COMD IN NAV.
           MOVE NAV-JRN-OPCI TO NAV-COD-OPCI IN NAV.
           MOVE NAV-JRN-STMP( 3:4 ) TO NAV-NUM-PERI.
           MOVE 'NAV'        TO RET-ENT-TLOG.
           MOVE NAV-JRN-STMP( 1:8 ) TO RET-WRK-FECH.
           MOVE SPACES       TO RET-WRK-CLAV.
           MOVE NAV-KEY-INAV TO RET-WRK-CLAV.
           PERFORM CHK-GNS-RET-HLD.
           MOVE ZERO TO SEU-NUM-REEM.
           MOVE NAV-JRN-OPER TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           MOVE SEU-WRK-CODI TO NAV-JRN-OPER.
           IF SEU-NUM-REEM = ZERO
               GO TO LUP-NVJ-GNS-BUS-SEU.
           MOVE 'MOD'        TO QUE-COM-SEND.
           MOVE SPACES       TO QUE-NAM-SEND.
           MOVE NAV-NOM-COLA TO QUE-NAM-SEND.
           MOVE SEU-NUM-ITEM TO QUE-NUM-SEND.
           MOVE LENGTH OF NAV-JRN-ITEM TO QUE-LAR-SEND.
           MOVE SPACES       TO QUE-TRX-SEND.
           MOVE NAV-JRN-ITEM TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           GO TO LUP-NVJ-GNS-BUS-SEU.
       FIN-NVJ-GNS-BUS-SEU.
           EXIT.
      *
      *    Doble control PND ( maker y checker ).
       PND-GNS-BUS-SEU SECTION.
       INI-PND-GNS-BUS-SEU.
           MOVE SPACES TO PND.
       LUP-PND-GNS-BUS-SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'PND-KEY-IPND' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-PND.
           IF NOT FIO-STAT-OKS
               GO TO FIN-PND-GNS-BUS-SEU.
           MOVE 'PND'        TO RET-ENT-TLOG.
           MOVE PND-FEC-FTRN TO RET-WRK-FECH.
           MOVE PND-KEY-IPND TO RET-WRK-CLAV.
           PERFORM CHK-GNS-RET-HLD.
           MOVE ZERO TO SEU-NUM-REEM.
           MOVE PND-COD-MAKR TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           MOVE SEU-WRK-CODI TO PND-COD-MAKR.
           MOVE PND-COD-CHKR TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           MOVE SEU-WRK-CODI TO PND-COD-CHKR.
           IF SEU-NUM-REEM = ZERO
               GO TO LUP-PND-GNS-BUS-SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'PND-KEY-IPND' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-PND.
           GO TO LUP-PND-GNS-BUS-SEU.
       FIN-PND-GNS-BUS-SEU.
           EXIT.
      *
      *    Capturas de commarea TRC: el usuario viaja en la parte 01.
       TRC-GNS-BUS-SEU SECTION.
       INI-TRC-GNS-BUS-SEU.
           MOVE SPACES TO TRC.
       LUP-TRC-GNS-BUS-SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TRC-KEY-ITRC' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-TRC.
           IF NOT FIO-STAT-OKS
               GO TO FIN-TRC-GNS-BUS-SEU.
           IF TRC-NUM-PART NOT = 01
               GO TO LUP-TRC-GNS-BUS-SEU.
           MOVE 'TRC'        TO RET-ENT-TLOG.
           MOVE TRC-FEC-FTRN TO RET-WRK-FECH.
           MOVE SPACES       TO RET-WRK-CLAV.
           MOVE TRC-KEY-ITRC TO RET-WRK-CLAV.
           PERFORM CHK-GNS-RET-HLD.
           MOVE ZERO TO SEU-NUM-REEM.
           MOVE TRC-GLS-CMMA( 201:12 ) TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           MOVE SEU-WRK-CODI TO TRC-GLS-CMMA( 201:12 ).
           IF SEU-NUM-REEM = ZERO
               GO TO LUP-TRC-GNS-BUS-SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TRC-KEY-ITRC' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-TRC.
           GO TO LUP-TRC-GNS-BUS-SEU.
       FIN-TRC-GNS-BUS-SEU.
           EXIT.
      *
      *    Bitacora de aperturas de sesion ISE.
       ISE-GNS-BUS-SEU SECTION.
       INI-ISE-GNS-BUS-SEU.
           MOVE SPACES TO ISE.
       LUP-ISE-GNS-BUS-SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'ISE-KEY-IISE' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-ISE.
           IF NOT FIO-STAT-OKS
               GO TO FIN-ISE-GNS-BUS-SEU.
           MOVE 'ISE'        TO RET-ENT-TLOG.
           MOVE ISE-FEC-FTRN TO RET-WRK-FECH.
           MOVE SPACES       TO RET-WRK-CLAV.
           MOVE ISE-KEY-IISE TO RET-WRK-CLAV.
           PERFORM CHK-GNS-RET-HLD.
           MOVE ZERO TO SEU-NUM-REEM.
           MOVE ISE-COD-OPER TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           MOVE SEU-WRK-CODI TO ISE-COD-OPER.
           IF SEU-NUM-REEM = ZERO
               GO TO LUP-ISE-GNS-BUS-SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'ISE-KEY-IISE' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-ISE.
           GO TO LUP-ISE-GNS-BUS-SEU.
       FIN-ISE-GNS-BUS-SEU.
           EXIT.
      *
      *    Lineas de recertificacion RCE: el supervisor se reemplaza
      *    en su lugar; el operador es parte de la llave, asi que la
      *    linea viaja a la llave nueva ( alta y baja en una misma
      *    unidad FIO-BEG-TRN / FIO-END-TRN ).
       RCE-GNS-BUS-SEU SECTION.
       INI-RCE-GNS-BUS-SEU.
           MOVE SPACES TO RCE.
       LUP-RCE-GNS-BUS-SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'RCE-KEY-IRCE' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-RCE.
           IF NOT FIO-STAT-OKS
               GO TO FIN-RCE-GNS-BUS-SEU.
           MOVE RCE-KEY-IRCE TO SEU-SAV-CRCE.
           MOVE 'RCE'        TO RET-ENT-TLOG.
           MOVE RCE-FEC-DECI TO RET-WRK-FECH.
           MOVE RCE-KEY-IRCE TO RET-WRK-CLAV.
           PERFORM CHK-GNS-RET-HLD.
           MOVE ZERO TO SEU-NUM-REEM.
           MOVE RCE-COD-SUPE TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           MOVE SEU-WRK-CODI TO RCE-COD-SUPE.
           MOVE RCE-COD-IOPR TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           MOVE SEU-WRK-CODI TO RCE-COD-IOPR.
           IF SEU-NUM-REEM = ZERO
               GO TO LUP-RCE-GNS-BUS-SEU.
           IF RCE-KEY-IRCE = SEU-SAV-CRCE
               MOVE 'GNS'          TO FIO-SIST
               MOVE 'RCE-KEY-IRCE' TO FIO-AKEY
               MOVE FIO-MOD        TO FIO-CMND
               PERFORM GNS-FIO-RCE
               GO TO LUP-RCE-GNS-BUS-SEU.
           MOVE FIO-BEG-TRN TO FIO-CMND.
           PERFORM GNS-FIO-DTC.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'RCE-KEY-IRCE' TO FIO-AKEY.
           MOVE FIO-PUT        TO FIO-CMND.
           PERFORM GNS-FIO-RCE.
           IF NOT FIO-STAT-OKS
              AND NOT FIO-STAT-CDK
              AND NOT FIO-STAT-DMK
               MOVE FIO-ABT-TRN TO FIO-CMND
               PERFORM GNS-FIO-DTC
               ADD 1 TO SEU-CNT-ERRO
               GO TO RPS-RCE-GNS-BUS-SEU.
           MOVE SEU-SAV-CRCE   TO RCE-KEY-IRCE.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'RCE-KEY-IRCE' TO FIO-AKEY.
           MOVE FIO-DEL        TO FIO-CMND.
           PERFORM GNS-FIO-RCE.
           MOVE FIO-END-TRN TO FIO-CMND.
           PERFORM GNS-FIO-DTC.
      *    reposicion tras la llave vieja ( la nueva queda atras )
       RPS-RCE-GNS-BUS-SEU.
           MOVE SPACES       TO RCE.
           MOVE SEU-SAV-CRCE TO RCE-KEY-IRCE.
           GO TO LUP-RCE-GNS-BUS-SEU.
       FIN-RCE-GNS-BUS-SEU.
           EXIT.
      *
      *    Diario de lecturas LEC ( en linea o archivo historico ):
      *    el operador va en la llave alternativa, la primaria no
      *    lo lleva y basta un MOD.
       LEC-GNS-BUS-SEU SECTION.
       INI-LEC-GNS-BUS-SEU.
           MOVE SPACES TO LEC.
       LUP-LEC-GNS-BUS-SEU.
           IF SEU-IND-ARCH = 'S'
               MOVE RET-DBI-ARCH TO FIO-DBID-ALT.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'LEC-KEY-ILEC' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-LEC.
           IF NOT FIO-STAT-OKS
               GO TO FIN-LEC-GNS-BUS-SEU.
           MOVE 'LEC'        TO RET-ENT-TLOG.
           MOVE LEC-STP-LECT( 1:8 ) TO RET-WRK-FECH.
           MOVE SPACES       TO RET-WRK-CLAV.
           MOVE LEC-KEY-ILEC( 1:21 ) TO RET-WRK-CLAV.
           PERFORM CHK-GNS-RET-HLD.
           MOVE ZERO TO SEU-NUM-REEM.
           MOVE LEC-COD-OPER TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           MOVE SEU-WRK-CODI TO LEC-COD-OPER.
           IF SEU-NUM-REEM = ZERO
               GO TO LUP-LEC-GNS-BUS-SEU.
           IF SEU-IND-ARCH = 'S'
               MOVE RET-DBI-ARCH TO FIO-DBID-ALT.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'LEC-KEY-ILEC' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-LEC.
           GO TO LUP-LEC-GNS-BUS-SEU.
       FIN-LEC-GNS-BUS-SEU.
           EXIT.
      *
      *    Bitacora de conversiones de moneda CVJ.
       CVJ-GNS-BUS-SEU SECTION.
       INI-CVJ-GNS-BUS-SEU.
           MOVE SPACES TO CVJ.
       LUP-CVJ-GNS-BUS-SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'CVJ-KEY-ICVJ' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-CVJ.
           IF NOT FIO-STAT-OKS
               GO TO FIN-CVJ-GNS-BUS-SEU.
           MOVE 'CVJ'        TO RET-ENT-TLOG.
           MOVE CVJ-FEC-CONV TO RET-WRK-FECH.
           MOVE SPACES       TO RET-WRK-CLAV.
           MOVE CVJ-KEY-ICVJ( 1:21 ) TO RET-WRK-CLAV.
           PERFORM CHK-GNS-RET-HLD.
           MOVE ZERO TO SEU-NUM-REEM.
           MOVE CVJ-COD-OPER TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           MOVE SEU-WRK-CODI TO CVJ-COD-OPER.
           IF SEU-NUM-REEM = ZERO
               GO TO LUP-CVJ-GNS-BUS-SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'CVJ-KEY-ICVJ' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-CVJ.
           GO TO LUP-CVJ-GNS-BUS-SEU.
       FIN-CVJ-GNS-BUS-SEU.
           EXIT.
      *
      *    Presentaciones de documentos PRS.
       PRS-GNS-BUS-SEU SECTION.
       INI-PRS-GNS-BUS-SEU.
           MOVE SPACES TO PRS.
       LUP-PRS-GNS-BUS-SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'PRS-KEY-IPRS' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-PRS.
           IF NOT FIO-STAT-OKS
               GO TO FIN-PRS-GNS-BUS-SEU.
           MOVE 'PRS'        TO RET-ENT-TLOG.
           MOVE PRS-FEC-PRES TO RET-WRK-FECH.
           MOVE SPACES       TO RET-WRK-CLAV.
           MOVE PRS-KEY-IPRS( 1:21 ) TO RET-WRK-CLAV.
           PERFORM CHK-GNS-RET-HLD.
           MOVE ZERO TO SEU-NUM-REEM.
           MOVE PRS-COD-OPER TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           MOVE SEU-WRK-CODI TO PRS-COD-OPER.
           IF SEU-NUM-REEM = ZERO
               GO TO LUP-PRS-GNS-BUS-SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'PRS-KEY-IPRS' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-PRS.
           GO TO LUP-PRS-GNS-BUS-SEU.
       FIN-PRS-GNS-BUS-SEU.
           EXIT.
      *
      *    Referencia documento - CIC NDX ( autor y supervisor del
      *    vale ).
       NDX-GNS-BUS-SEU SECTION.
       INI-NDX-GNS-BUS-SEU.
           MOVE SPACES TO NDX.
       LUP-NDX-GNS-BUS-SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NDX-KEY-INDX' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-NDX.
           IF NOT FIO-STAT-OKS
               GO TO FIN-NDX-GNS-BUS-SEU.
           MOVE 'NDX'        TO RET-ENT-TLOG.
           MOVE NDX-FEC-ASIG TO RET-WRK-FECH.
           MOVE SPACES       TO RET-WRK-CLAV.
           MOVE NDX-KEY-INDX( 1:21 ) TO RET-WRK-CLAV.
           PERFORM CHK-GNS-RET-HLD.
           MOVE ZERO TO SEU-NUM-REEM.
           MOVE NDX-COD-ATRN TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           MOVE SEU-WRK-CODI TO NDX-COD-ATRN.
           MOVE NDX-COD-SUPE TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           MOVE SEU-WRK-CODI TO NDX-COD-SUPE.
           IF SEU-NUM-REEM = ZERO
               GO TO LUP-NDX-GNS-BUS-SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NDX-KEY-INDX' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-NDX.
           GO TO LUP-NDX-GNS-BUS-SEU.
       FIN-NDX-GNS-BUS-SEU.
           EXIT.
      *
      *    Solicitudes de asistencia ASI ( operador y supervisor ).
       ASI-GNS-BUS-SEU SECTION.
       INI-ASI-GNS-BUS-SEU.
           MOVE SPACES TO ASI.
       LUP-ASI-GNS-BUS-SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'ASI-KEY-IASI' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-ASI.
           IF NOT FIO-STAT-OKS
               GO TO FIN-ASI-GNS-BUS-SEU.
           MOVE 'ASI'        TO RET-ENT-TLOG.
           MOVE ASI-SOL-FECH TO RET-WRK-FECH.
           MOVE SPACES       TO RET-WRK-CLAV.
           MOVE ASI-KEY-IASI TO RET-WRK-CLAV.
           PERFORM CHK-GNS-RET-HLD.
           MOVE ZERO TO SEU-NUM-REEM.
           MOVE ASI-COD-OPER TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           MOVE SEU-WRK-CODI TO ASI-COD-OPER.
           MOVE ASI-COD-SUPE TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           MOVE SEU-WRK-CODI TO ASI-COD-SUPE.
           IF SEU-NUM-REEM = ZERO
               GO TO LUP-ASI-GNS-BUS-SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'ASI-KEY-IASI' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-ASI.
           GO TO LUP-ASI-GNS-BUS-SEU.
       FIN-ASI-GNS-BUS-SEU.
           EXIT.
      *
      *    Notas NTA ( en linea o archivo historico ): el autor.
       NTA-GNS-BUS-SEU SECTION.
       INI-NTA-GNS-BUS-SEU.
           MOVE SPACES TO NTA.
       LUP-NTA-GNS-BUS-SEU.
           IF SEU-IND-ARCH = 'S'
               MOVE RET-DBI-ARCH TO FIO-DBID-ALT.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NTA-KEY-INTA' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-NTA.
           IF NOT FIO-STAT-OKS
               GO TO FIN-NTA-GNS-BUS-SEU.
           MOVE 'NTA'        TO RET-ENT-TLOG.
           MOVE NTA-FEC-FTRN TO RET-WRK-FECH.
           MOVE SPACES       TO RET-WRK-CLAV.
           MOVE NTA-KEY-INTA( 1:21 ) TO RET-WRK-CLAV.
           PERFORM CHK-GNS-RET-HLD.
           MOVE ZERO TO SEU-NUM-REEM.
           MOVE NTA-COD-AUTR TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           MOVE SEU-WRK-CODI TO NTA-COD-AUTR.
           IF SEU-NUM-REEM = ZERO
               GO TO LUP-NTA-GNS-BUS-SEU.
           IF SEU-IND-ARCH = 'S'
               MOVE RET-DBI-ARCH TO FIO-DBID-ALT.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NTA-KEY-INTA' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-NTA.
           GO TO LUP-NTA-GNS-BUS-SEU.
       FIN-NTA-GNS-BUS-SEU.
           EXIT.
      *
      *    Intentos sobre limite de monto LMI: el supervisor del
      *    vale se reemplaza en su lugar; el operador es parte de la
      *    llave y el registro viaja a la llave nueva, como en RCE.
       LMI-GNS-BUS-SEU SECTION.
       INI-LMI-GNS-BUS-SEU.
           MOVE SPACES TO LMI.
       LUP-LMI-GNS-BUS-SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'LMI-KEY-ILMI' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-LMI.
           IF NOT FIO-STAT-OKS
               GO TO FIN-LMI-GNS-BUS-SEU.
           MOVE LMI-KEY-ILMI TO SEU-SAV-CLMI.
           MOVE 'LMI'        TO RET-ENT-TLOG.
           MOVE LMI-FEC-INTE TO RET-WRK-FECH.
           MOVE LMI-KEY-ILMI( 1:21 ) TO RET-WRK-CLAV.
           PERFORM CHK-GNS-RET-HLD.
           MOVE ZERO TO SEU-NUM-REEM.
           MOVE LMI-COD-SUPE TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           MOVE SEU-WRK-CODI TO LMI-COD-SUPE.
           MOVE LMI-COD-OPER TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           MOVE SEU-WRK-CODI TO LMI-COD-OPER.
           IF SEU-NUM-REEM = ZERO
               GO TO LUP-LMI-GNS-BUS-SEU.
           IF LMI-KEY-ILMI = SEU-SAV-CLMI
               MOVE 'GNS'          TO FIO-SIST
               MOVE 'LMI-KEY-ILMI' TO FIO-AKEY
               MOVE FIO-MOD        TO FIO-CMND
               PERFORM GNS-FIO-LMI
               GO TO LUP-LMI-GNS-BUS-SEU.
           MOVE FIO-BEG-TRN TO FIO-CMND.
           PERFORM GNS-FIO-DTC.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'LMI-KEY-ILMI' TO FIO-AKEY.
           MOVE FIO-PUT        TO FIO-CMND.
           PERFORM GNS-FIO-LMI.
           IF NOT FIO-STAT-OKS
              AND NOT FIO-STAT-CDK
              AND NOT FIO-STAT-DMK
               MOVE FIO-ABT-TRN TO FIO-CMND
               PERFORM GNS-FIO-DTC
               ADD 1 TO SEU-CNT-ERRO
               GO TO RPS-LMI-GNS-BUS-SEU.
           MOVE SEU-SAV-CLMI   TO LMI-KEY-ILMI.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'LMI-KEY-ILMI' TO FIO-AKEY.
           MOVE FIO-DEL        TO FIO-CMND.
           PERFORM GNS-FIO-LMI.
           MOVE FIO-END-TRN TO FIO-CMND.
           PERFORM GNS-FIO-DTC.
      *    reposicion tras la llave vieja
       RPS-LMI-GNS-BUS-SEU.
           MOVE SPACES       TO LMI.
           MOVE SEU-SAV-CLMI TO LMI-KEY-ILMI.
           GO TO LUP-LMI-GNS-BUS-SEU.
       FIN-LMI-GNS-BUS-SEU.
           EXIT.
      *
      *    Encabezados de centro CIC: el autor de la ultima
      *    asignacion. El barrido no asigna folios: no deja evento
      *    de interfaz.
       CIC-GNS-BUS-SEU SECTION.
       INI-CIC-GNS-BUS-SEU.
           MOVE EVT-IND-ACTV TO SEU-SAV-EVTA.
           MOVE 'N'          TO EVT-IND-ACTV.
           MOVE SPACES TO CIC.
       LUP-CIC-GNS-BUS-SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'CIC-CAI-ICIC' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-CIC.
           IF NOT FIO-STAT-OKS
               GO TO FIN-CIC-GNS-BUS-SEU.
           MOVE 'CIC'        TO RET-ENT-TLOG.
           MOVE CIC-FEC-FTRN IN CIC TO RET-WRK-FECH.
           MOVE SPACES       TO RET-WRK-CLAV.
           MOVE CIC-KEY-ICIC IN CIC TO RET-WRK-CLAV.
           PERFORM CHK-GNS-RET-HLD.
           MOVE ZERO TO SEU-NUM-REEM.
           MOVE CIC-COD-ATRN IN CIC TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           MOVE SEU-WRK-CODI TO CIC-COD-ATRN IN CIC.
           IF SEU-NUM-REEM = ZERO
               GO TO LUP-CIC-GNS-BUS-SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'CIC-CAI-ICIC' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-CIC.
           GO TO LUP-CIC-GNS-BUS-SEU.
       FIN-CIC-GNS-BUS-SEU.
           MOVE SEU-SAV-EVTA TO EVT-IND-ACTV.
           EXIT.
      *
      *    Nemonicos NEM: los del operador seudonimizado son atajos
      *    personales y se borran; en los de los demas se reemplaza
      *    el autor de la ultima mantencion.
       NEM-GNS-BUS-SEU SECTION.
       INI-NEM-GNS-BUS-SEU.
           MOVE SPACES TO NEM.
       LUP-NEM-GNS-BUS-SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NEM-KEY-INEM' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-NEM.
           IF NOT FIO-STAT-OKS
               GO TO FIN-NEM-GNS-BUS-SEU.
           MOVE 'NEM'        TO RET-ENT-TLOG.
           MOVE ZEROES       TO RET-WRK-FECH.
           MOVE SPACES       TO RET-WRK-CLAV.
           MOVE NEM-KEY-INEM TO RET-WRK-CLAV.
           PERFORM CHK-GNS-RET-HLD.
           MOVE ZERO TO SEU-NUM-REEM.
           MOVE NEM-COD-OPER TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           IF SEU-NUM-REEM > ZERO
               MOVE 'GNS'          TO FIO-SIST
               MOVE 'NEM-KEY-INEM' TO FIO-AKEY
               MOVE FIO-DEL        TO FIO-CMND
               PERFORM GNS-FIO-NEM
               GO TO LUP-NEM-GNS-BUS-SEU.
           MOVE NEM-COD-ATRN TO SEU-WRK-CODI.
           PERFORM REE-GNS-BUS-SEU THRU FIN-REE-GNS-BUS-SEU.
           MOVE SEU-WRK-CODI TO NEM-COD-ATRN.
           IF SEU-NUM-REEM = ZERO
               GO TO LUP-NEM-GNS-BUS-SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NEM-KEY-INEM' TO FIO-AKEY.
           MOVE FIO-MOD        TO FIO-CMND.
           PERFORM GNS-FIO-NEM.
           GO TO LUP-NEM-GNS-BUS-SEU.
       FIN-NEM-GNS-BUS-SEU.
           EXIT.
      *
      *    Cierre del operador SEU-NUM-IOPE de la tabla: el recien
      *    vencido viaja en OPR a la llave del seudonimo, sin nombre
      *    ni clave, y pierde sus destinaciones y filas de horario y
      *    de concesion; a todos se les anota en SEU si quedaron
      *    registros retenidos, y sale su linea del certificado.
       RLL-GNS-BUS-SEU SECTION.
       INI-RLL-GNS-BUS-SEU.
           IF SEU-OPE-ORIG( SEU-NUM-IOPE ) NOT = 'O'
               GO TO SEL-RLL-GNS-BUS-SEU.
           MOVE SPACES         TO OPR.
           MOVE SEU-OPE-CODI( SEU-NUM-IOPE ) TO OPR-COD-IOPR.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'OPR-KEY-IOPR' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-OPR.
           IF NOT FIO-STAT-OKS
               GO TO ERR-RLL-GNS-BUS-SEU.
           MOVE SEU-OPE-SEUD( SEU-NUM-IOPE ) TO OPR-COD-IOPR.
           MOVE SPACES      TO OPR-GLS-NOMB OPR-COD-CLAV
                               OPR-COD-SALT OPR-IND-HASH
                               OPR-COD-TERM.
           MOVE ZEROES      TO OPR-NUM-INTE.
           MOVE 'N'         TO OPR-IND-VIGE.
           MOVE 'S'         TO OPR-IND-BLOQ OPR-IND-SEUD.
           MOVE 'GNSBUSSEU' TO OPR-COD-ATRN.
           MOVE FIO-BEG-TRN TO FIO-CMND.
           PERFORM GNS-FIO-DTC.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'OPR-KEY-IOPR' TO FIO-AKEY.
           MOVE FIO-PUT        TO FIO-CMND.
           PERFORM GNS-FIO-OPR.
           IF NOT FIO-STAT-OKS
              AND NOT FIO-STAT-CDK
              AND NOT FIO-STAT-DMK
               MOVE FIO-ABT-TRN TO FIO-CMND
               PERFORM GNS-FIO-DTC
               GO TO ERR-RLL-GNS-BUS-SEU.
           MOVE SEU-OPE-CODI( SEU-NUM-IOPE ) TO OPR-COD-IOPR.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'OPR-KEY-IOPR' TO FIO-AKEY.
           MOVE FIO-DEL        TO FIO-CMND.
           PERFORM GNS-FIO-OPR.
           MOVE FIO-END-TRN TO FIO-CMND.
           PERFORM GNS-FIO-DTC.
           ADD 1 TO SEU-CNT-OPER.
      *    destinaciones de reemplazo
       OSU-RLL-GNS-BUS-SEU.
           MOVE SPACES         TO OSU.
           MOVE SEU-OPE-CODI( SEU-NUM-IOPE ) TO OSU-COD-IOPR.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'OSU-KEY-IOSU' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-OSU.
           IF FIO-STAT-OKS
              AND OSU-COD-IOPR = SEU-OPE-CODI( SEU-NUM-IOPE )
               MOVE 'GNS'          TO FIO-SIST
               MOVE 'OSU-KEY-IOSU' TO FIO-AKEY
               MOVE FIO-DEL        TO FIO-CMND
               PERFORM GNS-FIO-OSU
               GO TO OSU-RLL-GNS-BUS-SEU.
      *    horario, excepcion de sobretiempo y concesion temporal
           MOVE 'HOR' TO TAB-COD-TTAB IN TAB.
           PERFORM TAB-RLL-GNS-BUS-SEU THRU FIN-TAB-RLL-GNS-BUS-SEU.
           MOVE 'HOX' TO TAB-COD-TTAB IN TAB.
           PERFORM TAB-RLL-GNS-BUS-SEU THRU FIN-TAB-RLL-GNS-BUS-SEU.
           MOVE 'GRT' TO TAB-COD-TTAB IN TAB.
           PERFORM TAB-RLL-GNS-BUS-SEU THRU FIN-TAB-RLL-GNS-BUS-SEU.
      *    la fila sellada: pendiente mientras quede algo retenido
       SEL-RLL-GNS-BUS-SEU.
           MOVE SPACES         TO SEU.
           MOVE SEU-OPE-CODI( SEU-NUM-IOPE ) TO SEU-COD-IOPR.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'SEU-KEY-ISEU' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-SEU.
           IF FIO-STAT-OKS
               IF SEU-OPE-CHLD( SEU-NUM-IOPE ) > ZERO
                   MOVE 'S' TO SEU-IND-PEND
               ELSE
                   MOVE 'N' TO SEU-IND-PEND
               END-IF
               MOVE SEU-FEC-HOYD   TO SEU-FEC-ULTI
               MOVE 'GNS'          TO FIO-SIST
               MOVE 'SEU-KEY-ISEU' TO FIO-AKEY
               MOVE FIO-MOD        TO FIO-CMND
               PERFORM GNS-FIO-SEU.
           MOVE SPACES TO SEU-LINE.
           IF SEU-OPE-ORIG( SEU-NUM-IOPE ) = 'O'
               MOVE 'SEU' TO SEU-LIN-TIPO
           ELSE
               MOVE 'PND' TO SEU-LIN-TIPO.
           MOVE SEU-IND-PEND TO SEU-LIN-ESTA.
           MOVE SEU-FEC-SEUD TO SEU-LIN-FSEU.
           GO TO LIN-RLL-GNS-BUS-SEU.
      *    la re-llave fallo: el operador queda como estaba y la
      *    corrida siguiente lo vuelve a tomar
       ERR-RLL-GNS-BUS-SEU.
           ADD 1 TO SEU-CNT-ERRO.
           MOVE SPACES TO SEU-LINE.
           MOVE 'ERR'  TO SEU-LIN-TIPO.
           MOVE ZEROES TO SEU-LIN-FSEU.
       LIN-RLL-GNS-BUS-SEU.
           MOVE SEU-OPE-SEUD( SEU-NUM-IOPE ) TO SEU-LIN-SEUD.
           MOVE SEU-OPE-FRET( SEU-NUM-IOPE ) TO SEU-LIN-FRET.
           MOVE SEU-OPE-CAUD( SEU-NUM-IOPE ) TO SEU-LIN-NAUD.
           MOVE SEU-OPE-CNAV( SEU-NUM-IOPE ) TO SEU-LIN-NNAV.
           MOVE SEU-OPE-CINC( SEU-NUM-IOPE ) TO SEU-LIN-NINC.
           MOVE SEU-OPE-CPND( SEU-NUM-IOPE ) TO SEU-LIN-NPND.
           MOVE SEU-OPE-CTRC( SEU-NUM-IOPE ) TO SEU-LIN-NTRC.
           MOVE SEU-OPE-CDLQ( SEU-NUM-IOPE ) TO SEU-LIN-NDLQ.
           MOVE SEU-OPE-CISE( SEU-NUM-IOPE ) TO SEU-LIN-NISE.
           MOVE SEU-OPE-CRCE( SEU-NUM-IOPE ) TO SEU-LIN-NRCE.
           MOVE SEU-OPE-CLEC( SEU-NUM-IOPE ) TO SEU-LIN-NLEC.
           MOVE SEU-OPE-COTR( SEU-NUM-IOPE ) TO SEU-LIN-NOTR.
           MOVE SEU-OPE-CHLD( SEU-NUM-IOPE ) TO SEU-LIN-NHLD.
           MOVE ZEROES TO SEU-LIN-NOPR SEU-LIN-NPEN SEU-LIN-NHLO
                          SEU-LIN-NFEC SEU-LIN-NEXC SEU-LIN-NERR.
           PERFORM PUT-GNS-BUS-SEU THRU FIN-PUT-GNS-BUS-SEU.
       FIN-RLL-GNS-BUS-SEU.
           EXIT.
      *
      *    Baja de la fila TAB del operador en curso ( tipo ya en
      *    TAB-COD-TTAB; 'GRT' lleva el canal 'OPR' adelante ).
       TAB-RLL-GNS-BUS-SEU SECTION.
       INI-TAB-RLL-GNS-BUS-SEU.
           MOVE TAB-COD-TTAB IN TAB TO SEU-WRK-CORR( 1:3 ).
           MOVE SPACES TO TAB.
           MOVE SEU-WRK-CORR( 1:3 ) TO TAB-COD-TTAB IN TAB.
           IF TAB-COD-TTAB IN TAB = 'GRT'
               MOVE 'OPR' TO TAB-COD-CTAB IN TAB ( 1:3 )
               MOVE SEU-OPE-CODI( SEU-NUM-IOPE )
                 TO TAB-COD-CTAB IN TAB ( 4:9 )
           ELSE
               MOVE SEU-OPE-CODI( SEU-NUM-IOPE )
                 TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
               GO TO FIN-TAB-RLL-GNS-BUS-SEU.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-DEL        TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
       FIN-TAB-RLL-GNS-BUS-SEU.
           EXIT.
      *
      *    Encola la fila del certificado en SCR-QSEU.
       PUT-GNS-BUS-SEU SECTION.
       INI-PUT-GNS-BUS-SEU.
           ADD 1 TO SCR-ISEU.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QSEU TO QUE-NAM-SEND.
           MOVE SCR-ISEU TO QUE-NUM-SEND.
           MOVE LENGTH OF SEU-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE SEU-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-SEU.
           EXIT.
