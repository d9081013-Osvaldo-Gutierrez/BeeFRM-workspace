      * Uso del Catalogo de Mensajes
      *
      *    REG-GNS-MSU cuenta, en el vector en memoria MSU-VMSG, el
      *    mensaje que GET-MSG acaba de entregar ( MSG con el
      *    registro leido y FIO-SIST con el sistema del catalogo
      *    donde se hallo ): una entrega, la fecha y, si el usuario
      *    pidio en SCR-LANG un idioma que el mensaje no tiene, una
      *    entrega sin traduccion con ese idioma. Para no pagar una
      *    escritura por mensaje el vector se vuelca por lotes
      *    ( VOL-GNS-MSU ): al juntar MSU-LOT-VOLC entregas, cuando
      *    un mensaje nuevo no cabe y al cambiar el mes.
       REG-GNS-MSU SECTION.
       INI-REG-GNS-MSU.
           IF MSU-IND-BUSY = 'S'
               GO TO FIN-REG-GNS-MSU.
           ACCEPT MSU-FEC-ACEP FROM DATE.
           IF MSU-ACE-AA < 60
               MOVE 20 TO MSU-HOY-SIGL
           ELSE
               MOVE 19 TO MSU-HOY-SIGL.
           MOVE MSU-FEC-ACEP TO MSU-HOY-AAMMDD.
      *    lo acumulado de un mes queda en ese mes
           IF MSU-PER-VECT NOT = ZEROES
              AND MSU-PER-VECT NOT = MSU-HOY-PERI
               PERFORM VOL-GNS-MSU THRU FIN-VOL-GNS-MSU.
           MOVE MSU-HOY-PERI TO MSU-PER-VECT.
      *    idioma pedido que el catalogo no tiene para este mensaje
      *    ( espacios en MSG-GLS-LANG equivale a 'ES' )
           MOVE SPACES TO MSU-WRK-LFTR.
           IF SCR-LANG NOT = SPACES
              AND SCR-LANG NOT = MSG-GLS-LANG
              AND NOT ( SCR-LANG = 'ES' AND MSG-GLS-LANG = SPACES )
              AND NOT ( SCR-LANG = MSG-GLS-LAN2
                        AND MSG-GLS-MEN2 NOT = SPACES )
               MOVE SCR-LANG TO MSU-WRK-LFTR.
           SET MSU-ITBL TO 1.
       LUP-REG-GNS-MSU.
           IF MSU-MSG-CODI( MSU-ITBL ) = SPACES
               GO TO UPD-REG-GNS-MSU.
           IF MSU-MSG-SIST( MSU-ITBL ) = FIO-SIST
              AND MSU-MSG-CODI( MSU-ITBL ) = MSG-COD-MENS IN MSG
               GO TO UPD-REG-GNS-MSU.
           SET MSU-ITBL UP BY 1.
           IF MSU-ITBL NOT > MSU-MXMS
               GO TO LUP-REG-GNS-MSU.
      *    vector lleno: se vuelca y el mensaje abre la primera
      *    entrada
           PERFORM VOL-GNS-MSU THRU FIN-VOL-GNS-MSU.
           SET MSU-ITBL TO 1.
       UPD-REG-GNS-MSU.
           MOVE FIO-SIST            TO MSU-MSG-SIST( MSU-ITBL ).
           MOVE MSG-COD-MENS IN MSG TO MSU-MSG-CODI( MSU-ITBL ).
           ADD 1                    TO MSU-MSG-SERV( MSU-ITBL ).
           IF MSU-WRK-LFTR NOT = SPACES
               ADD 1                TO MSU-MSG-FTRD( MSU-ITBL )
               MOVE MSU-WRK-LFTR    TO MSU-MSG-LFTR( MSU-ITBL ).
           MOVE MSU-FEC-HOYD        TO MSU-MSG-ULTF( MSU-ITBL ).
           ADD 1 TO MSU-CNT-PEND.
           IF MSU-CNT-PEND NOT < MSU-LOT-VOLC
               PERFORM VOL-GNS-MSU THRU FIN-VOL-GNS-MSU.
       FIN-REG-GNS-MSU.
           EXIT.
      *
      *    Volcado del vector en las filas TAB 'MSU'. Corre dentro
      *    de GET-MSG, en medio del trabajo del llamador: respalda y
      *    repone los buffers FIO y el registro TAB del llamador y
      *    alza MSU-IND-BUSY, igual que LOD-GNS-EST-SLA. El batch
      *    mensual lo invoca tambien antes de informar.
       VOL-GNS-MSU SECTION.
       INI-VOL-GNS-MSU.
           MOVE 'S'          TO MSU-IND-BUSY.
           MOVE FIO-CMND     TO MSU-SAV-CMND.
           MOVE FIO-AKEY     TO MSU-SAV-AKEY.
           MOVE FIO-STAT     TO MSU-SAV-STAT.
           MOVE FIO-SIST     TO MSU-SAV-SIST.
           MOVE FIO-DFLD     TO MSU-SAV-DFLD.
           MOVE FIO-MENS     TO MSU-SAV-MENS.
           MOVE ADR-REQA     TO MSU-SAV-REQA.
           MOVE ADR-TAB-REQA TO MSU-SAV-TRQA.
           MOVE TAB          TO MSU-SAV-TREG.
           SET MSU-ITBL TO 1.
       LUP-VOL-GNS-MSU.
           IF MSU-MSG-CODI( MSU-ITBL ) NOT = SPACES
               PERFORM GRB-GNS-MSU THRU FIN-GRB-GNS-MSU.
           SET MSU-ITBL UP BY 1.
           IF MSU-ITBL NOT > MSU-MXMS
               GO TO LUP-VOL-GNS-MSU.
           MOVE ZEROES TO MSU-CNT-PEND.
      *
           MOVE MSU-SAV-TREG TO TAB.
           MOVE MSU-SAV-CMND TO FIO-CMND.
           MOVE MSU-SAV-AKEY TO FIO-AKEY.
           MOVE MSU-SAV-STAT TO FIO-STAT.
           MOVE MSU-SAV-SIST TO FIO-SIST.
           MOVE MSU-SAV-DFLD TO FIO-DFLD.
           MOVE MSU-SAV-MENS TO FIO-MENS.
           MOVE MSU-SAV-REQA TO ADR-REQA.
           MOVE MSU-SAV-TRQA TO ADR-TAB-REQA.
           MOVE 'N'          TO MSU-IND-BUSY.
       FIN-VOL-GNS-MSU.
           EXIT.
      *
      *    Suma una entrada del vector a la fila TAB 'MSU' de su
      *    mensaje. Si la fila ya es de otro mes, sus contadores
      *    pasan al mes anterior ( si lo eran ) o se descartan; una
      *    entrada atrasada de un mes que la fila ya dejo atras ( otro
      *    proceso servidor volco antes en el mes nuevo ) suma solo
      *    al mes anterior. La entrada queda limpia.
       GRB-GNS-MSU SECTION.
       INI-GRB-GNS-MSU.
           MOVE SPACES         TO TAB.
           MOVE 'MSU'          TO TAB-COD-TTAB IN TAB.
           MOVE MSU-MSG-CODI( MSU-ITBL ) TO TAB-COD-CTAB IN TAB.
           MOVE MSU-MSG-SIST( MSU-ITBL ) TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           MOVE SPACES TO MSU-WRK-DESC.
           IF FIO-STAT-OKS
               MOVE TAB-GLS-DESC IN TAB TO MSU-WRK-DESC.
           IF MSU-DSC-ULTF NOT NUMERIC OR MSU-DSC-SERV NOT NUMERIC
              OR MSU-DSC-FTRD NOT NUMERIC
              OR MSU-DSC-PSER NOT NUMERIC
              OR MSU-DSC-PFTR NOT NUMERIC
               MOVE ZEROES TO MSU-DSC-ULTF MSU-DSC-SERV MSU-DSC-FTRD
                              MSU-DSC-PSER MSU-DSC-PFTR.
           IF FIO-STAT-OKS
               MOVE FIO-MOD TO FIO-CMND
           ELSE
               MOVE SPACES TO TAB
               MOVE 'MSU'  TO TAB-COD-TTAB IN TAB
               MOVE MSU-MSG-CODI( MSU-ITBL ) TO TAB-COD-CTAB IN TAB
               MOVE FIO-PUT TO FIO-CMND.
           MOVE MSU-MSG-ULTF( MSU-ITBL ) ( 1:6 ) TO MSU-VOL-PERI.
           IF MSU-DSC-PERI > MSU-VOL-PERI
               GO TO TAR-GRB-GNS-MSU.
           MOVE MSU-VOL-PERI TO MSU-CAL-PERI.
           PERFORM ANT-GNS-MSU THRU FIN-ANT-GNS-MSU.
           IF MSU-DSC-PERI NOT = MSU-VOL-PERI
              AND MSU-DSC-PERI = MSU-CAL-PERI
               MOVE MSU-DSC-SERV TO MSU-DSC-PSER
               MOVE MSU-DSC-FTRD TO MSU-DSC-PFTR.
           IF MSU-DSC-PERI NOT = MSU-VOL-PERI
              AND MSU-DSC-PERI NOT = MSU-CAL-PERI
               MOVE ZEROES TO MSU-DSC-PSER MSU-DSC-PFTR.
           IF MSU-DSC-PERI NOT = MSU-VOL-PERI
               MOVE ZEROES TO MSU-DSC-SERV MSU-DSC-FTRD.
           ADD MSU-MSG-SERV( MSU-ITBL ) TO MSU-DSC-SERV.
           ADD MSU-MSG-FTRD( MSU-ITBL ) TO MSU-DSC-FTRD.
           MOVE MSU-MSG-ULTF( MSU-ITBL ) TO MSU-DSC-ULTF.
           IF MSU-MSG-LFTR( MSU-ITBL ) NOT = SPACES
               MOVE MSU-MSG-LFTR( MSU-ITBL ) TO MSU-DSC-LFTR.
           GO TO ESC-GRB-GNS-MSU.
       TAR-GRB-GNS-MSU.
           MOVE MSU-DSC-PERI TO MSU-CAL-PERI.
           PERFORM ANT-GNS-MSU THRU FIN-ANT-GNS-MSU.
           IF MSU-CAL-PERI = MSU-VOL-PERI
               ADD MSU-MSG-SERV( MSU-ITBL ) TO MSU-DSC-PSER
               ADD MSU-MSG-FTRD( MSU-ITBL ) TO MSU-DSC-PFTR.
       ESC-GRB-GNS-MSU.
           MOVE MSU-WRK-DESC   TO TAB-GLS-DESC IN TAB.
           MOVE 'S'            TO TAB-IND-VIGE IN TAB.
           MOVE SCR-USER       TO TAB-COD-ATRN IN TAB.
           MOVE MSU-MSG-SIST( MSU-ITBL ) TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           PERFORM GNS-FIO-TAB.
      *
           MOVE SPACES TO MSU-MSG-SIST( MSU-ITBL )
                          MSU-MSG-CODI( MSU-ITBL )
                          MSU-MSG-LFTR( MSU-ITBL ).
           MOVE ZEROES TO MSU-MSG-SERV( MSU-ITBL )
                          MSU-MSG-FTRD( MSU-ITBL )
                          MSU-MSG-ULTF( MSU-ITBL ).
       FIN-GRB-GNS-MSU.
           EXIT.
      *
      *    Mes anterior ( SAAMM ) al que trae MSU-CAL-PERI; enero
      *    retrocede al diciembre previo.
       ANT-GNS-MSU SECTION.
       INI-ANT-GNS-MSU.
           IF MSU-CAL-MM = 01
               SUBTRACT 1 FROM MSU-CAL-SSAA
               MOVE 12 TO MSU-CAL-MM
           ELSE
               SUBTRACT 1 FROM MSU-CAL-MM.
       FIN-ANT-GNS-MSU.
           EXIT.
