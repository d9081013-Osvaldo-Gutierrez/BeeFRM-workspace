      *Informe mensual de uso del catalogo de mensajes del sistema
      *MSU-REP-SIST para el periodo MSU-REP-PERI ( SAAMM ): vuelca
      *primero lo acumulado por el propio proceso ( VOL-GNS-MSU ) y
      *recorre el catalogo MSG vigente cruzando cada mensaje con su
      *fila TAB 'MSU'. Deja en la cola SCR-QMSU una fila 'SIN' por
      *mensaje sin entregas desde el primer dia de los ultimos
      *MSU-ENT-MESE meses ( candidatos a depuracion; ultima entrega
      *0 = nunca servido ), las filas 'MAS' de los mas servidos del
      *periodo, las filas 'TRD' de los servidos en un solo idioma
      *ordenadas por su peso ( las veces que se mostraron sin
      *traduccion ) y una fila 'TOT' con los totales.
       GNS-BUS-MSU SECTION.
       INI-GNS-BUS-MSU.
           MOVE ZERO   TO SCR-IMSU.
           MOVE ZERO   TO MSU-LST-NRNK( 1 ) MSU-LST-NRNK( 2 ).
           MOVE ZEROES TO MSU-CNT-CATA MSU-CNT-SERV MSU-CNT-CAND.
           PERFORM VOL-GNS-MSU THRU FIN-VOL-GNS-MSU.
           MOVE MSU-ENT-SIST TO MSU-REP-SIST.
           IF MSU-REP-SIST = SPACES
               MOVE SCR-SIST TO MSU-REP-SIST.
           IF MSU-ENT-MESE = ZEROES
               MOVE MSU-DEF-MESE TO MSU-ENT-MESE.
      *    sin periodo pedido, el mes anterior al de proceso
           MOVE MSU-ENT-PERI TO MSU-REP-PERI.
           IF MSU-REP-PERI = ZEROES
               MOVE MSU-FEC-PROC( 1:6 ) TO MSU-CAL-PERI
               PERFORM ANT-GNS-MSU THRU FIN-ANT-GNS-MSU
               MOVE MSU-CAL-PERI TO MSU-REP-PERI.
      *    mes siguiente al informado ( las filas que ya entregaron
      *    en el traen el periodo en sus contadores del mes anterior )
           MOVE MSU-REP-PERI TO MSU-CAL-PERI.
           COMPUTE MSU-CAL-MESE = MSU-CAL-SSAA * 12 + MSU-CAL-MM.
           PERFORM PER-GNS-BUS-MSU THRU FIN-PER-GNS-BUS-MSU.
           MOVE MSU-CAL-PERI TO MSU-REP-PSIG.
      *    corte: primer dia del mas antiguo de los N meses
           MOVE MSU-REP-PERI TO MSU-CAL-PERI.
           COMPUTE MSU-CAL-MESE = MSU-CAL-SSAA * 12 + MSU-CAL-MM
                                - MSU-ENT-MESE.
           PERFORM PER-GNS-BUS-MSU THRU FIN-PER-GNS-BUS-MSU.
           COMPUTE MSU-REP-CORT = MSU-CAL-PERI * 100 + 1.
      *
      *    recorrido del catalogo: se reposiciona por llave en cada
      *    vuelta porque la fila 'MSU' se lee en la misma tabla
           MOVE SPACES TO MSU-SAV-CLAV.
           MOVE 'MSG'  TO MSU-SAV-CLAV( 1:3 ).
       LUP-GNS-BUS-MSU.
           MOVE SPACES         TO MSG.
           MOVE MSU-SAV-CLAV   TO MSG-COD-TABL IN MSG.
           MOVE MSU-REP-SIST   TO FIO-SIST.
           MOVE 'MSG-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-MSG.
           IF NOT FIO-STAT-OKS
              OR MSG-COD-TTAB IN MSG NOT = 'MSG'
               GO TO LST-GNS-BUS-MSU.
           MOVE MSG-COD-TABL IN MSG TO MSU-SAV-CLAV.
           IF MSG-IND-VIGE NOT = 'N'
               PERFORM EXA-GNS-BUS-MSU THRU FIN-EXA-GNS-BUS-MSU.
           GO TO LUP-GNS-BUS-MSU.
      *
      *    listas ordenadas: 1 los mas servidos, 2 sin traduccion
       LST-GNS-BUS-MSU.
           MOVE 1 TO MSU-SUB-ILST.
       LUP-LST-GNS-BUS-MSU.
           MOVE ZERO TO MSU-SUB-IRNK.
       SIG-LST-GNS-BUS-MSU.
           ADD 1 TO MSU-SUB-IRNK.
           IF MSU-SUB-IRNK > MSU-LST-NRNK( MSU-SUB-ILST )
               GO TO OTR-LST-GNS-BUS-MSU.
           MOVE SPACES TO MSU-LINE.
           MOVE ZEROES TO MSU-LIN-ULTF.
           IF MSU-SUB-ILST = 1
               MOVE 'MAS' TO MSU-LIN-TIPO
           ELSE
               MOVE 'TRD' TO MSU-LIN-TIPO.
           MOVE MSU-RNK-CODI( MSU-SUB-ILST MSU-SUB-IRNK )
             TO MSU-LIN-CODI.
           MOVE MSU-RNK-PESO( MSU-SUB-ILST MSU-SUB-IRNK )
             TO MSU-LIN-PESO.
           MOVE MSU-RNK-SERV( MSU-SUB-ILST MSU-SUB-IRNK )
             TO MSU-LIN-SERV.
           MOVE MSU-RNK-FTRD( MSU-SUB-ILST MSU-SUB-IRNK )
             TO MSU-LIN-FTRD.
           MOVE MSU-RNK-LANG( MSU-SUB-ILST MSU-SUB-IRNK )
             TO MSU-LIN-LANG.
           MOVE MSU-RNK-LAN2( MSU-SUB-ILST MSU-SUB-IRNK )
             TO MSU-LIN-LAN2.
           MOVE MSU-RNK-LFTR( MSU-SUB-ILST MSU-SUB-IRNK )
             TO MSU-LIN-LFTR.
           MOVE MSU-RNK-TEXT( MSU-SUB-ILST MSU-SUB-IRNK )
             TO MSU-LIN-TEXT.
           PERFORM PUT-GNS-BUS-MSU THRU FIN-PUT-GNS-BUS-MSU.
           GO TO SIG-LST-GNS-BUS-MSU.
       OTR-LST-GNS-BUS-MSU.
           ADD 1 TO MSU-SUB-ILST.
           IF MSU-SUB-ILST NOT > 2
               GO TO LUP-LST-GNS-BUS-MSU.
      *
           MOVE SPACES       TO MSU-LINE.
           MOVE 'TOT'        TO MSU-LIN-TIPO.
           MOVE MSU-REP-CORT TO MSU-LIN-ULTF.
           MOVE MSU-CNT-CATA TO MSU-LIN-PESO.
           MOVE MSU-CNT-SERV TO MSU-LIN-SERV.
           MOVE MSU-CNT-CAND TO MSU-LIN-FTRD.
           PERFORM PUT-GNS-BUS-MSU THRU FIN-PUT-GNS-BUS-MSU.
       FIN-GNS-BUS-MSU.
           MOVE SPACES TO MSU-ENT-SIST.
           MOVE ZEROES TO MSU-ENT-MESE MSU-ENT-PERI.
           EXIT.
      *
      *    Periodo SAAMM ( MSU-CAL-PERI ) del mes absoluto que trae
      *    MSU-CAL-MESE ( SSAA * 12 + MM - 1 ).
       PER-GNS-BUS-MSU SECTION.
       INI-PER-GNS-BUS-MSU.
           DIVIDE MSU-CAL-MESE BY 12 GIVING MSU-CAL-SSAA
               REMAINDER MSU-CAL-MM.
           ADD 1 TO MSU-CAL-MM.
       FIN-PER-GNS-BUS-MSU.
           EXIT.
      *
      *    Mensaje vigente del catalogo en examen: su fila 'MSU'
      *    da la ultima entrega y las entregas del periodo ( del mes
      *    de la fila o, si ya entrego en el mes siguiente, de sus
      *    contadores del mes anterior ).
       EXA-GNS-BUS-MSU SECTION.
       INI-EXA-GNS-BUS-MSU.
           ADD 1 TO MSU-CNT-CATA.
           MOVE SPACES         TO TAB.
           MOVE 'MSU'          TO TAB-COD-TTAB IN TAB.
           MOVE MSG-COD-MENS IN MSG TO TAB-COD-CTAB IN TAB.
           MOVE MSU-REP-SIST   TO FIO-SIST.
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
           MOVE ZEROES TO MSU-RPT-SERV MSU-RPT-FTRD.
           IF MSU-DSC-PERI = MSU-REP-PERI
               MOVE MSU-DSC-SERV TO MSU-RPT-SERV
               MOVE MSU-DSC-FTRD TO MSU-RPT-FTRD
           ELSE
           IF MSU-DSC-PERI = MSU-REP-PSIG
               MOVE MSU-DSC-PSER TO MSU-RPT-SERV
               MOVE MSU-DSC-PFTR TO MSU-RPT-FTRD.
      *
      *    candidato a depuracion
           IF MSU-DSC-ULTF < MSU-REP-CORT
               ADD 1 TO MSU-CNT-CAND
               MOVE SPACES              TO MSU-LINE
               MOVE 'SIN'               TO MSU-LIN-TIPO
               MOVE MSG-COD-MENS IN MSG TO MSU-LIN-CODI
               MOVE MSU-DSC-ULTF        TO MSU-LIN-ULTF
               MOVE ZEROES              TO MSU-LIN-SERV MSU-LIN-FTRD
                                           MSU-LIN-PESO
               MOVE MSG-GLS-LANG        TO MSU-LIN-LANG
               MOVE MSG-GLS-LAN2        TO MSU-LIN-LAN2
               MOVE MSG-GLS-MENS IN MSG TO MSU-LIN-TEXT
               PERFORM PUT-GNS-BUS-MSU THRU FIN-PUT-GNS-BUS-MSU.
           IF MSU-RPT-SERV = ZEROES
               GO TO FIN-EXA-GNS-BUS-MSU.
           ADD 1 TO MSU-CNT-SERV.
           MOVE 1            TO MSU-SUB-ILST.
           MOVE MSU-RPT-SERV TO MSU-RPT-PESO.
           PERFORM RNK-GNS-BUS-MSU THRU FIN-RNK-GNS-BUS-MSU.
      *    sin segundo idioma cada entrega se mostro sin traduccion;
      *    con el, solo las que pidieron un tercer idioma
           IF MSG-GLS-MEN2 = SPACES OR MSG-GLS-LAN2 = SPACES
               MOVE MSU-RPT-SERV TO MSU-RPT-PESO
           ELSE
               MOVE MSU-RPT-FTRD TO MSU-RPT-PESO.
           IF MSU-RPT-PESO > ZEROES
               MOVE 2 TO MSU-SUB-ILST
               PERFORM RNK-GNS-BUS-MSU THRU FIN-RNK-GNS-BUS-MSU.
       FIN-EXA-GNS-BUS-MSU.
           EXIT.
      *
      *    Ubica el mensaje en examen, con peso MSU-RPT-PESO, en la
      *    lista MSU-SUB-ILST ordenada de mayor a menor; con la
      *    lista llena solo entra si supera al ultimo.
       RNK-GNS-BUS-MSU SECTION.
       INI-RNK-GNS-BUS-MSU.
           IF MSU-LST-NRNK( MSU-SUB-ILST ) < MSU-MXRK
               ADD 1 TO MSU-LST-NRNK( MSU-SUB-ILST )
               MOVE MSU-LST-NRNK( MSU-SUB-ILST ) TO MSU-SUB-IRNK
           ELSE
           IF MSU-RPT-PESO NOT >
              MSU-RNK-PESO( MSU-SUB-ILST MSU-MXRK )
               GO TO FIN-RNK-GNS-BUS-MSU
           ELSE
               MOVE MSU-MXRK TO MSU-SUB-IRNK.
       LUP-RNK-GNS-BUS-MSU.
           IF MSU-SUB-IRNK > 1
               COMPUTE MSU-SUB-JRNK = MSU-SUB-IRNK - 1
               IF MSU-RNK-PESO( MSU-SUB-ILST MSU-SUB-JRNK )
                  < MSU-RPT-PESO
                   MOVE MSU-VRNK( MSU-SUB-ILST MSU-SUB-JRNK )
                     TO MSU-VRNK( MSU-SUB-ILST MSU-SUB-IRNK )
                   MOVE MSU-SUB-JRNK TO MSU-SUB-IRNK
                   GO TO LUP-RNK-GNS-BUS-MSU.
           MOVE MSG-COD-MENS IN MSG
             TO MSU-RNK-CODI( MSU-SUB-ILST MSU-SUB-IRNK ).
           MOVE MSU-RPT-PESO
             TO MSU-RNK-PESO( MSU-SUB-ILST MSU-SUB-IRNK ).
           MOVE MSU-RPT-SERV
             TO MSU-RNK-SERV( MSU-SUB-ILST MSU-SUB-IRNK ).
           MOVE MSU-RPT-FTRD
             TO MSU-RNK-FTRD( MSU-SUB-ILST MSU-SUB-IRNK ).
           MOVE MSG-GLS-LANG
             TO MSU-RNK-LANG( MSU-SUB-ILST MSU-SUB-IRNK ).
           MOVE MSG-GLS-LAN2
             TO MSU-RNK-LAN2( MSU-SUB-ILST MSU-SUB-IRNK ).
           MOVE MSU-DSC-LFTR
             TO MSU-RNK-LFTR( MSU-SUB-ILST MSU-SUB-IRNK ).
           MOVE MSG-GLS-MENS IN MSG
             TO MSU-RNK-TEXT( MSU-SUB-ILST MSU-SUB-IRNK ).
       FIN-RNK-GNS-BUS-MSU.
           EXIT.
      *
      *    Encola la fila del informe en SCR-QMSU.
       PUT-GNS-BUS-MSU SECTION.
       INI-PUT-GNS-BUS-MSU.
           MOVE MSU-REP-PERI TO MSU-LIN-PERI.
           MOVE MSU-REP-SIST TO MSU-LIN-SIST.
           ADD 1 TO SCR-IMSU.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QMSU TO QUE-NAM-SEND.
           MOVE SCR-IMSU TO QUE-NUM-SEND.
           MOVE LENGTH OF MSU-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE MSU-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-MSU.
           EXIT.
