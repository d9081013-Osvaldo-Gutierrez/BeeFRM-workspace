      *Carga inicial de la referencia cruzada documento nacional -
      *CIC ( NDX ) desde los datos existentes. Los pares documento ;
      *identificador ya vienen volcados, una fila por par, en la
      *cola SCR-QNDX ( items 1 .. NDX-NUM-ROWS ). Cada fila valida
      *el documento ( GNS-VAL-NDOC ) y el identificador ( CIW-NOR );
      *los rechazos van con su motivo a la cola SCR-QNDM. El
      *documento sin referencia la recibe ( origen 'C' ); el que ya
      *la tiene con el mismo CIC, o con uno que por alias de fusion
      *es el mismo, se salta; el que ya la tiene con OTRO CIC queda
      *listado en SCR-QNDM ( 'M': el CIC de la referencia y el otro )
      *y conserva el primero, para que se resuelva con GNS-PRO-MRG.
      *Todo viaja en un FIO-BEG-TRN / FIO-END-TRN.
       GNS-BUS-NDX SECTION.
       INI-GNS-BUS-NDX.
           SET NDX-BUS-STAT-OKS TO TRUE.
           MOVE ZEROES TO NDX-CNT-CARG NDX-CNT-PRES
                          NDX-CNT-RECH NDX-CNT-MULT.
           MOVE ZERO   TO SCR-INDM.
           IF NDX-NUM-ROWS NOT > ZERO
               GO TO FIN-GNS-BUS-NDX.
      *    simulando no se graba nada; confirmando, solo con la
      *    simulacion de este mismo volcado aprobada
           PERFORM HUE-GNS-BUS-NDX THRU FIN-HUE-GNS-BUS-NDX.
           IF NOT SMC-STAT-OKS
               SET NDX-BUS-STAT-NAP TO TRUE
               GO TO FIN-GNS-BUS-NDX.
           PERFORM GET-FHOY.
           MOVE FIO-BEG-TRN TO FIO-CMND.
           PERFORM GNS-FIO-DTC.
           MOVE ZERO TO NDX-NUM-ROWA.
       LUP-GNS-BUS-NDX.
           ADD 1 TO NDX-NUM-ROWA.
           IF NDX-NUM-ROWA > NDX-NUM-ROWS
               GO TO CMT-GNS-BUS-NDX.
           PERFORM LEE-GNS-BUS-NDX THRU FIN-LEE-GNS-BUS-NDX.
           PERFORM CAR-GNS-BUS-NDX THRU FIN-CAR-GNS-BUS-NDX.
           IF NDX-BUS-STAT-ABT
               MOVE FIO-ABT-TRN TO FIO-CMND
               PERFORM GNS-FIO-DTC
               GO TO FIN-GNS-BUS-NDX.
           GO TO LUP-GNS-BUS-NDX.
       CMT-GNS-BUS-NDX.
           MOVE FIO-END-TRN TO FIO-CMND.
           PERFORM GNS-FIO-DTC.
           IF NDX-CNT-RECH > ZERO OR NDX-CNT-MULT > ZERO
               SET NDX-BUS-STAT-ERR TO TRUE.
       FIN-GNS-BUS-NDX.
      *    el informe queda archivado en el repositorio de
      *    informes ( GNSBGRPO.cbl )
           MOVE 'NDX'       TO RPO-ENT-CODI.
           MOVE SCR-QNDM    TO RPO-ENT-COLA.
           MOVE 'GNSBUSNDX' TO RPO-ENT-PROG.
           MOVE RPO-ARC     TO RPO-CMND.
           PERFORM GNS-PRO-RPO.
      *    cierre de la corrida simulada o confirmada ( GNSBGSMC )
           MOVE SMC-CIE TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
           EXIT.
      *
      *    Lee y separa la fila NDX-NUM-ROWA de la cola de entrada.
       LEE-GNS-BUS-NDX SECTION.
       INI-LEE-GNS-BUS-NDX.
           MOVE 'GET'         TO QUE-COM-SEND.
           MOVE SPACES        TO QUE-NAM-SEND.
           MOVE SCR-QNDX      TO QUE-NAM-SEND.
           MOVE NDX-NUM-ROWA  TO QUE-NUM-SEND.
           MOVE LENGTH OF NDX-GLS-ROW TO QUE-LAR-SEND.
           MOVE SPACES        TO QUE-TRX-SEND.
           MOVE SPACES        TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           MOVE QUE-ITEM( 1:60 ) TO NDX-GLS-ROW.
           MOVE SPACES TO NDX-FLD-NDOC NDX-FLD-ICIC.
           UNSTRING NDX-GLS-ROW DELIMITED BY NDX-GLS-SEP
               INTO NDX-FLD-NDOC NDX-FLD-ICIC.
       FIN-LEE-GNS-BUS-NDX.
           EXIT.
      *
      *    Carga la fila en curso o la informa.
       CAR-GNS-BUS-NDX SECTION.
       INI-CAR-GNS-BUS-NDX.
           MOVE NDX-FLD-NDOC TO NDX-ENT-NDOC.
           SET NDX-STAT-OKS TO TRUE.
           PERFORM VAL-GNS-PRO-NDX THRU FIN-VAL-GNS-PRO-NDX.
           IF NOT NDX-STAT-OKS
               MOVE 'NDC' TO NDX-LIN-MOTV
               GO TO RCH-CAR-GNS-BUS-NDX.
           MOVE NDX-FLD-ICIC TO CIW-ENT-IDEN.
           MOVE CIW-NOR      TO CIW-CMND.
           PERFORM GNS-PRO-CIW.
           IF NOT CIW-STAT-OKS
               MOVE CIW-STAT TO NDX-LIN-MOTV
               GO TO RCH-CAR-GNS-BUS-NDX.
           MOVE CIW-SAL-AMPL TO NDX-WRK-ICIC.
           MOVE CIW-SAL-DESP TO NDX-LIN-IOTR.
      *    referencia ya cargada para el documento
           MOVE SPACES       TO NDX.
           MOVE NDX-ENT-TDOC TO NDX-COD-TDOC.
           MOVE NDX-ENT-NUME TO NDX-NUM-NDOC.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NDX-KEY-INDX' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-NDX.
           IF NOT FIO-STAT-OKS
               GO TO PUT-CAR-GNS-BUS-NDX.
           IF NDX-COD-ICIC = NDX-WRK-ICIC
               ADD 1 TO NDX-CNT-PRES
               GO TO FIN-CAR-GNS-BUS-NDX.
      *    dos CIC distintos: el mismo si uno es alias del otro
           MOVE NDX-WRK-ICIC TO NDX-WRK-SOBR.
           PERFORM ALS-GNS-PRO-NDX THRU FIN-ALS-GNS-PRO-NDX.
           MOVE NDX-WRK-SOBR TO NDX-BUS-SNUE.
           MOVE NDX-COD-ICIC TO NDX-WRK-SOBR.
           PERFORM ALS-GNS-PRO-NDX THRU FIN-ALS-GNS-PRO-NDX.
           IF NDX-WRK-SOBR = NDX-BUS-SNUE
              OR NDX-WRK-SOBR = NDX-WRK-ICIC
              OR NDX-BUS-SNUE = NDX-COD-ICIC
               ADD 1 TO NDX-CNT-PRES
               GO TO FIN-CAR-GNS-BUS-NDX.
           ADD 1 TO NDX-CNT-MULT.
           MOVE NDX-COD-ICIC TO CIW-ENT-IDEN.
           MOVE CIW-NOR      TO CIW-CMND.
           PERFORM GNS-PRO-CIW.
           MOVE 'M'             TO NDX-LIN-TIPO.
           MOVE SPACES          TO NDX-LIN-MOTV.
           MOVE CIW-SAL-DESP    TO NDX-LIN-ICIC.
           PERFORM PUT-GNS-BUS-NDX THRU FIN-PUT-GNS-BUS-NDX.
           GO TO FIN-CAR-GNS-BUS-NDX.
       PUT-CAR-GNS-BUS-NDX.
           MOVE SPACES       TO NDX.
           MOVE NDX-ENT-TDOC TO NDX-COD-TDOC.
           MOVE NDX-ENT-NUME TO NDX-NUM-NDOC.
           MOVE HOY-FHOY     TO NDX-FEC-ASIG.
           MOVE 'S'          TO NDX-IND-VIGE.
           MOVE NDX-WRK-ICIC TO NDX-COD-ICIC.
           MOVE SCR-USER     TO NDX-COD-ATRN.
           MOVE 'C'          TO NDX-IND-ORIG.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'NDX-KEY-INDX' TO FIO-AKEY.
           MOVE FIO-PUT        TO FIO-CMND.
           PERFORM GNS-FIO-NDX.
           IF NOT FIO-STAT-OKS
               SET NDX-BUS-STAT-ABT TO TRUE
               GO TO FIN-CAR-GNS-BUS-NDX.
           ADD 1 TO NDX-CNT-CARG.
           GO TO FIN-CAR-GNS-BUS-NDX.
       RCH-CAR-GNS-BUS-NDX.
           ADD 1 TO NDX-CNT-RECH.
           MOVE 'R'          TO NDX-LIN-TIPO.
           MOVE NDX-FLD-ICIC TO NDX-LIN-ICIC.
           MOVE SPACES       TO NDX-LIN-IOTR.
           PERFORM PUT-GNS-BUS-NDX THRU FIN-PUT-GNS-BUS-NDX.
       FIN-CAR-GNS-BUS-NDX.
           EXIT.
      *
      *    Encola una fila del informe de la carga.
       PUT-GNS-BUS-NDX SECTION.
       INI-PUT-GNS-BUS-NDX.
           MOVE NDX-NUM-ROWA TO NDX-LIN-ROWN.
           MOVE NDX-FLD-NDOC TO NDX-LIN-NDOC.
           ADD 1 TO SCR-INDM.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QNDM TO QUE-NAM-SEND.
           MOVE SCR-INDM TO QUE-NUM-SEND.
           MOVE LENGTH OF NDX-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE NDX-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-BUS-NDX.
           EXIT.
      *
      *    Huella de la corrida ( cada fila de la cola de entrada )
      *    y apertura segun SMC-COD-MODO.
       HUE-GNS-BUS-NDX SECTION.
       INI-HUE-GNS-BUS-NDX.
           MOVE 'NDX'   TO SMC-ENT-PROG.
           MOVE SMC-INI TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
           MOVE ZERO TO NDX-NUM-ROWA.
       LUP-HUE-GNS-BUS-NDX.
           ADD 1 TO NDX-NUM-ROWA.
           IF NDX-NUM-ROWA > NDX-NUM-ROWS
               GO TO ABR-HUE-GNS-BUS-NDX.
           PERFORM LEE-GNS-BUS-NDX THRU FIN-LEE-GNS-BUS-NDX.
           MOVE SPACES       TO SMC-ENT-DATO.
           MOVE NDX-GLS-ROW  TO SMC-ENT-DATO.
           MOVE LENGTH OF NDX-GLS-ROW TO SMC-ENT-LARG.
           MOVE SMC-HSH TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
           GO TO LUP-HUE-GNS-BUS-NDX.
       ABR-HUE-GNS-BUS-NDX.
           MOVE SMC-ABR TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
       FIN-HUE-GNS-BUS-NDX.
           EXIT.
