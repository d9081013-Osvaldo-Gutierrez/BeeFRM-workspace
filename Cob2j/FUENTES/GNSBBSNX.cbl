      *Busqueda por nombre en TAB / MSC. El operador teclea el
      *nombre como suena ( SNX-ENT-NOMB ) y el tipo a buscar
      *( SNX-ENT-REGI 'TAB' con SNX-ENT-TIPO = TAB-COD-TTAB, o 'MSC'
      *con SNX-ENT-TIPO = MSC-COD-TMSC ). Recorre las filas del tipo
      *igual que GNS-BUS-TAB, reduce cada descripcion con
      *GNS-PRO-SNX, mide su cercania al nombre ( CER-GNS-PRO-SNX ) y
      *guarda las SNX-MAX-CAND mas cercanas sobre SNX-NUM-UMBR; a
      *igual cercania va primero la que tiene la misma Clave Soundex.
      *La lista queda, de mayor a menor cercania, en la cola
      *SCR-QSNX para que el programa de pantalla la lea despues con
      *GNS-MSJ-QUE 'GET'; para en SCR-NSNX filas ( 0 = todas ) y
      *deja en SCR-ISNX la cantidad encolada.
       GNS-BUS-SNX SECTION.
       INI-GNS-BUS-SNX.
           SET SNX-STAT-OKS TO TRUE.
           MOVE ZERO TO SCR-ISNX SNX-NUM-CAND.
           MOVE SNX-ENT-NOMB TO SNX-ENT-DESC.
           PERFORM GNS-PRO-SNX.
           MOVE SNX-SAL-FONE TO SNX-NOM-FONE.
           MOVE SNX-SAL-LFON TO SNX-NOM-LFON.
           MOVE SNX-SAL-CLAV TO SNX-NOM-CLAV.
           IF SNX-NOM-LFON NOT > ZERO
               SET SNX-STAT-NEX TO TRUE
               GO TO FIN-GNS-BUS-SNX.
           IF SNX-ENT-REGI = 'MSC'
               GO TO MSC-GNS-BUS-SNX.
           IF SNX-ENT-REGI NOT = 'TAB'
               SET SNX-STAT-REG TO TRUE
               GO TO FIN-GNS-BUS-SNX.
           MOVE SPACES         TO TAB.
           MOVE SNX-ENT-TIPO   TO TAB-COD-TTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
       TAB-GNS-BUS-SNX.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = SNX-ENT-TIPO
               GO TO LIS-GNS-BUS-SNX.
           MOVE TAB-COD-CTAB IN TAB TO SNX-ROW-CODI.
           MOVE TAB-GLS-DESC IN TAB TO SNX-ROW-DESC.
           MOVE TAB-IND-VIGE IN TAB TO SNX-ROW-VIGE.
           MOVE TAB-SNX-CTAB IN TAB TO SNX-ROW-CLAV.
           PERFORM EVA-GNS-BUS-SNX THRU FIN-EVA-GNS-BUS-SNX.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           GO TO TAB-GNS-BUS-SNX.
       MSC-GNS-BUS-SNX.
           MOVE SPACES         TO MSC.
           MOVE SNX-ENT-TIPO   TO MSC-COD-TMSC IN MSC.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'MSC-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-NLS    TO FIO-CMND.
           PERFORM GNS-FIO-MSC.
       LUP-MSC-GNS-BUS-SNX.
           IF NOT FIO-STAT-OKS
              OR MSC-COD-TTAB IN MSC NOT = 'MSC'
              OR MSC-COD-TMSC IN MSC NOT = SNX-ENT-TIPO
               GO TO LIS-GNS-BUS-SNX.
           MOVE MSC-COD-CMSC IN MSC TO SNX-ROW-CODI.
           MOVE MSC-GLS-DESC IN MSC TO SNX-ROW-DESC.
           MOVE MSC-IND-VIGE IN MSC TO SNX-ROW-VIGE.
           MOVE MSC-SNX-MSCL IN MSC TO SNX-ROW-CLAV.
           PERFORM EVA-GNS-BUS-SNX THRU FIN-EVA-GNS-BUS-SNX.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'MSC-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-NXT    TO FIO-CMND.
           PERFORM GNS-FIO-MSC.
           GO TO LUP-MSC-GNS-BUS-SNX.
      *
      *    la lista, de mayor a menor cercania
       LIS-GNS-BUS-SNX.
           IF SNX-NUM-CAND = ZERO
               SET SNX-STAT-NEX TO TRUE
               GO TO FIN-GNS-BUS-SNX.
           MOVE ZERO TO SNX-NUM-ICAN.
       LUP-LIS-GNS-BUS-SNX.
           ADD 1 TO SNX-NUM-ICAN.
           IF SNX-NUM-ICAN > SNX-NUM-CAND
               GO TO FIN-GNS-BUS-SNX.
           IF SCR-NSNX > ZERO AND SCR-ISNX NOT < SCR-NSNX
               GO TO FIN-GNS-BUS-SNX.
           MOVE SNX-CAN-PUNT( SNX-NUM-ICAN ) TO SNX-LIN-PUNT.
           MOVE SNX-CAN-CODI( SNX-NUM-ICAN ) TO SNX-LIN-CODI.
           MOVE SNX-CAN-DESC( SNX-NUM-ICAN ) TO SNX-LIN-DESC.
           MOVE SNX-CAN-VIGE( SNX-NUM-ICAN ) TO SNX-LIN-VIGE.
           ADD 1 TO SCR-ISNX.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QSNX TO QUE-NAM-SEND.
           MOVE SCR-ISNX TO QUE-NUM-SEND.
           MOVE LENGTH OF SNX-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE SNX-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           GO TO LUP-LIS-GNS-BUS-SNX.
       FIN-GNS-BUS-SNX.
           EXIT.
      *
      *    Mide la fila en curso y, si entra, la ubica en la lista
      *    ordenada corriendo hacia abajo las de menor cercania.
       EVA-GNS-BUS-SNX SECTION.
       INI-EVA-GNS-BUS-SNX.
           MOVE SNX-ROW-DESC TO SNX-ENT-DESC.
           PERFORM GNS-PRO-SNX.
           PERFORM CER-GNS-PRO-SNX THRU FIN-CER-GNS-PRO-SNX.
           IF SNX-NUM-PUNT < SNX-NUM-UMBR
               GO TO FIN-EVA-GNS-BUS-SNX.
           MOVE 1 TO SNX-NUM-ICAN.
       POS-EVA-GNS-BUS-SNX.
           IF SNX-NUM-ICAN > SNX-NUM-CAND
               GO TO COR-EVA-GNS-BUS-SNX.
           IF SNX-CAN-PUNT( SNX-NUM-ICAN ) > SNX-NUM-PUNT
               ADD 1 TO SNX-NUM-ICAN
               GO TO POS-EVA-GNS-BUS-SNX.
      *    a igual cercania, la de la misma Clave Soundex adelante
           IF SNX-CAN-PUNT( SNX-NUM-ICAN ) = SNX-NUM-PUNT
              AND SNX-ROW-CLAV NOT = SNX-NOM-CLAV
               ADD 1 TO SNX-NUM-ICAN
               GO TO POS-EVA-GNS-BUS-SNX.
       COR-EVA-GNS-BUS-SNX.
           IF SNX-NUM-ICAN > SNX-MAX-CAND
               GO TO FIN-EVA-GNS-BUS-SNX.
           MOVE SNX-NUM-CAND TO SNX-NUM-JCAN.
           IF SNX-NUM-JCAN NOT < SNX-MAX-CAND
               SUBTRACT 1 FROM SNX-NUM-JCAN.
       BAJ-EVA-GNS-BUS-SNX.
           IF SNX-NUM-JCAN < SNX-NUM-ICAN
               GO TO PON-EVA-GNS-BUS-SNX.
           MOVE SNX-CAND( SNX-NUM-JCAN )
             TO SNX-CAND( SNX-NUM-JCAN + 1 ).
           SUBTRACT 1 FROM SNX-NUM-JCAN.
           GO TO BAJ-EVA-GNS-BUS-SNX.
       PON-EVA-GNS-BUS-SNX.
           MOVE SNX-NUM-PUNT TO SNX-CAN-PUNT( SNX-NUM-ICAN ).
           MOVE SNX-ROW-CODI TO SNX-CAN-CODI( SNX-NUM-ICAN ).
           MOVE SNX-ROW-DESC TO SNX-CAN-DESC( SNX-NUM-ICAN ).
           MOVE SNX-ROW-VIGE TO SNX-CAN-VIGE( SNX-NUM-ICAN ).
           IF SNX-NUM-CAND < SNX-MAX-CAND
               ADD 1 TO SNX-NUM-CAND.
       FIN-EVA-GNS-BUS-SNX.
           EXIT.
