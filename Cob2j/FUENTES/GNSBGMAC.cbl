      * Firma de los Eventos de Interfaz ( EVT / EVR )
      *
      *    FIR-GNS-PRO-MAC firma el evento en EVT-REG-MSJE para el
      *    corresponsal MAC-ENT-CORR con su version de clave vigente
      *    mas alta, dejando version y firma en EVT-REG-FIRM ( el
      *    transmisor GNS-BUS-EVT la invoca antes de cada envio ).
      *    VRF-GNS-PRO-MAC verifica la firma de un evento recibido
      *    contra la version de clave que el evento declara ( el
      *    receptor GNS-BUS-EVR la invoca antes de aplicar ).
       FIR-GNS-PRO-MAC SECTION.
       INI-FIR-GNS-PRO-MAC.
           SET MAC-STAT-OKS TO TRUE.
           MOVE ZEROES TO EVT-MSJ-VKEY EVT-MSJ-FIRM MAC-NUM-VERS.
           PERFORM GET-FHOY.
           MOVE SPACES       TO TAB.
           MOVE 'MAC'        TO TAB-COD-TTAB IN TAB.
           MOVE MAC-ENT-CORR TO MAC-KEY-CORR.
           MOVE ZEROES       TO MAC-KEY-VERS.
           MOVE MAC-KEY-CTAB TO TAB-COD-CTAB IN TAB.
      *    las versiones del corresponsal en orden; queda la ultima
      *    que sirve
       LUP-FIR-GNS-PRO-MAC.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'MAC'
              OR TAB-COD-CTAB IN TAB( 1:8 ) NOT = MAC-ENT-CORR
               GO TO FRM-FIR-GNS-PRO-MAC.
           PERFORM VIG-GNS-PRO-MAC THRU FIN-VIG-GNS-PRO-MAC.
           IF MAC-IND-VIGE = 'S'
               MOVE TAB-COD-CTAB IN TAB TO MAC-KEY-CTAB
               MOVE MAC-KEY-VERS TO MAC-NUM-VERS
               MOVE MAC-DSC-CLAV TO MAC-SAV-CLAV.
           GO TO LUP-FIR-GNS-PRO-MAC.
       FRM-FIR-GNS-PRO-MAC.
           IF MAC-NUM-VERS = ZEROES
               SET MAC-STAT-NKY TO TRUE
               GO TO FIN-FIR-GNS-PRO-MAC.
           MOVE MAC-SAV-CLAV TO DGS-ENT-CLAV.
           PERFORM CAL-GNS-PRO-MAC THRU FIN-CAL-GNS-PRO-MAC.
           MOVE MAC-NUM-VERS TO EVT-MSJ-VKEY.
           MOVE MAC-NUM-FIRM TO EVT-MSJ-FIRM.
       FIN-FIR-GNS-PRO-MAC.
           EXIT.
      *
      *    Verificacion: la version declarada debe existir, estar
      *    vigente y no vencida, y la firma debe cuadrar.
       VRF-GNS-PRO-MAC SECTION.
       INI-VRF-GNS-PRO-MAC.
           SET MAC-STAT-OKS TO TRUE.
           IF EVT-MSJ-VKEY NOT NUMERIC
              OR EVT-MSJ-VKEY = ZEROES
               SET MAC-STAT-VER TO TRUE
               GO TO FIN-VRF-GNS-PRO-MAC.
           IF EVT-MSJ-FIRM NOT NUMERIC
               SET MAC-STAT-FIR TO TRUE
               GO TO FIN-VRF-GNS-PRO-MAC.
           PERFORM GET-FHOY.
           MOVE SPACES       TO TAB.
           MOVE 'MAC'        TO TAB-COD-TTAB IN TAB.
           MOVE MAC-ENT-CORR TO MAC-KEY-CORR.
           MOVE EVT-MSJ-VKEY TO MAC-KEY-VERS.
           MOVE MAC-KEY-CTAB TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
               SET MAC-STAT-VER TO TRUE
               GO TO FIN-VRF-GNS-PRO-MAC.
           PERFORM VIG-GNS-PRO-MAC THRU FIN-VIG-GNS-PRO-MAC.
           IF MAC-IND-VIGE NOT = 'S'
               SET MAC-STAT-VER TO TRUE
               GO TO FIN-VRF-GNS-PRO-MAC.
           MOVE MAC-DSC-CLAV TO DGS-ENT-CLAV.
           PERFORM CAL-GNS-PRO-MAC THRU FIN-CAL-GNS-PRO-MAC.
           IF MAC-NUM-FIRM NOT = EVT-MSJ-FIRM
               SET MAC-STAT-FIR TO TRUE.
       FIN-VRF-GNS-PRO-MAC.
           EXIT.
      *
      *    Sirve la fila 'MAC' leida ? Vigente, con clave y sin
      *    vencer a la fecha de hoy ( GET-FHOY ya corrio ).
       VIG-GNS-PRO-MAC SECTION.
       INI-VIG-GNS-PRO-MAC.
           MOVE 'N' TO MAC-IND-VIGE.
           MOVE TAB-GLS-DESC IN TAB TO MAC-WRK-DESC.
           IF TAB-IND-VIGE IN TAB = 'N'
              OR MAC-DSC-CLAV NOT > SPACES
               GO TO FIN-VIG-GNS-PRO-MAC.
           IF MAC-DSC-FHAS > SPACES
              AND MAC-DSC-FHAS < HOY-FHOY
               GO TO FIN-VIG-GNS-PRO-MAC.
           MOVE 'S' TO MAC-IND-VIGE.
       FIN-VIG-GNS-PRO-MAC.
           EXIT.
      *
      *    Firma del evento con la clave ya puesta en DGS-ENT-CLAV:
      *    la huella con clave de GNSBGDGS.cbl, de la que se toma la
      *    primera mitad. La clave y su tabla no quedan en memoria.
       CAL-GNS-PRO-MAC SECTION.
       INI-CAL-GNS-PRO-MAC.
           PERFORM CLV-GNS-PRO-DGS THRU FIN-CLV-GNS-PRO-DGS.
           MOVE EVT-REG-MSJE TO DGS-ENT-DATO.
           MOVE LENGTH OF EVT-REG-MSJE TO DGS-ENT-LARG.
           PERFORM CAL-GNS-PRO-DGS THRU FIN-CAL-GNS-PRO-DGS.
           MOVE DGS-SAL-HUE1 TO MAC-NUM-FIRM.
           MOVE SPACES     TO DGS-ENT-CLAV DGS-ENT-DATO MAC-SAV-CLAV
                              MAC-WRK-DESC.
           MOVE LOW-VALUES TO DGS-MSBX.
       FIN-CAL-GNS-PRO-MAC.
           EXIT.
