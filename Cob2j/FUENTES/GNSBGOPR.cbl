      *    paso y OPR-MENS trae el texto para FRM-MENS. Con la sesion
      *    abierta, SCR-USER queda con el codigo de operador, de modo
      *    que bitacoras ( AUD ) y mantenciones pasan a llevar el
      *    operador y no solo el terminal. La clave no se guarda:
      *    OPR-COD-CLAV lleva su huella de un solo sentido con
      *    semilla propia ( HSH-GNS-PRO-OPR ), y las claves antiguas
      *    a la vista pasan a huella segun OPR-IND-MIGR.
       GNS-PRO-OPR SECTION.
       INI-GNS-PRO-OPR.
           SET OPR-STAT-OKS TO TRUE.
           MOVE SPACES TO OPR-MENS.
           MOVE SPACES TO MSG-COD-MENS IN MSG.
      *    El maestro OPR es siempre el de produccion, aun desde una
      *    sesion de entrenamiento: el desvio FIO se suspende aqui y
      *    se repone a la salida ( MSG-GNS-PRO-OPR ).
           MOVE SCR-IENT TO ENT-SAV-IENT.
           MOVE 'N'      TO SCR-IENT.
           GO TO SGN-GNS-PRO-OPR SGF-GNS-PRO-OPR CHG-GNS-PRO-OPR
                 CHK-GNS-PRO-OPR
           DEPENDING ON OPR-CMND.
      *    Apertura de sesion: valida existencia/vigencia, bloqueo,
      *    clave, vencimiento de clave y doble sesion, en ese orden.
       SGN-GNS-PRO-OPR.
           MOVE 'N' TO ENT-SAV-IENT.
           PERFORM LEE-GNS-PRO-OPR.
           IF NOT OPR-STAT-OKS
               GO TO MSG-GNS-PRO-OPR.
               SET OPR-STAT-BLQ TO TRUE
               MOVE 'OPR    BLQ' TO MSG-COD-MENS
               GO TO MSG-GNS-PRO-OPR.
           PERFORM VER-GNS-PRO-OPR.
           IF OPR-HSH-IGUA NOT = 'S'
               ADD 1 TO OPR-NUM-INTE
               SET OPR-STAT-MAL TO TRUE
               MOVE 'OPR    MAL' TO MSG-COD-MENS
           IF OPR-STAT-MAL OR OPR-STAT-BLQ
               PERFORM GRA-GNS-PRO-OPR
               GO TO MSG-GNS-PRO-OPR.
      *    Clave antigua a la vista: segun OPR-IND-MIGR se convierte
      *    ya a huella ( queda grabada con la apertura ) o se da por
      *    vencida para que el cambio de clave la reemplace.
           IF NOT OPR-CLV-HASH
               IF OPR-IND-MIGR = 'V'
                   SET OPR-STAT-EXP TO TRUE
                   MOVE 'OPR    EXP' TO MSG-COD-MENS
                   GO TO MSG-GNS-PRO-OPR
               ELSE
                   MOVE OPR-ENT-CLAV TO OPR-HSH-NUEV
                   PERFORM NVA-GNS-PRO-OPR.
           PERFORM VNC-GNS-PRO-OPR.
           IF OPR-STAT-EXP
               MOVE 'OPR    EXP' TO MSG-COD-MENS
                   PERFORM REG-GNS-IDN.
           IF OPR-STAT-FHR
               GO TO MSG-GNS-PRO-OPR.
      *    Sucursal del terminal ( CHK-GNS-OPR-SUC en GNSBGOSU.cbl ):
      *    fuera de la base y sin destinacion vigente se rehusa con
      *    su propio mensaje, y la denegacion va a la bitacora IDN
      *    con motivo 'S' ( sucursal ajena ).
           PERFORM CHK-GNS-OPR-SUC.
           IF OSU-IND-DENT = 'N'
               SET OPR-STAT-SUC TO TRUE
               MOVE 'OPR    SUC' TO MSG-COD-MENS
               IF IDN-IND-ACTV = 'S'
                   MOVE 'OPR'    TO IDM-CANA
                   MOVE SPACES   TO IDM-OPCI
                   MOVE OPR-ENT-IOPR( 1:9 ) TO IDM-OPCI
                   MOVE 'S'      TO IDN-REG-MOTV
                   PERFORM REG-GNS-IDN.
           IF OPR-STAT-SUC
               GO TO MSG-GNS-PRO-OPR.
           MOVE ZEROES       TO OPR-NUM-INTE.
           MOVE TSK-TERM-ALF TO OPR-COD-TERM.
      *    la sesion abre siempre en la empresa propia del operador
      *    ( el cambio a otra es explicito, GNS-PRO-EMP )
           MOVE OPR-COD-EMPR TO OPR-COD-EUSO.
           PERFORM GRA-GNS-PRO-OPR.
           MOVE OPR-COD-IOPR TO OPR-SES-IOPR.
           MOVE OPR-COD-ROLE TO OPR-SES-ROLE.
           MOVE OPR-COD-IOPR TO SCR-USER.
           MOVE OPR-COD-EMPR TO EMP-COD-EMPR EMP-COD-BASE.
      *    Con la sesion recien abierta se carga el perfil del
      *    terminal ( idioma, impresora, convencion local ).
           PERFORM LOD-GNS-PRO-TRM.
      *    Operador o terminal de entrenamiento ( CHK-GNS-OPR-ENT en
      *    GNSBGENT.cbl ): la sesion queda desviada a la base de
      *    entrenamiento desde la proxima llamada FIO.
           PERFORM CHK-GNS-OPR-ENT.
           GO TO MSG-GNS-PRO-OPR.
      *
      *    Cierre de sesion: libera el terminal en el maestro y
      *    limpia la sesion de este proceso.
       SGF-GNS-PRO-OPR.
           MOVE 'N' TO ENT-SAV-IENT.
           IF OPR-SES-IOPR NOT > SPACES
               SET OPR-STAT-NVG TO TRUE
               MOVE 'OPR    NVG' TO MSG-COD-MENS
           MOVE OPR-SES-IOPR TO OPR-ENT-IOPR.
           PERFORM LEE-GNS-PRO-OPR.
           IF OPR-STAT-OKS
               MOVE SPACES TO OPR-COD-TERM OPR-COD-EUSO
               PERFORM GRA-GNS-PRO-OPR.
           MOVE SPACES TO OPR-SES-IOPR OPR-SES-ROLE SCR-USER.
           MOVE SPACES TO EMP-COD-EMPR EMP-COD-BASE.
           GO TO MSG-GNS-PRO-OPR.
      *
      *    Cambio de clave: exige la clave vigente correcta, graba la
      *    huella de la nueva y corre la fecha de ultimo cambio, con
      *    lo que una clave vencida ( OPR-STAT-EXP en la apertura ) se
      *    rehabilita por este unico camino.
       CHG-GNS-PRO-OPR.
           PERFORM LEE-GNS-PRO-OPR.
           IF NOT OPR-STAT-OKS
               SET OPR-STAT-BLQ TO TRUE
               MOVE 'OPR    BLQ' TO MSG-COD-MENS
               GO TO MSG-GNS-PRO-OPR.
           PERFORM VER-GNS-PRO-OPR.
           IF OPR-HSH-IGUA NOT = 'S'
               SET OPR-STAT-MAL TO TRUE
               MOVE 'OPR    MAL' TO MSG-COD-MENS
               GO TO MSG-GNS-PRO-OPR.
               SET OPR-STAT-MAL TO TRUE
               MOVE 'OPR    MAL' TO MSG-COD-MENS
               GO TO MSG-GNS-PRO-OPR.
           MOVE OPR-ENT-CLV2 TO OPR-HSH-NUEV.
           PERFORM NVA-GNS-PRO-OPR.
           PERFORM GET-FHOY.
           MOVE HOY-FHOY     TO OPR-FEC-UCLV.
           PERFORM GRA-GNS-PRO-OPR.
           GO TO MSG-GNS-PRO-OPR.
      *
       MSG-GNS-PRO-OPR.
      *    Todo intento de apertura, abra o no, queda en la bitacora
      *    ISE ( GNSBGISE.cbl ) con su motivo.
           IF OPR-CMND = OPR-SGN AND ISE-IND-ACTV = 'S'
               PERFORM REG-GNS-ISE.
           IF MSG-COD-MENS > SPACES
               MOVE 'GNS' TO MSG-COD-SIST
               PERFORM GET-MSG
               MOVE MSG-GLS-DESC IN MSG TO OPR-MENS.
           MOVE ENT-SAV-IENT TO SCR-IENT.
       FIN-GNS-PRO-OPR.
           EXIT.
      *
               SET OPR-STAT-EXP TO TRUE.
       FIN-VNC-GNS-PRO-OPR.
           EXIT.
      *
      *    Cotejo de la clave tecleada ( OPR-ENT-CLAV ) con la del
      *    operador leido: contra la huella, recalculada con la
      *    semilla guardada, o contra la clave a la vista si el
      *    operador aun no se convierte. Deja OPR-HSH-IGUA en 'S' o
      *    'N'; la clave tecleada no se guarda en ninguna parte.
       VER-GNS-PRO-OPR SECTION.
       INI-VER-GNS-PRO-OPR.
           MOVE 'N' TO OPR-HSH-IGUA.
           IF NOT OPR-CLV-HASH
               IF OPR-ENT-CLAV = OPR-COD-CLAV
                   MOVE 'S' TO OPR-HSH-IGUA
                   GO TO FIN-VER-GNS-PRO-OPR
               ELSE
                   GO TO FIN-VER-GNS-PRO-OPR.
           MOVE OPR-COD-SALT TO OPR-HSH-SALT.
           MOVE OPR-COD-IOPR TO OPR-HSH-IOPR.
           MOVE OPR-ENT-CLAV TO OPR-HSH-CLAV.
           PERFORM HSH-GNS-PRO-OPR.
           MOVE SPACES TO OPR-HSH-CLAV.
           IF OPR-HSH-RSLT = OPR-COD-CLAV
               MOVE 'S' TO OPR-HSH-IGUA.
       FIN-VER-GNS-PRO-OPR.
           EXIT.
      *
      *    Protege la clave nueva ( OPR-HSH-NUEV ) del operador en
      *    curso: toma una semilla propia ( huella de fecha, hora,
      *    terminal y un correlativo del proceso ), calcula la huella
      *    y la deja en OPR-COD-CLAV con OPR-IND-HASH en 'H'. No
      *    graba: lo hace el llamador junto con el resto del cambio.
       NVA-GNS-PRO-OPR SECTION.
       INI-NVA-GNS-PRO-OPR.
           PERFORM GET-FHOY.
           ADD 1 TO OPR-HSH-CORR.
           MOVE HOY-FHOY     TO OPR-HSH-SALT.
           MOVE OPR-COD-IOPR TO OPR-HSH-IOPR.
           MOVE SPACES       TO OPR-HSH-CLAV.
           MOVE HOY-HHOY     TO OPR-HSH-CLAV( 1:6 ).
           MOVE TSK-TERM-ALF TO OPR-HSH-CLAV( 7:4 ).
           MOVE OPR-HSH-CORR TO OPR-HSH-RES1.
           MOVE OPR-HSH-RES1( 3:6 ) TO OPR-HSH-CLAV( 11:6 ).
           PERFORM HSH-GNS-PRO-OPR.
           MOVE OPR-HSH-RES2 TO OPR-COD-SALT.
      *
           MOVE OPR-COD-SALT TO OPR-HSH-SALT.
           MOVE OPR-COD-IOPR TO OPR-HSH-IOPR.
           MOVE OPR-HSH-NUEV TO OPR-HSH-CLAV.
           PERFORM HSH-GNS-PRO-OPR.
           MOVE OPR-HSH-RSLT TO OPR-COD-CLAV.
           MOVE 'H'          TO OPR-IND-HASH.
           MOVE SPACES       TO OPR-HSH-CLAV OPR-HSH-NUEV.
       FIN-NVA-GNS-PRO-OPR.
           EXIT.
      *
      *    Huella de OPR-HSH-ENTR en OPR-HSH-RSLT: la huella con
      *    clave de GNSBGDGS.cbl, con semilla + operador como clave,
      *    sobre la clave a la vista seguida de la huella de la
      *    vuelta anterior, OPR-HSH-NVUE vueltas. Es de un solo
      *    sentido: de la huella no se vuelve a la clave, solo se
      *    puede recalcular y comparar.
       HSH-GNS-PRO-OPR SECTION.
       INI-HSH-GNS-PRO-OPR.
           MOVE SPACES       TO DGS-ENT-CLAV.
           MOVE OPR-HSH-SALT TO DGS-ENT-CLAV( 1:8 ).
           MOVE OPR-HSH-IOPR TO DGS-ENT-CLAV( 9:12 ).
           PERFORM CLV-GNS-PRO-DGS THRU FIN-CLV-GNS-PRO-DGS.
           MOVE ZEROES TO DGS-SAL-HUEL.
           MOVE ZERO   TO OPR-HSH-VUEL.
       VUE-HSH-GNS-PRO-OPR.
           ADD 1 TO OPR-HSH-VUEL.
           MOVE SPACES       TO DGS-ENT-DATO.
           MOVE OPR-HSH-CLAV TO DGS-ENT-DATO( 1:16 ).
           MOVE DGS-SAL-HUEL TO DGS-ENT-DATO( 17:16 ).
           MOVE 32           TO DGS-ENT-LARG.
           PERFORM CAL-GNS-PRO-DGS THRU FIN-CAL-GNS-PRO-DGS.
           IF OPR-HSH-VUEL < OPR-HSH-NVUE
               GO TO VUE-HSH-GNS-PRO-OPR.
           MOVE DGS-SAL-HUEL TO OPR-HSH-RSLT.
           MOVE SPACES     TO DGS-ENT-CLAV DGS-ENT-DATO.
           MOVE LOW-VALUES TO DGS-MSBX.
       FIN-HSH-GNS-PRO-OPR.
           EXIT.
