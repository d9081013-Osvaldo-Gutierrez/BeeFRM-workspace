      * Clonacion de Catalogos para el Alta de un Sistema Nuevo
      *
      *    RES-GNS-PRO-CLN dice si el sistema CLN-COD-SRES resuelve
      *    su base en la tabla IDD en memoria, con la misma busqueda
      *    de dos pasos que hacen GNS-FIO-TAB / MSC / MSG ( grupo 'C'
      *    y luego grupo en blanco ), pero sin abortar cuando no la
      *    encuentra: deja CLN-IND-RESU en 'S' o 'N'.
       RES-GNS-PRO-CLN SECTION.
       INI-RES-GNS-PRO-CLN.
           MOVE 'N'          TO CLN-IND-RESU.
           MOVE CLN-COD-SRES TO IDD-SAUX.
           MOVE 'C'          TO IDD-GAUX.
           MOVE SPACES       TO IDD-RAUX.
           SEARCH ALL IDD-VSIS
               AT END
                   NEXT SENTENCE
               WHEN IDD-DENT( IDD-ITBL ) = IDD-DAUX
                   MOVE 'S' TO CLN-IND-RESU.
           IF CLN-IND-RESU = 'S'
               GO TO FIN-RES-GNS-PRO-CLN.
           MOVE SPACES TO IDD-GAUX.
           SEARCH ALL IDD-VSIS
               AT END
                   NEXT SENTENCE
               WHEN IDD-DENT( IDD-ITBL ) = IDD-DAUX
                   MOVE 'S' TO CLN-IND-RESU.
       FIN-RES-GNS-PRO-CLN.
           EXIT.
      *
      *    Aprobacion de un pendiente 'IDE' ( la invoca
      *    APL-GNS-PRO-PND ): agrega la entrada estacionada en la
      *    primera casilla libre del registro IDD cuya clave viene en
      *    la llave del pendiente. Una entrada que ya existe no se
      *    pisa y un registro sin casillas libres no se toca; en ambos
      *    casos la aprobacion falla con FIO-STAT-NEX. La tabla en
      *    memoria toma la entrada nueva en la proxima carga
      *    ( GNS-BUS-IDD ).
       IDE-GNS-PRO-CLN SECTION.
       INI-IDE-GNS-PRO-CLN.
           MOVE PND-GLS-IMAG( 1:11 ) TO CLN-WRK-EIDD.
           MOVE SPACES               TO IDD.
           MOVE PND-GLS-CLAV( 1:12 ) TO IDD-COD-CIDD IN IDD.
           MOVE 'GNS'       TO FIO-SIST.
           MOVE FIO-GET-KEY TO FIO-CMND.
           PERFORM GNS-FIO-IDD.
           IF NOT FIO-STAT-OKS
               GO TO FIN-IDE-GNS-PRO-CLN.
           MOVE ZERO TO CLN-NUM-LIBR.
           MOVE 1    TO CLN-NUM-IENT.
       LUP-IDE-GNS-PRO-CLN.
           IF CLN-NUM-IENT > 99
               GO TO GRA-IDE-GNS-PRO-CLN.
           IF IDD-GLS-DENT( CLN-NUM-IENT ) = CLN-EID-DENT
               MOVE FIO-STAT-NEX TO FIO-STAT
               GO TO FIN-IDE-GNS-PRO-CLN.
           IF IDD-COD-SIST( CLN-NUM-IENT ) NOT > SPACES
              AND CLN-NUM-LIBR = ZERO
               MOVE CLN-NUM-IENT TO CLN-NUM-LIBR.
           ADD 1 TO CLN-NUM-IENT.
           GO TO LUP-IDE-GNS-PRO-CLN.
       GRA-IDE-GNS-PRO-CLN.
           IF CLN-NUM-LIBR = ZERO
               MOVE FIO-STAT-NEX TO FIO-STAT
               GO TO FIN-IDE-GNS-PRO-CLN.
           MOVE CLN-WRK-EIDD TO IDD-GLS-VSIS( CLN-NUM-LIBR ).
           MOVE 'GNS'        TO FIO-SIST.
           MOVE FIO-MOD      TO FIO-CMND.
           PERFORM GNS-FIO-IDD.
       FIN-IDE-GNS-PRO-CLN.
           EXIT.
