               MOVE TAB-COD-TTAB IN TAB TO TAB-CIC-TTAB IN TAB          
                                           TAB-EXT-TTAB IN TAB          
                                           TAB-SNX-TTAB IN TAB.         
      *    Clave Soundex: los tres primeros sonidos de la
      *    descripcion ( GNS-PRO-SNX en GNSBGSNX.cbl ), para la
      *    busqueda por nombre
           IF FIO-CMND = FIO-PUT OR FIO-MOD
               MOVE TAB-GLS-DESC IN TAB TO SNX-ENT-DESC
               PERFORM GNS-PRO-SNX
               MOVE SNX-SAL-CLAV TO TAB-SNX-CTAB IN TAB.
      *                                                                 
      *    Se anota si el viaje lleva desvio de ambiente ( el desvio
      *    lo consume GNS-FIO-DTC ): una escritura desviada va a un
