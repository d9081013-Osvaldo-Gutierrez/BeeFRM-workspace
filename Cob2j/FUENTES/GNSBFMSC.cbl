               MOVE MSC-COD-TTAB IN MSC TO MSC-CIC-TTAB IN MSC          
                                           MSC-EXT-TTAB IN MSC          
                                           MSC-SNX-TTAB IN MSC.         
      *    Clave Soundex: los tres primeros sonidos de la
      *    descripcion ( GNS-PRO-SNX en GNSBGSNX.cbl ), para la
      *    busqueda por nombre
           IF FIO-CMND = FIO-PUT OR FIO-MOD
               MOVE MSC-GLS-DESC IN MSC TO SNX-ENT-DESC
               PERFORM GNS-PRO-SNX
               MOVE SNX-SAL-CLAV TO MSC-SNX-MSCL IN MSC.
      *                                                                 
           MOVE MSC TO FIO-DFLD.
           PERFORM GNS-FIO-DTC.
