       LUP-GNS-BUS-DIC.
           IF DIC-ENT-TREG( DIC-ITBL ) NOT = DIC-REG-TREG
               GO TO SIG-GNS-BUS-DIC.
      *    los campos que caen fuera de la imagen auditada ( la cola
      *    de un registro mas largo que ella ) no se comparan
           IF DIC-ENT-POSI( DIC-ITBL ) + DIC-ENT-LARG( DIC-ITBL ) - 1
              > LENGTH OF AUD-GLS-IMGA
               GO TO SIG-GNS-BUS-DIC.
           IF AUD-GLS-IMGA( DIC-ENT-POSI( DIC-ITBL ) :
                            DIC-ENT-LARG( DIC-ITBL ) ) =
              AUD-GLS-IMGN( DIC-ENT-POSI( DIC-ITBL ) :
