      *    archivo o que limite estuvo involucrado, con los valores
      *    que el llamador dejo en MSG-SUB-VALS ( de uso unico ).
       SUB-GET-MSG.
      *    La entrega cuenta para el informe de uso del catalogo
      *    ( REG-GNS-MSU en GNSBGMSU.cbl ).
           IF MSU-IND-ACTV = 'S' AND FIO-STAT-OKS
              AND MSG-IND-VIGE NOT = 'N'
               PERFORM REG-GNS-MSU THRU FIN-REG-GNS-MSU.
           IF MSG-SUB-VALS NOT = SPACES
               PERFORM RMP-GET-MSG.
      *    Ruteo por severidad: lo Severo y lo Critico no espera a
           MOVE MSG-REG-CONS TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
           MOVE 'S'          TO QUE-MTRN.
      *    El aviso va tambien a la guardia por la bandeja de salida
      *    ( REG-GNS-NTF en GNSBGNTF.cbl ); fuente y clave las deja
      *    en NTF-ENT-ORIG quien fuerza el aviso.
           IF NTF-ENT-FUEN = SPACES
               MOVE 'MSG'        TO NTF-BAN-FUEN
           ELSE
               MOVE NTF-ENT-FUEN TO NTF-BAN-FUEN.
           MOVE NTF-ENT-CLAV        TO NTF-BAN-CLAV.
           MOVE MSG-COD-SEVR        TO NTF-BAN-SEVR.
           MOVE MSG-COD-MENS IN MSG TO NTF-BAN-CODI.
           MOVE MSG-GLS-MENS IN MSG TO NTF-BAN-TEXT.
           PERFORM REG-GNS-NTF.
      *    Un Critico exige ademas acuse explicito del operador
      *    ( REG-GNS-MSG-ACK en GNSBGACK.cbl ): prueba de entrega
      *    de los avisos operacionales.
