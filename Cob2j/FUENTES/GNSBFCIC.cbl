               SET FIO-STAT-BAK TO TRUE
               PERFORM PRG-ABT.
       CON-GNS-FIO-CIC.                                                 
      *    formato del folio ( GNS-PRO-CIW en GNSBGCIW.cbl ): sin
      *    indicador el centro es clasico; al pasar a ampliado el
      *    folio ampliado arranca en el clasico, misma serie
           IF ( FIO-CMND = FIO-PUT OR FIO-MOD )
              AND CIC-IND-FRMT IN CIC NOT = 'A'
               MOVE 'C' TO CIC-IND-FRMT IN CIC.
           IF ( FIO-CMND = FIO-PUT OR FIO-MOD )
              AND CIC-NUM-ICIA IN CIC NOT NUMERIC
               MOVE ZEROES TO CIC-NUM-ICIA IN CIC.
           IF ( FIO-CMND = FIO-PUT OR FIO-MOD )
              AND CIC-IND-FRMT IN CIC = 'A'
              AND CIC-NUM-ICIA IN CIC = ZERO
              AND CIC-NUM-ICIC IN CIC NUMERIC
               MOVE CIC-NUM-ICIC IN CIC TO CIC-NUM-ICIA IN CIC.
      *    folio para un documento declarado ( NDX-DOC-FOLI ): el
      *    documento no puede tener ya un CIC vigente
      *    ( CHK-GNS-NDX-CIC en GNSBGNDX.cbl )
           MOVE 'N' TO NDX-IND-DOCU.
           IF ( FIO-CMND = FIO-PUT OR FIO-MOD )
              AND NDX-DOC-FOLI > SPACES
               PERFORM CHK-GNS-NDX-CIC THRU FIN-CHK-GNS-NDX-CIC
               IF NDX-IND-DOCU = 'N'
                   MOVE SPACES TO NDX-DOC-FOLI
                   MOVE ZEROES TO NDX-ENT-TOKN
                   SET FIO-STAT-DAK TO TRUE
                   GO TO SAL-GNS-FIO-CIC.
           MOVE CIC TO FIO-DFLD.                                        
           PERFORM GNS-FIO-DTC.                                         
           IF FIO-STAT-OKS                                              
               MOVE 'GNSCIC' TO FIO-MEN2                                
               IF FIO-STAT-FTL                                          
                   PERFORM PRG-ABT.                                     
      *    fila grabada antes del folio ampliado: se lee clasica
           IF FIO-STAT-OKS AND CIC-IND-FRMT IN CIC NOT = 'A'
               MOVE 'C' TO CIC-IND-FRMT IN CIC.
           IF FIO-STAT-OKS AND CIC-NUM-ICIA IN CIC NOT NUMERIC
               MOVE ZEROES TO CIC-NUM-ICIA IN CIC.
      *    el documento declarado queda registrado al folio grabado;
      *    la declaracion es de uso unico
           IF FIO-STAT-OKS AND NDX-IND-DOCU = 'S'
               PERFORM REG-GNS-NDX-CIC THRU FIN-REG-GNS-NDX-CIC.
           IF NDX-IND-DOCU = 'S'
               MOVE 'N'    TO NDX-IND-DOCU
               MOVE SPACES TO NDX-DOC-FOLI
               MOVE ZEROES TO NDX-ENT-TOKN.

      *    Toda asignacion aceptada deja su evento de interfaz para
      *    el corresponsal ( REG-GNS-EVT en GNSBGEVT.cbl ).
               MOVE SPACES      TO EVT-ENT-CLAV
               MOVE CIC-CAI-ICIC IN CIC TO EVT-ENT-CLAV( 1:4 )
               MOVE CIC         TO EVT-ENT-IMAG
      *        tras el registro, el folio vigente en su forma de
      *        despliegue, igual para ambos formatos
               MOVE CIW-FOL     TO CIW-CMND
               PERFORM GNS-PRO-CIW
               MOVE CIW-SAL-DESP TO EVT-ENT-IMAG( 61:17 )
               PERFORM REG-GNS-EVT.

      *    Identificador fusionado: si la lectura por llave no trajo
                   MOVE CIC-KEY-ICIC IN CIC TO ADR-VKEY IN ADR-REQA
                   MOVE FIO-GET-KEY  TO FIO-CMND
                   GO TO CON-GNS-FIO-CIC.
       SAL-GNS-FIO-CIC.
           MOVE SPACES   TO FIO-AKEY.                                   
           MOVE FIO-KDEF-N TO FIO-KDEF.                                 
           MOVE ADR-REQA TO ADR-CIC-REQA.                               
