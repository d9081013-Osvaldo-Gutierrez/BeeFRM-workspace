           03 FRM-STAT                PIC X(03).                        
              88 FRM-STAT-OKS   VALUE 'OKS'.                            
              88 FRM-STAT-ABT   VALUE 'ABT'.                            
      * PANTALLA RECHAZADA POR LAS REGLAS DE CAMPOS ( TAB 'VCF' ) O
      * GUARDADA COMO BORRADOR: VUELVE AL OPERADOR Y SE RECIBE DE
      * NUEVO SIN PASAR AL PROGRAMA ( 'G' DESDE GTA, 'R' DESDE RCV ),
      * Y LA NUEVA RECEPCION LEE SU TECLA ( 'S' EN FRM-IND-RECV )
           03 FRM-IND-REPE   VALUE 'N' PIC X(01).
           03 FRM-IND-RECV   VALUE 'N' PIC X(01).
           03 FRM-NAME                PIC X(007).                       
           03 FRM-NLIB                PIC X(007).                       
           03 FRM-PLIN       VALUE 1  PIC 9(02).                        
