      *       Plaza del terminal ( calendario regional de feriados,
      *       FEC-COD-PLZA; espacios = plaza nacional )
              05 TRM-DES-PLZA                  PIC X(03).
      *
      *       'S' = terminal de practica: toda sesion abierta en el
      *       trabaja en modo entrenamiento ( GNSBGENT.cbl )
              05 TRM-DES-IENT                  PIC X(01).
              05 FILLER                        PIC X(15).
      *
      *    Entradas de la mantencion del perfil ( GNS-MNT-TRM )
           03 TRM-ENT-TERM                     PIC X(04).
