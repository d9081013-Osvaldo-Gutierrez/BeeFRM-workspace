                 07 EST-SRV-LLAM  VALUE ZEROES PIC 9(07).
                 07 EST-SRV-FALL  VALUE ZEROES PIC 9(05).
      *
      *           Llamadas rechazadas por el control de carga
                 07 EST-SRV-RECH  VALUE ZEROES PIC 9(05).
      *
      *           Tiempo total y maximo ( centesimas de segundo )
                 07 EST-SRV-TELA  VALUE ZEROES PIC 9(09).
                 07 EST-SRV-XELA  VALUE ZEROES PIC 9(07).
           03 EST-LIN-TELA                     PIC 9(09).
           03 EST-LIN-XELA                     PIC 9(07).
           03 EST-LIN-PROM                     PIC 9(07).
           03 EST-LIN-RECH                     PIC 9(05).
      *
      *    Request Area propia del FIO de EST
       01  ADR-EST-REQA                        PIC X(630).
