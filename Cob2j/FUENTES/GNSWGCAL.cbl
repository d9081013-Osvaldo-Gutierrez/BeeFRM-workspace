           03 CAL-WRK-DSEM                     PIC 9(01).
           03 CAL-WRK-SEMA                     PIC 9(05).
           03 CAL-WRK-PERI                     PIC 9(06).
           03 CAL-WRK-CANT                     PIC X(01).
           03 CAL-WRK-HCAN                     PIC 9(04).
      *
      *    Cada cuantas filas se suelta un punto de control FIO
           03 CAL-LIM-CKPT   COMP  VALUE 100   PIC S9(04).
