      *                      su propio juego de fechas y la consulta
      *                      cae al nacional cuando la plaza no
      *                      tiene fila. Se regenera cuando cambia
      *                      el calendario de feriados FER. Los
      *                      dias de cierre anticipado ( fila 'FER'
      *                      tipo 'M' ) son habiles y llevan su hora
      *                      de cierre.
      *
       01  CAL.
      *
      *    Periodo Contable ( SAAMM )
           03  CAL-NUM-PERI                             PIC 9(06).
      *
      *    Cierre Anticipado ( 'S' / 'N' ) y Hora de Cierre ( HHMM;
      *    2400 = dia completo )
           03  CAL-IND-CANT                             PIC X(01).
           03  CAL-HRA-CANT                             PIC 9(04).
      *
      *    Disponible
           03  CAL-GLS-DISP                             PIC X(06).
