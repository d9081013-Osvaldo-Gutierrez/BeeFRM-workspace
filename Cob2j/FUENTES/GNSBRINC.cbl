      *                      y la miga del log ), para que mesa de
      *                      operaciones lo asigne, lo anote y lo
      *                      cierre con codigo, en vez de la planilla
      *                      compartida ( GNSBGINC.cbl ). Si el
      *                      aborto calza con un problema conocido
      *                      ( PRB ) nace ligado a el.
      *
       01  INC.
      *
      *    Anotacion de la Mesa
           03  INC-GLS-NOTA                             PIC X(40).
      *
      *    Disponible ( el primer byte marca que hay pantallas
      *    ligadas al incidente )
           03  INC-GLS-DISP                             PIC X(04).
      *
      *    Problema Conocido al que esta Ligado ( cero o espacios =
      *    ninguno; PRB-NUM-PROB )
           03  INC-NUM-PROB                             PIC 9(06).
