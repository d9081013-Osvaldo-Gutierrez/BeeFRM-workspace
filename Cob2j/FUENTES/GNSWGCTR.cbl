              88 CTR-STAT-RNG                  VALUE 'RNG'.
              88 CTR-STAT-COL                  VALUE 'COL'.
              88 CTR-STAT-ABT                  VALUE 'ABT'.
      *       corrida confirmada sin simulacion aprobada ( GNSBGSMC )
              88 CTR-STAT-NAP                  VALUE 'NAP'.
      *
      *    Folio del destino antes del traspaso ( informe; en el
      *    ancho ampliado, para los centros de ambos formatos )
           03 CTR-NUM-FANT                     PIC 9(11).
      *
      *    El centro destino ya existia ?
           03 CTR-IND-EXIS                     PIC X(01).
       01  CTR-LINE.
           03 CTR-LIN-TIPO                     PIC X(01).
           03 CTR-LIN-CAI                      PIC X(04).
           03 CTR-LIN-FOLI                     PIC 9(11).
