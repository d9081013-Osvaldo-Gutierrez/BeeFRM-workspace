           03 TRF-TER-DESD                     PIC X(04).
           03 TRF-TER-HAST                     PIC X(04).
      *
      *    Status: OKS, BAD ( terminales en blanco o iguales )
           03 TRF-STAT                         PIC X(03).
              88 TRF-STAT-OKS                  VALUE 'OKS'.
              88 TRF-STAT-BAD                  VALUE 'BAD'.
      *       corrida confirmada sin simulacion aprobada ( GNSBGSMC )
              88 TRF-STAT-NAP                  VALUE 'NAP'.
      *
      *    Items realmente traspasados
           03 TRF-CNT-ITMS   COMP              PIC S9(04).
      *
