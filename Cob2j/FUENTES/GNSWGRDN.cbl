           03 RDN-STAT                         PIC X(03).
              88 RDN-STAT-OKS                  VALUE 'OKS'.
              88 RDN-STAT-BAD                  VALUE 'BAD'.
      *       corrida confirmada sin simulacion aprobada ( GNSBGSMC )
              88 RDN-STAT-NAP                  VALUE 'NAP'.
      *
      *    Totales de control
           03 RDN-CNT-AJUS                     PIC 9(06).
