              88 LOD-STAT-OKS                  VALUE 'OKS'.
              88 LOD-STAT-ERR                  VALUE 'ERR'.
              88 LOD-STAT-ABT                  VALUE 'ABT'.
      *       corrida confirmada sin simulacion aprobada ( GNSBGSMC )
              88 LOD-STAT-NAP                  VALUE 'NAP'.
      *
      *    Separador del archivo plano
           03 LOD-GLS-SEP         VALUE ';'    PIC X(01).
