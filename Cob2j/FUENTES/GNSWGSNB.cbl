           03 SNB-DBI-SNAP   COMP  VALUE 3     PIC S9(04).
      *
      *    Registro a fotografiar / restaurar: 'TAB' ( cubre
      *    TAB/MSC/MSG ), 'MNU' o 'NTA' ( notas adjuntas )
           03 SNB-COD-TREG                     PIC X(03).
      *
      *    Contadores de la corrida
