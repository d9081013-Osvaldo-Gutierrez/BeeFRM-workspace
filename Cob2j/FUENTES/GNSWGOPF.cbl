      *    Rol mapeado del cargo en curso
           03 OPF-COD-ROLE                     PIC X(03).
      *
      *    Empresa del archivo de personal ( espacios = los
      *    operadores sin empresa, el archivo unico de siempre )
           03 OPF-ENT-EMPR        VALUE SPACES PIC X(03).
      *
      *    Status de la corrida
           03 OPF-STAT                         PIC X(03).
              88 OPF-STAT-OKS                  VALUE 'OKS'.
      *       corrida confirmada sin simulacion aprobada ( GNSBGSMC )
              88 OPF-STAT-NAP                  VALUE 'NAP'.
      *
      *    Dias de vigencia de clave para los ingresos
           03 OPF-NUM-VIGC        VALUE 90     PIC 9(03).
      *
