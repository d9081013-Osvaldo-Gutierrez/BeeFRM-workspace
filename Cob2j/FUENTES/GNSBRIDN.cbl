      *    Terminal que Pidio
           03  IDN-COD-TERM                             PIC X(04).
      *
      *    Motivo: 'H' fuera de horario / 'A' no autorizado /
      *    'O' operador fuera de su horario / 'S' operador en
      *    terminal de sucursal ajena
           03  IDN-COD-MOTV                             PIC X(01).
      *
      *    Disponible
