      *    BITACORA DE INTENTOS SOBRE LIMITE DE MONTO
      *    ------------------------------------------
      *
      *    Nombre Registro : LMI
      *    Clave(s)        : LMI-KEY-ILMI(UU)
      *    Largo           : 101
      *    Bloqueo         : 1
      *    Observaciones   : Un registro por operacion con importe
      *                      que GNS-VAL-LIM encontro cerca o por
      *                      sobre el limite del rol ( TAB 'LIM' ):
      *                      operador, terminal, comando/opcion,
      *                      importe original y en la moneda del
      *                      tope, tope, porcentaje usado y
      *                      desenlace ( cerca, rechazada o pasada
      *                      con vale de supervisor ). GNS-BUS-LIM
      *                      arma con esto el informe diario por
      *                      operador.
      *
       01  LMI.
      *
      *    Filler Compatibilidad VSAM/MVS
           03  LMI-GLS-FLAG                             PIC X(01).
      *
      *KEY Clave Primaria Registro
           03  LMI-KEY-IREG.
      *
      *        Identificacion Entidad
               05  LMI-KEY-ILMI.
      *
      *            Fecha del Intento ( SAAMMDD )
                   07  LMI-FEC-INTE                     PIC 9(08).
      *
      *            Operador
                   07  LMI-COD-OPER                     PIC X(12).
      *
      *            Hora del Intento ( HHMMSSCC )
                   07  LMI-HRA-INTE                     PIC 9(08).
      *
      *    Terminal, Rol y Comando/Opcion
           03  LMI-COD-TERM                             PIC X(04).
           03  LMI-COD-ROLE                             PIC X(03).
           03  LMI-COD-COMD                             PIC X(03).
           03  LMI-COD-OPCI                             PIC X(03).
      *
      *    Moneda e Importe de la Operacion
           03  LMI-COD-VCAM                             PIC X(04).
           03  LMI-SGV-IMPO               COMP-3        PIC S9(13)V9(4).
      *
      *    Importe en la Moneda del Tope y Tope Aplicado
           03  LMI-SGV-IBAS               COMP-3        PIC S9(13)V9(4).
           03  LMI-SGV-TOPE               COMP-3        PIC S9(13)V9(4).
      *
      *    Porcentaje del Tope Usado
           03  LMI-PCT-USAD                             PIC 9(05).
      *
      *    Desenlace: 'C' cerca del tope / 'E' excedido y rechazado /
      *    'O' excedido y pasado con vale de supervisor
           03  LMI-IND-RSLT                             PIC X(01).
      *
      *    Supervisor del Vale ( solo 'O' )
           03  LMI-COD-SUPE                             PIC X(12).
      *
      *    Disponible
           03  LMI-GLS-DISP                             PIC X(10).
