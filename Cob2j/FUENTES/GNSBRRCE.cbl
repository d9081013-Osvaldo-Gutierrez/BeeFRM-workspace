      *    LINEAS DE LA CAMPANA DE RECERTIFICACION DE ACCESOS
      *    --------------------------------------------------
      *
      *    Nombre Registro : RCE
      *    Clave(s)        : RCE-KEY-IRCE(UU)
      *    Largo           : 100
      *    Bloqueo         : 1
      *    Observaciones   : Una fila por campana, operador y acceso
      *                      efectivo ( rol, opcion PRM, concesion
      *                      GRT, horario HOR/HOX, conflicto SOD,
      *                      destinacion OSU ) que el supervisor de
      *                      la sucursal debe confirmar o revocar.
      *                      La arma GNS-BUS-RCE al abrir la campana;
      *                      la llave parte por campana y sucursal,
      *                      asi que cada supervisor recorre solo lo
      *                      suyo. Al cierre, lo que sigue pendiente
      *                      suspende al operador.
      *
       01  RCE.
      *
      *    Filler Compatibilidad VSAM/MVS
           03  RCE-GLS-FLAG                             PIC X(01).
      *
      *KEY Clave Primaria Registro
           03  RCE-KEY-IREG.
      *
      *        Identificacion Entidad
               05  RCE-KEY-IRCE.
      *
      *            Campana ( TAB 'RCC' )
                   07  RCE-COD-CAMP                     PIC X(06).
      *
      *            Sucursal Base del Operador ( espacios = sin base )
                   07  RCE-COD-SUCU                     PIC X(04).
      *
      *            Operador
                   07  RCE-COD-IOPR                     PIC X(12).
      *
      *            Tipo de Acceso: ROL / PRM / SOD / GRT / HOR / HOX
      *            / CUB
                   07  RCE-COD-TIPO                     PIC X(03).
      *
      *            Acceso ( rol, comando+opcion, clave TAB, sucursal )
                   07  RCE-COD-ITEM                     PIC X(12).
      *
      *    Decision: 'P' pendiente / 'C' confirmado / 'R' revocado /
      *    'S' sin revisar al cierre, operador suspendido
           03  RCE-IND-DECI                             PIC X(01).
               88  RCE-DECI-PEND                        VALUE 'P'.
               88  RCE-DECI-CONF                        VALUE 'C'.
               88  RCE-DECI-REVO                        VALUE 'R'.
               88  RCE-DECI-SUSP                        VALUE 'S'.
      *
      *    Detalle del Acceso ( rol dueno de la celda, ventana de la
      *    concesion, dias y horas del horario, vigencia )
           03  RCE-GLS-DETA                             PIC X(24).
      *
      *    Supervisor que Decidio y Momento de la Decision
           03  RCE-COD-SUPE                             PIC X(12).
           03  RCE-FEC-DECI                             PIC 9(08).
           03  RCE-HRA-DECI                             PIC 9(06).
      *
      *    Disponible
           03  RCE-GLS-DISP                             PIC X(11).
