      *        Identificacion Entidad
               05  PND-KEY-IPND.
      *
      *            Registro de Catalogo Afectado ( TAB/MSC/MSG/MNU,
      *            NCA alta de centro CIC, IDE entrada de IDD )
                   07  PND-COD-TABL                     PIC X(03).
      *
      *            Llave Primaria del Registro Afectado
      *    bytes; espacios cuando el comando es FIO-DEL )
           03  PND-GLS-IMAG                             PIC X(600).
      *
      *    Sistema Destino del Catalogo ( espacios = GNS; lo llena
      *    la clonacion de un sistema nuevo, GNS-BUS-CLN )
           03  PND-COD-SIST                             PIC X(03).
      *
      *    Disponible
           03  PND-GLS-DISP                             PIC X(07).
