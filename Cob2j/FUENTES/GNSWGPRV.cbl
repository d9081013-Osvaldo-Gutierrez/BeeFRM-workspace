      *    Comando de mantencion ( GNS-MNT-PRV )
           03 PRV-CMND                 VALUE 0         PIC 9(02).
      *
      *    Exclusiones de un operador ( TAB 'PRX', clave el
      *    operador ): hasta seis comando+opcion que el operador no
      *    despacha aunque su rol los tenga; la opcion en espacios
      *    excluye todo el comando. GNS-VAL-PRV las aplica al
      *    operador de la sesion ( SCR-USER ); PRV-BOP agrega una
      *    para PRV-ENT-IOPR sin tocar la celda del rol.
           03 PRV-ENT-IOPR        VALUE SPACES         PIC X(12).
           03 PRV-WRK-IOPR                             PIC X(12).
           03 PRV-WRK-DPRX.
              05 PRV-PRX-ITEM OCCURS 6.
                 07 PRV-PRX-COMD                       PIC X(03).
                 07 PRV-PRX-OPCI                       PIC X(03).
              05 FILLER                  VALUE SPACES  PIC X(04).
           03 PRV-IND-EXCL                             PIC X(01).
           03 PRV-SUB-PRX   COMP                       PIC S9(04).
           03 PRV-SUB-LIB   COMP                       PIC S9(04).
      *
      *    Constantes de la matriz de autorizacion
       01  PRV-CTTS.
      *
      *    Consulta de una celda
           03 PRV-CON                  VALUE 3         PIC 9(02).
      *
      *    Baja de una celda para un solo operador ( PRV-ENT-IOPR )
           03 PRV-BOP                  VALUE 4         PIC 9(02).
      *
      *    Rol comodin: autorizado para cualquier rol
           03 PRV-ROL-TODO             VALUE '***'     PIC X(03).
