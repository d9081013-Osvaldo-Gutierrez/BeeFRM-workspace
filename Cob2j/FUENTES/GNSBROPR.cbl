      *
      *    Nombre Registro : OPR
      *    Clave(s)        : OPR-KEY-IOPR(UU)
      *    Largo           : 141
      *    Bloqueo         : 1
      *    Observaciones   : Un registro por operador autorizado a
      *                      abrir sesion ( GNS-PRO-OPR en
      *                      contador de intentos fallidos con
      *                      bloqueo, terminal donde la sesion esta
      *                      activa ( impide la doble sesion ) y rol
      *                      para la matriz de autorizacion, y
      *                      sucursal base ( las demas en OSU ).
      *                      Al retiro queda la fecha de baja, que
      *                      corre el plazo de la seudonimizacion
      *                      ( GNS-BUS-SEU ). La empresa del
      *                      operador acota lo que su sesion ve y
      *                      mantiene ( GNSBGEMP.cbl ).
      *
       01  OPR.
      *
      *    Nombre del Operador
           03  OPR-GLS-NOMB                             PIC X(30).
      *
      *    Clave de Acceso ( huella de la clave con su semilla
      *    cuando OPR-IND-HASH = 'H'; clave a la vista si no )
           03  OPR-COD-CLAV                             PIC X(16).
      *
      *    Fecha Ultimo Cambio de Clave ( SAAMMDD )
      *    Rol / Perfil de Autorizacion
           03  OPR-COD-ROLE                             PIC X(03).
      *
      *    Indicador Clave Protegida ( 'H' = OPR-COD-CLAV guarda
      *    la huella; espacios = clave antigua a la vista )
           03  OPR-IND-HASH                             PIC X(01).
               88  OPR-CLV-HASH                         VALUE 'H'.
      *
      *    Semilla de la Huella de la Clave
           03  OPR-COD-SALT                             PIC X(08).
      *
      *    Sucursal Base del Operador ( TAB 'SUC'; espacios = aun
      *    sin sucursal, abre en cualquier terminal )
           03  OPR-COD-SUCU                             PIC X(04).
      *
      *    Fecha de Retiro ( SAAMMDD; la baja por el archivo de
      *    personal o por la consola de seguridad )
           03  OPR-FEC-RETI                             PIC 9(08).
      *
      *    Indicador Seudonimizado ( 'S' = OPR-COD-IOPR ya es el
      *    seudonimo y los datos personales fueron borrados )
           03  OPR-IND-SEUD                             PIC X(01).
               88  OPR-SEUDONIMIZADO                    VALUE 'S'.
      *
      *    Indicador de Entrenamiento ( 'S' = sus sesiones trabajan
      *    contra la base de entrenamiento, GNSBGENT.cbl )
           03  OPR-IND-ENTR                             PIC X(01).
               88  OPR-ENTRENAMIENTO                    VALUE 'S'.
      *
      *    Empresa del Operador ( TAB 'EMP'; espacios = aun sin
      *    empresa, su sesion ve el pool comun como siempre )
           03  OPR-COD-EMPR                             PIC X(03).
      *
      *    Empresa en Uso de la Sesion Abierta ( la propia al abrir;
      *    otra solo por cambio explicito de un rol de servicios
      *    compartidos, que queda en la bitacora AUD )
           03  OPR-COD-EUSO                             PIC X(03).
