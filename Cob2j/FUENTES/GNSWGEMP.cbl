      *    Variables de la segregacion por empresa ( GNSBGEMP.cbl ).
      *    Con el proceso de la empresa hermana en la misma casa, los
      *    operadores ( OPR-COD-EMPR ), las sucursales ( TAB 'SUC',
      *    SUC-DES-EMPR ) y los centros de asignacion CIC
      *    ( CIC-COD-EMPR ) pertenecen a una empresa del maestro TAB
      *    'EMP' ( clave el codigo de 3, nombre en la descripcion ).
      *    La sesion trabaja con su empresa en uso EMP-COD-EMPR ( la
      *    del operador al abrir ) y solo ve y mantiene lo de esa
      *    empresa mas el pool comun: un registro sin empresa es de
      *    todas, y una sesion sin empresa ( batch, operadores aun
      *    sin empresa ) lo ve todo, como siempre. Los roles de
      *    servicios compartidos ( TAB 'EMR', clave el rol ) cambian
      *    de empresa en forma explicita con GNS-PRO-EMP; cada cambio
      *    regraba la empresa en uso del operador ( OPR-COD-EUSO ) y
      *    queda en la bitacora AUD con el antes y el despues.
       01  EMP-VARI.
      *
      *    Empresa en uso de la sesion y empresa propia del operador
      *    ( espacios = sin empresa, ve el pool completo )
           03 EMP-COD-EMPR        VALUE SPACES PIC X(03).
           03 EMP-COD-BASE        VALUE SPACES PIC X(03).
      *
      *    Comando de GNS-PRO-EMP ( ver EMP-CTTS )
           03 EMP-CMND                 VALUE 0 PIC 9(02).
      *
      *    Empresa a la que se cambia ( comando CAM )
           03 EMP-ENT-EMPR                     PIC X(03).
      *
      *    Status: OKS bien; NVG sin sesion abierta; ROL el rol de la
      *    sesion no es de servicios compartidos; NEX la empresa no
      *    existe o no esta vigente en TAB 'EMP'; ERR no se pudo
      *    regrabar el operador ( el cambio no se hace sin su rastro
      *    en la bitacora )
           03 EMP-STAT                         PIC X(03).
              88 EMP-STAT-OKS                  VALUE 'OKS'.
              88 EMP-STAT-NVG                  VALUE 'NVG'.
              88 EMP-STAT-ROL                  VALUE 'ROL'.
              88 EMP-STAT-NEX                  VALUE 'NEX'.
              88 EMP-STAT-ERR                  VALUE 'ERR'.
      *
      *    Salida: empresa en uso, su nombre y la propia
           03 EMP-SAL-EMPR                     PIC X(03).
           03 EMP-SAL-NOMB                     PIC X(30).
           03 EMP-SAL-BASE                     PIC X(03).
      *
      *    Filtro por empresa de informes y extracciones ( espacios =
      *    todas ); una sesion con empresa en uso queda acotada a la
      *    suya aunque pida otra ( REP-GNS-PRO-EMP )
           03 EMP-FLT-EMPR        VALUE SPACES PIC X(03).
           03 EMP-REP-EMPR                     PIC X(03).
      *
      *    Empresa del registro en examen y veredicto de visibilidad
      *    ( VIS- contra la sesion, FLT- contra el filtro ) en 'S' o
      *    'N'
           03 EMP-WRK-EMPR                     PIC X(03).
           03 EMP-IND-VISI                     PIC X(01).
      *
      *    Sucursal en resolucion y descripcion de su fila TAB 'SUC'
      *    ( la empresa va en las posiciones 37 a 39 )
           03 EMP-WRK-SUCU                     PIC X(04).
           03 EMP-WRK-DSUC.
              05 FILLER                        PIC X(36).
              05 EMP-DSU-EMPR                  PIC X(03).
              05 FILLER                        PIC X(01).
      *
      *    Rol de servicios compartidos ( 'S' / 'N' )
           03 EMP-IND-RCOM                     PIC X(01).
      *
      *    Respaldo del desvio a entrenamiento y del interruptor AUD
      *    mientras se regraba el operador: el maestro OPR es siempre
      *    el de produccion y el cambio de empresa se audita siempre
           03 EMP-SAV-IENT                     PIC X(01).
           03 EMP-SAV-AUDA                     PIC X(01).
      *
      *    Constantes de la segregacion por empresa
       01  EMP-CTTS.
      *
      *    Cambio explicito de la empresa en uso
           03 EMP-CAM                  VALUE 1 PIC 9(02).
      *
      *    Consulta de la empresa en uso
           03 EMP-CON                  VALUE 2 PIC 9(02).
