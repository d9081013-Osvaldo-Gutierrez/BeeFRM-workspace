      *    Variables del control de carga por servicio en el camino
      *    LNK de GNS-PRO-SYS ( CHK-GNS-THR y DSC-GNS-THR antes y
      *    despues del TPCALL, y el comando de operaciones
      *    GNS-PRO-THR, en GNSBGTHR.cbl ). El catalogo son las filas
      *    vigentes de TAB 'THR', clave el servicio; en la
      *    descripcion: llamadas simultaneas maximas ( 3 ), llamadas
      *    por minuto maximas ( 4 ) -ambas en cero o sin numero, sin
      *    tope- y la clase de prioridad ( 1 ): '1' critico, nunca se
      *    limita; '2' normal; '3' baja ( consultas pesadas,
      *    listados ). Un servicio sin fila no se limita. El uso de
      *    cada servicio vive en el item 1 de su cola 'THR ' +
      *    servicio, comun a todos los servidores: llamadas en
      *    vuelo, llamadas del minuto en curso, rechazos del dia y el
      *    cambio transitorio de topes que operaciones haya hecho
      *    ( rige solo el dia en que se hizo ). Ademas operaciones
      *    puede botar carga por clase con el nivel del item 1 de la
      *    cola 'OPERTHR ': nivel 1 rechaza la clase '3', nivel 2 las
      *    clases '2' y '3'. La llamada sobre el tope no se encola: se
      *    rechaza con el mensaje de sistema ocupado y el rechazo se
      *    cuenta en la estadistica EST.
       01  THR-VARI.
      *
      *    Interruptor general ( ademas del catalogo )
           03 THR-IND-ACTV        VALUE 'S'    PIC X(01).
      *
      *    Comando de operaciones ( ver THR-CTTS )
           03 THR-CMND                 VALUE 0 PIC 9(02).
      *
      *    Descripcion de la fila TAB 'THR'
           03 THR-WRK-DESC.
              05 THR-DSC-MCON                  PIC X(03).
              05 THR-DSC-MCON-RED REDEFINES THR-DSC-MCON
                                               PIC 9(03).
              05 THR-DSC-MMIN                  PIC X(04).
              05 THR-DSC-MMIN-RED REDEFINES THR-DSC-MMIN
                                               PIC 9(04).
              05 THR-DSC-CLAS                  PIC X(01).
              05 FILLER                        PIC X(32).
      *
      *    Servicios ya consultados en TAB 'THR', con la hora de la
      *    lectura ( mismo esquema que DBL-VSRV: la fila se relee al
      *    cambiar la hora y, lleno el vector, la ultima entrada se
      *    relee para cada servicio nuevo )
           03 THR-NUM-VSRV   COMP  VALUE ZERO  PIC S9(04).
           03 THR-MAX-VSRV        VALUE 50     PIC 9(02).
           03 THR-TBL-VSRV        VALUE SPACES.
              05 THR-VSRV                 OCCURS 50.
                 07 THR-VSR-NOMB               PIC X(08).
                 07 THR-VSR-HORA               PIC 9(02).
                 07 THR-VSR-CTRL               PIC X(01).
                 07 THR-VSR-MCON               PIC 9(03).
                 07 THR-VSR-MMIN               PIC 9(04).
                 07 THR-VSR-CLAS               PIC X(01).
           03 THR-ITBL       COMP              PIC S9(04).
      *
      *    Respaldo de los buffers FIO del llamador durante la
      *    lectura de TAB ( mismo esquema que LOD-GNS-EST-SLA )
           03 THR-SAV-CMND                     PIC 9(04).
           03 THR-SAV-AKEY                     PIC X(32).
           03 THR-SAV-STAT                     PIC X(02).
           03 THR-SAV-SIST                     PIC X(03).
           03 THR-SAV-DFLD                     PIC X(1536).
           03 THR-SAV-MENS                     PIC X(80).
           03 THR-SAV-REQA                     PIC X(630).
           03 THR-SAV-TRQA                     PIC X(630).
           03 THR-SAV-TREG                     PIC X(206).
      *
      *    Respaldo de la cola del llamador, y del TP-STATUS de la
      *    llamada ( los viajes a la cola lo pisan )
           03 THR-SAV-QSTA                     PIC X(03).
           03 THR-SAV-QCMD                     PIC X(03).
           03 THR-SAV-TPST                     PIC 9(04).
      *
      *    Resultado del control: 'S' llamada rechazada y el mensaje
      *    para el usuario; THR-IND-VUEL en 'S' si la llamada quedo
      *    contada en vuelo ( DSC-GNS-THR la descuenta al volver )
           03 THR-VIGE                         PIC X(01).
           03 THR-MENS                         PIC X(79).
           03 THR-IND-VUEL        VALUE 'N'    PIC X(01).
           03 THR-VUE-SERV                     PIC X(08).
      *
      *    Topes que rigen para la llamada en curso
           03 THR-NUM-MCON                     PIC 9(03).
           03 THR-NUM-MMIN                     PIC 9(04).
      *
      *    Momento de la llamada: fecha SAAMMDD y hora HHMM
           03 THR-WRK-FECH                     PIC 9(08).
           03 THR-WRK-MINU.
              05 THR-WRK-HORA                  PIC 9(02).
              05 THR-WRK-MMIN                  PIC 9(02).
           03 THR-WRK-MINU-RED REDEFINES THR-WRK-MINU
                                               PIC 9(04).
      *
      *    Cola de uso del servicio, y su item 1
           03 THR-NOM-COLA.
              05 THR-COL-TYPE    VALUE 'THR '  PIC X(04).
              05 THR-COL-SERV                  PIC X(08).
           03 THR-REG-USO.
              05 THR-USO-FECH                  PIC 9(08).
              05 THR-USO-MINU                  PIC 9(04).
              05 THR-USO-VUEL                  PIC 9(04).
              05 THR-USO-LLAM                  PIC 9(05).
              05 THR-USO-RECH                  PIC 9(07).
      *
      *        Cambio transitorio: fecha en que rige ( cero = sin
      *        cambio ), topes y operador que lo hizo
              05 THR-USO-XFEC                  PIC 9(08).
              05 THR-USO-XCON                  PIC 9(03).
              05 THR-USO-XMIN                  PIC 9(04).
              05 THR-USO-XOPR                  PIC X(12).
      *
      *    Cola del nivel de bote de carga, y el nivel vigente
           03 THR-NOM-NIVE        VALUE 'OPERTHR ' PIC X(08).
           03 THR-NUM-NIVE                     PIC 9(01).
      *
      *    Entrada del comando de operaciones: servicio y topes del
      *    cambio transitorio ( THR-MOD ), nivel de bote ( THR-NIV )
           03 THR-ENT-SERV                     PIC X(08).
           03 THR-ENT-XCON                     PIC 9(03).
           03 THR-ENT-XMIN                     PIC 9(04).
           03 THR-ENT-NIVE                     PIC 9(01).
      *
      *    Status del comando: OKS bien; NEX servicio fuera del
      *    catalogo; PAR parametros invalidos
           03 THR-STAT                         PIC X(03).
              88 THR-STAT-OKS                  VALUE 'OKS'.
              88 THR-STAT-NEX                  VALUE 'NEX'.
              88 THR-STAT-PAR                  VALUE 'PAR'.
      *
      *    Fila de la consulta de uso ( cola SCR-QTHR ): por cada
      *    servicio del catalogo, su clase, los topes del catalogo,
      *    los del cambio transitorio si rige hoy, y el uso: en
      *    vuelo, llamadas del minuto en curso y rechazos del dia;
      *    ademas el nivel de bote de carga vigente
       01  THR-LINE.
           03 THR-LIN-SERV                     PIC X(08).
           03 THR-LIN-CLAS                     PIC X(01).
           03 THR-LIN-MCON                     PIC 9(03).
           03 THR-LIN-MMIN                     PIC 9(04).
           03 THR-LIN-XIND                     PIC X(01).
           03 THR-LIN-XCON                     PIC 9(03).
           03 THR-LIN-XMIN                     PIC 9(04).
           03 THR-LIN-XOPR                     PIC X(12).
           03 THR-LIN-VUEL                     PIC 9(04).
           03 THR-LIN-LLAM                     PIC 9(05).
           03 THR-LIN-RECH                     PIC 9(07).
           03 THR-LIN-NIVE                     PIC 9(01).
      *
      *    Constantes del comando de operaciones
       01  THR-CTTS.
      *
      *    Consulta de uso contra los topes
           03 THR-CON                  VALUE 1 PIC 9(02).
      *
      *    Cambio transitorio de topes de un servicio ( por el dia )
           03 THR-MOD                  VALUE 2 PIC 9(02).
      *
      *    Vuelta a los topes del catalogo
           03 THR-RST                  VALUE 3 PIC 9(02).
      *
      *    Nivel de bote de carga ( 0 a 2 )
           03 THR-NIV                  VALUE 4 PIC 9(02).
      *
      *    Pone en cero las llamadas en vuelo de un servicio ( tras
      *    la caida de un servidor que no alcanzo a descontarlas )
           03 THR-CER                  VALUE 5 PIC 9(02).
