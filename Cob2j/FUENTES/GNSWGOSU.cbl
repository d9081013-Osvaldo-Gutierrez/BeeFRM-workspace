      *    Variables para la restriccion de apertura de sesion a los
      *    terminales de las sucursales del operador ( GNSBGOSU.cbl ).
      *    El horario TAB 'HOR' dice CUANDO; esto dice DONDE: el
      *    operador abre en los terminales de su sucursal base
      *    ( OPR-COD-SUCU ) y en los de las sucursales donde tiene
      *    una destinacion de reemplazo vigente hoy ( registro OSU,
      *    con desde/hasta ). Los roles de casa matriz quedan
      *    exentos con una fila vigente TAB 'RCM' ( clave el rol ).
      *    Un terminal sin perfil o sin sucursal, o un operador aun
      *    sin sucursal base, no se restringen, como hasta ahora.
       01  OSU-VARI.
      *
      *    Interruptor de la restriccion
           03 OSU-IND-ACTV        VALUE 'S'    PIC X(01).
      *
      *    Veredicto: 'S' puede abrir en este terminal
           03 OSU-IND-DENT                     PIC X(01).
      *
      *    Rol exento ( 'S' ) y destinacion vigente ( 'S' ) del
      *    operador en examen
           03 OSU-IND-RCME                     PIC X(01).
           03 OSU-IND-CUBR                     PIC X(01).
      *
      *    Sucursal en examen ( la del terminal, o la consultada ) y
      *    fecha de hoy ( SAAMMDD )
           03 OSU-WRK-SUCU                     PIC X(04).
           03 OSU-FEC-HOYD                     PIC 9(08).
      *
      *    Comando de la mantencion ( ver OSU-CTTS )
           03 OSU-CMND                 VALUE 0 PIC 9(02).
      *
      *    Destinacion a mantener
           03 OSU-ENT-IOPR                     PIC X(12).
           03 OSU-ENT-SUCU                     PIC X(04).
           03 OSU-ENT-DESD                     PIC 9(08).
           03 OSU-ENT-HAST                     PIC 9(08).
           03 OSU-ENT-MOTV                     PIC X(20).
      *
      *    Status de la mantencion: OKS bien; OPR operador no existe;
      *    SUC sucursal no existe en TAB 'SUC'; FEC fechas invalidas
      *    o desde posterior al hasta; NEX no hay destinacion que
      *    borrar; ERR fallo la grabacion
           03 OSU-STAT                         PIC X(03).
              88 OSU-STAT-OKS                  VALUE 'OKS'.
              88 OSU-STAT-OPR                  VALUE 'OPR'.
              88 OSU-STAT-SUC                  VALUE 'SUC'.
              88 OSU-STAT-FEC                  VALUE 'FEC'.
              88 OSU-STAT-NEX                  VALUE 'NEX'.
              88 OSU-STAT-ERR                  VALUE 'ERR'.
      *
      *    Consulta por sucursal ( GNS-CON-OSU ): sucursal pedida y
      *    operadores listados
           03 OSU-CON-SUCU                     PIC X(04).
           03 OSU-CNT-OPER   COMP              PIC S9(07).
      *
      *    Fila de la consulta ( cola SCR-QOSU ): operador, nombre,
      *    rol y por que puede trabajar ahi hoy: 'BAS' sucursal
      *    base, 'CUB' destinacion de reemplazo ( hasta OSU-LIN-HAST ),
      *    'RCM' rol de casa matriz, 'SIN' operador aun sin sucursal
      *    base
       01  OSU-LINE.
           03 OSU-LIN-OPER                     PIC X(12).
           03 OSU-LIN-NOMB                     PIC X(30).
           03 OSU-LIN-ROLE                     PIC X(03).
           03 OSU-LIN-MOTV                     PIC X(03).
           03 OSU-LIN-HAST                     PIC 9(08).
      *
      *    Constantes de la mantencion de destinaciones
       01  OSU-CTTS.
      *
      *    Graba ( alta o modificacion ) la destinacion
           03 OSU-GRA                  VALUE 1 PIC 9(02).
      *
      *    Borra la destinacion
           03 OSU-BOR                  VALUE 2 PIC 9(02).
      *
      *    Request Area propia del FIO de OSU
       01  ADR-OSU-REQA                        PIC X(630).
