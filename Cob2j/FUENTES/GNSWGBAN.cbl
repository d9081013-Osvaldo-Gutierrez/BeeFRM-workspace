      *    Variables de la bandeja de trabajo pendiente del operador
      *    ( GNSBGBAN.cbl ). Lo que espera al operador de la sesion
      *    ( SCR-USER ) estaba repartido en varios browses; la
      *    bandeja lo junta en una sola lista, de lo mas antiguo a
      *    lo mas nuevo, con la cantidad por tipo:
      *      'PND' cambio de catalogo de otro operador, esperando
      *            su aprobacion ( doble control ), si su rol puede
      *            aprobar los de esa tabla
      *      'INC' incidente asignado a el y aun no cerrado
      *      'ACK' mensaje critico sin acusar ( journal TAB 'ACJ' )
      *      'RSV' reserva CIC de su canal ( TAB 'OCN' + operador )
      *            Reservada que vence dentro de BAN-DIA-RSV dias
      *      'SPL' listado retenido en el spool ( directorio TAB
      *            'SPD' ) que el retuvo o genero
      *    Desde cada linea se salta a la transaccion que la
      *    resuelve ( fila TAB 'BAN' + tipo: programa, comando y
      *    opcion del menu ), con la linea en el area de
      *    comunicacion. El menu muestra el indicador de pendientes.
       01  BAN-VARI.
      *
      *    Interruptor del indicador de pendientes en el menu
           03 BAN-IND-ACTV        VALUE 'S'    PIC X(01).
      *
      *    Comando de la transaccion ( ver BAN-CTTS )
           03 BAN-CMND                 VALUE 0 PIC 9(02).
      *
      *    Entrada del salto: linea de la bandeja ( cola SCR-QBAN )
           03 BAN-ENT-LINE                     PIC 9(03).
      *
      *    Status de retorno de GNS-PRO-BAN ( 'NTR': el tipo de la
      *    linea no tiene transaccion en TAB 'BAN' )
           03 BAN-STAT                         PIC X(03).
              88 BAN-STAT-OKS                  VALUE 'OKS'.
              88 BAN-STAT-NEX                  VALUE 'NEX'.
              88 BAN-STAT-NTR                  VALUE 'NTR'.
      *
      *    Dias de anticipacion para avisar el vencimiento de una
      *    reserva y minutos que el indicador del menu reusa la
      *    ultima cuenta antes de volver a contar
           03 BAN-DIA-RSV         VALUE 2      PIC 9(02).
           03 BAN-MIN-REFR        VALUE 5      PIC 9(02).
      *
      *    'S' deja la lista en la cola SCR-QBAN; 'N' solo cuenta
      *    ( indicador del menu )
           03 BAN-IND-COLA                     PIC X(01).
      *
      *    Lista en memoria, ordenada por momento: las mas nuevas
      *    que no caben quedan solo contadas ( BAN-CNT-OMIT )
           03 BAN-MAX-ITEM        VALUE 100    PIC 9(03).
           03 BAN-NUM-ITEM   COMP              PIC S9(04).
           03 BAN-NUM-IITE   COMP              PIC S9(04).
           03 BAN-NUM-JITE   COMP              PIC S9(04).
           03 BAN-TBL-ITEM.
              05 BAN-ITE                  OCCURS 100.
                 07 BAN-ITE-TIPO               PIC X(03).
                 07 BAN-ITE-STMP               PIC 9(14).
                 07 BAN-ITE-CLAV               PIC X(24).
                 07 BAN-ITE-GLOS               PIC X(30).
                 07 BAN-ITE-VNCD               PIC X(01).
      *
      *    Item en armado: tipo, momento ( SAAMMDDHHMMSS; en la
      *    reserva el dia que vence ), llave del registro, glosa y
      *    'V' vencido o atrasado
           03 BAN-WRK-ITEM.
              05 BAN-NUE-TIPO                  PIC X(03).
              05 BAN-NUE-STMP                  PIC 9(14).
              05 BAN-NUE-CLAV                  PIC X(24).
              05 BAN-NUE-GLOS                  PIC X(30).
              05 BAN-NUE-VNCD                  PIC X(01).
      *
      *    Cantidad por tipo, total y omitidas de la lista
           03 BAN-CNT-NPND   COMP              PIC S9(04).
           03 BAN-CNT-NINC   COMP              PIC S9(04).
           03 BAN-CNT-NACK   COMP              PIC S9(04).
           03 BAN-CNT-NRSV   COMP              PIC S9(04).
           03 BAN-CNT-NSPL   COMP              PIC S9(04).
           03 BAN-CNT-TOTA   COMP              PIC S9(05).
           03 BAN-CNT-OMIT   COMP              PIC S9(04).
      *
      *    Hoy y ultimo dia de vencimiento que se avisa ( SAAMMDD )
           03 BAN-FEC-HOYC                     PIC 9(08).
           03 BAN-FEC-LRSV                     PIC 9(08).
      *
      *    Canal del operador para sus reservas ( TAB 'OCN' )
           03 BAN-OPR-CANL                     PIC X(08).
      *
      *    Transaccion que resuelve el tipo ( descripcion de la
      *    fila TAB 'BAN' + tipo )
           03 BAN-WRK-TRAN.
              05 BAN-TRN-PROG                  PIC X(08).
              05 BAN-TRN-COMD                  PIC X(03).
              05 BAN-TRN-OPCI                  PIC X(03).
      *
      *    Autoridad del operador para aprobar los pendientes 'PND'
      *    de cada tabla: la opcion de aprobacion es la fila TAB
      *    'BAN' + 'PND' + tabla ( o, sin ella, la de 'PND' ) y se
      *    consulta en la matriz 'PRM' del rol de la sesion una vez
      *    por tabla en cada armado ( 'S' aprueba, 'N' no )
           03 BAN-KEY-APND.
              05 BAN-APK-TIPO    VALUE 'PND'   PIC X(03).
              05 BAN-APK-TABL                  PIC X(03).
           03 BAN-MAX-APND        VALUE 20     PIC 9(02).
           03 BAN-NUM-APND   COMP              PIC S9(04).
           03 BAN-NUM-IAPN   COMP              PIC S9(04).
           03 BAN-TBL-APND.
              05 BAN-APN                  OCCURS 20.
                 07 BAN-APN-TABL               PIC X(03).
                 07 BAN-APN-VIGE               PIC X(01).
           03 BAN-IND-APRO                     PIC X(01).
           03 BAN-SAV-COMD                     PIC X(03).
           03 BAN-SAV-OPCI                     PIC X(03).
           03 BAN-SAV-ROLE                     PIC X(03).
      *
      *    Ultima cuenta del indicador del terminal ( item 1 de la
      *    cola terminal + 'BAN ' ): operador, dia, minuto del dia y
      *    total
           03 BAN-NOM-INDI.
              05 BAN-IND-TERM                  PIC X(04).
              05 BAN-IND-TYPE    VALUE 'BAN '  PIC X(04).
           03 BAN-REG-INDI.
              05 BAN-IND-OPER                  PIC X(12).
              05 BAN-IND-FECH                  PIC 9(08).
              05 BAN-IND-MINU                  PIC 9(04).
              05 BAN-IND-TOTA                  PIC 9(05).
           03 BAN-NUM-MINU   COMP              PIC S9(05).
      *
      *    Salida del indicador: total pendiente y 'S' si hay algo
           03 BAN-SAL-TOTA                     PIC 9(05).
           03 BAN-IND-PEND                     PIC X(01).
      *
      *    Fila de la bandeja ( cola SCR-QBAN ): una por pendiente,
      *    de la mas antigua a la mas nueva; al final 'TOT' con la
      *    cantidad por tipo
       01  BAN-LINE.
           03 BAN-LIN-TIPO                     PIC X(03).
           03 BAN-LIN-STMP                     PIC 9(14).
           03 BAN-LIN-CLAV                     PIC X(24).
           03 BAN-LIN-GLOS                     PIC X(30).
           03 BAN-LIN-VNCD                     PIC X(01).
           03 BAN-LIN-NPND                     PIC 9(04).
           03 BAN-LIN-NINC                     PIC 9(04).
           03 BAN-LIN-NACK                     PIC 9(04).
           03 BAN-LIN-NRSV                     PIC 9(04).
           03 BAN-LIN-NSPL                     PIC 9(04).
           03 BAN-LIN-NTOT                     PIC 9(05).
           03 BAN-LIN-NOMI                     PIC 9(04).
      *
      *    Constantes de la bandeja
       01  BAN-CTTS.
      *
      *    Arma la bandeja del operador en la cola SCR-QBAN
           03 BAN-LIS                  VALUE 1 PIC 9(02).
      *
      *    Salta a la transaccion de la linea BAN-ENT-LINE
           03 BAN-SAL                  VALUE 2 PIC 9(02).
