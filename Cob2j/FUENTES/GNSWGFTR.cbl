      *    Variables de la traza FIO a pedido ( CHK-GNS-FTR-DTC y
      *    REG-GNS-FTR-DTC desde GNS-FIO-DTC, y el comando de soporte
      *    GNS-PRO-FTR, en GNSBGFTR.cbl ). Soporte enciende la traza
      *    de un terminal ( 'T' ) o de un operador ( 'O' ) por unos
      *    minutos; mientras rige, cada comando FIO de ese terminal u
      *    operador deja un item en la cola de la traza ( 'FTR' +
      *    tipo + terminal u operador ): tabla, comando, llave de
      *    acceso, llave del registro, status, registros que informo
      *    Oracle ( FIO-CTIO ), tiempo y programa llamador, en el
      *    orden en que ocurrieron. Los comandos que un enganche del
      *    FIO lanza por dentro de otro salen tambien, con su nivel.
      *    Las trazas vigentes viven en el item 1 de la cola
      *    'OPERFTR '; cada servidor las lee una vez por minuto, y la
      *    traza vencida se apaga sola ( a mas tardar a medianoche ).
      *    Los items se escriben en modo no transaccional: un
      *    rollback del usuario no borra lo que se busca ver.
       01  FTR-VARI.
      *
      *    Interruptor general
           03 FTR-IND-ACTV        VALUE 'S'    PIC X(01).
      *
      *    Comando de soporte ( ver FTR-CTTS )
           03 FTR-CMND                 VALUE 0 PIC 9(02).
      *
      *    Minutos de traza por omision y maximos
           03 FTR-DEF-MINU        VALUE 030    PIC 9(03).
           03 FTR-MAX-MINU        VALUE 240    PIC 9(03).
      *
      *    Registro de trazas vigentes ( item 1 de 'OPERFTR ' ):
      *    tipo y terminal u operador, fecha, segundo del dia en que
      *    empieza y en que vence, y quien la encendio
           03 FTR-NOM-LIST        VALUE 'OPERFTR ' PIC X(08).
           03 FTR-MAX-LIST        VALUE 10     PIC 9(02).
           03 FTR-REG-LIST.
              05 FTR-LIS                  OCCURS 10.
                 07 FTR-LIS-TIPO               PIC X(01).
                 07 FTR-LIS-VALO               PIC X(12).
                 07 FTR-LIS-FECH               PIC 9(08).
                 07 FTR-LIS-SINI               PIC 9(05).
                 07 FTR-LIS-SFIN               PIC 9(05).
                 07 FTR-LIS-OPER               PIC X(12).
           03 FTR-NUM-ILIS   COMP              PIC S9(04).
           03 FTR-NUM-JLIS   COMP              PIC S9(04).
      *
      *    El registro queda en memoria: hora y minuto de la
      *    lectura ( se relee al cambiar el minuto ) y cuantas
      *    trazas vigentes trae
           03 FTR-MEM-HHMM        VALUE 9999   PIC 9(04).
           03 FTR-MEM-NTRZ   COMP  VALUE ZERO  PIC S9(04).
           03 FTR-IND-VENC                     PIC X(01).
      *
      *    Momento actual: fecha SAAMMDD, hora HHMMSSCC y segundo
      *    del dia
           03 FTR-WRK-FECH                     PIC 9(08).
           03 FTR-WRK-HORA                     PIC 9(08).
           03 FTR-WRK-HORA-RED REDEFINES FTR-WRK-HORA.
              05 FTR-WRK-HHMM                  PIC 9(04).
              05 FILLER                        PIC 9(04).
           03 FTR-WRK-HORA-SEG REDEFINES FTR-WRK-HORA.
              05 FTR-WRK-HH                    PIC 9(02).
              05 FTR-WRK-MM                    PIC 9(02).
              05 FTR-WRK-SS                    PIC 9(02).
              05 FTR-WRK-CC                    PIC 9(02).
           03 FTR-WRK-SEGS                     PIC 9(05).
      *
      *    Comandos FIO en curso, uno por nivel de reentrada de
      *    GNS-FIO-DTC: si se traza, la cola de su traza y la hora
      *    de partida
           03 FTR-NUM-NIVL   COMP  VALUE ZERO  PIC S9(04).
           03 FTR-MAX-NIVL        VALUE 9      PIC 9(01).
           03 FTR-TBL-NIVL.
              05 FTR-NIV                  OCCURS 9.
                 07 FTR-NIV-TRAZ               PIC X(01).
                 07 FTR-NIV-COLA               PIC X(16).
                 07 FTR-NIV-HINI               PIC 9(08).
      *
      *    Cola de una traza
           03 FTR-NOM-COLA.
              05 FTR-COL-PREF    VALUE 'FTR'   PIC X(03).
              05 FTR-COL-TIPO                  PIC X(01).
              05 FTR-COL-VALO                  PIC X(12).
      *
      *    Item de la traza
           03 FTR-JRN-ITEM.
              05 FTR-JRN-FECH                  PIC 9(08).
              05 FTR-JRN-HORA                  PIC 9(08).
              05 FTR-JRN-NIVL                  PIC 9(01).
              05 FTR-JRN-PROG                  PIC X(08).
              05 FTR-JRN-TABL                  PIC X(03).
              05 FTR-JRN-FCMD                  PIC 9(04).
              05 FTR-JRN-AKEY                  PIC X(32).
              05 FTR-JRN-CLAV                  PIC X(40).
              05 FTR-JRN-STAT                  PIC X(02).
              05 FTR-JRN-CTIO                  PIC 9(04).
              05 FTR-JRN-ELAP                  PIC 9(07).
              05 FTR-JRN-TERM                  PIC X(04).
              05 FTR-JRN-OPER                  PIC X(12).
      *
      *    Tiempo del comando en centesimas
           03 FTR-NUM-CIN    COMP              PIC S9(09).
           03 FTR-NUM-CFN    COMP              PIC S9(09).
           03 FTR-NUM-ELAP   COMP              PIC S9(09).
      *
      *    Respaldo de la cola del llamador y de su TP-STATUS
           03 FTR-SAV-QSTA                     PIC X(03).
           03 FTR-SAV-QCMD                     PIC X(03).
           03 FTR-SAV-TPST                     PIC 9(04).
      *
      *    Entrada del comando de soporte: tipo y terminal u
      *    operador, minutos de traza ( cero = FTR-DEF-MINU )
           03 FTR-ENT-TIPO                     PIC X(01).
           03 FTR-ENT-VALO                     PIC X(12).
           03 FTR-ENT-MINU                     PIC 9(03).
           03 FTR-NUM-ITEM   COMP              PIC S9(05).
      *
      *    Status del comando: OKS bien; PAR parametros invalidos;
      *    LLE registro de trazas lleno; NEX traza inexistente o sin
      *    items
           03 FTR-STAT                         PIC X(03).
              88 FTR-STAT-OKS                  VALUE 'OKS'.
              88 FTR-STAT-PAR                  VALUE 'PAR'.
              88 FTR-STAT-LLE                  VALUE 'LLE'.
              88 FTR-STAT-NEX                  VALUE 'NEX'.
      *
      *    Fila de la consulta ( cola SCR-QFTR ): 'TRZ' una traza
      *    vigente, 'FIO' un comando de la traza pedida ( la fecha
      *    va en ambas; la hora HHMMSSCC de partida, solo en 'FIO' )
       01  FTR-LINE.
           03 FTR-LIN-TIPO                     PIC X(03).
           03 FTR-LIN-TTRZ                     PIC X(01).
           03 FTR-LIN-VALO                     PIC X(12).
           03 FTR-LIN-FECH                     PIC 9(08).
           03 FTR-LIN-HORA                     PIC 9(08).
      *
      *        Solo en 'TRZ': segundos del dia en que empieza y en
      *        que vence, y quien la encendio
           03 FTR-LIN-SINI                     PIC 9(05).
           03 FTR-LIN-SFIN                     PIC 9(05).
           03 FTR-LIN-OPER                     PIC X(12).
      *
      *        Solo en 'FIO': el comando
           03 FTR-LIN-NIVL                     PIC 9(01).
           03 FTR-LIN-PROG                     PIC X(08).
           03 FTR-LIN-TABL                     PIC X(03).
           03 FTR-LIN-FCMD                     PIC 9(04).
           03 FTR-LIN-AKEY                     PIC X(32).
           03 FTR-LIN-CLAV                     PIC X(40).
           03 FTR-LIN-STAT                     PIC X(02).
           03 FTR-LIN-CTIO                     PIC 9(04).
           03 FTR-LIN-ELAP                     PIC 9(07).
           03 FTR-LIN-TERM                     PIC X(04).
      *
      *    Constantes del comando de soporte
       01  FTR-CTTS.
      *
      *    Enciende la traza ( FTR-ENT-TIPO / -VALO / -MINU ); la
      *    traza anterior del mismo terminal u operador se borra
           03 FTR-ACT                  VALUE 1 PIC 9(02).
      *
      *    Apaga la traza antes de su vencimiento ( sus items quedan
      *    para la consulta )
           03 FTR-DES                  VALUE 2 PIC 9(02).
      *
      *    Consulta: sin FTR-ENT-VALO, las trazas vigentes; con el,
      *    los comandos de esa traza en orden
           03 FTR-CON                  VALUE 3 PIC 9(02).
      *
      *    Borra los items de una traza
           03 FTR-BOR                  VALUE 4 PIC 9(02).
