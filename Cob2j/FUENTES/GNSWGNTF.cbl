      *    Variables del portal de notificaciones a la guardia
      *    ( GNSBGNTF.cbl / GNSBBNTF.cbl, sobre el registro NTF ).
      *    Toda alerta que hoy solo va al USERLOG y a la consola
      *    ( aviso Severo o Critico de RUT-GET-MSG, brecha SLA, cola
      *    sobre umbral de GNS-BUS-QMN, paso nocturno excedido de
      *    GNS-BUS-JCW, circuito abierto ) deja ademas su item en la
      *    bandeja de salida del dia con REG-GNS-NTF, en modo no
      *    transaccional. GNS-BUS-NTF, el despachador, reune las
      *    alertas repetidas en una notificacion con cantidad, la
      *    envia por correo o SMS a quien esta de guardia en el
      *    equipo ( TAB 'GRD' ) y escala el Critico que no se acusa
      *    a tiempo. GNS-PRO-NTF es el acuse y la consulta.
       01  NTF-VARI.
      *
      *    Interruptor de la bandeja de salida
           03 NTF-IND-ACTV        VALUE 'S'    PIC X(01).
      *
      *    Comando de la transaccion ( ver NTF-CTTS )
           03 NTF-CMND                 VALUE 0 PIC 9(02).
      *
      *    Origen del proximo aviso de RUT-GET-MSG: fuente y clave
      *    de la alerta. Lo llena el que fuerza el aviso antes de
      *    GET-MSG y lo limpia despues; en espacios la fuente es
      *    'MSG' y la clave queda en blanco
           03 NTF-ENT-ORIG.
              05 NTF-ENT-FUEN                  PIC X(03).
              05 NTF-ENT-CLAV                  PIC X(20).
      *
      *    Entrada de la transaccion: numero de la notificacion
           03 NTF-ENT-NOTI                     PIC 9(08).
      *
      *    Status de retorno de GNS-PRO-NTF
           03 NTF-STAT                         PIC X(03).
              88 NTF-STAT-OKS                  VALUE 'OKS'.
              88 NTF-STAT-NEX                  VALUE 'NEX'.
              88 NTF-STAT-PAR                  VALUE 'PAR'.
      *
      *    Bandeja de salida del dia ( 'NTFB' + MMDD )
           03 NTF-NOM-BAND.
              05 NTF-BND-TYPE    VALUE 'NTFB'  PIC X(04).
              05 NTF-BND-MMDD                  PIC 9(04).
      *
      *    Item de la bandeja: firma, severidad y texto de la
      *    alerta, momento, terminal y operador
           03 NTF-REG-BAND.
              05 NTF-BAN-FUEN                  PIC X(03).
              05 NTF-BAN-SEVR                  PIC X(01).
              05 NTF-BAN-CODI                  PIC X(12).
              05 NTF-BAN-CLAV                  PIC X(20).
              05 NTF-BAN-TEXT                  PIC X(80).
              05 NTF-BAN-FECH                  PIC 9(08).
              05 NTF-BAN-HORA                  PIC 9(06).
              05 NTF-BAN-TERM                  PIC X(04).
              05 NTF-BAN-USER                  PIC X(12).
      *
      *    Respaldo de la cola del llamador y de su TP-STATUS
           03 NTF-SAV-QSTA                     PIC X(03).
           03 NTF-SAV-QCMD                     PIC X(03).
           03 NTF-SAV-TPST                     PIC 9(04).
      *
      *    Registro de control del despachador ( item 1 de la cola
      *    NTF-NOM-CTRL ): dia de la bandeja que se esta leyendo,
      *    ultimo item leido y la notificacion abierta mas antigua
           03 NTF-NOM-CTRL        VALUE 'OPERNTF ' PIC X(08).
           03 NTF-REG-CTRL.
              05 NTF-CTL-FECH                  PIC 9(08).
              05 NTF-CTL-FECH-RED REDEFINES NTF-CTL-FECH.
                 07 NTF-CTL-SSAA               PIC 9(04).
                 07 NTF-CTL-MMDD               PIC 9(04).
              05 NTF-CTL-ITEM                  PIC 9(04).
              05 NTF-CTL-NABI                  PIC 9(08).
      *
      *    Colas de la pasarela de correo y SMS
           03 NTF-NOM-MAIL        VALUE 'OPERMAIL' PIC X(08).
           03 NTF-NOM-SMS         VALUE 'OPERSMS ' PIC X(08).
      *
      *    Item que recibe la pasarela: notificacion, canal,
      *    direccion ( correo o numero movil ), destinatario, nivel,
      *    severidad, alertas reunidas, firma, texto y primera vez
           03 NTF-REG-ENVI.
              05 NTF-ENV-NOTI                  PIC 9(08).
              05 NTF-ENV-CANA                  PIC X(01).
              05 NTF-ENV-DIRE                  PIC X(40).
              05 NTF-ENV-DEST                  PIC X(12).
              05 NTF-ENV-NIVE                  PIC 9(01).
              05 NTF-ENV-SEVR                  PIC X(01).
              05 NTF-ENV-CANT                  PIC 9(05).
              05 NTF-ENV-FUEN                  PIC X(03).
              05 NTF-ENV-CODI                  PIC X(12).
              05 NTF-ENV-CLAV                  PIC X(20).
              05 NTF-ENV-TEXT                  PIC X(80).
              05 NTF-ENV-FPRI                  PIC 9(08).
              05 NTF-ENV-HPRI                  PIC 9(06).
      *
      *    Equipo sin fila 'NTE', minutos para escalar un Critico
      *    sin acuse ( sin minutos en la fila 'GRD' ) y minutos sin
      *    repetirse tras los que una Severa enviada se cierra
           03 NTF-DEF-EQUI        VALUE 'OPER' PIC X(04).
           03 NTF-DEF-ESCA        VALUE 015    PIC 9(03).
           03 NTF-MIN-COLA        VALUE 060    PIC 9(03).
      *
      *    Guardia del equipo ( fila TAB 'GRD' equipo + SAAMMDD; sin
      *    fila del dia, la de fecha cero ): titular y dos niveles
      *    de escalamiento, y minutos para escalar
           03 NTF-WRK-GRDC.
              05 NTF-GRC-EQUI                  PIC X(04).
              05 NTF-GRC-FECH                  PIC 9(08).
           03 NTF-WRK-GRDD.
              05 NTF-GRD-PERS    OCCURS 3      PIC X(12).
              05 FILLER                        PIC X(04).
           03 NTF-NUM-MESC                     PIC 9(03).
      *
      *    Envio en armado: nivel pedido, destinatario, direccion y
      *    canal ( el Critico va por SMS, el Severo por correo; sin
      *    esa direccion, por la otra )
           03 NTF-WRK-NIVE                     PIC 9(01).
           03 NTF-WRK-DEST                     PIC X(12).
           03 NTF-WRK-MAIL                     PIC X(40).
           03 NTF-WRK-MOVI                     PIC X(20).
           03 NTF-WRK-CANA                     PIC X(01).
      *
      *    Correlativo de notificaciones ( TAB 'NTF', fila
      *    'CORRELATIVO' )
           03 NTF-WRK-CORR                     PIC X(08).
           03 NTF-WRK-CORR-RED REDEFINES NTF-WRK-CORR
                                               PIC 9(08).
      *
      *    Momento de la corrida y minutos transcurridos desde una
      *    marca ( una marca de otro dia suma un dia entero )
           03 NTF-WRK-FHOY                     PIC 9(08).
           03 NTF-WRK-HHOY                     PIC 9(06).
           03 NTF-WRK-HHOY-RED REDEFINES NTF-WRK-HHOY.
              05 NTF-WHO-HH                    PIC 9(02).
              05 NTF-WHO-MM                    PIC 9(02).
              05 NTF-WHO-SS                    PIC 9(02).
           03 NTF-WRK-FREF                     PIC 9(08).
           03 NTF-WRK-HREF                     PIC 9(06).
           03 NTF-WRK-HREF-RED REDEFINES NTF-WRK-HREF.
              05 NTF-WRF-HH                    PIC 9(02).
              05 NTF-WRF-MM                    PIC 9(02).
              05 NTF-WRF-SS                    PIC 9(02).
           03 NTF-NUM-DIFE   COMP              PIC S9(07).
      *
      *    Notificaciones abiertas ( por enviar, enviadas, esperando
      *    acuse o agotadas ) que la corrida tiene a la vista
           03 NTF-NUM-ABIE   COMP              PIC S9(04).
           03 NTF-MAX-ABIE        VALUE 300    PIC 9(03).
           03 NTF-TBL-ABIE.
              05 NTF-ABI                  OCCURS 300.
                 07 NTF-ABI-NOTI               PIC 9(08).
                 07 NTF-ABI-FUEN               PIC X(03).
                 07 NTF-ABI-CODI               PIC X(12).
                 07 NTF-ABI-CLAV               PIC X(20).
                 07 NTF-ABI-STAT               PIC X(01).
                 07 NTF-ABI-FULT               PIC 9(08).
                 07 NTF-ABI-HULT               PIC 9(06).
           03 NTF-NUM-IABI   COMP              PIC S9(04).
           03 NTF-NUM-JABI   COMP              PIC S9(04).
           03 NTF-NUM-MAXI                     PIC 9(08).
      *
      *    Contadores de la corrida
           03 NTF-CNT-LEID   COMP              PIC S9(07).
           03 NTF-CNT-NUEV   COMP              PIC S9(07).
           03 NTF-CNT-REUN   COMP              PIC S9(07).
           03 NTF-CNT-ENVI   COMP              PIC S9(05).
           03 NTF-CNT-ESCA   COMP              PIC S9(05).
           03 NTF-CNT-AGOT   COMP              PIC S9(05).
           03 NTF-CNT-SGUA   COMP              PIC S9(05).
           03 NTF-CNT-CERR   COMP              PIC S9(05).
           03 NTF-CNT-EXCE   COMP              PIC S9(05).
      *
      *    Fila del informe de la corrida ( cola SCR-QNTF ): 'ENV'
      *    envio al titular, 'ESC' escalamiento, 'AGO' Critico sin
      *    acuse y sin nadie mas, 'SGU' sin guardia o sin direccion;
      *    al final 'TOT' con los contadores
       01  NTF-LINE.
           03 NTF-LIN-TIPO                     PIC X(03).
           03 NTF-LIN-NOTI                     PIC 9(08).
           03 NTF-LIN-FUEN                     PIC X(03).
           03 NTF-LIN-CODI                     PIC X(12).
           03 NTF-LIN-CLAV                     PIC X(20).
           03 NTF-LIN-SEVR                     PIC X(01).
           03 NTF-LIN-CANT                     PIC 9(05).
           03 NTF-LIN-EQUI                     PIC X(04).
           03 NTF-LIN-NIVE                     PIC 9(01).
           03 NTF-LIN-DEST                     PIC X(12).
           03 NTF-LIN-CANA                     PIC X(01).
           03 NTF-LIN-NLEI                     PIC 9(07).
           03 NTF-LIN-NNUE                     PIC 9(07).
           03 NTF-LIN-NREU                     PIC 9(07).
           03 NTF-LIN-NENV                     PIC 9(05).
           03 NTF-LIN-NESC                     PIC 9(05).
           03 NTF-LIN-NAGO                     PIC 9(05).
           03 NTF-LIN-NSGU                     PIC 9(05).
           03 NTF-LIN-NCER                     PIC 9(05).
           03 NTF-LIN-NEXC                     PIC 9(05).
      *
      *    Constantes de la transaccion de notificaciones
       01  NTF-CTTS.
      *
      *    Acuse de la notificacion NTF-ENT-NOTI por quien la
      *    recibio: detiene el escalamiento
           03 NTF-ACU                  VALUE 1 PIC 9(02).
      *
      *    Consulta la notificacion NTF-ENT-NOTI ( queda en NTF )
           03 NTF-CON                  VALUE 2 PIC 9(02).
      *
      *    Request Area propia del FIO de NTF
       01  ADR-NTF-REQA                        PIC X(630).
