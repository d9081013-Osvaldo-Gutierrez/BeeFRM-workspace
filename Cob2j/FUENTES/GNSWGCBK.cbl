      *    Variables del cortacircuito de servicios del despacho
      *    ( CHK-GNS-CBK antes y RES-GNS-CBK despues del TPFORWARD de
      *    XCT-GNS-PRO-SYS y del TPCALL de LNK-GNS-PRO-SYS, en
      *    GNSBGCBK.cbl ). Toda llamada a un servicio se cuenta:
      *    CBK-DEF-UMBR caidas seguidas ( el servicio no esta, no
      *    responde, timeout; una falla de negocio no cuenta ) dentro
      *    de CBK-DEF-VENT segundos abren el circuito, y por
      *    CBK-DEF-ENFR segundos las llamadas fallan de inmediato con
      *    el aviso de servicio no disponible ( y su carta muerta ).
      *    Pasado ese enfriamiento, UNA llamada de prueba decide: si
      *    anda el circuito se cierra, si no se abre de nuevo. Una
      *    fila vigente de TAB 'CBK' ( clave el servicio ) cambia los
      *    valores para ese servicio: caidas ( 3; 000 = sin
      *    cortacircuito ), ventana ( 4 ) y enfriamiento ( 4 ), en
      *    segundos. El estado de cada servicio vive en el item 1 de
      *    su cola 'CBK ' + servicio, comun a todos los servidores, y
      *    los servicios con el circuito abierto o en prueba se
      *    anotan en la cola 'OPERCBK ', que lee el chequeo de salud
      *    GNS-BUS-SLD. Cada cambio de estado sale como mensaje
      *    Severo a la consola de operaciones.
       01  CBK-VARI.
      *
      *    Interruptor general
           03 CBK-IND-ACTV        VALUE 'S'    PIC X(01).
      *
      *    Valores por omision
           03 CBK-DEF-UMBR        VALUE 005    PIC 9(03).
           03 CBK-DEF-VENT        VALUE 0060   PIC 9(04).
           03 CBK-DEF-ENFR        VALUE 0030   PIC 9(04).
      *
      *    Descripcion de la fila TAB 'CBK'
           03 CBK-WRK-DESC.
              05 CBK-DSC-UMBR                  PIC X(03).
              05 CBK-DSC-UMBR-RED REDEFINES CBK-DSC-UMBR
                                               PIC 9(03).
              05 CBK-DSC-VENT                  PIC X(04).
              05 CBK-DSC-VENT-RED REDEFINES CBK-DSC-VENT
                                               PIC 9(04).
              05 CBK-DSC-ENFR                  PIC X(04).
              05 CBK-DSC-ENFR-RED REDEFINES CBK-DSC-ENFR
                                               PIC 9(04).
              05 FILLER                        PIC X(29).
      *
      *    Servicios ya consultados en TAB 'CBK', con la hora de la
      *    lectura ( mismo esquema que DBL-VSRV )
           03 CBK-NUM-VSRV   COMP  VALUE ZERO  PIC S9(04).
           03 CBK-MAX-VSRV        VALUE 50     PIC 9(02).
           03 CBK-TBL-VSRV        VALUE SPACES.
              05 CBK-VSRV                 OCCURS 50.
                 07 CBK-VSR-NOMB               PIC X(08).
                 07 CBK-VSR-HORA               PIC 9(02).
                 07 CBK-VSR-UMBR               PIC 9(03).
                 07 CBK-VSR-VENT               PIC 9(04).
                 07 CBK-VSR-ENFR               PIC 9(04).
           03 CBK-ITBL       COMP              PIC S9(04).
      *
      *    Respaldo de los buffers FIO del llamador durante la
      *    lectura de TAB y del catalogo de mensajes ( mismo esquema
      *    que LOD-GNS-EST-SLA )
           03 CBK-SAV-CMND                     PIC 9(04).
           03 CBK-SAV-AKEY                     PIC X(32).
           03 CBK-SAV-STAT                     PIC X(02).
           03 CBK-SAV-SIST                     PIC X(03).
           03 CBK-SAV-DFLD                     PIC X(1536).
           03 CBK-SAV-MENS                     PIC X(80).
           03 CBK-SAV-REQA                     PIC X(630).
           03 CBK-SAV-TRQA                     PIC X(630).
           03 CBK-SAV-TREG                     PIC X(206).
      *
      *    Respaldo de la cola del llamador y del TP-STATUS de la
      *    llamada ( los viajes a la cola lo pisan )
           03 CBK-SAV-QSTA                     PIC X(03).
           03 CBK-SAV-QCMD                     PIC X(03).
           03 CBK-SAV-TPST                     PIC 9(04).
      *
      *    Resultado del control: 'S' circuito abierto ( la llamada
      *    no se hace ) y el mensaje para el usuario
           03 CBK-VIGE                         PIC X(01).
           03 CBK-MENS                         PIC X(79).
      *
      *    Llamada en curso bajo control ( 'S' ): servicio, valores
      *    que rigen, caidas que tenia al salir y si es la llamada
      *    de prueba; 'S' en CBK-IND-FALL si volvio caida
           03 CBK-IND-CTRL        VALUE 'N'    PIC X(01).
      *    Via de la llamada: 'X' TPFORWARD de XCT-GNS-PRO-SYS ( su
      *    vuelta solo dice si el pedido se entrego, no como anduvo
      *    el servicio ), 'L' TPCALL de LNK-GNS-PRO-SYS
           03 CBK-ENT-VIAS        VALUE 'L'    PIC X(01).
           03 CBK-CTL-SERV                     PIC X(08).
           03 CBK-CTL-UMBR                     PIC 9(03).
           03 CBK-CTL-VENT                     PIC 9(04).
           03 CBK-CTL-ENFR                     PIC 9(04).
           03 CBK-CTL-NFAL                     PIC 9(03).
           03 CBK-IND-PRUE        VALUE 'N'    PIC X(01).
           03 CBK-IND-FALL                     PIC X(01).
      *
      *    Momento actual ( fecha SAAMMDD y segundo del dia ) y
      *    segundos transcurridos desde una marca del estado
           03 CBK-WRK-FECH                     PIC 9(08).
           03 CBK-WRK-SEGS                     PIC 9(05).
           03 CBK-WRK-FANT                     PIC 9(08).
           03 CBK-WRK-SANT                     PIC 9(05).
           03 CBK-NUM-DIFE   COMP              PIC S9(07).
      *
      *    Cola de estado del servicio, y su item 1: estado ( 'C'
      *    cerrado, 'A' abierto, 'P' en prueba ), caidas seguidas y
      *    momento de la primera, momento de la apertura ( o de la
      *    prueba en curso ), llamadas rechazadas desde la apertura
      *    y TP-STATUS de la ultima caida
           03 CBK-NOM-COLA.
              05 CBK-COL-TYPE    VALUE 'CBK '  PIC X(04).
              05 CBK-COL-SERV                  PIC X(08).
           03 CBK-REG-EST.
              05 CBK-EST-ESTA                  PIC X(01).
              05 CBK-EST-NFAL                  PIC 9(03).
              05 CBK-EST-FFAL                  PIC 9(08).
              05 CBK-EST-SFAL                  PIC 9(05).
              05 CBK-EST-FAPE                  PIC 9(08).
              05 CBK-EST-SAPE                  PIC 9(05).
              05 CBK-EST-NREC                  PIC 9(07).
              05 CBK-EST-TPST                  PIC 9(04).
      *
      *    Registro de servicios con el circuito abierto o en prueba
           03 CBK-NOM-LIST        VALUE 'OPERCBK ' PIC X(08).
           03 CBK-MAX-LIST        VALUE 30     PIC 9(02).
           03 CBK-REG-LIST.
              05 CBK-LIS-SERV             OCCURS 30  PIC X(08).
           03 CBK-NUM-ILIS   COMP              PIC S9(04).
           03 CBK-NUM-JLIS   COMP              PIC S9(04).
           03 CBK-IND-LIST                     PIC X(01).
      *
      *    Mensaje del cambio de estado para la consola
           03 CBK-WRK-MSGC                     PIC X(12).
