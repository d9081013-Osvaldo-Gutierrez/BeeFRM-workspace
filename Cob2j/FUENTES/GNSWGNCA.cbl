      *    Variables del alta de un centro de asignacion CIC en un
      *    solo paso ( GNS-PRO-NCA en GNSBGNCA.cbl ). Las piezas de
      *    un centro nuevo ( secuencia TAB 'CAI', rango TAB 'CRG',
      *    encabezado CIC, usuarios autorizados TAB 'CUS' y la
      *    reserva del canal de apertura en RSV ) se tecleaban en
      *    mantenciones separadas y alguna se olvidaba; aqui viajan
      *    juntas en una solicitud que pasa por el doble control
      *    ( GNS-PRO-PND, registro 'NCA' ) y se crean todas en una
      *    sola unidad FIO-BEG-TRN / FIO-END-TRN al aprobarse.
       01  NCA-VARI.
      *
      *    Comando de GNS-PRO-NCA ( ver NCA-CTTS )
           03 NCA-CMND                 VALUE 0         PIC 9(02).
      *
      *    Status: OKS bien; CAI codigo de centro en blanco o
      *    formato desconocido; EXI el centro ya existe ( CIC, TAB
      *    'CAI' o TAB 'CRG' ); RNG rango vacio o fuera del tope del
      *    formato; SOL el rango pisa el de otro centro ( en
      *    NCA-SAL-OTRO ); USR lista de usuarios vacia o con huecos;
      *    RSV reserva fuera del rango o sin vencimiento; EMP
      *    empresa no vigente o ajena a la sesion; PND no se pudo
      *    estacionar; ERR fallo la creacion ( se deshizo toda )
           03 NCA-STAT                                 PIC X(03).
              88 NCA-STAT-OKS                          VALUE 'OKS'.
              88 NCA-STAT-CAI                          VALUE 'CAI'.
              88 NCA-STAT-EXI                          VALUE 'EXI'.
              88 NCA-STAT-RNG                          VALUE 'RNG'.
              88 NCA-STAT-SOL                          VALUE 'SOL'.
              88 NCA-STAT-USR                          VALUE 'USR'.
              88 NCA-STAT-RSV                          VALUE 'RSV'.
              88 NCA-STAT-EMP                          VALUE 'EMP'.
              88 NCA-STAT-PND                          VALUE 'PND'.
              88 NCA-STAT-ERR                          VALUE 'ERR'.
           03 NCA-CMSG                                 PIC X(12).
      *
      *    Centro cuyo rango choca con el solicitado ( SOL )
           03 NCA-SAL-OTRO                             PIC X(04).
      *
      *    Operador que tecleo la solicitud ( para el certificado )
           03 NCA-COD-MAKR                             PIC X(12).
      *
      *    Rango de la fila TAB 'CRG' en curso del recorrido
           03 NCA-CRG-DESD                             PIC 9(11).
           03 NCA-CRG-HAST                             PIC 9(11).
      *
      *    Folio inicial del centro: el anterior al primero del
      *    rango ( ultimo entregado, como deja GNS-BUS-CTR )
           03 NCA-NUM-FINI                             PIC 9(11).
           03 NCA-NUM-FINI-RED REDEFINES NCA-NUM-FINI.
              05 FILLER                                PIC 9(03).
              05 NCA-FIN-CLAS                          PIC 9(08).
      *
      *    Indice de usuarios y numero editado para el certificado
           03 NCA-NUM-IUSR   COMP                      PIC S9(04).
           03 NCA-EDT-NUME                             PIC Z(10)9.
      *
      *    Solicitud de alta; viaja completa como imagen del
      *    pendiente ( PND-GLS-IMAG ) entre el maker y el checker
       01  NCA-SOL.
      *
      *    Centro nuevo ( tipo + codigo ) y su nombre
           03 NCA-ENT-CAI.
              05 NCA-ENT-TCIC                          PIC X(01).
              05 NCA-ENT-CCIC                          PIC X(03).
           03 NCA-ENT-NOMB                             PIC X(40).
      *
      *    Formato del folio ( 'A' ampliado; otro clasico )
           03 NCA-ENT-FRMT                             PIC X(01).
      *
      *    Rango de folios del centro, en el ancho ampliado
           03 NCA-ENT-DESD                             PIC 9(11).
           03 NCA-ENT-HAST                             PIC 9(11).
      *
      *    Usuarios autorizados del centro ( TAB 'CUS' ); el primero
      *    es el responsable y queda como autor del encabezado CIC
           03 NCA-ENT-NUSR                             PIC 9(02).
           03 NCA-ENT-USRS.
              05 NCA-ENT-USR              OCCURS 10    PIC X(12).
      *
      *    Reserva del canal de apertura: canal, ultimo folio del
      *    bloque ( desde el primero del rango; cero = sin reserva )
      *    y vencimiento ( SAAMMDD )
           03 NCA-ENT-CANL                             PIC X(08).
           03 NCA-ENT-RHST                             PIC 9(08).
           03 NCA-ENT-EXPI                             PIC 9(08).
      *
      *    Empresa del centro ( espacios = la de la sesion )
           03 NCA-ENT-EMPR                             PIC X(03).
      *
           03 NCA-SOL-DISP                             PIC X(17).
      *
      *    Fila del certificado de alta ( cola SCR-QNCA )
       01  NCA-LINE.
           03 NCA-LIN-ETIQ                             PIC X(20).
           03 NCA-LIN-VALO                             PIC X(40).
      *
      *    Constantes del alta de centros
       01  NCA-CTTS.
      *
      *    Valida la solicitud sin grabar nada
           03 NCA-VAL                  VALUE 1         PIC 9(02).
      *
      *    Valida y estaciona la solicitud para el checker
           03 NCA-EST                  VALUE 2         PIC 9(02).
      *
      *    Crea el centro ( lo invoca GNS-PRO-PND al aprobar )
           03 NCA-CRE                  VALUE 3         PIC 9(02).
