      *    Variables para la campana de recertificacion de accesos de
      *    operadores ( GNS-BUS-RCE en GNSBBRCE.cbl, revision en
      *    linea GNS-PRO-RCE en GNSBGRCE.cbl ). Dos veces al anio
      *    auditoria pide la prueba de que cada acceso fue revisado:
      *    la campana vive en TAB 'RCC' ( clave el codigo de campana;
      *    descripcion: apertura y plazo SAAMMDD, estado 'A' abierta
      *    / 'C' cerrada, responsable que la abrio y fecha de
      *    cierre ), el supervisor que revisa cada sucursal en
      *    TAB 'RSU' ( clave la sucursal; descripcion: el operador
      *    supervisor ) y las lineas a revisar en el registro RCE.
      *    Sin fila 'RSU' revisa cualquier supervisor; nadie revisa
      *    sus propios accesos.
       01  RCE-VARI.
      *
      *    Comando de la revision en linea ( ver RCE-CTTS )
           03 RCE-CMND                 VALUE 0 PIC 9(02).
      *
      *    Campana, sucursal y linea a revisar
           03 RCE-ENT-CAMP                     PIC X(06).
           03 RCE-ENT-SUCU                     PIC X(04).
           03 RCE-ENT-IOPR                     PIC X(12).
           03 RCE-ENT-TIPO                     PIC X(03).
           03 RCE-ENT-ITEM                     PIC X(12).
      *
      *    Status: OKS bien; CAM campana inexistente o ya cerrada;
      *    EXI la campana ya existe; FEC plazo invalido o aun no
      *    vencido; SUP el revisor no es el supervisor de la
      *    sucursal o es el mismo operador; NEX linea inexistente;
      *    DEC linea ya decidida; NRV acceso que no se revoca
      *    ( el horario HOR restringe, no concede ); ERR fallo la
      *    mantencion de la revocacion
           03 RCE-STAT                         PIC X(03).
              88 RCE-STAT-OKS                  VALUE 'OKS'.
              88 RCE-STAT-CAM                  VALUE 'CAM'.
              88 RCE-STAT-EXI                  VALUE 'EXI'.
              88 RCE-STAT-FEC                  VALUE 'FEC'.
              88 RCE-STAT-SUP                  VALUE 'SUP'.
              88 RCE-STAT-NEX                  VALUE 'NEX'.
              88 RCE-STAT-DEC                  VALUE 'DEC'.
              88 RCE-STAT-NRV                  VALUE 'NRV'.
              88 RCE-STAT-ERR                  VALUE 'ERR'.
      *
      *    Descripcion de la fila 'RCC' tal como viaja
           03 RCE-WRK-DCAM.
              05 RCE-CAM-APER                  PIC 9(08).
              05 RCE-CAM-LIMI                  PIC 9(08).
              05 RCE-CAM-ESTA                  PIC X(01).
              05 RCE-CAM-RESP                  PIC X(12).
              05 RCE-CAM-CIER                  PIC 9(08).
              05 FILLER          VALUE SPACES  PIC X(03).
      *
      *    Descripcion de la fila 'RSU' tal como viaja
           03 RCE-WRK-DRSU.
              05 RCE-RSU-SUPE                  PIC X(12).
              05 FILLER                        PIC X(28).
      *
      *    Decision a estampar en la linea ( 'C' o 'R' )
           03 RCE-WRK-DECI                     PIC X(01).
      *
      *    Hoy ( SAAMMDD ) y momento actual ( SAAMMDDHHMM )
           03 RCE-FEC-HOYD                     PIC 9(08).
           03 RCE-STP-AHOR                     PIC 9(12).
      *
      *    Variables de la apertura y el cierre ( GNS-BUS-RCE )
       01  RCE-BUS-VARI.
      *
      *    Comando del batch ( ver RCE-CTTS ), plazo de la campana
      *    a abrir ( SAAMMDD ) y fecha de proceso del cierre
      *    ( SAAMMDD; cero = hoy )
           03 RCE-BUS-CMND             VALUE 0 PIC 9(02).
           03 RCE-ENT-FLIM                     PIC 9(08).
           03 RCE-FEC-PROC        VALUE ZEROES PIC 9(08).
      *
      *    Celda 'PRM' ( o fila 'RCC' ) en curso del recorrido,
      *    rol dueno de la celda y operador en curso de la apertura
           03 RCE-SAV-CTAB                     PIC X(12).
           03 RCE-SAV-ROLE                     PIC X(03).
      *
           03 RCE-SAV-IOPR                     PIC X(12).
      *
      *    Llave de la linea en curso del cierre ( reposicion ) y
      *    ultimo operador suspendido
           03 RCE-SAV-KEY                      PIC X(37).
           03 RCE-SAV-ISUS                     PIC X(12).
      *
      *    Contadores de la apertura
           03 RCE-CNT-OPER  COMP               PIC S9(09).
           03 RCE-CNT-LINE  COMP               PIC S9(09).
      *
      *    Totales del certificado: de la sucursal en curso del
      *    corte y de la campana
           03 RCE-SAV-SUCU                     PIC X(04).
           03 RCE-TOT-SUCU.
              05 RCE-SUC-NLIN  COMP            PIC S9(07).
              05 RCE-SUC-NCNF  COMP            PIC S9(07).
              05 RCE-SUC-NREV  COMP            PIC S9(07).
              05 RCE-SUC-NPEN  COMP            PIC S9(07).
              05 RCE-SUC-NSUS  COMP            PIC S9(07).
           03 RCE-TOT-CAMP.
              05 RCE-CAM-NLIN  COMP            PIC S9(07).
              05 RCE-CAM-NCNF  COMP            PIC S9(07).
              05 RCE-CAM-NREV  COMP            PIC S9(07).
              05 RCE-CAM-NPEN  COMP            PIC S9(07).
              05 RCE-CAM-NSUS  COMP            PIC S9(07).
      *
      *    Fila de la revision y del certificado ( cola SCR-QRCE ):
      *    'LIN' linea a revisar; 'APE' resumen de la apertura;
      *    'SUC' totales de una sucursal con su supervisor; 'CER'
      *    certificado de cierre de la campana con su responsable
       01  RCE-LINE.
           03 RCE-LIN-TIPO                     PIC X(03).
           03 RCE-LIN-CAMP                     PIC X(06).
           03 RCE-LIN-SUCU                     PIC X(04).
           03 RCE-LIN-IOPR                     PIC X(12).
           03 RCE-LIN-ETIP                     PIC X(03).
           03 RCE-LIN-ITEM                     PIC X(12).
           03 RCE-LIN-DETA                     PIC X(24).
           03 RCE-LIN-DECI                     PIC X(01).
           03 RCE-LIN-SUPE                     PIC X(12).
           03 RCE-LIN-NOPR                     PIC 9(07).
           03 RCE-LIN-NLIN                     PIC 9(07).
           03 RCE-LIN-NCNF                     PIC 9(07).
           03 RCE-LIN-NREV                     PIC 9(07).
           03 RCE-LIN-NPEN                     PIC 9(07).
           03 RCE-LIN-NSUS                     PIC 9(07).
           03 RCE-LIN-FECH                     PIC 9(08).
      *
      *    Constantes de la campana
       01  RCE-CTTS.
      *
      *    Revision en linea: lista de la sucursal, confirmacion y
      *    revocacion de una linea
           03 RCE-CON                  VALUE 1 PIC 9(02).
           03 RCE-CNF                  VALUE 2 PIC 9(02).
           03 RCE-REV                  VALUE 3 PIC 9(02).
      *
      *    Batch: apertura de la campana RCE-ENT-CAMP y cierre de
      *    las campanas abiertas con plazo vencido
           03 RCE-ABR                  VALUE 1 PIC 9(02).
           03 RCE-CIE                  VALUE 2 PIC 9(02).
      *
      *    Request Area propia del FIO de RCE
       01  ADR-RCE-REQA                        PIC X(630).
