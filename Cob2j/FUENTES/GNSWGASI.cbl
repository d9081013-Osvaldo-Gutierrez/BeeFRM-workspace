      *    Variables de las solicitudes de asistencia del operador a
      *    la supervision ( GNSBGASI.cbl / GNSBBASI.cbl, sobre el
      *    registro ASI ). El operador trabado en una pantalla pulsa
      *    PA3: la solicitud queda con su terminal, operador,
      *    transaccion y la ultima pantalla del anillo SNP, y los
      *    supervisores de la sucursal ( rol con fila vigente en TAB
      *    'ASU' ) ven el aviso de pendientes en su pantalla. La
      *    transaccion GNS-PRO-ASI lista las abiertas de la sucursal
      *    de la mas antigua a la mas nueva, las toma, responde ( el
      *    texto le llega al operador en su proxima pantalla, igual
      *    que un aviso difundido ) y cierra. GNS-BUS-ASI informa por
      *    sucursal la cantidad y los tiempos de respuesta.
       01  ASI-VARI.
      *
      *    Interruptor de la tecla de asistencia
           03 ASI-IND-ACTV        VALUE 'S'    PIC X(01).
      *
      *    Comando de la transaccion ( ver ASI-CTTS )
           03 ASI-CMND                 VALUE 0 PIC 9(02).
      *
      *    Entrada de la transaccion: fecha ( cero = hoy ) y
      *    correlativo del dia de la solicitud, y texto de la
      *    respuesta
           03 ASI-ENT-FECH                     PIC 9(08).
           03 ASI-ENT-SECU                     PIC 9(04).
           03 ASI-ENT-TEXT                     PIC X(62).
      *
      *    Solicitud recien creada ( o la que ya estaba abierta )
           03 ASI-SAL-SECU                     PIC 9(04).
      *
      *    Status de retorno de GNS-PRO-ASI ( 'DUP': el terminal ya
      *    tiene una solicitud abierta, queda en ASI-SAL-SECU )
           03 ASI-STAT                         PIC X(03).
              88 ASI-STAT-OKS                  VALUE 'OKS'.
              88 ASI-STAT-NEX                  VALUE 'NEX'.
              88 ASI-STAT-PAR                  VALUE 'PAR'.
              88 ASI-STAT-DUP                  VALUE 'DUP'.
      *
      *    Copia de la ultima pantalla del operador ( 'ASN' +
      *    numero de solicitud )
           03 ASI-NOM-FOTO.
              05 FILLER          VALUE 'ASN'   PIC X(03).
              05 ASI-FOT-SOLI                  PIC 9(12).
      *
      *    Ultima solicitud del terminal ( item 1 de la cola
      *    terminal + 'ASP ' )
           03 ASI-NOM-PEDI.
              05 ASI-PED-TERM                  PIC X(04).
              05 ASI-PED-TYPE    VALUE 'ASP '  PIC X(04).
      *
      *    Respuesta al operador ( cola terminal + 'ASR ': item 1 el
      *    texto, item 2 el acuse, como la cola 'BRD ' )
           03 ASI-NOM-RESP.
              05 ASI-RSP-TERM                  PIC X(04).
              05 ASI-RSP-TYPE    VALUE 'ASR '  PIC X(04).
           03 ASI-MSG-RESP.
              05 ASI-MSR-MRCA    VALUE 'ASISTENCIA '
                                               PIC X(11).
              05 ASI-MSR-SECU                  PIC 9(04).
              05 ASI-MSR-SEPA    VALUE ': '    PIC X(02).
              05 ASI-MSR-TEXT                  PIC X(62).
           03 ASI-REG-ACUS.
              05 ASI-ACU-MRCA                  PIC X(03).
              05 ASI-ACU-STMP                  PIC 9(14).
              05 ASI-ACU-OPER                  PIC X(12).
      *
      *    Aviso a la supervision ( item 1 de la cola 'ASIS' +
      *    sucursal ): dia, solicitudes sin tomar, la ultima y su
      *    terminal
           03 ASI-NOM-AVIS.
              05 ASI-AVI-TYPE    VALUE 'ASIS'  PIC X(04).
              05 ASI-AVI-SUCU                  PIC X(04).
           03 ASI-REG-AVIS.
              05 ASI-AVI-FECH                  PIC 9(08).
              05 ASI-AVI-PEND                  PIC 9(04).
              05 ASI-AVI-ULTI                  PIC 9(04).
              05 ASI-AVI-TERM                  PIC X(04).
      *    '+' suma la solicitud en curso a las pendientes, '-' la
      *    descuenta ( tomada o cerrada sin tomar )
           03 ASI-IND-AVIS                     PIC X(01).
      *
      *    Rol de supervision resuelto para la sesion ( TAB 'ASU' +
      *    OPR-SES-ROLE ): 'S' supervisa, 'N' no
           03 ASI-IND-SUPE                     PIC X(01).
      *
      *    Correlativo de solicitudes ( TAB 'ASI', fila
      *    'CORRELATIVO': fecha y ultimo numero del dia )
           03 ASI-WRK-CORR.
              05 ASI-COR-FECH                  PIC 9(08).
              05 ASI-COR-SECU                  PIC 9(04).
      *
      *    Momento en curso y minutos transcurridos desde una marca
      *    ( una marca de otro dia suma un dia entero )
           03 ASI-WRK-FHOY                     PIC 9(08).
           03 ASI-WRK-HHOY                     PIC 9(06).
           03 ASI-WRK-HHOY-RED REDEFINES ASI-WRK-HHOY.
              05 ASI-WHO-HH                    PIC 9(02).
              05 ASI-WHO-MM                    PIC 9(02).
              05 ASI-WHO-SS                    PIC 9(02).
           03 ASI-WRK-FREF                     PIC 9(08).
           03 ASI-WRK-HREF                     PIC 9(06).
           03 ASI-WRK-HREF-RED REDEFINES ASI-WRK-HREF.
              05 ASI-WRF-HH                    PIC 9(02).
              05 ASI-WRF-MM                    PIC 9(02).
              05 ASI-WRF-SS                    PIC 9(02).
           03 ASI-NUM-DIFE   COMP              PIC S9(07).
      *
      *    Fecha de la solicitud pedida ( ASI-ENT-FECH o hoy )
           03 ASI-WRK-FSOL                     PIC 9(08).
      *
      *    Lista de abiertas: filas como maximo por consulta
           03 ASI-MAX-LIST        VALUE 50     PIC 9(03).
      *
      *    Fecha ( SAAMMDD; cero = hoy ) del informe GNS-BUS-ASI
           03 ASI-REP-FECH        VALUE ZEROES PIC 9(08).
      *
      *    Acumulacion por sucursal del informe: solicitudes,
      *    tomadas, respondidas, cerradas y vencidas, y minutos
      *    sumados hasta la toma y hasta la primera respuesta
           03 ASI-NUM-NSUC   COMP              PIC S9(04).
           03 ASI-MAX-SUCU        VALUE 50     PIC 9(02).
           03 ASI-TBL-SUCU.
              05 ASI-SUC                  OCCURS 50.
                 07 ASI-SUC-CODI               PIC X(04).
                 07 ASI-SUC-NSOL               PIC 9(05).
                 07 ASI-SUC-NTOM               PIC 9(05).
                 07 ASI-SUC-NRES               PIC 9(05).
                 07 ASI-SUC-NCER               PIC 9(05).
                 07 ASI-SUC-NVEN               PIC 9(05).
                 07 ASI-SUC-STOM COMP          PIC S9(09).
                 07 ASI-SUC-SRES COMP          PIC S9(09).
           03 ASI-NUM-ISUC   COMP              PIC S9(04).
           03 ASI-WRK-RSUC                     PIC X(04).
      *
      *    Totales del informe y momento de la corrida
           03 ASI-TOT-NSOL   COMP              PIC S9(07).
           03 ASI-TOT-NTOM   COMP              PIC S9(07).
           03 ASI-TOT-NRES   COMP              PIC S9(07).
           03 ASI-TOT-NCER   COMP              PIC S9(07).
           03 ASI-TOT-NVEN   COMP              PIC S9(07).
           03 ASI-TOT-STOM   COMP              PIC S9(09).
           03 ASI-TOT-SRES   COMP              PIC S9(09).
           03 ASI-WRK-FCOR                     PIC 9(08).
           03 ASI-WRK-HCOR                     PIC 9(06).
      *
      *    Contadores de la corrida
           03 ASI-CNT-EXCE   COMP              PIC S9(05).
           03 ASI-CNT-LIST   COMP              PIC S9(04).
      *
      *    Fila de la lista de abiertas ( cola SCR-QASL ), de la
      *    que mas espera a la mas nueva: minutos de espera desde
      *    la solicitud
       01  ASI-LIST.
           03 ASI-LIS-SECU                     PIC 9(04).
           03 ASI-LIS-STAT                     PIC X(01).
           03 ASI-LIS-TERM                     PIC X(04).
           03 ASI-LIS-OPER                     PIC X(12).
           03 ASI-LIS-TRAN                     PIC X(04).
           03 ASI-LIS-PROG                     PIC X(08).
           03 ASI-LIS-FORM                     PIC X(07).
           03 ASI-LIS-HSOL                     PIC 9(06).
           03 ASI-LIS-ESPE                     PIC 9(05).
           03 ASI-LIS-SUPE                     PIC X(12).
      *
      *    Fila del informe por sucursal ( cola SCR-QASI ): 'SUC'
      *    una por sucursal, al final 'TOT'; promedios en minutos
       01  ASI-LINE.
           03 ASI-LIN-TIPO                     PIC X(03).
           03 ASI-LIN-SUCU                     PIC X(04).
           03 ASI-LIN-NOMB                     PIC X(25).
           03 ASI-LIN-FECH                     PIC 9(08).
           03 ASI-LIN-NSOL                     PIC 9(05).
           03 ASI-LIN-NTOM                     PIC 9(05).
           03 ASI-LIN-NRES                     PIC 9(05).
           03 ASI-LIN-NCER                     PIC 9(05).
           03 ASI-LIN-NVEN                     PIC 9(05).
           03 ASI-LIN-PTOM                     PIC 9(05).
           03 ASI-LIN-PRES                     PIC 9(05).
           03 ASI-LIN-NEXC                     PIC 9(05).
      *
      *    Constantes de la transaccion de asistencia
       01  ASI-CTTS.
      *
      *    Alta de la solicitud del terminal en curso ( la invoca
      *    la tecla PA3 en GTA-GNS-PRO-FRM )
           03 ASI-ALT                  VALUE 1 PIC 9(02).
      *
      *    Lista las solicitudes abiertas de la sucursal de la
      *    sesion ( cola SCR-QASL )
           03 ASI-LIS                  VALUE 2 PIC 9(02).
      *
      *    Toma la solicitud pendiente ASI-ENT-FECH / ASI-ENT-SECU
           03 ASI-TOM                  VALUE 3 PIC 9(02).
      *
      *    Responde ASI-ENT-TEXT a la solicitud tomada
           03 ASI-RES                  VALUE 4 PIC 9(02).
      *
      *    Cierra la solicitud
           03 ASI-CER                  VALUE 5 PIC 9(02).
      *
      *    Consulta la solicitud ( queda en ASI, y la pantalla
      *    copiada en la cola SCR-QASL )
           03 ASI-CON                  VALUE 6 PIC 9(02).
      *
      *    Request Area propia del FIO de ASI
       01  ADR-ASI-REQA                        PIC X(630).
