           03 SCR-NTAB COMP               PIC S9(04).
           03 SCR-ITAB COMP               PIC S9(04).
      *
      *    Variables para el informe de agotamiento de CIC
      *    ( GNS-BUS-CIC )
           03 SCR-QCIC                    PIC X(08).
           03 SCR-NCIC COMP               PIC S9(04).
           03 SCR-ICIC COMP               PIC S9(04).
           03 SCR-QPAI                    PIC X(08).
           03 SCR-QPAO                    PIC X(08).
           03 SCR-IPAO COMP               PIC S9(04).
      *
      *    Cola y contador del informe diario de intentos cerca o
      *    por sobre el limite de monto ( GNS-BUS-LIM )
           03 SCR-QLIM                    PIC X(08).
           03 SCR-ILIM COMP               PIC S9(04).
      *
      *    Cola y contador del informe diario de conversiones por
      *    par de monedas ( GNS-BUS-CNV )
           03 SCR-QCNV                    PIC X(08).
           03 SCR-ICNV COMP               PIC S9(04).
      *
      *    Cola y contador del informe de verificacion del
      *    calendario del anio siguiente ( GNS-BUS-CFA )
           03 SCR-QCFA                    PIC X(08).
           03 SCR-ICFA COMP               PIC S9(04).
      *
      *    Cola y contador de la consulta de tenencias de recursos
      *    de exclusion mutua ( GNS-PRO-RCS )
           03 SCR-QRCS                    PIC X(08).
           03 SCR-IRCS COMP               PIC S9(04).
      *
      *    Cola y contador de la consulta del repositorio de
      *    informes ( GNS-PRO-RPO )
           03 SCR-QRPO                    PIC X(08).
           03 SCR-IRPO COMP               PIC S9(04).
      *
      *    Cola y contador del informe del modo simular / confirmar
      *    de los batch de actualizacion masiva ( GNS-PRO-SMC )
           03 SCR-QSMC                    PIC X(08).
           03 SCR-ISMC COMP               PIC S9(04).
      *
      *    Cola y contador de la referencia cruzada de folios CIC
      *    clasicos a su forma de despliegue ( GNS-BUS-CIX )
           03 SCR-QCIX                    PIC X(08).
           03 SCR-ICIX COMP               PIC S9(04).
      *
      *    Colas de la carga de la referencia cruzada documento -
      *    CIC: entrada ( pares documento ; identificador ya
      *    volcados ) e informe de rechazos y documentos con mas de
      *    un CIC ( GNS-BUS-NDX )
           03 SCR-QNDX                    PIC X(08).
           03 SCR-QNDM                    PIC X(08).
           03 SCR-INDM COMP               PIC S9(04).
      *
      *    Cola, tope e items de la busqueda por nombre de TAB/MSC
      *    ( GNS-BUS-SNX ), de mayor a menor cercania
           03 SCR-QSNX                    PIC X(08).
           03 SCR-NSNX COMP               PIC S9(04).
           03 SCR-ISNX COMP               PIC S9(04).
      *
      *    Cola y contador del certificado de alta de un centro de
      *    asignacion CIC ( GNS-PRO-NCA )
           03 SCR-QNCA                    PIC X(08).
           03 SCR-INCA COMP               PIC S9(04).
      *
      *    Cola y contador del informe diario de documentos que
      *    dispararon una regla de velocidad ( GNS-BUS-VEL )
           03 SCR-QVEL                    PIC X(08).
           03 SCR-IVEL COMP               PIC S9(04).
      *
      *    Cola y contador del informe diario de patrones
      *    sospechosos de apertura de sesion ( GNS-BUS-ISE )
           03 SCR-QISE                    PIC X(08).
           03 SCR-IISE COMP               PIC S9(04).
      *
      *    Cola y contador de la consulta de operadores que pueden
      *    trabajar hoy en una sucursal ( GNS-CON-OSU )
           03 SCR-QOSU                    PIC X(08).
           03 SCR-IOSU COMP               PIC S9(04).
      *
      *    Cola y contador de la campana de recertificacion de
      *    accesos ( GNS-PRO-RCE / GNS-BUS-RCE )
           03 SCR-QRCE                    PIC X(08).
           03 SCR-IRCE COMP               PIC S9(04).
      *
      *    Cola y contador del certificado de seudonimizacion de
      *    operadores retirados ( GNS-BUS-SEU ) y de la consulta
      *    del oficial de seguridad ( GNS-CON-SEU )
           03 SCR-QSEU                    PIC X(08).
           03 SCR-ISEU COMP               PIC S9(04).
      *
      *    Cola y contador del diario de lecturas de registros
      *    sensibles: consulta ( GNS-CON-LEC ) e informe de lectores
      *    fuera de rango ( GNS-BUS-LEC )
           03 SCR-QLEC                    PIC X(08).
           03 SCR-ILEC COMP               PIC S9(04).
      *
      *    Cola y contador del listado de envios repetidos
      *    suprimidos ( GNS-BUS-DBL )
           03 SCR-QDBL                    PIC X(08).
           03 SCR-IDBL COMP               PIC S9(04).
      *
      *    Cola y contador de la consulta de uso del control de
      *    carga por servicio ( GNS-PRO-THR )
           03 SCR-QTHR                    PIC X(08).
           03 SCR-ITHR COMP               PIC S9(04).
      *
      *    Cola y contador de la consulta de la traza FIO a pedido
      *    ( GNS-PRO-FTR )
           03 SCR-QFTR                    PIC X(08).
           03 SCR-IFTR COMP               PIC S9(04).
      *
      *    Cola y contador del informe de registros bloqueados
      *    ( GNS-BUS-LCK )
           03 SCR-QLCK                    PIC X(08).
           03 SCR-ILCK COMP               PIC S9(04).
      *
      *    Cola y contador del mapa de llamadas entre programas y
      *    servicios ( GNS-BUS-MAP )
           03 SCR-QMAP                    PIC X(08).
           03 SCR-IMAP COMP               PIC S9(04).
      *
      *    Cola y contador del informe de firmas de aborto repetidas
      *    sin problema conocido ( GNS-BUS-PRB )
           03 SCR-QPRB                    PIC X(08).
           03 SCR-IPRB COMP               PIC S9(04).
      *
      *    Cola y contador del informe del despachador de
      *    notificaciones a la guardia ( GNS-BUS-NTF )
           03 SCR-QNTF                    PIC X(08).
           03 SCR-INTF COMP               PIC S9(04).
      *
      *    Cola y contador de la lista de solicitudes de asistencia
      *    abiertas de la sucursal ( GNS-PRO-ASI )
           03 SCR-QASL                    PIC X(08).
           03 SCR-IASL COMP               PIC S9(04).
      *
      *    Cola y contador del informe de solicitudes de asistencia
      *    por sucursal ( GNS-BUS-ASI )
           03 SCR-QASI                    PIC X(08).
           03 SCR-IASI COMP               PIC S9(04).
      *
      *    Cola y contador de la bandeja de trabajo pendiente del
      *    operador ( GNS-PRO-BAN )
           03 SCR-QBAN                    PIC X(08).
           03 SCR-IBAN COMP               PIC S9(04).
      *
      *    Cola y contador del resultado de la busqueda de opciones
      *    de menu por palabras ( GNS-PRO-BMN )
           03 SCR-QBMN                    PIC X(08).
           03 SCR-IBMN COMP               PIC S9(04).
      *
      *    Cola y contador de la lista de borradores de captura del
      *    operador ( GNS-PRO-BOR )
           03 SCR-QBOR                    PIC X(08).
           03 SCR-IBOR COMP               PIC S9(04).
      *
      *    Sesion en modo entrenamiento ( 'S' ) y DBID de la base de
      *    entrenamiento a la que se desvia todo FIO ( GNSBGENT.cbl )
           03 SCR-IENT                    PIC X(01).
           03 SCR-DENT COMP               PIC S9(04).
      *
      *    Cola y contador del informe de banderas de funcionalidad
      *    ( GNS-BUS-FLG )
           03 SCR-QFLG                    PIC X(08).
           03 SCR-IFLG COMP               PIC S9(04).
      *
      *    Cola y contador del informe de clonacion de catalogos
      *    para el alta de un sistema nuevo ( GNS-BUS-CLN )
           03 SCR-QCLN                    PIC X(08).
           03 SCR-ICLN COMP               PIC S9(04).
      *
      *    Cola y contador del inspector de registros ( GNS-PRO-INS )
           03 SCR-QINS                    PIC X(08).
           03 SCR-IINS COMP               PIC S9(04).
      *
      *    Registro en pantalla para el aviso y la lectura de sus
      *    notas ( tabla y llave primaria; GNS-PRO-NTA ) y posicion
      *    de la ultima nota mostrada
           03 SCR-TNTA                    PIC X(03).
           03 SCR-KNTA                    PIC X(21).
           03 SCR-PNTA                    PIC X(16).
      *
      *    Cola y contador del informe de la cuarentena de eventos
      *    recibidos por corresponsal ( GNS-BUS-EVQ )
           03 SCR-QEVQ                    PIC X(08).
           03 SCR-IEVQ COMP               PIC S9(04).
      *
      *    Cola y contador del lote diario de la interfaz contable
      *    ( GNS-BUS-CTB )
           03 SCR-QCTB                    PIC X(08).
           03 SCR-ICTB COMP               PIC S9(04).
      *
      *    Colas y contadores del estado de cobro mensual por uso
      *    por sucursal y del resumen para Finanzas ( GNS-BUS-CHB )
           03 SCR-QCHB                    PIC X(08).
           03 SCR-ICHB COMP               PIC S9(04).
           03 SCR-QCHF                    PIC X(08).
           03 SCR-ICHF COMP               PIC S9(04).
      *
      *    Cola y contador del informe mensual de uso del catalogo
      *    de mensajes ( GNS-BUS-MSU )
           03 SCR-QMSU                    PIC X(08).
           03 SCR-IMSU COMP               PIC S9(04).
      *
           03 SCR-NEMO                    PIC X(12).
           03 SCR-LDOC                    PIC X(12).                    
