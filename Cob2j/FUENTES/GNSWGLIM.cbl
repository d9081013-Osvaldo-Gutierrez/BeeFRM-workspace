      *    Variables para los limites de monto por rol ( GNS-VAL-LIM /
      *    GNS-MNT-LIM en GNSBGLIM.cbl, informe en GNSBBLIM.cbl ). La
      *    matriz 'PRM' solo dice si un rol puede correr un comando;
      *    aqui se dice HASTA CUANTO: el catalogo TAB tipo 'LIM'
      *    ( TAB-COD-CTAB = rol + comando + opcion + moneda ) lleva
      *    el tope y el porcentaje desde el cual la operacion se
      *    considera cerca del limite. El importe de la operacion se
      *    compara directo contra un tope en su propia moneda, o
      *    convertido con PES-CNV-MON contra un tope en la moneda
      *    base. Lo que excede se bloquea con motivo propio ( 'LIM' )
      *    y solo pasa con un vale de GNS-MNT-OVR atado a ESA
      *    operacion.
       01  LIM-VARI.
      *
      *    Interruptor general del control; en 'N' no hay limites
           03 LIM-IND-ACTV        VALUE 'N'            PIC X(01).
      *
      *    Operacion a controlar: rol ( blanco = OPR-SES-ROLE ),
      *    comando/opcion, importe y moneda. El importe es de uso
      *    unico: GNS-VAL-LIM lo limpia al terminar, para que un
      *    despacho posterior no arrastre el de la operacion previa.
           03 LIM-ENT-ROLE        VALUE SPACES         PIC X(03).
           03 LIM-ENT-COMD        VALUE SPACES         PIC X(03).
           03 LIM-ENT-OPCI        VALUE SPACES         PIC X(03).
           03 LIM-ENT-IMPO        VALUE ZEROES  COMP-3 PIC S9(13)V9(4).
           03 LIM-ENT-VCAM        VALUE SPACES         PIC X(04).
      *
      *    Vale de supervisor tecleado ( 0 = sin vale ) y llave del
      *    registro en operacion ( para el journal del vale )
           03 LIM-ENT-TOKN        VALUE ZEROES         PIC 9(06).
           03 LIM-ENT-CLAV        VALUE SPACES         PIC X(21).
      *
      *    Resultado: 'S' cabe en el limite ( o no hay limite ),
      *    'N' excedido; LIM-IND-CERC 'S' = cerca del tope
           03 LIM-VIGE            VALUE 'S'            PIC X(01).
           03 LIM-IND-CERC        VALUE 'N'            PIC X(01).
           03 LIM-MENS                                 PIC X(79).
      *
      *    Tope aplicado, importe en la moneda del tope y porcentaje
      *    del tope que la operacion usa
           03 LIM-SAL-TOPE               COMP-3        PIC S9(13)V9(4).
           03 LIM-SAL-IBAS               COMP-3        PIC S9(13)V9(4).
           03 LIM-SAL-PCTJ                             PIC 9(05).
      *
      *    Moneda base de los topes generales ( moneda nacional,
      *    PDB-CIC-0999 ) y porcentaje de cercania cuando la fila no
      *    trae el suyo
           03 LIM-MON-BASE        VALUE '0999'         PIC X(04).
           03 LIM-PCT-CERC        VALUE 90             PIC 9(03).
      *
      *    Clave armada sobre TAB-COD-CTAB
           03 LIM-KEY-CTAB.
              05 LIM-KEY-ROLE                          PIC X(03).
              05 LIM-KEY-COMD                          PIC X(03).
              05 LIM-KEY-OPCI                          PIC X(03).
              05 LIM-KEY-VCAM                          PIC X(03).
      *
      *    Descripcion de la fila 'LIM' tal como viaja: tope y
      *    porcentaje de cercania ( 0 = LIM-PCT-CERC )
           03 LIM-WRK-DESC.
              05 LIM-DSC-TOPE                          PIC 9(13)V9(2).
              05 LIM-DSC-PCTC                          PIC 9(03).
              05 FILLER          VALUE SPACES          PIC X(22).
      *
      *    Campos de trabajo de la busqueda: paso de precision
      *    ( 1 rol+opcion, 2 rol, 3 comodin+opcion, 4 comodin ),
      *    moneda del tope hallado y porcentaje en curso
           03 LIM-NUM-PASO   COMP                      PIC S9(04).
           03 LIM-IND-TFND                             PIC X(01).
           03 LIM-WRK-VCAM                             PIC X(04).
           03 LIM-WRK-PCTC                             PIC 9(03).
           03 LIM-WRK-PCTJ               COMP-3        PIC S9(07)V9(2).
           03 LIM-WRK-RSLT                             PIC X(01).
           03 LIM-HRA-TOMA                             PIC 9(08).
      *
      *    Ligadura del vale a la operacion: comando + opcion + una
      *    huella de 4 digitos del importe ( LGA-GNS-VAL-LIM ). El
      *    supervisor genera el vale 'LIM' con esta misma ligadura
      *    en OVR-ENT-LIGA, asi el vale no sirve para otra operacion
      *    ni para otro importe.
           03 LIM-WRK-LIGA.
              05 LIM-LGA-COMD                          PIC X(03).
              05 LIM-LGA-OPCI                          PIC X(03).
              05 LIM-LGA-HUEL                          PIC 9(04).
           03 LIM-WRK-CENT   COMP                      PIC S9(18).
           03 LIM-WRK-COCI   COMP                      PIC S9(18).
      *
      *    Comando de mantencion ( GNS-MNT-LIM ) y sus datos
           03 LIM-CMND                 VALUE 0         PIC 9(02).
           03 LIM-ENT-TOPE                             PIC 9(13)V9(2).
           03 LIM-ENT-PCTC                             PIC 9(03).
      *
      *    Fecha del informe diario ( SAAMMDD; 0 = hoy ) y corte por
      *    operador con sus contadores
           03 LIM-REP-FECH        VALUE ZEROES         PIC 9(08).
           03 LIM-WRK-FECH                             PIC 9(08).
           03 LIM-WRK-OPER                             PIC X(12).
           03 LIM-CNT-CERC   COMP                      PIC S9(04).
           03 LIM-CNT-EXCE   COMP                      PIC S9(04).
           03 LIM-CNT-OVRR   COMP                      PIC S9(04).
           03 LIM-MAX-PCTJ                             PIC 9(05).
      *
      *    Constantes de la mantencion de limites
       01  LIM-CTTS.
           03 LIM-ALT                  VALUE 1         PIC 9(02).
           03 LIM-BAJ                  VALUE 2         PIC 9(02).
           03 LIM-CON                  VALUE 3         PIC 9(02).
      *
      *    Fila del informe diario ( cola SCR-QLIM ):
      *       LIM-LIN-TIPO 'D' = intento, 'T' = total del operador
       01  LIM-LINE.
           03 LIM-LIN-TIPO                             PIC X(01).
           03 LIM-LIN-OPER                             PIC X(12).
           03 LIM-LIN-HORA                             PIC 9(08).
           03 LIM-LIN-TERM                             PIC X(04).
           03 LIM-LIN-COMD                             PIC X(03).
           03 LIM-LIN-OPCI                             PIC X(03).
           03 LIM-LIN-VCAM                             PIC X(04).
           03 LIM-LIN-IMPO                             PIC 9(13)V9(2).
           03 LIM-LIN-TOPE                             PIC 9(13)V9(2).
           03 LIM-LIN-PCTJ                             PIC 9(05).
           03 LIM-LIN-RSLT                             PIC X(01).
           03 LIM-LIN-SUPE                             PIC X(12).
           03 LIM-LIN-CERC                             PIC 9(04).
           03 LIM-LIN-EXCE                             PIC 9(04).
           03 LIM-LIN-OVRR                             PIC 9(04).
      *
      *    Request Area propia del FIO de LMI
       01  ADR-LMI-REQA                        PIC X(630).
