      *    Variables para el calculo de comisiones e impuestos
      *    ( PES-CAL-TAR / GNS-MNT-TAR en GNSBGTAR.cbl ). Cada
      *    programa que cobra algo tenia sus porcentajes en duro;
      *    ahora el tarifario vive en el catalogo TAB tipo 'TAR':
      *    la clave es funcion + canal + fecha de vigencia
      *    COMPLEMENTADA ( 999999 - AAMMDD, igual que 'FXR' ), de
      *    modo que un cambio de tarifa se carga por adelantado y un
      *    FIO-FND-NLS desde el complemento de hoy cae en la tarifa
      *    vigente. TAB-GLS-DESC lleva la moneda del tarifario, el
      *    minimo, el maximo y el impuesto; TAB-GLS-DATA los tramos.
       01  TAR-VARI.
      *
      *    Operacion a tarifar: funcion ( comando ), canal ( '***'
      *    = tarifa general del comando ), moneda e importe
           03 TAR-ENT-FUNC                          PIC X(03).
           03 TAR-ENT-CANL                          PIC X(03).
           03 TAR-ENT-VCAM                          PIC X(04).
           03 TAR-ENT-IMPO          COMP-3          PIC S9(13)V9(4).
      *
      *    'S' = la comision y el impuesto calculados se COBRAN y van
      *    a la interfaz contable ( REG-GNS-CTB-MOV, eventos 'COM' e
      *    'IMP' ); una cotizacion lo deja en 'N'. Vuelve solo a 'N'
      *    despues de cada llamado
           03 TAR-IND-CTBL          VALUE 'N'       PIC X(01).
      *
      *    Resultado en la moneda del tarifario ( TAR-SAL-VCAM ):
      *    comision, impuesto sobre la comision y total, cada uno
      *    redondeado por PES-SCTV
           03 TAR-SAL-COMI          COMP-3          PIC S9(13)V9(4).
           03 TAR-SAL-IMPT          COMP-3          PIC S9(13)V9(4).
           03 TAR-SAL-TOTL          COMP-3          PIC S9(13)V9(4).
           03 TAR-SAL-VCAM                          PIC X(04).
      *
      *    Importe de la operacion en la moneda del tarifario,
      *    tramo aplicado y fecha de vigencia de la tarifa ( AAMMDD )
           03 TAR-SAL-IBAS          COMP-3          PIC S9(13)V9(4).
           03 TAR-SAL-TRAM                          PIC 9(01).
           03 TAR-FEC-VIGE                          PIC 9(06).
      *
      *    Status: OKS, NEX sin tarifa vigente, ERR sin tasa para
      *    llevar el importe a la moneda del tarifario
           03 TAR-STAT                              PIC X(03).
              88 TAR-STAT-OKS                       VALUE 'OKS'.
              88 TAR-STAT-NEX                       VALUE 'NEX'.
              88 TAR-STAT-ERR                       VALUE 'ERR'.
      *
      *    Moneda base ( moneda nacional, PDB-CIC-0999 ) y canal
      *    comodin
           03 TAR-MON-BASE          VALUE '0999'    PIC X(04).
           03 TAR-CAN-TODO          VALUE '***'     PIC X(03).
      *
      *    Fecha de vigencia ( AAMMDD ) para la mantencion
      *    GNS-MNT-TAR; los datos viajan en TAR-WRK-DESC / DATA
           03 TAR-ENT-FECH                          PIC 9(06).
      *
      *    Clave armada sobre TAB-COD-CTAB
           03 TAR-KEY-CTAB.
              05 TAR-KEY-FUNC                       PIC X(03).
              05 TAR-KEY-CANL                       PIC X(03).
              05 TAR-KEY-CFEC                       PIC 9(06).
      *
      *    Descripcion de la fila 'TAR' tal como viaja: moneda del
      *    tarifario, comision minima y maxima ( 0 = sin tope ),
      *    porcentaje de impuesto sobre la comision ( 0 = exenta )
      *    y cantidad de tramos cargados
           03 TAR-WRK-DESC.
              05 TAR-DSC-VCAM                       PIC X(04).
              05 TAR-DSC-FMIN                       PIC 9(09)V9(2).
              05 TAR-DSC-FMAX                       PIC 9(09)V9(2).
              05 TAR-DSC-PIMP                       PIC 9(02)V9(4).
              05 TAR-DSC-NTRA                       PIC 9(01).
              05 FILLER                             PIC X(07).
      *
      *    Tramos ( TAB-GLS-DATA ): importe hasta el cual rige el
      *    tramo ( en unidades, el ultimo cubre todo lo demas ),
      *    porcentaje y parte fija de la comision
           03 TAR-WRK-DATA.
              05 TAR-DTA-TRAM  OCCURS 3.
                 07 TAR-TRA-HAST                    PIC 9(09).
                 07 TAR-TRA-PCTJ                    PIC 9(02)V9(3).
                 07 TAR-TRA-FIJO                    PIC 9(04)V9(2).
      *
      *    Campos de trabajo
           03 TAR-FEC-HOYD                          PIC 9(06).
           03 TAR-WRK-CFEC                          PIC 9(06).
           03 TAR-IND-TFND                          PIC X(01).
           03 TAR-SUB-TRAM   COMP                   PIC S9(04).
           03 TAR-WRK-COMI          COMP-3          PIC S9(13)V9(4).
