      *    Variables de la firma de los eventos de interfaz
      *    ( FIR-GNS-PRO-MAC / VRF-GNS-PRO-MAC en GNSBGMAC.cbl ).
      *    Cada evento EVT que sale hacia un suscriptor y cada evento
      *    EVR que llega de un corresponsal viaja con un codigo de
      *    autenticacion calculado con una clave compartida con ESE
      *    corresponsal. Las claves viven en el catalogo TAB tipo
      *    'MAC', una fila por corresponsal y version de clave
      *    ( TAB-COD-CTAB = corresponsal ( 8 ) + version ( 2 ) ): en
      *    la descripcion la clave ( 32 ) y la fecha hasta la que se
      *    acepta ( SAAMMDD; espacios = sin vencimiento ). Se firma
      *    con la version vigente mas alta; se acepta cualquier
      *    version vigente no vencida, con lo que el recambio de
      *    clave es dar de alta la version nueva y poner fecha de
      *    termino a la anterior: entre ambas fechas valen las dos.
      *    Las filas 'MAC' son secretas: la mantencion de TAB debe
      *    cubrir su descripcion con una regla TAB 'MSP'; la bitacora
      *    AUD lleva la clave cubierta, y la foto diaria, la
      *    clonacion, la base de entrenamiento y el inspector de
      *    registros no las copian ni las muestran.
       01  MAC-VARI.
      *
      *    Corresponsal ( suscriptor de salida o corresponsal de
      *    entrada ) dueno de la clave
           03 MAC-ENT-CORR                     PIC X(08).
      *
      *    Status: OKS; VER version de clave desconocida, no vigente
      *    o vencida; FIR la firma no cuadra; NKY el corresponsal no
      *    tiene clave vigente para firmar ( el evento sale con
      *    version y firma en cero )
           03 MAC-STAT                         PIC X(03).
              88 MAC-STAT-OKS                  VALUE 'OKS'.
              88 MAC-STAT-VER                  VALUE 'VER'.
              88 MAC-STAT-FIR                  VALUE 'FIR'.
              88 MAC-STAT-NKY                  VALUE 'NKY'.
      *
      *    Fila 'MAC' tal como viaja en TAB-GLS-DESC
           03 MAC-WRK-DESC.
              05 MAC-DSC-CLAV                  PIC X(32).
              05 MAC-DSC-FHAS                  PIC X(08).
      *
      *    Clave armada sobre TAB-COD-CTAB
           03 MAC-KEY-CTAB.
              05 MAC-KEY-CORR                  PIC X(08).
              05 MAC-KEY-VERS                  PIC 9(02).
              05 FILLER                        PIC X(02).
      *
      *    Version y clave elegidas para firmar, y si la fila en
      *    examen sirve ( 'S' / 'N' )
           03 MAC-NUM-VERS                     PIC 9(02).
           03 MAC-SAV-CLAV                     PIC X(32).
           03 MAC-IND-VIGE                     PIC X(01).
      *
      *    Firma calculada ( primera mitad de la huella con clave
      *    de GNSBGDGS.cbl sobre el evento )
           03 MAC-NUM-FIRM                     PIC 9(08).
