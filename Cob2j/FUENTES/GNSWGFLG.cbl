      *    Variables del catalogo de banderas de funcionalidad
      *    ( GNSBGFLG.cbl ). Cada cambio de comportamiento nuevo se
      *    publica apagado detras de una bandera y se enciende por
      *    partes: el programa pregunta a GNS-PRO-FLG ( FLG-CON ) si
      *    la bandera esta encendida para la sesion y sigue por el
      *    camino viejo o el nuevo. La bandera vive en TAB 'FLG',
      *    clave el codigo ( 8 ); en la descripcion su estado ( 'S'
      *    encendida ), el alcance ( 'T' toda la red, 'S' sucursales,
      *    'R' terminales, 'O' operadores, 'P' porcentaje de los
      *    terminales ), el porcentaje ( 3 ) y la fecha SAAMMDD desde
      *    la que esta encendida para toda la red ( 8 ). Las listas
      *    de sucursales, terminales u operadores van en TAB 'FLA',
      *    clave codigo + ordinal ( 2 ), en la descripcion hasta 10
      *    codigos de sucursal o de terminal ( 4 ) o 3 operadores
      *    ( 12 ). El porcentaje reparte los terminales por una suma
      *    rodante de bandera + terminal: cada terminal cae siempre
      *    en el mismo tramo y cada bandera los reparte distinto. Los
      *    cambios ( FLG-MNT ) se estacionan en el doble control
      *    ( GNS-PRO-PND ) y quedan en la bitacora AUD al aprobarse.
       01  FLG-VARI.
      *
      *    Interruptor general: apagado, toda bandera responde 'N'
           03 FLG-IND-ACTV        VALUE 'S'    PIC X(01).
      *
      *    Meses encendida para toda la red tras los cuales la
      *    bandera se propone para retirar del codigo
           03 FLG-MES-RETI        VALUE 6      PIC 9(03).
      *
      *    Comando de GNS-PRO-FLG ( ver FLG-CTTS )
           03 FLG-CMND                 VALUE 0 PIC 9(02).
      *
      *    Status de retorno ( 'NEX' bandera inexistente o anulada,
      *    'INV' cambio mal formado, 'PND' no se pudo estacionar )
           03 FLG-STAT                         PIC X(03).
              88 FLG-STAT-OKS                  VALUE 'OKS'.
              88 FLG-STAT-NEX                  VALUE 'NEX'.
              88 FLG-STAT-INV                  VALUE 'INV'.
              88 FLG-STAT-PND                  VALUE 'PND'.
      *
      *    Entrada: codigo de la bandera y, en la mantencion, la
      *    fila a estacionar ( 'FLG' la bandera, 'FLA' una lista de
      *    alcance con su ordinal ), su descripcion y su vigencia
           03 FLG-ENT-CODI                     PIC X(08).
           03 FLG-ENT-TTAB                     PIC X(03).
           03 FLG-ENT-ORDI                     PIC X(02).
           03 FLG-ENT-DESC                     PIC X(40).
           03 FLG-ENT-VIGE                     PIC X(01).
      *
      *    Salida: 'S' si la bandera esta encendida para la sesion
           03 FLG-IND-ENCE        VALUE 'N'    PIC X(01).
           03 FLG-SAL-MENS                     PIC X(79).
      *
      *    Descripcion de la fila TAB 'FLG'
           03 FLG-WRK-DESC.
              05 FLG-DSC-ESTA                  PIC X(01).
              05 FLG-DSC-ALCA                  PIC X(01).
                 88 FLG-ALCA-TODO              VALUE 'T'.
                 88 FLG-ALCA-SUCU              VALUE 'S'.
                 88 FLG-ALCA-TERM              VALUE 'R'.
                 88 FLG-ALCA-OPER              VALUE 'O'.
                 88 FLG-ALCA-PORC              VALUE 'P'.
              05 FLG-DSC-PORC                  PIC X(03).
              05 FLG-DSC-PORC-RED REDEFINES FLG-DSC-PORC
                                               PIC 9(03).
              05 FLG-DSC-FTOT                  PIC X(08).
              05 FLG-DSC-FTOT-RED REDEFINES FLG-DSC-FTOT
                                               PIC 9(08).
              05 FILLER                        PIC X(27).
      *
      *    Clave armada sobre TAB-COD-CTAB
           03 FLG-KEY-CTAB.
              05 FLG-KEY-CODI                  PIC X(08).
              05 FLG-KEY-ORDI                  PIC X(02).
              05 FILLER                        PIC X(02).
      *
      *    Lista de alcance ( descripcion de TAB 'FLA' )
           03 FLG-WRK-LIST.
              05 FLG-LIS-CUAT     OCCURS 10    PIC X(04).
           03 FLG-WRK-LIST-RED REDEFINES FLG-WRK-LIST.
              05 FLG-LIS-OPER     OCCURS 3     PIC X(12).
              05 FILLER                        PIC X(04).
           03 FLG-NUM-ILIS   COMP              PIC S9(04).
      *
      *    Tramo del terminal para el alcance por porcentaje
           03 FLG-BKT-ENTR.
              05 FLG-BKT-CODI                  PIC X(08).
              05 FLG-BKT-TERM                  PIC X(04).
           03 FLG-BKT-IPOS   COMP              PIC S9(04).
           03 FLG-BKT-ACUM   COMP-3            PIC S9(13).
           03 FLG-BKT-REST   COMP-3            PIC S9(13).
           03 FLG-BKT-TRAM   COMP              PIC S9(04).
           03 FLG-BKT-HALF                     PIC X(02).
           03 FLG-BKT-HALF-RED REDEFINES FLG-BKT-HALF
                            COMP               PIC S9(04).
      *
      *    Campos de trabajo
           03 FLG-WRK-FHOY                     PIC 9(08).
           03 FLG-WRK-FECH                     PIC 9(08).
           03 FLG-WRK-FECH-RED REDEFINES FLG-WRK-FECH.
              05 FLG-FEC-SSAA                  PIC 9(04).
              05 FLG-FEC-MM                    PIC 9(02).
              05 FLG-FEC-DD                    PIC 9(02).
           03 FLG-NUM-MHOY   COMP              PIC S9(07).
           03 FLG-NUM-MTOT   COMP              PIC S9(07).
           03 FLG-SAV-FTOT                     PIC 9(08).
           03 FLG-WRK-CMND                     PIC 9(04).
      *
      *    Contadores del informe ( GNS-BUS-FLG )
           03 FLG-CNT-FLAG   COMP              PIC S9(07).
           03 FLG-CNT-RETI   COMP              PIC S9(07).
      *
      *    Fila del informe de banderas ( cola SCR-QFLG ): 'FLG' la
      *    bandera, 'ALC' cada lista de su alcance; 'R' en la marca
      *    de retiro si lleva FLG-MES-RETI meses o mas encendida para
      *    toda la red
       01  FLG-LINE.
           03 FLG-LIN-TIPO                     PIC X(03).
           03 FLG-LIN-CODI                     PIC X(08).
           03 FLG-LIN-VIGE                     PIC X(01).
           03 FLG-LIN-ESTA                     PIC X(01).
           03 FLG-LIN-ALCA                     PIC X(01).
           03 FLG-LIN-PORC                     PIC X(03).
           03 FLG-LIN-FTOT                     PIC X(08).
           03 FLG-LIN-MESE                     PIC 9(04).
           03 FLG-LIN-IRET                     PIC X(01).
           03 FLG-LIN-ORDI                     PIC X(02).
           03 FLG-LIN-LIST                     PIC X(40).
      *
      *    Constantes de las banderas
       01  FLG-CTTS.
      *
      *    Consulta: esta FLG-ENT-CODI encendida para la sesion ?
           03 FLG-CON                  VALUE 1 PIC 9(02).
      *
      *    Mantencion: estaciona la fila FLG-ENT-TTAB en el doble
      *    control
           03 FLG-MNT                  VALUE 2 PIC 9(02).
