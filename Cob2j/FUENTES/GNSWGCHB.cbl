      *    Variables del prorrateo mensual de costos de TI por uso
      *    ( GNS-BUS-CHB en GNSBBCHB.cbl, PAG-GNS-PRT-CHB en
      *    GNSBGCHB.cbl ). En vez de repartir por dotacion, el
      *    periodo SAAMM se cobra por uso medido: despachos de menu
      *    ( acumulado TAB 'NVS', lo deja cada despacho ), llamadas
      *    y tiempo de servicios ( EST ), filas/IO por tabla
      *    ( historia CAP 'FIO' ) y paginas de spool ( acumulado TAB
      *    'PGS', lo deja el cierre de cada listado ); los dos
      *    acumulados van por periodo AAMM + terminal + centro de
      *    costo, resuelto al anotar. El uso va a la sucursal del
      *    terminal ( perfil TAB 'TRM' y maestro TAB 'SUC' ); EST y
      *    CAP no traen terminal y van a la sucursal central '????'.
      *    El centro de costo sale del mapa TAB 'CCS' ( clave clase
      *    + codigo: 'S' servicio, 'O' comando + opcion de menu, 'T'
      *    tabla, 'P' programa que lista; sin fila, '????' ) y el
      *    precio unitario del catalogo TAB 'CHP' ( clave tipo de
      *    uso + periodo SAAMM; sin la del periodo, la del tipo con
      *    el periodo en blanco ).
       01  CHB-VARI.
      *
      *    Periodo a cobrar ( SAAMM; 0 = el mes anterior a la fecha
      *    de proceso CHB-FEC-PROC )
           03 CHB-ENT-PERI        VALUE ZEROES PIC 9(06).
           03 CHB-FEC-PROC        VALUE ZEROES PIC 9(08).
      *
      *    Periodo resuelto de la corrida
           03 CHB-REP-PERI                     PIC 9(06).
           03 CHB-REP-PERI-RED REDEFINES CHB-REP-PERI.
              05 CHB-PER-SSAA                  PIC 9(04).
              05 CHB-PER-MM                    PIC 9(02).
           03 CHB-REP-PERI-RD2 REDEFINES CHB-REP-PERI.
              05 FILLER                        PIC 9(02).
              05 CHB-PER-AAMM                  PIC 9(04).
      *
      *    Uso en examen: sucursal, centro de costo, tipo de uso
      *    ( 'NAV' despachos, 'LLA' llamadas, 'TEL' segundos de
      *    servicio, 'FIO' filas/IO, 'PAG' paginas ) y cantidad
           03 CHB-WRK-SUCU                     PIC X(04).
           03 CHB-WRK-CCOS                     PIC X(04).
           03 CHB-WRK-TUSO                     PIC X(03).
           03 CHB-WRK-CANT  COMP-3             PIC S9(11).
      *
      *    Busqueda del centro de costo ( mapa TAB 'CCS' ): clase y
      *    codigo armados sobre la clave
           03 CHB-KEY-CCOS.
              05 CHB-KCC-CLAS                  PIC X(01).
              05 CHB-KCC-CODI                  PIC X(08).
              05 FILLER          VALUE SPACES  PIC X(03).
      *
      *    Terminal en resolucion de su sucursal y perfil leido
           03 CHB-WRK-TERM                     PIC X(04).
           03 CHB-WRK-DTRM.
              05 FILLER                        PIC X(17).
              05 CHB-DTR-SUCU                  PIC X(04).
              05 FILLER                        PIC X(19).
      *
      *    Acumulado del periodo ( filas TAB 'PGS' paginas y 'NVS'
      *    despachos ): la clave y la cantidad en la descripcion
           03 CHB-KEY-PAGS.
              05 CHB-KPG-AAMM                  PIC 9(04).
              05 CHB-KPG-TERM                  PIC X(04).
              05 CHB-KPG-CCOS                  PIC X(04).
           03 CHB-WRK-DPAG.
              05 CHB-DPG-CANT                  PIC 9(09).
              05 FILLER          VALUE SPACES  PIC X(31).
      *
      *    Acumulado que se anota ( 'PGS' o 'NVS' ) y cantidad que se
      *    le suma
           03 CHB-TIP-ACUM                     PIC X(03).
           03 CHB-NUM-ACUM                     PIC 9(09).
      *
      *    Precio unitario del tipo de uso ( fila TAB 'CHP': precio
      *    con 6 decimales y moneda )
           03 CHB-WRK-DPRE.
              05 CHB-DPR-PREC                  PIC 9(05)V9(06).
              05 CHB-DPR-VCAM                  PIC X(04).
              05 FILLER          VALUE SPACES  PIC X(25).
      *
      *    Acumulacion del periodo por sucursal, centro de costo y
      *    tipo de uso
           03 CHB-MACU.
              05 CHB-VACU OCCURS 300.
                 07 CHB-ACU-SUCU               PIC X(04).
                 07 CHB-ACU-CCOS               PIC X(04).
                 07 CHB-ACU-TUSO               PIC X(03).
                 07 CHB-ACU-CANT  COMP-3       PIC S9(11).
           03 CHB-CNT-NACU  COMP               PIC S9(04).
           03 CHB-MXAC            VALUE 300    PIC 9(03).
           03 CHB-SUB-IACU  COMP               PIC S9(04).
           03 CHB-SUB-JACU  COMP               PIC S9(04).
      *
      *    Usos que no cupieron en el vector ( quedan contados en el
      *    total general, sin abortar )
           03 CHB-CNT-PERD                     PIC 9(07).
      *
      *    Importes: del renglon, de la sucursal y general
           03 CHB-NUM-IMPO  COMP-3             PIC S9(13)V9(02).
           03 CHB-SUM-SUCU  COMP-3             PIC S9(13)V9(02).
           03 CHB-SUM-TOTL  COMP-3             PIC S9(13)V9(02).
      *
      *    Fila del estado de cobro por sucursal ( cola SCR-QCHB ):
      *    'SUC' encabezado de la sucursal con su nombre, 'DET' un
      *    renglon centro de costo + tipo de uso, 'TOT' total de la
      *    sucursal, 'GEN' total general ( con los usos perdidos por
      *    vector lleno en CHB-LIN-CANT )
       01  CHB-LINE.
           03 CHB-LIN-TIPO                     PIC X(03).
           03 CHB-LIN-PERI                     PIC 9(06).
           03 CHB-LIN-SUCU                     PIC X(04).
           03 CHB-LIN-NOMB                     PIC X(25).
           03 CHB-LIN-CCOS                     PIC X(04).
           03 CHB-LIN-TUSO                     PIC X(03).
           03 CHB-LIN-CANT                     PIC 9(11).
           03 CHB-LIN-PREC                     PIC 9(05)V9(06).
           03 CHB-LIN-VCAM                     PIC X(04).
           03 CHB-LIN-IMPO                     PIC 9(13)V9(02).
      *
      *    Fila del resumen para Finanzas ( cola SCR-QCHF ): periodo,
      *    sucursal, centro de costo, tipo de uso, cantidad e importe
       01  CHB-LFIN.
           03 CHB-LFI-PERI                     PIC 9(06).
           03 CHB-LFI-SUCU                     PIC X(04).
           03 CHB-LFI-CCOS                     PIC X(04).
           03 CHB-LFI-TUSO                     PIC X(03).
           03 CHB-LFI-CANT                     PIC 9(11).
           03 CHB-LFI-VCAM                     PIC X(04).
           03 CHB-LFI-IMPO                     PIC 9(13)V9(02).
