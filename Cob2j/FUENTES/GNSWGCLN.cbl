      *    Variables de la clonacion del juego de catalogos para dar
      *    de alta un sistema nuevo ( GNSBBCLN.cbl / GNSBGCLN.cbl ).
      *    La solicitud vive en TAB 'CLN' del sistema GNS, clave el
      *    codigo del sistema nuevo ( 3 ); en la descripcion el
      *    sistema origen ( 3 ), el estado ( 'P' pendiente, 'T'
      *    terminada, 'E' rechazada ), el DBID del area de armado del
      *    menu ( 4, sin el se usa MNP-DBID-STG ) y la fecha SAAMMDD
      *    en que se proceso ( 8 ). La lista de sustituciones va en
      *    TAB 'CLS', clave sistema nuevo + ordinal ( 2 ); en la
      *    descripcion el tipo ( 'C' codigo, 'P' programa, 'F'
      *    formulario, 'D' DBID de IDD ), el valor viejo ( 12 ) y el
      *    nuevo ( 12 ). El codigo del sistema se sustituye siempre.
      *    Nada llega directo a produccion: las entradas de IDD y las
      *    filas TAB / MSC / MSG se estacionan en el doble control
      *    ( GNS-PRO-PND ) y las opciones de menu se graban en el area
      *    de armado de la promocion de menu ( GNS-BUS-MNP ).
       01  CLN-VARI.
      *
      *    Interruptor general de la clonacion
           03 CLN-IND-ACTV        VALUE 'S'    PIC X(01).
      *
      *    Sistema origen y sistema nuevo de la solicitud en curso
           03 CLN-ENT-SORI                     PIC X(03).
           03 CLN-ENT-SNUE                     PIC X(03).
      *
      *    DBID del area de armado del menu para la solicitud
           03 CLN-DBI-STG    COMP              PIC S9(04).
      *
      *    Status de la solicitud ( 'NEX' el sistema origen no
      *    resuelve su base en IDD, 'INV' solicitud mal formada o
      *    con mas sustituciones que la tabla de trabajo )
           03 CLN-STAT                         PIC X(03).
              88 CLN-STAT-OKS                  VALUE 'OKS'.
              88 CLN-STAT-NEX                  VALUE 'NEX'.
              88 CLN-STAT-INV                  VALUE 'INV'.
      *
      *    Sustituciones de la solicitud ( TAB 'CLS' )
           03 CLN-NUM-NSUS   COMP              PIC S9(04).
           03 CLN-NUM-ISUS   COMP              PIC S9(04).
           03 CLN-TBL-SUST.
              05 CLN-SUS-ENTR     OCCURS 30.
                 07 CLN-SUS-TIPO               PIC X(01).
                 07 CLN-SUS-VANT               PIC X(12).
                 07 CLN-SUS-VNUE               PIC X(12).
      *
      *    Descripcion de la fila TAB 'CLN'
           03 CLN-WRK-DESC.
              05 CLN-DSC-SORI                  PIC X(03).
              05 CLN-DSC-ESTA                  PIC X(01).
              05 CLN-DSC-DSTG                  PIC X(04).
              05 CLN-DSC-DSTG-RED REDEFINES CLN-DSC-DSTG
                                               PIC 9(04).
              05 CLN-DSC-FECH                  PIC X(08).
              05 FILLER                        PIC X(24).
      *
      *    Descripcion de la fila TAB 'CLS'
           03 CLN-WRK-SUST.
              05 CLN-WSU-TIPO                  PIC X(01).
              05 CLN-WSU-VANT                  PIC X(12).
              05 CLN-WSU-VNUE                  PIC X(12).
              05 FILLER                        PIC X(15).
      *
      *    Campo a sustituir y su tipo
           03 CLN-WRK-TIPO                     PIC X(01).
           03 CLN-WRK-CAMP                     PIC X(12).
      *
      *    Resolucion de un sistema en IDD-VSIS ( RES-GNS-PRO-CLN )
           03 CLN-COD-SRES                     PIC X(03).
           03 CLN-IND-RESU                     PIC X(01).
      *
      *    'S' si el sistema nuevo ya resuelve su base: solo entonces
      *    puede haber filas suyas que choquen con las clonadas
           03 CLN-IND-DEST                     PIC X(01).
      *
      *    Entrada nueva de IDD ( imagen del pendiente 'IDE' )
           03 CLN-WRK-EIDD.
              05 CLN-EID-DENT.
                 07 CLN-EID-SIST               PIC X(03).
                 07 CLN-EID-GRPO               PIC X(01).
                 07 CLN-EID-RGST               PIC X(03).
              05 CLN-EID-TENT                  PIC X(01).
              05 CLN-EID-IENT                  PIC X(03).
           03 CLN-NUM-IENT   COMP              PIC S9(04).
           03 CLN-NUM-LIBR   COMP              PIC S9(04).
      *
      *    Llave origen del recorrido en curso, codigo antes de la
      *    sustitucion e imagen de la fila ya sustituida
           03 CLN-SAV-CLAV                     PIC X(21).
           03 CLN-SAV-CODI                     PIC X(12).
           03 CLN-IMG-REGI                     PIC X(600).
           03 CLN-COD-TREG                     PIC X(03).
           03 CLN-WRK-FHOY                     PIC 9(08).
      *
      *    Contadores de la corrida
           03 CLN-CNT-SOLI   COMP              PIC S9(07).
           03 CLN-CNT-CLON   COMP              PIC S9(07).
           03 CLN-CNT-CONF   COMP              PIC S9(07).
      *
      *    Fila del informe de clonacion ( cola SCR-QCLN ): registro,
      *    llave origen, llave nueva y resultado: 'PND' estacionada
      *    en el doble control, 'STG' grabada en el area de armado,
      *    'CNF' dejada fuera porque el destino ya la tiene, 'TOP'
      *    dejada fuera porque IDD no tiene casillas libres, 'ERR'
      *    no se pudo estacionar o grabar, 'SAR' menu no clonado por
      *    falta de area de armado; la fila 'CLN' cierra la solicitud
      *    con su status
       01  CLN-LINE.
           03 CLN-LIN-SORI                     PIC X(03).
           03 CLN-LIN-SNUE                     PIC X(03).
           03 CLN-LIN-TREG                     PIC X(03).
           03 CLN-LIN-CANT                     PIC X(21).
           03 CLN-LIN-CNUE                     PIC X(21).
           03 CLN-LIN-RSLT                     PIC X(03).
