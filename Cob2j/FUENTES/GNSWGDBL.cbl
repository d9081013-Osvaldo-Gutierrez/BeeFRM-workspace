      *    Variables del control de envios repetidos ( CHK-GNS-DBL
      *    en GNSBGDBL.cbl, desde XCT-GNS-PRO-SYS y LNK-GNS-PRO-SYS,
      *    y listado de suprimidos GNS-BUS-DBL en GNSBBDBL.cbl ). Se
      *    controlan los servicios con fila vigente en TAB 'DBL'
      *    ( clave el servicio, SYS-PROG ): son los que modifican. En
      *    la descripcion: ventana en segundos ( 3; sin numero, la
      *    de DBL-DEF-SEGS ), posicion ( 4, desde 1 ) y largo ( 4 )
      *    de la parte significativa de SYS-CMMA ( sin numero, toda
      *    SYS-SCR-VARI ). De cada peticion se saca una huella ( la
      *    suma rodante de GNSBGSMC.cbl sobre esa parte ), y las
      *    ultimas huellas de cada terminal viven en su cola 'DBL '.
      *    La misma peticion ( terminal, servicio y huella ) dentro
      *    de la ventana no se despacha: el operador recibe el aviso
      *    de 'ya enviado' y el suprimido queda en la cola del dia
      *    ( 'GDBL' + mes + dia ), escrita en modo no transaccional,
      *    para el listado de mesa de ayuda.
       01  DBL-VARI.
      *
      *    Interruptor general ( ademas de TAB 'DBL' )
           03 DBL-IND-ACTV        VALUE 'S'    PIC X(01).
      *
      *    Valores por omision de la fila TAB 'DBL'
           03 DBL-DEF-SEGS        VALUE 010    PIC 9(03).
           03 DBL-DEF-POSI        VALUE 0080   PIC 9(04).
           03 DBL-DEF-LARG        VALUE 3421   PIC 9(04).
      *
      *    Descripcion de la fila TAB 'DBL'
           03 DBL-WRK-DESC.
              05 DBL-DSC-SEGS                  PIC X(03).
              05 DBL-DSC-SEGS-RED REDEFINES DBL-DSC-SEGS
                                               PIC 9(03).
              05 DBL-DSC-POSI                  PIC X(04).
              05 DBL-DSC-POSI-RED REDEFINES DBL-DSC-POSI
                                               PIC 9(04).
              05 DBL-DSC-LARG                  PIC X(04).
              05 DBL-DSC-LARG-RED REDEFINES DBL-DSC-LARG
                                               PIC 9(04).
              05 FILLER                        PIC X(29).
      *
      *    Servicios ya consultados en TAB 'DBL', con la hora de la
      *    lectura: la fila se vuelve a leer al cambiar la hora, asi
      *    un alta o baja rige sin bajar los servidores. Lleno el
      *    vector, la ultima entrada se relee para cada servicio
      *    nuevo ( mismo esquema que SLA-VSRV )
           03 DBL-NUM-VSRV   COMP  VALUE ZERO  PIC S9(04).
           03 DBL-MAX-VSRV        VALUE 50     PIC 9(02).
           03 DBL-TBL-VSRV        VALUE SPACES.
              05 DBL-VSRV                 OCCURS 50.
                 07 DBL-VSR-NOMB               PIC X(08).
                 07 DBL-VSR-HORA               PIC 9(02).
                 07 DBL-VSR-CTRL               PIC X(01).
                 07 DBL-VSR-SEGS               PIC 9(03).
                 07 DBL-VSR-POSI   COMP        PIC S9(04).
                 07 DBL-VSR-LARG   COMP        PIC S9(04).
           03 DBL-ITBL       COMP              PIC S9(04).
      *
      *    Respaldo de los buffers FIO del llamador durante la
      *    lectura de TAB ( mismo esquema que LOD-GNS-EST-SLA )
           03 DBL-SAV-CMND                     PIC 9(04).
           03 DBL-SAV-AKEY                     PIC X(32).
           03 DBL-SAV-STAT                     PIC X(02).
           03 DBL-SAV-SIST                     PIC X(03).
           03 DBL-SAV-DFLD                     PIC X(1536).
           03 DBL-SAV-MENS                     PIC X(80).
           03 DBL-SAV-REQA                     PIC X(630).
           03 DBL-SAV-TRQA                     PIC X(630).
           03 DBL-SAV-TREG                     PIC X(206).
      *
      *    Via del despacho ( 'X' XCT, 'L' LNK ), la deja el llamador
           03 DBL-ENT-VIAS                     PIC X(01).
      *
      *    Resultado: 'S' peticion repetida ( no se despacha ) y el
      *    mensaje para el operador
           03 DBL-VIGE                         PIC X(01).
           03 DBL-MENS                         PIC X(79).
      *
      *    Huella de la peticion ( mismo esquema de GNSWGSMC.cbl )
           03 DBL-NUM-HUEL                     PIC 9(08).
           03 DBL-NUM-ACUM   COMP-3            PIC S9(13).
           03 DBL-NUM-REST   COMP-3            PIC S9(13).
           03 DBL-WRK-HALF                     PIC X(02).
           03 DBL-WRK-HALF-RED REDEFINES DBL-WRK-HALF
                             COMP              PIC S9(04).
           03 DBL-NUM-IPOS   COMP              PIC S9(04).
           03 DBL-NUM-FPOS   COMP              PIC S9(04).
      *
      *    Momento de la peticion: fecha SAAMMDD y segundo del dia
           03 DBL-WRK-FECH                     PIC 9(08).
           03 DBL-WRK-SEGS                     PIC 9(05).
           03 DBL-NUM-DIFE   COMP              PIC S9(07).
      *
      *    Cola de huellas recientes del terminal ( un solo item,
      *    circular: DBL-REC-PROX es el lugar que se pisa )
           03 DBL-NOM-COLA.
              05 DBL-COL-TERM                  PIC X(04).
              05 DBL-COL-TYPE    VALUE 'DBL '  PIC X(04).
           03 DBL-MAX-RECI        VALUE 08     PIC 9(02).
           03 DBL-REG-RECI.
              05 DBL-REC-PROX                  PIC 9(02).
              05 DBL-REC-HUEL             OCCURS 8.
                 07 DBL-REC-SERV               PIC X(08).
                 07 DBL-REC-FIRM               PIC 9(08).
                 07 DBL-REC-FECH               PIC 9(08).
                 07 DBL-REC-SEGS               PIC 9(05).
           03 DBL-NUM-IREC   COMP              PIC S9(04).
      *
      *    Cola del dia con los envios suprimidos, y su item:
      *    terminal, operador, servicio, huella, momento, segundos
      *    desde el envio original y via del despacho
           03 DBL-NOM-JRNL.
              05 DBL-JRN-PREF    VALUE 'GDBL'  PIC X(04).
              05 DBL-JRN-MMES                  PIC 9(02).
              05 DBL-JRN-DIAS                  PIC 9(02).
           03 DBL-JRN-ITEM.
              05 DBL-JRN-TERM                  PIC X(04).
              05 DBL-JRN-OPER                  PIC X(12).
              05 DBL-JRN-SERV                  PIC X(08).
              05 DBL-JRN-HUEL                  PIC 9(08).
              05 DBL-JRN-STMP                  PIC 9(14).
              05 DBL-JRN-DIFE                  PIC 9(03).
              05 DBL-JRN-VIAS                  PIC X(01).
      *
      *    Respaldo de la cola del llamador durante las escrituras
           03 DBL-SAV-QSTA                     PIC X(03).
           03 DBL-SAV-QCMD                     PIC X(03).
      *
      *    Variables del listado de suprimidos ( GNS-BUS-DBL )
       01  DBL-BUS-VARI.
      *
      *    Fecha a listar ( SAAMMDD; cero = hoy ), y 'S' para borrar
      *    la cola del dia despues de archivar el listado ( lo pide
      *    la cadena nocturna )
           03 DBL-REP-FECH        VALUE ZEROES PIC 9(08).
           03 DBL-IND-BORR        VALUE 'N'    PIC X(01).
           03 DBL-FEC-PROC                     PIC 9(08).
           03 DBL-FEC-PROC-RED REDEFINES DBL-FEC-PROC.
              05 FILLER                        PIC 9(04).
              05 DBL-MES-PROC                  PIC 9(02).
              05 DBL-DIA-PROC                  PIC 9(02).
           03 DBL-NUM-ITEM   COMP              PIC S9(05).
      *
      *    Suprimidos por servicio; pasado el tope, el resto solo
      *    suma al total y se cuenta aparte
           03 DBL-NUM-SERV   COMP              PIC S9(04).
           03 DBL-MAX-SERV        VALUE 100    PIC 9(03).
           03 DBL-TBL-SERV.
              05 DBL-SERV                 OCCURS 100.
                 07 DBL-SRV-CODI               PIC X(08).
                 07 DBL-SRV-CANT   COMP        PIC S9(07).
           03 DBL-NUM-ISRV   COMP              PIC S9(04).
      *
      *    Totales: suprimidos del dia, items de otro anio ( la cola
      *    se llama igual cada anio ) y servicios sin lugar
           03 DBL-CNT-ITEM   COMP              PIC S9(07).
           03 DBL-CNT-OTRO   COMP              PIC S9(07).
           03 DBL-CNT-EXCE   COMP              PIC S9(05).
      *
      *    Fila de salida ( cola SCR-QDBL ): 'DBL' un envio suprimido,
      *    'SRV' suprimidos de un servicio y 'TOT' totales del dia
       01  DBL-LINE.
           03 DBL-LIN-TIPO                     PIC X(03).
           03 DBL-LIN-TERM                     PIC X(04).
           03 DBL-LIN-OPER                     PIC X(12).
           03 DBL-LIN-SERV                     PIC X(08).
           03 DBL-LIN-HUEL                     PIC 9(08).
           03 DBL-LIN-STMP                     PIC 9(14).
           03 DBL-LIN-DIFE                     PIC 9(03).
           03 DBL-LIN-VIAS                     PIC X(01).
      *
      *        Solo en 'SRV' y 'TOT': suprimidos; en 'TOT' ademas los
      *        items de otro anio y los servicios sin lugar
           03 DBL-LIN-CANT                     PIC 9(07).
           03 DBL-LIN-NOTR                     PIC 9(07).
           03 DBL-LIN-NEXC                     PIC 9(05).
