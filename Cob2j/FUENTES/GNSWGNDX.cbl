      *    Variables de la referencia cruzada documento nacional - CIC
      *    ( GNS-PRO-NDX en GNSBGNDX.cbl, carga en GNSBBNDX.cbl ).
      *    La fusion de GNS-PRO-MRG limpia dos CIC ya emitidos para
      *    la misma persona; NDX evita emitirlos: cada documento
      *    ( tipo = encabezado de SCR-NDOC, numero = SCR-NDOC-DISP )
      *    apunta al CIC que se le asigno, y una segunda asignacion
      *    para un documento con CIC vigente se rechaza mostrando el
      *    identificador existente, salvo vale de supervisor
      *    ( CHK-GNS-OVR, motivo 'NDX', ligado al numero ).
       01  NDX-VARI.
      *
      *    Comando de GNS-PRO-NDX ( ver NDX-CTTS )
           03 NDX-CMND                 VALUE 0         PIC 9(02).
      *
      *    Documento del titular, en el formato de SCR-NDOC
           03 NDX-ENT-NDOC.
              05 NDX-ENT-TDOC                          PIC X(14).
              05 NDX-ENT-NUME                          PIC X(11).
      *
      *    Centro que asigna ( ASG ) o identificador ya asignado
      *    por el llamador ( REG ), en cualquiera de sus formas
           03 NDX-ENT-CAI                              PIC X(04).
           03 NDX-ENT-ICIC                             PIC X(17).
      *
      *    Vale de supervisor tecleado ( cero = sin vale ); es de
      *    uso unico: GNS-PRO-NDX lo limpia al terminar
           03 NDX-ENT-TOKN        VALUE ZEROES         PIC 9(06).
      *
      *    Status: OKS bien; NDC el documento no pasa GNS-VAL-NDOC
      *    ( mensaje en NDX-CMSG ); DUP el documento ya tiene un CIC
      *    vigente ( en NDX-SAL-ICIC ); FMT el identificador no se
      *    reconoce; NEX el centro no existe; RNG el centro agoto
      *    su formato; ERR fallo la grabacion
           03 NDX-STAT                                 PIC X(03).
              88 NDX-STAT-OKS                          VALUE 'OKS'.
              88 NDX-STAT-NDC                          VALUE 'NDC'.
              88 NDX-STAT-DUP                          VALUE 'DUP'.
              88 NDX-STAT-FMT                          VALUE 'FMT'.
              88 NDX-STAT-NEX                          VALUE 'NEX'.
              88 NDX-STAT-RNG                          VALUE 'RNG'.
              88 NDX-STAT-ERR                          VALUE 'ERR'.
           03 NDX-CMSG                                 PIC X(12).
      *
      *    Identificador del documento en su forma de despliegue:
      *    el existente con DUP, el recien asignado con ASG
           03 NDX-SAL-ICIC                             PIC X(17).
      *
      *    Paso con vale: 'S' y el supervisor que lo dio
           03 NDX-IND-OVRD                             PIC X(01).
           03 NDX-SAL-SUPE                             PIC X(12).
      *
      *    Fila existente del documento ( VER la deja leida )
           03 NDX-IND-EXIS                             PIC X(01).
      *
      *    Identificador nuevo ya normalizado, en forma ampliada
           03 NDX-WRK-ICIC                             PIC X(15).
      *
      *    Folio siguiente del centro ( ASG ), en el ancho ampliado
           03 NDX-NUM-SIGU                             PIC 9(10).
           03 NDX-NUM-FOLI                             PIC 9(11).
           03 NDX-NUM-FOLI-RED REDEFINES NDX-NUM-FOLI.
              05 NDX-FOL-BASE                          PIC 9(10).
              05 NDX-FOL-DVRF                          PIC X(01).
      *
      *    Resguardo de SCR-NDOC y de las entradas de GNS-VAL-NDOC
      *    del llamador mientras se valida el documento
           03 NDX-SAV-NDOC                             PIC X(25).
           03 NDX-SAV-STLN                             PIC X(25).
           03 NDX-SAV-RNGN                             PIC 9(07).
           03 NDX-SAV-VELA                             PIC X(01).
      *
      *    Liga del vale: el numero del documento
           03 NDX-WRK-LIGA                             PIC X(10).
      *
      *    Identificador ampliado de la fila existente, su forma
      *    clasica y su sobreviviente por alias de fusion
      *    ( TAB 'ALS' )
           03 NDX-WRK-CLAS                             PIC X(12).
           03 NDX-WRK-SOBR                             PIC X(15).
      *
      *    Documento declarado por el llamador para el folio que va
      *    a grabar en CIC ( formato de SCR-NDOC, su vale en
      *    NDX-ENT-TOKN ): GNS-FIO-CIC lo verifica antes de grabar
      *    ( CHK-GNS-NDX-CIC ) y lo registra despues
      *    ( REG-GNS-NDX-CIC ). Es de uso unico: GNS-FIO-CIC lo
      *    limpia al terminar.
           03 NDX-DOC-FOLI        VALUE SPACES         PIC X(25).
      *
      *    Documento declarado que paso la verificacion
           03 NDX-IND-DOCU        VALUE 'N'            PIC X(01).
      *
      *    Resguardo de la declaracion mientras se graba un folio
      *    que no la lleva: un bloque ( GNS-PRO-RSV, GNS-BUS-CTR )
      *    o el ya verificado por ASG de GNS-PRO-NDX
           03 NDX-SAV-BLOQ                             PIC X(25).
      *
      *    Resguardo del llamador de GNS-FIO-CIC mientras se lee y
      *    graba NDX: buffers FIO, registros CIC y TAB y documento
      *    de entrada
           03 NDX-SAV-CMND                             PIC 9(04).
           03 NDX-SAV-AKEY                             PIC X(32).
           03 NDX-SAV-STAT                             PIC X(02).
           03 NDX-SAV-SIST                             PIC X(03).
           03 NDX-SAV-MENS                             PIC X(80).
           03 NDX-SAV-REQA                             PIC X(630).
           03 NDX-SAV-TRQA                             PIC X(630).
           03 NDX-SAV-TREG                             PIC X(206).
           03 NDX-SAV-CREG                             PIC X(60).
           03 NDX-SAV-ENDC                             PIC X(25).
      *
      *    Constantes de la referencia cruzada
       01  NDX-CTTS.
      *
      *    Verifica que el documento no tenga CIC vigente
           03 NDX-VER                  VALUE 1         PIC 9(02).
      *
      *    Verifica y asigna el folio siguiente del centro
           03 NDX-ASG                  VALUE 2         PIC 9(02).
      *
      *    Registra el CIC que el llamador asigno al documento
           03 NDX-REG                  VALUE 3         PIC 9(02).
      *
      *    Variables de la carga inicial ( GNS-BUS-NDX ). Los
      *    documentos y el CIC de cada uno ya vienen volcados, una
      *    fila por par, en la cola SCR-QNDX ( items 1 ..
      *    NDX-NUM-ROWS ) con el formato documento ; identificador.
       01  NDX-BUS-VARI.
      *
      *    Cantidad de filas que trae la cola de entrada
           03 NDX-NUM-ROWS   COMP                      PIC S9(04).
      *
      *    Contadores de la corrida: cargados, ya presentes,
      *    rechazados y documentos con mas de un CIC
           03 NDX-CNT-CARG   COMP                      PIC S9(04).
           03 NDX-CNT-PRES   COMP                      PIC S9(04).
           03 NDX-CNT-RECH   COMP                      PIC S9(04).
           03 NDX-CNT-MULT   COMP                      PIC S9(04).
      *
      *    Status de la corrida: OKS; ERR hubo rechazos o documentos
      *    con mas de un CIC; ABT fallo la grabacion
           03 NDX-BUS-STAT                             PIC X(03).
              88 NDX-BUS-STAT-OKS                      VALUE 'OKS'.
              88 NDX-BUS-STAT-ERR                      VALUE 'ERR'.
              88 NDX-BUS-STAT-ABT                      VALUE 'ABT'.
      *       corrida confirmada sin simulacion aprobada ( GNSBGSMC )
              88 NDX-BUS-STAT-NAP                      VALUE 'NAP'.
      *
      *    Separador y fila en proceso con sus campos separados
           03 NDX-GLS-SEP         VALUE ';'            PIC X(01).
           03 NDX-GLS-ROW                              PIC X(60).
           03 NDX-FLD-NDOC                             PIC X(25).
           03 NDX-FLD-ICIC                             PIC X(17).
      *
      *    Indice de la fila en proceso
           03 NDX-NUM-ROWA   COMP                      PIC S9(04).
      *
      *    Sobreviviente del identificador de la fila de entrada,
      *    para compararlo con el de la referencia ya cargada
           03 NDX-BUS-SNUE                             PIC X(15).
      *
      *    Fila del informe de la carga ( cola SCR-QNDM ): 'R'
      *    rechazo con su motivo, 'M' documento con mas de un CIC
      *    ( el de la referencia y el otro )
       01  NDX-LINE.
           03 NDX-LIN-TIPO                             PIC X(01).
           03 NDX-LIN-ROWN                             PIC 9(04).
           03 NDX-LIN-MOTV                             PIC X(03).
           03 NDX-LIN-NDOC                             PIC X(25).
           03 NDX-LIN-ICIC                             PIC X(17).
           03 NDX-LIN-IOTR                             PIC X(17).
      *
      *    Request Area propia del FIO de NDX
       01  ADR-NDX-REQA                        PIC X(630).
