      *    Variables del repositorio de informes ( GNS-PRO-RPO en
      *    GNSBGRPO.cbl ). Cada corrida de un barrido que deja su
      *    resultado en una cola SCR-Q* queda archivada como una
      *    instancia fechada del informe: fila TAB 'RPH' ( clave
      *    informe + instancia ) con fecha y hora, cadena y paso JCH,
      *    programa y cantidad de filas, y una fila TAB 'RPL' ( clave
      *    informe + instancia + fila ) por cada item de la cola, con
      *    los primeros 100 bytes del item y su largo; el resto del
      *    item sigue de a 100 bytes en las filas de continuacion TAB
      *    'RP2' y 'RP3' de la misma clave. El ultimo numero de
      *    instancia de cada informe vive en TAB 'RPN' ( clave
      *    informe ), y TAB 'RPD' ( clave informe ) define
      *    opcionalmente el largo de la llave de comparacion y
      *    cuantas instancias se conservan.
       01  RPO-VARI.
      *
      *    Comando de GNS-PRO-RPO ( ver RPO-CTTS )
           03 RPO-CMND                 VALUE 0         PIC 9(02).
      *
      *    Informe y cola a archivar, y programa que la dejo
           03 RPO-ENT-CODI                             PIC X(03).
           03 RPO-ENT-COLA                             PIC X(08).
           03 RPO-ENT-PROG                             PIC X(12).
      *
      *    Cadena y paso en curso: los carga GNS-BUS-JCH mientras
      *    despacha el paso; espacios / cero fuera de la cadena
           03 RPO-ENT-CADN        VALUE SPACES         PIC X(03).
           03 RPO-ENT-PASO        VALUE ZEROES         PIC 9(02).
      *
      *    Consulta: instancia ( LIS desde cual, VER cual, CMP la
      *    anterior ), instancia nueva de CMP, fila desde la cual
      *    mostrar ( VER ) y lineas por pagina ( cero = RPO-DEF-PAGI )
           03 RPO-ENT-INST                             PIC 9(05).
           03 RPO-ENT-INSB                             PIC 9(05).
           03 RPO-ENT-DESD                             PIC 9(04).
           03 RPO-ENT-PAGI                             PIC 9(03).
      *
      *    Salida: instancia grabada ( ARC ) y donde empieza la
      *    pagina siguiente ( LIS instancia, VER fila; cero = no hay
      *    mas )
           03 RPO-SAL-INST                             PIC 9(05).
           03 RPO-SAL-SIGU                             PIC 9(05).
      *
      *    Status: OKS bien; NEX no existe la instancia pedida; LIM
      *    la instancia anterior no cabe en RPO-TAB-FILS ( CMP )
           03 RPO-STAT                                 PIC X(03).
              88 RPO-STAT-OKS                          VALUE 'OKS'.
              88 RPO-STAT-NEX                          VALUE 'NEX'.
              88 RPO-STAT-LIM                          VALUE 'LIM'.
      *
      *    Lineas por pagina y largo de la llave de comparacion
      *    por omision
           03 RPO-DEF-PAGI        VALUE 15             PIC 9(03).
           03 RPO-NUM-PAGI                             PIC 9(03).
           03 RPO-DEF-LLAV        VALUE 20             PIC 9(03).
           03 RPO-NUM-LLAV                             PIC 9(03).
           03 RPO-NUM-RETE                             PIC 9(03).
      *
      *    Definicion del informe tal como viaja en TAB-GLS-DESC de
      *    la fila 'RPD': largo de la llave con que CMP empareja las
      *    filas ( 1 a 100 ) e instancias a conservar ( cero o no
      *    numerico = todas )
           03 RPO-WRK-DEFI.
              05 RPO-DEF-LLAV-X                        PIC X(03).
              05 RPO-DEF-LLAV-NUM REDEFINES RPO-DEF-LLAV-X
                                                       PIC 9(03).
              05 RPO-DEF-RETE-X                        PIC X(03).
              05 RPO-DEF-RETE-NUM REDEFINES RPO-DEF-RETE-X
                                                       PIC 9(03).
              05 FILLER                                PIC X(34).
      *
      *    Cabecera de la instancia tal como viaja en TAB-GLS-DESC
      *    de la fila 'RPH' ( la cola archivada va en TAB-GLS-DCOR )
           03 RPO-WRK-CABE.
              05 RPO-CAB-FECH                          PIC 9(08).
              05 RPO-CAB-HORA                          PIC 9(06).
              05 RPO-CAB-CADN                          PIC X(03).
              05 RPO-CAB-PASO                          PIC 9(02).
              05 RPO-CAB-NFIL                          PIC 9(04).
              05 RPO-CAB-PROG                          PIC X(12).
              05 FILLER                                PIC X(05).
      *
      *    Clave armada sobre TAB-COD-CTAB ( 'RPH' sin la fila )
           03 RPO-KEY-CTAB.
              05 RPO-KEY-CODI                          PIC X(03).
              05 RPO-KEY-INST                          PIC 9(05).
              05 RPO-KEY-FILA                          PIC 9(04).
      *
      *    Fila del informe: el item de la cola hasta 300 bytes, en
      *    partes de 100 guardadas en TAB-GLS-DESC ( 40 ) +
      *    TAB-GLS-DATA ( 60 ) de la fila 'RPL' ( parte 1, con el
      *    largo significativo del item en TAB-GLS-DCOR ) y de las
      *    de continuacion 'RP2' y 'RP3'. Las filas archivadas antes
      *    de las continuaciones no traen largo y se leen de una
      *    sola parte.
           03 RPO-WRK-FILA                             PIC X(300).
           03 RPO-WRK-FILA-RED REDEFINES RPO-WRK-FILA.
              05 RPO-FIL-PART        OCCURS 3          PIC X(100).
           03 RPO-LAR-FILA   COMP                      PIC S9(04).
           03 RPO-WRK-LARG                             PIC 9(04).
           03 RPO-NUM-PART   COMP                      PIC S9(04).
           03 RPO-IDX-PART   COMP                      PIC S9(04).
           03 RPO-MAX-PART   COMP VALUE 3              PIC S9(04).
      *
      *    Tipo TAB de la parte en curso ( 'RPL', 'RP2' o 'RP3' )
           03 RPO-TIP-FILA                             PIC X(03).
           03 RPO-TIP-CONT.
              05 FILLER           VALUE 'RP'           PIC X(02).
              05 RPO-TIP-NPAR                          PIC 9(01).
      *
      *    Instancia y fila en curso; tope de filas por instancia
           03 RPO-NUM-INST                             PIC 9(05).
           03 RPO-WRK-INST                             PIC 9(05).
           03 RPO-IDX-FILA   COMP                      PIC S9(04).
           03 RPO-CNT-FILA   COMP                      PIC S9(04).
           03 RPO-MAX-ARCH   COMP VALUE 9999           PIC S9(04).
           03 RPO-CNT-LINE   COMP                      PIC S9(04).
      *
      *    Hora de la corrida
           03 RPO-HRA-TOMA                             PIC 9(08).
           03 RPO-HRA-TOMA-RED REDEFINES RPO-HRA-TOMA.
              05 RPO-TOM-HMS                           PIC 9(06).
              05 FILLER                                PIC 9(02).
      *
      *    Filas de la instancia anterior de CMP, con la marca de
      *    emparejada en la nueva
           03 RPO-MAX-FILA   COMP VALUE 500            PIC S9(04).
           03 RPO-CNT-TABL   COMP                      PIC S9(04).
           03 RPO-TAB-FILS.
              05 RPO-TAB-FILA    OCCURS 500.
                 07 RPO-TBF-DATO                       PIC X(300).
                 07 RPO-TBF-MARC                       PIC X(01).
           03 RPO-SUB-TABL   COMP                      PIC S9(04).
           03 RPO-IND-ENCO                             PIC X(01).
      *
      *    Filas de cada instancia en la comparacion y totales
           03 RPO-NFI-INSA   COMP                      PIC S9(04).
           03 RPO-NFI-INSB   COMP                      PIC S9(04).
           03 RPO-CNT-NUEV   COMP                      PIC S9(04).
           03 RPO-CNT-DESA   COMP                      PIC S9(04).
           03 RPO-CNT-CAMB   COMP                      PIC S9(04).
      *
      *    Linea de la consulta ( cola SCR-QRPO ): 'FIL' fila de la
      *    instancia; en CMP 'NUE' nueva, 'DES' desaparecida, 'ANT'
      *    y 'CAM' la fila antes y despues del cambio
           03 RPO-LINE.
              05 RPO-LIN-TIPO                          PIC X(03).
              05 RPO-LIN-INST                          PIC 9(05).
              05 RPO-LIN-FILA                          PIC 9(04).
              05 RPO-LIN-DATO                          PIC X(300).
      *
      *    'INS' una instancia ( LIS, y la cabecera de VER )
           03 RPO-LINE-INS REDEFINES RPO-LINE.
              05 FILLER                                PIC X(03).
              05 RPO-INS-INST                          PIC 9(05).
              05 RPO-INS-FECH                          PIC 9(08).
              05 RPO-INS-HORA                          PIC 9(06).
              05 RPO-INS-CADN                          PIC X(03).
              05 RPO-INS-PASO                          PIC 9(02).
              05 RPO-INS-NFIL                          PIC 9(04).
              05 RPO-INS-PROG                          PIC X(12).
              05 RPO-INS-COLA                          PIC X(08).
              05 FILLER                                PIC X(261).
      *
      *    'TOT' el resumen de CMP
           03 RPO-LINE-TOT REDEFINES RPO-LINE.
              05 FILLER                                PIC X(03).
              05 RPO-TOT-INSA                          PIC 9(05).
              05 RPO-TOT-INSB                          PIC 9(05).
              05 RPO-TOT-NUEV                          PIC 9(04).
              05 RPO-TOT-DESA                          PIC 9(04).
              05 RPO-TOT-CAMB                          PIC 9(04).
              05 FILLER                                PIC X(287).
      *
      *    Constantes del repositorio de informes
       01  RPO-CTTS.
      *
      *    Archivar la cola RPO-ENT-COLA como nueva instancia
           03 RPO-ARC                  VALUE 1         PIC 9(02).
      *
      *    Listar las instancias del informe, por paginas
           03 RPO-LIS                  VALUE 2         PIC 9(02).
      *
      *    Mostrar las filas de una instancia, por paginas
           03 RPO-VER                  VALUE 3         PIC 9(02).
      *
      *    Comparar dos instancias del mismo informe
           03 RPO-CMP                  VALUE 4         PIC 9(02).
