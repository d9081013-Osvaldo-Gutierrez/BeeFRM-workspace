      *    Variables para las notas de texto libre adjuntas a un
      *    registro ( GNS-PRO-NTA en GNSBGNTA.cbl, sobre el registro
      *    NTA ). El programa de mantencion o consulta declara el
      *    registro en pantalla en SCR-TNTA / SCR-KNTA ( la
      *    tabla y la llave primaria tal como va en el registro ); con
      *    eso la pantalla muestra el aviso NTA-GLS-MARC al final del
      *    mensaje cuando el registro tiene notas, y el programa de
      *    mapa abre las notas con una tecla invocando NTA-VER y
      *    NTA-SIG, igual que la ayuda de campo por PF1. Las
      *    categorias validas son las filas vigentes del catalogo TAB
      *    tipo 'NTC'.
       01  NTA-VARI.
      *
      *    Comando ( ver NTA-CTTS )
           03 NTA-CMND                 VALUE 0 PIC 9(02).
      *
      *    Entrada del alta: categoria, lineas ocupadas y texto
           03 NTA-ENT-CATG                     PIC X(03).
           03 NTA-ENT-NLIN                     PIC 9(01).
           03 NTA-ENT-GTXT.
              05 NTA-ENT-TEXT                  OCCURS 5.
                 07 NTA-ENT-LINE               PIC X(60).
      *
      *    Status: OKS, NEX ( el registro no tiene notas o no hay
      *    una nota mas ), INV ( sin registro en pantalla, categoria
      *    invalida o nota sin texto ), ERR ( el alta no se grabo )
           03 NTA-STAT                         PIC X(03).
              88 NTA-STAT-OKS                  VALUE 'OKS'.
              88 NTA-STAT-NEX                  VALUE 'NEX'.
              88 NTA-STAT-INV                  VALUE 'INV'.
              88 NTA-STAT-ERR                  VALUE 'ERR'.
      *
      *    Salida de NTA-CON / NTA-VER / NTA-SIG: 'S' si el registro
      *    tiene notas ( CON ) o si hay una nota mas despues de la
      *    entregada en NTA ( VER / SIG )
           03 NTA-IND-MAS                      PIC X(01).
      *
      *    Aviso de notas al final del mensaje de la pantalla
      *    ( NTA-IND-MARC en 'S' mientras el aviso esta puesto )
           03 NTA-GLS-MARC        VALUE '*NOTAS*'
                                               PIC X(07).
           03 NTA-IND-MARC        VALUE 'N'    PIC X(01).
           03 NTA-SAV-MENS                     PIC X(79).
           03 NTA-SAV-GMEN                     PIC X(79).
      *
      *    Registro anotado en curso ( tabla + llave, para los
      *    traslados del archivador ) y posicion ( time stamp +
      *    correlativo ) desde la que se busca la nota siguiente
           03 NTA-WRK-TABL                     PIC X(03).
           03 NTA-WRK-CLAV                     PIC X(21).
           03 NTA-WRK-POSI                     PIC X(16).
      *
      *    Nota entregada mientras se mira si hay otra despues
           03 NTA-SAV-REGI                     PIC X(377).
      *
      *    Contadores de los traslados ( archivo / restauracion /
      *    foto )
           03 NTA-CNT-MOVS   COMP              PIC S9(07).
           03 NTA-CNT-SALT   COMP              PIC S9(07).
      *
      *    Constantes de las notas
       01  NTA-CTTS.
      *
      *    Agregar una nota al registro en pantalla
           03 NTA-ALT                  VALUE 1 PIC 9(02).
      *
      *    Tiene notas el registro en pantalla ?
           03 NTA-CON                  VALUE 2 PIC 9(02).
      *
      *    Primera nota ( la mas antigua ) del registro en pantalla
           03 NTA-VER                  VALUE 3 PIC 9(02).
      *
      *    Nota siguiente
           03 NTA-SIG                  VALUE 4 PIC 9(02).
      *
      *    Request Area propia del FIO de NTA
       01  ADR-NTA-REQA                        PIC X(630).
