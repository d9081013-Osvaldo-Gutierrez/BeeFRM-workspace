      *    Variables de los borradores de captura ( GNSBGBOR.cbl ).
      *    En una captura larga de varias pantallas el operador
      *    pulsa la tecla de borrador ( BOR-TEC-GRAB ) y GNS-PRO-FRM
      *    guarda el estado de la conversacion: transaccion, pantalla
      *    y datos tecleados, y la pila de niveles GTSC del terminal.
      *    Cada borrador tiene su cola 'BOR' + numero ( item 1 la
      *    cabecera, item 2 SCR-VARI, item 3 la pantalla, desde el
      *    item 4 los items GTSC ) y su fila indice en TAB 'BOR',
      *    clave el numero ( SAAMMDD + correlativo del dia, 12 ), el
      *    operador dueno en TAB-COD-ATRN y en la descripcion
      *    programa ( 8 ), transaccion ( 4 ), formulario ( 7 ),
      *    vencimiento SAAMMDD ( 8 ), hora HHMMSS ( 6 ), terminal de
      *    origen ( 4 ) y sistema ( 3 ). La fila 'VIGENCIA' de TAB
      *    'BOR' cambia los dias de vigencia ( descripcion, 3 ) y la
      *    fila 'CORRELATIVO' lleva el ultimo numero dado. El
      *    operador lista sus borradores y reanuda cualquiera desde
      *    cualquier terminal, en la misma pantalla; la reanudacion
      *    se rechaza si el periodo del borrador esta cerrado o en
      *    cierre, o si una de las tablas que toca el programa ( TAB
      *    'BOT' clave programa, hasta 13 codigos de tabla de 3 en la
      *    descripcion ) esta congelada ( TAB 'FRZ' ).
       01  BOR-VARI.
      *
      *    Interruptor general del borrador
           03 BOR-IND-ACTV        VALUE 'S'    PIC X(01).
      *
      *    Tecla que guarda el borrador: la fila 'TECLA' de TAB
      *    'BOR' ( descripcion, 1: el codigo de la tecla ), releida
      *    cada hora ( BOR-TEC-HORA ). Sin fila, o con una tecla que
      *    ya usa el marco ( ENTER, PA1-PA3, PF3, PF12 y las PF13 a
      *    PF24 que se unifican con PF1-PF12 ), no hay tecla de
      *    borrador
           03 BOR-TEC-GRAB        VALUE SPACE  PIC X(01).
           03 BOR-TEC-HORA        VALUE 99     PIC 9(02).
      *
      *    Dias de vigencia por omision ( sin fila 'VIGENCIA' )
           03 BOR-DIA-VIGE        VALUE 7      PIC 9(03).
      *
      *    Tope de items GTSC que se guardan
           03 BOR-MAX-ITEM        VALUE 50     PIC 9(02).
      *
      *    'S' si en esta interaccion se pulso la tecla de borrador
           03 BOR-IND-PEDI        VALUE 'N'    PIC X(01).
      *
      *    Comando de GNS-PRO-BOR ( ver BOR-CTTS )
           03 BOR-CMND                 VALUE 0 PIC 9(02).
      *
      *    Entrada: numero del borrador a reanudar o eliminar
           03 BOR-ENT-IDEN                     PIC X(12).
      *
      *    Status de retorno de GNS-PRO-BOR y de la grabacion ( 'VEN'
      *    vencido, 'PCL' periodo cerrado o en cierre, 'FRZ' tabla
      *    congelada, 'VAC' sin transaccion en curso que guardar,
      *    'ERR' fallo la grabacion de la cola o de la fila indice )
           03 BOR-STAT                         PIC X(03).
              88 BOR-STAT-OKS                  VALUE 'OKS'.
              88 BOR-STAT-NEX                  VALUE 'NEX'.
              88 BOR-STAT-VEN                  VALUE 'VEN'.
              88 BOR-STAT-PCL                  VALUE 'PCL'.
              88 BOR-STAT-FRZ                  VALUE 'FRZ'.
              88 BOR-STAT-VAC                  VALUE 'VAC'.
              88 BOR-STAT-ERR                  VALUE 'ERR'.
      *
      *    Salida: numero del borrador y texto para el operador
           03 BOR-SAL-IDEN                     PIC X(12).
           03 BOR-SAL-MENS                     PIC X(79).
      *
      *    Correlativo: fecha SAAMMDD + secuencia del dia
           03 BOR-WRK-CORR.
              05 BOR-COR-FECH                  PIC 9(08).
              05 BOR-COR-SECU                  PIC 9(04).
      *
      *    Nombre de la cola del borrador
           03 BOR-NOM-COLA.
              05 FILLER          VALUE 'BOR'   PIC X(03).
              05 BOR-COL-IDEN                  PIC X(12).
      *
      *    Descripcion de la fila indice TAB 'BOR'
           03 BOR-WRK-DESC.
              05 BOR-DSC-PROG                  PIC X(08).
              05 BOR-DSC-NTRN                  PIC X(04).
              05 BOR-DSC-FORM                  PIC X(07).
              05 BOR-DSC-FVEN                  PIC 9(08).
              05 BOR-DSC-HORA                  PIC 9(06).
              05 BOR-DSC-TERM                  PIC X(04).
              05 BOR-DSC-SIST                  PIC X(03).
      *
      *    Cabecera del borrador ( item 1 de su cola )
           03 BOR-REG-CABE.
              05 BOR-CAB-IDEN                  PIC X(12).
              05 BOR-CAB-USER                  PIC X(12).
              05 BOR-CAB-SIST                  PIC X(03).
              05 BOR-CAB-PROG                  PIC X(08).
              05 BOR-CAB-NTRN                  PIC X(04).
              05 BOR-CAB-NAME                  PIC X(07).
              05 BOR-CAB-NLIB                  PIC X(07).
              05 BOR-CAB-FVEN                  PIC 9(08).
              05 BOR-CAB-TERM                  PIC X(04).
              05 BOR-CAB-NGTS                  PIC 9(04).
      *
      *    Tablas que toca el programa ( descripcion de TAB 'BOT' )
           03 BOR-WRK-TABL.
              05 BOR-TBL-CODI     OCCURS 13    PIC X(03).
              05 FILLER                        PIC X(01).
           03 BOR-NUM-ITAB   COMP              PIC S9(04).
      *
      *    Campos de trabajo
           03 BOR-WRK-FHOY                     PIC 9(08).
           03 BOR-WRK-HHOY                     PIC 9(06).
           03 BOR-WRK-FVEN                     PIC 9(08).
           03 BOR-WRK-FECH                     PIC 9(08).
           03 BOR-WRK-PERI                     PIC 9(06).
           03 BOR-SAV-OTRN                     PIC X(04).
           03 BOR-SAV-IENT                     PIC X(01).
           03 BOR-SAV-DENT   COMP              PIC S9(04).
           03 BOR-NUM-ITEM   COMP              PIC S9(04).
           03 BOR-GLS-DATA                     PIC X(3000).
      *
      *    Contadores de la depuracion ( GNS-BUS-BOR )
           03 BOR-CNT-LEID   COMP              PIC S9(08).
           03 BOR-CNT-VENC   COMP              PIC S9(08).
      *
      *    Fila de la lista de borradores del operador ( cola
      *    SCR-QBOR )
       01  BOR-LINE.
           03 BOR-LIN-ORDI                     PIC 9(03).
           03 BOR-LIN-IDEN                     PIC X(12).
           03 BOR-LIN-PROG                     PIC X(08).
           03 BOR-LIN-NTRN                     PIC X(04).
           03 BOR-LIN-FORM                     PIC X(07).
           03 BOR-LIN-FGRA                     PIC 9(08).
           03 BOR-LIN-HORA                     PIC 9(06).
           03 BOR-LIN-FVEN                     PIC 9(08).
           03 BOR-LIN-TERM                     PIC X(04).
      *
      *    Constantes de los borradores
       01  BOR-CTTS.
      *
      *    Lista los borradores vigentes del operador en SCR-QBOR
           03 BOR-LIS                  VALUE 1 PIC 9(02).
      *
      *    Reanuda el borrador BOR-ENT-IDEN en este terminal
           03 BOR-REA                  VALUE 2 PIC 9(02).
      *
      *    Elimina el borrador BOR-ENT-IDEN
           03 BOR-ELI                  VALUE 3 PIC 9(02).
