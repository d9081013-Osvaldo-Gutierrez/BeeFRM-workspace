      *    Variables del inspector de registros ( GNS-PRO-INS en
      *    GNSBGINS.cbl ). Consulta de solo lectura para soporte: el
      *    operador elige el tipo de registro ( TAB, MSC, MSG, CIC,
      *    OPR, PND, EVT ), teclea su llave y recibe el registro
      *    leido por el servicio FIO de siempre, campo a campo segun
      *    el diccionario de layouts GNSWGDIC.cbl. La lectura puede
      *    ir al archivo vivo, al de archivo historico ( 'A',
      *    RET-DBI-ARCH ) o a la foto diaria ( 'F', SNB-DBI-SNAP ).
      *    Los campos que las reglas TAB 'MSP' ocultan en pantalla
      *    salen cubiertos igual aqui: las reglas del inspector se
      *    declaran con el formulario 'INS' + tipo de registro y la
      *    posicion y el largo del campo dentro del registro. La
      *    lectura misma queda en el diario de lecturas cuando la
      *    tabla esta en la lista TAB 'LEC', como cualquier otra.
       01  INS-VARI.
      *
      *    Entrada: tipo de registro, sistema dueno del catalogo
      *    ( TAB / MSC / MSG; espacios = GNS ), ambiente ( 'V' o
      *    espacios el vivo, 'A' archivo historico, 'F' foto ) y la
      *    llave tal como va en el registro, desde su primer byte
      *    despues del filler
           03 INS-ENT-TREG                     PIC X(03).
           03 INS-ENT-SIST                     PIC X(03).
           03 INS-ENT-AMBI                     PIC X(01).
           03 INS-ENT-CLAV                     PIC X(40).
      *
      *    Status de retorno ( 'NEX' el registro no existe en el
      *    ambiente pedido, 'INV' tipo sin diccionario, ambiente
      *    invalido o sistema que no resuelve su base en IDD )
           03 INS-STAT                         PIC X(03).
              88 INS-STAT-OKS                  VALUE 'OKS'.
              88 INS-STAT-NEX                  VALUE 'NEX'.
              88 INS-STAT-INV                  VALUE 'INV'.
      *
      *    Salida: campos listados y campos numericos con datos no
      *    numericos
           03 INS-CNT-CAMP   COMP              PIC S9(04).
           03 INS-CNT-NNUM   COMP              PIC S9(04).
      *
      *    Sistema y DBID de la lectura ( 0 = el de siempre )
           03 INS-COD-SIST                     PIC X(03).
           03 INS-DBI-LECT   COMP              PIC S9(04).
      *
      *    Registro leido, tal cual y con las reglas de mascara
      *    aplicadas, y su largo
           03 INS-IMG-REGI                     PIC X(800).
           03 INS-IMG-MASC                     PIC X(800).
           03 INS-NUM-LREG   COMP              PIC S9(04).
      *
      *    Tramo en curso de un campo mas largo que la fila
           03 INS-NUM-POSI   COMP              PIC S9(04).
           03 INS-NUM-REST   COMP              PIC S9(04).
           03 INS-NUM-TRAM   COMP              PIC S9(04).
           03 INS-NUM-ICAM   COMP              PIC S9(04).
      *
      *    Fila del inspector ( cola SCR-QINS ): campo, posicion,
      *    largo, clase del dato, '*' si el campo es numerico y trae
      *    datos que no lo son, y el valor. Un campo de mas de 40
      *    bytes sigue en filas sin nombre con la posicion y el largo
      *    de cada tramo.
       01  INS-LINE.
           03 INS-LIN-NOMB                     PIC X(12).
           03 INS-LIN-POSI                     PIC 9(03).
           03 INS-LIN-LARG                     PIC 9(03).
           03 INS-LIN-TIPO                     PIC X(01).
           03 INS-LIN-MARC                     PIC X(01).
           03 INS-LIN-VALO                     PIC X(40).
