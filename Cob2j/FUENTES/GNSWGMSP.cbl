      *    Variables del enmascaramiento de campos sensibles en
      *    pantalla segun el rol de la sesion ( GNSBGMSP.cbl ). Lo
      *    aplica GNS-PRO-FRM justo antes de cada envio, asi que los
      *    programas no cambian. Las reglas viven en TAB 'MSP', clave
      *    formulario ( 7 ) + rol ( 3 ) + ordinal ( 2 ); el rol '***'
      *    rige para los roles sin filas propias en el formulario, y
      *    una fila del rol sin campo ( posicion en cero ) basta para
      *    eximirlo del comodin. En la descripcion de cada fila:
      *    posicion del campo en FRM-DFLD ( 4, desde 1 ), largo ( 3 ),
      *    modo ( 'O' oculta el campo entero, 'U' deja ver solo los
      *    ultimos N caracteres ), N ( 2; sin numero, 04 ) y una 'S'
      *    en la posicion 11 si el rol puede descubrir el campo. La
      *    imagen original queda en la cola 'MSP ' del terminal, y
      *    al recibir la pantalla los campos enmascarados vuelven al
      *    programa con su valor original, teclee lo que teclee el
      *    operador. La tecla PA2 sobre una pantalla enmascarada pide
      *    descubrir: el proximo despliegue del mismo formulario
      *    muestra completos los campos que el rol puede descubrir, y
      *    cada uno queda en el diario de lecturas ( tabla 'MSP' ).
       01  MSP-VARI.
      *
      *    Interruptor general ( ademas del catalogo )
           03 MSP-IND-ACTV        VALUE 'S'    PIC X(01).
      *
      *    Rol comodin
           03 MSP-ROL-TODO        VALUE '***'  PIC X(03).
      *
      *    Tope de campos enmascarados por formulario y rol
           03 MSP-MAX-CAMP        VALUE 20     PIC 9(02).
      *
      *    Caracteres visibles del modo 'U' si la fila no los trae
           03 MSP-DEF-VISI        VALUE 04     PIC 9(02).
      *
      *    Clave armada sobre TAB-COD-CTAB
           03 MSP-KEY-CTAB.
              05 MSP-KEY-FORM                  PIC X(07).
              05 MSP-KEY-ROLE                  PIC X(03).
              05 MSP-KEY-ORDI                  PIC X(02).
      *
      *    Descripcion de la fila TAB 'MSP'
           03 MSP-WRK-DESC.
              05 MSP-DSC-POSI                  PIC X(04).
              05 MSP-DSC-POSI-RED REDEFINES MSP-DSC-POSI
                                               PIC 9(04).
              05 MSP-DSC-LARG                  PIC X(03).
              05 MSP-DSC-LARG-RED REDEFINES MSP-DSC-LARG
                                               PIC 9(03).
              05 MSP-DSC-MODO                  PIC X(01).
              05 MSP-DSC-VISI                  PIC X(02).
              05 MSP-DSC-VISI-RED REDEFINES MSP-DSC-VISI
                                               PIC 9(02).
              05 MSP-DSC-IREV                  PIC X(01).
              05 FILLER                        PIC X(29).
      *
      *    'S' si el rol tiene filas propias en el formulario
           03 MSP-IND-ROLE                     PIC X(01).
      *
      *    'S' si la cabecera recibida trae algun campo que el rol
      *    puede descubrir
           03 MSP-IND-PREV                     PIC X(01).
      *
      *    Cola del terminal: item 1 la cabecera, item 2 la imagen
      *    original de la pantalla
           03 MSP-NOM-COLA.
              05 MSP-COL-TERM                  PIC X(04).
              05 MSP-COL-TYPE    VALUE 'MSP '  PIC X(04).
      *
      *    Cabecera de la pantalla enmascarada del terminal:
      *    formulario, operador, descubrimiento pedido ( 'S' ) y los
      *    campos con su modo y si el rol los puede descubrir
           03 MSP-REG-CABE.
              05 MSP-CAB-FORM                  PIC X(07).
              05 MSP-CAB-OPER                  PIC X(12).
              05 MSP-CAB-IREV                  PIC X(01).
              05 MSP-CAB-NCAM                  PIC 9(02).
              05 MSP-CAB-CAMP             OCCURS 20.
                 07 MSP-CAB-POSI               PIC 9(04).
                 07 MSP-CAB-LARG               PIC 9(03).
                 07 MSP-CAB-MODO               PIC X(01).
                 07 MSP-CAB-VISI               PIC 9(02).
                 07 MSP-CAB-PREV               PIC X(01).
      *
      *    Cabecera del despliegue anterior del terminal
           03 MSP-ANT-CABE.
              05 MSP-ANT-FORM                  PIC X(07).
              05 MSP-ANT-OPER                  PIC X(12).
              05 MSP-ANT-IREV                  PIC X(01).
      *
      *    Imagen original de la pantalla ( sin mascara )
           03 MSP-SAV-DFLD                     PIC X(2091).
      *
      *    'S' si el despliegue en curso salio enmascarado ( el
      *    programa recupera despues su FRM-DFLD original ) y si
      *    descubre los campos que el rol puede descubrir
           03 MSP-IND-MASC        VALUE 'N'    PIC X(01).
           03 MSP-IND-DESC        VALUE 'N'    PIC X(01).
      *
      *    Campos de trabajo
           03 MSP-NUM-ICAM   COMP              PIC S9(04).
           03 MSP-NUM-POSI   COMP              PIC S9(04).
           03 MSP-NUM-LARG   COMP              PIC S9(04).
           03 MSP-NUM-SIGN   COMP              PIC S9(04).
           03 MSP-NUM-OCUL   COMP              PIC S9(04).
