      *    Variables de la validacion declarativa de campos de
      *    formulario ( GNSBGVCF.cbl ). La aplica GNS-PRO-FRM al
      *    recibir la pantalla con ENTER, antes de que el programa
      *    vea los datos; un formulario sin reglas pasa igual que
      *    siempre, asi los programas pueden soltar sus validaciones
      *    a mano de a un formulario. Las reglas viven en TAB 'VCF',
      *    clave formulario ( 7, el registrado en RPF ) + ordinal
      *    ( 2 ); se aplican en orden de ordinal y la primera que
      *    falla deja el cursor en su campo y su mensaje en
      *    FRM-MENS. En la descripcion de cada fila: posicion del
      *    campo en FRM-DFLD ( 4, desde 1 ), largo ( 3 ), 'S' si es
      *    obligatorio, tipo ( 'A' alfanumerico, 'N' numerico con
      *    VAL-NUM, 'F' fecha con PRO-FEC ), enteros ( 2 ), decimales
      *    ( 2 ) y 'S' con signo del tipo 'N', tipo de TAB de los
      *    valores validos ( 3 ), y la regla cruzada: ordinal del
      *    otro campo ( 2 ) y 'L' si este no puede ser posterior
      *    ( mayor ) al otro, 'G' si no puede ser anterior ( menor ).
      *    En la descripcion corta el codigo del mensaje del
      *    catalogo ( sistema GNS; &1 el valor, &2 minimo, &3
      *    maximo ); en los datos anexos el minimo y el maximo:
      *    signo y 13 enteros 5 decimales en el tipo 'N', SAAMMDD u
      *    'HOY' en el tipo 'F', texto en el tipo 'A'; en blanco no
      *    hay limite.
       01  VCF-VARI.
      *
      *    Interruptor general ( ademas del catalogo )
           03 VCF-IND-ACTV        VALUE 'S'    PIC X(01).
      *
      *    Tope de campos con regla por formulario
           03 VCF-MAX-CAMP        VALUE 30     PIC 9(02).
      *
      *    Clave armada sobre TAB-COD-CTAB
           03 VCF-KEY-CTAB.
              05 VCF-KEY-FORM                  PIC X(07).
              05 VCF-KEY-ORDI                  PIC X(02).
              05 FILLER                        PIC X(03).
      *
      *    Descripcion de la fila TAB 'VCF'
           03 VCF-WRK-DESC.
              05 VCF-DSC-POSI                  PIC X(04).
              05 VCF-DSC-POSI-RED REDEFINES VCF-DSC-POSI
                                               PIC 9(04).
              05 VCF-DSC-LARG                  PIC X(03).
              05 VCF-DSC-LARG-RED REDEFINES VCF-DSC-LARG
                                               PIC 9(03).
              05 VCF-DSC-OBLI                  PIC X(01).
              05 VCF-DSC-TIPO                  PIC X(01).
              05 VCF-DSC-NENT                  PIC X(02).
              05 VCF-DSC-NENT-RED REDEFINES VCF-DSC-NENT
                                               PIC 9(02).
              05 VCF-DSC-NDCM                  PIC X(02).
              05 VCF-DSC-NDCM-RED REDEFINES VCF-DSC-NDCM
                                               PIC 9(02).
              05 VCF-DSC-SGNO                  PIC X(01).
              05 VCF-DSC-TTAB                  PIC X(03).
              05 VCF-DSC-CORD                  PIC X(02).
              05 VCF-DSC-COPE                  PIC X(01).
              05 FILLER                        PIC X(20).
      *
      *    Datos anexos de la fila TAB 'VCF': minimo y maximo
           03 VCF-WRK-DATA.
              05 VCF-DAT-VMIN                  PIC X(19).
              05 VCF-DAT-VMIN-RED REDEFINES VCF-DAT-VMIN.
                 07 VCF-MIN-SGNO               PIC X(01).
                 07 VCF-MIN-NUME               PIC 9(13)V9(05).
              05 VCF-DAT-VMAX                  PIC X(19).
              05 VCF-DAT-VMAX-RED REDEFINES VCF-DAT-VMAX.
                 07 VCF-MAX-SGNO               PIC X(01).
                 07 VCF-MAX-NUME               PIC 9(13)V9(05).
              05 FILLER                        PIC X(22).
      *
      *    Reglas del formulario, en orden de ordinal, con el valor
      *    de cada campo ya validado ( numero, o fecha SAAMMDD ) para
      *    la regla cruzada
           03 VCF-NUM-NCAM   COMP              PIC S9(04).
           03 VCF-TBL-CAMP.
              05 VCF-CAM                  OCCURS 30.
                 07 VCF-CAM-ORDI               PIC X(02).
                 07 VCF-CAM-POSI               PIC 9(04).
                 07 VCF-CAM-LARG               PIC 9(03).
                 07 VCF-CAM-OBLI               PIC X(01).
                 07 VCF-CAM-TIPO               PIC X(01).
                 07 VCF-CAM-NENT               PIC 9(02).
                 07 VCF-CAM-NDCM               PIC 9(02).
                 07 VCF-CAM-SGNO               PIC X(01).
                 07 VCF-CAM-TTAB               PIC X(03).
                 07 VCF-CAM-CORD               PIC X(02).
                 07 VCF-CAM-COPE               PIC X(01).
                 07 VCF-CAM-MENS               PIC X(12).
                 07 VCF-CAM-VMIN               PIC X(19).
                 07 VCF-CAM-VMAX               PIC X(19).
                 07 VCF-CAM-IVAL               PIC X(01).
                 07 VCF-CAM-VALR               PIC S9(13)V9(05).
      *
      *    Falla del campo en curso: 'OBL' obligatorio en blanco,
      *    'FOR' formato, 'MIN' / 'MAX' fuera de rango, 'TAB' valor
      *    inexistente en la tabla, 'CRU' regla cruzada; con el
      *    texto de VAL-NUM o PRO-FEC cuando lo hay
           03 VCF-COD-FALL                     PIC X(03).
              88 VCF-FALL-OBL                  VALUE 'OBL'.
              88 VCF-FALL-FOR                  VALUE 'FOR'.
              88 VCF-FALL-MIN                  VALUE 'MIN'.
              88 VCF-FALL-MAX                  VALUE 'MAX'.
              88 VCF-FALL-TAB                  VALUE 'TAB'.
              88 VCF-FALL-CRU                  VALUE 'CRU'.
           03 VCF-GLS-FALL                     PIC X(79).
      *
      *    Salida: 'S' si la pantalla no paso las reglas ( el
      *    mensaje queda en FRM-MENS y el cursor en FRM-PCUR )
           03 VCF-IND-FALL        VALUE 'N'    PIC X(01).
      *
      *    Campos de trabajo
           03 VCF-NUM-ICAM   COMP              PIC S9(04).
           03 VCF-NUM-JCAM   COMP              PIC S9(04).
           03 VCF-NUM-POSI   COMP              PIC S9(04).
           03 VCF-NUM-LARG   COMP              PIC S9(04).
           03 VCF-WRK-VALR                     PIC S9(13)V9(05).
           03 VCF-WRK-LIMI                     PIC S9(13)V9(05).
           03 VCF-WRK-FECH                     PIC 9(08).
