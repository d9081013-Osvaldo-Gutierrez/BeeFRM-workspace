      *    NOTAS DE TEXTO LIBRE ADJUNTAS A UN REGISTRO
      *    -------------------------------------------
      *
      *    Nombre Registro : NTA
      *    Clave(s)        : NTA-KEY-INTA(UU)
      *    Largo           : 377
      *    Bloqueo         : 1
      *    Observaciones   : Nota de un operador sobre cualquier
      *                      registro, llaveada por el codigo de la
      *                      tabla y la llave primaria del registro
      *                      anotado ( desde su primer byte despues
      *                      del filler ). Las notas solo se agregan,
      *                      nunca se modifican ni se borran en linea
      *                      ( GNS-PRO-NTA en GNSBGNTA.cbl ); viajan
      *                      con el registro al archivo historico y
      *                      de vuelta ( GNSBBNTA.cbl ).
      *
       01  NTA.
      *
      *    Filler Compatibilidad VSAM/MVS
           03  NTA-GLS-FLAG                             PIC X(01).
      *
      *KEY Clave Primaria Registro
           03  NTA-KEY-IREG.
      *
      *        Identificacion Entidad
               05  NTA-KEY-INTA.
      *
      *            Registro Anotado: Tabla y Llave Primaria
                   07  NTA-COD-TABL                     PIC X(03).
                   07  NTA-GLS-CLAV                     PIC X(21).
      *
      *            Time Stamp de la Nota
                   07  NTA-STP-ITRN.
      *
      *                Fecha
                       09  NTA-FEC-FTRN.
                           11  NTA-NUM-STRN             PIC 9(02).
                           11  NTA-NUM-ATRN             PIC 9(02).
                           11  NTA-NUM-MTRN             PIC 9(02).
                           11  NTA-NUM-DTRN             PIC 9(02).
      *
      *                Hora
                       09  NTA-HRA-HRTR.
                           11  NTA-NUM-HHTR             PIC 9(02).
                           11  NTA-NUM-MMTR             PIC 9(02).
                           11  NTA-NUM-SSTR             PIC 9(02).
      *
      *            Correlativo dentro del mismo segundo
                   07  NTA-NUM-SECU                     PIC 9(02).
      *
      *    Operador que Escribio la Nota
           03  NTA-COD-AUTR                             PIC X(12).
      *
      *    Categoria de la Nota ( catalogo TAB tipo 'NTC' )
           03  NTA-COD-CATG                             PIC X(03).
      *
      *    Lineas de Texto Ocupadas
           03  NTA-NUM-NLIN                             PIC 9(01).
      *
      *    Texto de la Nota
           03  NTA-GLS-GTXT.
               05  NTA-GLS-TEXT                         OCCURS 5.
                   07  NTA-GLS-LINE                     PIC X(60).
      *
      *    Disponible
           03  NTA-GLS-DISP                             PIC X(20).
