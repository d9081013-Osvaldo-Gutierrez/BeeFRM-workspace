      *    DIARIO DE LECTURAS DE REGISTROS SENSIBLES
      *    -----------------------------------------
      *
      *    Nombre Registro : LEC
      *    Clave(s)        : LEC-KEY-ILEC(UU),LEC-COD-IOPS(UC)
      *    Largo           : 120
      *    Bloqueo         : 1
      *    Observaciones   : Una fila por lectura ( FIO-GET-KEY o de
      *                      recorrido ) de una tabla de la lista
      *                      TAB 'LEC', con la llave leida, operador,
      *                      terminal, comando/opcion de menu y
      *                      momento. La primaria parte por tabla y
      *                      llave ( quien vio este registro ); la
      *                      alternativa por operador ( que vio esta
      *                      persona ). La carga GNS-BUS-LEC desde
      *                      las colas del diario; el numero de item
      *                      dentro de su cola de diez minutos hace
      *                      unica la llave y una recarga no duplica.
      *                      Tabla 'MSP': el operador descubrio en
      *                      pantalla un campo enmascarado; la llave
      *                      es el valor mostrado y el formulario
      *                      queda en LEC-COD-FORM.
      *
       01  LEC.
      *
      *    Filler Compatibilidad VSAM/MVS
           03  LEC-GLS-FLAG                             PIC X(01).
      *
      *KEY Clave Primaria Registro
           03  LEC-KEY-IREG.
      *
      *        Identificacion Entidad
               05  LEC-KEY-ILEC.
      *
      *            Tabla Leida ( codigo de 3 )
                   07  LEC-COD-TABL                     PIC X(03).
      *
      *            Llave Leida ( los primeros TAB 'LEC' bytes )
                   07  LEC-COD-CLAV                     PIC X(40).
      *
      *            Momento de la Lectura ( SAAMMDDHHMMSS )
                   07  LEC-STP-LECT                     PIC 9(14).
      *
      *            Item dentro de su Cola del Diario
                   07  LEC-NUM-SECU                     PIC 9(04).
      *
      *KEY Llave Alternativa: Operador + Momento + Item
           03  LEC-COD-IOPS.
      *
               05  LEC-COD-IOPE.
      *
      *            Operador que Leyo
                   07  LEC-COD-OPER                     PIC X(12).
      *
      *            Momento de la Lectura ( SAAMMDDHHMMSS )
                   07  LEC-STP-OPER                     PIC 9(14).
      *
      *            Item dentro de su Cola del Diario
                   07  LEC-SEC-OPER                     PIC 9(04).
      *
      *    Terminal
           03  LEC-COD-TERM                             PIC X(04).
      *
      *    Comando y Opcion de Menu en Curso
           03  LEC-COD-COMD                             PIC X(03).
           03  LEC-COD-OPCI                             PIC X(03).
      *
      *    Comando FIO de la Lectura ( FIO-GET-KEY, FIO-GET-NXT... )
           03  LEC-NUM-FCMD                             PIC 9(04).
      *
      *    Formulario ( solo en descubrimientos de tabla 'MSP' )
           03  LEC-COD-FORM                             PIC X(07).
      *
      *    Disponible
           03  LEC-GLS-DISP                             PIC X(07).
