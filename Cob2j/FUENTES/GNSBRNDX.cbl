      *    REFERENCIA CRUZADA DOCUMENTO NACIONAL - CIC
      *    -------------------------------------------
      *
      *    Nombre Registro : NDX
      *    Clave(s)        : NDX-KEY-INDX(UU)
      *    Largo           : 100
      *    Bloqueo         : 1
      *    Observaciones   : Una fila por documento ( tipo segun el
      *                      encabezado de SCR-NDOC + numero,
      *                      validado por GNS-VAL-NDOC ) con el CIC
      *                      que se le asigno. GNS-PRO-NDX ( VER,
      *                      ASG, REG ) y GNS-FIO-CIC al grabar un
      *                      folio con documento declarado
      *                      ( CHK-GNS-NDX-CIC / REG-GNS-NDX-CIC )
      *                      la consultan y rechazan un segundo CIC
      *                      para el mismo documento salvo vale de
      *                      supervisor;
      *                      GNS-BUS-NDX la construye desde los datos
      *                      existentes e informa los documentos que
      *                      ya tienen mas de un CIC.
      *
       01  NDX.
      *
      *    Filler Compatibilidad VSAM/MVS
           03  NDX-GLS-FLAG                             PIC X(01).
      *
      *KEY Clave Primaria Registro
           03  NDX-KEY-IREG.
      *
      *        Identificacion Entidad
               05  NDX-KEY-INDX.
      *
      *            Tipo de Documento ( Emisor, Largo, Pais y
      *            Variante del encabezado de SCR-NDOC )
                   07  NDX-COD-TDOC                     PIC X(14).
      *
      *            Numero de Documento
                   07  NDX-NUM-NDOC                     PIC X(11).
      *
      *    Fecha de Asignacion ( SAAMMDD )
           03  NDX-FEC-ASIG                             PIC 9(08).
      *
      *    Indicador de Vigencia
           03  NDX-IND-VIGE                             PIC X(01).
      *
      *    CIC Asignado, en Forma Ampliada ( Centro + Folio de 11 )
           03  NDX-COD-ICIC                             PIC X(15).
      *
      *    CIC Anterior, cuando un Vale de Supervisor dejo Asignar
      *    un Segundo CIC al Documento
           03  NDX-COD-IANT                             PIC X(15).
      *
      *    Supervisor del Vale
           03  NDX-COD-SUPE                             PIC X(12).
      *
      *    Autor Transaccion
           03  NDX-COD-ATRN                             PIC X(12).
      *
      *    Origen: 'A' Asignacion / 'C' Carga Inicial
           03  NDX-IND-ORIG                             PIC X(01).
      *
      *    Disponible
           03  NDX-GLS-DISP                             PIC X(10).
