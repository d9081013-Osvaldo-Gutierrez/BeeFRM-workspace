      *    BITACORA DE CONVERSIONES ENTRE MONEDAS
      *    --------------------------------------
      *
      *    Nombre Registro : CVJ
      *    Clave(s)        : CVJ-KEY-ICVJ(UU)
      *    Largo           : 133
      *    Bloqueo         : 1
      *    Observaciones   : Un registro por cada llamada a
      *                      PES-CNV-MON, con o sin tasa: terminal,
      *                      operador, monedas, importes, lado, tasa
      *                      aplicada y su fecha, pivote y patas de
      *                      la triangulacion. Permite probar ante un
      *                      reclamo que tasa y que camino se uso.
      *                      La llave agrupa por fecha y par de
      *                      monedas para el informe GNS-BUS-CNV.
      *
       01  CVJ.
      *
      *    Filler Compatibilidad VSAM/MVS
           03  CVJ-GLS-FLAG                             PIC X(01).
      *
      *KEY Clave Primaria Registro
           03  CVJ-KEY-IREG.
      *
      *        Identificacion Entidad
               05  CVJ-KEY-ICVJ.
      *
      *            Fecha de la Conversion ( SAAMMDD )
                   07  CVJ-FEC-CONV                     PIC 9(08).
      *
      *            Par de Monedas Origen / Destino
                   07  CVJ-MON-ORIG                     PIC X(04).
                   07  CVJ-MON-DEST                     PIC X(04).
      *
      *            Hora de la Conversion ( HHMMSSCC )
                   07  CVJ-HRA-CONV                     PIC 9(08).
      *
      *            Terminal y Secuencia dentro de la Tarea
                   07  CVJ-COD-TERM                     PIC X(04).
                   07  CVJ-NUM-SECU                     PIC 9(04).
      *
      *    Operador
           03  CVJ-COD-OPER                             PIC X(12).
      *
      *    Lado de la Tasa ( 'C' compra / 'V' venta )
           03  CVJ-IND-LADO                             PIC X(01).
      *
      *    Importe Origen y Resultado en la Moneda Destino
           03  CVJ-SGV-ENTR               COMP-3        PIC S9(13)V9(4).
           03  CVJ-SGV-SALI               COMP-3        PIC S9(13)V9(4).
      *
      *    Tasa Aplicada y su Fecha de Vigencia ( AAMMDD )
           03  CVJ-NUM-TASA                             PIC 9(09)V9(06).
           03  CVJ-FEC-TASA                             PIC 9(06).
      *
      *    Triangulacion: indicador, moneda pivote y tasa de cada pata
           03  CVJ-IND-TRIA                             PIC X(01).
           03  CVJ-MON-PIVO                             PIC X(04).
           03  CVJ-NUM-TAS1                             PIC 9(09)V9(06).
           03  CVJ-NUM-TAS2                             PIC 9(09)V9(06).
      *
      *    Status de la Conversion ( 'OKS' / 'NEX' )
           03  CVJ-COD-STAT                             PIC X(03).
      *
      *    Disponible
           03  CVJ-GLS-DISP                             PIC X(10).
