      *    PRESENTACIONES DE DOCUMENTOS NACIONALES
      *    ---------------------------------------
      *
      *    Nombre Registro : PRS
      *    Clave(s)        : PRS-KEY-IPRS(UU)
      *    Largo           : 84
      *    Bloqueo         : 1
      *    Observaciones   : Un registro por cada presentacion de un
      *                      documento que GNS-VAL-NDOC acepto ( o
      *                      rechazo por velocidad ): sucursal,
      *                      terminal, operador y momento. Las
      *                      reglas de velocidad ( TAB 'VEL' ) cuentan
      *                      sobre este registro las presentaciones
      *                      y sucursales distintas del documento en
      *                      su ventana ( CHK-VEL-NDOC ), y
      *                      GNS-BUS-VEL lista cada dia los
      *                      documentos que dispararon alguna regla.
      *
       01  PRS.
      *
      *    Filler Compatibilidad VSAM/MVS
           03  PRS-GLS-FLAG                             PIC X(01).
      *
      *KEY Clave Primaria Registro
           03  PRS-KEY-IREG.
      *
      *        Identificacion Entidad
               05  PRS-KEY-IPRS.
      *
      *            Documento Presentado ( formato de SCR-NDOC )
                   07  PRS-GLS-NDOC                     PIC X(25).
      *
      *            Dia Juliano de la Presentacion ( FEC-RTRN-JUL )
                   07  PRS-NUM-FJUL                     PIC 9(06).
      *
      *            Hora de la Presentacion ( HHMMSSCC )
                   07  PRS-HRA-PRES                     PIC 9(08).
      *
      *    Fecha de la Presentacion ( SAAMMDD )
           03  PRS-FEC-PRES                             PIC 9(08).
      *
      *    Sucursal, Terminal y Operador
           03  PRS-COD-SUCU                             PIC X(04).
           03  PRS-COD-TERM                             PIC X(04).
           03  PRS-COD-OPER                             PIC X(12).
      *
      *    Desenlace: 'A' aceptada / 'W' aceptada con aviso de
      *    velocidad / 'R' rechazada por velocidad ( no cuenta
      *    como presentacion )
           03  PRS-IND-RSLT                             PIC X(01).
               88  PRS-RSLT-ACEP                        VALUE 'A'.
               88  PRS-RSLT-AVIS                        VALUE 'W'.
               88  PRS-RSLT-RECH                        VALUE 'R'.
      *
      *    Regla de Velocidad Disparada ( 'W' y 'R' )
           03  PRS-COD-REGL                             PIC X(04).
      *
      *    Disponible
           03  PRS-GLS-DISP                             PIC X(11).
