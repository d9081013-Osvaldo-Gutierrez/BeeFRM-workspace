      *    SOLICITUDES DE ASISTENCIA DEL OPERADOR A LA SUPERVISION
      *    -------------------------------------------------------
      *
      *    Nombre Registro : ASI
      *    Clave(s)        : ASI-KEY-IASI(UU)
      *    Largo           : 200
      *    Bloqueo         : 1
      *    Observaciones   : Una solicitud por cada vez que un
      *                      operador pide ayuda desde su pantalla
      *                      ( tecla PA3 ): sucursal, terminal,
      *                      operador, transaccion y formulario en
      *                      curso, con la ultima pantalla del anillo
      *                      SNP copiada a la cola 'ASN' + numero.
      *                      El supervisor de la sucursal la toma, le
      *                      responde ( el texto le llega al operador
      *                      en su proxima pantalla ) y la cierra
      *                      ( GNSBGASI.cbl ); GNS-BUS-ASI informa por
      *                      sucursal las solicitudes del dia y los
      *                      tiempos de respuesta ( GNSBBASI.cbl ).
      *
       01  ASI.
      *
      *    Filler Compatibilidad VSAM/MVS
           03  ASI-GLS-FLAG                             PIC X(01).
      *
      *KEY Clave Primaria Registro
           03  ASI-KEY-IREG.
      *
      *        Identificacion Entidad
               05  ASI-KEY-IASI.
      *
      *            Numero de Solicitud: Fecha ( SAAMMDD ) y
      *            Correlativo del Dia ( TAB 'ASI' )
                   07  ASI-NUM-SOLI                     PIC 9(12).
                   07  ASI-NUM-SOLI-RED REDEFINES ASI-NUM-SOLI.
                       09  ASI-SOL-FECH                 PIC 9(08).
                       09  ASI-SOL-SECU                 PIC 9(04).
      *
      *    Sucursal, Terminal y Operador que Pide Ayuda
           03  ASI-COD-SUCU                             PIC X(04).
           03  ASI-COD-TERM                             PIC X(04).
           03  ASI-COD-OPER                             PIC X(12).
      *
      *    Transaccion, Programa y Formulario en Curso
           03  ASI-COD-TRAN                             PIC X(04).
           03  ASI-COD-PROG                             PIC X(08).
           03  ASI-NOM-FORM                             PIC X(07).
      *
      *    Indicador Pantalla Copiada ( 'S' = hay imagen en la cola
      *    'ASN' + numero; 'N' = el anillo del terminal esta apagado )
           03  ASI-IND-FOTO                             PIC X(01).
      *
      *    Hora de la Solicitud ( HHMMSS )
           03  ASI-HRA-SOLI                             PIC 9(06).
      *
      *    Estado de la Solicitud
           03  ASI-COD-STAT                             PIC X(01).
      *        pendiente, aun sin supervisor
               88  ASI-STAT-PEND                        VALUE 'A'.
      *        tomada por un supervisor
               88  ASI-STAT-TOMA                        VALUE 'T'.
      *        respondida ( sigue abierta hasta el cierre )
               88  ASI-STAT-RESP                        VALUE 'R'.
      *        cerrada por el supervisor
               88  ASI-STAT-CERR                        VALUE 'C'.
      *        vencida: el dia termino sin cierre
               88  ASI-STAT-VENC                        VALUE 'V'.
      *
      *    Supervisor que la Tomo y Momento ( SAAMMDD HHMMSS )
           03  ASI-COD-SUPE                             PIC X(12).
           03  ASI-FEC-TOMA                             PIC 9(08).
           03  ASI-HRA-TOMA                             PIC 9(06).
      *
      *    Primera Respuesta, Cantidad de Respuestas y Texto de la
      *    Ultima
           03  ASI-FEC-RESP                             PIC 9(08).
           03  ASI-HRA-RESP                             PIC 9(06).
           03  ASI-NUM-RESP                             PIC 9(03).
           03  ASI-GLS-RESP                             PIC X(62).
      *
      *    Cierre ( SAAMMDD HHMMSS )
           03  ASI-FEC-CIER                             PIC 9(08).
           03  ASI-HRA-CIER                             PIC 9(06).
      *
      *    Disponible
           03  ASI-GLS-DISP                             PIC X(21).
