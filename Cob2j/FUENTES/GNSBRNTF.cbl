      *    NOTIFICACIONES A LA GUARDIA DE OPERACIONES
      *    ------------------------------------------
      *
      *    Nombre Registro : NTF
      *    Clave(s)        : NTF-KEY-INTF(UU)
      *    Largo           : 300
      *    Bloqueo         : 1
      *    Observaciones   : Una notificacion reune las alertas de
      *                      igual firma ( fuente, codigo y clave )
      *                      que dejaron los avisos Severos y
      *                      Criticos, las brechas SLA, las colas
      *                      sobre umbral y los pasos nocturnos
      *                      excedidos en la bandeja de salida; la
      *                      repeticion solo suma a la cantidad. El
      *                      despachador GNS-BUS-NTF la envia por
      *                      correo o SMS a quien esta de guardia y
      *                      escala el Critico sin acusar
      *                      ( GNSBGNTF.cbl / GNSBBNTF.cbl ).
      *
       01  NTF.
      *
      *    Filler Compatibilidad VSAM/MVS
           03  NTF-GLS-FLAG                             PIC X(01).
      *
      *KEY Clave Primaria Registro
           03  NTF-KEY-IREG.
      *
      *        Identificacion Entidad
               05  NTF-KEY-INTF.
      *
      *            Numero de Notificacion ( correlativo TAB 'NTF' )
                   07  NTF-NUM-NOTI                     PIC 9(08).
      *
      *    Firma de la Alerta: Fuente ( MSG, CBK, LCK, JCH, CFA,
      *    SLA, QMN, JCW ), Codigo ( del mensaje o de la alerta ) y
      *    Clave ( servicio, cola, paso ... )
           03  NTF-COD-FUEN                             PIC X(03).
           03  NTF-COD-CODI                             PIC X(12).
           03  NTF-COD-CLAV                             PIC X(20).
      *
      *    Severidad ( la mayor de las alertas reunidas ) y Texto de
      *    la Primera Alerta
           03  NTF-COD-SEVR                             PIC X(01).
               88  NTF-SEVR-SEVE                        VALUE 'S'.
               88  NTF-SEVR-CRIT                        VALUE 'C'.
           03  NTF-GLS-TEXT                             PIC X(80).
      *
      *    Equipo de Guardia que la Recibe
           03  NTF-COD-EQUI                             PIC X(04).
      *
      *    Estado de la Notificacion
           03  NTF-COD-STAT                             PIC X(01).
      *        por enviar ( nueva, sin guardia o subida a Critica )
               88  NTF-STAT-PEND                        VALUE 'P'.
      *        Severa enviada
               88  NTF-STAT-ENVI                        VALUE 'E'.
      *        Critica enviada, esperando acuse
               88  NTF-STAT-ESPE                        VALUE 'A'.
      *        Critica sin acuse y sin nadie mas a quien escalar
               88  NTF-STAT-AGOT                        VALUE 'X'.
      *        acusada
               88  NTF-STAT-ACUS                        VALUE 'K'.
      *        Severa cerrada, pasada la ventana de reunion
               88  NTF-STAT-CERR                        VALUE 'C'.
      *
      *    Alertas Reunidas, Primera y Ultima ( SAAMMDD HHMMSS )
           03  NTF-NUM-CANT                             PIC 9(05).
           03  NTF-FEC-PRIM                             PIC 9(08).
           03  NTF-HRA-PRIM                             PIC 9(06).
           03  NTF-FEC-ULTI                             PIC 9(08).
           03  NTF-HRA-ULTI                             PIC 9(06).
      *
      *    Ultimo Envio: Nivel de la Guardia ( 1 titular, 2 y 3
      *    escalamiento ), Destinatario, Canal ( 'M' correo, 'S'
      *    SMS ) y Momento
           03  NTF-NUM-NIVE                             PIC 9(01).
           03  NTF-COD-DEST                             PIC X(12).
           03  NTF-COD-CANA                             PIC X(01).
           03  NTF-FEC-ENVI                             PIC 9(08).
           03  NTF-HRA-ENVI                             PIC 9(06).
      *
      *    Acuse: Operador y Momento
           03  NTF-COD-OACU                             PIC X(12).
           03  NTF-FEC-ACUS                             PIC 9(08).
           03  NTF-HRA-ACUS                             PIC 9(06).
      *
      *    Disponible
           03  NTF-GLS-DISP                             PIC X(83).
