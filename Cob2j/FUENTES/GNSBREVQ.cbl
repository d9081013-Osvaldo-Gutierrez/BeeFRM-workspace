      *    CUARENTENA DE EVENTOS RECIBIDOS DEL CORRESPONSAL
      *    -------------------------------------------------
      *
      *    Nombre Registro : EVQ
      *    Clave(s)        : EVQ-KEY-IEVQ(UU)
      *    Largo           : 210
      *    Bloqueo         : 1
      *    Observaciones   : Cada evento que el receptor GNS-BUS-EVR
      *                      no aplico porque su firma no cuadra o
      *                      declara una version de clave que no
      *                      vale ( GNSBGMAC.cbl ) queda aqui, tal
      *                      como llego, con el corresponsal y el
      *                      motivo; GNS-BUS-EVQ lo informa por
      *                      corresponsal.
      *
       01  EVQ.
      *
      *    Filler Compatibilidad VSAM/MVS
           03  EVQ-GLS-FLAG                             PIC X(01).
      *
      *KEY Clave Primaria Registro
           03  EVQ-KEY-IREG.
      *
      *        Identificacion Entidad
               05  EVQ-KEY-IEVQ.
      *
      *            Corresponsal que Mando el Evento
                   07  EVQ-COD-CORR                     PIC X(08).
      *
      *            Time Stamp de la Recepcion
                   07  EVQ-STP-ITRN.
                       09  EVQ-FEC-FTRN.
                           11  EVQ-NUM-STRN             PIC 9(02).
                           11  EVQ-NUM-ATRN             PIC 9(02).
                           11  EVQ-NUM-MTRN             PIC 9(02).
                           11  EVQ-NUM-DTRN             PIC 9(02).
                       09  EVQ-HRA-HRTR.
                           11  EVQ-NUM-HHTR             PIC 9(02).
                           11  EVQ-NUM-MMTR             PIC 9(02).
                           11  EVQ-NUM-SSTR             PIC 9(02).
      *
      *            Correlativo dentro del Segundo
                   07  EVQ-NUM-SECU                     PIC 9(04).
      *
      *    Motivo ( 'FIR' firma invalida / 'VER' version de clave
      *    desconocida, no vigente o vencida )
           03  EVQ-COD-MOTV                             PIC X(03).
      *
      *    Secuencia del Evento segun el Corresponsal
           03  EVQ-NUM-SEVT                             PIC X(10).
      *
      *    Evento tal como Llego ( mensaje y firma )
           03  EVQ-GLS-MSJE                             PIC X(159).
      *
      *    Estado ( 'Q' en cuarentena )
           03  EVQ-COD-STAT                             PIC X(01).
               88  EVQ-STAT-CUAR                        VALUE 'Q'.
      *
      *    Disponible
           03  EVQ-GLS-DISP                             PIC X(10).
