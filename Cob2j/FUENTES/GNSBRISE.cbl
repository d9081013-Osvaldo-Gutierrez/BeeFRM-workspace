      *    BITACORA DE INTENTOS DE APERTURA DE SESION
      *    ------------------------------------------
      *
      *    Nombre Registro : ISE
      *    Clave(s)        : ISE-KEY-IISE(UU)
      *    Largo           : 64
      *    Bloqueo         : 1
      *    Observaciones   : Cada intento de apertura de sesion que
      *                      atiende GNS-PRO-OPR, exitoso o no,
      *                      queda registrado con el operador
      *                      tecleado, terminal, sucursal, momento y
      *                      motivo ( el status de la apertura ),
      *                      para el informe diario de patrones
      *                      sospechosos ( GNS-BUS-ISE ).
      *
       01  ISE.
      *
      *    Filler Compatibilidad VSAM/MVS
           03  ISE-GLS-FLAG                             PIC X(01).
      *
      *KEY Clave Primaria Registro
           03  ISE-KEY-IREG.
      *
      *        Identificacion Entidad
               05  ISE-KEY-IISE.
      *
      *            Time Stamp del Intento
                   07  ISE-STP-ITRN.
                       09  ISE-FEC-FTRN.
                           11  ISE-NUM-STRN             PIC 9(02).
                           11  ISE-NUM-ATRN             PIC 9(02).
                           11  ISE-NUM-MTRN             PIC 9(02).
                           11  ISE-NUM-DTRN             PIC 9(02).
                       09  ISE-HRA-HRTR.
                           11  ISE-NUM-HHTR             PIC 9(02).
                           11  ISE-NUM-MMTR             PIC 9(02).
                           11  ISE-NUM-SSTR             PIC 9(02).
      *
      *            Correlativo dentro del Segundo
                   07  ISE-NUM-SECU                     PIC 9(04).
      *
      *    Operador Tecleado ( OPR-ENT-IOPR )
           03  ISE-COD-OPER                             PIC X(12).
      *
      *    Terminal y Sucursal del Intento
           03  ISE-COD-TERM                             PIC X(04).
           03  ISE-COD-SUCU                             PIC X(04).
      *
      *    Desenlace: 'A' sesion abierta / 'R' rehusada
           03  ISE-IND-RSLT                             PIC X(01).
               88  ISE-RSLT-ACEP                        VALUE 'A'.
               88  ISE-RSLT-RECH                        VALUE 'R'.
      *
      *    Motivo ( OPR-STAT ): OKS abierta / MAL clave errada /
      *    BLQ bloqueado / FHR fuera de horario / DUP sesion en
      *    otro terminal / EXP clave vencida / NEX no existe o no
      *    vigente / SUC terminal de sucursal ajena
           03  ISE-COD-MOTV                             PIC X(03).
      *
      *    Disponible
           03  ISE-GLS-DISP                             PIC X(21).
