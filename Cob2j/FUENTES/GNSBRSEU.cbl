      *    TABLA SELLADA DE SEUDONIMOS DE OPERADORES RETIRADOS
      *    ---------------------------------------------------
      *
      *    Nombre Registro : SEU
      *    Clave(s)        : SEU-KEY-ISEU(UU)
      *    Largo           : 80
      *    Bloqueo         : 1
      *    Observaciones   : Una fila por operador retirado cuya
      *                      identidad fue reemplazada por un
      *                      seudonimo estable ( GNS-BUS-SEU ). Es el
      *                      unico lugar donde queda el codigo real;
      *                      el sello ( huella de fecha, codigo y
      *                      seudonimo ) delata cualquier retoque de
      *                      la fila, y solo el oficial de seguridad
      *                      la consulta ( GNS-CON-SEU ). Mientras
      *                      una retencion legal guarde registros con
      *                      el codigo real, la fila queda pendiente
      *                      y cada corrida los vuelve a intentar.
      *
       01  SEU.
      *
      *    Filler Compatibilidad VSAM/MVS
           03  SEU-GLS-FLAG                             PIC X(01).
      *
      *KEY Clave Primaria Registro
           03  SEU-KEY-IREG.
      *
      *        Identificacion Entidad
               05  SEU-KEY-ISEU.
      *
      *            Codigo Real del Operador
                   07  SEU-COD-IOPR                     PIC X(12).
      *
      *    Seudonimo ( '#' + correlativo de 8 )
           03  SEU-COD-SEUD                             PIC X(12).
      *
      *    Fecha de Retiro del Operador ( SAAMMDD )
           03  SEU-FEC-RETI                             PIC 9(08).
      *
      *    Fecha de Asignacion del Seudonimo ( SAAMMDD )
           03  SEU-FEC-SEUD                             PIC 9(08).
      *
      *    Sello de la Fila ( HSH-GNS-PRO-OPR sobre fecha de
      *    asignacion, codigo real y seudonimo )
           03  SEU-NUM-SELL.
               05  SEU-SEL-RES1                         PIC 9(08).
               05  SEU-SEL-RES2                         PIC 9(08).
      *
      *    Indicador Pendiente ( 'S' = quedan registros retenidos
      *    por orden legal con el codigo real )
           03  SEU-IND-PEND                             PIC X(01).
               88  SEU-PENDIENTE                        VALUE 'S'.
      *
      *    Fecha de la Ultima Corrida que lo Barrio ( SAAMMDD )
           03  SEU-FEC-ULTI                             PIC 9(08).
      *
      *    Disponible
           03  SEU-GLS-DISP                             PIC X(14).
