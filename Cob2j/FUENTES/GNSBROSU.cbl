      *    SUCURSALES ADICIONALES AUTORIZADAS DEL OPERADOR
      *    -----------------------------------------------
      *
      *    Nombre Registro : OSU
      *    Clave(s)        : OSU-KEY-IOSU(UU)
      *    Largo           : 80
      *    Bloqueo         : 1
      *    Observaciones   : Una fila por operador y sucursal donde,
      *                      ademas de su sucursal base
      *                      ( OPR-COD-SUCU ), puede abrir sesion
      *                      entre dos fechas: las destinaciones de
      *                      reemplazo. CHK-GNS-OPR-SUC la consulta
      *                      en cada apertura y GNS-CON-OSU la
      *                      recorre para la lista por sucursal.
      *
       01  OSU.
      *
      *    Filler Compatibilidad VSAM/MVS
           03  OSU-GLS-FLAG                             PIC X(01).
      *
      *KEY Clave Primaria Registro
           03  OSU-KEY-IREG.
      *
      *        Identificacion Entidad
               05  OSU-KEY-IOSU.
      *
      *            Operador
                   07  OSU-COD-IOPR                     PIC X(12).
      *
      *            Sucursal Autorizada ( TAB 'SUC' )
                   07  OSU-COD-SUCU                     PIC X(04).
      *
      *    Vigencia de la Destinacion ( SAAMMDD, ambas inclusive )
           03  OSU-FEC-DESD                             PIC 9(08).
           03  OSU-FEC-HAST                             PIC 9(08).
      *
      *    Supervisor que la Autorizo
           03  OSU-COD-ATRN                             PIC X(12).
      *
      *    Motivo de la Destinacion
           03  OSU-GLS-MOTV                             PIC X(20).
      *
      *    Disponible
           03  OSU-GLS-DISP                             PIC X(15).
