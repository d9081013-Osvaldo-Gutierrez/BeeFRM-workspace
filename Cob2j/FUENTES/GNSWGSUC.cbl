      *    Variables para el maestro de sucursales ( GNSBGSUC.cbl ).
      *    La sucursal vive en TAB 'SUC' ( clave el codigo de 4;
      *    descripcion: nombre 25, region 3, horario de atencion
      *    desde/hasta HHMM y empresa, GNSBGEMP.cbl ) y la
      *    pertenencia terminal-sucursal en el perfil TAB 'TRM'
      *    ( TRM-DES-SUCU ), con lo que por fin existe "los
      *    terminales T001-T004 son Valparaiso" en vez de la
      *    planilla a mano: la difusion puede apuntar a una
      *    sucursal, y los informes de denegaciones e incidentes
      *    salen totalizados por sucursal.
       01  SUC-VARI.
              05 SUC-DES-REGI                  PIC X(03).
              05 SUC-DES-HDES                  PIC 9(04).
              05 SUC-DES-HHAS                  PIC 9(04).
              05 SUC-DES-EMPR                  PIC X(03).
              05 FILLER          VALUE SPACES  PIC X(01).
      *
      *    Status de la mantencion: EMP la sucursal ( o la empresa
      *    tecleada ) es de otra empresa que la de la sesion
           03 SUC-STAT                         PIC X(03).
              88 SUC-STAT-OKS                  VALUE 'OKS'.
              88 SUC-STAT-EMP                  VALUE 'EMP'.
      *
      *    Perfil en examen al armar listas y rollups
           03 SUC-WRK-DESC.
