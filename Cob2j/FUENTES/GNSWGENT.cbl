      *    Variables del modo entrenamiento ( GNSBGENT.cbl ). Un
      *    operador marcado para entrenamiento ( OPR-IND-ENTR ) o
      *    cualquiera que abra sesion en un terminal de practica
      *    ( TRM-DES-IENT en el perfil TAB 'TRM' ) trabaja sobre la
      *    red de produccion pero contra la base de entrenamiento:
      *    la apertura deja SCR-IENT en 'S' y el DBID en SCR-DENT,
      *    ambos viajan en SCR-VARI de interaccion en interaccion, y
      *    cada llamada FIO de la sesion se desvia por FIO-DBID-ALT
      *    ( INI-GNS-FIO-DTC ). Asi los folios CIC y los contadores
      *    que se consumen son los de la base de entrenamiento. La
      *    sesion no emite eventos EVT, no imprime en papeleria real
      *    ( impresora ENT-COD-IMPR, sin consumo de series ) y toda
      *    pantalla lleva el aviso ENT-GLS-BANR al frente del
      *    mensaje. La fila 'AMBIENTE' de TAB 'ENT' cambia el DBID
      *    ( descripcion, 4 ). GNS-BUS-ENT repone cada noche la base
      *    de entrenamiento desde produccion ( TAB, MNU, MSG, CIC y
      *    OPR ) con los perfiles de mascara de TAB 'MSK' aplicados.
       01  ENT-VARI.
      *
      *    Interruptor general del modo entrenamiento
           03 ENT-IND-ACTV        VALUE 'S'    PIC X(01).
      *
      *    DBID de la base de entrenamiento ( sin fila 'AMBIENTE' )
           03 ENT-DBI-ENTR   COMP  VALUE 4     PIC S9(04).
      *
      *    Impresora de practica: el listado queda en spool y nunca
      *    sale a la papeleria controlada
           03 ENT-COD-IMPR        VALUE 'ENTRENA ' PIC X(08).
      *
      *    Aviso al frente del mensaje de cada pantalla
           03 ENT-GLS-BANR        VALUE '*ENTRENAMIENTO* '
                                               PIC X(16).
      *
      *    Respaldo de los mensajes mientras se envia la pantalla
      *    ( ENT-IND-BANR en 'S' mientras el aviso esta puesto )
           03 ENT-IND-BANR        VALUE 'N'    PIC X(01).
           03 ENT-SAV-MENS                     PIC X(79).
           03 ENT-SAV-GMEN                     PIC X(79).
      *
      *    Indicador de la sesion mientras GNS-PRO-OPR trabaja
      *    sobre el maestro de produccion
           03 ENT-SAV-IENT                     PIC X(01).
      *
      *    Descripcion de la fila 'AMBIENTE' de TAB 'ENT'
           03 ENT-WRK-DESC.
              05 ENT-DSC-DBID                  PIC X(04).
              05 ENT-DSC-DBID-RED REDEFINES ENT-DSC-DBID
                                               PIC 9(04).
              05 FILLER                        PIC X(36).
      *
      *    Registro a reponer ( GNS-BUS-ENT ): 'TAB', 'MNU', 'MSG',
      *    'CIC' u 'OPR'
           03 ENT-COD-TREG                     PIC X(03).
      *
      *    Contadores de la reposicion
           03 ENT-CNT-BORS   COMP              PIC S9(07).
           03 ENT-CNT-COPS   COMP              PIC S9(07).
      *
      *    Respaldo de los interruptores de auditoria, de mascara y
      *    de eventos de interfaz durante la reposicion
           03 ENT-SAV-AUDA                     PIC X(01).
           03 ENT-SAV-MASK                     PIC X(01).
           03 ENT-SAV-EVTA                     PIC X(01).
