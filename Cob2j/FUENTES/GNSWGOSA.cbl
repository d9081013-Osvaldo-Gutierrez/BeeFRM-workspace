      *    Operador a administrar
           03 OSA-ENT-OPER                     PIC X(12).
      *
      *    Clave provisoria que dicta el supervisor ( comando RST );
      *    se guarda solo su huella y se limpia al terminar
           03 OSA-ENT-CLAV                     PIC X(16).
      *
      *    Sucursal base nueva ( comando SUC; espacios la quita y
      *    el operador vuelve a abrir sesion en cualquier terminal )
           03 OSA-ENT-SUCU                     PIC X(04).
      *
      *    Empresa nueva ( comando EMP; espacios lo devuelve al pool
      *    comun )
           03 OSA-ENT-EMPR                     PIC X(03).
      *
      *    Status de la consola
           03 OSA-STAT                         PIC X(03).
              88 OSA-STAT-OKS                  VALUE 'OKS'.
              88 OSA-STAT-NEX                  VALUE 'NEX'.
              88 OSA-STAT-CLV                  VALUE 'CLV'.
              88 OSA-STAT-SUC                  VALUE 'SUC'.
              88 OSA-STAT-EMP                  VALUE 'EMP'.
      *
      *    Estado de seguridad a la vista ( comando CON y tambien
      *    refrescado tras cada accion )
           03 OSA-SAL-UCLV                     PIC 9(08).
           03 OSA-SAL-ROLE                     PIC X(03).
      *
      *    Clave protegida por huella ( 'H' ) o aun a la vista
           03 OSA-SAL-HASH                     PIC X(01).
      *
      *    Sucursal base del operador
           03 OSA-SAL-SUCU                     PIC X(04).
      *
      *    Empresa del operador
           03 OSA-SAL-EMPR                     PIC X(03).
      *
      *    Constantes de la consola
       01  OSA-CTTS.
      *
      *
      *    Baja en el acto
           03 OSA-DES                  VALUE 5 PIC 9(02).
      *
      *    Reposicion de clave: provisoria, vencida y desbloqueada
           03 OSA-RST                  VALUE 6 PIC 9(02).
      *
      *    Cambio de la sucursal base
           03 OSA-SUC                  VALUE 7 PIC 9(02).
      *
      *    Cambio de la empresa del operador
           03 OSA-EMP                  VALUE 8 PIC 9(02).
