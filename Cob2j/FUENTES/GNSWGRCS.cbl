      *    Variables para los recursos de exclusion mutua entre
      *    cadenas y pasos ( GNS-PRO-RCS en GNSBGRCS.cbl ). Cada paso
      *    declara los recursos con nombre que necesita en TAB tipo
      *    'JCR' ( clave cadena + paso, como 'JCH' ): hasta cuatro
      *    nombres, cada uno 'X' exclusivo o 'C' compartido, y los
      *    minutos que puede esperar a que se liberen. Cada tenencia
      *    vigente es una fila TAB 'RCS' ( clave recurso + cadena +
      *    paso ) con el modo, el programa y desde cuando; un
      *    recurso lo pueden tener varios pasos en 'C', o uno solo
      *    en 'X'. GNS-BUS-JCH toma los recursos antes de despachar
      *    el paso y los suelta al terminar, aun Fallido.
       01  RCS-VARI.
      *
      *    Comando de GNS-PRO-RCS ( ver RCS-CTTS )
           03 RCS-CMND                 VALUE 0         PIC 9(02).
      *
      *    Paso que toma / suelta: cadena, paso y programa
           03 RCS-ENT-CADN                             PIC X(03).
           03 RCS-ENT-PASO                             PIC 9(02).
           03 RCS-ENT-PROG                             PIC X(12).
      *
      *    Status: OKS tomados ( o nada que tomar ); OCU algun
      *    recurso esta tomado por otro paso en modo incompatible
           03 RCS-STAT                                 PIC X(03).
              88 RCS-STAT-OKS                          VALUE 'OKS'.
              88 RCS-STAT-OCU                          VALUE 'OCU'.
      *
      *    Quien tiene el recurso que impidio tomar ( con OCU )
           03 RCS-OCU-NOMB                             PIC X(07).
           03 RCS-OCU-CADN                             PIC X(03).
           03 RCS-OCU-PASO                             PIC 9(02).
           03 RCS-OCU-PROG                             PIC X(12).
      *
      *    Declaracion del paso tal como viaja en TAB-GLS-DESC de la
      *    fila 'JCR': recursos ( nombre + modo ) y minutos de
      *    espera ( no numerico o cero = RCS-DEF-ESPE )
           03 RCS-WRK-DECL.
              05 RCS-DCL-RECU          OCCURS 4.
                 07 RCS-DCL-NOMB                       PIC X(07).
                 07 RCS-DCL-MODO                       PIC X(01).
              05 RCS-DCL-ESPE                          PIC X(03).
              05 RCS-DCL-ESPE-NUM REDEFINES RCS-DCL-ESPE
                                                       PIC 9(03).
              05 FILLER                                PIC X(05).
      *
      *    Espera maxima del paso en minutos
           03 RCS-DEF-ESPE        VALUE 30             PIC 9(03).
           03 RCS-NUM-ESPE                             PIC 9(03).
      *
      *    Tenencia tal como viaja en TAB-GLS-DESC de la fila 'RCS':
      *    modo, programa y fecha ( SAAMMDD ) / hora ( HHMMSS ) de
      *    la toma
           03 RCS-WRK-DESC.
              05 RCS-DSC-MODO                          PIC X(01).
              05 RCS-DSC-PROG                          PIC X(12).
              05 RCS-DSC-FECH                          PIC 9(08).
              05 RCS-DSC-HORA                          PIC 9(06).
              05 FILLER                                PIC X(13).
      *
      *    Clave armada sobre TAB-COD-CTAB
           03 RCS-KEY-CTAB.
              05 RCS-KEY-NOMB                          PIC X(07).
              05 RCS-KEY-CADN                          PIC X(03).
              05 RCS-KEY-PASO                          PIC 9(02).
      *
      *    Recurso en curso
           03 RCS-SUB-RECU   COMP                      PIC S9(04).
      *
      *    Hora de la toma
           03 RCS-HRA-TOMA                             PIC 9(08).
           03 RCS-HRA-TOMA-RED REDEFINES RCS-HRA-TOMA.
              05 RCS-TOM-HMS                           PIC 9(06).
              05 FILLER                                PIC 9(02).
      *
      *    Fila de la consulta de tenencias ( cola SCR-QRCS )
           03 RCS-LINE.
              05 RCS-LIN-NOMB                          PIC X(07).
              05 RCS-LIN-MODO                          PIC X(01).
              05 RCS-LIN-CADN                          PIC X(03).
              05 RCS-LIN-PASO                          PIC 9(02).
              05 RCS-LIN-PROG                          PIC X(12).
              05 RCS-LIN-FECH                          PIC 9(08).
              05 RCS-LIN-HORA                          PIC 9(06).
      *
      *    Constantes de los recursos
       01  RCS-CTTS.
      *
      *    Tomar todos los recursos declarados por el paso ( o
      *    ninguno, si alguno esta ocupado )
           03 RCS-ADQ                  VALUE 1         PIC 9(02).
      *
      *    Soltar los recursos del paso
           03 RCS-LIB                  VALUE 2         PIC 9(02).
      *
      *    Consulta: quien tiene cada recurso y desde cuando
           03 RCS-CON                  VALUE 3         PIC 9(02).
