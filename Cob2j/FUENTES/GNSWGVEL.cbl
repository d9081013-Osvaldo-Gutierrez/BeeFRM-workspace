      *    Variables del control de velocidad de presentacion de
      *    documentos ( CHK-VEL-NDOC en GNSBPNDC.cbl, informe diario
      *    GNS-BUS-VEL en GNSBBVEL.cbl ). Cada presentacion aceptada
      *    por GNS-VAL-NDOC queda en el registro PRS; las reglas de
      *    TAB 'VEL' ( clave = codigo de regla ) limitan, dentro de
      *    una ventana de minutos, cuantas veces se presenta el mismo
      *    numero y en cuantas sucursales distintas. Descripcion de
      *    la regla: ventana en minutos ( 5 ) + tope de
      *    presentaciones ( 3; 0 = no se mira ) + tope de sucursales
      *    distintas ( 2; 0 = no se mira ) + severidad ( 'H' rechaza,
      *    'S' avisa y deja log, igual que la lista de bloqueo ).
       01  VEL-VARI.
      *
      *    Momento de la presentacion en curso: dia juliano, hora
      *    y su marca en minutos corridos
           03 VEL-NUM-FJUL                             PIC 9(06).
           03 VEL-HRA-AHOR                             PIC 9(08).
           03 VEL-HRA-AHOR-RED REDEFINES VEL-HRA-AHOR.
              05 VEL-HHR-AHOR                          PIC 9(02).
              05 VEL-MMR-AHOR                          PIC 9(02).
              05 FILLER                                PIC 9(04).
           03 VEL-NUM-AHOR   COMP                      PIC S9(11).
      *
      *    Hora y marca en minutos de la fila PRS en curso
           03 VEL-HRA-FILA                             PIC 9(08).
           03 VEL-HRA-FILA-RED REDEFINES VEL-HRA-FILA.
              05 VEL-HHR-FILA                          PIC 9(02).
              05 VEL-MMR-FILA                          PIC 9(02).
              05 FILLER                                PIC 9(04).
           03 VEL-NUM-MFIL   COMP                      PIC S9(11).
      *
      *    Ventana mas larga de las reglas y dia juliano desde el
      *    que se leen las presentaciones del documento
           03 VEL-NUM-VMAX   COMP                      PIC S9(09).
           03 VEL-NUM-JDES                             PIC 9(06).
      *
      *    Descripcion de la fila TAB 'VEL'
           03 VEL-RGL-DESC.
              05 VEL-RGL-VENT                          PIC 9(05).
              05 VEL-RGL-MPRE                          PIC 9(03).
              05 VEL-RGL-MSUC                          PIC 9(02).
              05 VEL-RGL-SEVE                          PIC X(01).
              05 FILLER                                PIC X(29).
      *
      *    Reglas vigentes con sus contadores para el documento
           03 VEL-NUM-REGL   COMP                      PIC S9(04).
           03 VEL-MAX-REGL        VALUE 10             PIC 9(02).
           03 VEL-TBL-REGL.
              05 VEL-REGL                 OCCURS 10.
                 07 VEL-REG-CODI                       PIC X(04).
                 07 VEL-REG-VENT                       PIC 9(05).
                 07 VEL-REG-MPRE                       PIC 9(03).
                 07 VEL-REG-MSUC                       PIC 9(02).
                 07 VEL-REG-SEVE                       PIC X(01).
                 07 VEL-REG-DESD   COMP                PIC S9(11).
                 07 VEL-REG-CPRE   COMP                PIC S9(04).
                 07 VEL-REG-CSUC   COMP                PIC S9(04).
           03 VEL-NUM-IREG   COMP                      PIC S9(04).
      *
      *    Sucursales donde se presento el documento, con la marca
      *    de su ultima presentacion ( pasadas las 20, las demas ya
      *    no cambian el disparo de ninguna regla razonable )
           03 VEL-NUM-SUCS   COMP                      PIC S9(04).
           03 VEL-TBL-SUCS.
              05 VEL-SUCS                 OCCURS 20.
                 07 VEL-SUC-CODI                       PIC X(04).
                 07 VEL-SUC-ULTM   COMP                PIC S9(11).
           03 VEL-NUM-ISUC   COMP                      PIC S9(04).
           03 VEL-WRK-SUCU                             PIC X(04).
           03 VEL-WRK-MOME   COMP                      PIC S9(11).
      *
      *    Desenlace: 'A' aceptada, 'W' aviso, 'R' rechazo; y la
      *    regla que lo causo
           03 VEL-SAL-RSLT                             PIC X(01).
           03 VEL-SAL-REGL                             PIC X(04).
      *
      *    Variables del informe diario ( GNS-BUS-VEL )
       01  VEL-BUS-VARI.
      *
      *    Fecha a informar ( SAAMMDD; cero = hoy )
           03 VEL-FEC-INFO        VALUE ZEROES         PIC 9(08).
           03 VEL-FEC-PROC                             PIC 9(08).
      *
      *    Documento en curso del corte de control
           03 VEL-SAV-NDOC                             PIC X(25).
      *
      *    Documentos listados
           03 VEL-CNT-DOCS   COMP                      PIC S9(09).
      *
      *    Fila del informe ( cola SCR-QVEL ): documento, ultima
      *    regla disparada, avisos y rechazos del dia, y sucursal,
      *    terminal y hora del ultimo disparo
       01  VEL-LINE.
           03 VEL-LIN-NDOC                             PIC X(25).
           03 VEL-LIN-REGL                             PIC X(04).
           03 VEL-LIN-NAVI                             PIC 9(04).
           03 VEL-LIN-NREC                             PIC 9(04).
           03 VEL-LIN-SUCU                             PIC X(04).
           03 VEL-LIN-TERM                             PIC X(04).
           03 VEL-LIN-HORA                             PIC 9(08).
      *
      *    Request Area propia del FIO de PRS
       01  ADR-PRS-REQA                        PIC X(630).
