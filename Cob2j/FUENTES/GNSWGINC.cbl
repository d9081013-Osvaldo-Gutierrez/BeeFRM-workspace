           03 INC-ENT-ASIG                     PIC X(12).
           03 INC-ENT-CIER                     PIC X(03).
           03 INC-ENT-NOTA                     PIC X(40).
           03 INC-ENT-PROB                     PIC 9(06).
      *
      *    Problema conocido del incidente, para la mesa: numero
      *    ( cero = ninguno ), estado, causa y rodeo
           03 INC-SAL-PROB                     PIC 9(06).
           03 INC-SAL-PSTA                     PIC X(01).
           03 INC-SAL-CAUS                     PIC X(80).
           03 INC-SAL-RODE                     PIC X(80).
      *
      *    Status de retorno de GNS-PRO-INC
           03 INC-STAT                         PIC X(03).
              88 INC-STAT-OKS                  VALUE 'OKS'.
              88 INC-STAT-NEX                  VALUE 'NEX'.
              88 INC-STAT-CER                  VALUE 'CER'.
              88 INC-STAT-PNX                  VALUE 'PNX'.
      *
      *    Dias abiertos para marcar antiguedad en el informe
           03 INC-LIM-DIAS        VALUE 7      PIC 9(03).
           03 INC-LIN-STAT                     PIC X(01).
           03 INC-LIN-ASIG                     PIC X(12).
           03 INC-LIN-VNCD                     PIC X(01).
           03 INC-LIN-PROB                     PIC 9(06).
      *
      *    Constantes del ciclo de incidentes
       01  INC-CTTS.
      *    Cierra el incidente con codigo de cierre
           03 INC-CIE                  VALUE 3 PIC 9(02).
      *
      *    Liga el incidente al problema conocido INC-ENT-PROB
      *    ( cero lo desliga )
           03 INC-LIG                  VALUE 4 PIC 9(02).
      *
      *    Consulta el incidente y su problema, aun cerrado
           03 INC-CON                  VALUE 5 PIC 9(02).
      *
      *    Request Area propia del FIO de INC
       01  ADR-INC-REQA                        PIC X(630).
