      *    Variables para la verificacion del calendario del anio
      *    siguiente ( GNS-BUS-CFA / GNS-MNT-CFA en GNSBBCFA.cbl ).
      *    Desde Octubre la cadena nocturna revisa, plaza por plaza,
      *    que el anio que viene tenga sus feriados 'FER' con fecha
      *    completa cargados, que el calendario materializado CAL lo
      *    cubra de punta a punta y que existan las reglas de
      *    feriados moviles ( PASCUA, LUNMOV ). Las plazas a revisar
      *    son la nacional, las que tienen filas 'FER' propias y las
      *    que figuran en TAB tipo 'CFA' ( clave = plaza; '***' el
      *    calendario nacional ), que es tambien donde queda el
      *    visto bueno "calendario confirmado por": anio confirmado,
      *    usuario y fecha en TAB-GLS-DESC.
       01  CFA-VARI.
      *
      *    Mes desde el cual la revision tiene sentido ( antes no
      *    hace nada, aunque la cadena la llame )
           03 CFA-MES-INIC        VALUE 10         PIC 9(02).
      *
      *    Anio a revisar ( el siguiente a hoy )
           03 CFA-ANO-SIGU                         PIC 9(04).
      *
      *    Plaza que representa al calendario nacional en 'CFA' y
      *    en el informe
           03 CFA-PLZ-NACI        VALUE '***'      PIC X(03).
      *
      *    Visto bueno a grabar ( GNS-MNT-CFA ): plaza ( espacios =
      *    nacional ) y anio confirmado ( 0 = el siguiente a hoy )
           03 CFA-ENT-PLZA                         PIC X(03).
           03 CFA-ENT-ANOC        VALUE ZEROES     PIC 9(04).
      *
      *    Visto bueno tal como viaja en TAB-GLS-DESC de la fila 'CFA'
           03 CFA-WRK-DESC.
              05 CFA-DSC-ANOC                      PIC 9(04).
              05 CFA-DSC-USER                      PIC X(12).
              05 CFA-DSC-FCON                      PIC 9(08).
              05 FILLER                            PIC X(16).
      *
      *    Plazas de la corrida: feriados con fecha del anio
      *    siguiente, visto bueno y resultado de cada revision
           03 CFA-MAX-PLZA   COMP VALUE 50         PIC S9(04).
           03 CFA-CNT-PLZA   COMP                  PIC S9(04).
           03 CFA-TAB-PLZS.
              05 CFA-TAB-PLZA    OCCURS 50.
                 07 CFA-PLZ-CODI                   PIC X(03).
                 07 CFA-PLZ-NFER  COMP             PIC S9(04).
                 07 CFA-PLZ-ANOC                   PIC 9(04).
                 07 CFA-PLZ-USER                   PIC X(12).
                 07 CFA-PLZ-FCON                   PIC 9(08).
           03 CFA-SUB-PLZA   COMP                  PIC S9(04).
      *
      *    Reglas de feriados moviles vigentes
           03 CFA-CNT-PASC   COMP                  PIC S9(04).
           03 CFA-CNT-LUNP   COMP                  PIC S9(04).
      *
      *    Totales de la corrida: plazas listas, incompletas y
      *    descartadas por no caber en la tabla
           03 CFA-CNT-LIST   COMP                  PIC S9(04).
           03 CFA-CNT-FALT   COMP                  PIC S9(04).
           03 CFA-CNT-DESC   COMP                  PIC S9(04).
      *
      *    Campos de trabajo: plaza y anio de la fila 'FER' en
      *    curso, y fecha de consulta al calendario CAL
           03 CFA-WRK-PLZA                         PIC X(03).
           03 CFA-WRK-ANIO                         PIC X(04).
           03 CFA-WRK-CALE                         PIC X(01).
           03 CFA-WRK-FECH                         PIC 9(08).
           03 CFA-WRK-FECH-RED REDEFINES CFA-WRK-FECH.
              05 CFA-WRK-SSAA                      PIC 9(04).
              05 CFA-WRK-MMDD                      PIC 9(04).
      *
      *    Linea del informe ( SCR-QCFA ): 'PLZ' una por plaza,
      *    'TOT' el resumen final. Estado 'L' lista, 'X' incompleta;
      *    feriados con fecha del anio, calendario CAL completo,
      *    reglas moviles ( solo la nacional ) y visto bueno.
           03 CFA-LINE.
              05 CFA-LIN-TIPO                      PIC X(03).
              05 CFA-LIN-PLZA                      PIC X(03).
              05 CFA-LIN-ANOR                      PIC 9(04).
              05 CFA-LIN-ESTA                      PIC X(01).
              05 CFA-LIN-NFER                      PIC 9(04).
              05 CFA-LIN-CALE                      PIC X(01).
              05 CFA-LIN-MOVI                      PIC X(01).
              05 CFA-LIN-CONF                      PIC X(01).
              05 CFA-LIN-USER                      PIC X(12).
              05 CFA-LIN-FCON                      PIC 9(08).
           03 CFA-LINE-TOT REDEFINES CFA-LINE.
              05 FILLER                            PIC X(10).
              05 CFA-TOT-LIST                      PIC 9(04).
              05 CFA-TOT-FALT                      PIC 9(04).
              05 CFA-TOT-DESC                      PIC 9(04).
              05 FILLER                            PIC X(16).
