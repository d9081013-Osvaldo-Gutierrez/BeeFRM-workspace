      *    Variables de los problemas conocidos de aborto
      *    ( GNSBGPRB.cbl / GNSBBPRB.cbl, sobre el registro PRB ).
      *    CHK-GNS-PRB busca, al abrirse un incidente, el problema
      *    cuya firma calza con el aborto; GNS-PRO-PRB es la
      *    transaccion de la mesa para dar de alta, modificar y
      *    consultar problemas; GNS-BUS-PRB informa las firmas que
      *    se repiten sin problema que las explique.
       01  PRB-VARI.
      *
      *    Interruptor de la liga automatica en REG-GNS-INC
           03 PRB-IND-ACTV        VALUE 'S'    PIC X(01).
      *
      *    Comando de la mesa ( ver PRB-CTTS )
           03 PRB-CMND                 VALUE 0 PIC 9(02).
      *
      *    Entradas de la mesa: numero del problema ( en el alta
      *    vuelve el asignado ), firma, causa, rodeo y estado
           03 PRB-ENT-PROB                     PIC 9(06).
           03 PRB-ENT-PROG                     PIC X(08).
           03 PRB-ENT-PMEN                     PIC X(40).
           03 PRB-ENT-PMIG                     PIC X(30).
           03 PRB-ENT-CAUS                     PIC X(80).
           03 PRB-ENT-RODE                     PIC X(80).
           03 PRB-ENT-STAT                     PIC X(01).
      *
      *    Status de retorno de GNS-PRO-PRB
           03 PRB-STAT                         PIC X(03).
              88 PRB-STAT-OKS                  VALUE 'OKS'.
              88 PRB-STAT-NEX                  VALUE 'NEX'.
              88 PRB-STAT-PAR                  VALUE 'PAR'.
      *
      *    Problema que calza con el aborto ( cero = ninguno ): si
      *    calzan varios gana la firma mas precisa, la que fija
      *    programa y mas caracteres de mensaje y miga
           03 PRB-NUM-ENCO                     PIC 9(06).
           03 PRB-NUM-PESO   COMP              PIC S9(04).
           03 PRB-NUM-PACT   COMP              PIC S9(04).
      *
      *    Busqueda de un trozo dentro de un texto ( CNT-GNS-PRB ):
      *    'S' en PRB-IND-CONT si el trozo aparece, o si es blanco
           03 PRB-WRK-TEXT                     PIC X(80).
           03 PRB-WRK-PATR                     PIC X(40).
           03 PRB-NUM-LPAT   COMP              PIC S9(04).
           03 PRB-NUM-POSI   COMP              PIC S9(04).
           03 PRB-NUM-ULTP   COMP              PIC S9(04).
           03 PRB-IND-CONT                     PIC X(01).
      *
      *    Correlativo de problemas ( TAB 'PRB', fila
      *    'CORRELATIVO' )
           03 PRB-WRK-CORR                     PIC X(08).
           03 PRB-WRK-CORR-RED REDEFINES PRB-WRK-CORR
                                               PIC 9(08).
      *
      *    Fecha de hoy ( SAAMMDD ) para el alta y la modificacion
           03 PRB-WRK-FHOY                     PIC 9(08).
      *
      *    Informe de firmas repetidas: fecha de corte ( SAAMMDD;
      *    cero = hoy ), dias de historia hacia atras, veces minimas
      *    para considerar repetida una firma y firmas que salen
           03 PRB-REP-FECH        VALUE ZEROES PIC 9(08).
           03 PRB-DIA-HIST        VALUE 090    PIC 9(03).
           03 PRB-MIN-RECU        VALUE 002    PIC 9(03).
           03 PRB-MAX-RANK        VALUE 050    PIC 9(03).
           03 PRB-FEC-PROC                     PIC 9(08).
           03 PRB-FEC-DESD                     PIC 9(08).
           03 PRB-FEC-DESD-RED REDEFINES PRB-FEC-DESD.
              05 PRB-DES-SS                    PIC 9(02).
              05 PRB-DES-AA                    PIC 9(02).
              05 PRB-DES-MM                    PIC 9(02).
              05 PRB-DES-DD                    PIC 9(02).
      *
      *    Firmas de los incidentes sin problema ( programa y
      *    mensaje completo; la miga es la del ultimo visto );
      *    pasado el tope, la firma nueva solo se cuenta
           03 PRB-NUM-FIRM   COMP              PIC S9(04).
           03 PRB-MAX-FIRM        VALUE 300    PIC 9(03).
           03 PRB-TBL-FIRM.
              05 PRB-FIR                  OCCURS 300.
                 07 PRB-FIR-PROG               PIC X(08).
                 07 PRB-FIR-MENS               PIC X(80).
                 07 PRB-FIR-MIGA               PIC X(50).
                 07 PRB-FIR-CANT   COMP        PIC S9(05).
                 07 PRB-FIR-FPRI               PIC 9(08).
                 07 PRB-FIR-FULT               PIC 9(08).
                 07 PRB-FIR-IUSO               PIC X(01).
           03 PRB-NUM-IFIR   COMP              PIC S9(04).
           03 PRB-NUM-JFIR   COMP              PIC S9(04).
           03 PRB-NUM-RANK   COMP              PIC S9(04).
      *
      *    Contadores del informe
           03 PRB-CNT-SINP   COMP              PIC S9(07).
           03 PRB-CNT-LIGA   COMP              PIC S9(07).
           03 PRB-CNT-EXCE   COMP              PIC S9(05).
      *
      *    Fila del informe ( cola SCR-QPRB ): 'FIR' una firma
      *    repetida sin problema, de la mas frecuente a la menos;
      *    al final 'TOT' con el periodo, los incidentes sin
      *    problema, los ligados, las firmas distintas y las que no
      *    tuvieron lugar
       01  PRB-LINE.
           03 PRB-LIN-TIPO                     PIC X(03).
           03 PRB-LIN-RANK                     PIC 9(03).
           03 PRB-LIN-PROG                     PIC X(08).
           03 PRB-LIN-MENS                     PIC X(80).
           03 PRB-LIN-MIGA                     PIC X(50).
           03 PRB-LIN-CANT                     PIC 9(05).
           03 PRB-LIN-FPRI                     PIC 9(08).
           03 PRB-LIN-FULT                     PIC 9(08).
           03 PRB-LIN-FDES                     PIC 9(08).
           03 PRB-LIN-FHAS                     PIC 9(08).
           03 PRB-LIN-NSIN                     PIC 9(07).
           03 PRB-LIN-NLIG                     PIC 9(07).
           03 PRB-LIN-NFIR                     PIC 9(05).
           03 PRB-LIN-NEXC                     PIC 9(05).
      *
      *    Constantes de la transaccion de problemas
       01  PRB-CTTS.
      *
      *    Alta de un problema ( firma, causa, rodeo y estado; el
      *    numero lo asigna el correlativo )
           03 PRB-ALT                  VALUE 1 PIC 9(02).
      *
      *    Modifica firma, causa, rodeo y estado del problema
      *    PRB-ENT-PROB
           03 PRB-MOD                  VALUE 2 PIC 9(02).
      *
      *    Consulta el problema PRB-ENT-PROB ( queda en PRB )
           03 PRB-CON                  VALUE 3 PIC 9(02).
      *
      *    Request Area propia del FIO de PRB
       01  ADR-PRB-REQA                        PIC X(630).
