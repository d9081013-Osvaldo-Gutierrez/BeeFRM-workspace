      *    Variables para la bitacora de intentos de apertura de
      *    sesion y su informe de patrones sospechosos
      *    ( GNSBGISE.cbl / GNSBBISE.cbl ).
       01  ISE-VARI.
      *
      *    Interruptor de la bitacora
           03 ISE-IND-ACTV        VALUE 'S'    PIC X(01).
      *
      *    Correlativo dentro del segundo
           03 ISE-NUM-CORR        VALUE ZEROES PIC 9(04).
      *
      *    Variables del informe diario ( GNS-BUS-ISE )
       01  ISE-BUS-VARI.
      *
      *    Fecha a informar ( SAAMMDD; cero = hoy ) y fecha desde
      *    la que se arma el habito horario de cada operador
           03 ISE-REP-FECH        VALUE ZEROES PIC 9(08).
           03 ISE-FEC-PROC                     PIC 9(08).
           03 ISE-FEC-PROC-RED REDEFINES ISE-FEC-PROC.
              05 ISE-PRO-SS                    PIC 9(02).
              05 ISE-PRO-AA                    PIC 9(02).
              05 ISE-PRO-MM                    PIC 9(02).
              05 ISE-PRO-DD                    PIC 9(02).
           03 ISE-FEC-DHIS                     PIC 9(08).
           03 ISE-FEC-DHIS-RED REDEFINES ISE-FEC-DHIS.
              05 ISE-DHI-SS                    PIC 9(02).
              05 ISE-DHI-AA                    PIC 9(02).
              05 ISE-DHI-MM                    PIC 9(02).
              05 ISE-DHI-DD                    PIC 9(02).
      *
      *    Umbrales: operadores distintos que fallan desde un mismo
      *    terminal; terminales distintos desde los que falla un
      *    mismo operador; dias de historia del habito horario,
      *    aperturas minimas para que haya habito, y porcentaje de
      *    sus aperturas bajo el cual una hora es inusual
           03 ISE-LIM-OPER        VALUE 3      PIC 9(03).
           03 ISE-LIM-TERM        VALUE 3      PIC 9(03).
           03 ISE-NUM-DHIS        VALUE 30     PIC 9(03).
           03 ISE-MIN-HIST        VALUE 10     PIC 9(03).
           03 ISE-PCT-HORA        VALUE 5      PIC 9(03).
      *
      *    Habito horario por operador: aperturas exitosas de la
      *    historia, en total y por hora del dia
           03 ISE-NUM-HIST   COMP              PIC S9(04).
           03 ISE-TBL-HIST.
              05 ISE-HIS OCCURS 300.
                 07 ISE-HIS-OPER               PIC X(12).
                 07 ISE-HIS-TOTL   COMP        PIC S9(04).
                 07 ISE-HIS-HORA   COMP        PIC S9(04)
                                    OCCURS 24.
           03 ISE-IDX-HIST   COMP              PIC S9(04).
           03 ISE-IDX-HORA   COMP              PIC S9(04).
           03 ISE-NUM-PCTH   COMP              PIC S9(05).
      *
      *    Fallas del dia: parejas distintas terminal + operador
           03 ISE-NUM-PARS   COMP              PIC S9(04).
           03 ISE-TBL-PARS.
              05 ISE-PAR OCCURS 300.
                 07 ISE-PAR-TERM               PIC X(04).
                 07 ISE-PAR-OPER               PIC X(12).
           03 ISE-IDX-PARS   COMP              PIC S9(04).
           03 ISE-JDX-PARS   COMP              PIC S9(04).
           03 ISE-CNT-DIST   COMP              PIC S9(04).
      *
      *    Intentos que NO cupieron en las tablas ( quedan contados
      *    en la fila de desborde, no se callan )
           03 ISE-CNT-DESB   COMP              PIC S9(07).
      *
      *    Fila del informe ( cola SCR-QISE ): 'TER' terminal con
      *    fallas de varios operadores, 'OPE' operador que falla
      *    desde varios terminales, 'HOR' apertura a hora inusual
      *    para el operador ( con sus aperturas de la historia en
      *    esa hora y en total ), '***' desborde
       01  ISE-LINE.
           03 ISE-LIN-TIPO                     PIC X(03).
           03 ISE-LIN-TERM                     PIC X(04).
           03 ISE-LIN-OPER                     PIC X(12).
           03 ISE-LIN-CANT                     PIC 9(05).
           03 ISE-LIN-HORA                     PIC 9(06).
           03 ISE-LIN-TOTL                     PIC 9(05).
      *
      *    Request Area propia del FIO de ISE
       01  ADR-ISE-REQA                        PIC X(630).
