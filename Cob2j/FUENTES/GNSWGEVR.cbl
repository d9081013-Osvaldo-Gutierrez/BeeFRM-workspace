      *    Corresponsal del archivo en proceso
           03 EVR-ENT-CORR                     PIC X(08).
      *
      *    Status de la corrida
           03 EVR-STAT                         PIC X(03).
              88 EVR-STAT-OKS                  VALUE 'OKS'.
      *       corrida confirmada sin simulacion aprobada ( GNSBGSMC )
              88 EVR-STAT-NAP                  VALUE 'NAP'.
      *
      *    Guardia de eco: mientras el receptor aplica, los
      *    enganches de eventos de los FIO de catalogo no generan
      *    evento de salida ( el cambio volveria al corresponsal
      *    Contadores de la corrida
           03 EVR-CNT-APLI  COMP               PIC S9(04).
           03 EVR-CNT-RECH  COMP               PIC S9(04).
           03 EVR-CNT-CUAR  COMP               PIC S9(04).
           03 EVR-IDX       COMP               PIC S9(04).
      *
      *    Llave del registro en aplicacion
      *
      *    Item de salida: motivo ( 'APL' aplicado / 'DUP'
      *    duplicado / 'LAY' layout invalido / 'ERR' el FIO lo
      *    rechazo / 'FIR' firma invalida / 'VER' version de clave
      *    que no vale; estos dos ultimos quedan ademas en la
      *    cuarentena EVQ ) mas el mensaje original
       01  EVR-REG-SALI.
           03 EVR-SAL-MOTV                     PIC X(03).
           03 EVR-SAL-MSJE                     PIC X(149).
      *
      *    Informe de la cuarentena EVQ por corresponsal
      *    ( GNS-BUS-EVQ ): rango de fechas de recepcion ( SAAMMDD;
      *    en cero, toda la cuarentena ), corte y contadores
       01  EVQ-VARI.
           03 EVQ-FEC-DESD        VALUE ZEROES PIC 9(08).
           03 EVQ-FEC-HAST        VALUE ZEROES PIC 9(08).
           03 EVQ-NOM-PREV                     PIC X(08).
           03 EVQ-CNT-FIRM                     PIC 9(06).
           03 EVQ-CNT-VERS                     PIC 9(06).
           03 EVQ-CNT-TOTA                     PIC 9(06).
      *
      *    Fila del informe ( cola SCR-QEVQ ): 'DET' un evento en
      *    cuarentena; 'TOT' el total del corresponsal
       01  EVQ-LINE.
           03 EVQ-LIN-TIPO                     PIC X(03).
           03 EVQ-LIN-CORR                     PIC X(08).
           03 EVQ-LIN-STMP                     PIC 9(14).
           03 EVQ-LIN-SEVT                     PIC X(10).
           03 EVQ-LIN-MOTV                     PIC X(03).
       01  EVQ-LINE-TOT REDEFINES EVQ-LINE.
           03 FILLER                           PIC X(11).
           03 EVQ-TOT-FIRM                     PIC 9(06).
           03 EVQ-TOT-VERS                     PIC 9(06).
           03 EVQ-TOT-TOTA                     PIC 9(06).
           03 FILLER                           PIC X(09).
      *
      *    Request Area propia del FIO de EVQ
       01  ADR-EVQ-REQA                        PIC X(630).
