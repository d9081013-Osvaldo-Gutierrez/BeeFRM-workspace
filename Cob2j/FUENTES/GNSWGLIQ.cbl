      *    Variables para la fecha de liquidacion de operaciones de
      *    cambio ( GNS-FEC-LIQ en GNSBGLIQ.cbl ). Una operacion de
      *    cambio liquida T+N en un dia que debe ser habil en los
      *    mercados de AMBAS monedas: el servicio recorre el
      *    calendario materializado CAL con la plaza de feriados de
      *    cada moneda ( TAB 'MPL': clave el codigo CIC de la moneda,
      *    plaza en TAB-GLS-DESC( 1:3 ); sin fila, calendario
      *    nacional ) y devuelve la fecha junto con cada dia saltado
      *    y su motivo.
       01  LIQ-VARI.
      *
      *    Par de monedas ( codigo CIC de 4, como CNV-MON-ORIG )
           03 LIQ-MON-ORIG                     PIC X(04).
           03 LIQ-MON-DEST                     PIC X(04).
      *
      *    Fecha de la operacion ( SAAMMDD; 0 = hoy )
           03 LIQ-FEC-OPER        VALUE ZEROES PIC 9(08).
      *
      *    Plazo: 'TOD' hoy, 'TOM' manana, 'SPOT' ( T+2 ), o 'T+n'
      *    con n de 0 a 30 ( 'T+3 ', 'T+10' )
           03 LIQ-COD-PLAZ                     PIC X(04).
      *
      *    Fecha de liquidacion resultante ( SAAMMDD )
           03 LIQ-FEC-LIQU                     PIC 9(08).
      *
      *    Status: OKS; ERR plazo invalido; NEX sin calendario CAL
      *    materializado para alguna de las fechas recorridas, o
      *    sin dia habil comun dentro de LIQ-MAX-DIAS
           03 LIQ-STAT                         PIC X(03).
              88 LIQ-STAT-OKS                  VALUE 'OKS'.
              88 LIQ-STAT-ERR                  VALUE 'ERR'.
              88 LIQ-STAT-NEX                  VALUE 'NEX'.
      *
      *    Dias saltados por no ser habiles en ambas plazas: fecha,
      *    dia de semana ( como CAL-NUM-DSEM ) y motivo
      *       'O' inhabil en la plaza de la moneda origen
      *       'D' inhabil en la plaza de la moneda destino
      *       'A' inhabil en ambas
           03 LIQ-CNT-SALT   COMP              PIC S9(04).
           03 LIQ-TBL-SALT.
              05 LIQ-DIA-SALT OCCURS 20.
                 07 LIQ-SAL-FECH               PIC 9(08).
                 07 LIQ-SAL-DSEM               PIC 9(01).
                 07 LIQ-SAL-MOTV               PIC X(01).
      *
      *    Plazas de feriados resueltas para cada moneda
           03 LIQ-PLZ-ORIG                     PIC X(03).
           03 LIQ-PLZ-DEST                     PIC X(03).
      *
      *    Dias habiles del plazo SPOT y tope de dias corridos a
      *    recorrer
           03 LIQ-DIA-SPOT   COMP  VALUE 2     PIC S9(04).
           03 LIQ-MAX-DIAS   COMP  VALUE 40    PIC S9(04).
      *
      *    Campos de trabajo del recorrido
           03 LIQ-NUM-PLAZ   COMP              PIC S9(04).
           03 LIQ-CNT-HABL   COMP              PIC S9(04).
           03 LIQ-CNT-DIAS   COMP              PIC S9(04).
           03 LIQ-WRK-NPLZ                     PIC 9(02).
           03 LIQ-WRK-MONE                     PIC X(04).
           03 LIQ-WRK-PLZA                     PIC X(03).
           03 LIQ-IND-HORI                     PIC X(01).
           03 LIQ-IND-HDES                     PIC X(01).
           03 LIQ-WRK-DSEM                     PIC 9(01).
           03 LIQ-WRK-FECH                     PIC 9(08).
           03 LIQ-WRK-FECH-RED REDEFINES LIQ-WRK-FECH.
              05 LIQ-WRK-SS                    PIC 9(02).
              05 LIQ-WRK-AA                    PIC 9(02).
              05 LIQ-WRK-MM                    PIC 9(02).
              05 LIQ-WRK-DD                    PIC 9(02).
