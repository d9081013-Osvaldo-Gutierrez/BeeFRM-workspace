      *
      *    Nombre Registro : PLN
      *    Clave(s)        : PLN-KEY-IPLN(UU)
      *    Largo           : 96
      *    Bloqueo         : 1
      *    Observaciones   : GNS-FEC-PLA generaba el calendario de
      *                      cuotas solo en memoria; aqui queda
      *                      FER/CAL, GNS-BUS-PLN rehace el ajuste
      *                      y reporta e impacta cada cuota cuya
      *                      fecha se corrio.
      *                      Cuando el plan se genero con metodo
      *                      de amortizacion, la cabecera guarda
      *                      ademas capital, tasa, convencion de
      *                      dias y moneda, y cada cuota su
      *                      capital, interes y saldo, que
      *                      GNS-BUS-PLN recalcula junto con la
      *                      fecha.
      *
       01  PLN.
      *
           03  PLN-COD-CONV                             PIC X(01).
           03  PLN-CNT-CUOT                             PIC 9(02).
      *
      *    Parametros de Amortizacion ( solo cabecera; metodo en
      *    blanco = plan solo de fechas )
           03  PLN-COD-AMOR                             PIC X(01).
           03  PLN-COD-BASE                             PIC X(03).
           03  PLN-NUM-TASA               COMP-3        PIC S9(03)V9(6).
           03  PLN-CIC-VCAM                             PIC X(12).
      *
      *    Montos ( cabecera: PLN-SGV-CAPI = capital inicial;
      *    cuota: capital amortizado, interes y saldo )
           03  PLN-SGV-CAPI               COMP-3        PIC S9(13)V9(4).
           03  PLN-SGV-INTE               COMP-3        PIC S9(13)V9(4).
           03  PLN-SGV-SALD               COMP-3        PIC S9(13)V9(4).
      *
      *    Disponible
           03  PLN-GLS-DISP                             PIC X(09).
