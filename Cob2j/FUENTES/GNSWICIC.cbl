      * ( F / C - 10 / 37 ) ( FLD ) ( NO D.O. ) ( NO OBL )
           05 CIC-NUM-ICIC-LEN       COMP   PIC S9(04).
           05 CIC-NUM-ICIC-ATR              PIC  X(01).
           05 CIC-NUM-ICIC-ALF              PIC  X(11).
           05 CIC-NUM-ICIC      REDEFINES
              CIC-NUM-ICIC-ALF              PIC  99999999999.
      *
      * ( F / C - 12 / 03 )
      * "04. Indicador de Vigencia"
           05 CIC-IND-VIGE-LEN       COMP   PIC S9(04).
           05 CIC-IND-VIGE-ATR              PIC  X(01).
           05 CIC-IND-VIGE                  PIC  X.
      *
      * ( F / C - 14 / 03 )
      * "05. Formato de Folio ( C Clasico / A Ampliado )"
      *
      * ( F / C - 14 / 52 ) ( FLD ) ( NO D.O. ) ( NO OBL )
           05 CIC-IND-FRMT-LEN       COMP   PIC S9(04).
           05 CIC-IND-FRMT-ATR              PIC  X(01).
           05 CIC-IND-FRMT                  PIC  X.

      * Linea de Mensajes
           05 CIC-GLS-MENS-LEN       COMP   PIC S9(04).
           05 CIC-COD-CCIC-STP              PIC  X(01).
           05 CIC-NUM-ICIC-STP              PIC  X(01).
           05 CIC-IND-VIGE-STP              PIC  X(01).
           05 CIC-IND-FRMT-STP              PIC  X(01).
      *
      * REGISTRO IMAGEN PARA EDICION DE MAPA CIC
       01  CIC-EDT.
           05 CIC-NUM-ICIC-EDT  PIC  ZZZZZZZZZZZ.
