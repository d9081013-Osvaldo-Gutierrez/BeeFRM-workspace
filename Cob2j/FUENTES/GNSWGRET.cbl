      *    ( archivador nocturno GNS-BUS-RET en GNSBBRET.cbl y
      *    utilitario de restauracion GNS-PRO-RET en GNSBGRET.cbl ).
      *    Las politicas viven en el catalogo TAB, tipo 'RET': una
      *    fila por bitacora ( BKO / AUD / INC / DLQ / RTN / LEC )
      *    con los dias a conservar en linea en los primeros cuatro
      *    de la glosa.
       01  RET-VARI.
      *
      *    Ambiente de archivo historico ( mismo formato que
      *    trabajador por politica, GNSBGPAR.cbl )
           03 RET-FLT-TLOG        VALUE SPACES       PIC X(03).
           03 RET-NUM-DIAS                            PIC 9(04).
      *
      *    Fecha contra la que se mide la antiguedad ( SAAMMDD;
      *    0 = hoy ): la fecha de proceso de la cadena nocturna
           03 RET-ENT-FECH        VALUE ZEROES       PIC 9(08).
           03 RET-WRK-NDIA                            PIC X(04).
           03 RET-WRK-NDIA-RED REDEFINES RET-WRK-NDIA PIC 9(04).
      *
