              88 NDC-STAT-VRNT               VALUE 4.
              88 NDC-STAT-BLOQ               VALUE 5.
              88 NDC-STAT-RNG                VALUE 6.
              88 NDC-STAT-VEL                VALUE 7.
           03 NDC-CMSG                       VALUE SPACES PIC X(12).
      *    Empaca Banco + Marca + Cartera en la clave generica
      *    TAB-COD-CTAB ( TAB-COD-TTAB = 'BIN' ) del catalogo de
              05 NDC-STL-FVHA                PIC 9(08).
           03 NDC-STL-FHOY                   PIC 9(08).
      *
      *    Control de velocidad ( CHK-VEL-NDOC, GNSWGVEL ): con 'S'
      *    cada presentacion aceptada de NDC-STL-NDOC queda en PRS y
      *    se mide contra las reglas TAB 'VEL'; quien solo consulta
      *    un documento ya presentado lo apaga durante la llamada
           03 NDC-VEL-ACTV        VALUE 'S'  PIC X(01).
      *
      *    Registro de rangos de numeracion por emisor
      *    ( CHK-RNG-NDOC / GNS-BUS-RNG ): las series entregadas a
      *    cada sucursal viven en TAB 'RNG' ( clave el emisor
