           03  CIC-STAT-ERR             VALUE 'ERR'     PIC X(05).      00000250
           03  CIC-STAT-CNV             VALUE 'CNV'     PIC X(05).      00000260
      *                                                                 00000270
      *    Margen de Folios antes de Agotar el Folio de su Formato      00000280
           03  CIC-LIM-AGOT     COMP    VALUE 100       PIC 9(08).      00000290
