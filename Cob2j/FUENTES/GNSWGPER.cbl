      *    estado de cada periodo vive en el catalogo TAB tipo 'PER'
      *    ( TAB-COD-CTAB = sistema + SAAMM, estado en el primer
      *    TAB-COD-DAT1 ), igual que los feriados viven en 'FER'.
      *    Un sistema con calendario fiscal ( fila 'FIS', ver
      *    GNSWGFIS.cbl ) identifica sus periodos como SSAA + PP del
      *    ejercicio en lugar de SAAMM, con el mismo largo.
       01  PER-VARI.
      *
      *    Interruptor general del control; en 'N' ( default ) ningun
           03 PER-REG-PERI                             PIC X(06).
           03 PER-REG-PERI-NUM REDEFINES PER-REG-PERI  PIC 9(06).
      *
      *    Fecha del registro en curso ( SAAMMDD, de su *-STP-ITRN o
      *    de hoy ) para ubicar su periodo fiscal
           03 PER-REG-FECH                             PIC X(08).
           03 PER-REG-FECH-NUM REDEFINES PER-REG-FECH  PIC 9(08).
      *
      *    Clave armada sobre TAB-COD-CTAB
           03 PER-KEY-CTAB.
              05 PER-KEY-SIST                          PIC X(03).
