           03 QUE-MENS.
              05 QUE-MEN1                              PIC  X(40).
              05 QUE-MEN2                              PIC  X(39).
      *    Modo transaccional de un QUE-PUT ( o QUE-MOD, ver
      *    GNS-MSJ-QUE ): 'S' (default) deja el
      *    comportamiento de siempre ( la escritura participa de la
      *    transaccion del llamador ); 'N' permite pedir modo
      *    no-transaccional para colas de alto volumen y bajo valor
