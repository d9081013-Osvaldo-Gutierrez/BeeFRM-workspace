      *    Variables de la referencia cruzada de folios CIC
      *    ( GNS-BUS-CIX en GNSBBCIX.cbl ): por cada numero clasico
      *    ya emitido por un centro, su forma ampliada y su forma de
      *    despliegue, para que los sistemas de abajo carguen la
      *    equivalencia y migren a su ritmo. Corre por paginas: cada
      *    corrida para en CIX-NUM-TOPE filas y deja en
      *    CIX-CAI-SIGU / CIX-NUM-SIGU donde sigue la proxima.
       01  CIX-VARI.
      *
      *    Centro a listar ( espacios = todos los centros que ya
      *    asignan en formato ampliado )
           03 CIX-CAI-FILT                     PIC X(04).
      *
      *    Punto de partida ( de la corrida anterior; en blanco y
      *    cero, desde el primer numero del primer centro )
           03 CIX-CAI-DESD        VALUE SPACES PIC X(04).
           03 CIX-NUM-DESD        VALUE ZEROES PIC 9(07).
      *
      *    Filas por corrida ( 0 = el maximo de la cola )
           03 CIX-NUM-TOPE        VALUE ZEROES PIC 9(04).
           03 CIX-MAX-TOPE        VALUE 9999   PIC 9(04).
      *
      *    Donde sigue la proxima corrida ( en blanco y cero, la
      *    referencia quedo completa )
           03 CIX-CAI-SIGU                     PIC X(04).
           03 CIX-NUM-SIGU                     PIC 9(07).
      *
      *    Status: OKS bien; NEX el centro pedido no existe
           03 CIX-STAT                         PIC X(03).
              88 CIX-STAT-OKS                  VALUE 'OKS'.
              88 CIX-STAT-NEX                  VALUE 'NEX'.
      *
      *    Numero en curso y ultimo numero clasico del centro
           03 CIX-NUM-BASE                     PIC 9(07).
           03 CIX-NUM-ULTM                     PIC 9(08).
           03 CIX-NUM-ULTM-RED REDEFINES CIX-NUM-ULTM.
              05 CIX-ULT-BASE                  PIC 9(07).
              05 CIX-ULT-DVRF                  PIC X(01).
      *
      *    Fila de la referencia cruzada ( cola SCR-QCIX )
       01  CIX-LINE.
           03 CIX-LIN-CLAS                     PIC X(12).
           03 CIX-LIN-AMPL                     PIC X(15).
           03 CIX-LIN-DESP                     PIC X(17).
