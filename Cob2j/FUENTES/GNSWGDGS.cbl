      *    Variables de la huella con clave ( CLV-GNS-PRO-DGS /
      *    CAL-GNS-PRO-DGS en GNSBGDGS.cbl ), que usan la firma de los
      *    eventos de interfaz ( GNSBGMAC.cbl ) y la huella de la
      *    clave de los operadores ( GNSBGOPR.cbl ). La clave arma
      *    una tabla de sustitucion de 256 bytes ( permutacion
      *    mezclada con los bytes de la clave ); cada byte de la
      *    entrada pasa por cuatro carriles que se elevan al cuadrado
      *    modulo un primo distinto cada uno, toman la sustitucion
      *    del byte corrido por su propio valor y arrastran al carril
      *    vecino. La entrada va envuelta en la clave ( clave + datos
      *    + clave ) y cierra con DGS-NUM-RNDS vueltas sin entrada.
      *    Las dos mitades de la huella se toman cruzando carriles.
       01  DGS-VARI.
      *
      *    Clave, datos y largo util de los datos
           03 DGS-ENT-CLAV                     PIC X(32).
           03 DGS-ENT-DATO                     PIC X(256).
           03 DGS-ENT-LARG  COMP               PIC S9(04).
      *
      *    Huella resultante: dos mitades de 8 digitos
           03 DGS-SAL-HUEL.
              05 DGS-SAL-HUE1                  PIC 9(08).
              05 DGS-SAL-HUE2                  PIC 9(08).
      *
      *    Vueltas de cierre sin entrada
           03 DGS-NUM-RNDS        VALUE 16     PIC 9(02).
      *
      *    Tabla de sustitucion armada con la clave ( valores 0-255 )
           03 DGS-MSBX.
              05 DGS-SBX-BYTE OCCURS 256 COMP  PIC S9(04).
      *
      *    Carriles: acumulado, primo y multiplicador de cada uno
           03 DGS-MLAN.
              05 DGS-LAN-ACUM OCCURS 4 COMP-3  PIC S9(17).
           03 DGS-MCTE.
              05 FILLER   VALUE '9999998901000003' PIC X(16).
              05 FILLER   VALUE '9999997101000033' PIC X(16).
              05 FILLER   VALUE '9999995901000037' PIC X(16).
              05 FILLER   VALUE '9999994101000039' PIC X(16).
           03 DGS-MCTE-RED REDEFINES DGS-MCTE.
              05 DGS-VCTE OCCURS 4.
                 07 DGS-CTE-PRIM               PIC 9(08).
                 07 DGS-CTE-MULT               PIC 9(08).
      *
      *    Byte en curso: el caracter en la segunda posicion de una
      *    media palabra binaria da su valor 0-255
           03 DGS-WRK-BYTE                     PIC X(02).
           03 DGS-WRK-BYTE-RED REDEFINES DGS-WRK-BYTE
                            COMP               PIC S9(04).
           03 DGS-NUM-BYTE  COMP               PIC S9(04).
      *
      *    Subindices y trabajo aritmetico
           03 DGS-SUB-I     COMP               PIC S9(04).
           03 DGS-SUB-J     COMP               PIC S9(04).
           03 DGS-SUB-K     COMP               PIC S9(04).
           03 DGS-SUB-L     COMP               PIC S9(04).
           03 DGS-SUB-N     COMP               PIC S9(04).
           03 DGS-SUB-X     COMP               PIC S9(04).
           03 DGS-SUB-P     COMP               PIC S9(04).
           03 DGS-NUM-TEMP  COMP-3             PIC S9(17).
           03 DGS-NUM-COCI  COMP-3             PIC S9(17).
           03 DGS-NUM-RBYT  COMP-3             PIC S9(17).
