      *    Variables de la clave fonetica de TAB y MSC ( GNS-PRO-SNX
      *    en GNSBGSNX.cbl, busqueda por nombre en GNSBBSNX.cbl,
      *    recalculo en GNSBBFON.cbl ). La descripcion se reduce a
      *    su esqueleto de sonidos en castellano ( B/V/W, C/K/Q,
      *    C/S/Z, G/J, LL/Y, M/N se confunden al escribir; la H no
      *    suena; las vocales salvo la inicial y las letras dobles
      *    no cuentan ); los tres primeros sonidos quedan en la
      *    Clave Soundex del registro ( TAB-SNX-CTAB / MSC-SNX-MSCL )
      *    en cada FIO-PUT / FIO-MOD.
       01  SNX-VARI.
      *
      *    Descripcion a reducir
           03 SNX-ENT-DESC                             PIC X(40).
      *
      *    Esqueleto fonetico, su largo y la clave de tres sonidos
           03 SNX-SAL-FONE                             PIC X(20).
           03 SNX-SAL-LFON   COMP                      PIC S9(04).
           03 SNX-SAL-CLAV                             PIC X(03).
      *
      *    Descripcion en mayusculas y letra en curso, siguiente y
      *    subsiguiente
           03 SNX-WRK-DESC                             PIC X(42).
           03 SNX-CAR-ACTU                             PIC X(01).
              88 SNX-CAR-VOCA             VALUE 'A' 'E' 'I' 'O' 'U'.
              88 SNX-CAR-LETR             VALUE 'A' THRU 'I'
                                                'J' THRU 'R'
                                                'S' THRU 'Z'.
           03 SNX-CAR-SIGU                             PIC X(01).
              88 SNX-SIG-VOCA             VALUE 'A' 'E' 'I' 'O' 'U'.
              88 SNX-SIG-SUAV             VALUE 'E' 'I'.
           03 SNX-CAR-SSIG                             PIC X(01).
              88 SNX-SSG-SUAV             VALUE 'E' 'I'.
      *
      *    Sonido a emitir y ultimo emitido ( se limpia en cada
      *    vocal: la letra doble cuenta una vez, la repetida tras
      *    vocal cuenta de nuevo )
           03 SNX-COD-SONI                             PIC X(01).
           03 SNX-COD-ULTI                             PIC X(01).
           03 SNX-NUM-IPOS   COMP                      PIC S9(04).
      *
      *    Cercania del nombre tecleado a una descripcion ( CER ):
      *    el esqueleto del nombre, la mejor cantidad de sonidos que
      *    calzan en alguna posicion de la descripcion y el puntaje
           03 SNX-NOM-FONE                             PIC X(20).
           03 SNX-NOM-LFON   COMP                      PIC S9(04).
           03 SNX-NOM-CLAV                             PIC X(03).
           03 SNX-NUM-DESP   COMP                      PIC S9(04).
           03 SNX-NUM-CALZ   COMP                      PIC S9(04).
           03 SNX-NUM-MEJO   COMP                      PIC S9(04).
           03 SNX-NUM-IFON   COMP                      PIC S9(04).
           03 SNX-NUM-SOBR   COMP                      PIC S9(04).
           03 SNX-NUM-PUNT   COMP                      PIC S9(04).
      *
      *    Variables de la busqueda por nombre ( GNS-BUS-SNX )
       01  SNX-BUS-VARI.
      *
      *    Registro ( 'TAB' o 'MSC' ), tipo ( TAB-COD-TTAB o
      *    MSC-COD-TMSC ) y nombre tecleado
           03 SNX-ENT-REGI                             PIC X(03).
           03 SNX-ENT-TIPO                             PIC X(04).
           03 SNX-ENT-NOMB                             PIC X(40).
      *
      *    Puntaje minimo para aparecer en la lista ( 0 a 100 )
           03 SNX-NUM-UMBR        VALUE 60             PIC 9(03).
      *
      *    Status: OKS bien; NEX nada suena parecido; REG registro
      *    desconocido
           03 SNX-STAT                                 PIC X(03).
              88 SNX-STAT-OKS                          VALUE 'OKS'.
              88 SNX-STAT-NEX                          VALUE 'NEX'.
              88 SNX-STAT-REG                          VALUE 'REG'.
      *
      *    Mejores candidatos, de mayor a menor cercania
           03 SNX-NUM-CAND   COMP                      PIC S9(04).
           03 SNX-MAX-CAND        VALUE 50             PIC 9(03).
           03 SNX-TBL-CAND.
              05 SNX-CAND                 OCCURS 50.
                 07 SNX-CAN-PUNT   COMP                PIC S9(04).
                 07 SNX-CAN-CODI                       PIC X(12).
                 07 SNX-CAN-DESC                       PIC X(40).
                 07 SNX-CAN-VIGE                       PIC X(01).
           03 SNX-NUM-ICAN   COMP                      PIC S9(04).
           03 SNX-NUM-JCAN   COMP                      PIC S9(04).
      *
      *    Fila en curso del recorrido
           03 SNX-ROW-CODI                             PIC X(12).
           03 SNX-ROW-DESC                             PIC X(40).
           03 SNX-ROW-VIGE                             PIC X(01).
           03 SNX-ROW-CLAV                             PIC X(03).
      *
      *    Fila de la lista ( cola SCR-QSNX )
       01  SNX-LINE.
           03 SNX-LIN-PUNT                             PIC 9(03).
           03 SNX-LIN-CODI                             PIC X(12).
           03 SNX-LIN-DESC                             PIC X(40).
           03 SNX-LIN-VIGE                             PIC X(01).
      *
      *    Variables del recalculo de claves ( GNS-BUS-FON )
       01  SNX-FON-VARI.
      *
      *    Registro a recorrer ( 'TAB', 'MSC' o espacios = ambos )
           03 SNX-FON-REGI                             PIC X(03).
      *
      *    Filas leidas y filas cuya clave cambio
           03 SNX-CNT-LEID   COMP                      PIC S9(09).
           03 SNX-CNT-CAMB   COMP                      PIC S9(09).
      *
      *    Status: OKS; ABT fallo una regrabacion; NAP corrida
      *    confirmada sin simulacion aprobada ( GNSBGSMC )
           03 SNX-FON-STAT                             PIC X(03).
              88 SNX-FON-STAT-OKS                      VALUE 'OKS'.
              88 SNX-FON-STAT-ABT                      VALUE 'ABT'.
              88 SNX-FON-STAT-NAP                      VALUE 'NAP'.
      *
      *    Interruptor de eventos del llamador, mientras se recalcula
           03 SNX-SAV-EVTA                             PIC X(01).
