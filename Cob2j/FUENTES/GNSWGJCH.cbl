      *    ( GNS-BUS-JCH en GNSBBJCH.cbl ). La definicion de la
      *    cadena vive en TAB 'JCH' ( clave cadena + paso; el
      *    programa del paso en TAB-GLS-DCOR, el calendario en el
      *    primer TAB-COD-DAT1: 'H' solo dias habiles, 'T' todos,
      *    afinado por la regla de calendario de TAB-GLS-DESC ( ver
      *    JCH-WRK-RGLA ), y el paso del que depende en TAB-GLS-ABRV
      *    ( '00' = de ninguno ) ); los parametros del paso, si los
      *    lleva, en TAB 'JCP' ( misma clave; ver JCH-WRK-PARM ).
      *    Cada termino queda en TAB 'JCS' ( cadena +
      *    paso + fecha AAMMDD, 'C' completo / 'F' fallido / 'S'
      *    salteado por feriado / 'W' retenido esperando archivo /
      *    'B' bloqueado sin sus recursos ), que es lo que permite
      *    rearrancar desde el paso caido en vez de volver a correr
      *    todo. Un 'R' en el segundo TAB-COD-DAT1 marca el paso que
      *    debe procesar todas las fechas: la cadena le corre
      *    primero, una por una, las fechas perdidas desde su
      *    ultimo 'C'.
       01  JCH-VARI.
      *
      *    Cadena a ejecutar
           03 JCH-GLS-PROG                     PIC X(12).
           03 JCH-COD-CALE                     PIC X(01).
           03 JCH-NUM-DEPE                     PIC 9(02).
           03 JCH-COD-RECU                     PIC X(01).
      *
      *    Status: OKS ( cadena completa ), DEP ( dependencia sin
      *    cumplir, cadena detenida ), FAL ( paso fallido )
           03 JCH-FEC-PROC                     PIC 9(06).
           03 JCH-COD-RSLT                     PIC X(01).
      *
      *    Recuperacion de fechas perdidas ( REC-GNS-BUS-JCH ): hoy
      *    ( AAMMDD ), fecha en curso ( SAAMMDD ), dias revisados y
      *    tope de dias hacia atras en busca del ultimo Completo
           03 JCH-FEC-HOYP                     PIC 9(06).
           03 JCH-FEC-RECU                     PIC 9(08).
           03 JCH-FEC-RECU-RED REDEFINES JCH-FEC-RECU.
              05 JCH-REC-SS                    PIC 9(02).
              05 JCH-REC-AA                    PIC 9(02).
              05 JCH-REC-MM                    PIC 9(02).
              05 JCH-REC-DD                    PIC 9(02).
           03 JCH-CNT-RECU   COMP              PIC S9(04).
           03 JCH-LIM-RECU   COMP  VALUE 31    PIC S9(04).
      *
      *    Archivo de entrada del paso tal como viaja en
      *    TAB-GLS-DESC de la fila 'JCE' ( clave cadena + paso ):
      *    tipo 'Q' ( la cola JCH-ESP-COLA tiene items ) o 'T' ( la
      *    fila de control JCH-ESP-TTAB + JCH-ESP-CTAB fue tocada
      *    hoy ) y hora limite HHMM de espera
           03 JCH-WRK-ESPE.
              05 JCH-ESP-TIPO                  PIC X(01).
              05 JCH-ESP-HLIM                  PIC 9(04).
              05 JCH-ESP-COLA                  PIC X(08).
              05 JCH-ESP-TTAB                  PIC X(03).
              05 JCH-ESP-CTAB                  PIC X(12).
              05 FILLER                        PIC X(12).
      *
      *    Llego el archivo ?, hora de inicio de la espera y hora
      *    actual ( HHMM ), y pausa entre chequeos
           03 JCH-IND-LLEG                     PIC X(01).
      *
      *    El paso quedo bloqueado sin sus recursos ( GNS-PRO-RCS )
           03 JCH-IND-BLOQ                     PIC X(01).
           03 JCH-NUM-HINI                     PIC 9(04).
           03 JCH-NUM-HAHO                     PIC 9(04).
           03 JCH-LIM-PAUS   COMP              PIC S9(09)
                                 VALUE 50000000.
           03 JCH-CNT-PAUS   COMP              PIC S9(09).
      *
      *    Hoy es dia habil ? ( se resuelve una vez por corrida )
           03 JCH-IND-HABL                     PIC X(01).
      *
              05 JCH-CAL-MM                    PIC 9(02).
              05 JCH-CAL-DD                    PIC 9(02).
      *
      *    Parametros del paso tal como viajan en TAB-GLS-DESC de la
      *    fila 'JCP' ( clave cadena + paso ), para los pasos que no
      *    corren sin ellos: codigo principal ( corresponsal EVR,
      *    empresa OPF, bitacora RET, catalogo LOD, registro EXT,
      *    registro FON, terminal muerto TRF, moneda RDN, centro
      *    origen CTR ), codigo secundario ( mascara EXT en 1,
      *    terminal de reemplazo TRF, centro destino CTR ) y dos
      *    numeros ( tope EXT, factor y decimales RDN, rango CTR )
           03 JCH-IND-PARM                     PIC X(01).
           03 JCH-WRK-PARM.
              05 JCH-PAR-COD1                  PIC X(08).
              05 JCH-PAR-COD2                  PIC X(04).
              05 JCH-PAR-NUM1                  PIC 9(08).
              05 JCH-PAR-NUM2                  PIC 9(08).
              05 FILLER                        PIC X(12).
      *
      *    Items de la cola de entrada de una carga ( LOD / NDX ) y
      *    tope que admite el paso
           03 JCH-WRK-COLA                     PIC X(08).
           03 JCH-CNT-ITEM   COMP              PIC S9(05).
           03 JCH-LIM-ITEM   COMP              PIC S9(05).
      *
      *    Paso mensual ya Completo en otro dia del mes ?, dia del
      *    mes en revision y fecha de proceso respaldada
           03 JCH-IND-MESC                     PIC X(01).
           03 JCH-NUM-DMES                     PIC 9(02).
           03 JCH-SAV-FPRO                     PIC 9(06).
      *
      *    Clave armada sobre TAB-COD-CTAB
           03 JCH-KEY-CTAB.
              05 JCH-KEY-CADN                  PIC X(03).
           03 JCH-LIN-PASO                     PIC 9(02).
           03 JCH-LIN-PROG                     PIC X(12).
           03 JCH-LIN-RSLT                     PIC X(01).
           03 JCH-LIN-FECH                     PIC 9(06).
