      *    Variables del mapa de llamadas entre programas y
      *    servicios ( GNS-BUS-MAP en GNSBBMAP.cbl ). El mapa sale
      *    del trafico que el modo captura deja en TRC: cada
      *    despacho de XCT/LNK-GNS-PRO-SYS trae quien despacha
      *    ( TRC-NOM-LLAM ), el servicio destino, el camino
      *    ( 'X' forward / 'L' link ), el status y, en el link, el
      *    tiempo de respuesta. Un par es llamador + servicio +
      *    camino. El mapa de la corrida anterior se guarda en la
      *    cola 'OPERMAP ' ( un item por par, con la fecha en que se
      *    vio por primera y por ultima vez y el volumen acumulado )
      *    y contra el se sacan los pares nuevos y los servicios que
      *    ya nadie llama.
       01  MAP-VARI.
      *
      *    Periodo a leer ( SAAMMDD; cero = hoy ), servicio cuya
      *    lista de llamadores se pide ( espacios = ninguno ) y 'S'
      *    para guardar el mapa resultante como base de la proxima
      *    corrida ( lo pide la cadena nocturna; una consulta suelta
      *    no mueve la base )
           03 MAP-FEC-DESD        VALUE ZEROES PIC 9(08).
           03 MAP-FEC-HAST        VALUE ZEROES PIC 9(08).
           03 MAP-ENT-SERV        VALUE SPACES PIC X(08).
           03 MAP-IND-GRAB        VALUE 'N'    PIC X(01).
      *
      *    Dias sin llamadas para dar un servicio por abandonado
           03 MAP-DIA-INAC        VALUE 030    PIC 9(03).
      *
      *    Fecha de corte del abandono ( MAP-FEC-HAST menos
      *    MAP-DIA-INAC )
           03 MAP-FEC-CORT                     PIC 9(08).
           03 MAP-FEC-CORT-RED REDEFINES MAP-FEC-CORT.
              05 MAP-COR-SS                    PIC 9(02).
              05 MAP-COR-AA                    PIC 9(02).
              05 MAP-COR-MM                    PIC 9(02).
              05 MAP-COR-DD                    PIC 9(02).
      *
      *    Base de la corrida anterior
           03 MAP-NOM-BASE        VALUE 'OPERMAP ' PIC X(08).
           03 MAP-BAS-ITEM.
              05 MAP-BAS-LLAM                  PIC X(08).
              05 MAP-BAS-SERV                  PIC X(08).
              05 MAP-BAS-VIAS                  PIC X(01).
              05 MAP-BAS-FPRI                  PIC 9(08).
              05 MAP-BAS-FULT                  PIC 9(08).
              05 MAP-BAS-TOTL                  PIC 9(09).
           03 MAP-NUM-ITEM   COMP              PIC S9(05).
           03 MAP-NUM-PBAS   COMP              PIC S9(04).
      *
      *    Pares del mapa: los de la base y los vistos en el
      *    periodo; pasado el tope, el par nuevo solo se cuenta
           03 MAP-NUM-PARS   COMP              PIC S9(04).
           03 MAP-MAX-PARS        VALUE 500    PIC 9(03).
           03 MAP-TBL-PARS.
              05 MAP-PAR                  OCCURS 500.
                 07 MAP-PAR-LLAM               PIC X(08).
                 07 MAP-PAR-SERV               PIC X(08).
                 07 MAP-PAR-VIAS               PIC X(01).
                 07 MAP-PAR-FPRI               PIC 9(08).
                 07 MAP-PAR-FULT               PIC 9(08).
                 07 MAP-PAR-TOTL   COMP        PIC S9(09).
                 07 MAP-PAR-CANT   COMP        PIC S9(07).
                 07 MAP-PAR-FALL   COMP        PIC S9(07).
                 07 MAP-PAR-NTIE   COMP        PIC S9(07).
                 07 MAP-PAR-TIEM   COMP        PIC S9(11).
                 07 MAP-PAR-IBAS               PIC X(01).
           03 MAP-NUM-IPAR   COMP              PIC S9(04).
           03 MAP-NUM-JPAR   COMP              PIC S9(04).
      *
      *    Captura en curso: su llave y el par al que se sumo, para
      *    tomar el tiempo de respuesta de su parte 02
           03 MAP-WRK-STMP                     PIC 9(14).
           03 MAP-WRK-SECU                     PIC 9(04).
           03 MAP-WRK-FECH                     PIC 9(08).
           03 MAP-NUM-IPEN   COMP              PIC S9(04).
      *
      *    Ultima llamada de un servicio entre todos sus pares, y
      *    'S' si alguno ya lo informo
           03 MAP-SRV-FULT                     PIC 9(08).
           03 MAP-SRV-IINF                     PIC X(01).
      *
      *    Contadores de la corrida
           03 MAP-CNT-CAPT   COMP              PIC S9(07).
           03 MAP-CNT-FALL   COMP              PIC S9(07).
           03 MAP-CNT-NUEV   COMP              PIC S9(05).
           03 MAP-CNT-ABAN   COMP              PIC S9(05).
           03 MAP-CNT-EXCE   COMP              PIC S9(05).
      *
      *    Fila del mapa ( cola SCR-QMAP ): 'PAR' un par llamado en
      *    el periodo; 'NUE' un par que no estaba en la base ( no
      *    sale en la primera corrida, sin base con que comparar );
      *    'ABA' un servicio sin llamadas desde MAP-FEC-CORT ( con
      *    su ultima llamada ); 'LLA' un llamador del servicio
      *    MAP-ENT-SERV, aunque no lo haya llamado en el periodo;
      *    al final 'TOT'. El promedio de respuesta va en
      *    centesimas y solo cuenta los link ( el forward no
      *    responde, y su falla no alcanza a capturarse ).
       01  MAP-LINE.
           03 MAP-LIN-TIPO                     PIC X(03).
           03 MAP-LIN-LLAM                     PIC X(08).
           03 MAP-LIN-SERV                     PIC X(08).
           03 MAP-LIN-VIAS                     PIC X(01).
           03 MAP-LIN-CANT                     PIC 9(07).
           03 MAP-LIN-FALL                     PIC 9(07).
           03 MAP-LIN-PROM                     PIC 9(07).
           03 MAP-LIN-FPRI                     PIC 9(08).
           03 MAP-LIN-FULT                     PIC 9(08).
           03 MAP-LIN-TOTL                     PIC 9(09).
      *
      *        Solo en 'TOT': periodo, pares del mapa, nuevos,
      *        servicios abandonados y pares sin lugar
           03 MAP-LIN-FDES                     PIC 9(08).
           03 MAP-LIN-FHAS                     PIC 9(08).
           03 MAP-LIN-NPAR                     PIC 9(05).
           03 MAP-LIN-NNUE                     PIC 9(05).
           03 MAP-LIN-NABA                     PIC 9(05).
           03 MAP-LIN-NEXC                     PIC 9(05).
