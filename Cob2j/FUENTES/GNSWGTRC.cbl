      *    modo captura ( TRC-IND-ACTV, apagado por omision: es una
      *    herramienta de certificacion, no de produccion diaria )
      *    journaliza cada SYS-CMMA que XCT/LNK-GNS-PRO-SYS
      *    despacha, con su servicio, el programa que despacha y
      *    el status y el tiempo de la respuesta; el replay
      *    GNS-BUS-TRC vuelve a pasar un dia capturado por los
      *    servicios en un ambiente de prueba y coteja los status
      *    contra la corrida real, y GNS-BUS-MAP ( GNSBBMAP.cbl )
      *    arma con un periodo capturado el mapa de quien llama a
      *    cada servicio.
       01  TRC-VARI.
      *
      *    Interruptor del modo captura
           03 TRC-SAV-STAT                     PIC 9(04).
           03 TRC-SAV-VIAS                     PIC X(01).
      *
      *    Marcas de tiempo alrededor del TPCALL de LNK ( HHMMSSCC )
      *    y el transcurrido en centesimas, que va en la parte 02
           03 TRC-HRA-INI                      PIC 9(08).
           03 TRC-HRA-INI-RED REDEFINES TRC-HRA-INI.
              05 TRC-INI-HH                    PIC 9(02).
              05 TRC-INI-MM                    PIC 9(02).
              05 TRC-INI-SS                    PIC 9(02).
              05 TRC-INI-CC                    PIC 9(02).
           03 TRC-HRA-FIN                      PIC 9(08).
           03 TRC-HRA-FIN-RED REDEFINES TRC-HRA-FIN.
              05 TRC-FIN-HH                    PIC 9(02).
              05 TRC-FIN-MM                    PIC 9(02).
              05 TRC-FIN-SS                    PIC 9(02).
              05 TRC-FIN-CC                    PIC 9(02).
           03 TRC-NUM-CIN    COMP              PIC S9(09).
           03 TRC-NUM-CFN    COMP              PIC S9(09).
           03 TRC-NUM-ELAP   COMP              PIC S9(09).
      *
      *    Troceo de la peticion en partes ( igual que DLQ )
           03 TRC-PRT-IDX    COMP              PIC S9(04).
           03 TRC-PRT-POS    COMP              PIC S9(09).
