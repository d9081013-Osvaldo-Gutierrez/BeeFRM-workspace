      *                      muerta DLQ, cada captura son TRES
      *                      partes bajo el mismo time stamp
      *                      ( tramos de 1200 ); solo la parte 01
      *                      lleva servicio, status, largo y
      *                      programa llamador, y solo la parte 02
      *                      el tiempo de respuesta del TPCALL.
      *                      Con esto GNS-BUS-MAP arma el mapa de
      *                      quien llama a quien.
      *
       01  TRC.
      *
      *    Servicio Destino ( solo parte 01 )
           03  TRC-NOM-SERV                             PIC X(08).
      *
      *    Tiempo de Respuesta del TPCALL en Centesimas ( solo
      *    parte 02 y solo camino 'L' ; el forward no responde )
           03  TRC-NUM-TRES  REDEFINES TRC-NOM-SERV     PIC 9(08).
      *
      *    Status de la Respuesta ( TP-STATUS; 9999 = TPFORWARD,
      *    sin respuesta que capturar; solo parte 01 )
           03  TRC-NUM-STAT                             PIC 9(04).
           03  TRC-GLS-CMMA                             PIC X(1200).
           03  TRC-NUM-TCMA                             PIC 9(05).
      *
      *    Programa o Servicio que Despacha ( SCR-PROG; solo
      *    parte 01 )
           03  TRC-NOM-LLAM                             PIC X(08).
      *
      *    Disponible
           03  TRC-GLS-DISP                             PIC X(02).
