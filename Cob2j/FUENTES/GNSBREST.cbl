      *                      consolidado desde el vector en memoria
      *                      EST-VSRV por GNS-BUS-EST, para el
      *                      informe diario de volumen y tiempos de
      *                      respuesta del camino LNK. Las
      *                      llamadas rechazadas por el control de
      *                      carga ( GNSBGTHR.cbl ) no son llamadas:
      *                      van aparte en EST-CNT-RECH.
      *
       01  EST.
      *
           03  EST-NUM-TELA                             PIC 9(09).
           03  EST-NUM-XELA                             PIC 9(07).
      *
      *    Llamadas Rechazadas por el Control de Carga
           03  EST-CNT-RECH                             PIC 9(05).
      *
      *    Disponible
           03  EST-GLS-DISP                             PIC X(05).
