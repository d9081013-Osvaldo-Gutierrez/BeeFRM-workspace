           03 EVT-IND-BUSY        VALUE 'N'            PIC X(01).
      *
      *    Entrada del generador: tipo, llave e imagen del cambio,
      *    cargados por el enganche antes de REG-GNS-EVT. La imagen
      *    'CIC' trae el registro ( 60 bytes, con el formato y el
      *    folio ampliado ) y desde la posicion 61 el folio vigente
      *    en su forma de despliegue 'CCCC-NNNNNNNNNN-D'; el
      *    corresponsal que aun espera 48 bytes sigue leyendo lo
      *    suyo en el mismo lugar.
           03 EVT-ENT-TIPO                             PIC X(03).
           03 EVT-ENT-CLAV                             PIC X(16).
           03 EVT-ENT-IMAG                             PIC X(120).
                                       'PAP' 'PAR' 'PAS' 'QMN'
                                       'QMS' 'RGL' 'RNG' 'RSD'
                                       'SLA' 'SOD' 'SPD' 'SPL'
                                       'SUC'
      *       claves de firma de la interfaz: nunca viajan
                                       'MAC'
      *       empresas y roles de servicios compartidos
                                       'EMP' 'EMR'
      *       movimientos y control de lotes de la interfaz contable
                                       'CTL' 'CTM'
      *       acumulado de paginas del cobro por uso
                                       'PGS'
      *       uso del catalogo de mensajes
                                       'MSU'.
      *
      *    Desvio de ambiente de la escritura en evaluacion ( el
      *    enganche lo toma de FIO-DBID-ALT antes del viaje, que lo
           03 EVT-CNT-ACKS   COMP                      PIC S9(04).
           03 EVT-CNT-RTRX   COMP                      PIC S9(04).
           03 EVT-CNT-GAPS   COMP                      PIC S9(04).
      *    enviados sin firma ( suscriptor sin clave vigente )
           03 EVT-CNT-NFIR   COMP                      PIC S9(04).
      *
      *    Secuencia previa del recorrido ( detector de saltos )
           03 EVT-NUM-PREV                             PIC 9(10).
      *
      *    Mensaje al corresponsal y su respuesta: el evento y su
      *    firma ( version de la clave del corresponsal y codigo de
      *    autenticacion, GNSBGMAC.cbl )
           03 EVT-REG-ENVI.
              05 EVT-REG-MSJE.
                 07 EVT-MSJ-SECU                       PIC 9(10).
                 07 EVT-MSJ-TIPO                       PIC X(03).
                 07 EVT-MSJ-CLAV                       PIC X(16).
                 07 EVT-MSJ-IMAG                       PIC X(120).
              05 EVT-REG-FIRM.
                 07 EVT-MSJ-VKEY                       PIC 9(02).
                 07 EVT-MSJ-FIRM                       PIC 9(08).
      *
      *    Fila del informe de saltos de secuencia ( SCR-QEVT )
       01  EVT-LINE.
