      *    Variables para el cierre anticipado de sucursales
      *    ( CHK-GNS-CAN en GNSBGCAN.cbl ). En los dias de medio
      *    feriado ( fila 'FER' tipo 'M', ver FEC-IND-CANT ) las
      *    sucursales cierran a la hora de la fila: pasada esa hora
      *    el despacho ( XCT-GNS-PRO-SYS, junto al control del dia )
      *    rechaza los comandos NUEVOS de captura. Los comandos
      *    exentos ( consultas, cuadratura de caja ) van por sistema
      *    en TAB 'CAN' ( clave el sistema; lista en los datos
      *    anexos de 3, igual que 'ODY' ).
       01  CAN-VARI.
      *
      *    Interruptor general del control
           03 CAN-IND-ACTV        VALUE 'S'    PIC X(01).
      *
      *    'S' si el despacho debe rechazar, y su mensaje cortes
           03 CAN-VIGE                         PIC X(01).
           03 CAN-MENS                         PIC X(79).
      *
      *    Hoy, hora actual ( HHMM ) y hora de cierre del dia
           03 CAN-FEC-HOYD                     PIC 9(08).
           03 CAN-FEC-HOYD-RED REDEFINES CAN-FEC-HOYD.
              05 CAN-HOY-SS                    PIC 9(02).
              05 CAN-HOY-AA                    PIC 9(02).
              05 CAN-HOY-MM                    PIC 9(02).
              05 CAN-HOY-DD                    PIC 9(02).
           03 CAN-HRA-HHMM                     PIC 9(04).
           03 CAN-HRA-CIER                     PIC 9(04).
      *
      *    Comandos exentos ( de la fila 'CAN' )
           03 CAN-MEXE.
              05 CAN-EXE-COMD OCCURS 10        PIC X(03).
           03 CAN-SUB-IEXE   COMP              PIC S9(04).
