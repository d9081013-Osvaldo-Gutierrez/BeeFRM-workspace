              88 OPR-STAT-DUP                  VALUE 'DUP'.
              88 OPR-STAT-NVG                  VALUE 'NVG'.
              88 OPR-STAT-FHR                  VALUE 'FHR'.
              88 OPR-STAT-SUC                  VALUE 'SUC'.
      *
      *    Mensaje para el formulario
           03 OPR-MENS                         PIC X(79).
      *    ( de uso interno en GNS-PRO-OPR )
           03 OPR-NUM-DTRS                     PIC 9(06).
      *
      *    Paso de las claves antiguas a la vista ( OPR-IND-HASH en
      *    espacios ): 'C' se convierten a huella en la proxima
      *    apertura exitosa; 'V' la apertura las da por vencidas y
      *    obliga el cambio de clave, que ya graba la huella.
           03 OPR-IND-MIGR        VALUE 'C'    PIC X(01).
      *
      *    Huella de la clave ( HSH-GNS-PRO-OPR ): semilla y
      *    operador son la clave de la huella con clave
      *    ( GNSBGDGS.cbl ) que se aplica OPR-HSH-NVUE vueltas a la
      *    clave a la vista, realimentando cada vez la huella previa;
      *    sus dos mitades, de 8 digitos cada una, son la huella que
      *    se guarda.
           03 OPR-HSH-ENTR.
              05 OPR-HSH-SALT                  PIC X(08).
              05 OPR-HSH-IOPR                  PIC X(12).
              05 OPR-HSH-CLAV                  PIC X(16).
           03 OPR-HSH-RSLT.
              05 OPR-HSH-RES1                  PIC 9(08).
              05 OPR-HSH-RES2                  PIC 9(08).
           03 OPR-HSH-NVUE        VALUE 64     PIC 9(03).
           03 OPR-HSH-VUEL  COMP               PIC S9(04).
      *
      *    Clave nueva a proteger ( NVA-GNS-PRO-OPR ), correlativo
      *    que distingue semillas tomadas en el mismo segundo y
      *    resultado del cotejo de la clave tecleada ( VER- )
           03 OPR-HSH-NUEV                     PIC X(16).
           03 OPR-HSH-CORR  COMP  VALUE ZERO   PIC S9(09).
           03 OPR-HSH-IGUA                     PIC X(01).
      *
      *    Constantes para el subsistema de sesion
       01  OPR-CTTS.
      *
