      *    regulador.
       01  CCK-VARI.
      *
      *    Sistema, periodo ( SAAMM, o SSAA + PP del ejercicio si el
      *    sistema es fiscal ) y cadena nocturna a verificar
           03 CCK-ENT-SIST                     PIC X(03).
           03 CCK-ENT-PERI                     PIC 9(06).
           03 CCK-ENT-CADN                     PIC X(03).
              05 CCK-UHA-SSAA                  PIC 9(04).
              05 CCK-UHA-MM                    PIC 9(02).
              05 CCK-UHA-DD                    PIC 9(02).
           03 CCK-FEC-UHAB-RD2 REDEFINES CCK-FEC-UHAB.
              05 CCK-UHA-SS                    PIC 9(02).
              05 CCK-UHA-AA                    PIC 9(02).
              05 FILLER                        PIC 9(04).
      *
      *    Primer y ultimo dia del periodo ( GNS-FEC-FIS FIS-LIM: el
      *    mes calendario, o el periodo fiscal del sistema )
           03 CCK-FEC-PINI                     PIC 9(08).
           03 CCK-FEC-PFIN                     PIC 9(08).
           03 CCK-NUM-PASO                     PIC 9(02).
           03 CCK-NUM-ULTG                     PIC 9(10).
      *
