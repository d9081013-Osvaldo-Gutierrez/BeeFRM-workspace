              05 FEC-PLZ-CLA-PLZ                 PIC X(03).
              05 FEC-PLZ-CLA-FEC                 PIC X(08).
              05 FILLER         VALUE SPACES     PIC X(01).
      *
      *    Dia de cierre anticipado ( medio feriado ): la fila 'FER'
      *    que trae 'M' en TAB-COD-DAT1( 1 ) no es feriado sino dia
      *    habil con cierre a la hora HHMM de TAB-GLS-DAT2( 1:4 )
      *    ( sin hora, FEC-HRA-CDEF ). FEC-VALD-HBL deja aqui si la
      *    fecha validada cierra temprano y a que hora; un feriado
      *    completo de la misma fecha manda sobre el cierre.
           03 FEC-IND-CANT      VALUE 'N'        PIC X(01).
           03 FEC-HRA-CANT      VALUE 2400       PIC 9(04).
           03 FEC-HRA-CDEF      VALUE 1300       PIC 9(04).
           03 FEC-TIP-FERI                       PIC X(01).
      *
      *    Abreviaturas de fecha en pantalla ( FEC-ABRV-FEC ): con
      *    FEC-IABR en 'S' el VAL-FEC de un campo con dia ( formatos
      *    FEC-FORM-FEC / FEC-FORM-DMA ) acepta 'H' hoy, '+n' / '-n'
      *    dias corridos, '+nH' / '-nH' dias habiles, 'FM' fin de
      *    mes y 'DD' o 'DDMM' completando mes y ano de hoy, y deja
      *    en FEC-FECH la fecha expandida. El formulario que no las
      *    quiera en un campo mueve 'N' antes del llamado; el switch
      *    vuelve solo a 'S' despues de cada VAL-FEC.
           03 FEC-IABR          VALUE 'S'        PIC X(01).
           03 FEC-ABR-TEXT                       PIC X(10).
           03 FEC-ABR-TEXT-RED REDEFINES FEC-ABR-TEXT.
              05 FEC-ABR-CHR             OCCURS 10 PIC X(01).
           03 FEC-ABR-LARG      VALUE 0          PIC 9(02).
           03 FEC-ABR-IND       VALUE 0          PIC 9(02).
           03 FEC-ABR-TIPO                       PIC X(01).
           03 FEC-ABR-SIGN                       PIC X(01).
           03 FEC-ABR-NDIA      VALUE 0          PIC 9(03).
           03 FEC-ABR-DIGX                       PIC X(01).
           03 FEC-ABR-DIG9 REDEFINES FEC-ABR-DIGX PIC 9(01).
           03 FEC-ABR-FORM                       PIC X(04).
      *    Variables para Current-Date                                  
           03 FEC-SHOY                                    PIC 9(02).    
           03 FEC-FHOY.                                                 
