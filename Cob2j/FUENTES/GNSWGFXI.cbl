              05 FXI-ITM-TCMP                  PIC 9(09)V9(06).
              05 FXI-ITM-TVTA                  PIC 9(09)V9(06).
      *
      *    Fecha de proceso ( AAMMDD; 0 = hoy ): el dia cuyas tasas
      *    deben estar cargadas en el barrido de vejez
           03 FXI-ENT-FECH        VALUE ZEROES PIC 9(06).
      *
      *    Tolerancia ( % de variacion contra la tasa anterior )
           03 FXI-NUM-TOLE                     PIC 9(03).
      *
