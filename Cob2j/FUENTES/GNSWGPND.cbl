      *    vencida en el browse de pendientes ( alerta de antiguedad )
           03 PND-LIM-DIAS        VALUE 1      PIC 9(03).
      *
      *    Sistema destino del cambio a estacionar ( espacios =
      *    GNS ); PND-PRK lo pasa a PND-COD-SIST y lo limpia, de modo
      *    que vale solo para el estacionamiento siguiente
           03 PND-ENT-SIST        VALUE SPACES PIC X(03).
      *
      *    Dias estacionada la fila en curso ( uso interno )
           03 PND-NUM-DTRS                     PIC 9(06).
      *
