      *    Llave del registro bloqueado ( para el journal )
           03 OVR-ENT-CLAV                     PIC X(21).
      *
      *    Ligadura opcional del vale a una operacion puntual ( p.ej.
      *    el limite de monto 'LIM': comando, opcion y huella del
      *    importe ). En blanco el vale sirve para cualquier
      *    operacion del motivo; cargada, CHK-GNS-OVR exige la misma.
      *    Es de uso unico: ambas secciones la limpian al terminar.
           03 OVR-ENT-LIGA        VALUE SPACES PIC X(10).
      *
      *    Vale recien generado ( GNS-MNT-OVR lo muestra al
      *    supervisor para que lo dicte )
           03 OVR-SAL-TOKN                     PIC 9(06).
              05 OVR-DSC-TOKN                  PIC 9(06).
              05 OVR-DSC-VNCE                  PIC 9(12).
              05 OVR-DSC-SUPE                  PIC X(12).
              05 OVR-DSC-LIGA                  PIC X(10).
      *
      *    Momento actual ( SAAMMDDHHMM ) y campos del calculo
           03 OVR-STP-AHOR                     PIC 9(12).
