              05 VRS-FOL-BASE                  PIC 9(07).
              05 VRS-FOL-DVRF                  PIC X(01).
      *
      *    Desarme del folio ampliado ( centros con CIC-IND-FRMT 'A' )
           03 VRS-NUM-FOLA                     PIC 9(11).
           03 VRS-NUM-FOLA-RED REDEFINES VRS-NUM-FOLA.
              05 VRS-FOA-BASE                  PIC 9(10).
              05 VRS-FOA-DVRF                  PIC X(01).
      *
      *    Fila del informe de descuadres ( cola SCR-QVRS )
       01  VRS-LINE.
           03 VRS-LIN-CAI                      PIC X(04).
           03 VRS-LIN-FOLI                     PIC 9(08).
           03 VRS-LIN-DGRB                     PIC X(01).
           03 VRS-LIN-DCAL                     PIC X(01).
      *    formato del folio en descuadre: 'C' el clasico ( en
      *    VRS-LIN-FOLI ), 'A' el ampliado ( en VRS-LIN-FOLA )
           03 VRS-LIN-FRMT                     PIC X(01).
           03 VRS-LIN-FOLA                     PIC 9(11).
      *
      *    Modo particionado ( GNSBGPAR.cbl ): el barrido puede
      *    correr acotado a un rango de llaves CIC ( desde/hasta,
