           03 CNV-IND-TFND                          PIC X(01).
           03 CNV-NUM-TLEG                          PIC 9(09)V9(06).
           03 CNV-FEC-TLEG                          PIC 9(06).
      *
      *    Bitacora de conversiones ( REG-PES-CNV-MON ): cada
      *    llamada a PES-CNV-MON deja un registro CVJ con la tasa,
      *    su fecha y el camino usado. CNV-IND-JRNL en 'N' la
      *    suspende ( solo para recalculos masivos en batch ).
           03 CNV-IND-JRNL          VALUE 'S'       PIC X(01).
           03 CNV-CNT-SECU   COMP   VALUE ZERO      PIC S9(04).
           03 CNV-HRA-TOMA                          PIC 9(08).
      *
      *    Informe diario por par de monedas ( GNS-BUS-CNV ):
      *    fecha ( SAAMMDD; 0 = hoy ), corte por par y acumulados
           03 CNV-REP-FECH          VALUE ZEROES    PIC 9(08).
           03 CNV-WRK-FECH                          PIC 9(08).
           03 CNV-WRK-FAMD                          PIC 9(06).
           03 CNV-WRK-PAR.
              05 CNV-PAR-ORIG                       PIC X(04).
              05 CNV-PAR-DEST                       PIC X(04).
           03 CNV-CNT-CONV   COMP                   PIC S9(08).
           03 CNV-CNT-VIEJ   COMP                   PIC S9(08).
           03 CNV-SUM-ENTR          COMP-3          PIC S9(15)V9(4).
           03 CNV-SUM-SALI          COMP-3          PIC S9(15)V9(4).
           03 CNV-MIN-TASA                          PIC 9(09)V9(06).
           03 CNV-MAX-TASA                          PIC 9(09)V9(06).
      *
      *    Revision de tasa vieja ( VJA-GNS-BUS-CNV ): par publicado
      *    en la fecha del informe y hora de su publicacion
           03 CNV-PUB-ORIG                          PIC X(03).
           03 CNV-PUB-DEST                          PIC X(03).
           03 CNV-PUB-HORA                          PIC 9(06).
           03 CNV-CON-HORA                          PIC 9(06).
           03 CNV-IND-VIEJ                          PIC X(01).
      *
      *    Fila del informe por par ( cola SCR-QCNV ):
      *       CNV-LIN-TIPO 'V' = conversion con tasa anterior a la
      *       publicada ese dia, 'T' = total del par
       01  CNV-LINE.
           03 CNV-LIN-TIPO                          PIC X(01).
           03 CNV-LIN-ORIG                          PIC X(04).
           03 CNV-LIN-DEST                          PIC X(04).
           03 CNV-LIN-HORA                          PIC 9(08).
           03 CNV-LIN-TERM                          PIC X(04).
           03 CNV-LIN-OPER                          PIC X(12).
           03 CNV-LIN-LADO                          PIC X(01).
           03 CNV-LIN-ENTR                          PIC 9(13)V9(4).
           03 CNV-LIN-SALI                          PIC 9(13)V9(4).
           03 CNV-LIN-TASA                          PIC 9(09)V9(06).
           03 CNV-LIN-FTAS                          PIC 9(06).
           03 CNV-LIN-TRIA                          PIC X(01).
           03 CNV-LIN-CANT                          PIC 9(08).
           03 CNV-LIN-VENT                          PIC 9(15)V9(4).
           03 CNV-LIN-VSAL                          PIC 9(15)V9(4).
           03 CNV-LIN-TMIN                          PIC 9(09)V9(06).
           03 CNV-LIN-TMAX                          PIC 9(09)V9(06).
           03 CNV-LIN-CVIE                          PIC 9(08).
      *
      *    Request Area propia del FIO de CVJ
       01  ADR-CVJ-REQA                        PIC X(630).
