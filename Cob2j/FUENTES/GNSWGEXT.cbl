           03 EXT-HDR-MNU PIC X(78) VALUE
              'MNU-COD-SYST;MNU-COD-CACC;MNU-COD-ENTI;MNU-COD-COMD;MNU-C
      -       'OD-OPCI;MNU-GLS-PROG'.
           03 EXT-HDR-CIC PIC X(78) VALUE
              'CIC-COD-TCIC;CIC-COD-CCIC;CIC-NUM-ICIC;CIC-IND-VIGE;CIC-I
      -       'ND-FRMT;CIC-NUM-ICIA'.
           03 EXT-HDR-OPR PIC X(60) VALUE
              'OPR-COD-IOPR;OPR-GLS-NOMB;OPR-COD-ROLE;OPR-IND-VIGE'.
      *
