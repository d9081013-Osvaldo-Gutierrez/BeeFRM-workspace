           MOVE CIC-COD-CCIC IN CIC TO CIC-COD-CCIC IN CIC-FLD.
           MOVE CIC-NUM-ICIC IN CIC TO CIC-NUM-ICIC IN CIC-FLD.
           MOVE CIC-IND-VIGE IN CIC TO CIC-IND-VIGE IN CIC-FLD.
           MOVE CIC-IND-FRMT IN CIC TO CIC-IND-FRMT IN CIC-FLD.
      * <<<< FIN_PUT_CIC_CIC
      *    centro en formato ampliado: el folio en pantalla es el
      *    de 11 ( GNSBRCIC )
           IF CIC-IND-FRMT IN CIC = 'A'
               MOVE CIC-NUM-ICIA IN CIC TO CIC-NUM-ICIC IN CIC-FLD.
      * >>>> FIN_PUT_CIC_CIC
       FIN-PUT-CIC-CIC.
           EXIT.
      * >>>> INI_CLR_CIC_CIC
           MOVE ZEROES TO CIC-NUM-ICIC IN CIC-FLD.
           MOVE SPACES TO CIC-IND-VIGE IN CIC-FLD.
           MOVE SPACES TO CIC-IND-FRMT IN CIC-FLD.
      * <<<< FIN_CLR_CIC_CIC
      * >>>> FIN_CLR_CIC_CIC
       FIN-CLR-CIC-CIC.
      * >>>> INI_UNP_CIC_CIC
           MOVE FRM-CPIM-UBY TO CIC-NUM-ICIC-ATR IN CIC-FLD.
           MOVE FRM-CPIM-UBY TO CIC-IND-VIGE-ATR IN CIC-FLD.
           MOVE FRM-CPIM-UBY TO CIC-IND-FRMT-ATR IN CIC-FLD.
      * <<<< FIN_UNP_CIC_CIC
      * >>>> FIN_UNP_CIC_CIC
       FIN-UNP-CIC-CIC.
           MOVE CIC-NUM-ICIC-ALF IN CIC-FLD TO NUM-NUME.
           MOVE NUM-ZERO-S TO NUM-ZERO.
           MOVE NUM-SGNO-N TO NUM-SGNO.
           MOVE 11 TO NUM-NENT.
           MOVE 0 TO NUM-NDCM.
           PERFORM VAL-NUM.
           IF NUM-STAT-OKS
