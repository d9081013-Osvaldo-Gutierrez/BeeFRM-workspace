      * Identificador CIC en Formato Clasico y Ampliado
      *
      *    El folio de 8 digitos se agota en los centros de mas
      *    volumen y traspasar bloques entre centros ( GNS-BUS-CTR )
      *    solo posterga el problema. Cada centro elige su formato
      *    en CIC-IND-FRMT: clasico ( CIC-NUM-ICIC, 7 + verificador )
      *    o ampliado ( CIC-NUM-ICIA, 10 + verificador ). Al pasar a
      *    ampliado el folio sigue la misma serie, asi que ningun
      *    numero nuevo choca con uno viejo y todo numero viejo es
      *    el mismo numero ampliado con ceros a la izquierda.
      *    GNS-PRO-CIW reune lo que el resto necesita para convivir
      *    con ambos durante la transicion:
      *      - NOR normaliza un identificador en cualquiera de sus
      *        formas ( clasica, ampliada o de despliegue ), valida
      *        su verificador con VAL-VRF y devuelve las tres formas;
      *        es ademas la resolucion en linea de la referencia
      *        cruzada numero viejo -> forma de despliegue.
      *      - FOL devuelve el folio vigente del centro que esta en
      *        CIC en el ancho ampliado, sus formas y su tope segun
      *        el formato del centro.
      *      - ASF deja un folio, dado en el ancho ampliado, en el
      *        campo que corresponde al formato del centro.
       GNS-PRO-CIW SECTION.
       INI-GNS-PRO-CIW.
           SET CIW-STAT-OKS TO TRUE.
           GO TO NOR-GNS-PRO-CIW FOL-GNS-PRO-CIW ASF-GNS-PRO-CIW
           DEPENDING ON CIW-CMND.
           MOVE 'ABORTO, comando invalido en GNS-PRO-CIW:' TO SYS-MEN1.
           MOVE CIW-CMND                                   TO SYS-MEN2.
           MOVE SYS-ABOR TO SYS-CMND.
           PERFORM GNS-PRO-SYS.
      *
      *    reconoce la forma por sus separadores y su largo
       NOR-GNS-PRO-CIW.
           MOVE SPACES TO CIW-SAL-CAI CIW-SAL-DVRF CIW-SAL-FRMT
                          CIW-SAL-CLAS CIW-SAL-AMPL CIW-SAL-DESP.
           MOVE ZEROES TO CIW-SAL-BASE.
           MOVE CIW-ENT-IDEN( 1:4 ) TO CIW-SAL-CAI.
           IF CIW-ENT-IDEN( 5:1 ) = '-' AND CIW-ENT-IDEN( 16:1 ) = '-'
              AND CIW-ENT-IDEN( 6:10 ) NUMERIC
               MOVE CIW-ENT-IDEN( 6:10 ) TO CIW-SAL-BASE
               MOVE CIW-ENT-IDEN( 17:1 ) TO CIW-SAL-DVRF
           ELSE
           IF CIW-ENT-IDEN( 13:5 ) = SPACES
              AND CIW-ENT-IDEN( 5:8 ) NUMERIC
               MOVE CIW-ENT-IDEN( 5:7 )  TO CIW-SAL-BASE
               MOVE CIW-ENT-IDEN( 12:1 ) TO CIW-SAL-DVRF
           ELSE
           IF CIW-ENT-IDEN( 16:2 ) = SPACES
              AND CIW-ENT-IDEN( 5:11 ) NUMERIC
               MOVE CIW-ENT-IDEN( 5:10 ) TO CIW-SAL-BASE
               MOVE CIW-ENT-IDEN( 15:1 ) TO CIW-SAL-DVRF
           ELSE
               SET CIW-STAT-FMT TO TRUE
               GO TO FIN-GNS-PRO-CIW.
      *    el verificador no depende de los ceros a la izquierda:
      *    se valida igual en cualquiera de las formas
           MOVE ZEROES       TO VRF-NUME.
           MOVE CIW-SAL-BASE TO VRF-NUME( 3:10 ).
           MOVE CIW-SAL-DVRF TO VRF-DVRF.
           MOVE VRF-VAL      TO VRF-CMND.
           PERFORM VAL-VRF.
           IF NOT VRF-STAT-OKS
               SET CIW-STAT-VRF TO TRUE.
           PERFORM ARM-GNS-PRO-CIW THRU FIN-ARM-GNS-PRO-CIW.
           GO TO FIN-GNS-PRO-CIW.
      *
      *    folio vigente en el ancho ampliado, sea cual sea el
      *    formato del centro
       FOL-GNS-PRO-CIW.
           MOVE CIC-CAI-ICIC IN CIC TO CIW-SAL-CAI.
           MOVE ZEROES TO CIW-NUM-FOLI.
           IF CIC-IND-FRMT IN CIC = 'A'
              AND CIC-NUM-ICIA IN CIC NUMERIC
               MOVE CIC-NUM-ICIA IN CIC TO CIW-NUM-FOLI.
           IF CIC-IND-FRMT IN CIC NOT = 'A'
              AND CIC-NUM-ICIC IN CIC NUMERIC
               MOVE CIC-NUM-ICIC IN CIC TO CIW-NUM-FOLI.
           MOVE CIW-NUM-FOLI TO CIW-SAL-FOLI.
           MOVE CIW-FOL-BASE TO CIW-SAL-BASE.
           MOVE CIW-FOL-DVRF TO CIW-SAL-DVRF.
           PERFORM ARM-GNS-PRO-CIW THRU FIN-ARM-GNS-PRO-CIW.
      *    aqui el formato es el del centro, no el del numero
           IF CIC-IND-FRMT IN CIC = 'A'
               MOVE 'A'          TO CIW-SAL-FRMT
               MOVE CIW-TOP-AMPL TO CIW-SAL-TOPE
           ELSE
               MOVE 'C'          TO CIW-SAL-FRMT
               MOVE CIW-TOP-CLAS TO CIW-SAL-TOPE.
           GO TO FIN-GNS-PRO-CIW.
      *
      *    un centro clasico no puede recibir un folio que no cabe
      *    en sus 8 digitos: debe pasar antes a ampliado
       ASF-GNS-PRO-CIW.
           IF CIC-IND-FRMT IN CIC = 'A'
               MOVE CIW-ENT-FOLI TO CIC-NUM-ICIA IN CIC
               GO TO FIN-GNS-PRO-CIW.
           IF CIW-ENT-FOLI > CIW-TOP-CLAS
               SET CIW-STAT-RNG TO TRUE
               GO TO FIN-GNS-PRO-CIW.
           MOVE CIW-ENT-FOLI TO CIC-NUM-ICIC IN CIC.
       FIN-GNS-PRO-CIW.
           EXIT.
      *
      *    Arma las tres formas de CIW-SAL-CAI + CIW-SAL-BASE +
      *    CIW-SAL-DVRF. La forma clasica solo existe para numeros
      *    de hasta 7 digitos.
       ARM-GNS-PRO-CIW SECTION.
       INI-ARM-GNS-PRO-CIW.
           MOVE CIW-SAL-CAI  TO CIW-AMP-CAI CIW-DES-CAI.
           MOVE CIW-SAL-BASE TO CIW-AMP-BASE CIW-DES-BASE.
           MOVE CIW-SAL-DVRF TO CIW-AMP-DVRF CIW-DES-DVRF.
           MOVE '-'          TO CIW-DES-SEP1 CIW-DES-SEP2.
           MOVE CIW-WRK-AMPL TO CIW-SAL-AMPL.
           MOVE CIW-WRK-DESP TO CIW-SAL-DESP.
           MOVE SPACES       TO CIW-SAL-CLAS.
           IF CIW-SAL-BASE > 9999999
               MOVE 'A' TO CIW-SAL-FRMT
               GO TO FIN-ARM-GNS-PRO-CIW.
           MOVE 'C'          TO CIW-SAL-FRMT.
           MOVE CIW-SAL-CAI  TO CIW-CLA-CAI.
           MOVE CIW-SAL-BASE TO CIW-CLA-BASE.
           MOVE CIW-SAL-DVRF TO CIW-CLA-DVRF.
           MOVE CIW-WRK-CLAS TO CIW-SAL-CLAS.
       FIN-ARM-GNS-PRO-CIW.
           EXIT.
