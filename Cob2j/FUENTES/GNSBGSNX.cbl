      * Clave Fonetica de las Descripciones de TAB y MSC
      *
      *    El operador que busca un banco, una sucursal o una comuna
      *    por su nombre lo escribe como suena. GNS-PRO-SNX reduce
      *    SNX-ENT-DESC a su esqueleto de sonidos en castellano:
      *      - B, V y W suenan B; M y N suenan N; S, Z y X suenan S
      *      - C ante E/I suena S, CH suena C, otra C suena K; QU y
      *        K suenan K
      *      - G ante E/I suena J ( GUE/GUI es G ); J suena J
      *      - LL y la Y ante vocal suenan Y; la H no suena
      *      - las vocales no cuentan, salvo la primera letra
      *      - la letra doble cuenta una vez
      *    Deja el esqueleto en SNX-SAL-FONE ( largo SNX-SAL-LFON ) y
      *    sus tres primeros sonidos en SNX-SAL-CLAV, que es la Clave
      *    Soundex del registro. No lee ni graba nada: GNS-FIO-TAB y
      *    GNS-FIO-MSC la invocan en cada FIO-PUT / FIO-MOD.
       GNS-PRO-SNX SECTION.
       INI-GNS-PRO-SNX.
           MOVE SPACES TO SNX-SAL-FONE SNX-SAL-CLAV SNX-COD-ULTI.
           MOVE ZERO   TO SNX-SAL-LFON SNX-NUM-IPOS.
           MOVE SPACES       TO SNX-WRK-DESC.
           MOVE SNX-ENT-DESC TO SNX-WRK-DESC.
           INSPECT SNX-WRK-DESC CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       LUP-GNS-PRO-SNX.
           ADD 1 TO SNX-NUM-IPOS.
           IF SNX-NUM-IPOS > LENGTH OF SNX-ENT-DESC
              OR SNX-SAL-LFON NOT < LENGTH OF SNX-SAL-FONE
               GO TO CLA-GNS-PRO-SNX.
           MOVE SNX-WRK-DESC( SNX-NUM-IPOS : 1 )     TO SNX-CAR-ACTU.
           MOVE SNX-WRK-DESC( SNX-NUM-IPOS + 1 : 1 ) TO SNX-CAR-SIGU.
           MOVE SNX-WRK-DESC( SNX-NUM-IPOS + 2 : 1 ) TO SNX-CAR-SSIG.
      *    fuera de las letras se corta la palabra
           IF NOT SNX-CAR-LETR
               MOVE SPACES TO SNX-COD-ULTI
               GO TO LUP-GNS-PRO-SNX.
           IF SNX-CAR-ACTU = 'Y' AND NOT SNX-SIG-VOCA
               MOVE 'I' TO SNX-CAR-ACTU.
           IF SNX-CAR-VOCA
               GO TO VOC-GNS-PRO-SNX.
           IF SNX-CAR-ACTU = 'H'
               GO TO LUP-GNS-PRO-SNX.
           MOVE SNX-CAR-ACTU TO SNX-COD-SONI.
           IF SNX-CAR-ACTU = 'V' OR SNX-CAR-ACTU = 'W'
               MOVE 'B' TO SNX-COD-SONI.
           IF SNX-CAR-ACTU = 'M'
               MOVE 'N' TO SNX-COD-SONI.
           IF SNX-CAR-ACTU = 'Z' OR SNX-CAR-ACTU = 'X'
               MOVE 'S' TO SNX-COD-SONI.
           IF SNX-CAR-ACTU = 'C'
               GO TO CCC-GNS-PRO-SNX.
           IF SNX-CAR-ACTU = 'Q'
               MOVE 'K' TO SNX-COD-SONI
               GO TO GUQ-GNS-PRO-SNX.
           IF SNX-CAR-ACTU = 'G'
               GO TO GGG-GNS-PRO-SNX.
           IF SNX-CAR-ACTU = 'L' AND SNX-CAR-SIGU = 'L'
               MOVE 'Y' TO SNX-COD-SONI
               ADD 1 TO SNX-NUM-IPOS.
           GO TO EMI-GNS-PRO-SNX.
       CCC-GNS-PRO-SNX.
           IF SNX-CAR-SIGU = 'H'
               MOVE 'C' TO SNX-COD-SONI
               ADD 1 TO SNX-NUM-IPOS
               GO TO EMI-GNS-PRO-SNX.
           IF SNX-SIG-SUAV
               MOVE 'S' TO SNX-COD-SONI
           ELSE
               MOVE 'K' TO SNX-COD-SONI.
           GO TO EMI-GNS-PRO-SNX.
       GGG-GNS-PRO-SNX.
           IF SNX-SIG-SUAV
               MOVE 'J' TO SNX-COD-SONI
               GO TO EMI-GNS-PRO-SNX.
      *    la U muda de QUE/QUI y GUE/GUI no es vocal propia
       GUQ-GNS-PRO-SNX.
           IF SNX-CAR-SIGU = 'U' AND SNX-SSG-SUAV
               ADD 1 TO SNX-NUM-IPOS.
           GO TO EMI-GNS-PRO-SNX.
      *    solo la vocal inicial suena; toda vocal separa la letra
      *    repetida
       VOC-GNS-PRO-SNX.
           MOVE SPACES TO SNX-COD-ULTI.
           IF SNX-SAL-LFON > ZERO
               GO TO LUP-GNS-PRO-SNX.
           MOVE SNX-CAR-ACTU TO SNX-COD-SONI.
       EMI-GNS-PRO-SNX.
           IF SNX-COD-SONI = SNX-COD-ULTI
               GO TO LUP-GNS-PRO-SNX.
           ADD 1 TO SNX-SAL-LFON.
           MOVE SNX-COD-SONI TO SNX-SAL-FONE( SNX-SAL-LFON : 1 ).
           MOVE SNX-COD-SONI TO SNX-COD-ULTI.
           GO TO LUP-GNS-PRO-SNX.
       CLA-GNS-PRO-SNX.
           MOVE SNX-SAL-FONE( 1:3 ) TO SNX-SAL-CLAV.
       FIN-GNS-PRO-SNX.
           EXIT.
      *
      *    Cercania del nombre tecleado ( SNX-NOM-FONE ) al esqueleto
      *    recien armado ( SNX-SAL-FONE ): porcentaje de los sonidos
      *    del nombre que calzan en la mejor posicion del esqueleto,
      *    menos un punto por cada sonido sobrante del esqueleto
      *    ( hasta 20 ), de modo que a igual calce gana la
      *    descripcion mas parecida en largo. Deja SNX-NUM-PUNT
      *    entre 0 y 100.
       CER-GNS-PRO-SNX SECTION.
       INI-CER-GNS-PRO-SNX.
           MOVE ZERO TO SNX-NUM-PUNT SNX-NUM-MEJO.
           IF SNX-NOM-LFON NOT > ZERO OR SNX-SAL-LFON NOT > ZERO
               GO TO FIN-CER-GNS-PRO-SNX.
           MOVE ZERO TO SNX-NUM-DESP.
       DSP-CER-GNS-PRO-SNX.
           IF SNX-NUM-DESP NOT < SNX-SAL-LFON
               GO TO PUN-CER-GNS-PRO-SNX.
           MOVE ZERO TO SNX-NUM-CALZ SNX-NUM-IFON.
       CAL-CER-GNS-PRO-SNX.
           ADD 1 TO SNX-NUM-IFON.
           IF SNX-NUM-IFON > SNX-NOM-LFON
              OR SNX-NUM-DESP + SNX-NUM-IFON > SNX-SAL-LFON
               GO TO MEJ-CER-GNS-PRO-SNX.
           IF SNX-NOM-FONE( SNX-NUM-IFON : 1 ) =
              SNX-SAL-FONE( SNX-NUM-DESP + SNX-NUM-IFON : 1 )
               ADD 1 TO SNX-NUM-CALZ.
           GO TO CAL-CER-GNS-PRO-SNX.
       MEJ-CER-GNS-PRO-SNX.
           IF SNX-NUM-CALZ > SNX-NUM-MEJO
               MOVE SNX-NUM-CALZ TO SNX-NUM-MEJO.
           ADD 1 TO SNX-NUM-DESP.
           GO TO DSP-CER-GNS-PRO-SNX.
       PUN-CER-GNS-PRO-SNX.
           COMPUTE SNX-NUM-PUNT = SNX-NUM-MEJO * 100 / SNX-NOM-LFON.
           COMPUTE SNX-NUM-SOBR = SNX-SAL-LFON - SNX-NOM-LFON.
           IF SNX-NUM-SOBR > 20
               MOVE 20 TO SNX-NUM-SOBR.
           IF SNX-NUM-SOBR > ZERO
               SUBTRACT SNX-NUM-SOBR FROM SNX-NUM-PUNT.
           IF SNX-NUM-PUNT < ZERO
               MOVE ZERO TO SNX-NUM-PUNT.
       FIN-CER-GNS-PRO-SNX.
           EXIT.
