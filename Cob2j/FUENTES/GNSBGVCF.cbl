      * Validacion Declarativa de Campos de Formulario
      *
      *    VAL-GNS-VCF-FRM lo invoca GNS-PRO-FRM al recibir la
      *    pantalla con ENTER, con FRM-DFLD ya repuesto de la
      *    mascara. Carga las reglas TAB 'VCF' del formulario y las
      *    aplica campo por campo en orden de ordinal: obligatorio,
      *    formato ( VAL-NUM / PRO-FEC ), rango y valor en la tabla;
      *    con todos los campos en regla, las reglas cruzadas. La
      *    primera falla deja VCF-IND-FALL en 'S', el mensaje en
      *    FRM-MENS y el cursor ( FRM-PCUR, desde 0 ) en su campo.
      *    FRM-DFLD no se toca: el operador ve lo que tecleo.
       VAL-GNS-VCF-FRM SECTION.
       INI-VAL-GNS-VCF-FRM.
           MOVE 'N'      TO VCF-IND-FALL.
           MOVE ZERO     TO VCF-NUM-NCAM.
           MOVE SPACES   TO VCF-KEY-CTAB.
           MOVE FRM-NAME TO VCF-KEY-FORM.
           IF VCF-KEY-FORM NOT > SPACES
               GO TO FIN-VAL-GNS-VCF-FRM.
           PERFORM CRG-GNS-VCF-FRM THRU FIN-CRG-GNS-VCF-FRM.
           IF VCF-NUM-NCAM = ZERO
               GO TO FIN-VAL-GNS-VCF-FRM.
           MOVE ZERO TO VCF-NUM-ICAM.
       LUP-VAL-GNS-VCF-FRM.
           ADD 1 TO VCF-NUM-ICAM.
           IF VCF-NUM-ICAM > VCF-NUM-NCAM
               GO TO CRU-VAL-GNS-VCF-FRM.
           PERFORM CAM-GNS-VCF-FRM THRU FIN-CAM-GNS-VCF-FRM.
           IF VCF-COD-FALL > SPACES
               GO TO ERR-VAL-GNS-VCF-FRM.
           GO TO LUP-VAL-GNS-VCF-FRM.
      *
      *    reglas cruzadas, con todos los campos ya en regla
       CRU-VAL-GNS-VCF-FRM.
           MOVE ZERO TO VCF-NUM-ICAM.
       LCR-VAL-GNS-VCF-FRM.
           ADD 1 TO VCF-NUM-ICAM.
           IF VCF-NUM-ICAM > VCF-NUM-NCAM
               GO TO FIN-VAL-GNS-VCF-FRM.
           PERFORM CRU-GNS-VCF-FRM THRU FIN-CRU-GNS-VCF-FRM.
           IF VCF-COD-FALL > SPACES
               GO TO ERR-VAL-GNS-VCF-FRM.
           GO TO LCR-VAL-GNS-VCF-FRM.
      *
      *    mensaje del catalogo y cursor en el campo que fallo
       ERR-VAL-GNS-VCF-FRM.
           PERFORM MSG-GNS-VCF-FRM THRU FIN-MSG-GNS-VCF-FRM.
           COMPUTE FRM-PCUR = VCF-CAM-POSI( VCF-NUM-ICAM ) - 1.
           MOVE 'S' TO FRM-UCUR.
           MOVE 'S' TO VCF-IND-FALL.
       FIN-VAL-GNS-VCF-FRM.
           EXIT.
      *
      *    Reglas TAB 'VCF' de VCF-KEY-FORM a VCF-TBL-CAMP. Las filas
      *    no vigentes, con posicion o largo invalidos, que se salen
      *    de FRM-DFLD, o cuyo tipo no admite lo que piden ( numero
      *    de mas de 25, fecha fuera de 8 a 10, tabla de mas de 12,
      *    regla cruzada fuera de 'N' y 'F' ) se saltan.
       CRG-GNS-VCF-FRM SECTION.
       INI-CRG-GNS-VCF-FRM.
           MOVE SPACES       TO TAB.
           MOVE 'VCF'        TO TAB-COD-TTAB IN TAB.
           MOVE VCF-KEY-CTAB TO TAB-COD-CTAB IN TAB.
       LUP-CRG-GNS-VCF-FRM.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-FND-GRT    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
              OR TAB-COD-TTAB IN TAB NOT = 'VCF'
              OR TAB-COD-CTAB IN TAB( 1:7 ) NOT = VCF-KEY-FORM
               GO TO FIN-CRG-GNS-VCF-FRM.
           IF TAB-IND-VIGE IN TAB = 'N'
               GO TO LUP-CRG-GNS-VCF-FRM.
           MOVE TAB-GLS-DESC IN TAB TO VCF-WRK-DESC.
           MOVE TAB-GLS-DATA IN TAB TO VCF-WRK-DATA.
           IF VCF-DSC-POSI NOT NUMERIC
              OR VCF-DSC-LARG NOT NUMERIC
               GO TO LUP-CRG-GNS-VCF-FRM.
           IF VCF-DSC-POSI-RED = ZERO
              OR VCF-DSC-LARG-RED = ZERO
               GO TO LUP-CRG-GNS-VCF-FRM.
           IF VCF-DSC-POSI-RED + VCF-DSC-LARG-RED - 1
              > LENGTH OF FRM-DFLD
               GO TO LUP-CRG-GNS-VCF-FRM.
           IF VCF-DSC-TIPO = SPACE
               MOVE 'A' TO VCF-DSC-TIPO.
           IF VCF-DSC-TIPO NOT = 'A' AND VCF-DSC-TIPO NOT = 'N'
              AND VCF-DSC-TIPO NOT = 'F'
               GO TO LUP-CRG-GNS-VCF-FRM.
           IF VCF-DSC-TIPO = 'N'
               IF VCF-DSC-NENT NOT NUMERIC
                  OR VCF-DSC-NDCM NOT NUMERIC
                  OR VCF-DSC-NENT-RED + VCF-DSC-NDCM-RED = ZERO
                  OR VCF-DSC-NENT-RED > 13
                  OR VCF-DSC-NDCM-RED > 5
                  OR VCF-DSC-LARG-RED > 25
                   GO TO LUP-CRG-GNS-VCF-FRM.
           IF VCF-DSC-TIPO = 'F'
               IF VCF-DSC-LARG-RED < 8 OR VCF-DSC-LARG-RED > 10
                   GO TO LUP-CRG-GNS-VCF-FRM.
           IF VCF-DSC-TTAB > SPACES AND VCF-DSC-LARG-RED > 12
               GO TO LUP-CRG-GNS-VCF-FRM.
           IF VCF-DSC-CORD > SPACES
               IF VCF-DSC-TIPO = 'A'
                  OR ( VCF-DSC-COPE NOT = 'L'
                       AND VCF-DSC-COPE NOT = 'G' )
                   GO TO LUP-CRG-GNS-VCF-FRM.
           IF VCF-NUM-NCAM NOT < VCF-MAX-CAMP
               GO TO FIN-CRG-GNS-VCF-FRM.
           ADD 1 TO VCF-NUM-NCAM.
           MOVE TAB-COD-CTAB IN TAB( 8:2 )
                                 TO VCF-CAM-ORDI( VCF-NUM-NCAM ).
           MOVE VCF-DSC-POSI-RED TO VCF-CAM-POSI( VCF-NUM-NCAM ).
           MOVE VCF-DSC-LARG-RED TO VCF-CAM-LARG( VCF-NUM-NCAM ).
           MOVE VCF-DSC-OBLI     TO VCF-CAM-OBLI( VCF-NUM-NCAM ).
           MOVE VCF-DSC-TIPO     TO VCF-CAM-TIPO( VCF-NUM-NCAM ).
           MOVE ZERO             TO VCF-CAM-NENT( VCF-NUM-NCAM ).
           MOVE ZERO             TO VCF-CAM-NDCM( VCF-NUM-NCAM ).
           IF VCF-DSC-TIPO = 'N'
               MOVE VCF-DSC-NENT-RED TO VCF-CAM-NENT( VCF-NUM-NCAM )
               MOVE VCF-DSC-NDCM-RED TO VCF-CAM-NDCM( VCF-NUM-NCAM ).
           MOVE VCF-DSC-SGNO     TO VCF-CAM-SGNO( VCF-NUM-NCAM ).
           MOVE VCF-DSC-TTAB     TO VCF-CAM-TTAB( VCF-NUM-NCAM ).
           MOVE VCF-DSC-CORD     TO VCF-CAM-CORD( VCF-NUM-NCAM ).
           MOVE VCF-DSC-COPE     TO VCF-CAM-COPE( VCF-NUM-NCAM ).
           MOVE TAB-GLS-DCOR IN TAB
                                 TO VCF-CAM-MENS( VCF-NUM-NCAM ).
           MOVE VCF-DAT-VMIN     TO VCF-CAM-VMIN( VCF-NUM-NCAM ).
           MOVE VCF-DAT-VMAX     TO VCF-CAM-VMAX( VCF-NUM-NCAM ).
           MOVE 'N'              TO VCF-CAM-IVAL( VCF-NUM-NCAM ).
           MOVE ZERO             TO VCF-CAM-VALR( VCF-NUM-NCAM ).
           GO TO LUP-CRG-GNS-VCF-FRM.
       FIN-CRG-GNS-VCF-FRM.
           EXIT.
      *
      *    Reglas propias del campo VCF-NUM-ICAM. Un campo opcional
      *    en blanco no se valida; el que pasa queda con
      *    VCF-CAM-IVAL en 'S' y su valor en VCF-CAM-VALR.
       CAM-GNS-VCF-FRM SECTION.
       INI-CAM-GNS-VCF-FRM.
           MOVE SPACES TO VCF-COD-FALL.
           MOVE SPACES TO VCF-GLS-FALL.
           MOVE 'N'    TO VCF-CAM-IVAL( VCF-NUM-ICAM ).
           MOVE ZERO   TO VCF-CAM-VALR( VCF-NUM-ICAM ).
           MOVE VCF-CAM-POSI( VCF-NUM-ICAM ) TO VCF-NUM-POSI.
           MOVE VCF-CAM-LARG( VCF-NUM-ICAM ) TO VCF-NUM-LARG.
           IF FRM-DFLD( VCF-NUM-POSI:VCF-NUM-LARG ) NOT > SPACES
              AND VCF-CAM-OBLI( VCF-NUM-ICAM ) = 'S'
               MOVE 'OBL' TO VCF-COD-FALL.
           IF FRM-DFLD( VCF-NUM-POSI:VCF-NUM-LARG ) NOT > SPACES
               GO TO FIN-CAM-GNS-VCF-FRM.
           IF VCF-CAM-TIPO( VCF-NUM-ICAM ) = 'N'
               PERFORM NUM-GNS-VCF-FRM THRU FIN-NUM-GNS-VCF-FRM
           ELSE
           IF VCF-CAM-TIPO( VCF-NUM-ICAM ) = 'F'
               PERFORM FEC-GNS-VCF-FRM THRU FIN-FEC-GNS-VCF-FRM
           ELSE
               PERFORM ALF-GNS-VCF-FRM THRU FIN-ALF-GNS-VCF-FRM.
           IF VCF-COD-FALL > SPACES
               GO TO FIN-CAM-GNS-VCF-FRM.
           IF VCF-CAM-TTAB( VCF-NUM-ICAM ) > SPACES
               PERFORM TAB-GNS-VCF-FRM THRU FIN-TAB-GNS-VCF-FRM.
           IF VCF-COD-FALL > SPACES
               GO TO FIN-CAM-GNS-VCF-FRM.
           MOVE 'S' TO VCF-CAM-IVAL( VCF-NUM-ICAM ).
       FIN-CAM-GNS-VCF-FRM.
           EXIT.
      *
      *    Campo numerico: VAL-NUM con las condiciones de la regla
      *    ( el obligatorio no acepta cero ), y el rango
       NUM-GNS-VCF-FRM SECTION.
       INI-NUM-GNS-VCF-FRM.
           MOVE SPACES TO NUM-NUME.
           MOVE FRM-DFLD( VCF-NUM-POSI:VCF-NUM-LARG ) TO NUM-NUME.
           MOVE VCF-CAM-NENT( VCF-NUM-ICAM ) TO NUM-NENT.
           MOVE VCF-CAM-NDCM( VCF-NUM-ICAM ) TO NUM-NDCM.
           IF VCF-CAM-OBLI( VCF-NUM-ICAM ) = 'S'
               MOVE NUM-ZERO-N TO NUM-ZERO
           ELSE
               MOVE NUM-ZERO-S TO NUM-ZERO.
           IF VCF-CAM-SGNO( VCF-NUM-ICAM ) = 'S'
               MOVE NUM-SGNO-S TO NUM-SGNO
           ELSE
               MOVE NUM-SGNO-N TO NUM-SGNO.
           PERFORM VAL-NUM.
           IF NUM-STAT-OBL
               MOVE 'OBL'    TO VCF-COD-FALL
               MOVE NUM-MENS TO VCF-GLS-FALL
               GO TO FIN-NUM-GNS-VCF-FRM.
           IF NOT NUM-STAT-OKS
               MOVE 'FOR'    TO VCF-COD-FALL
               MOVE NUM-MENS TO VCF-GLS-FALL
               GO TO FIN-NUM-GNS-VCF-FRM.
           MOVE NUM-NS9V TO VCF-WRK-VALR.
           MOVE NUM-NS9V TO VCF-CAM-VALR( VCF-NUM-ICAM ).
           MOVE VCF-CAM-VMIN( VCF-NUM-ICAM ) TO VCF-DAT-VMIN.
           MOVE VCF-CAM-VMAX( VCF-NUM-ICAM ) TO VCF-DAT-VMAX.
           IF VCF-DAT-VMIN > SPACES AND VCF-MIN-NUME NUMERIC
               MOVE VCF-MIN-NUME TO VCF-WRK-LIMI
               IF VCF-MIN-SGNO = '-'
                   SUBTRACT VCF-WRK-LIMI FROM ZERO GIVING VCF-WRK-LIMI.
           IF VCF-DAT-VMIN > SPACES AND VCF-MIN-NUME NUMERIC
              AND VCF-WRK-VALR < VCF-WRK-LIMI
               MOVE 'MIN' TO VCF-COD-FALL
               GO TO FIN-NUM-GNS-VCF-FRM.
           IF VCF-DAT-VMAX > SPACES AND VCF-MAX-NUME NUMERIC
               MOVE VCF-MAX-NUME TO VCF-WRK-LIMI
               IF VCF-MAX-SGNO = '-'
                   SUBTRACT VCF-WRK-LIMI FROM ZERO GIVING VCF-WRK-LIMI.
           IF VCF-DAT-VMAX > SPACES AND VCF-MAX-NUME NUMERIC
              AND VCF-WRK-VALR > VCF-WRK-LIMI
               MOVE 'MAX' TO VCF-COD-FALL.
       FIN-NUM-GNS-VCF-FRM.
           EXIT.
      *
      *    Campo fecha ( DDMMSSAA o DD/MM/SSAA ): PRO-FEC, y el rango
      *    contra SAAMMDD u 'HOY'
       FEC-GNS-VCF-FRM SECTION.
       INI-FEC-GNS-VCF-FRM.
           MOVE SPACES       TO FEC-FECH.
           MOVE FRM-DFLD( VCF-NUM-POSI:VCF-NUM-LARG ) TO FEC-FECH.
           MOVE FEC-FORM-FEC TO FEC-FORM.
           MOVE FEC-FBLK-N   TO FEC-FBLK.
           MOVE FEC-VHBL-N   TO FEC-VHBL.
           MOVE FEC-CHOY-N   TO FEC-CHOY.
           MOVE SPACES       TO FEC-IEDT.
           MOVE FEC-VAL-FEC  TO FEC-CMND.
           PERFORM PRO-FEC.
           IF NOT FEC-STAT-OKS
               MOVE 'FOR'    TO VCF-COD-FALL
               MOVE FEC-MENS TO VCF-GLS-FALL
               GO TO FIN-FEC-GNS-VCF-FRM.
           MOVE FEC-FVLD     TO VCF-WRK-FECH.
           MOVE VCF-WRK-FECH TO VCF-WRK-VALR.
           MOVE VCF-WRK-FECH TO VCF-CAM-VALR( VCF-NUM-ICAM ).
           MOVE VCF-CAM-VMIN( VCF-NUM-ICAM ) TO VCF-DAT-VMIN.
           MOVE VCF-CAM-VMAX( VCF-NUM-ICAM ) TO VCF-DAT-VMAX.
           IF VCF-DAT-VMIN( 1:3 ) = 'HOY'
              OR VCF-DAT-VMAX( 1:3 ) = 'HOY'
               PERFORM GET-FHOY.
           IF VCF-DAT-VMIN( 1:3 ) = 'HOY'
               MOVE HOY-FHOY TO VCF-WRK-FECH
           ELSE
           IF VCF-DAT-VMIN( 1:8 ) NUMERIC
               MOVE VCF-DAT-VMIN( 1:8 ) TO VCF-WRK-FECH
           ELSE
               GO TO MAX-FEC-GNS-VCF-FRM.
           MOVE VCF-WRK-FECH TO VCF-WRK-LIMI.
           IF VCF-WRK-VALR < VCF-WRK-LIMI
               MOVE 'MIN' TO VCF-COD-FALL
               GO TO FIN-FEC-GNS-VCF-FRM.
       MAX-FEC-GNS-VCF-FRM.
           IF VCF-DAT-VMAX( 1:3 ) = 'HOY'
               MOVE HOY-FHOY TO VCF-WRK-FECH
           ELSE
           IF VCF-DAT-VMAX( 1:8 ) NUMERIC
               MOVE VCF-DAT-VMAX( 1:8 ) TO VCF-WRK-FECH
           ELSE
               GO TO FIN-FEC-GNS-VCF-FRM.
           MOVE VCF-WRK-FECH TO VCF-WRK-LIMI.
           IF VCF-WRK-VALR > VCF-WRK-LIMI
               MOVE 'MAX' TO VCF-COD-FALL.
       FIN-FEC-GNS-VCF-FRM.
           EXIT.
      *
      *    Campo alfanumerico: solo el rango, como texto
       ALF-GNS-VCF-FRM SECTION.
       INI-ALF-GNS-VCF-FRM.
           IF VCF-CAM-VMIN( VCF-NUM-ICAM ) > SPACES
              AND FRM-DFLD( VCF-NUM-POSI:VCF-NUM-LARG )
                  < VCF-CAM-VMIN( VCF-NUM-ICAM )
               MOVE 'MIN' TO VCF-COD-FALL
               GO TO FIN-ALF-GNS-VCF-FRM.
           IF VCF-CAM-VMAX( VCF-NUM-ICAM ) > SPACES
              AND FRM-DFLD( VCF-NUM-POSI:VCF-NUM-LARG )
                  > VCF-CAM-VMAX( VCF-NUM-ICAM )
               MOVE 'MAX' TO VCF-COD-FALL.
       FIN-ALF-GNS-VCF-FRM.
           EXIT.
      *
      *    Valor valido: fila vigente del tipo de tabla de la regla
      *    con el valor del campo por codigo
       TAB-GNS-VCF-FRM SECTION.
       INI-TAB-GNS-VCF-FRM.
           MOVE SPACES TO TAB.
           MOVE VCF-CAM-TTAB( VCF-NUM-ICAM ) TO TAB-COD-TTAB IN TAB.
           MOVE FRM-DFLD( VCF-NUM-POSI:VCF-NUM-LARG )
                                       TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
              OR TAB-IND-VIGE IN TAB = 'N'
               MOVE 'TAB' TO VCF-COD-FALL.
       FIN-TAB-GNS-VCF-FRM.
           EXIT.
      *
      *    Regla cruzada del campo VCF-NUM-ICAM: solo entre campos
      *    que pasaron sus reglas y tienen valor
       CRU-GNS-VCF-FRM SECTION.
       INI-CRU-GNS-VCF-FRM.
           MOVE SPACES TO VCF-COD-FALL.
           MOVE SPACES TO VCF-GLS-FALL.
           IF VCF-CAM-CORD( VCF-NUM-ICAM ) NOT > SPACES
              OR VCF-CAM-IVAL( VCF-NUM-ICAM ) NOT = 'S'
               GO TO FIN-CRU-GNS-VCF-FRM.
           MOVE ZERO TO VCF-NUM-JCAM.
       LUP-CRU-GNS-VCF-FRM.
           ADD 1 TO VCF-NUM-JCAM.
           IF VCF-NUM-JCAM > VCF-NUM-NCAM
               GO TO FIN-CRU-GNS-VCF-FRM.
           IF VCF-CAM-ORDI( VCF-NUM-JCAM )
              NOT = VCF-CAM-CORD( VCF-NUM-ICAM )
               GO TO LUP-CRU-GNS-VCF-FRM.
           IF VCF-CAM-IVAL( VCF-NUM-JCAM ) NOT = 'S'
              OR VCF-CAM-TIPO( VCF-NUM-JCAM )
                 NOT = VCF-CAM-TIPO( VCF-NUM-ICAM )
               GO TO FIN-CRU-GNS-VCF-FRM.
           IF VCF-CAM-COPE( VCF-NUM-ICAM ) = 'L'
              AND VCF-CAM-VALR( VCF-NUM-ICAM )
                  > VCF-CAM-VALR( VCF-NUM-JCAM )
               MOVE 'CRU' TO VCF-COD-FALL.
           IF VCF-CAM-COPE( VCF-NUM-ICAM ) = 'G'
              AND VCF-CAM-VALR( VCF-NUM-ICAM )
                  < VCF-CAM-VALR( VCF-NUM-JCAM )
               MOVE 'CRU' TO VCF-COD-FALL.
       FIN-CRU-GNS-VCF-FRM.
           EXIT.
      *
      *    Mensaje de la falla a FRM-MENS: el del catalogo si la
      *    regla lo trae ( con el valor y los limites para &1..&3 ),
      *    si no el de VAL-NUM o PRO-FEC, o el texto de la falla
       MSG-GNS-VCF-FRM SECTION.
       INI-MSG-GNS-VCF-FRM.
           MOVE SPACES TO FRM-MENS.
           IF VCF-CAM-MENS( VCF-NUM-ICAM ) NOT > SPACES
               GO TO GLS-MSG-GNS-VCF-FRM.
           MOVE SPACES TO MSG-SUB-VALS.
           MOVE FRM-DFLD( VCF-NUM-POSI:VCF-NUM-LARG )
                                       TO MSG-SUB-VAL( 1 ).
           MOVE VCF-CAM-VMIN( VCF-NUM-ICAM ) TO MSG-SUB-VAL( 2 ).
           MOVE VCF-CAM-VMAX( VCF-NUM-ICAM ) TO MSG-SUB-VAL( 3 ).
           MOVE 'GNS' TO MSG-COD-SIST.
           MOVE VCF-CAM-MENS( VCF-NUM-ICAM ) TO MSG-COD-MENS IN MSG.
           PERFORM GET-MSG.
           MOVE MSG-GLS-DESC IN MSG TO FRM-MENS.
           GO TO FIN-MSG-GNS-VCF-FRM.
       GLS-MSG-GNS-VCF-FRM.
           MOVE SPACES TO MSG-COD-MENS IN MSG.
           IF VCF-GLS-FALL > SPACES
               MOVE VCF-GLS-FALL TO FRM-MENS
           ELSE
           IF VCF-FALL-OBL
               MOVE 'CAMPO OBLIGATORIO' TO FRM-MENS
           ELSE
           IF VCF-FALL-MIN
               MOVE 'VALOR MENOR AL MINIMO PERMITIDO' TO FRM-MENS
           ELSE
           IF VCF-FALL-MAX
               MOVE 'VALOR MAYOR AL MAXIMO PERMITIDO' TO FRM-MENS
           ELSE
           IF VCF-FALL-TAB
               MOVE 'VALOR NO EXISTE EN LA TABLA' TO FRM-MENS
           ELSE
           IF VCF-FALL-CRU
               MOVE 'VALOR INCONSISTENTE CON OTRO CAMPO' TO FRM-MENS
           ELSE
               MOVE 'VALOR INVALIDO' TO FRM-MENS.
       FIN-MSG-GNS-VCF-FRM.
           EXIT.
