      *    PROBLEMAS CONOCIDOS DE ABORTOS DE PROGRAMA
      *    ------------------------------------------
      *
      *    Nombre Registro : PRB
      *    Clave(s)        : PRB-KEY-IPRB(UU)
      *    Largo           : 300
      *    Bloqueo         : 1
      *    Observaciones   : Un problema reune los abortos que
      *                      vuelven una y otra vez: su firma
      *                      ( programa, trozo del mensaje y trozo
      *                      de la miga ), la causa raiz, el rodeo
      *                      que aplica la mesa y el estado. Cada
      *                      incidente nuevo cuya firma calza queda
      *                      ligado al problema ( INC-NUM-PROB ) y
      *                      la mesa ve el rodeo al tomarlo
      *                      ( GNSBGPRB.cbl ).
      *
       01  PRB.
      *
      *    Filler Compatibilidad VSAM/MVS
           03  PRB-GLS-FLAG                             PIC X(01).
      *
      *KEY Clave Primaria Registro
           03  PRB-KEY-IREG.
      *
      *        Identificacion Entidad
               05  PRB-KEY-IPRB.
      *
      *            Numero del Problema ( correlativo TAB 'PRB' )
                   07  PRB-NUM-PROB                     PIC 9(06).
      *
      *    Firma: Programa que Aborta ( espacios = cualquiera ),
      *    Trozo que debe Aparecer en INC-GLS-MENS y Trozo que
      *    debe Aparecer en INC-GLS-MIGA ( espacios = cualquiera )
           03  PRB-COD-PROG                             PIC X(08).
           03  PRB-GLS-PMEN                             PIC X(40).
           03  PRB-GLS-PMIG                             PIC X(30).
      *
      *    Causa Raiz y Rodeo para la Mesa
           03  PRB-GLS-CAUS                             PIC X(80).
           03  PRB-GLS-RODE                             PIC X(80).
      *
      *    Estado del Problema
           03  PRB-COD-STAT                             PIC X(01).
               88  PRB-STAT-INVE                        VALUE 'I'.
               88  PRB-STAT-CONO                        VALUE 'C'.
               88  PRB-STAT-RESU                        VALUE 'R'.
      *
      *    Alta y Ultima Modificacion ( fecha SAAMMDD y operador )
           03  PRB-FEC-ALTA                             PIC 9(08).
           03  PRB-COD-OALT                             PIC X(12).
           03  PRB-FEC-MODI                             PIC 9(08).
           03  PRB-COD-OMOD                             PIC X(12).
      *
      *    Disponible
           03  PRB-GLS-DISP                             PIC X(14).
