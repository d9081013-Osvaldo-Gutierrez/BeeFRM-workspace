      *    Variables de la busqueda de opciones de menu por palabras
      *    ( GNSBGBMN.cbl ). El operador teclea una o mas palabras;
      *    cada una calza con una opcion si aparece, ella o uno de
      *    sus sinonimos ( TAB 'MKW' clave palabra; en la
      *    descripcion hasta 4 palabras equivalentes de 10 ), en la
      *    glosa de menu o de programa de la opcion, y la opcion sale
      *    si calzan TODAS. Solo se listan las que el rol de la
      *    sesion puede correr ( GNS-VAL-PRV ) y que el ciclo de vida
      *    deja ver y despachar ( CHK-GNS-MNU-MLC ), con su camino
      *    de menus desde la raiz; elegir un resultado la despacha
      *    igual que la linea de comando.
       01  BMN-VARI.
      *
      *    Comando de la transaccion ( ver BMN-CTTS )
           03 BMN-CMND                 VALUE 0 PIC 9(02).
      *
      *    Entradas: palabras tecleadas y linea elegida del
      *    resultado ( cola SCR-QBMN )
           03 BMN-ENT-TEXT                     PIC X(40).
           03 BMN-ENT-LINE                     PIC 9(03).
      *
      *    Status de retorno de GNS-PRO-BMN ( 'VAC': no se tecleo
      *    ninguna palabra )
           03 BMN-STAT                         PIC X(03).
              88 BMN-STAT-OKS                  VALUE 'OKS'.
              88 BMN-STAT-NEX                  VALUE 'NEX'.
              88 BMN-STAT-VAC                  VALUE 'VAC'.
      *
      *    Palabras de la busqueda y sus alternativas ( la palabra
      *    misma y sus sinonimos ), con su largo
           03 BMN-MAX-PALA        VALUE 4      PIC 9(01).
           03 BMN-NUM-PALA   COMP              PIC S9(04).
           03 BMN-TBL-PALA.
              05 BMN-PAL                  OCCURS 4.
                 07 BMN-PAL-NALT COMP          PIC S9(04).
                 07 BMN-PAL-ALTE          OCCURS 5.
                    09 BMN-ALT-TEXT            PIC X(12).
                    09 BMN-ALT-LARG COMP       PIC S9(04).
           03 BMN-WRK-PALA.
              05 BMN-WPA-TEXT     OCCURS 4     PIC X(12).
           03 BMN-WRK-SINO.
              05 BMN-WSI-TEXT     OCCURS 4     PIC X(10).
           03 BMN-NUM-IPAL   COMP              PIC S9(04).
           03 BMN-NUM-IALT   COMP              PIC S9(04).
           03 BMN-NUM-ISIN   COMP              PIC S9(04).
           03 BMN-NUM-LARG   COMP              PIC S9(04).
           03 BMN-NUM-TALL   COMP              PIC S9(04).
      *
      *    Glosas de la opcion en mayusculas, donde se busca
           03 BMN-WRK-GLOS                     PIC X(60).
           03 BMN-IND-CALZ                     PIC X(01).
      *
      *    Menus que cuelgan de una opcion de otro menu ( enlace
      *    hijo -> padre para armar el camino )
           03 BMN-MAX-ENLA        VALUE 200    PIC 9(03).
           03 BMN-NUM-ENLA   COMP              PIC S9(04).
           03 BMN-TBL-ENLA.
              05 BMN-ENL                  OCCURS 200.
                 07 BMN-ENL-HIJO               PIC X(03).
                 07 BMN-ENL-PADR               PIC X(03).
                 07 BMN-ENL-GLOS               PIC X(30).
           03 BMN-NUM-IENL   COMP              PIC S9(04).
      *
      *    Opciones halladas, antes de armar su camino
           03 BMN-MAX-HALL        VALUE 50     PIC 9(02).
           03 BMN-NUM-HALL   COMP              PIC S9(04).
           03 BMN-TBL-HALL.
              05 BMN-HAL                  OCCURS 50.
                 07 BMN-HAL-COMD               PIC X(03).
                 07 BMN-HAL-OPCI               PIC X(03).
                 07 BMN-HAL-CMEN               PIC X(03).
                 07 BMN-HAL-FMEN               PIC X(30).
                 07 BMN-HAL-PROG               PIC X(08).
                 07 BMN-HAL-TRAN               PIC X(04).
           03 BMN-NUM-IHAL   COMP              PIC S9(04).
           03 BMN-CNT-OMIT   COMP              PIC S9(04).
      *
      *    Camino en armado ( de la raiz a la opcion ) y menu en
      *    curso del ascenso; el ascenso para a los BMN-MAX-NIVE
      *    niveles por si el arbol tuviera un ciclo
           03 BMN-WRK-CAMI                     PIC X(60).
           03 BMN-WRK-CAUX                     PIC X(60).
           03 BMN-WRK-CMEN                     PIC X(03).
           03 BMN-MAX-NIVE        VALUE 6      PIC 9(01).
           03 BMN-NUM-NIVE   COMP              PIC S9(04).
      *
      *    Respaldo del control de despacho de la sesion ( la
      *    consulta a la matriz usa los mismos campos PRV-ENT-* )
           03 BMN-SAV-COMD                     PIC X(03).
           03 BMN-SAV-OPCI                     PIC X(03).
      *
      *    Fila del resultado ( cola SCR-QBMN ): comando y opcion,
      *    glosa, camino de menus, y lo que necesita el despacho
       01  BMN-LINE.
           03 BMN-LIN-ORDI                     PIC 9(03).
           03 BMN-LIN-COMD                     PIC X(03).
           03 BMN-LIN-OPCI                     PIC X(03).
           03 BMN-LIN-FMEN                     PIC X(30).
           03 BMN-LIN-CAMI                     PIC X(60).
           03 BMN-LIN-PROG                     PIC X(08).
           03 BMN-LIN-TRAN                     PIC X(04).
      *
      *    Constantes de la busqueda
       01  BMN-CTTS.
      *
      *    Busca BMN-ENT-TEXT y deja el resultado en SCR-QBMN
           03 BMN-BUS                  VALUE 1 PIC 9(02).
      *
      *    Despacha la opcion de la linea BMN-ENT-LINE
           03 BMN-SAL                  VALUE 2 PIC 9(02).
