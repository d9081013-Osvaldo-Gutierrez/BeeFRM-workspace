      *    Variables para el calendario fiscal ( GNS-FEC-FIS en
      *    GNSBGFIS.cbl ). Un sistema cuyo ejercicio no calza con el
      *    mes calendario ( 4-4-5 semanas, anio que parte en abril )
      *    se declara con una fila TAB tipo 'FIS' ( TAB-COD-CTAB =
      *    sistema ): mes de inicio del ejercicio y patron de semanas
      *    por trimestre. Los periodos quedan materializados en filas
      *    TAB tipo 'FIP' ( TAB-COD-CTAB = sistema + SSAA del
      *    ejercicio + PP ) con su primer y ultimo dia, generadas por
      *    FIS-GEN y corregibles a mano ( semana 53, cierres
      *    especiales ). Un sistema sin fila 'FIS' vigente sigue en
      *    meses calendario: el ejercicio es el anio, el periodo el
      *    mes y la identificacion del periodo el SAAMM de siempre.
      *    Con fila, el periodo se identifica como SSAA + PP del
      *    ejercicio en el mismo PIC 9(06) ( PER-ENT-PERI,
      *    CCK-ENT-PERI ).
       01  FIS-VARI.
      *
      *    Comando de GNS-FEC-FIS ( ver FIS-CTTS )
           03 FIS-CMND                 VALUE 0         PIC 9(02).
      *
      *    Sistema ( blanco = SCR-SIST ), fecha a ubicar ( SAAMMDD;
      *    0 = hoy ), ejercicio ( SSAA ) y periodo pedidos
           03 FIS-ENT-SIST                             PIC X(03).
           03 FIS-ENT-FECH        VALUE ZEROES         PIC 9(08).
           03 FIS-ENT-ANOF        VALUE ZEROES         PIC 9(04).
           03 FIS-ENT-PERI        VALUE ZEROES         PIC 9(02).
      *
      *    Generacion: primer dia del ejercicio ( SAAMMDD; 0 = dia
      *    siguiente al cierre del ejercicio anterior ya generado,
      *    o el 1 del mes de inicio si no lo hay ) y 'S' para
      *    alargar a 5 semanas el ultimo periodo ( anio de 53 )
           03 FIS-ENT-FINI        VALUE ZEROES         PIC 9(08).
           03 FIS-ENT-IS53        VALUE 'N'            PIC X(01).
      *
      *    'N' = no calcular la semana ( el chequeo de periodo solo
      *    quiere el periodo y corre dentro del despacho FIO, donde
      *    no debe tocar las variables FEC del llamador ); vuelve
      *    solo a 'S' despues de cada llamado
           03 FIS-IND-SEMA        VALUE 'S'            PIC X(01).
      *
      *    Resultado: 'S' si el sistema usa calendario fiscal,
      *    ejercicio, periodo, semana del ejercicio, primer y ultimo
      *    dia del periodo e identificacion SSAA+PP ( o SAAMM )
           03 FIS-IND-FISC                             PIC X(01).
           03 FIS-SAL-ANOF                             PIC 9(04).
           03 FIS-SAL-PERI                             PIC 9(02).
           03 FIS-SAL-SEMA                             PIC 9(02).
           03 FIS-SAL-FINI                             PIC 9(08).
           03 FIS-SAL-FFIN                             PIC 9(08).
           03 FIS-SAL-IDPE                             PIC 9(06).
      *
      *    Status: OKS; NEX la fecha o el periodo no estan en el
      *    calendario fiscal generado; ERR comando o datos invalidos
           03 FIS-STAT                                 PIC X(03).
              88 FIS-STAT-OKS                          VALUE 'OKS'.
              88 FIS-STAT-NEX                          VALUE 'NEX'.
              88 FIS-STAT-ERR                          VALUE 'ERR'.
      *
      *    Definicion del sistema tal como viaja en TAB-GLS-DESC de
      *    la fila 'FIS': mes de inicio del ejercicio, patron de
      *    semanas de los tres periodos de cada trimestre ( '445',
      *    '454', '544' ) y cantidad de periodos ( 12 )
           03 FIS-WRK-DEFI.
              05 FIS-DEF-MINI                          PIC 9(02).
              05 FIS-DEF-PATR.
                 07 FIS-DEF-SEMP       OCCURS 3        PIC 9(01).
              05 FIS-DEF-NPER                          PIC 9(02).
              05 FILLER                                PIC X(33).
      *
      *    Periodo tal como viaja en TAB-GLS-DESC de la fila 'FIP':
      *    primer y ultimo dia, semanas del periodo y numero de la
      *    primera semana del ejercicio que cae en el
           03 FIS-WRK-PERI.
              05 FIS-PER-FINI                          PIC 9(08).
              05 FIS-PER-FFIN                          PIC 9(08).
              05 FIS-PER-NSEM                          PIC 9(02).
              05 FIS-PER-SINI                          PIC 9(02).
              05 FILLER                                PIC X(20).
      *
      *    Clave armada sobre TAB-COD-CTAB
           03 FIS-KEY-CTAB.
              05 FIS-KEY-SIST                          PIC X(03).
              05 FIS-KEY-ANOF                          PIC 9(04).
              05 FIS-KEY-PERI                          PIC 9(02).
              05 FILLER                  VALUE SPACES  PIC X(03).
      *
      *    Ultimo periodo resuelto ( el chequeo de periodo corre en
      *    cada escritura y casi siempre cae en el mismo ): sistema,
      *    si es fiscal, y limites e identificacion del periodo
           03 FIS-CCH-SIST        VALUE SPACES         PIC X(03).
           03 FIS-CCH-FISC        VALUE SPACES         PIC X(01).
           03 FIS-CCH-FINI        VALUE ZEROES         PIC 9(08).
           03 FIS-CCH-FFIN        VALUE ZEROES         PIC 9(08).
           03 FIS-CCH-ANOF        VALUE ZEROES         PIC 9(04).
           03 FIS-CCH-PERI        VALUE ZEROES         PIC 9(02).
           03 FIS-CCH-SINI        VALUE ZEROES         PIC 9(02).
      *
      *    Campos de trabajo
           03 FIS-WRK-SIST                             PIC X(03).
           03 FIS-WRK-FECH                             PIC 9(08).
           03 FIS-WRK-FECH-RED REDEFINES FIS-WRK-FECH.
              05 FIS-WRK-SS                            PIC 9(02).
              05 FIS-WRK-AA                            PIC 9(02).
              05 FIS-WRK-MM                            PIC 9(02).
              05 FIS-WRK-DD                            PIC 9(02).
           03 FIS-WRK-FECH-RD2 REDEFINES FIS-WRK-FECH.
              05 FIS-WRK-SSAA                          PIC 9(04).
              05 FILLER                                PIC 9(04).
           03 FIS-WRK-ORIG                             PIC 9(08).
           03 FIS-WRK-ORIG-RED REDEFINES FIS-WRK-ORIG.
              05 FIS-ORI-SS                            PIC 9(02).
              05 FIS-ORI-AA                            PIC 9(02).
              05 FIS-ORI-MM                            PIC 9(02).
              05 FIS-ORI-DD                            PIC 9(02).
           03 FIS-WRK-ANOF                             PIC 9(04).
           03 FIS-WRK-INTE                             PIC 9(01).
           03 FIS-WRK-SEMA                             PIC 9(02).
           03 FIS-WRK-NDIA                             PIC 9(06).
           03 FIS-SUB-PERI   COMP                      PIC S9(04).
           03 FIS-SUB-TRIM   COMP                      PIC S9(04).
      *
      *    Constantes del calendario fiscal
       01  FIS-CTTS.
      *
      *    Ubicar una fecha: ejercicio, periodo, semana y limites
           03 FIS-UBI                  VALUE 1         PIC 9(02).
      *
      *    Primer y ultimo dia de un periodo ( ejercicio + periodo )
           03 FIS-LIM                  VALUE 2         PIC 9(02).
      *
      *    Generar los periodos de un ejercicio segun el patron
           03 FIS-GEN                  VALUE 3         PIC 9(02).
