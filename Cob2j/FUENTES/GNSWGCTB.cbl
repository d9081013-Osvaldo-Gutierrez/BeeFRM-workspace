      *    Variables de la interfaz contable de los ajustes que genera
      *    el propio marco ( REG-GNS-CTB-MOV / GNS-PRO-CTB en
      *    GNSBGCTB.cbl, GNS-BUS-CTB en GNSBBCTB.cbl ). El residuo de
      *    redondeo ( libro TAB 'RSD' ) y las comisiones e impuestos
      *    cobrados ( PES-CAL-TAR ) son plata que nunca llegaba al
      *    mayor. Cada uno deja su movimiento con signo en
      *    TAB 'CTM' ( clave dia de operaciones AAMMDD + evento +
      *    moneda de 3 ) y el batch diario arma el lote de asientos
      *    cuadrados por moneda con las cuentas de las reglas TAB
      *    'CTB' ( clave evento + moneda; '****' = toda moneda ), la
      *    fecha contable del dia de operaciones ( TAB 'ODY' ) y el
      *    periodo del calendario fiscal, mas los totales de control.
      *    El estado del lote de cada dia vive en TAB 'CTL' ( clave
      *    la fecha SAAMMDD ): un dia generado, descuadrado o
      *    rechazado se puede volver a generar ( la version sube y
      *    reemplaza a la anterior en el mayor ); uno contabilizado
      *    ya no sale de nuevo, y el movimiento que llega para el
      *    pasa al dia siguiente aun no contabilizado.
       01  CTB-VARI.
      *
      *    Comando de GNS-PRO-CTB ( ver CTB-CTTS )
           03 CTB-CMND                 VALUE 0 PIC 9(02).
      *
      *    Movimiento a registrar: evento ( 'RSD' residuo de redondeo,
      *    'COM' comision, 'IMP' impuesto ),
      *    moneda ( estilo CIC de 4, '0999' ) e importe con signo
           03 CTB-ENT-EVEN                     PIC X(03).
           03 CTB-ENT-VCAM                     PIC X(04).
           03 CTB-ENT-IMPO  COMP-3             PIC S9(13)V9(04).
      *
      *    Dia contable del lote ( SAAMMDD; 0 = el dia de operaciones
      *    vigente en TAB 'ODY' )
           03 CTB-ENT-FECH        VALUE ZEROES PIC 9(08).
      *
      *    Lotes atrasados ( PEN-GNS-BUS-CTB ): el dia de la corrida
      *    nocturna, hasta el cual se regeneran los dias rechazados
      *    o descuadrados; el lote regenerado sigue en la misma cola
      *    ( CTB-IND-CONT en 'S' no la rebobina ), llave del recorrido
      *    de TAB 'CTL' y status del lote del dia
           03 CTB-FEC-PEND                     PIC 9(08).
           03 CTB-IND-CONT        VALUE 'N'    PIC X(01).
           03 CTB-SAV-CTAB                     PIC X(12).
           03 CTB-SAV-STAT                     PIC X(03).
      *
      *    Dias revisados buscando un dia no contabilizado donde
      *    registrar el movimiento, y su tope
           03 CTB-CNT-DIAS  COMP               PIC S9(04).
           03 CTB-LIM-DIAS  COMP  VALUE 31     PIC S9(04).
      *
      *    Status: OKS bien; DUP el dia ya esta contabilizado y no
      *    se genera de nuevo; DES el lote salio descuadrado o con
      *    movimientos sin regla ( queda retenido ); NEX el dia no
      *    tiene lote generado; EST el estado del lote no admite el
      *    acuse
           03 CTB-STAT                         PIC X(03).
              88 CTB-STAT-OKS                  VALUE 'OKS'.
              88 CTB-STAT-DUP                  VALUE 'DUP'.
              88 CTB-STAT-DES                  VALUE 'DES'.
              88 CTB-STAT-NEX                  VALUE 'NEX'.
              88 CTB-STAT-EST                  VALUE 'EST'.
      *
      *    Salida de la consulta: estado, version y periodo del lote
           03 CTB-SAL-ESTA                     PIC X(01).
           03 CTB-SAL-VERS                     PIC 9(02).
           03 CTB-SAL-PERI                     PIC 9(06).
      *
      *    Fecha contable resuelta y periodo fiscal ( SSAA+PP o
      *    SAAMM, FIS-SAL-IDPE )
           03 CTB-FEC-CONT                     PIC 9(08).
           03 CTB-FEC-CONT-RED REDEFINES CTB-FEC-CONT.
              05 CTB-FCO-SIGL                  PIC 9(02).
              05 CTB-FCO-AAMMDD                PIC 9(06).
           03 CTB-COD-PERI                     PIC 9(06).
      *
      *    Fila de control del lote del dia ( TAB 'CTL' ): estado
      *    G generado, D descuadrado, R rechazado por el mayor,
      *    C contabilizado; version del ultimo envio, periodo,
      *    movimientos y quien acuso
           03 CTB-WRK-CTRL.
              05 CTB-CTL-ESTA                  PIC X(01).
                 88 CTB-ESTA-GEN               VALUE 'G'.
                 88 CTB-ESTA-DES               VALUE 'D'.
                 88 CTB-ESTA-REC               VALUE 'R'.
                 88 CTB-ESTA-CON               VALUE 'C'.
              05 CTB-CTL-VERS                  PIC 9(02).
              05 CTB-CTL-PERI                  PIC 9(06).
              05 CTB-CTL-NMOV                  PIC 9(05).
              05 CTB-CTL-USER                  PIC X(12).
              05 FILLER          VALUE SPACES  PIC X(14).
      *
      *    Clave del movimiento TAB 'CTM' y su importe tal como
      *    viaja en la descripcion ( signo + 17 digitos, igual que
      *    el libro 'RSD' )
           03 CTB-KEY-CTAB.
              05 CTB-KEY-FECH                  PIC 9(06).
              05 CTB-KEY-EVEN                  PIC X(03).
              05 CTB-KEY-MONE                  PIC X(03).
           03 CTB-WRK-DMOV.
              05 CTB-DSC-SIGN                  PIC X(01).
              05 CTB-DSC-DIGS                  PIC 9(13)V9(04).
              05 FILLER          VALUE SPACES  PIC X(22).
           03 CTB-NUM-IMPO  COMP-3             PIC S9(13)V9(04).
      *
      *    Regla contable del evento y la moneda ( TAB 'CTB' ):
      *    cuenta al debe y cuenta al haber de un importe positivo
      *    ( uno negativo invierte las cuentas ) y la moneda con
      *    que se busca
           03 CTB-WRK-REGL.
              05 CTB-RGL-CDEB                  PIC X(15).
              05 CTB-RGL-CHAB                  PIC X(15).
              05 FILLER          VALUE SPACES  PIC X(10).
           03 CTB-RGL-VCAM                     PIC X(04).
           03 CTB-IND-RGLA                     PIC X(01).
      *
      *    Moneda del movimiento en curso ( de 4, estilo CIC )
           03 CTB-WRK-VCAM                     PIC X(04).
      *
      *    Totales de control por moneda del lote
           03 CTB-MMON.
              05 CTB-VMON OCCURS 20.
                 07 CTB-MON-VCAM               PIC X(04).
                 07 CTB-MON-TDEB  COMP-3       PIC S9(15)V9(04).
                 07 CTB-MON-THAB  COMP-3       PIC S9(15)V9(04).
                 07 CTB-MON-NMOV               PIC 9(05).
           03 CTB-CNT-NMON  COMP               PIC S9(04).
           03 CTB-MXMO            VALUE 20     PIC 9(02).
           03 CTB-SUB-IMON  COMP               PIC S9(04).
      *
      *    Totales de control del lote completo
           03 CTB-CNT-NMOV                     PIC 9(05).
           03 CTB-CNT-SREG                     PIC 9(05).
           03 CTB-SUM-TDEB  COMP-3             PIC S9(15)V9(04).
           03 CTB-SUM-THAB  COMP-3             PIC S9(15)V9(04).
      *
      *    Fila del archivo de interfaz ( cola SCR-QCTB ): 'CAB'
      *    cabecera del lote, 'MOV' un asiento al debe o al haber,
      *    'SRG' movimiento sin regla contable, 'TOT' totales de
      *    control de una moneda, 'FIN' cierre del lote con su
      *    estado ( OKS cuadrado, DES retenido )
       01  CTB-LINE.
           03 CTB-LIN-TIPO                     PIC X(03).
           03 CTB-LIN-FECH                     PIC 9(08).
           03 CTB-LIN-VERS                     PIC 9(02).
           03 CTB-LIN-PERI                     PIC 9(06).
           03 CTB-LIN-EVEN                     PIC X(03).
           03 CTB-LIN-VCAM                     PIC X(04).
           03 CTB-LIN-CUEN                     PIC X(15).
           03 CTB-LIN-IDEB                     PIC 9(15)V9(04).
           03 CTB-LIN-IHAB                     PIC 9(15)V9(04).
           03 CTB-LIN-NMOV                     PIC 9(05).
           03 CTB-LIN-ESTA                     PIC X(03).
      *
      *    Constantes de la interfaz contable
       01  CTB-CTTS.
      *
      *    Acuse del mayor: lote contabilizado
           03 CTB-ACE                  VALUE 1 PIC 9(02).
      *
      *    Acuse del mayor: lote rechazado ( se puede regenerar )
           03 CTB-RCH                  VALUE 2 PIC 9(02).
      *
      *    Consulta del estado del lote del dia
           03 CTB-CON                  VALUE 3 PIC 9(02).
