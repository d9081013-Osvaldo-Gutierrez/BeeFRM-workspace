      *    Variables del monitor de registros bloqueados ( toma de
      *    hora en GNS-FIO-DTC y REG-GNS-LCK-DTC en GNSBGLCK.cbl,
      *    informe GNS-BUS-LCK en GNSBBLCK.cbl ). Cuando el registro
      *    pedido esta tomado por otra sesion, la capa Oracle vuelve
      *    con FIO-REC-LCK en FIO-CMND; si sabe cual es la sesion que
      *    lo tiene, la deja en FIO-MEN2. Cada una de esas vueltas
      *    deja un item en la cola del dia ( 'GLCK' + mes + dia ):
      *    tabla, llave, comando pedido, terminal, operador,
      *    programa, momento, espera en centesimas ( lo que tardo el
      *    viaje a Oracle ) y sesion que lo tenia. Ademas cada
      *    llave bloqueada lleva una cuenta en el registro comun
      *    'OPERLCK ': mas de LCK-DEF-UMBR bloqueos de la misma
      *    llave dentro de LCK-DEF-VENT minutos sale como mensaje
      *    Severo a la consola de operaciones, una vez por ventana.
      *    Una fila vigente de TAB 'LCK' ( clave el codigo de tabla
      *    de 3 ) cambia los valores para esa tabla: bloqueos ( 3;
      *    000 = sin aviso, solo diario ) y minutos ( 3 ).
       01  LCK-VARI.
      *
      *    Interruptor general
           03 LCK-IND-ACTV        VALUE 'S'    PIC X(01).
      *
      *    Guardia de reentrada ( mismo esquema que LEC-IND-BUSY ):
      *    la carga de la lista y el mensaje de consola leen por el
      *    FIO de siempre
           03 LCK-IND-BUSY        VALUE 'N'    PIC X(01).
      *
      *    Valores por omision
           03 LCK-DEF-UMBR        VALUE 010    PIC 9(03).
           03 LCK-DEF-VENT        VALUE 005    PIC 9(03).
      *
      *    Lista de tablas con valores propios; se recarga al
      *    cambiar la hora ( mismo esquema que LEC-TBL-TABL )
           03 LCK-IND-CARG        VALUE 'N'    PIC X(01).
           03 LCK-HRA-CARG                     PIC 9(02).
           03 LCK-NUM-TABL   COMP              PIC S9(04).
           03 LCK-MAX-TABL        VALUE 20     PIC 9(02).
           03 LCK-TBL-TABL.
              05 LCK-TABL                 OCCURS 20.
                 07 LCK-TAB-CODI               PIC X(03).
                 07 LCK-TAB-UMBR               PIC 9(03).
                 07 LCK-TAB-VENT               PIC 9(03).
           03 LCK-NUM-ITAB   COMP              PIC S9(04).
      *
      *    Descripcion de la fila TAB 'LCK'
           03 LCK-WRK-DESC.
              05 LCK-DSC-UMBR                  PIC X(03).
              05 LCK-DSC-UMBR-RED REDEFINES LCK-DSC-UMBR
                                               PIC 9(03).
              05 LCK-DSC-VENT                  PIC X(03).
              05 LCK-DSC-VENT-RED REDEFINES LCK-DSC-VENT
                                               PIC 9(03).
              05 FILLER                        PIC X(34).
      *
      *    Valores que rigen para la tabla del bloqueo
           03 LCK-CTL-UMBR                     PIC 9(03).
           03 LCK-CTL-VENT                     PIC 9(03).
      *
      *    Comando pedido y hora de salida a Oracle ( GNS-FIO-DTC
      *    los toma antes del viaje; el comando vuelve pisado )
           03 LCK-WRK-FCMD                     PIC 9(04).
           03 LCK-WRK-HINI                     PIC 9(08).
           03 LCK-WRK-HINI-RED REDEFINES LCK-WRK-HINI.
              05 LCK-INI-HH                    PIC 9(02).
              05 LCK-INI-MM                    PIC 9(02).
              05 LCK-INI-SS                    PIC 9(02).
              05 LCK-INI-CC                    PIC 9(02).
      *
      *    Momento de la vuelta: fecha SAAMMDD, hora HHMMSSCC y
      *    segundo del dia
           03 LCK-WRK-FECH                     PIC 9(08).
           03 LCK-WRK-FECH-RED REDEFINES LCK-WRK-FECH.
              05 FILLER                        PIC 9(04).
              05 LCK-WRK-MMES                  PIC 9(02).
              05 LCK-WRK-DIAS                  PIC 9(02).
           03 LCK-WRK-HORA                     PIC 9(08).
           03 LCK-WRK-HORA-RED REDEFINES LCK-WRK-HORA.
              05 LCK-WRK-HH                    PIC 9(02).
              05 LCK-WRK-MM                    PIC 9(02).
              05 LCK-WRK-SS                    PIC 9(02).
              05 LCK-WRK-CC                    PIC 9(02).
           03 LCK-WRK-SEGS                     PIC 9(05).
      *
      *    Espera en centesimas
           03 LCK-NUM-CIN    COMP              PIC S9(09).
           03 LCK-NUM-CFN    COMP              PIC S9(09).
           03 LCK-NUM-ESPE   COMP              PIC S9(09).
      *
      *    Cola del dia con los bloqueos, y su item
           03 LCK-NOM-JRNL.
              05 LCK-JRN-PREF    VALUE 'GLCK'  PIC X(04).
              05 LCK-JRN-MMES                  PIC 9(02).
              05 LCK-JRN-DIAS                  PIC 9(02).
           03 LCK-JRN-ITEM.
              05 LCK-JRN-TABL                  PIC X(03).
              05 LCK-JRN-CLAV                  PIC X(40).
              05 LCK-JRN-FCMD                  PIC 9(04).
              05 LCK-JRN-TERM                  PIC X(04).
              05 LCK-JRN-OPER                  PIC X(12).
              05 LCK-JRN-PROG                  PIC X(08).
              05 LCK-JRN-STMP                  PIC 9(14).
              05 LCK-JRN-STMP-RED REDEFINES LCK-JRN-STMP.
                 07 LCK-JRN-FECH               PIC 9(08).
                 07 LCK-JRN-HORA               PIC 9(02).
                 07 FILLER                     PIC 9(04).
              05 LCK-JRN-ESPE                  PIC 9(07).
              05 LCK-JRN-SESI                  PIC X(09).
      *
      *    Registro comun de llaves bloqueadas en su ventana: tabla
      *    y llave, fecha y segundo del dia del primer bloqueo de la
      *    ventana, bloqueos en ella y si ya se aviso
           03 LCK-NOM-LIST        VALUE 'OPERLCK ' PIC X(08).
           03 LCK-MAX-LIST        VALUE 20     PIC 9(02).
           03 LCK-REG-LIST.
              05 LCK-LIS                  OCCURS 20.
                 07 LCK-LIS-TABL               PIC X(03).
                 07 LCK-LIS-CLAV               PIC X(40).
                 07 LCK-LIS-FECH               PIC 9(08).
                 07 LCK-LIS-SINI               PIC 9(05).
                 07 LCK-LIS-NCON               PIC 9(05).
                 07 LCK-LIS-IALR               PIC X(01).
           03 LCK-NUM-ILIS   COMP              PIC S9(04).
           03 LCK-NUM-JLIS   COMP              PIC S9(04).
           03 LCK-NUM-DIFE   COMP              PIC S9(07).
           03 LCK-MAX-DIFE   COMP              PIC S9(07).
      *
      *    Respaldo de los buffers del llamador durante la carga de
      *    la lista y el mensaje ( mismo esquema que CRG-GNS-LEC-DTC )
      *    y de su cola y TP-STATUS durante las escrituras
           03 LCK-SAV-CMND                     PIC 9(04).
           03 LCK-SAV-AKEY                     PIC X(32).
           03 LCK-SAV-STAT                     PIC X(02).
           03 LCK-SAV-SIST                     PIC X(03).
           03 LCK-SAV-DFLD                     PIC X(1536).
           03 LCK-SAV-MENS                     PIC X(80).
           03 LCK-SAV-REQA                     PIC X(630).
           03 LCK-SAV-TRQA                     PIC X(630).
           03 LCK-SAV-TREG                     PIC X(206).
           03 LCK-SAV-PROG                     PIC X(06).
           03 LCK-SAV-CTMX   COMP              PIC S9(04).
           03 LCK-SAV-CTIO   COMP              PIC S9(04).
           03 LCK-SAV-QSTA                     PIC X(03).
           03 LCK-SAV-QCMD                     PIC X(03).
           03 LCK-SAV-TPST                     PIC 9(04).
      *
      *    Variables del informe de bloqueos ( GNS-BUS-LCK )
       01  LCK-BUS-VARI.
      *
      *    Fecha a informar ( SAAMMDD; cero = hoy ), y 'S' para
      *    borrar la cola del dia despues de archivar el informe
      *    ( lo pide la cadena nocturna )
           03 LCK-REP-FECH        VALUE ZEROES PIC 9(08).
           03 LCK-IND-BORR        VALUE 'N'    PIC X(01).
           03 LCK-FEC-PROC                     PIC 9(08).
           03 LCK-FEC-PROC-RED REDEFINES LCK-FEC-PROC.
              05 FILLER                        PIC 9(04).
              05 LCK-MES-PROC                  PIC 9(02).
              05 LCK-DIA-PROC                  PIC 9(02).
           03 LCK-NUM-ITEM   COMP              PIC S9(05).
      *
      *    Llaves mas disputadas que salen por hora y en el dia
           03 LCK-MAX-THOR        VALUE 05     PIC 9(02).
           03 LCK-MAX-TDIA        VALUE 10     PIC 9(02).
      *
      *    Bloqueos y espera de cada hora del dia
           03 LCK-TBL-HORA.
              05 LCK-HOR                  OCCURS 24.
                 07 LCK-HOR-CANT   COMP        PIC S9(07).
                 07 LCK-HOR-ESPE   COMP        PIC S9(09).
           03 LCK-NUM-IHOR   COMP              PIC S9(04).
      *
      *    Llaves bloqueadas por hora; pasado el tope, el resto solo
      *    suma a su hora y se cuenta aparte
           03 LCK-NUM-LHOR   COMP              PIC S9(04).
           03 LCK-MAX-LHOR        VALUE 500    PIC 9(03).
           03 LCK-TBL-LHOR.
              05 LCK-LHO                  OCCURS 500.
                 07 LCK-LHO-HORA               PIC 9(02).
                 07 LCK-LHO-TABL               PIC X(03).
                 07 LCK-LHO-CLAV               PIC X(40).
                 07 LCK-LHO-CANT   COMP        PIC S9(07).
                 07 LCK-LHO-ESPE   COMP        PIC S9(09).
                 07 LCK-LHO-IUSO               PIC X(01).
      *
      *    Llaves bloqueadas en el dia, con el mismo tope
           03 LCK-NUM-LDIA   COMP              PIC S9(04).
           03 LCK-MAX-LDIA        VALUE 300    PIC 9(03).
           03 LCK-TBL-LDIA.
              05 LCK-LDI                  OCCURS 300.
                 07 LCK-LDI-TABL               PIC X(03).
                 07 LCK-LDI-CLAV               PIC X(40).
                 07 LCK-LDI-CANT   COMP        PIC S9(07).
                 07 LCK-LDI-ESPE   COMP        PIC S9(09).
                 07 LCK-LDI-IUSO               PIC X(01).
           03 LCK-NUM-ILLA   COMP              PIC S9(04).
           03 LCK-NUM-JLLA   COMP              PIC S9(04).
           03 LCK-NUM-RANK   COMP              PIC S9(04).
      *
      *    Totales: bloqueos del dia, espera total, items de otro
      *    anio ( la cola se llama igual cada anio ) y llaves sin
      *    lugar
           03 LCK-CNT-ITEM   COMP              PIC S9(07).
           03 LCK-CNT-ESPE   COMP              PIC S9(09).
           03 LCK-CNT-OTRO   COMP              PIC S9(07).
           03 LCK-CNT-EXCE   COMP              PIC S9(05).
      *
      *    Fila de salida ( cola SCR-QLCK ): 'LCK' un bloqueo, 'DIA'
      *    una llave entre las mas disputadas del dia, 'HOR' los
      *    bloqueos de una hora, 'HOT' una llave entre las mas
      *    disputadas de esa hora y 'TOT' totales del dia. Las llaves
      *    salen por cantidad de bloqueos y, a igual cantidad, por
      *    espera total
       01  LCK-LINE.
           03 LCK-LIN-TIPO                     PIC X(03).
           03 LCK-LIN-HORA                     PIC 9(02).
           03 LCK-LIN-RANK                     PIC 9(02).
           03 LCK-LIN-TABL                     PIC X(03).
           03 LCK-LIN-CLAV                     PIC X(40).
      *
      *        Solo en 'LCK': el bloqueo
           03 LCK-LIN-FCMD                     PIC 9(04).
           03 LCK-LIN-TERM                     PIC X(04).
           03 LCK-LIN-OPER                     PIC X(12).
           03 LCK-LIN-PROG                     PIC X(08).
           03 LCK-LIN-STMP                     PIC 9(14).
           03 LCK-LIN-SESI                     PIC X(09).
      *
      *        Bloqueos ( 1 en 'LCK' ) y espera en centesimas; en
      *        'TOT' ademas los items de otro anio y las llaves sin
      *        lugar
           03 LCK-LIN-CANT                     PIC 9(07).
           03 LCK-LIN-ESPE                     PIC 9(09).
           03 LCK-LIN-NOTR                     PIC 9(07).
           03 LCK-LIN-NEXC                     PIC 9(05).
