      *    Variables del diario de lecturas de registros sensibles
      *    ( REG-GNS-LEC-DTC en GNSBGLEC.cbl, carga e informe de
      *    lectores fuera de rango GNS-BUS-LEC en GNSBBLEC.cbl,
      *    consulta GNS-CON-LEC en GNSBGLEC.cbl ). Las tablas cuyas
      *    lecturas se journalizan son las filas vigentes de TAB
      *    'LEC' ( clave el codigo de tabla de 3; en los primeros
      *    dos de la descripcion, cuantos bytes de la llave se
      *    guardan, 01 a 40; sin numero valido se guardan 40 ). Cada
      *    lectura exitosa de esas tablas ( FIO-GET-KEY y las de
      *    recorrido ) deja un item en una cola de diez minutos
      *    ( 'GLC' + dia + hora + decena de minuto ), escrita en modo
      *    no transaccional para no demorar ni voltear la consulta;
      *    GNS-BUS-LEC la vacia despues al archivo LEC. Por la misma
      *    cola pasa cada campo enmascarado que un operador descubre
      *    en pantalla ( tabla 'MSP', ver GNSWGMSP.cbl ).
       01  LEC-VARI.
      *
      *    Interruptor general del diario
           03 LEC-IND-ACTV        VALUE 'S'    PIC X(01).
      *
      *    Guardia de reentrada ( mismo esquema que FRZ-IND-BUSY ):
      *    la carga de la lista lee TAB por el FIO de siempre
           03 LEC-IND-BUSY        VALUE 'N'    PIC X(01).
      *
      *    Lista de tablas en memoria; se recarga al cambiar la
      *    hora, asi un alta o baja en TAB 'LEC' rige sin bajar
      *    los servidores
           03 LEC-IND-CARG        VALUE 'N'    PIC X(01).
           03 LEC-HRA-CARG                     PIC 9(02).
           03 LEC-NUM-TABL   COMP              PIC S9(04).
           03 LEC-MAX-TABL        VALUE 20     PIC 9(02).
           03 LEC-TBL-TABL.
              05 LEC-TABL                 OCCURS 20.
                 07 LEC-TAB-CODI               PIC X(03).
                 07 LEC-TAB-LCLA               PIC 9(02).
           03 LEC-NUM-ITAB   COMP              PIC S9(04).
      *
      *    Descripcion de la fila TAB 'LEC'
           03 LEC-CFG-LCLA                     PIC X(02).
           03 LEC-CFG-LCLA-RED REDEFINES LEC-CFG-LCLA
                                               PIC 9(02).
      *
      *    Tabla de la lectura en curso ( FIO-ORACLE-PROG-TAB cambia
      *    si la lista se recarga )
           03 LEC-WRK-TABL                     PIC X(03).
      *
      *    Cola del diario de la lectura en curso
           03 LEC-NOM-COLA.
              05 LEC-COL-PREF     VALUE 'GLC'  PIC X(03).
              05 LEC-COL-DIAS                  PIC 9(02).
              05 LEC-COL-HORA                  PIC 9(02).
              05 LEC-COL-DMIN                  PIC 9(01).
      *
      *    Respaldo de los buffers del llamador durante la carga
      *    de la lista ( mismo esquema que CHK-GNS-FRZ-DTC ) y de
      *    la cola durante la escritura del item
           03 LEC-SAV-CMND                     PIC 9(04).
           03 LEC-SAV-AKEY                     PIC X(32).
           03 LEC-SAV-STAT                     PIC X(02).
           03 LEC-SAV-SIST                     PIC X(03).
           03 LEC-SAV-DFLD                     PIC X(1536).
           03 LEC-SAV-MENS                     PIC X(80).
           03 LEC-SAV-REQA                     PIC X(630).
           03 LEC-SAV-TRQA                     PIC X(630).
           03 LEC-SAV-TREG                     PIC X(206).
           03 LEC-SAV-IGET                     PIC 9(04).
           03 LEC-SAV-CTMX   COMP              PIC S9(04).
           03 LEC-SAV-CTIO   COMP              PIC S9(04).
           03 LEC-SAV-QSTA                     PIC X(03).
           03 LEC-SAV-QCMD                     PIC X(03).
      *
      *    Item del diario
           03 LEC-JRN-ITEM.
              05 LEC-JRN-TABL                  PIC X(03).
              05 LEC-JRN-CLAV                  PIC X(40).
              05 LEC-JRN-OPER                  PIC X(12).
              05 LEC-JRN-TERM                  PIC X(04).
              05 LEC-JRN-COMD                  PIC X(03).
              05 LEC-JRN-OPCI                  PIC X(03).
              05 LEC-JRN-FCMD                  PIC 9(04).
              05 LEC-JRN-STMP                  PIC 9(14).
              05 LEC-JRN-FORM                  PIC X(07).
      *
      *    Variables de la carga del diario y del informe de
      *    lectores fuera de rango ( GNS-BUS-LEC )
       01  LEC-BUS-VARI.
      *
      *    Fecha a procesar ( SAAMMDD; cero = hoy )
           03 LEC-REP-FECH        VALUE ZEROES PIC 9(08).
           03 LEC-FEC-PROC                     PIC 9(08).
           03 LEC-FEC-PROC-RED REDEFINES LEC-FEC-PROC.
              05 FILLER                        PIC 9(06).
              05 LEC-DIA-PROC                  PIC 9(02).
      *
      *    Cola en vaciado ( misma forma que LEC-NOM-COLA ), e item
           03 LEC-BUS-COLA.
              05 LEC-BCO-PREF     VALUE 'GLC'  PIC X(03).
              05 LEC-BCO-DIAS                  PIC 9(02).
              05 LEC-BCO-HORA                  PIC 9(02).
              05 LEC-BCO-DMIN                  PIC 9(01).
           03 LEC-NUM-ITEM   COMP              PIC S9(05).
           03 LEC-IND-ERRO                     PIC X(01).
      *
      *    Respaldo de los interruptores de auditoria y del propio
      *    diario durante la corrida ( la carga no es mantencion, y
      *    sus lecturas de OPR no son consulta de nadie )
           03 LEC-SAV-AUDA                     PIC X(01).
           03 LEC-SAV-LECA                     PIC X(01).
      *
      *    Umbral del informe: un operador sale cuando sus lecturas
      *    del dia superan LEC-NUM-FACT veces el promedio de sus
      *    pares ( los demas operadores de su mismo rol que leyeron
      *    ese dia ), con un piso de LEC-MIN-LECT lecturas y al
      *    menos LEC-MIN-PARE pares para que el promedio diga algo
           03 LEC-NUM-FACT        VALUE 05     PIC 9(02).
           03 LEC-MIN-LECT        VALUE 100    PIC 9(05).
           03 LEC-MIN-PARE        VALUE 03     PIC 9(02).
      *
      *    Lectores del dia, con su rol; pasado el tope, el resto
      *    queda fuera del informe y se cuenta
           03 LEC-NUM-OPER   COMP              PIC S9(04).
           03 LEC-MAX-OPER        VALUE 500    PIC 9(03).
           03 LEC-TBL-OPER.
              05 LEC-OPER                 OCCURS 500.
                 07 LEC-OPE-CODI               PIC X(12).
                 07 LEC-OPE-ROLE               PIC X(03).
                 07 LEC-OPE-CLEC   COMP        PIC S9(07).
           03 LEC-NUM-IOPE   COMP              PIC S9(04).
           03 LEC-NUM-JOPE   COMP              PIC S9(04).
      *
      *    Operador en curso del recorrido por la llave alternativa
           03 LEC-SAV-OPER                     PIC X(12).
      *
      *    Pares del operador en examen: cuantos y cuanto leyeron
           03 LEC-NUM-PARE   COMP              PIC S9(04).
           03 LEC-SUM-PARE   COMP              PIC S9(09).
           03 LEC-PRM-PARE   COMP              PIC S9(07)V9(02).
      *
      *    Totales de la corrida: items leidos de las colas, filas
      *    cargadas, items que ya estaban ( recarga ), items que no
      *    se pudieron cargar ( su cola queda para la corrida
      *    siguiente ), lectores, fuera de rango y lectores que no
      *    cupieron en la tabla
           03 LEC-CNT-ITEM   COMP              PIC S9(09).
           03 LEC-CNT-CARG   COMP              PIC S9(09).
           03 LEC-CNT-DUPL   COMP              PIC S9(09).
           03 LEC-CNT-ERRO   COMP              PIC S9(09).
           03 LEC-CNT-OPER   COMP              PIC S9(05).
           03 LEC-CNT-FUER   COMP              PIC S9(05).
           03 LEC-CNT-EXCE   COMP              PIC S9(05).
      *
      *    Consulta ( GNS-CON-LEC ): por registro, tabla y llave
      *    ( quien vio este registro ), o por operador ( que vio esta
      *    persona ); rango de fechas SAAMMDD ( cero = sin limite ).
      *    Pasadas LEC-MAX-LINE filas se corta con una fila 'MAS'
           03 LEC-ENT-TABL                     PIC X(03).
           03 LEC-ENT-CLAV                     PIC X(40).
           03 LEC-ENT-OPER                     PIC X(12).
           03 LEC-ENT-FDES                     PIC 9(08).
           03 LEC-ENT-FHAS                     PIC 9(08).
           03 LEC-MAX-LINE        VALUE 500    PIC 9(03).
           03 LEC-WRK-FECH                     PIC 9(08).
      *
      *    Status de la consulta: OKS bien; OFS quien consulta no es
      *    oficial de seguridad ( TAB 'OFS' ); NEX sin lecturas; PAR
      *    faltan parametros
           03 LEC-STAT                         PIC X(03).
              88 LEC-STAT-OKS                  VALUE 'OKS'.
              88 LEC-STAT-OFS                  VALUE 'OFS'.
              88 LEC-STAT-NEX                  VALUE 'NEX'.
              88 LEC-STAT-PAR                  VALUE 'PAR'.
      *
      *    Fila de salida ( cola SCR-QLEC ): 'LEC' una lectura de la
      *    consulta, 'MAS' consulta cortada; 'FUE' operador fuera de
      *    rango y 'TOT' totales de la carga del dia
       01  LEC-LINE.
           03 LEC-LIN-TIPO                     PIC X(03).
           03 LEC-LIN-TABL                     PIC X(03).
           03 LEC-LIN-CLAV                     PIC X(40).
           03 LEC-LIN-OPER                     PIC X(12).
           03 LEC-LIN-TERM                     PIC X(04).
           03 LEC-LIN-COMD                     PIC X(03).
           03 LEC-LIN-OPCI                     PIC X(03).
           03 LEC-LIN-FCMD                     PIC 9(04).
           03 LEC-LIN-STMP                     PIC 9(14).
           03 LEC-LIN-FORM                     PIC X(07).
      *
      *        Solo en 'FUE': rol, lecturas del dia, pares y su
      *        promedio
           03 LEC-LIN-ROLE                     PIC X(03).
           03 LEC-LIN-NLEC                     PIC 9(07).
           03 LEC-LIN-NPAR                     PIC 9(04).
           03 LEC-LIN-PROM                     PIC 9(07)V9(02).
      *
      *        Solo en 'TOT': items, cargadas, ya cargadas, no
      *        cargadas, lectores, fuera de rango y sin lugar en la
      *        tabla
           03 LEC-LIN-NITE                     PIC 9(09).
           03 LEC-LIN-NCAR                     PIC 9(09).
           03 LEC-LIN-NDUP                     PIC 9(09).
           03 LEC-LIN-NERR                     PIC 9(09).
           03 LEC-LIN-NOPE                     PIC 9(05).
           03 LEC-LIN-NFUE                     PIC 9(05).
           03 LEC-LIN-NEXC                     PIC 9(05).
      *
      *    Request Area propia del FIO de LEC
       01  ADR-LEC-REQA                        PIC X(630).
