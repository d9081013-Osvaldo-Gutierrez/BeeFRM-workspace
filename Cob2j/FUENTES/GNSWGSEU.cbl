      *    Variables de la seudonimizacion de operadores retirados
      *    ( GNS-BUS-SEU en GNSBBSEU.cbl, consulta del oficial de
      *    seguridad GNS-CON-SEU en GNSBGSEU.cbl ). La politica de
      *    proteccion de datos pide que, cumplidos SEU-NUM-ANOS
      *    desde el retiro ( OPR-FEC-RETI ), el codigo y el nombre
      *    del operador desaparezcan de OPR y de las bitacoras que
      *    lo nombran ( AUD, NAV, INC, PND, TRC, DLQ, ISE, RCE, LEC,
      *    LMI, CVJ, PRS, NDX, ASI, NTA, CIC y NEM, y AUD / INC /
      *    DLQ / LEC / NTA tambien en el archivo historico ).
      *    El codigo se reemplaza por un seudonimo estable ( '#' +
      *    el correlativo de TAB 'SEU', fila 'CORRELATIVO' ) y el par
      *    queda SOLO en el registro sellado SEU. Las retenciones
      *    legales TAB 'HLD' se respetan: una fila 'OPR' tipo 'C'
      *    cuyo rango de llaves cubre el codigo guarda al operador
      *    entero; las de cada bitacora guardan sus registros, que
      *    quedan pendientes para una corrida posterior. El oficial
      *    de seguridad es el operador con fila vigente en TAB 'OFS'
      *    ( clave el codigo de operador ).
       01  SEU-VARI.
      *
      *    Anios desde el retiro antes de seudonimizar
           03 SEU-NUM-ANOS        VALUE 05             PIC 9(02).
      *
      *    Hoy y fecha de corte: retiros hasta esta fecha vencieron
           03 SEU-FEC-HOYD                             PIC 9(08).
           03 SEU-FEC-CORT                             PIC 9(08).
      *
      *    Respaldo del interruptor de auditoria durante la corrida
      *    ( el barrido masivo no es mantencion )
           03 SEU-SAV-AUDA                             PIC X(01).
      *
      *    Reposicionamiento de los recorridos
           03 SEU-SAV-IOPR                             PIC X(12).
           03 SEU-SAV-CRCE                             PIC X(37).
           03 SEU-SAV-CLMI                             PIC X(28).
      *
      *    Respaldo del interruptor de eventos de interfaz mientras
      *    se barre CIC
           03 SEU-SAV-EVTA                             PIC X(01).
      *
      *    Operadores a barrer en esta corrida: los vencidos de OPR
      *    ( origen 'O' ) y los de SEU aun pendientes ( origen 'P' );
      *    pasado el tope, el resto espera la corrida siguiente. Por
      *    operador, los campos reemplazados en cada bitacora y los
      *    que una retencion legal dejo con el codigo real
           03 SEU-NUM-OPER   COMP                      PIC S9(04).
           03 SEU-MAX-OPER        VALUE 50             PIC 9(02).
           03 SEU-TBL-OPER.
              05 SEU-OPER                 OCCURS 50.
                 07 SEU-OPE-CODI                       PIC X(12).
                 07 SEU-OPE-SEUD                       PIC X(12).
                 07 SEU-OPE-ORIG                       PIC X(01).
                 07 SEU-OPE-FRET                       PIC 9(08).
                 07 SEU-OPE-CAUD   COMP                PIC S9(07).
                 07 SEU-OPE-CNAV   COMP                PIC S9(07).
                 07 SEU-OPE-CINC   COMP                PIC S9(07).
                 07 SEU-OPE-CPND   COMP                PIC S9(07).
                 07 SEU-OPE-CTRC   COMP                PIC S9(07).
                 07 SEU-OPE-CDLQ   COMP                PIC S9(07).
                 07 SEU-OPE-CISE   COMP                PIC S9(07).
                 07 SEU-OPE-CRCE   COMP                PIC S9(07).
                 07 SEU-OPE-CLEC   COMP                PIC S9(07).
                 07 SEU-OPE-COTR   COMP                PIC S9(07).
                 07 SEU-OPE-CHLD   COMP                PIC S9(07).
      *
      *    Busqueda en la tabla: codigo del campo en examen ( sale
      *    con el seudonimo si hubo reemplazo ), posicion hallada
      *    ( cero = no es de la tabla ) y reemplazos del registro
           03 SEU-WRK-CODI                             PIC X(12).
           03 SEU-NUM-IOPE   COMP                      PIC S9(04).
           03 SEU-NUM-REEM   COMP                      PIC S9(04).
      *
      *    Item del diario crudo de despachos en examen
           03 SEU-NUM-ITEM   COMP                      PIC S9(05).
      *
      *    Barrido en linea ( 'N' ) o del archivo historico ( 'S',
      *    via FIO-DBID-ALT = RET-DBI-ARCH en cada viaje )
           03 SEU-IND-ARCH                             PIC X(01).
      *
      *    Seudonimo nuevo armado desde el correlativo
           03 SEU-WRK-SEUD.
              05 SEU-SEU-MARC     VALUE '#'            PIC X(01).
              05 SEU-SEU-CORR                          PIC 9(08).
              05 FILLER           VALUE SPACES         PIC X(03).
           03 SEU-WRK-CORR                             PIC X(08).
           03 SEU-WRK-CORR-RED REDEFINES SEU-WRK-CORR  PIC 9(08).
      *
      *    Totales de la corrida: seudonimizados, pendientes vueltos
      *    a barrer, guardados enteros por retencion, retiros sin
      *    fecha que recien empiezan a correr, dejados para la
      *    corrida siguiente y re-llaves de OPR fallidas
           03 SEU-CNT-OPER   COMP                      PIC S9(05).
           03 SEU-CNT-PEND   COMP                      PIC S9(05).
           03 SEU-CNT-HLDO   COMP                      PIC S9(05).
           03 SEU-CNT-FECH   COMP                      PIC S9(05).
           03 SEU-CNT-EXCE   COMP                      PIC S9(05).
           03 SEU-CNT-ERRO   COMP                      PIC S9(05).
      *
      *    Consulta del oficial: codigo real o seudonimo buscado
           03 SEU-ENT-IOPR                             PIC X(12).
           03 SEU-ENT-SEUD                             PIC X(12).
      *
      *    Status de la consulta: OKS bien; OFS quien consulta no es
      *    oficial de seguridad; NEX sin fila; SEL la fila no calza
      *    con su sello ( fue retocada )
           03 SEU-STAT                                 PIC X(03).
              88 SEU-STAT-OKS                          VALUE 'OKS'.
              88 SEU-STAT-OFS                          VALUE 'OFS'.
              88 SEU-STAT-NEX                          VALUE 'NEX'.
              88 SEU-STAT-SEL                          VALUE 'SEL'.
      *
      *    Fila del certificado ( cola SCR-QSEU ): 'SEU' operador
      *    seudonimizado en la corrida, 'PND' pendiente vuelto a
      *    barrer, 'ERR' operador cuya re-llave fallo, 'TOT'
      *    totales de la corrida, 'CON' respuesta de la consulta
      *    del oficial ( solo ahi va el codigo real )
       01  SEU-LINE.
           03 SEU-LIN-TIPO                             PIC X(03).
           03 SEU-LIN-SEUD                             PIC X(12).
           03 SEU-LIN-IOPR                             PIC X(12).
           03 SEU-LIN-FRET                             PIC 9(08).
           03 SEU-LIN-FSEU                             PIC 9(08).
           03 SEU-LIN-NAUD                             PIC 9(07).
           03 SEU-LIN-NNAV                             PIC 9(07).
           03 SEU-LIN-NINC                             PIC 9(07).
           03 SEU-LIN-NPND                             PIC 9(07).
           03 SEU-LIN-NTRC                             PIC 9(07).
           03 SEU-LIN-NDLQ                             PIC 9(07).
           03 SEU-LIN-NISE                             PIC 9(07).
           03 SEU-LIN-NRCE                             PIC 9(07).
           03 SEU-LIN-NLEC                             PIC 9(07).
      *        LMI, CVJ, PRS, NDX, ASI, NTA, CIC y NEM juntos
           03 SEU-LIN-NOTR                             PIC 9(07).
           03 SEU-LIN-NHLD                             PIC 9(07).
           03 SEU-LIN-ESTA                             PIC X(01).
      *
      *        Solo en 'TOT': operadores seudonimizados, pendientes
      *        vueltos a barrer, guardados por retencion, retiros
      *        fechados hoy, dejados para despues y errores
           03 SEU-LIN-NOPR                             PIC 9(05).
           03 SEU-LIN-NPEN                             PIC 9(05).
           03 SEU-LIN-NHLO                             PIC 9(05).
           03 SEU-LIN-NFEC                             PIC 9(05).
           03 SEU-LIN-NEXC                             PIC 9(05).
           03 SEU-LIN-NERR                             PIC 9(05).
      *
      *    Request Area propia del FIO de SEU
       01  ADR-SEU-REQA                        PIC X(630).
