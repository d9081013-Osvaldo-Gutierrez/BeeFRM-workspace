      *    Variables del uso del catalogo de mensajes ( REG-GNS-MSU /
      *    VOL-GNS-MSU en GNSBGMSU.cbl, GNS-BUS-MSU en GNSBBMSU.cbl ).
      *    Cada mensaje que GET-MSG entrega suma, en un vector en
      *    memoria ( mismo esquema que EST-VSRV ), una vez servido y,
      *    si el usuario pidio un idioma que el catalogo no tiene
      *    para ese mensaje, una vez servido sin traduccion. El
      *    vector se vuelca por lotes ( al juntar MSU-LOT-VOLC
      *    entregas, al llenarse o al cambiar el mes ) en la fila
      *    TAB 'MSU' del mensaje, en el sistema de su catalogo, clave
      *    el codigo de 12: fecha de la ultima entrega y contadores
      *    del mes de esa fecha y del mes anterior. El informe
      *    mensual lista los mensajes sin entregas en los ultimos N
      *    meses ( candidatos a depuracion ), los mas servidos del
      *    periodo ( para revisar su redaccion ) y los servidos en un
      *    solo idioma, ponderados por las veces que se mostraron.
       01  MSU-VARI.
      *
      *    Interruptor de la medicion; un programa de arranque puede
      *    dejarlo en 'N', igual que EST-IND-ACTV
           03 MSU-IND-ACTV        VALUE 'S'    PIC X(01).
      *
      *    Guardia de reentrada: el volcado pasa por GNS-FIO-DTC y
      *    no debe refrescar la foto previa de auditoria del
      *    llamador, auditarse ni volver a contar un mensaje ( mismo
      *    esquema que SLA-IND-BUSY / ALS-IND-BUSY )
           03 MSU-IND-BUSY        VALUE 'N'    PIC X(01).
      *
      *    Vector de acumulacion en memoria
           03 MSU-MMSG.
              05 MSU-VMSG OCCURS 40 INDEXED BY MSU-ITBL.
                 07 MSU-MSG-SIST  VALUE SPACES PIC X(03).
                 07 MSU-MSG-CODI  VALUE SPACES PIC X(12).
      *
      *           Entregas y entregas sin el idioma pedido
                 07 MSU-MSG-SERV  VALUE ZEROES PIC 9(07).
                 07 MSU-MSG-FTRD  VALUE ZEROES PIC 9(07).
      *
      *           Ultimo idioma pedido que el catalogo no tenia
                 07 MSU-MSG-LFTR  VALUE SPACES PIC X(02).
      *
      *           Fecha de la ultima entrega ( SAAMMDD )
                 07 MSU-MSG-ULTF  VALUE ZEROES PIC 9(08).
      *
      *    Entradas realmente disponibles del vector
           03 MSU-MXMS            VALUE 40     PIC 9(02).
      *
      *    Entregas acumuladas desde el ultimo volcado, tamano del
      *    lote que lo dispara y mes ( SAAMM ) de lo acumulado
           03 MSU-CNT-PEND        VALUE ZEROES PIC 9(05).
           03 MSU-LOT-VOLC        VALUE 500    PIC 9(05).
           03 MSU-PER-VECT        VALUE ZEROES PIC 9(06).
      *
      *    Fecha del sistema ( AAMMDD ) y su forma SAAMMDD
           03 MSU-FEC-ACEP                     PIC 9(06).
           03 MSU-FEC-ACEP-RED REDEFINES MSU-FEC-ACEP.
              05 MSU-ACE-AA                    PIC 9(02).
              05 FILLER                        PIC 9(04).
           03 MSU-FEC-HOYD                     PIC 9(08).
           03 MSU-FEC-HOYD-RED REDEFINES MSU-FEC-HOYD.
              05 MSU-HOY-SIGL                  PIC 9(02).
              05 MSU-HOY-AAMMDD                PIC 9(06).
           03 MSU-FEC-HOYD-RD2 REDEFINES MSU-FEC-HOYD.
              05 MSU-HOY-PERI                  PIC 9(06).
              05 FILLER                        PIC 9(02).
      *
      *    Idioma pedido sin traduccion en la entrega en curso
           03 MSU-WRK-LFTR                     PIC X(02).
      *
      *    Fila TAB 'MSU' tal como viaja en TAB-GLS-DESC: ultima
      *    entrega, contadores del mes de esa fecha y del mes
      *    anterior, y el ultimo idioma pedido sin traduccion
           03 MSU-WRK-DESC.
              05 MSU-DSC-ULTF                  PIC 9(08).
              05 MSU-DSC-ULTF-RED REDEFINES MSU-DSC-ULTF.
                 07 MSU-DSC-PERI               PIC 9(06).
                 07 FILLER                     PIC 9(02).
              05 MSU-DSC-SERV                  PIC 9(07).
              05 MSU-DSC-FTRD                  PIC 9(07).
              05 MSU-DSC-PSER                  PIC 9(07).
              05 MSU-DSC-PFTR                  PIC 9(07).
              05 MSU-DSC-LFTR                  PIC X(02).
              05 FILLER          VALUE SPACES  PIC X(02).
      *
      *    Calculo de periodos SAAMM: el periodo de entrada, el
      *    anterior y el corrido N meses atras ( en meses absolutos )
           03 MSU-CAL-PERI                     PIC 9(06).
           03 MSU-CAL-PERI-RED REDEFINES MSU-CAL-PERI.
              05 MSU-CAL-SSAA                  PIC 9(04).
              05 MSU-CAL-MM                    PIC 9(02).
           03 MSU-CAL-MESE  COMP               PIC S9(07).
      *
      *    Mes ( SAAMM ) de la entrada del vector que se vuelca
           03 MSU-VOL-PERI                     PIC 9(06).
      *
      *    Respaldo de los buffers FIO del llamador mientras dura el
      *    volcado ( mismo esquema que LOD-GNS-EST-SLA )
           03 MSU-SAV-CMND                     PIC 9(04).
           03 MSU-SAV-AKEY                     PIC X(32).
           03 MSU-SAV-STAT                     PIC X(02).
           03 MSU-SAV-SIST                     PIC X(03).
           03 MSU-SAV-DFLD                     PIC X(1536).
           03 MSU-SAV-MENS                     PIC X(80).
           03 MSU-SAV-REQA                     PIC X(630).
           03 MSU-SAV-TRQA                     PIC X(630).
           03 MSU-SAV-TREG                     PIC X(206).
      *
      *    Parametros del informe mensual: sistema del catalogo
      *    ( espacios = SCR-SIST ), meses sin entregas para ser
      *    candidato ( 0 = MSU-DEF-MESE ), periodo informado ( SAAMM;
      *    0 = el mes anterior a la fecha de proceso MSU-FEC-PROC )
           03 MSU-ENT-SIST        VALUE SPACES PIC X(03).
           03 MSU-ENT-MESE        VALUE ZEROES PIC 9(02).
           03 MSU-DEF-MESE        VALUE 6      PIC 9(02).
           03 MSU-ENT-PERI        VALUE ZEROES PIC 9(06).
           03 MSU-FEC-PROC        VALUE ZEROES PIC 9(08).
      *
      *    Valores resueltos de la corrida: sistema, periodo, el mes
      *    siguiente y la fecha de corte ( SAAMMDD, primer dia del
      *    mas antiguo de los N meses )
           03 MSU-REP-SIST                     PIC X(03).
           03 MSU-REP-PERI                     PIC 9(06).
           03 MSU-REP-PSIG                     PIC 9(06).
           03 MSU-REP-CORT                     PIC 9(08).
      *
      *    Llave del recorrido del catalogo MSG ( se reposiciona
      *    despues de cada lectura de su fila 'MSU' )
           03 MSU-SAV-CLAV                     PIC X(15).
      *
      *    Mensaje del catalogo en examen: entregas y entregas sin
      *    traduccion del periodo, y su peso para la lista de
      *    traducciones
           03 MSU-RPT-SERV                     PIC 9(07).
           03 MSU-RPT-FTRD                     PIC 9(07).
           03 MSU-RPT-PESO                     PIC 9(09).
      *
      *    Listas ordenadas de mayor a menor peso: la 1 los mas
      *    servidos, la 2 los servidos sin traduccion
           03 MSU-MLST.
              05 MSU-VLST OCCURS 2.
                 07 MSU-LST-NRNK  COMP         PIC S9(04).
                 07 MSU-VRNK OCCURS 20.
                    09 MSU-RNK-CODI            PIC X(12).
                    09 MSU-RNK-PESO            PIC 9(09).
                    09 MSU-RNK-SERV            PIC 9(07).
                    09 MSU-RNK-FTRD            PIC 9(07).
                    09 MSU-RNK-LANG            PIC X(02).
                    09 MSU-RNK-LAN2            PIC X(02).
                    09 MSU-RNK-LFTR            PIC X(02).
                    09 MSU-RNK-TEXT            PIC X(40).
           03 MSU-MXRK            VALUE 20     PIC 9(02).
           03 MSU-SUB-ILST  COMP               PIC S9(04).
           03 MSU-SUB-IRNK  COMP               PIC S9(04).
           03 MSU-SUB-JRNK  COMP               PIC S9(04).
      *
      *    Totales de la corrida
           03 MSU-CNT-CATA                     PIC 9(07).
           03 MSU-CNT-SERV                     PIC 9(07).
           03 MSU-CNT-CAND                     PIC 9(07).
      *
      *    Fila del informe ( cola SCR-QMSU ): 'SIN' mensaje sin
      *    entregas desde MSU-REP-CORT ( ultima entrega, 0 = nunca ),
      *    'MAS' uno de los mas servidos del periodo, 'TRD' servido
      *    en un solo idioma ( peso = entregas, o entregas sin el
      *    idioma pedido cuando el catalogo ya tiene el segundo ),
      *    'TOT' totales ( PESO mensajes vigentes del catalogo, SERV
      *    mensajes servidos en el periodo, FTRD candidatos )
       01  MSU-LINE.
           03 MSU-LIN-TIPO                     PIC X(03).
           03 MSU-LIN-PERI                     PIC 9(06).
           03 MSU-LIN-SIST                     PIC X(03).
           03 MSU-LIN-CODI                     PIC X(12).
           03 MSU-LIN-ULTF                     PIC 9(08).
           03 MSU-LIN-SERV                     PIC 9(07).
           03 MSU-LIN-FTRD                     PIC 9(07).
           03 MSU-LIN-PESO                     PIC 9(09).
           03 MSU-LIN-LANG                     PIC X(02).
           03 MSU-LIN-LAN2                     PIC X(02).
           03 MSU-LIN-LFTR                     PIC X(02).
           03 MSU-LIN-TEXT                     PIC X(40).
