      *    Variables del modo simular / confirmar de los batch de
      *    actualizacion masiva ( GNS-PRO-SMC en GNSBGSMC.cbl ).
      *    GNS-BUS-RDN, -OPF, -CTR, -LOD, -EVR, -TRF, -NDX y -FON
      *    corren en modo SMC-COD-MODO: simulando ( 'S' ) hacen todo
      *    su proceso e informe pero ningun FIO-PUT/MOD/DEL llega a
      *    Oracle, y cada cambio que habrian hecho queda, imagen
      *    anterior y nueva, en la cola SCR-QSMC; confirmando
      *    ( cualquier otro valor ) solo corren si una simulacion con
      *    la misma huella de entrada fue aprobada dentro de las
      *    ultimas horas de la ventana. Cada simulacion deja su fila
      *    TAB 'SMC' ( clave batch + huella ) con el estado P
      *    pendiente, A aprobada o U usada por una corrida
      *    confirmada; TAB 'SMV' ( clave batch ) define
      *    opcionalmente la ventana en horas.
       01  SMC-VARI.
      *
      *    Comando de GNS-PRO-SMC ( ver SMC-CTTS )
           03 SMC-CMND                 VALUE 0         PIC 9(02).
      *
      *    Modo de la corrida: 'S' simular; cualquier otro valor
      *    confirma ( nada actualiza en masa sin simulacion aprobada )
           03 SMC-COD-MODO        VALUE 'C'            PIC X(01).
              88 SMC-MOD-SIMU                          VALUE 'S'.
      *
      *    Batch en curso ( RDN, OPF, CTR, LOD, EVR, TRF, NDX,
      *    FON )
           03 SMC-ENT-PROG                             PIC X(03).
      *
      *    Tramo de la entrada que suma a la huella ( HSH )
           03 SMC-ENT-LARG   COMP                      PIC S9(04).
           03 SMC-ENT-DATO                             PIC X(3000).
      *
      *    Huella por aprobar ( APR ): la que muestra la cabecera
      *    del informe de la simulacion
           03 SMC-ENT-HUEL                             PIC 9(08).
      *
      *    Cambio a informar ( REG ): tabla o cola, operacion e
      *    imagen anterior y nueva
           03 SMC-ENT-TABL                             PIC X(08).
           03 SMC-ENT-OPER                             PIC X(03).
           03 SMC-ENT-ANTE                             PIC X(200).
           03 SMC-ENT-NUEV                             PIC X(200).
      *
      *    Status: OKS bien; NAP la corrida confirmada no tiene
      *    simulacion aprobada ( motivo en SMC-SAL-MOTV ); NEX no
      *    existe la simulacion por aprobar; EST la simulacion no
      *    esta pendiente; MIS quien aprueba es quien simulo
           03 SMC-STAT                                 PIC X(03).
              88 SMC-STAT-OKS                          VALUE 'OKS'.
              88 SMC-STAT-NAP                          VALUE 'NAP'.
              88 SMC-STAT-NEX                          VALUE 'NEX'.
              88 SMC-STAT-EST                          VALUE 'EST'.
              88 SMC-STAT-MIS                          VALUE 'MIS'.
      *
      *    Motivo del rechazo de la corrida confirmada: 'NEX' sin
      *    simulacion, 'PEN' sin aprobar, 'VEN' aprobacion fuera de
      *    la ventana, 'USA' ya la uso otra corrida, 'CNT' otra
      *    cantidad de items
           03 SMC-SAL-MOTV                             PIC X(03).
      *
      *    Aprobador de la simulacion que habilito la corrida
      *    confirmada ( queda estampado en su informe y en la fila )
           03 SMC-SAL-APRO                             PIC X(12).
      *
      *    Corrida abierta ( ABR hasta CIE ) y simulacion en curso:
      *    con SMC-IND-ACTV en 'S' GNS-FIO-DTC no deja viajar los
      *    comandos modificantes
           03 SMC-IND-ABIE        VALUE 'N'            PIC X(01).
           03 SMC-IND-ACTV        VALUE 'N'            PIC X(01).
      *
      *    Huella de la entrada ( suma rodante modulo 99999989 por
      *    pares de bytes, igual que el encadenado de AUD ) y
      *    cantidad de items que la formaron
           03 SMC-NUM-HUEL                             PIC 9(08).
           03 SMC-NUM-ITEM                             PIC 9(05).
           03 SMC-NUM-ACUM   COMP-3                    PIC S9(13).
           03 SMC-NUM-REST   COMP-3                    PIC S9(13).
           03 SMC-WRK-HALF                             PIC X(02).
           03 SMC-WRK-HALF-RED REDEFINES SMC-WRK-HALF
                             COMP                      PIC S9(04).
           03 SMC-NUM-IPOS   COMP                      PIC S9(04).
      *
      *    Cambios informados por la simulacion
           03 SMC-CNT-CAMB                             PIC 9(05).
      *
      *    Ventana de aprobacion en horas por omision y la vigente,
      *    y minutos transcurridos desde la aprobacion
           03 SMC-DEF-HORA        VALUE 24             PIC 9(03).
           03 SMC-NUM-HORA                             PIC 9(03).
           03 SMC-NUM-MINU   COMP-3                    PIC S9(09).
      *
      *    Clave armada sobre TAB-COD-CTAB ( 'SMC' )
           03 SMC-KEY-CTAB.
              05 SMC-KEY-PROG                          PIC X(03).
              05 SMC-KEY-HUEL                          PIC 9(08).
              05 FILLER                                PIC X(01).
      *
      *    Simulacion tal como viaja en TAB-GLS-DESC de la fila
      *    'SMC' ( quien simulo va en TAB-GLS-DCOR )
           03 SMC-WRK-DESC.
              05 SMC-DES-ESTA                          PIC X(01).
                 88 SMC-ESTA-PEND                      VALUE 'P'.
                 88 SMC-ESTA-APRO                      VALUE 'A'.
                 88 SMC-ESTA-USAD                      VALUE 'U'.
              05 SMC-DES-FSIM                          PIC 9(08).
              05 SMC-DES-HSIM                          PIC 9(06).
              05 SMC-DES-FAPR                          PIC 9(08).
              05 SMC-DES-FAPR-RED REDEFINES SMC-DES-FAPR.
                 07 SMC-FAP-SIGL                       PIC 9(02).
                 07 SMC-FAP-ANIO                       PIC 9(02).
                 07 SMC-FAP-MES                        PIC 9(02).
                 07 SMC-FAP-DIA                        PIC 9(02).
              05 SMC-DES-HAPR                          PIC 9(06).
              05 SMC-DES-HAPR-RED REDEFINES SMC-DES-HAPR.
                 07 SMC-HAP-HORA                       PIC 9(02).
                 07 SMC-HAP-MINU                       PIC 9(02).
                 07 SMC-HAP-SEGU                       PIC 9(02).
              05 SMC-DES-NITM                          PIC 9(05).
              05 SMC-DES-NCAM                          PIC 9(05).
              05 FILLER                                PIC X(01).
      *
      *    Aprobacion y uso tal como viajan en TAB-GLS-DATA
           03 SMC-WRK-DATA.
              05 SMC-DAT-APRO                          PIC X(12).
              05 SMC-DAT-UCMT                          PIC X(12).
              05 SMC-DAT-FCMT                          PIC 9(08).
              05 SMC-DAT-HCMT                          PIC 9(06).
              05 FILLER                                PIC X(22).
      *
      *    Quien simulo ( de la fila leida )
           03 SMC-WRK-USIM                             PIC X(12).
      *
      *    Hora de la corrida
           03 SMC-HRA-TOMA                             PIC 9(08).
           03 SMC-HRA-TOMA-RED REDEFINES SMC-HRA-TOMA.
              05 SMC-TOM-HMS                           PIC 9(06).
              05 FILLER                                PIC 9(02).
      *
      *    Linea del informe ( cola SCR-QSMC ): 'CAM' un cambio que
      *    la simulacion no aplico, con la tabla ( o cola ), la
      *    operacion y los primeros 200 bytes de cada imagen
           03 SMC-LINE.
              05 SMC-LIN-TIPO                          PIC X(03).
              05 SMC-LIN-SECU                          PIC 9(05).
              05 SMC-LIN-TABL                          PIC X(08).
              05 SMC-LIN-OPER                          PIC X(03).
              05 SMC-LIN-ANTE                          PIC X(200).
              05 SMC-LIN-NUEV                          PIC X(200).
      *
      *    'CAB' cabecera de la corrida, 'TOT' su cierre y 'NAP' el
      *    rechazo de la corrida confirmada
           03 SMC-LINE-CAB REDEFINES SMC-LINE.
              05 FILLER                                PIC X(03).
              05 SMC-CAB-PROG                          PIC X(03).
              05 SMC-CAB-MODO                          PIC X(01).
              05 SMC-CAB-HUEL                          PIC 9(08).
              05 SMC-CAB-NITM                          PIC 9(05).
              05 SMC-CAB-NCAM                          PIC 9(05).
              05 SMC-CAB-ESTA                          PIC X(01).
              05 SMC-CAB-USIM                          PIC X(12).
              05 SMC-CAB-APRO                          PIC X(12).
              05 SMC-CAB-FAPR                          PIC 9(08).
              05 SMC-CAB-HAPR                          PIC 9(06).
              05 SMC-CAB-MOTV                          PIC X(03).
              05 FILLER                                PIC X(352).
      *
      *    Constantes del modo simular / confirmar
       01  SMC-CTTS.
      *
      *    Iniciar la huella de la corrida
           03 SMC-INI                  VALUE 1         PIC 9(02).
      *
      *    Sumar SMC-ENT-DATO( 1:SMC-ENT-LARG ) a la huella
           03 SMC-HSH                  VALUE 2         PIC 9(02).
      *
      *    Abrir la corrida segun el modo
           03 SMC-ABR                  VALUE 3         PIC 9(02).
      *
      *    Cerrar la corrida ( registra la simulacion o su uso )
           03 SMC-CIE                  VALUE 4         PIC 9(02).
      *
      *    Aprobar la simulacion SMC-ENT-PROG + SMC-ENT-HUEL
           03 SMC-APR                  VALUE 5         PIC 9(02).
      *
      *    Informar un cambio no aplicado ( SMC-ENT-TABL ... )
           03 SMC-REG                  VALUE 6         PIC 9(02).
