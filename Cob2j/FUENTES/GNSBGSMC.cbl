      * Modo Simular / Confirmar de los Batch de Actualizacion Masiva
      *
      *    GNS-BUS-RDN, -OPF, -CTR, -LOD, -EVR y -TRF cambian muchos
      *    registros en una sola corrida y cada uno tenia su propia
      *    idea de prevista, o ninguna. GNS-PRO-SMC les da un solo
      *    interruptor, SMC-COD-MODO. Cada batch arma primero la
      *    huella de su entrada ( INI y un HSH por cada parametro o
      *    item que lee ) y abre la corrida ( ABR ):
      *      - simulando, SMC-IND-ACTV queda en 'S' y GNS-FIO-DTC
      *        devuelve OK sin viajar a Oracle todo FIO-PUT/MOD/DEL,
      *        dejando cada cambio del batch, imagen anterior y
      *        nueva, en la cola SCR-QSMC ( REG-GNS-SMC-DTC ); el
      *        batch corre completo y deja su informe de siempre. Al
      *        cerrar ( CIE ) la simulacion queda pendiente en su
      *        fila TAB 'SMC' ( batch + huella ).
      *      - confirmando, la corrida solo sigue con una simulacion
      *        de la misma huella y la misma cantidad de items,
      *        aprobada ( APR, por otro usuario que quien simulo )
      *        dentro de la ventana en horas ( TAB 'SMV' del batch o
      *        SMC-DEF-HORA ) y no usada aun; si no, SMC-STAT-NAP con
      *        el motivo en SMC-SAL-MOTV y la linea 'NAP' en SCR-QSMC.
      *        El aprobador queda en SMC-SAL-APRO, en la cabecera del
      *        informe y, al cerrar, en la fila junto a quien
      *        confirmo; la aprobacion sirve para UNA corrida.
       GNS-PRO-SMC SECTION.
       INI-GNS-PRO-SMC.
           SET SMC-STAT-OKS TO TRUE.
           GO TO NUE-GNS-PRO-SMC HSH-GNS-PRO-SMC ABR-GNS-PRO-SMC
                 CIE-GNS-PRO-SMC APR-GNS-PRO-SMC REG-GNS-PRO-SMC
           DEPENDING ON SMC-CMND.
           MOVE 'ABORTO, comando invalido en GNS-PRO-SMC:' TO SYS-MEN1.
           MOVE SMC-CMND                                   TO SYS-MEN2.
           MOVE SYS-ABOR TO SYS-CMND.
           PERFORM GNS-PRO-SYS.
      *
      *    huella en cero y la corrida anterior olvidada
       NUE-GNS-PRO-SMC.
           MOVE ZEROES TO SMC-NUM-HUEL SMC-NUM-ITEM SMC-NUM-ACUM
                          SMC-CNT-CAMB SCR-ISMC.
           MOVE 'N'    TO SMC-IND-ABIE SMC-IND-ACTV.
           MOVE SPACES TO SMC-SAL-MOTV SMC-SAL-APRO.
           GO TO FIN-GNS-PRO-SMC.
      *
      *    suma rodante por pares de bytes, sensible al orden ( el
      *    par que cae fuera de un largo impar lleva un espacio )
       HSH-GNS-PRO-SMC.
           IF SMC-ENT-LARG < 1
               GO TO FIN-GNS-PRO-SMC.
           IF SMC-ENT-LARG > LENGTH OF SMC-ENT-DATO
               MOVE LENGTH OF SMC-ENT-DATO TO SMC-ENT-LARG.
           MOVE 1 TO SMC-NUM-IPOS.
       LUP-HSH-GNS-PRO-SMC.
           IF SMC-NUM-IPOS < SMC-ENT-LARG
               MOVE SMC-ENT-DATO( SMC-NUM-IPOS : 2 ) TO SMC-WRK-HALF
           ELSE
               MOVE SPACES TO SMC-WRK-HALF
               MOVE SMC-ENT-DATO( SMC-NUM-IPOS : 1 )
                 TO SMC-WRK-HALF( 1:1 ).
           COMPUTE SMC-NUM-ACUM = SMC-NUM-ACUM * 31
                                + SMC-WRK-HALF-RED.
           DIVIDE SMC-NUM-ACUM BY 99999989
                  GIVING SMC-NUM-REST REMAINDER SMC-NUM-ACUM.
           IF SMC-NUM-ACUM < ZERO
               ADD 99999989 TO SMC-NUM-ACUM.
           ADD 2 TO SMC-NUM-IPOS.
           IF SMC-NUM-IPOS NOT > SMC-ENT-LARG
               GO TO LUP-HSH-GNS-PRO-SMC.
           ADD 1 TO SMC-NUM-ITEM.
           MOVE SMC-NUM-ACUM TO SMC-NUM-HUEL.
           GO TO FIN-GNS-PRO-SMC.
      *
      *    simulando se abre sin mas; confirmando se exige la
      *    simulacion aprobada de la misma huella
       ABR-GNS-PRO-SMC.
           MOVE 'S' TO SMC-IND-ABIE.
           MOVE SPACES TO SMC-SAL-MOTV SMC-SAL-APRO.
           PERFORM GET-FHOY.
           ACCEPT SMC-HRA-TOMA FROM TIME.
           MOVE SPACES       TO SMC-LINE.
           MOVE 'CAB'        TO SMC-LIN-TIPO.
           MOVE SMC-ENT-PROG TO SMC-CAB-PROG.
           MOVE SMC-NUM-HUEL TO SMC-CAB-HUEL.
           MOVE SMC-NUM-ITEM TO SMC-CAB-NITM.
           MOVE ZEROES       TO SMC-CAB-NCAM SMC-CAB-FAPR
                                SMC-CAB-HAPR.
           IF SMC-MOD-SIMU
               MOVE 'S'          TO SMC-IND-ACTV
               MOVE 'S'          TO SMC-CAB-MODO
               MOVE SCR-USER     TO SMC-CAB-USIM
               PERFORM PUT-GNS-PRO-SMC
               GO TO FIN-GNS-PRO-SMC.
           MOVE 'C' TO SMC-CAB-MODO.
           MOVE SPACES       TO SMC-KEY-CTAB.
           MOVE SMC-ENT-PROG TO SMC-KEY-PROG.
           MOVE SMC-NUM-HUEL TO SMC-KEY-HUEL.
           PERFORM LEE-GNS-PRO-SMC.
           IF SMC-STAT-NEX
               MOVE 'NEX' TO SMC-SAL-MOTV
               GO TO NAP-ABR-GNS-PRO-SMC.
           IF SMC-ESTA-USAD
               MOVE 'USA' TO SMC-SAL-MOTV
               GO TO NAP-ABR-GNS-PRO-SMC.
           IF NOT SMC-ESTA-APRO
               MOVE 'PEN' TO SMC-SAL-MOTV
               GO TO NAP-ABR-GNS-PRO-SMC.
           IF SMC-DES-NITM NOT = SMC-NUM-ITEM
               MOVE 'CNT' TO SMC-SAL-MOTV
               GO TO NAP-ABR-GNS-PRO-SMC.
           PERFORM VEN-GNS-PRO-SMC.
           IF SMC-SAL-MOTV > SPACES
               GO TO NAP-ABR-GNS-PRO-SMC.
           MOVE SMC-DAT-APRO TO SMC-SAL-APRO.
           MOVE SMC-DES-ESTA TO SMC-CAB-ESTA.
           MOVE SMC-WRK-USIM TO SMC-CAB-USIM.
           MOVE SMC-DAT-APRO TO SMC-CAB-APRO.
           MOVE SMC-DES-FAPR TO SMC-CAB-FAPR.
           MOVE SMC-DES-HAPR TO SMC-CAB-HAPR.
           MOVE SMC-DES-NCAM TO SMC-CAB-NCAM.
           PERFORM PUT-GNS-PRO-SMC.
           GO TO FIN-GNS-PRO-SMC.
      *    corrida confirmada sin simulacion aprobada: no se abre
       NAP-ABR-GNS-PRO-SMC.
           MOVE 'N' TO SMC-IND-ABIE.
           SET SMC-STAT-NAP TO TRUE.
           MOVE 'NAP'        TO SMC-LIN-TIPO.
           MOVE SMC-SAL-MOTV TO SMC-CAB-MOTV.
           PERFORM PUT-GNS-PRO-SMC.
           GO TO FIN-GNS-PRO-SMC.
      *
      *    simulando queda la fila pendiente de aprobacion ( una
      *    simulacion nueva de la misma huella anula la aprobacion
      *    anterior ); confirmando la fila queda usada, con quien
      *    confirmo y cuando
       CIE-GNS-PRO-SMC.
           IF SMC-IND-ABIE NOT = 'S'
               GO TO FIN-GNS-PRO-SMC.
           MOVE 'N' TO SMC-IND-ABIE SMC-IND-ACTV.
           PERFORM GET-FHOY.
           ACCEPT SMC-HRA-TOMA FROM TIME.
           MOVE SPACES       TO SMC-KEY-CTAB.
           MOVE SMC-ENT-PROG TO SMC-KEY-PROG.
           MOVE SMC-NUM-HUEL TO SMC-KEY-HUEL.
           IF SMC-MOD-SIMU
               MOVE SPACES       TO SMC-WRK-DESC SMC-WRK-DATA
               SET SMC-ESTA-PEND TO TRUE
               MOVE HOY-FHOY     TO SMC-DES-FSIM
               MOVE SMC-TOM-HMS  TO SMC-DES-HSIM
               MOVE ZEROES       TO SMC-DES-FAPR SMC-DES-HAPR
                                    SMC-DAT-FCMT SMC-DAT-HCMT
               MOVE SMC-NUM-ITEM TO SMC-DES-NITM
               MOVE SMC-CNT-CAMB TO SMC-DES-NCAM
               MOVE SCR-USER     TO SMC-WRK-USIM
           ELSE
               PERFORM LEE-GNS-PRO-SMC
               SET SMC-ESTA-USAD TO TRUE
               MOVE SCR-USER     TO SMC-DAT-UCMT
               MOVE HOY-FHOY     TO SMC-DAT-FCMT
               MOVE SMC-TOM-HMS  TO SMC-DAT-HCMT.
           SET SMC-STAT-OKS TO TRUE.
           PERFORM GRB-GNS-PRO-SMC.
           MOVE SPACES       TO SMC-LINE.
           MOVE 'TOT'        TO SMC-LIN-TIPO.
           MOVE SMC-ENT-PROG TO SMC-CAB-PROG.
           MOVE SMC-COD-MODO TO SMC-CAB-MODO.
           MOVE SMC-NUM-HUEL TO SMC-CAB-HUEL.
           MOVE SMC-DES-NITM TO SMC-CAB-NITM.
           MOVE SMC-DES-NCAM TO SMC-CAB-NCAM.
           MOVE SMC-DES-ESTA TO SMC-CAB-ESTA.
           MOVE SMC-WRK-USIM TO SMC-CAB-USIM.
           MOVE SMC-DAT-APRO TO SMC-CAB-APRO.
           MOVE SMC-DES-FAPR TO SMC-CAB-FAPR.
           MOVE SMC-DES-HAPR TO SMC-CAB-HAPR.
           PERFORM PUT-GNS-PRO-SMC.
           GO TO FIN-GNS-PRO-SMC.
      *
      *    la simulacion pendiente queda aprobada por SCR-USER, que
      *    no puede ser quien la corrio
       APR-GNS-PRO-SMC.
           MOVE SPACES       TO SMC-KEY-CTAB.
           MOVE SMC-ENT-PROG TO SMC-KEY-PROG.
           MOVE SMC-ENT-HUEL TO SMC-KEY-HUEL.
           PERFORM LEE-GNS-PRO-SMC.
           IF SMC-STAT-NEX
               GO TO FIN-GNS-PRO-SMC.
           IF NOT SMC-ESTA-PEND
               SET SMC-STAT-EST TO TRUE
               GO TO FIN-GNS-PRO-SMC.
           IF SMC-WRK-USIM = SCR-USER
               SET SMC-STAT-MIS TO TRUE
               GO TO FIN-GNS-PRO-SMC.
           PERFORM GET-FHOY.
           ACCEPT SMC-HRA-TOMA FROM TIME.
           SET SMC-ESTA-APRO TO TRUE.
           MOVE HOY-FHOY    TO SMC-DES-FAPR.
           MOVE SMC-TOM-HMS TO SMC-DES-HAPR.
           MOVE SCR-USER    TO SMC-DAT-APRO.
           PERFORM GRB-GNS-PRO-SMC.
           GO TO FIN-GNS-PRO-SMC.
      *
      *    un cambio que la simulacion no aplico
       REG-GNS-PRO-SMC.
           ADD 1 TO SMC-CNT-CAMB.
           MOVE SPACES       TO SMC-LINE.
           MOVE 'CAM'        TO SMC-LIN-TIPO.
           MOVE SMC-CNT-CAMB TO SMC-LIN-SECU.
           MOVE SMC-ENT-TABL TO SMC-LIN-TABL.
           MOVE SMC-ENT-OPER TO SMC-LIN-OPER.
           MOVE SMC-ENT-ANTE TO SMC-LIN-ANTE.
           MOVE SMC-ENT-NUEV TO SMC-LIN-NUEV.
           PERFORM PUT-GNS-PRO-SMC.
       FIN-GNS-PRO-SMC.
           EXIT.
      *
      *    Fila 'SMC' de SMC-KEY-CTAB en SMC-WRK-DESC / -DATA /
      *    -USIM; sin ella queda SMC-STAT-NEX.
       LEE-GNS-PRO-SMC SECTION.
       INI-LEE-GNS-PRO-SMC.
           MOVE SPACES         TO SMC-WRK-DESC SMC-WRK-DATA
                                  SMC-WRK-USIM.
           MOVE ZEROES         TO SMC-DES-NITM SMC-DES-NCAM
                                  SMC-DES-FAPR SMC-DES-HAPR.
           MOVE SPACES         TO TAB.
           MOVE 'SMC'          TO TAB-COD-TTAB IN TAB.
           MOVE SMC-KEY-CTAB   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF NOT FIO-STAT-OKS
               SET SMC-STAT-NEX TO TRUE
               GO TO FIN-LEE-GNS-PRO-SMC.
           MOVE TAB-GLS-DESC IN TAB TO SMC-WRK-DESC.
           MOVE TAB-GLS-DATA IN TAB TO SMC-WRK-DATA.
           MOVE TAB-GLS-DCOR IN TAB TO SMC-WRK-USIM.
           IF SMC-DES-NITM NOT NUMERIC
               MOVE ZEROES TO SMC-DES-NITM.
           IF SMC-DES-NCAM NOT NUMERIC
               MOVE ZEROES TO SMC-DES-NCAM.
           IF SMC-DES-FAPR NOT NUMERIC
               MOVE ZEROES TO SMC-DES-FAPR.
           IF SMC-DES-HAPR NOT NUMERIC
               MOVE ZEROES TO SMC-DES-HAPR.
       FIN-LEE-GNS-PRO-SMC.
           EXIT.
      *
      *    Graba SMC-WRK-DESC / -DATA / -USIM en la fila 'SMC' de
      *    SMC-KEY-CTAB ( la crea si no existe ).
       GRB-GNS-PRO-SMC SECTION.
       INI-GRB-GNS-PRO-SMC.
           MOVE SPACES         TO TAB.
           MOVE 'SMC'          TO TAB-COD-TTAB IN TAB.
           MOVE SMC-KEY-CTAB   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS
               MOVE FIO-MOD TO FIO-CMND
           ELSE
               MOVE SPACES       TO TAB
               MOVE 'SMC'        TO TAB-COD-TTAB IN TAB
               MOVE SMC-KEY-CTAB TO TAB-COD-CTAB IN TAB
               MOVE FIO-PUT      TO FIO-CMND.
           MOVE SMC-WRK-USIM   TO TAB-GLS-DCOR IN TAB.
           MOVE SMC-WRK-DESC   TO TAB-GLS-DESC IN TAB.
           MOVE SMC-WRK-DATA   TO TAB-GLS-DATA IN TAB.
           MOVE 'S'            TO TAB-IND-VIGE IN TAB.
           MOVE SCR-USER       TO TAB-COD-ATRN IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           PERFORM GNS-FIO-TAB.
       FIN-GRB-GNS-PRO-SMC.
           EXIT.
      *
      *    Aprobacion fuera de la ventana del batch ( TAB 'SMV',
      *    horas en la descripcion; sin fila, SMC-DEF-HORA ): deja
      *    'VEN' en SMC-SAL-MOTV. Una fecha que no calcula tambien
      *    cuenta como vencida.
       VEN-GNS-PRO-SMC SECTION.
       INI-VEN-GNS-PRO-SMC.
           MOVE SMC-DEF-HORA   TO SMC-NUM-HORA.
           MOVE SPACES         TO TAB.
           MOVE 'SMV'          TO TAB-COD-TTAB IN TAB.
           MOVE SMC-ENT-PROG   TO TAB-COD-CTAB IN TAB.
           MOVE 'GNS'          TO FIO-SIST.
           MOVE 'TAB-COD-TABL' TO FIO-AKEY.
           MOVE FIO-GET-KEY    TO FIO-CMND.
           PERFORM GNS-FIO-TAB.
           IF FIO-STAT-OKS AND TAB-IND-VIGE IN TAB NOT = 'N'
              AND TAB-GLS-DESC IN TAB ( 1:3 ) IS NUMERIC
              AND TAB-GLS-DESC IN TAB ( 1:3 ) > '000'
               MOVE TAB-GLS-DESC IN TAB ( 1:3 ) TO SMC-NUM-HORA.
           MOVE SMC-FAP-DIA    TO FEC-DEC1.
           MOVE SMC-FAP-MES    TO FEC-MEC1.
           MOVE SMC-FAP-SIGL   TO FEC-SEC1.
           MOVE SMC-FAP-ANIO   TO FEC-AEC1.
           PERFORM GET-FHOY.
           MOVE HOY-DHOY TO FEC-DEC2.
           MOVE HOY-MHOY TO FEC-MEC2.
           MOVE HOY-SHOY TO FEC-SEC2.
           MOVE HOY-AHOY TO FEC-AEC2.
           MOVE FEC-DIF-DIA TO FEC-CMND.
           PERFORM CAL-FEC.
           IF MSG-COD-MENS IN MSG > SPACES
               MOVE SPACES TO MSG-COD-MENS IN MSG
               MOVE 'VEN'  TO SMC-SAL-MOTV
               GO TO FIN-VEN-GNS-PRO-SMC.
           COMPUTE SMC-NUM-MINU = FEC-NDIA * 1440
                                + HOY-HHHY * 60 + HOY-MMHY
                                - SMC-HAP-HORA * 60 - SMC-HAP-MINU.
           IF SMC-NUM-MINU > SMC-NUM-HORA * 60
               MOVE 'VEN' TO SMC-SAL-MOTV.
       FIN-VEN-GNS-PRO-SMC.
           EXIT.
      *
      *    Encola SMC-LINE en SCR-QSMC.
       PUT-GNS-PRO-SMC SECTION.
       INI-PUT-GNS-PRO-SMC.
           ADD 1 TO SCR-ISMC.
           MOVE 'PUT'    TO QUE-COM-SEND.
           MOVE SPACES   TO QUE-NAM-SEND.
           MOVE SCR-QSMC TO QUE-NAM-SEND.
           MOVE SCR-ISMC TO QUE-NUM-SEND.
           MOVE LENGTH OF SMC-LINE TO QUE-LAR-SEND.
           MOVE SPACES   TO QUE-TRX-SEND.
           MOVE SMC-LINE TO QUE-DAT-SEND.
           PERFORM GNS-MSJ-QUE.
       FIN-PUT-GNS-PRO-SMC.
           EXIT.
      *
      *    Cambio del llamador que GNS-FIO-DTC no dejo viajar: la
      *    tabla, la operacion, la foto previa de la ultima lectura
      *    de esa misma tabla ( AUD-ANT-*, salvo en un PUT ) y la
      *    imagen que se habria grabado ( salvo en un DEL ).
       REG-GNS-SMC-DTC SECTION.
       INI-REG-GNS-SMC-DTC.
           MOVE SPACES              TO SMC-ENT-TABL SMC-ENT-ANTE
                                       SMC-ENT-NUEV.
           MOVE FIO-ORACLE-PROG-TAB TO SMC-ENT-TABL.
           IF FIO-CMND = FIO-PUT
               MOVE 'PUT' TO SMC-ENT-OPER
           ELSE
           IF FIO-CMND = FIO-MOD
               MOVE 'MOD' TO SMC-ENT-OPER
           ELSE
               MOVE 'DEL' TO SMC-ENT-OPER.
           IF FIO-CMND NOT = FIO-PUT
              AND AUD-ANT-TABL = FIO-ORACLE-PROG-TAB
               MOVE AUD-ANT-DFLD( 1:200 ) TO SMC-ENT-ANTE.
           IF FIO-CMND NOT = FIO-DEL
               MOVE FIO-DFLD( 1:200 ) TO SMC-ENT-NUEV.
           MOVE SMC-REG TO SMC-CMND.
           PERFORM GNS-PRO-SMC.
       FIN-REG-GNS-SMC-DTC.
           EXIT.
