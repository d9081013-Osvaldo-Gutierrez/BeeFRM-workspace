      *    Diccionario de layouts para decodificar la bitacora de
      *    auditoria AUD campo a campo ( GNS-BUS-DIC en
      *    GNSBGDIC.cbl ) y para el inspector de registros
      *    ( GNS-PRO-INS en GNSBGINS.cbl ). Una entrada por campo de
      *    cada tipo de registro ( TAB, MSC, MSG, CIC, OPR, PND,
      *    EVT ): tipo, nombre del campo, posicion ( desde 1 ) y
      *    largo dentro del registro, y la clase del dato ( '9'
      *    numerico, 'X' alfanumerico ). Las entradas viven como
      *    constantes junto a las copias de registro, de modo que un
      *    cambio de layout se refleja aqui en el mismo pase y el
      *    diccionario no se desincroniza como lo haria una tabla
      *    mantenida a mano.
       01  DIC-MENT.
      *        TAB ( GNSBRTAB.cbl )
           03 FILLER VALUE 'TABTAB-COD-TTAB002003X' PIC X(22).
           03 FILLER VALUE 'TABTAB-COD-CTAB005012X' PIC X(22).
           03 FILLER VALUE 'TABTAB-FEC-FTRN0170089' PIC X(22).
           03 FILLER VALUE 'TABTAB-HRA-HRTR0250069' PIC X(22).
           03 FILLER VALUE 'TABTAB-MSC-TACC031001X' PIC X(22).
           03 FILLER VALUE 'TABTAB-IND-VIGE032001X' PIC X(22).
           03 FILLER VALUE 'TABTAB-COD-OTRN033004X' PIC X(22).
           03 FILLER VALUE 'TABTAB-COD-ATRN037012X' PIC X(22).
           03 FILLER VALUE 'TABTAB-KY1-TABS049015X' PIC X(22).
           03 FILLER VALUE 'TABTAB-KY2-TABS064008X' PIC X(22).
           03 FILLER VALUE 'TABTAB-GLS-DCOR072012X' PIC X(22).
           03 FILLER VALUE 'TABTAB-GLS-ABRV084005X' PIC X(22).
           03 FILLER VALUE 'TABTAB-GLS-DESC089040X' PIC X(22).
           03 FILLER VALUE 'TABTAB-GLS-DAT1129010X' PIC X(22).
           03 FILLER VALUE 'TABTAB-GLS-DAT2139020X' PIC X(22).
           03 FILLER VALUE 'TABTAB-GLS-DAT3159030X' PIC X(22).
           03 FILLER VALUE 'TABTAB-SNX-TABL189006X' PIC X(22).
      *        MSC ( GNSBRMSC.cbl )
           03 FILLER VALUE 'MSCMSC-COD-TTAB002003X' PIC X(22).
           03 FILLER VALUE 'MSCMSC-COD-TMSC005004X' PIC X(22).
           03 FILLER VALUE 'MSCMSC-COD-CMSC009008X' PIC X(22).
           03 FILLER VALUE 'MSCMSC-FEC-FTRN0170089' PIC X(22).
           03 FILLER VALUE 'MSCMSC-HRA-HRTR0250069' PIC X(22).
           03 FILLER VALUE 'MSCMSC-MSC-TACC031001X' PIC X(22).
           03 FILLER VALUE 'MSCMSC-IND-VIGE032001X' PIC X(22).
           03 FILLER VALUE 'MSCMSC-COD-OTRN033004X' PIC X(22).
           03 FILLER VALUE 'MSCMSC-COD-ATRN037012X' PIC X(22).
           03 FILLER VALUE 'MSCMSC-KY1-TABS049015X' PIC X(22).
           03 FILLER VALUE 'MSCMSC-KY2-TABS064008X' PIC X(22).
           03 FILLER VALUE 'MSCMSC-GLS-DCOR072012X' PIC X(22).
           03 FILLER VALUE 'MSCMSC-GLS-ABRV084005X' PIC X(22).
           03 FILLER VALUE 'MSCMSC-GLS-DESC089040X' PIC X(22).
           03 FILLER VALUE 'MSCMSC-GLS-MENS129040X' PIC X(22).
           03 FILLER VALUE 'MSCMSC-COD-MENS169012X' PIC X(22).
           03 FILLER VALUE 'MSCMSC-GLS-DISP181008X' PIC X(22).
           03 FILLER VALUE 'MSCMSC-SNX-TABL189006X' PIC X(22).
           03 FILLER VALUE 'MSCMSC-FEC-VIGE1950169' PIC X(22).
      *        MSG ( GNSBRMSG.cbl )
           03 FILLER VALUE 'MSGMSG-COD-TTAB002003X' PIC X(22).
           03 FILLER VALUE 'MSGMSG-COD-TMSG005007X' PIC X(22).
           03 FILLER VALUE 'MSGMSG-COD-CMSG012005X' PIC X(22).
           03 FILLER VALUE 'MSGMSG-FEC-FTRN0170089' PIC X(22).
           03 FILLER VALUE 'MSGMSG-HRA-HRTR0250069' PIC X(22).
           03 FILLER VALUE 'MSGMSG-MSC-TACC031001X' PIC X(22).
           03 FILLER VALUE 'MSGMSG-IND-VIGE032001X' PIC X(22).
           03 FILLER VALUE 'MSGMSG-COD-OTRN033004X' PIC X(22).
           03 FILLER VALUE 'MSGMSG-COD-ATRN037012X' PIC X(22).
           03 FILLER VALUE 'MSGMSG-KY1-TABS049015X' PIC X(22).
           03 FILLER VALUE 'MSGMSG-KY2-TABS064008X' PIC X(22).
           03 FILLER VALUE 'MSGMSG-GLS-DCOR072012X' PIC X(22).
           03 FILLER VALUE 'MSGMSG-GLS-ABRV084005X' PIC X(22).
           03 FILLER VALUE 'MSGMSG-GLS-DESC089040X' PIC X(22).
           03 FILLER VALUE 'MSGMSG-GLS-MENS129040X' PIC X(22).
           03 FILLER VALUE 'MSGMSG-GLS-DISP169020X' PIC X(22).
           03 FILLER VALUE 'MSGMSG-SNX-TABL189006X' PIC X(22).
           03 FILLER VALUE 'MSGMSG-GLS-LANG195002X' PIC X(22).
           03 FILLER VALUE 'MSGMSG-GLS-LAN2197002X' PIC X(22).
           03 FILLER VALUE 'MSGMSG-GLS-MEN2199040X' PIC X(22).
           03 FILLER VALUE 'MSGMSG-COD-SEVR239001X' PIC X(22).
      *        CIC ( GNSBRCIC.cbl )
           03 FILLER VALUE 'CICCIC-COD-TCIC002001X' PIC X(22).
           03 FILLER VALUE 'CICCIC-COD-CCIC003003X' PIC X(22).
           03 FILLER VALUE 'CICCIC-NUM-ICIC0060089' PIC X(22).
           03 FILLER VALUE 'CICCIC-FEC-FTRN0140089' PIC X(22).
           03 FILLER VALUE 'CICCIC-HRA-HRTR0220069' PIC X(22).
           03 FILLER VALUE 'CICCIC-MSC-TACC028001X' PIC X(22).
           03 FILLER VALUE 'CICCIC-IND-VIGE029001X' PIC X(22).
           03 FILLER VALUE 'CICCIC-COD-OTRN030004X' PIC X(22).
           03 FILLER VALUE 'CICCIC-COD-ATRN034012X' PIC X(22).
           03 FILLER VALUE 'CICCIC-IND-FRMT046001X' PIC X(22).
           03 FILLER VALUE 'CICCIC-NUM-ICIA0470119' PIC X(22).
           03 FILLER VALUE 'CICCIC-COD-EMPR058003X' PIC X(22).
      *        OPR ( GNSBROPR.cbl )
           03 FILLER VALUE 'OPROPR-COD-IOPR002012X' PIC X(22).
           03 FILLER VALUE 'OPROPR-FEC-FTRN0140089' PIC X(22).
           03 FILLER VALUE 'OPROPR-HRA-HRTR0220069' PIC X(22).
           03 FILLER VALUE 'OPROPR-MSC-TACC028001X' PIC X(22).
           03 FILLER VALUE 'OPROPR-IND-VIGE029001X' PIC X(22).
           03 FILLER VALUE 'OPROPR-COD-OTRN030004X' PIC X(22).
           03 FILLER VALUE 'OPROPR-COD-ATRN034012X' PIC X(22).
           03 FILLER VALUE 'OPROPR-GLS-NOMB046030X' PIC X(22).
           03 FILLER VALUE 'OPROPR-COD-CLAV076016X' PIC X(22).
           03 FILLER VALUE 'OPROPR-FEC-UCLV0920089' PIC X(22).
           03 FILLER VALUE 'OPROPR-NUM-VIGC1000039' PIC X(22).
           03 FILLER VALUE 'OPROPR-NUM-INTE1030029' PIC X(22).
           03 FILLER VALUE 'OPROPR-IND-BLOQ105001X' PIC X(22).
           03 FILLER VALUE 'OPROPR-COD-TERM106004X' PIC X(22).
           03 FILLER VALUE 'OPROPR-COD-ROLE110003X' PIC X(22).
           03 FILLER VALUE 'OPROPR-IND-HASH113001X' PIC X(22).
           03 FILLER VALUE 'OPROPR-COD-SALT114008X' PIC X(22).
           03 FILLER VALUE 'OPROPR-COD-SUCU122004X' PIC X(22).
           03 FILLER VALUE 'OPROPR-FEC-RETI1260089' PIC X(22).
           03 FILLER VALUE 'OPROPR-IND-SEUD134001X' PIC X(22).
           03 FILLER VALUE 'OPROPR-IND-ENTR135001X' PIC X(22).
           03 FILLER VALUE 'OPROPR-COD-EMPR136003X' PIC X(22).
           03 FILLER VALUE 'OPROPR-COD-EUSO139003X' PIC X(22).
      *        PND ( GNSBRPND.cbl )
           03 FILLER VALUE 'PNDPND-COD-TABL002003X' PIC X(22).
           03 FILLER VALUE 'PNDPND-GLS-CLAV005021X' PIC X(22).
           03 FILLER VALUE 'PNDPND-FEC-FTRN0260089' PIC X(22).
           03 FILLER VALUE 'PNDPND-HRA-HRTR0340069' PIC X(22).
           03 FILLER VALUE 'PNDPND-COD-CMND0400049' PIC X(22).
           03 FILLER VALUE 'PNDPND-COD-MAKR044012X' PIC X(22).
           03 FILLER VALUE 'PNDPND-COD-CHKR056012X' PIC X(22).
           03 FILLER VALUE 'PNDPND-COD-STAT068001X' PIC X(22).
           03 FILLER VALUE 'PNDPND-GLS-MOTV069040X' PIC X(22).
           03 FILLER VALUE 'PNDPND-GLS-IMAG109600X' PIC X(22).
           03 FILLER VALUE 'PNDPND-COD-SIST709003X' PIC X(22).
           03 FILLER VALUE 'PNDPND-GLS-DISP712007X' PIC X(22).
      *        EVT ( GNSBREVT.cbl )
           03 FILLER VALUE 'EVTEVT-NUM-SECU0020109' PIC X(22).
           03 FILLER VALUE 'EVTEVT-COD-TIPO012003X' PIC X(22).
           03 FILLER VALUE 'EVTEVT-GLS-CLAV015016X' PIC X(22).
           03 FILLER VALUE 'EVTEVT-GLS-IMAG031120X' PIC X(22).
           03 FILLER VALUE 'EVTEVT-FEC-FTRN1510089' PIC X(22).
           03 FILLER VALUE 'EVTEVT-HRA-HRTR1590069' PIC X(22).
           03 FILLER VALUE 'EVTEVT-COD-STAT165001X' PIC X(22).
           03 FILLER VALUE 'EVTEVT-CNT-RENV1660029' PIC X(22).
           03 FILLER VALUE 'EVTEVT-GLS-DISP168013X' PIC X(22).
      *
       01  DIC-MENT-RED REDEFINES DIC-MENT.
           03 DIC-VENT OCCURS 113 INDEXED BY DIC-ITBL.
              05 DIC-ENT-TREG                   PIC X(03).
              05 DIC-ENT-NOMB                   PIC X(12).
              05 DIC-ENT-POSI                   PIC 9(03).
              05 DIC-ENT-LARG                   PIC 9(03).
      *          '9' campo numerico, 'X' alfanumerico
              05 DIC-ENT-TIPO                   PIC X(01).
      *
      *    Variables del decodificador
       01  DIC-VARI.
      *
      *    Entradas del diccionario
           03 DIC-NENT            VALUE 113    PIC 9(03).
      *
      *    Tipo de registro a decodificar; el llamador del browse lo
      *    deja armado ( la tabla fisica TAB cubre TAB/MSC/MSG, el
