              05 PLA-AJU-DD                    PIC 9(02).
           03 PLA-IDX        COMP              PIC S9(04).
      *
      *    Montos del plan ( MON-GNS-FEC-PLA ): con PLA-COD-AMOR en
      *    blanco el servicio entrega solo fechas, como siempre; con
      *    metodo cargado entrega ademas, por cuota, el capital, el
      *    interes y el saldo, para que las aplicaciones dejen de
      *    calcular cada una su propia cuota y de diferir en
      *    centavos. El interes de cada periodo usa la fraccion de
      *    anio de CAL-FEC DIF-FRA entre vencimientos ajustados y
      *    todo monto se redondea con PES-SCTV en la moneda del plan.
      *
      *    Metodo: 'F' frances ( cuota nivelada ) / 'A' aleman
      *    ( capital nivelado ) / 'B' bullet ( capital al final )
           03 PLA-COD-AMOR                     PIC X(01).
      *
      *    Capital inicial, tasa anual en porcentaje, convencion de
      *    conteo de dias ( '360', 'A60', 'A65'; blanco = '360' ) y
      *    moneda del plan ( como PES-CIC-VCAM )
           03 PLA-SGV-CAPI   COMP-3            PIC S9(13)V9(4).
           03 PLA-NUM-TASA   COMP-3            PIC S9(03)V9(6).
           03 PLA-COD-BASE                     PIC X(03).
           03 PLA-CIC-VCAM                     PIC X(12).
      *
      *    Montos resultantes por cuota ( paralelo a PLA-TBL-FECH )
           03 PLA-TBL-MONT.
              05 PLA-MON-CUOT OCCURS 60.
      *          dias y fraccion de anio del periodo de interes
                 07 PLA-NUM-DIAS               PIC 9(06).
                 07 PLA-NUM-FRAC               PIC 9(04)V9(08).
      *          capital amortizado, interes, cuota total y saldo
      *          despues del pago
                 07 PLA-SGV-AMOR COMP-3        PIC S9(13)V9(4).
                 07 PLA-SGV-INTE COMP-3        PIC S9(13)V9(4).
                 07 PLA-SGV-PAGO COMP-3        PIC S9(13)V9(4).
                 07 PLA-SGV-SALD COMP-3        PIC S9(13)V9(4).
      *
      *    Campos de trabajo del calculo de montos: saldo vivo,
      *    cuota nivelada, vencimiento anterior y factor de
      *    descuento acumulado de la cuota francesa ( suma de los
      *    descuentos de cada periodo con su propia fraccion )
           03 PLA-WRK-SALD   COMP-3            PIC S9(13)V9(4).
           03 PLA-WRK-PAGO   COMP-3            PIC S9(13)V9(4).
           03 PLA-WRK-AMOR   COMP-3            PIC S9(13)V9(4).
           03 PLA-WRK-FANT                     PIC 9(08).
           03 PLA-WRK-FANT-RED REDEFINES PLA-WRK-FANT.
              05 PLA-FAN-SS                    PIC 9(02).
              05 PLA-FAN-AA                    PIC 9(02).
              05 PLA-FAN-MM                    PIC 9(02).
              05 PLA-FAN-DD                    PIC 9(02).
           03 PLA-WRK-FACT   COMP-3            PIC S9(03)V9(12).
           03 PLA-WRK-SUMA   COMP-3            PIC S9(05)V9(12).
      *
      *    Persistencia y recalculo de calendarios ( registro PLN ).
      *    GRB-GNS-FEC-PLA guarda el plan recien generado bajo la
      *    llave de operacion PLA-ENT-OPER; GNS-BUS-PLN rehace el
           03 PLN-LIN-CUOT                     PIC 9(02).
           03 PLN-LIN-FANT                     PIC 9(08).
           03 PLN-LIN-FNUE                     PIC 9(08).
      *    cuota total recalculada ( cero en planes solo de fechas )
           03 PLN-LIN-PAGO                     PIC 9(13)V9(4).
      *
      *    Request Area propia del FIO de PLN
       01  ADR-PLN-REQA                        PIC X(630).
