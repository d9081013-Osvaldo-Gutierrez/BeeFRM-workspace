      * Variables para rutina redondeo decimales                        00000010
      *DAD  14-ABR-1993  AUMENTO A 13 ENTEROS VARIABLES                 00000020
      *DAD  02-AGO-1994  AGREGADA VARIABLE COD-VCAM                     00000030
      *JRV  15-OCT-2026  AGREGADO METODO DE REDONDEO Y EFECTIVO         00000031
       01  PES-VARI.                                                    00000040
           03  PES-NUM-DECI          VALUE ZEROES       PIC 9(01).      00000050
           03  PES-SGV-DECI             COMP-3          PIC S9(13)V9(4).00000060
               04 PES-CIC-TVAL                          PIC X(01).      00000140
               04 PES-CIC-CVAL                          PIC X(03).      00000150
               04 PES-CIC-TCAM                          PIC X(08).      00000160
      *    Metodo de redondeo ( blanco = el de la moneda en 'PDB' ):    00000161
      *    'H' mitad arriba, 'E' mitad al par, 'T' truncado, 'C'        00000162
      *    incremento de efectivo PES-NUM-INCR ( 0 = el de 'PDB' )      00000163
           03  PES-COD-METO          VALUE SPACES       PIC X(01).      00000164
               88  PES-METO-SUBE                    VALUE 'H'.          00000165
               88  PES-METO-PARE                    VALUE 'E'.          00000166
               88  PES-METO-TRUN                    VALUE 'T'.          00000167
               88  PES-METO-EFEC                    VALUE 'C'.          00000168
           03  PES-NUM-INCR          VALUE ZEROES       PIC 9(05)V9(4). 00000169
                                                                        00000170
      * ISP: INDEPENDENCIA DE CICS DE MONEDAS                           00000180
       01  PDB-VARI.                                                    00000190
      *    03  PDB-COD-TVAL-DOLO   VALUE '01'    PIC X(02).             00000380
           03  PDB-COD-TVAL-DOLO   VALUE '01'    PIC X(02).             00000390
                                                                        00000400
      * CAMPOS DE TRABAJO DE LOS METODOS DE REDONDEO                    00000420
       01  PES-RED-VARI.                                                00000430
           03  PES-NUM-ESCA             COMP-3          PIC S9(05).     00000440
           03  PES-SGV-ESCA             COMP-3          PIC S9(17)V9(4).00000450
           03  PES-SGV-ENTR             COMP-3          PIC S9(17).     00000460
           03  PES-SGV-REST             COMP-3          PIC S9(01)V9(4).00000470
           03  PES-SGV-MITA             COMP-3          PIC S9(17).     00000480
           03  PES-NUM-PARI             COMP-3          PIC S9(01).     00000490
           03  PES-IND-NEGA                             PIC X(01).      00000500
           03  PES-WRK-INCR                             PIC X(09).      00000510
           03  PES-WRK-NINC  REDEFINES  PES-WRK-INCR   PIC 9(05)V9(4).  00000520
