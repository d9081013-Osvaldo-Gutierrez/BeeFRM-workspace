      *                                                                 00000030
      *    Nombre Registro : CIC                                        00000040
      *    Clave(s)        : CIC-CAI-ICIC(UU)                           00000050
      *    Largo           : 60                                         00000060
      *    Bloqueo         : 1                                          00000070
      *    Observaciones   : El folio de 8 digitos ( 7 + digito         00000080
      *                      verificador ) se agota en los centros de   00000081
      *                      mas volumen: con CIC-IND-FRMT en 'A' el    00000082
      *                      centro asigna en formato ampliado ( 10     00000083
      *                      digitos + verificador, CIC-NUM-ICIA ) y    00000084
      *                      CIC-NUM-ICIC queda congelado en el ultimo  00000085
      *                      folio clasico. Los numeros clasicos        00000086
      *                      siguen validos ( GNS-PRO-CIW ).            00000087
      *                      El centro pertenece a una empresa          00000088
      *                      ( CIC-COD-EMPR, GNSBGEMP.cbl ).            00000089
      *                                                                 00000090
       01  CIC.                                                         00000100
      *                                                                 00000110
      *    Autor Transaccion                                            00000710
           03  CIC-COD-ATRN                             PIC X(12).      00000720
      *                                                                 00000730
      *    Formato del Folio ( 'A' Ampliado; otro Clasico )             00000731
           03  CIC-IND-FRMT                             PIC X(01).      00000732
      *                                                                 00000733
      *    Folio Ampliado ( 10 Digitos + Digito Verificador )           00000734
           03  CIC-NUM-ICIA                             PIC 9(11).      00000735
      *                                                                 00000736
      *    Empresa del Centro ( TAB 'EMP'; espacios = pool comun )      00000740
           03  CIC-COD-EMPR                             PIC X(03).      00000750
