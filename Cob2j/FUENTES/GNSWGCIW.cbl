      *    Variables del identificador CIC en sus dos formatos
      *    ( GNS-PRO-CIW en GNSBGCIW.cbl ). Clasico: centro + folio
      *    de 8 ( 7 digitos + verificador ), CIC-NUM-ICIC. Ampliado:
      *    centro + folio de 11 ( 10 digitos + verificador ),
      *    CIC-NUM-ICIA, para los centros con CIC-IND-FRMT en 'A'.
      *    El numero ampliado de un folio clasico es el mismo
      *    numero con tres ceros a la izquierda ( el verificador no
      *    cambia ), de modo que la referencia cruzada de cada
      *    numero viejo a su forma de despliegue se deriva sin
      *    tabla y ambos formatos conviven mientras dure la
      *    transicion. Forma de despliegue: 'CCCC-NNNNNNNNNN-D'.
       01  CIW-VARI.
      *
      *    Comando de GNS-PRO-CIW ( ver CIW-CTTS )
           03 CIW-CMND                 VALUE 0         PIC 9(02).
      *
      *    Identificador a normalizar ( NOR ) en cualquiera de sus
      *    formas: clasica de 12, ampliada de 15 o de despliegue
      *    de 17, ajustado a la izquierda
           03 CIW-ENT-IDEN                             PIC X(17).
      *
      *    Folio a asignar al centro en CIC ( ASF ), en el ancho
      *    ampliado
           03 CIW-ENT-FOLI                             PIC 9(11).
      *
      *    Status: OKS bien; FMT forma no reconocida; VRF digito
      *    verificador incorrecto; RNG el folio no cabe en el
      *    formato del centro
           03 CIW-STAT                                 PIC X(03).
              88 CIW-STAT-OKS                          VALUE 'OKS'.
              88 CIW-STAT-FMT                          VALUE 'FMT'.
              88 CIW-STAT-VRF                          VALUE 'VRF'.
              88 CIW-STAT-RNG                          VALUE 'RNG'.
      *
      *    Identificador normalizado: centro, numero de 10 y
      *    verificador, formato ( 'C' si cabe en 7 digitos, que es
      *    como se emitio ) y sus tres formas ( la clasica en
      *    espacios si el numero no cabe en ella )
           03 CIW-SAL-CAI                              PIC X(04).
           03 CIW-SAL-BASE                             PIC 9(10).
           03 CIW-SAL-DVRF                             PIC X(01).
           03 CIW-SAL-FRMT                             PIC X(01).
           03 CIW-SAL-CLAS                             PIC X(12).
           03 CIW-SAL-AMPL                             PIC X(15).
           03 CIW-SAL-DESP                             PIC X(17).
      *
      *    Folio vigente del centro en el ancho ampliado y su tope
      *    segun el formato ( FOL; sus formas quedan en las de
      *    arriba y CIW-SAL-FRMT es ahi el formato del centro )
           03 CIW-SAL-FOLI                             PIC 9(11).
           03 CIW-SAL-TOPE                             PIC 9(11).
      *
      *    Armado de las formas
           03 CIW-WRK-CLAS.
              05 CIW-CLA-CAI                           PIC X(04).
              05 CIW-CLA-BASE                          PIC 9(07).
              05 CIW-CLA-DVRF                          PIC X(01).
           03 CIW-WRK-AMPL.
              05 CIW-AMP-CAI                           PIC X(04).
              05 CIW-AMP-BASE                          PIC 9(10).
              05 CIW-AMP-DVRF                          PIC X(01).
           03 CIW-WRK-DESP.
              05 CIW-DES-CAI                           PIC X(04).
              05 CIW-DES-SEP1                          PIC X(01).
              05 CIW-DES-BASE                          PIC 9(10).
              05 CIW-DES-SEP2                          PIC X(01).
              05 CIW-DES-DVRF                          PIC X(01).
      *
      *    Desarme del folio en el ancho ampliado
           03 CIW-NUM-FOLI                             PIC 9(11).
           03 CIW-NUM-FOLI-RED REDEFINES CIW-NUM-FOLI.
              05 CIW-FOL-BASE                          PIC 9(10).
              05 CIW-FOL-DVRF                          PIC X(01).
      *
      *    Topes de cada formato
           03 CIW-TOP-CLAS        VALUE 99999999       PIC 9(11).
           03 CIW-TOP-AMPL        VALUE 99999999999    PIC 9(11).
      *
      *    Constantes del identificador en dos formatos
       01  CIW-CTTS.
      *
      *    Normalizar CIW-ENT-IDEN
           03 CIW-NOR                  VALUE 1         PIC 9(02).
      *
      *    Folio vigente del centro que esta en CIC
           03 CIW-FOL                  VALUE 2         PIC 9(02).
      *
      *    Asignar CIW-ENT-FOLI al centro que esta en CIC
           03 CIW-ASF                  VALUE 3         PIC 9(02).
