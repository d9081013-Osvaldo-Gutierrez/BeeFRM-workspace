              88 ODY-ESTA-CERR                 VALUE 'C' 'X'.
           03 ODY-VIGE                         PIC X(01).
      *
      *    Fecha ( SAAMMDD ) del dia de operaciones: la estampa la
      *    apertura en la descripcion de la fila ( el dia habil
      *    siguiente al que cerro ) y queda hasta la apertura
      *    siguiente ( la noche cuadra el dia que cerro ); la
      *    consulta la devuelve ( 0 = fila sin fecha )
           03 ODY-FEC-OPER                     PIC 9(08).
      *
      *    Apertura: dia que cerro ( de la fila ) y candidato al dia
      *    que abre, avanzado de a un dia hasta el primero habil,
      *    dias revisados y su tope
           03 ODY-FEC-CAND                     PIC 9(08).
           03 ODY-FEC-CAND-RED REDEFINES ODY-FEC-CAND.
              05 ODY-CAN-SS                    PIC 9(02).
              05 ODY-CAN-AA                    PIC 9(02).
              05 ODY-CAN-MM                    PIC 9(02).
              05 ODY-CAN-DD                    PIC 9(02).
           03 ODY-CNT-DIAS   COMP              PIC S9(04).
           03 ODY-LIM-DIAS   COMP  VALUE 31    PIC S9(04).
      *
      *    Mensaje cortes para la pantalla rechazada
           03 ODY-MENS                         PIC X(79).
      *
