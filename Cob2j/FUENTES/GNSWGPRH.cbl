      *    sucursal ya no se duplica en 400 filas de terminal: la
      *    consulta RES-GNS-TAB-PRH busca la fila del tipo pedido
      *    primero por TERMINAL, despues por la SUCURSAL del
      *    terminal ( del perfil TAB 'TRM' ), despues por la EMPRESA
      *    de esa sucursal ( fila '*EMP' + empresa, GNSBGEMP.cbl ) y
      *    al final la fila '*DEFAULT' general, respondiendo la mas
      *    especifica que exista y dejando la traza de que nivel
      *    contesto.
      *    GNS-PRO-PRH es la consulta de traza para pantalla, y
      *    GNS-BUS-PRD el informe de filas de terminal redundantes
      *    ( las que solo repiten a su padre ), que es donde parte
           03 PRH-ENT-TERM                     PIC X(04).
      *
      *    Nivel que contesto: 'T' terminal / 'S' sucursal /
      *    'C' empresa de la sucursal / 'E' '*DEFAULT' general /
      *    'N' ninguno
           03 PRH-COD-NIVL                     PIC X(01).
      *
      *    Llave que contesto, sucursal y empresa resueltas
           03 PRH-KEY-RESP                     PIC X(12).
           03 PRH-COD-SUCU                     PIC X(04).
           03 PRH-COD-EMPR                     PIC X(03).
      *
      *    Traza de los niveles probados ( 'H' contesto / 'M' no
      *    estaba / ' ' no se llego a probar )
           03 PRH-TRZ-TERM                     PIC X(01).
           03 PRH-TRZ-SUCU                     PIC X(01).
           03 PRH-TRZ-EMPR                     PIC X(01).
           03 PRH-TRZ-DFLT                     PIC X(01).
      *
      *    Fila de terminal en examen del informe de redundantes y
