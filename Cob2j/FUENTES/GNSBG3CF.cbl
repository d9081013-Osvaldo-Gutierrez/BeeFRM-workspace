      *               CLEAR    (ACL-GNS-PRO-FRM)                         
      *               PA1      (PA1-GNS-PRO-FRM)                         
      *               PA2      (PA2-GNS-PRO-FRM)                         
      *               PA3      (PA3-GNS-PRO-FRM)
      *         END-EXEC.                             
           GO TO IFR-GNS-PRO-FRM GTA-GNS-PRO-FRM PTA-GNS-PRO-FRM        
                 CLA-GNS-PRO-FRM MSG-GNS-PRO-FRM RCV-GNS-PRO-FRM        
       IFR-GNS-PRO-FRM.                                                 
           IF OSC-OFRM-SRV AND FRM-SUAR = FRM-SUAR-MAL                  
               MOVE 'S' TO SCR-IERR.                                    
      *    Campos sensibles enmascarados segun el rol de la sesion
      *    ( APL-GNS-MSP-FRM en GNSBGMSP.cbl ).
           IF MSP-IND-ACTV = 'S'
               PERFORM APL-GNS-MSP-FRM.
      *    Aviso de sesion de entrenamiento al frente del mensaje
      *    ( APL-GNS-ENT-FRM en GNSBGENT.cbl ).
           IF SCR-IENT = 'S'
               PERFORM APL-GNS-ENT-FRM.
      *    Aviso de notas del registro en pantalla al final del
      *    mensaje ( APL-GNS-NTA-FRM en GNSBGNTA.cbl ).
           IF SCR-TNTA > SPACES
               PERFORM APL-GNS-NTA-FRM.


           IF NOT OSC-OFRM-SRV
                 PERFORM REG-GNS-TP-RETURN
              END-IF
              GOBACK.
      *    el programa sigue con su FRM-DFLD sin mascara
           IF MSP-IND-MASC = 'S'
               MOVE MSP-SAV-DFLD TO FRM-DFLD
               MOVE 'N'          TO MSP-IND-MASC.
      *    ni el aviso de notas
           IF NTA-IND-MARC = 'S'
               PERFORM RST-GNS-NTA-FRM.
      *    y con sus mensajes sin el aviso de entrenamiento
           IF ENT-IND-BANR = 'S'
               PERFORM RST-GNS-ENT-FRM.

       FIN-IFR-GNS-PRO-FRM.
           GO TO FIN-GNS-PRO-FRM.                                       
           IF BRD-IND-ACTV = 'S'
               PERFORM CHK-GNS-BRD-FRM.

      *    Respuesta de la supervision a la solicitud de asistencia
      *    del terminal, o aviso de solicitudes pendientes al
      *    supervisor de la sucursal ( CHK-GNS-ASI-FRM en
      *    GNSBGASI.cbl ).
           IF ASI-IND-ACTV = 'S'
               PERFORM CHK-GNS-ASI-FRM.

      *    Mensaje critico con acuse pendiente: el texto vuelve a
      *    FRM-MENS y la pantalla queda retenida hasta que el
      *    operador teclee el acuse ( CHK-GNS-FRM-ACK /
           IF TMO-IND-ACTV = 'S'
               PERFORM STP-GNS-TMO-FRM.

           IF OSC-OFRM-SRV OR FRM-IND-RECV = 'S'
              MOVE TSK-TERM-ALF     TO QUE-TERM
              MOVE 'TPF'            TO QUE-TYPE
              MOVE 1                TO QUE-NITM                                
              ELSE                                                     
                 MOVE FRM-FFLD-RET TO EIBAID                       
                 MOVE FRM-FFLD-RET TO FRM-FFLD.                       
      *    Pantalla devuelta por el marco: sin tecla nueva del
      *    terminal la conversacion termina como con PF12.
           IF FRM-IND-RECV = 'S'
               MOVE 'N' TO FRM-IND-RECV
               IF QUE-STAT NOT = QUE-STAT-OKS
                   MOVE 'ABT' TO FRM-STAT
                   GO TO FIN-GTA-GNS-PRO-FRM.

      *    Tecla de borrador: la del sitio ( CFG-GNS-BOR-FRM en
      *    GNSBGBOR.cbl ), que no es ninguna de las que se unifican.
           IF BOR-IND-ACTV = 'S'
               PERFORM CFG-GNS-BOR-FRM.
           IF BOR-IND-ACTV = 'S' AND BOR-TEC-GRAB NOT = SPACE
              AND FRM-FFLD = BOR-TEC-GRAB
               MOVE 'S' TO BOR-IND-PEDI
           ELSE
               MOVE 'N' TO BOR-IND-PEDI.

           IF FRM-FFLD = FRM-FFLD-PFA                                   
               MOVE FRM-FFLD-PF1 TO FRM-FFLD                            
           ELSE                                                         
           IF FRM-FFLD = FRM-FFLD-PFL                                   
               MOVE FRM-FFLD-PF12 TO FRM-FFLD.                          
      *    Tecla de asistencia: la solicitud del operador va a la
      *    supervision de la sucursal con la ultima pantalla del
      *    anillo ( ALT-GNS-ASI-FRM en GNSBGASI.cbl ).
           IF FRM-FFLD = FRM-FFLD-PA3 AND ASI-IND-ACTV = 'S'
               PERFORM ALT-GNS-ASI-FRM.
           IF FRM-FFLD = FRM-FFLD-PF3  OR FRM-FFLD-PF12                 
               MOVE 'ABT' TO FRM-STAT.                                  
      *    Campos enmascarados en el envio: vuelven con su valor
      *    original; PA2 pide descubrirlos ( RST-GNS-MSP-FRM en
      *    GNSBGMSP.cbl ).
           IF MSP-IND-ACTV = 'S'
               PERFORM RST-GNS-MSP-FRM.
      *    Tecla de borrador: la conversacion queda guardada para
      *    reanudarla despues desde cualquier terminal, y la
      *    pantalla vuelve tal cual con el numero del borrador
      *    ( GRA-GNS-BOR-FRM en GNSBGBOR.cbl ).
           IF BOR-IND-PEDI = 'S'
               PERFORM GRA-GNS-BOR-FRM
               IF OSC-OFRM-SRV
                   GO TO PTA-GNS-PRO-FRM
               ELSE
                   MOVE 'G' TO FRM-IND-REPE
                   GO TO REP-GNS-PRO-FRM.
      *    Reglas declarativas de los campos del formulario ( TAB
      *    'VCF', VAL-GNS-VCF-FRM en GNSBGVCF.cbl ): con ENTER, la
      *    pantalla que no las cumple vuelve al operador con el
      *    mensaje y el cursor en el campo, sin pasar al programa.
           IF VCF-IND-ACTV = 'S' AND FRM-FFLD = FRM-FFLD-RET
               PERFORM VAL-GNS-VCF-FRM
               IF VCF-IND-FALL = 'S'
                   IF OSC-OFRM-SRV
                       GO TO PTA-GNS-PRO-FRM
                   ELSE
                       MOVE 'G' TO FRM-IND-REPE
                       GO TO REP-GNS-PRO-FRM.
       FIN-GTA-GNS-PRO-FRM.                                             
           GO TO FIN-GNS-PRO-FRM.                                       
      *Despliega todos los campos de un formulario                      
       PTA-GNS-PRO-FRM. 

      *    Campos sensibles enmascarados segun el rol de la sesion,
      *    antes de la foto del anillo y del envio
      *    ( APL-GNS-MSP-FRM en GNSBGMSP.cbl ).
           IF MSP-IND-ACTV = 'S'
               PERFORM APL-GNS-MSP-FRM.
      *    Aviso de sesion de entrenamiento al frente del mensaje
      *    ( APL-GNS-ENT-FRM en GNSBGENT.cbl ).
           IF SCR-IENT = 'S'
               PERFORM APL-GNS-ENT-FRM.
      *    Aviso de notas del registro en pantalla al final del
      *    mensaje ( APL-GNS-NTA-FRM en GNSBGNTA.cbl ).
           IF SCR-TNTA > SPACES
               PERFORM APL-GNS-NTA-FRM.

      *    Anillo de ultimas pantallas del terminal, para el replay
      *    de soporte ( REG-GNS-SNP en GNSBGSNP.cbl ).
           IF SNP-IND-ACTV = 'S'
                 PERFORM REG-GNS-TP-RETURN
              END-IF
              GOBACK.
      *    el programa sigue con su FRM-DFLD sin mascara
           IF MSP-IND-MASC = 'S'
               MOVE MSP-SAV-DFLD TO FRM-DFLD
               MOVE 'N'          TO MSP-IND-MASC.
      *    ni el aviso de notas
           IF NTA-IND-MARC = 'S'
               PERFORM RST-GNS-NTA-FRM.
      *    y con sus mensajes sin el aviso de entrenamiento
           IF ENT-IND-BANR = 'S'
               PERFORM RST-GNS-ENT-FRM.
              
           
       FIN-PTA-GNS-PRO-FRM.                                             
      *    pantalla devuelta por el marco: se recibe de nuevo por
      *    el mismo camino que la rechazo
           IF FRM-IND-REPE = 'G'
               MOVE 'N' TO FRM-IND-REPE
               MOVE 'S' TO FRM-IND-RECV
               GO TO GTA-GNS-PRO-FRM.
           IF FRM-IND-REPE = 'R'
               MOVE 'N' TO FRM-IND-REPE
               MOVE 'S' TO FRM-IND-RECV
               GO TO RCV-GNS-PRO-FRM.
           GO TO FIN-GNS-PRO-FRM.                                       
      *Limpia todos los campos de un formulario                         
       CLA-GNS-PRO-FRM.                                                 
      *    Campos sensibles enmascarados segun el rol de la sesion
      *    ( APL-GNS-MSP-FRM en GNSBGMSP.cbl ).
           IF MSP-IND-ACTV = 'S'
               PERFORM APL-GNS-MSP-FRM.
      *    Aviso de sesion de entrenamiento al frente del mensaje
      *    ( APL-GNS-ENT-FRM en GNSBGENT.cbl ).
           IF SCR-IENT = 'S'
               PERFORM APL-GNS-ENT-FRM.
      *    Aviso de notas del registro en pantalla al final del
      *    mensaje ( APL-GNS-NTA-FRM en GNSBGNTA.cbl ).
           IF SCR-TNTA > SPACES
               PERFORM APL-GNS-NTA-FRM.
           IF NOT OSC-OFRM-SRV
              MOVE TSK-TERM-ALF     TO QUE-TERM                                
              MOVE 'TSI'            TO QUE-TYPE                                
              MOVE FRM-DFLD         TO QUE-DATA                           
              MOVE QUE-PUT          TO QUE-CMND                           
              PERFORM GNS-PRO-QUE.
      *    el programa sigue con su FRM-DFLD sin mascara
           IF MSP-IND-MASC = 'S'
               MOVE MSP-SAV-DFLD TO FRM-DFLD
               MOVE 'N'          TO MSP-IND-MASC.
      *    ni el aviso de notas
           IF NTA-IND-MARC = 'S'
               PERFORM RST-GNS-NTA-FRM.
      *    y con sus mensajes sin el aviso de entrenamiento
           IF ENT-IND-BANR = 'S'
               PERFORM RST-GNS-ENT-FRM.

       FIN-CLA-GNS-PRO-FRM.                                             
           GO TO FIN-GNS-PRO-FRM.                                       
           ELSE                                                     
               MOVE FRM-FFLD-RET TO EIBAID                       
               MOVE FRM-FFLD-RET TO FRM-FFLD.                       
      *    Pantalla devuelta por el marco: sin tecla nueva del
      *    terminal la conversacion termina como con PF12.
           IF FRM-IND-RECV = 'S'
               MOVE 'N' TO FRM-IND-RECV
               IF QUE-STAT NOT = QUE-STAT-OKS
                   MOVE 'ABT' TO FRM-STAT
                   GO TO FIN-RCV-GNS-PRO-FRM.
      *    Campos enmascarados en el envio: vuelven con su valor
      *    original; PA2 pide descubrirlos ( RST-GNS-MSP-FRM en
      *    GNSBGMSP.cbl ).
           IF MSP-IND-ACTV = 'S'
               PERFORM RST-GNS-MSP-FRM.
      *    Tecla de borrador ( GRA-GNS-BOR-FRM en GNSBGBOR.cbl ):
      *    la pantalla vuelve al operador con el numero del
      *    borrador y se recibe de nuevo.
           IF BOR-IND-ACTV = 'S'
               PERFORM CFG-GNS-BOR-FRM.
           IF BOR-IND-ACTV = 'S' AND BOR-TEC-GRAB NOT = SPACE
              AND FRM-FFLD = BOR-TEC-GRAB
               PERFORM GRA-GNS-BOR-FRM
               MOVE 'R' TO FRM-IND-REPE
               GO TO REP-GNS-PRO-FRM.
      *    Reglas declarativas de los campos del formulario ( TAB
      *    'VCF', VAL-GNS-VCF-FRM en GNSBGVCF.cbl ): la pantalla que
      *    no las cumple vuelve al operador con el mensaje y se
      *    recibe de nuevo, sin pasar al programa.
           IF VCF-IND-ACTV = 'S' AND FRM-FFLD = FRM-FFLD-RET
               PERFORM VAL-GNS-VCF-FRM
               IF VCF-IND-FALL = 'S'
                   MOVE 'R' TO FRM-IND-REPE
                   GO TO REP-GNS-PRO-FRM.

       FIN-RCV-GNS-PRO-FRM.                                             
           GO TO FIN-GNS-PRO-FRM.                                       
      *Devuelve la pantalla al operador sin pasar al programa: la
      *tecla ya usada se borra, para que la nueva recepcion lea la
      *que el terminal mande con la pantalla corregida
       REP-GNS-PRO-FRM.
           MOVE TSK-TERM-ALF     TO QUE-TERM.
           MOVE 'TPF'            TO QUE-TYPE.
           MOVE 1                TO QUE-NITM.
           MOVE +1               TO QUE-LITM.
           MOVE QUE-DEL          TO QUE-CMND.
           PERFORM GNS-PRO-QUE.
           GO TO PTA-GNS-PRO-FRM.
      *Limpia pantalla desde linea de inicio ( PLIN ) n lineas ( NLIN ) 
       CLF-GNS-PRO-FRM.                                                 
      *ISP-PTC-PTC                                                      
       PA2-GNS-PRO-FRM.                                                 
           MOVE FRM-FFLD-PA2 TO FRM-FFLD.                               
           GO TO FIN-GNS-PRO-FRM.                                       
       PA3-GNS-PRO-FRM.
           MOVE FRM-FFLD-PA3 TO FRM-FFLD.
      *    Tecla de asistencia ( ALT-GNS-ASI-FRM en GNSBGASI.cbl ).
           IF ASI-IND-ACTV = 'S'
               PERFORM ALT-GNS-ASI-FRM.
           GO TO FIN-GNS-PRO-FRM.
       FIN-GNS-PRO-FRM.                                                 
           EXIT.                                                        
