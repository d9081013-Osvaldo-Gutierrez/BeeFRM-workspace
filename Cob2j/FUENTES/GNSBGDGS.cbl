      * Huella con Clave
      *
      *    CLV-GNS-PRO-DGS arma la tabla de sustitucion con la clave
      *    que viene en DGS-ENT-CLAV; CAL-GNS-PRO-DGS deja en
      *    DGS-SAL-HUEL la huella de DGS-ENT-DATO ( DGS-ENT-LARG
      *    bytes ) con esa tabla y esa clave. Una misma clave puede
      *    servir varias huellas seguidas sin volver a armar la
      *    tabla. De la huella no se vuelve a los datos ni a la
      *    clave: solo se puede recalcular y comparar. Al terminar,
      *    el llamador borra la clave y la tabla ( DGS-MSBX ).
       CLV-GNS-PRO-DGS SECTION.
       INI-CLV-GNS-PRO-DGS.
           MOVE 1 TO DGS-SUB-I.
       TBL-CLV-GNS-PRO-DGS.
           COMPUTE DGS-SBX-BYTE( DGS-SUB-I ) = DGS-SUB-I - 1.
           ADD 1 TO DGS-SUB-I.
           IF DGS-SUB-I NOT > 256
               GO TO TBL-CLV-GNS-PRO-DGS.
      *    cada posicion se cambia con otra elegida por el acumulado
      *    de la tabla y de los bytes de la clave
           MOVE LOW-VALUE TO DGS-WRK-BYTE.
           MOVE 1    TO DGS-SUB-I.
           MOVE ZERO TO DGS-SUB-J.
       MEZ-CLV-GNS-PRO-DGS.
           COMPUTE DGS-SUB-K = DGS-SUB-I - 1.
           DIVIDE DGS-SUB-K BY 32
                  GIVING DGS-NUM-COCI REMAINDER DGS-SUB-K.
           ADD 1 TO DGS-SUB-K.
           MOVE DGS-ENT-CLAV( DGS-SUB-K : 1 ) TO DGS-WRK-BYTE( 2:1 ).
           COMPUTE DGS-SUB-J = DGS-SUB-J + DGS-SBX-BYTE( DGS-SUB-I )
                             + DGS-WRK-BYTE-RED.
           DIVIDE DGS-SUB-J BY 256
                  GIVING DGS-NUM-COCI REMAINDER DGS-SUB-J.
           COMPUTE DGS-SUB-N = DGS-SUB-J + 1.
           MOVE DGS-SBX-BYTE( DGS-SUB-I ) TO DGS-SUB-L.
           MOVE DGS-SBX-BYTE( DGS-SUB-N ) TO DGS-SBX-BYTE( DGS-SUB-I ).
           MOVE DGS-SUB-L                 TO DGS-SBX-BYTE( DGS-SUB-N ).
           ADD 1 TO DGS-SUB-I.
           IF DGS-SUB-I NOT > 256
               GO TO MEZ-CLV-GNS-PRO-DGS.
       FIN-CLV-GNS-PRO-DGS.
           EXIT.
      *
      *    Huella de clave + datos + clave, cerrada con DGS-NUM-RNDS
      *    vueltas que realimentan los carriles.
       CAL-GNS-PRO-DGS SECTION.
       INI-CAL-GNS-PRO-DGS.
           MOVE 1 TO DGS-SUB-L.
       CAR-CAL-GNS-PRO-DGS.
           MOVE DGS-CTE-MULT( DGS-SUB-L ) TO DGS-LAN-ACUM( DGS-SUB-L ).
           ADD 1 TO DGS-SUB-L.
           IF DGS-SUB-L NOT > 4
               GO TO CAR-CAL-GNS-PRO-DGS.
           MOVE LOW-VALUE TO DGS-WRK-BYTE.
           MOVE 1 TO DGS-SUB-P.
       CL1-CAL-GNS-PRO-DGS.
           MOVE DGS-ENT-CLAV( DGS-SUB-P : 1 ) TO DGS-WRK-BYTE( 2:1 ).
           MOVE DGS-WRK-BYTE-RED TO DGS-NUM-BYTE.
           PERFORM ABS-GNS-PRO-DGS THRU FIN-ABS-GNS-PRO-DGS.
           ADD 1 TO DGS-SUB-P.
           IF DGS-SUB-P NOT > 32
               GO TO CL1-CAL-GNS-PRO-DGS.
           MOVE 1 TO DGS-SUB-P.
       DAT-CAL-GNS-PRO-DGS.
           IF DGS-SUB-P > DGS-ENT-LARG
               GO TO CL2-CAL-GNS-PRO-DGS.
           MOVE DGS-ENT-DATO( DGS-SUB-P : 1 ) TO DGS-WRK-BYTE( 2:1 ).
           MOVE DGS-WRK-BYTE-RED TO DGS-NUM-BYTE.
           PERFORM ABS-GNS-PRO-DGS THRU FIN-ABS-GNS-PRO-DGS.
           ADD 1 TO DGS-SUB-P.
           GO TO DAT-CAL-GNS-PRO-DGS.
       CL2-CAL-GNS-PRO-DGS.
           MOVE 32 TO DGS-SUB-P.
       CL3-CAL-GNS-PRO-DGS.
           MOVE DGS-ENT-CLAV( DGS-SUB-P : 1 ) TO DGS-WRK-BYTE( 2:1 ).
           MOVE DGS-WRK-BYTE-RED TO DGS-NUM-BYTE.
           PERFORM ABS-GNS-PRO-DGS THRU FIN-ABS-GNS-PRO-DGS.
           SUBTRACT 1 FROM DGS-SUB-P.
           IF DGS-SUB-P > ZERO
               GO TO CL3-CAL-GNS-PRO-DGS.
      *    vueltas de cierre: entra la suma de los cuatro carriles
           MOVE 1 TO DGS-SUB-P.
       VUE-CAL-GNS-PRO-DGS.
           COMPUTE DGS-NUM-TEMP = DGS-LAN-ACUM( 1 ) + DGS-LAN-ACUM( 2 )
                                + DGS-LAN-ACUM( 3 ) + DGS-LAN-ACUM( 4 ).
           DIVIDE DGS-NUM-TEMP BY 256
                  GIVING DGS-NUM-COCI REMAINDER DGS-NUM-BYTE.
           PERFORM ABS-GNS-PRO-DGS THRU FIN-ABS-GNS-PRO-DGS.
           ADD 1 TO DGS-SUB-P.
           IF DGS-SUB-P NOT > DGS-NUM-RNDS
               GO TO VUE-CAL-GNS-PRO-DGS.
      *    cada mitad cruza dos carriles
           COMPUTE DGS-NUM-TEMP = DGS-LAN-ACUM( 1 ) * DGS-LAN-ACUM( 3 )
                                + DGS-LAN-ACUM( 2 ).
           DIVIDE DGS-NUM-TEMP BY DGS-CTE-PRIM( 1 )
                  GIVING DGS-NUM-COCI REMAINDER DGS-NUM-RBYT.
           MOVE DGS-NUM-RBYT TO DGS-SAL-HUE1.
           COMPUTE DGS-NUM-TEMP = DGS-LAN-ACUM( 2 ) * DGS-LAN-ACUM( 4 )
                                + DGS-LAN-ACUM( 3 ).
           DIVIDE DGS-NUM-TEMP BY DGS-CTE-PRIM( 2 )
                  GIVING DGS-NUM-COCI REMAINDER DGS-NUM-RBYT.
           MOVE DGS-NUM-RBYT TO DGS-SAL-HUE2.
       FIN-CAL-GNS-PRO-DGS.
           EXIT.
      *
      *    Un byte ( DGS-NUM-BYTE ) por los cuatro carriles: el
      *    carril elige la sustitucion con el byte corrido por su
      *    propio valor, se eleva al cuadrado y arrastra al vecino.
       ABS-GNS-PRO-DGS SECTION.
       INI-ABS-GNS-PRO-DGS.
           MOVE 1 TO DGS-SUB-L.
       LUP-ABS-GNS-PRO-DGS.
           DIVIDE DGS-LAN-ACUM( DGS-SUB-L ) BY 256
                  GIVING DGS-NUM-COCI REMAINDER DGS-NUM-RBYT.
           COMPUTE DGS-SUB-X = DGS-NUM-BYTE + DGS-NUM-RBYT
                             + DGS-SUB-L * 61.
           DIVIDE DGS-SUB-X BY 256
                  GIVING DGS-NUM-COCI REMAINDER DGS-SUB-X.
           ADD 1 TO DGS-SUB-X.
           IF DGS-SUB-L < 4
               COMPUTE DGS-SUB-N = DGS-SUB-L + 1
           ELSE
               MOVE 1 TO DGS-SUB-N.
           COMPUTE DGS-NUM-TEMP = DGS-LAN-ACUM( DGS-SUB-L )
                                * DGS-LAN-ACUM( DGS-SUB-L )
                                + DGS-SBX-BYTE( DGS-SUB-X )
                                * DGS-CTE-MULT( DGS-SUB-L )
                                + DGS-LAN-ACUM( DGS-SUB-N ) + 1.
           DIVIDE DGS-NUM-TEMP BY DGS-CTE-PRIM( DGS-SUB-L )
                  GIVING DGS-NUM-COCI
                  REMAINDER DGS-LAN-ACUM( DGS-SUB-L ).
           ADD 1 TO DGS-SUB-L.
           IF DGS-SUB-L NOT > 4
               GO TO LUP-ABS-GNS-PRO-DGS.
       FIN-ABS-GNS-PRO-DGS.
           EXIT.
