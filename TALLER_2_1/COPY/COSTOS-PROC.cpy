      ****************************************************************
      * COSTOS-PROC - SHARED UNIT-COST LOADER AND LOOKUP (SEE
      * COSTOS-WS.cpy FOR THE TABLE AND THE FILE CONTRACT).
      * BUSCAR-COSTO LOOKS UP WS-COS-SKU-BUSCADO AND LEAVES THE ROW
      * IN WS-COS-HIT (0 = NO COST ON FILE) AND ITS UNIT COST IN
      * WS-COS-UNITARIO (0 WHEN UNKNOWN).
      ****************************************************************
       CARGAR-COSTOS.
       OPEN INPUT COSTOS
       IF WS-COS-STATUS = '35'
           MOVE 0 TO WS-COS-EOF
       ELSE
           PERFORM UNTIL WS-COS-EOF = 1
               READ COSTOS
                   AT END
                       MOVE 1 TO WS-COS-EOF
                   NOT AT END
                       IF FD-COS-REC NOT = SPACES
                           PERFORM CARGAR-COSTO-LINEA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COSTOS
       END-IF
       MOVE 0 TO WS-COS-EOF.

       CARGAR-COSTO-LINEA.
       IF WS-COS-USADOS >= 2000
           IF WS-COS-LLENA-AVISADA = 'N'
               DISPLAY "ADVERTENCIA: costos.txt LLENO (LIMITE 2000)"
                   " - SKUS RESTANTES SIN COSTO"
               MOVE 'S' TO WS-COS-LLENA-AVISADA
           END-IF
       ELSE
           ADD 1 TO WS-COS-USADOS
           MOVE SPACES TO WS-COS-SKU-TXT WS-COS-COSTO-TXT
               WS-COS-FECHA-TXT
           UNSTRING FD-COS-REC DELIMITED BY ','
               INTO WS-COS-SKU-TXT WS-COS-COSTO-TXT
               WS-COS-FECHA-TXT
           END-UNSTRING
           MOVE WS-COS-SKU-TXT TO COS-SKU (WS-COS-USADOS)
           MOVE FUNCTION NUMVAL (WS-COS-COSTO-TXT) TO
               COS-UNITARIO (WS-COS-USADOS)
           MOVE WS-COS-FECHA-TXT TO COS-FECHA (WS-COS-USADOS)
       END-IF.

       BUSCAR-COSTO.
       MOVE 0 TO WS-COS-HIT
       MOVE 0 TO WS-COS-UNITARIO
       PERFORM VARYING WS-COS-I FROM 1 BY 1
               UNTIL WS-COS-I > WS-COS-USADOS OR WS-COS-HIT > 0
           IF COS-SKU (WS-COS-I) = WS-COS-SKU-BUSCADO
               MOVE WS-COS-I TO WS-COS-HIT
               MOVE COS-UNITARIO (WS-COS-I) TO WS-COS-UNITARIO
           END-IF
       END-PERFORM.
