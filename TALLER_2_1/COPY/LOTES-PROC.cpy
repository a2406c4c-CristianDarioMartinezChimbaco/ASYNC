      ****************************************************************
      * LOTES-PROC - SHARED LOT LOADER, RECEIPT, FIRST-EXPIRED-
      * FIRST-OUT CONSUMPTION, BALANCE AND SAFE REWRITE (SEE
      * LOTES-WS.cpy FOR THE TABLE AND THE FILE CONTRACT, WS-LOTE.cpy
      * FOR THE LINE).
      * AGREGAR-LOTE PUTS WS-LOT-CANTIDAD UNITS ON LOT WS-LOT-LOTE OF
      * WS-LOT-SKU AT BRANCH WS-LOT-SUC - ONTO THE SELLABLE ROW IF
      * THE LOT IS ALREADY THERE, OTHERWISE A NEW ROW WITH
      * WS-LOT-VENCE AND WS-LOT-PEDIDO - AND LEAVES THE ROW IN
      * WS-LOT-HIT (0 WHEN THE TABLE IS FULL).
      ****************************************************************
       CARGAR-LOTES.
       OPEN INPUT LOTES
       IF WS-LOT-STATUS = '35'
           MOVE 0 TO WS-LOT-EOF
       ELSE
           PERFORM UNTIL WS-LOT-EOF = 1
               READ LOTES
                   AT END
                       MOVE 1 TO WS-LOT-EOF
                   NOT AT END
                       IF FD-LOT-REC NOT = SPACES
                           PERFORM CARGAR-LOTE-LINEA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOTES
       END-IF
       MOVE 0 TO WS-LOT-EOF.

       CARGAR-LOTE-LINEA.
       IF WS-LOT-USADOS >= 9000
           IF WS-LOT-TRUNCADO = 'N'
               DISPLAY "ADVERTENCIA: LOTES-STOCK.txt LLENO (LIMITE "
                   "9000) - EL ARCHIVO NO SE REGRABARA"
               MOVE 'S' TO WS-LOT-TRUNCADO
           END-IF
       ELSE
           ADD 1 TO WS-LOT-USADOS
           MOVE FD-LOT-REC TO LOT-FILA (WS-LOT-USADOS)
       END-IF.

       AGREGAR-LOTE.
       MOVE 0 TO WS-LOT-HIT
       PERFORM VARYING WS-LOT-I FROM 1 BY 1
               UNTIL WS-LOT-I > WS-LOT-USADOS OR WS-LOT-HIT > 0
           MOVE LOT-FILA (WS-LOT-I) TO LOTE-LINEA
           IF LOT-ESTADO = 'V'
               AND LOT-SUCURSAL = WS-LOT-SUC
               AND LOT-SKU = WS-LOT-SKU
               AND LOT-LOTE = WS-LOT-LOTE
               MOVE WS-LOT-I TO WS-LOT-HIT
           END-IF
       END-PERFORM
       IF WS-LOT-HIT > 0
           MOVE LOT-FILA (WS-LOT-HIT) TO LOTE-LINEA
           ADD WS-LOT-CANTIDAD TO LOT-EXISTENCIA
           MOVE LOTE-LINEA TO LOT-FILA (WS-LOT-HIT)
           ADD 1 TO WS-LOT-CAMBIOS
       ELSE
           IF WS-LOT-USADOS >= 9000 OR WS-LOT-TRUNCADO = 'S'
               DISPLAY "ADVERTENCIA: LOTES-STOCK.txt LLENO - LOTE "
                   FUNCTION TRIM (WS-LOT-LOTE) " NO REGISTRADO"
           ELSE
               MOVE SPACES TO LOTE-LINEA
               MOVE WS-LOT-SUC TO LOT-SUCURSAL
               MOVE WS-LOT-SKU TO LOT-SKU
               MOVE WS-LOT-LOTE TO LOT-LOTE
               MOVE WS-LOT-VENCE TO LOT-VENCE
               MOVE WS-LOT-CANTIDAD TO LOT-EXISTENCIA
               MOVE 'V' TO LOT-ESTADO
               MOVE WS-LOT-HOY TO LOT-FECHA-ALTA
               MOVE WS-LOT-PEDIDO TO LOT-PEDIDO
               ADD 1 TO WS-LOT-USADOS
               MOVE LOTE-LINEA TO LOT-FILA (WS-LOT-USADOS)
               MOVE WS-LOT-USADOS TO WS-LOT-HIT
               ADD 1 TO WS-LOT-CAMBIOS
           END-IF
       END-IF.

      *TAKES WS-LOT-CANTIDAD UNITS OFF THE SELLABLE LOTS OF THE SKU
      *AT THE BRANCH, EARLIEST EXPIRY FIRST (ONLY LOT WS-LOT-LOTE
      *WHEN ONE IS GIVEN). WHAT THE LOTS COULD NOT COVER COMES BACK
      *IN WS-LOT-FALTA, EACH LOT TAKEN IN LOT-TOMADO.
       CONSUMIR-LOTES.
       MOVE WS-LOT-CANTIDAD TO WS-LOT-FALTA
       MOVE 0 TO WS-LOT-TOMADOS
       MOVE 'S' TO WS-LOT-SEGUIR
       PERFORM UNTIL WS-LOT-SEGUIR = 'N'
           IF WS-LOT-FALTA = 0 OR WS-LOT-TOMADOS >= 100
               MOVE 'N' TO WS-LOT-SEGUIR
           ELSE
               PERFORM ELEGIR-LOTE-FEFO
               IF WS-LOT-MEJOR = 0
                   MOVE 'N' TO WS-LOT-SEGUIR
               ELSE
                   PERFORM TOMAR-DE-LOTE
               END-IF
           END-IF
       END-PERFORM.

      *GOODS WITHOUT AN EXPIRY SORT AFTER EVERY DATED LOT; BETWEEN
      *LOTS WITH THE SAME DATE THE ONE RECEIVED FIRST (EARLIER IN
      *THE FILE) GOES FIRST.
       ELEGIR-LOTE-FEFO.
       MOVE 0 TO WS-LOT-MEJOR
       PERFORM VARYING WS-LOT-I FROM 1 BY 1
               UNTIL WS-LOT-I > WS-LOT-USADOS
           MOVE LOT-FILA (WS-LOT-I) TO LOTE-LINEA
           IF LOT-ESTADO = 'V'
               AND LOT-SUCURSAL = WS-LOT-SUC
               AND LOT-SKU = WS-LOT-SKU
               AND LOT-EXISTENCIA > 0
               AND (WS-LOT-LOTE = SPACES OR LOT-LOTE = WS-LOT-LOTE)
               IF LOT-VENCE = SPACES
                   MOVE '9999-99-99' TO WS-LOT-ORDEN
               ELSE
                   MOVE LOT-VENCE TO WS-LOT-ORDEN
               END-IF
               IF WS-LOT-MEJOR = 0
                   OR WS-LOT-ORDEN < WS-LOT-MEJOR-VENCE
                   MOVE WS-LOT-I TO WS-LOT-MEJOR
                   MOVE WS-LOT-ORDEN TO WS-LOT-MEJOR-VENCE
               END-IF
           END-IF
       END-PERFORM.

       TOMAR-DE-LOTE.
       MOVE LOT-FILA (WS-LOT-MEJOR) TO LOTE-LINEA
       IF LOT-EXISTENCIA > WS-LOT-FALTA
           MOVE WS-LOT-FALTA TO WS-LOT-TOMA
       ELSE
           MOVE LOT-EXISTENCIA TO WS-LOT-TOMA
       END-IF
       SUBTRACT WS-LOT-TOMA FROM LOT-EXISTENCIA
       SUBTRACT WS-LOT-TOMA FROM WS-LOT-FALTA
       ADD 1 TO WS-LOT-TOMADOS
       MOVE LOT-LOTE TO LOT-TOM-LOTE (WS-LOT-TOMADOS)
       MOVE LOT-VENCE TO LOT-TOM-VENCE (WS-LOT-TOMADOS)
       MOVE WS-LOT-TOMA TO LOT-TOM-CANTIDAD (WS-LOT-TOMADOS)
       MOVE LOTE-LINEA TO LOT-FILA (WS-LOT-MEJOR)
       ADD 1 TO WS-LOT-CAMBIOS.

       SALDO-LOTES.
       MOVE 0 TO WS-LOT-SALDO
       MOVE 0 TO WS-LOT-HIT
       PERFORM VARYING WS-LOT-I FROM 1 BY 1
               UNTIL WS-LOT-I > WS-LOT-USADOS
           MOVE LOT-FILA (WS-LOT-I) TO LOTE-LINEA
           IF LOT-ESTADO = 'V'
               AND LOT-SUCURSAL = WS-LOT-SUC
               AND LOT-SKU = WS-LOT-SKU
               AND (WS-LOT-LOTE = SPACES OR LOT-LOTE = WS-LOT-LOTE)
               ADD LOT-EXISTENCIA TO WS-LOT-SALDO
               MOVE WS-LOT-I TO WS-LOT-HIT
           END-IF
       END-PERFORM.

      *A SELLABLE LOT THAT HAS RUN DOWN TO ZERO IS DROPPED - IT IS
      *GONE FROM THE SHELF; WRITTEN-OFF LOTS STAY AS THEIR TRAIL
      *UNTIL ROTAR-BITACORAS MOVES THEM INTO LOTES-Gnnnn.txt.
       GRABAR-LOTES.
       IF WS-LOT-TRUNCADO = 'S'
           DISPLAY "ERROR: LOTES-STOCK.txt EXCEDE LA TABLA (9000) - "
               "NO SE REGRABA (ARCHIVE LOS DADOS DE BAJA CON "
               "ROTAR-BITACORAS)"
           MOVE 4 TO RETURN-CODE
       ELSE
           OPEN OUTPUT LOTES-NUEVO
           PERFORM VARYING WS-LOT-I FROM 1 BY 1
                   UNTIL WS-LOT-I > WS-LOT-USADOS
               MOVE LOT-FILA (WS-LOT-I) TO LOTE-LINEA
               IF LOT-ESTADO NOT = 'V' OR LOT-EXISTENCIA > 0
                   MOVE LOT-FILA (WS-LOT-I) TO FD-LOTN-REC
                   WRITE FD-LOTN-REC
               END-IF
           END-PERFORM
           CLOSE LOTES-NUEVO
           CALL "SYSTEM" USING
               "mv -f LOTES.NUEVO.txt LOTES-STOCK.txt"
           MOVE 0 TO RETURN-CODE
       END-IF.
