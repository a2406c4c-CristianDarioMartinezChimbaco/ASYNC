      ****************************************************************
      * ENCARGOS-PROC - SHARED BACKORDER LOADER, BOOKING, OLDEST-
      * FIRST RESERVATION AND SAFE REWRITE (SEE ENCARGOS-WS.cpy FOR
      * THE TABLE AND THE FILE CONTRACT, WS-ENCARGO.cpy FOR THE
      * LINE).
      * AGREGAR-ENCARGO BOOKS THE ENCARGO-LINEA THE CALLER FILLED
      * (EVERYTHING BUT ENC-NUM) UNDER THE NEXT NUMBER AND LEAVES
      * ITS ROW IN WS-ENC-HIT - 0 WHEN THE TABLE IS FULL OR, FOR A
      * POS LINE, WHEN THE SAME BACKORDER WAS BOOKED BEFORE
      * (WS-ENC-DUPLICADO 'S'). CLOSED ENTRIES LEAVE THE FILE ONLY
      * THROUGH ROTAR-BITACORAS, INTO ENCARGOS-Gnnnn.txt.
      ****************************************************************
       CARGAR-ENCARGOS.
       OPEN INPUT ENCARGOS
       IF WS-ENC-STATUS = '35'
           MOVE 0 TO WS-ENC-EOF
       ELSE
           PERFORM UNTIL WS-ENC-EOF = 1
               READ ENCARGOS
                   AT END
                       MOVE 1 TO WS-ENC-EOF
                   NOT AT END
                       IF FD-ENC-REC NOT = SPACES
                           PERFORM CARGAR-ENCARGO-LINEA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENCARGOS
       END-IF
       MOVE 0 TO WS-ENC-EOF.

       CARGAR-ENCARGO-LINEA.
       IF WS-ENC-USADOS >= 3000
           IF WS-ENC-TRUNCADO = 'N'
               DISPLAY "ADVERTENCIA: ENCARGOS.txt LLENO (LIMITE 3000)"
                   " - EL ARCHIVO NO SE REGRABARA"
               MOVE 'S' TO WS-ENC-TRUNCADO
           END-IF
       ELSE
           ADD 1 TO WS-ENC-USADOS
           MOVE FD-ENC-REC TO ENC-FILA (WS-ENC-USADOS)
           MOVE FD-ENC-REC TO ENCARGO-LINEA
           IF ENC-NUM NUMERIC AND ENC-NUM > WS-ENC-ULTIMO
               MOVE ENC-NUM TO WS-ENC-ULTIMO
           END-IF
       END-IF.

       AGREGAR-ENCARGO.
       MOVE 0 TO WS-ENC-HIT
       MOVE 'N' TO WS-ENC-DUPLICADO
       IF ENC-ORIGEN = 'P'
           PERFORM BUSCAR-ENCARGO-POS
       END-IF
       IF WS-ENC-DUPLICADO = 'N'
           IF WS-ENC-USADOS >= 3000 OR WS-ENC-TRUNCADO = 'S'
               DISPLAY "ADVERTENCIA: ENCARGOS.txt LLENO - ENCARGO "
                   "NO REGISTRADO"
           ELSE
               ADD 1 TO WS-ENC-ULTIMO
               MOVE WS-ENC-ULTIMO TO ENC-NUM
               ADD 1 TO WS-ENC-USADOS
               MOVE ENCARGO-LINEA TO ENC-FILA (WS-ENC-USADOS)
               MOVE WS-ENC-USADOS TO WS-ENC-HIT
           END-IF
       END-IF.

      *A POS BACKORDER IS THE SAME ONE WHEN TIMESTAMP/CASHIER, BRANCH,
      *SKU AND CLIENT ALL MATCH A LINE ALREADY BOOKED FROM THE POS.
       BUSCAR-ENCARGO-POS.
       MOVE ENCARGO-LINEA TO WS-ENC-NUEVA
       MOVE ENC-REFERENCIA TO WS-ENC-BUS-REF
       MOVE ENC-SUCURSAL TO WS-ENC-BUS-SUC
       MOVE ENC-SKU TO WS-ENC-BUS-SKU
       MOVE ENC-CLIENTE TO WS-ENC-BUS-CLIENTE
       PERFORM VARYING WS-ENC-I FROM 1 BY 1
               UNTIL WS-ENC-I > WS-ENC-USADOS
               OR WS-ENC-DUPLICADO = 'S'
           MOVE ENC-FILA (WS-ENC-I) TO ENCARGO-LINEA
           IF ENC-ORIGEN = 'P'
               AND ENC-REFERENCIA = WS-ENC-BUS-REF
               AND ENC-SUCURSAL = WS-ENC-BUS-SUC
               AND ENC-SKU = WS-ENC-BUS-SKU
               AND ENC-CLIENTE = WS-ENC-BUS-CLIENTE
               MOVE 'S' TO WS-ENC-DUPLICADO
           END-IF
       END-PERFORM
       MOVE WS-ENC-NUEVA TO ENCARGO-LINEA.

      *OLDEST REQUEST FIRST (ASKING DATE, THEN NUMBER). EACH OPEN
      *BACKORDER TAKES WHAT IT STILL LACKS; THE ONE THAT EXHAUSTS
      *THE UNITS MAY END UP ONLY PART RESERVED AND STAYS OPEN.
      *A BACKORDER THAT BECOMES FULLY RESERVED TURNS 'R' AND IS
      *ADDED TO THE ROWS TO CALL.
       RESERVAR-ENCARGOS.
       MOVE 0 TO WS-ENC-RES-UNIDADES
       MOVE 0 TO WS-ENC-LISTOS
       MOVE 'S' TO WS-ENC-SEGUIR
       PERFORM UNTIL WS-ENC-SEGUIR = 'N'
           IF WS-ENC-RES-DISPONIBLE = 0
               MOVE 'N' TO WS-ENC-SEGUIR
           ELSE
               PERFORM ELEGIR-ENCARGO-ANTIGUO
               IF WS-ENC-MEJOR = 0
                   MOVE 'N' TO WS-ENC-SEGUIR
               ELSE
                   PERFORM RESERVAR-UN-ENCARGO
               END-IF
           END-IF
       END-PERFORM.

       ELEGIR-ENCARGO-ANTIGUO.
       MOVE 0 TO WS-ENC-MEJOR
       PERFORM VARYING WS-ENC-I FROM 1 BY 1
               UNTIL WS-ENC-I > WS-ENC-USADOS
           MOVE ENC-FILA (WS-ENC-I) TO ENCARGO-LINEA
           IF ENC-ESTADO = 'A'
               AND ENC-SKU = WS-ENC-RES-SKU
               AND ENC-SUCURSAL = WS-ENC-RES-SUC
               AND ENC-RESERVADA < ENC-CANTIDAD
               IF WS-ENC-MEJOR = 0
                   OR ENC-FECHA < WS-ENC-MEJOR-FECHA
                   OR (ENC-FECHA = WS-ENC-MEJOR-FECHA
                       AND ENC-NUM < WS-ENC-MEJOR-NUM)
                   MOVE WS-ENC-I TO WS-ENC-MEJOR
                   MOVE ENC-FECHA TO WS-ENC-MEJOR-FECHA
                   MOVE ENC-NUM TO WS-ENC-MEJOR-NUM
               END-IF
           END-IF
       END-PERFORM.

       RESERVAR-UN-ENCARGO.
       MOVE ENC-FILA (WS-ENC-MEJOR) TO ENCARGO-LINEA
       COMPUTE WS-ENC-FALTA = ENC-CANTIDAD - ENC-RESERVADA
       IF WS-ENC-FALTA > WS-ENC-RES-DISPONIBLE
           MOVE WS-ENC-RES-DISPONIBLE TO WS-ENC-TOMA
       ELSE
           MOVE WS-ENC-FALTA TO WS-ENC-TOMA
       END-IF
       ADD WS-ENC-TOMA TO ENC-RESERVADA
       ADD WS-ENC-TOMA TO WS-ENC-RES-UNIDADES
       SUBTRACT WS-ENC-TOMA FROM WS-ENC-RES-DISPONIBLE
       MOVE WS-ENC-HOY TO ENC-FECHA-RESERVA
       IF ENC-RESERVADA >= ENC-CANTIDAD
           MOVE 'R' TO ENC-ESTADO
           ADD 1 TO WS-ENC-LISTOS
           MOVE WS-ENC-MEJOR TO ENC-LISTO-FILA (WS-ENC-LISTOS)
       END-IF
       MOVE ENCARGO-LINEA TO ENC-FILA (WS-ENC-MEJOR).

       GRABAR-ENCARGOS.
       IF WS-ENC-TRUNCADO = 'S'
           DISPLAY "ERROR: ENCARGOS.txt EXCEDE LA TABLA (3000) - "
               "NO SE REGRABA (ARCHIVE LOS CERRADOS CON "
               "ROTAR-BITACORAS)"
           MOVE 4 TO RETURN-CODE
       ELSE
           OPEN OUTPUT ENCARGOS-NUEVO
           PERFORM VARYING WS-ENC-I FROM 1 BY 1
                   UNTIL WS-ENC-I > WS-ENC-USADOS
               MOVE ENC-FILA (WS-ENC-I) TO FD-ENCN-REC
               WRITE FD-ENCN-REC
           END-PERFORM
           CLOSE ENCARGOS-NUEVO
           CALL "SYSTEM" USING
               "mv -f ENCARGOS.NUEVO.txt ENCARGOS.txt"
           MOVE 0 TO RETURN-CODE
       END-IF.
