      ****************************************************************
      * AVISOS-ENCARGO-PROC - THE PICK LIST OF CLIENTS TO CALL
      * BECAUSE THEIR BACKORDER IS WAITING FOR THEM (SEE
      * ENCARGOS-WS.cpy). THE HOST FILLS ENC-LISTO-FILA WITH THE
      * ENC-TAB ROWS TO LIST AND WS-ENC-LISTOS WITH THEIR COUNT, AND
      * DECLARES, BESIDES THE ENCARGOS FILES,
      *   SELECT CLIENTES ASSIGN TO 'CLIENTES.dat' (INDEXED ON CLI-ID,
      *       FILE STATUS WS-CLI-STATUS, FD COPY WS-CLIENTES-IDX)
      *   SELECT AVISOS-ENCARGO ASSIGN TO 'ENCARGOS-AVISOS.txt',
      *       FD FD-AVI-REC X(132)
      * THE CONTACT DETAILS ARE THOSE ON CLIENTES.dat AT THE MOMENT
      * THE LIST IS WRITTEN; A CLIENT THE MASTER NO LONGER HOLDS IS
      * LISTED WITHOUT THEM SO THE BRANCH STILL SEES THE GOODS ARE
      * SPOKEN FOR.
      ****************************************************************
       ESCRIBIR-AVISOS.
       PERFORM BUSCAR-CONTACTOS
       OPEN OUTPUT AVISOS-ENCARGO
       MOVE SPACES TO FD-AVI-REC
       STRING '**CLIENTES A LLAMAR - ENCARGOS RESERVADOS AL '
           WS-ENC-HOY '**' DELIMITED BY SIZE INTO FD-AVI-REC
       WRITE FD-AVI-REC
       MOVE SPACES TO FD-AVI-REC
       MOVE 'NUMERO' TO FD-AVI-REC (1:6)
       MOVE 'SUC' TO FD-AVI-REC (8:3)
       MOVE 'CLIEN' TO FD-AVI-REC (12:5)
       MOVE 'NOMBRE' TO FD-AVI-REC (18:6)
       MOVE 'TELEFONO' TO FD-AVI-REC (49:8)
       MOVE 'E-MAIL' TO FD-AVI-REC (65:6)
       MOVE 'SKU' TO FD-AVI-REC (106:3)
       MOVE 'CANT.' TO FD-AVI-REC (117:5)
       MOVE 'RESERVADO' TO FD-AVI-REC (123:9)
       WRITE FD-AVI-REC
       PERFORM VARYING WS-ENC-I FROM 1 BY 1
               UNTIL WS-ENC-I > WS-ENC-LISTOS
           MOVE ENC-FILA (ENC-LISTO-FILA (WS-ENC-I)) TO ENCARGO-LINEA
           MOVE ENC-NUM TO AVI-NUM
           MOVE ENC-SUCURSAL TO AVI-SUCURSAL
           MOVE ENC-CLIENTE TO AVI-CLIENTE
           IF ENC-LISTO-HALLADO (WS-ENC-I) = 'S'
               MOVE ENC-LISTO-NOMBRE (WS-ENC-I) TO AVI-NOMBRE
               MOVE ENC-LISTO-TELEFONO (WS-ENC-I) TO AVI-TELEFONO
               MOVE ENC-LISTO-EMAIL (WS-ENC-I) TO AVI-EMAIL
           ELSE
               MOVE '*** SIN FICHA EN CLIENTES.dat' TO AVI-NOMBRE
               MOVE SPACES TO AVI-TELEFONO AVI-EMAIL
           END-IF
           MOVE ENC-SKU TO AVI-SKU
           MOVE ENC-RESERVADA TO AVI-CANTIDAD
           MOVE ENC-FECHA-RESERVA TO AVI-FECHA-RESERVA
           MOVE AVISO-ENCARGO-LINEA TO FD-AVI-REC
           WRITE FD-AVI-REC
       END-PERFORM
       MOVE SPACES TO FD-AVI-REC
       IF WS-ENC-LISTOS = 0
           MOVE 'SIN ENCARGOS LISTOS PARA AVISAR' TO FD-AVI-REC
       ELSE
           STRING 'CLIENTES A LLAMAR: ' WS-ENC-LISTOS
               DELIMITED BY SIZE INTO FD-AVI-REC
       END-IF
       WRITE FD-AVI-REC
       CLOSE AVISOS-ENCARGO.

      *ONE PASS OVER THE CLIENT MASTER FILLS EVERY ROW TO LIST.
       BUSCAR-CONTACTOS.
       PERFORM VARYING WS-ENC-I FROM 1 BY 1
               UNTIL WS-ENC-I > WS-ENC-LISTOS
           MOVE 'N' TO ENC-LISTO-HALLADO (WS-ENC-I)
       END-PERFORM
       IF WS-ENC-LISTOS > 0
           OPEN INPUT CLIENTES
           IF WS-CLI-STATUS = '00'
               MOVE 0 TO CLI-ID
               START CLIENTES KEY IS > CLI-ID
               IF WS-CLI-STATUS = '00'
                   PERFORM UNTIL WS-ENC-CLI-EOF = 1
                       READ CLIENTES NEXT RECORD
                           AT END
                               MOVE 1 TO WS-ENC-CLI-EOF
                           NOT AT END
                               PERFORM ANOTAR-CONTACTO
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE CLIENTES
           END-IF
           MOVE 0 TO WS-ENC-CLI-EOF
       END-IF.

       ANOTAR-CONTACTO.
       PERFORM VARYING WS-ENC-I FROM 1 BY 1
               UNTIL WS-ENC-I > WS-ENC-LISTOS
           MOVE ENC-FILA (ENC-LISTO-FILA (WS-ENC-I)) TO ENCARGO-LINEA
           IF ENC-CLIENTE = CLI-ID
               MOVE 'S' TO ENC-LISTO-HALLADO (WS-ENC-I)
               MOVE CLI-NOMBRE TO ENC-LISTO-NOMBRE (WS-ENC-I)
               MOVE CLI-TELEFONO TO ENC-LISTO-TELEFONO (WS-ENC-I)
               MOVE CLI-EMAIL TO ENC-LISTO-EMAIL (WS-ENC-I)
           END-IF
       END-PERFORM.
