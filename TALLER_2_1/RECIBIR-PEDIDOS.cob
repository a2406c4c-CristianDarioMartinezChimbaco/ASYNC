           FILE STATUS IS WS-INVS-STATUS.
       SELECT STOCK-NUEVO ASSIGN USING WS-NUEVO-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT COSTOS ASSIGN TO 'costos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COS-STATUS.
       SELECT RECEPCIONES ASSIGN TO 'RECEPCIONES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REC-STATUS.
       SELECT ENCARGOS ASSIGN TO 'ENCARGOS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENC-STATUS.
       SELECT ENCARGOS-NUEVO ASSIGN TO 'ENCARGOS.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CLIENTES ASSIGN TO 'CLIENTES.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS WS-CLI-STATUS.
       SELECT AVISOS-ENCARGO ASSIGN TO 'ENCARGOS-AVISOS.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LOTES ASSIGN TO 'LOTES-STOCK.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-STATUS.
       SELECT LOTES-NUEVO ASSIGN TO 'LOTES.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CANCELACIONES ASSIGN TO 'PEDIDOS-CANCELADOS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAN-STATUS.

       DATA DIVISION.

      ****************************************************************
       FILE SECTION.
      * PURCHASE-ORDER MASTER, NUM,SKU,CANTIDAD,FECHA,ESTADO PER
      * LINE - RAISED BY ACTUALIZAR-INVENTARIO'S REORDER SECTION.
      * HERE IT GOES 'P' (PARCIAL) WHILE PART OF CANTIDAD IS STILL
      * TO COME, 'R' ONCE ALL OF IT HAS ARRIVED, OR 'C' WHEN THE
      * BUYER CANCELS THE BALANCE.
       FD  PEDIDOS.
           01  PEDIDOS-REC         PIC X(50).
      * STOCK MASTER, SKU,EXISTENCIA,REORDEN PER LINE - THE ARRIVED
      * THE SAME PATTERN AS ACTUALIZAR-INVENTARIO.
       FD  STOCK-NUEVO.
           01  STOCK-NUEVO-REC     PIC X(50).
      * UNIT-COST MASTER (SEE COSTOS-WS.cpy) - RE-AVERAGED HERE WHEN
      * THE RECEIPT CARRIES THE UNIT COST PAID.
       FD  COSTOS.
           01  FD-COS-REC          PIC X(50).
      * RECEIPT LOG, ONE LINE APPENDED PER DELIVERY POSTED HERE:
      * NUM,SKU,CANTIDAD,FECHA,SUCURSAL,COSTO (COSTO 0 WHEN THE
      * OPERATOR GAVE NONE). THE QUANTITY-RECEIVED SIDE OF THE
      * SUPPLIER-INVOICE MATCH IN CONCILIAR-FACTURAS, THE RUNNING
      * TOTAL THAT DECIDES WHEN AN ORDER IS COMPLETE, AND THE
      * DELIVERY HISTORY EVALUAR-PROVEEDORES SCORES.
       FD  RECEPCIONES.
           01  FD-REC-REC          PIC X(80).
      * CUSTOMER BACKORDERS (SEE WS-ENCARGO.cpy) - THE ARRIVAL IS
      * RESERVED FOR THE OLDEST ONES WAITING FOR THIS SKU AT THE
      * RECEIVING BRANCH.
       FD  ENCARGOS.
           01  FD-ENC-REC          PIC X(100).
       FD  ENCARGOS-NUEVO.
           01  FD-ENCN-REC         PIC X(100).
      * CONTACT DETAILS FOR THE PICK LIST.
       FD  CLIENTES.
           COPY WS-CLIENTES-IDX.
      * PICK LIST OF THE CLIENTS WHOSE BACKORDER THIS ARRIVAL
      * COMPLETED - REWRITTEN ON EVERY RECEIPT THAT COMPLETES ONE.
       FD  AVISOS-ENCARGO.
           01  FD-AVI-REC          PIC X(132).
      * LOT-LEVEL STOCK (SEE WS-LOTE.cpy) - EVERY RECEIPT OPENS (OR
      * TOPS UP) A LOT ON THE RECEIVING BRANCH.
       FD  LOTES.
           01  FD-LOT-REC          PIC X(80).
       FD  LOTES-NUEVO.
           01  FD-LOTN-REC         PIC X(80).
      * ONE LINE PER BALANCE A BUYER CANCELLED: NUM,SKU,CANTIDAD,
      * RECIBIDO,SALDO,FECHA,MOTIVO - THE CLOSING DATE AND SHORTFALL
      * OF THE ORDER FOR EVALUAR-PROVEEDORES.
       FD  CANCELACIONES.
           01  FD-CAN-REC          PIC X(100).

      ****************************************************************
      * WS SECTION
       01  WS-PED-STATUS           PIC XX VALUE '00'.
       01  WS-INV-STATUS           PIC XX VALUE '00'.
       01  WS-INVS-STATUS          PIC XX VALUE '00'.
       01  WS-REC-STATUS           PIC XX VALUE '00'.
       01  WS-CLI-STATUS           PIC XX VALUE '00'.
       01  WS-CAN-STATUS           PIC XX VALUE '00'.
       01  WS-I                    PIC 9(04) VALUE ZEROS.
       01  WS-HIT                  PIC 9(03) VALUE ZEROS.
       01  WS-INV-HIT              PIC 9(04) VALUE ZEROS.
      *"RECIBIR-PEDIDOS <NUMERO> [CANTIDAD] [SUCURSAL]" - SAME
      *ACCEPT-FROM-COMMAND-LINE STYLE AS THE OTHER OPERATOR TOOLS.
      *WITHOUT A QUANTITY THE BALANCE STILL DUE IS POSTED; A
      *PARTIAL DELIVERY CAN BE RECEIVED BY GIVING THE ACTUAL COUNT,
      *AND THE ORDER STAYS OPEN FOR THE REST.
      *THE GOODS LAND ON THE GIVEN BRANCH (DEFAULT 001) WHEN THE
      *PER-BRANCH MASTER EXISTS. AN OPTIONAL FOURTH TOKEN IS THE
      *UNIT COST PAID FOR THE DELIVERY ("RECIBIR-PEDIDOS 17 40 002
      *1250.50"), WHICH RE-AVERAGES THE SKU'S COST IN costos.txt.
      *THE FIFTH AND SIXTH ARE THE SUPPLIER'S LOT NUMBER AND ITS
      *EXPIRY DATE ("... 1250.50 L24-0931 2025-03-31", COST 0 WHEN
      *THERE IS NONE). WITHOUT A LOT NUMBER THE RECEIPT BECOMES ITS
      *OWN LOT, NAMED AFTER THE ORDER; WITHOUT A DATE THE LOT DOES
      *NOT EXPIRE.
       01  WS-CMD-LINE             PIC X(80).
       01  WS-NUM-TOKEN            PIC X(10).
       01  WS-CANT-TOKEN           PIC X(10).
       01  WS-SUC-TOKEN            PIC X(05).
       01  WS-COSTO-TOKEN          PIC X(15).
       01  WS-LOTE-TOKEN           PIC X(15).
       01  WS-VENCE-TOKEN          PIC X(10).
      *"RECIBIR-PEDIDOS CANCELAR <NUMERO> [MOTIVO]" CLOSES WHAT THE
      *SUPPLIER STILL OWES ON AN OPEN OR PARTLY RECEIVED ORDER; THE
      *REASON IS EVERYTHING AFTER THE NUMBER.
       01  WS-PTR                  PIC 9(03) VALUE 1.
       01  WS-MOTIVO-CANCELA       PIC X(40).
      *UNITS ALREADY LOGGED IN RECEPCIONES.txt AGAINST THE ORDER,
      *AND WHAT IS STILL DUE ON IT BEFORE THIS DELIVERY.
       01  WS-YA-RECIBIDO          PIC 9(07) VALUE ZEROS.
       01  WS-SALDO-PEDIDO         PIC 9(07) VALUE ZEROS.
       01  WS-REC-NUM-TXT          PIC X(08).
       01  WS-REC-SKU-TXT          PIC X(10).
       01  WS-REC-CANT-TXT         PIC X(10).
      *MOVING WEIGHTED AVERAGE: (STOCK ON HAND x CURRENT COST +
      *UNITS RECEIVED x COST PAID) / (STOCK ON HAND + UNITS
      *RECEIVED), WITH STOCK ON HAND TAKEN FROM THE COMPANY ROLLUP
      *BEFORE THIS ARRIVAL IS ADDED. A SKU WITH NO COST YET, OR WITH
      *NOTHING (OR LESS THAN NOTHING) ON HAND, SIMPLY TAKES THE COST
      *PAID.
       01  WS-COSTO-RECIBIDO       PIC 9(08)V99 VALUE ZEROS.
       01  WS-COSTO-ANTERIOR       PIC 9(08)V99 VALUE ZEROS.
       01  WS-COSTO-NUEVO          PIC 9(08)V99 VALUE ZEROS.
       01  WS-EXI-ANTERIOR         PIC S9(07) VALUE ZEROS.
       01  WS-COSTO-ED             PIC 9(08).99.
       01  WS-CURRENT-DATE         PIC X(21).
       01  WS-HOY                  PIC X(10).
       01  WS-SUC-RECIBE           PIC 9(03) VALUE 1.
       01  WS-INVS-USADOS          PIC 9(04) VALUE ZEROS.
       01  WS-INVS-HIT             PIC 9(04) VALUE ZEROS.
           05  INV-EXISTENCIA      PIC S9(07) VALUE ZEROS.
           05  INV-REORDEN         PIC 9(07) VALUE ZEROS.

       COPY COSTOS-WS.
       COPY WS-ENCARGO.
       COPY ENCARGOS-WS.
       COPY WS-LOTE.
       COPY LOTES-WS.

       PROCEDURE DIVISION.
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       IF WS-CMD-LINE = SPACES
           DISPLAY "USO: RECIBIR-PEDIDOS <NUMERO> [CANTIDAD] "
               "[SUCURSAL] [COSTO-UNITARIO] [LOTE] [VENCIMIENTO]"
           DISPLAY "     RECIBIR-PEDIDOS CANCELAR <NUMERO> [MOTIVO]"
           STOP RUN
       END-IF
       MOVE SPACES TO WS-NUM-TOKEN WS-CANT-TOKEN
       MOVE SPACES TO WS-SUC-TOKEN WS-COSTO-TOKEN
       MOVE SPACES TO WS-LOTE-TOKEN WS-VENCE-TOKEN
       UNSTRING WS-CMD-LINE DELIMITED BY SPACE
           INTO WS-NUM-TOKEN WS-CANT-TOKEN WS-SUC-TOKEN
           WS-COSTO-TOKEN WS-LOTE-TOKEN WS-VENCE-TOKEN
       END-UNSTRING
       IF WS-SUC-TOKEN NOT = SPACES
           MOVE FUNCTION NUMVAL (WS-SUC-TOKEN) TO WS-SUC-RECIBE
       END-IF
       IF WS-COSTO-TOKEN NOT = SPACES
           MOVE FUNCTION NUMVAL (WS-COSTO-TOKEN) TO WS-COSTO-RECIBIDO
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
           WS-CURRENT-DATE (7:2) DELIMITED BY SIZE INTO WS-HOY
       IF FUNCTION UPPER-CASE (WS-NUM-TOKEN) = 'CANCELAR'
           PERFORM CANCELAR-SALDO
           STOP RUN
       END-IF
       MOVE FUNCTION NUMVAL (WS-NUM-TOKEN) TO WS-PED-BUSCADO
       PERFORM VALIDAR-VENCIMIENTO
       PERFORM BUSCAR-PEDIDO
       IF PED-ESTADO (WS-HIT) = 'R'
           DISPLAY "AVISO: PEDIDO " WS-PED-BUSCADO
               " YA ESTABA RECIBIDO"
           STOP RUN
       END-IF
       IF PED-ESTADO (WS-HIT) = 'C'
           DISPLAY "ERROR: PEDIDO " WS-PED-BUSCADO " FUE CANCELADO "
               "- NO SE RECIBE MERCADERIA CONTRA EL"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
      *WITHOUT A QUANTITY THE DELIVERY IS TAKEN AS THE WHOLE BALANCE
      *STILL DUE, NOT THE ORIGINAL ORDERED AMOUNT.
       PERFORM SUMAR-RECIBIDO
       IF PED-CANTIDAD (WS-HIT) > WS-YA-RECIBIDO
           COMPUTE WS-SALDO-PEDIDO = PED-CANTIDAD (WS-HIT)
               - WS-YA-RECIBIDO
       ELSE
           MOVE 0 TO WS-SALDO-PEDIDO
       END-IF
       IF WS-CANT-TOKEN = SPACES
           MOVE WS-SALDO-PEDIDO TO WS-CANT-RECIBIDA
       ELSE
           MOVE FUNCTION NUMVAL (WS-CANT-TOKEN) TO WS-CANT-RECIBIDA
       END-IF
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-CANT-RECIBIDA > WS-SALDO-PEDIDO
           DISPLAY "AVISO: SE RECIBEN " WS-CANT-RECIBIDA
               " UNIDADES CONTRA UN SALDO DE " WS-SALDO-PEDIDO
               " - EL EXCESO QUEDA REGISTRADO"
       END-IF
      *THE LOTS ARE LOADED BEFORE ANYTHING IS POSTED: A LOT FILE TOO
      *BIG TO REWRITE STOPS THE RECEIPT HERE, NOT AFTER THE STOCK HAS
      *ALREADY MOVED WITHOUT ITS LOT.
       MOVE WS-HOY TO WS-LOT-HOY
       PERFORM CARGAR-LOTES
       IF WS-LOT-TRUNCADO = 'S'
           DISPLAY "ERROR: LOTES-STOCK.txt EXCEDE LA TABLA (LIMITE "
               "9000) - RECEPCION NO APLICADA"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM CARGAR-INVENTARIO
       IF WS-COSTO-RECIBIDO > 0
           PERFORM ACTUALIZAR-COSTO-PROMEDIO
       ELSE
           DISPLAY "AVISO: SIN COSTO UNITARIO - costos.txt NO SE "
               "REPROMEDIA PARA " FUNCTION TRIM (PED-SKU (WS-HIT))
       END-IF
       PERFORM POSTEAR-LLEGADA
       PERFORM POSTEAR-LLEGADA-SUCURSAL
       PERFORM REGISTRAR-LOTE
       PERFORM REGISTRAR-RECEPCION
       IF WS-CANT-RECIBIDA < WS-SALDO-PEDIDO
           MOVE 'P' TO PED-ESTADO (WS-HIT)
           SUBTRACT WS-CANT-RECIBIDA FROM WS-SALDO-PEDIDO
       ELSE
           MOVE 'R' TO PED-ESTADO (WS-HIT)
           MOVE 0 TO WS-SALDO-PEDIDO
       END-IF
       PERFORM GRABAR-PEDIDOS
       PERFORM GRABAR-INVENTARIO
       DISPLAY "PEDIDO " WS-PED-BUSCADO " RECIBIDO: "
           WS-CANT-RECIBIDA " UNIDADES DE "
           FUNCTION TRIM (PED-SKU (WS-HIT))
           " POSTEADAS EN inventario.txt"
       IF PED-ESTADO (WS-HIT) = 'P'
           DISPLAY "PEDIDO " WS-PED-BUSCADO " SIGUE ABIERTO: SALDO "
               WS-SALDO-PEDIDO " UNIDADES (CANCELAR CON "
               "RECIBIR-PEDIDOS CANCELAR " WS-PED-BUSCADO ")"
       END-IF
       PERFORM RESERVAR-LLEGADA
       STOP RUN.

       BUSCAR-PEDIDO.
       PERFORM CARGAR-PEDIDOS
       IF WS-PED-USADOS = 0
           DISPLAY "PEDIDOS.txt VACIO O AUSENTE - NADA QUE RECIBIR"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE 0 TO WS-HIT
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-PED-USADOS OR WS-HIT > 0
           IF PED-NUM (WS-I) = WS-PED-BUSCADO
               MOVE WS-I TO WS-HIT
           END-IF
       END-PERFORM
       IF WS-HIT = 0
           DISPLAY "ERROR: PEDIDO " WS-PED-BUSCADO " NO EXISTE"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

      *THE BUYER GIVES UP ON WHAT THE SUPPLIER STILL OWES: THE ORDER
      *CLOSES 'C' WITH WHATEVER ARRIVED, AND THE SHORTFALL IS LOGGED
      *SO IT COUNTS AGAINST THE SUPPLIER'S FILL RATE. NOTHING MOVES
      *IN STOCK - THE UNITS NEVER CAME.
       CANCELAR-SALDO.
       MOVE FUNCTION NUMVAL (WS-CANT-TOKEN) TO WS-PED-BUSCADO
       MOVE SPACES TO WS-NUM-TOKEN WS-CANT-TOKEN WS-MOTIVO-CANCELA
       MOVE 1 TO WS-PTR
       UNSTRING WS-CMD-LINE DELIMITED BY SPACE
           INTO WS-NUM-TOKEN WS-CANT-TOKEN
           WITH POINTER WS-PTR
       END-UNSTRING
       IF WS-PTR <= 80
           MOVE FUNCTION TRIM (WS-CMD-LINE (WS-PTR:))
               TO WS-MOTIVO-CANCELA
       END-IF
       IF WS-MOTIVO-CANCELA = SPACES
           MOVE 'SALDO CANCELADO' TO WS-MOTIVO-CANCELA
       END-IF
       PERFORM BUSCAR-PEDIDO
       IF PED-ESTADO (WS-HIT) = 'R' OR PED-ESTADO (WS-HIT) = 'C'
           DISPLAY "AVISO: PEDIDO " WS-PED-BUSCADO " YA ESTA CERRADO "
               "(ESTADO " PED-ESTADO (WS-HIT) ") - NADA QUE CANCELAR"
           STOP RUN
       END-IF
       PERFORM SUMAR-RECIBIDO
       IF PED-CANTIDAD (WS-HIT) > WS-YA-RECIBIDO
           COMPUTE WS-SALDO-PEDIDO = PED-CANTIDAD (WS-HIT)
               - WS-YA-RECIBIDO
       ELSE
           MOVE 0 TO WS-SALDO-PEDIDO
       END-IF
       MOVE 'C' TO PED-ESTADO (WS-HIT)
       PERFORM GRABAR-PEDIDOS
       MOVE PED-NUM (WS-HIT) TO WS-PED-NUM-ED
       OPEN EXTEND CANCELACIONES
       IF WS-CAN-STATUS = '35'
           OPEN OUTPUT CANCELACIONES
       END-IF
       MOVE SPACES TO FD-CAN-REC
       MOVE PED-CANTIDAD (WS-HIT) TO WS-PED-CANT-ED
       MOVE WS-YA-RECIBIDO TO WS-EXI-ED
       STRING WS-PED-NUM-ED ','
           FUNCTION TRIM (PED-SKU (WS-HIT)) ','
           WS-PED-CANT-ED ','
           WS-EXI-ED ','
           WS-SALDO-PEDIDO ','
           WS-HOY ','
           FUNCTION TRIM (WS-MOTIVO-CANCELA)
           DELIMITED BY SIZE INTO FD-CAN-REC
       WRITE FD-CAN-REC
       CLOSE CANCELACIONES
       DISPLAY "PEDIDO " WS-PED-BUSCADO " CERRADO: SALDO DE "
           WS-SALDO-PEDIDO " UNIDADES CANCELADO (RECIBIDAS "
           WS-YA-RECIBIDO " DE " PED-CANTIDAD (WS-HIT) ")".

      *EVERY DELIVERY ALREADY LOGGED AGAINST THE ORDER - THE LOG, NOT
      *THE ORDER LINE, CARRIES THE RUNNING TOTAL.
       SUMAR-RECIBIDO.
       MOVE 0 TO WS-YA-RECIBIDO
       OPEN INPUT RECEPCIONES
       IF WS-REC-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ RECEPCIONES
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE SPACES TO WS-REC-NUM-TXT WS-REC-SKU-TXT
                           WS-REC-CANT-TXT
                       UNSTRING FD-REC-REC DELIMITED BY ','
                           INTO WS-REC-NUM-TXT WS-REC-SKU-TXT
                           WS-REC-CANT-TXT
                       END-UNSTRING
                       IF FUNCTION NUMVAL (WS-REC-NUM-TXT)
                           = PED-NUM (WS-HIT)
                           ADD FUNCTION NUMVAL (WS-REC-CANT-TXT)
                               TO WS-YA-RECIBIDO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEPCIONES
       END-IF
       MOVE 0 TO EOF.

      *CLIENTS WAITING FOR THIS SKU AT THIS BRANCH GET THE ARRIVED
      *UNITS FIRST, OLDEST REQUEST FIRST. THE UNITS STAY IN
      *EXISTENCIA - THE RESERVATION ONLY RECORDS WHO THEY ARE FOR -
      *AND LEAVE WITH THE SALE WHEN THE CLIENT COLLECTS.
       RESERVAR-LLEGADA.
       MOVE WS-HOY TO WS-ENC-HOY
       PERFORM CARGAR-ENCARGOS
       MOVE PED-SKU (WS-HIT) TO WS-ENC-RES-SKU
       MOVE WS-SUC-RECIBE TO WS-ENC-RES-SUC
       MOVE WS-CANT-RECIBIDA TO WS-ENC-RES-DISPONIBLE
       PERFORM RESERVAR-ENCARGOS
       IF WS-ENC-RES-UNIDADES > 0
           PERFORM GRABAR-ENCARGOS
           DISPLAY "RESERVADAS PARA ENCARGOS DE CLIENTES: "
               WS-ENC-RES-UNIDADES " UNIDADES"
           IF WS-ENC-LISTOS > 0
               PERFORM ESCRIBIR-AVISOS
               DISPLAY "ENCARGOS COMPLETOS: " WS-ENC-LISTOS
                   " CLIENTES A LLAMAR - VER ENCARGOS-AVISOS.txt"
           END-IF
       END-IF.

      *A MALFORMED DATE, OR GOODS THAT ARRIVE ALREADY EXPIRED, STOP
      *THE RECEIPT BEFORE ANYTHING IS POSTED - THE OPERATOR RE-KEYS
      *IT OR SENDS THE GOODS BACK.
       VALIDAR-VENCIMIENTO.
       IF WS-VENCE-TOKEN NOT = SPACES
           IF WS-VENCE-TOKEN (1:4) NOT NUMERIC
               OR WS-VENCE-TOKEN (5:1) NOT = '-'
               OR WS-VENCE-TOKEN (6:2) NOT NUMERIC
               OR WS-VENCE-TOKEN (6:2) < '01'
               OR WS-VENCE-TOKEN (6:2) > '12'
               OR WS-VENCE-TOKEN (8:1) NOT = '-'
               OR WS-VENCE-TOKEN (9:2) NOT NUMERIC
               OR WS-VENCE-TOKEN (9:2) < '01'
               OR WS-VENCE-TOKEN (9:2) > '31'
               DISPLAY "ERROR: VENCIMIENTO INVALIDO "
                   FUNCTION TRIM (WS-VENCE-TOKEN)
                   " - FORMATO AAAA-MM-DD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-VENCE-TOKEN < WS-HOY
               DISPLAY "ERROR: EL LOTE VENCIO EL " WS-VENCE-TOKEN
                   " - RECEPCION RECHAZADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.

       REGISTRAR-LOTE.
       MOVE WS-SUC-RECIBE TO WS-LOT-SUC
       MOVE PED-SKU (WS-HIT) TO WS-LOT-SKU
       IF WS-LOTE-TOKEN = SPACES
           MOVE PED-NUM (WS-HIT) TO WS-PED-NUM-ED
           MOVE SPACES TO WS-LOT-LOTE
           STRING 'PED' WS-PED-NUM-ED DELIMITED BY SIZE
               INTO WS-LOT-LOTE
       ELSE
           MOVE WS-LOTE-TOKEN TO WS-LOT-LOTE
       END-IF
       MOVE WS-VENCE-TOKEN TO WS-LOT-VENCE
       MOVE WS-CANT-RECIBIDA TO WS-LOT-CANTIDAD
       MOVE PED-NUM (WS-HIT) TO WS-LOT-PEDIDO
       PERFORM AGREGAR-LOTE
       IF WS-LOT-HIT > 0
           PERFORM GRABAR-LOTES
           IF WS-VENCE-TOKEN = SPACES
               DISPLAY "LOTE " FUNCTION TRIM (WS-LOT-LOTE)
                   " REGISTRADO EN SUCURSAL " WS-SUC-RECIBE
                   " - SIN VENCIMIENTO"
           ELSE
               DISPLAY "LOTE " FUNCTION TRIM (WS-LOT-LOTE)
                   " REGISTRADO EN SUCURSAL " WS-SUC-RECIBE
                   " - VENCE " WS-VENCE-TOKEN
           END-IF
       END-IF.

       CARGAR-PEDIDOS.
       OPEN INPUT PEDIDOS
       IF WS-PED-STATUS = '35'
       END-IF
       MOVE 0 TO WS-I.

      *RUNS BEFORE POSTEAR-LLEGADA, SO THE ROLLUP STILL HOLDS THE
      *STOCK ON HAND AHEAD OF THIS DELIVERY.
       ACTUALIZAR-COSTO-PROMEDIO.
       PERFORM CARGAR-COSTOS
       MOVE 0 TO WS-EXI-ANTERIOR
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-INV-USADOS
           IF INV-SKU (WS-I) = PED-SKU (WS-HIT)
               MOVE INV-EXISTENCIA (WS-I) TO WS-EXI-ANTERIOR
           END-IF
       END-PERFORM
       MOVE PED-SKU (WS-HIT) TO WS-COS-SKU-BUSCADO
       PERFORM BUSCAR-COSTO
       MOVE WS-COS-UNITARIO TO WS-COSTO-ANTERIOR
       IF WS-COS-HIT = 0 OR WS-EXI-ANTERIOR <= 0
           MOVE WS-COSTO-RECIBIDO TO WS-COSTO-NUEVO
       ELSE
           COMPUTE WS-COSTO-NUEVO ROUNDED =
               (WS-EXI-ANTERIOR * WS-COSTO-ANTERIOR
               + WS-CANT-RECIBIDA * WS-COSTO-RECIBIDO)
               / (WS-EXI-ANTERIOR + WS-CANT-RECIBIDA)
       END-IF
       IF WS-COS-HIT = 0
           IF WS-COS-USADOS >= 2000
               DISPLAY "ADVERTENCIA: costos.txt LLENO (LIMITE 2000) "
                   "- COSTO NO REGISTRADO"
           ELSE
               ADD 1 TO WS-COS-USADOS
               MOVE WS-COS-USADOS TO WS-COS-HIT
               MOVE PED-SKU (WS-HIT) TO COS-SKU (WS-COS-HIT)
           END-IF
       END-IF
       IF WS-COS-HIT > 0
           MOVE WS-COSTO-NUEVO TO COS-UNITARIO (WS-COS-HIT)
           MOVE WS-HOY TO COS-FECHA (WS-COS-HIT)
           PERFORM GRABAR-COSTOS
           MOVE WS-COSTO-NUEVO TO WS-COSTO-ED
           DISPLAY "COSTO PROMEDIO DE "
               FUNCTION TRIM (PED-SKU (WS-HIT)) ": "
               FUNCTION TRIM (WS-COSTO-ED)
       END-IF
       MOVE 0 TO WS-I.

       GRABAR-COSTOS.
       MOVE 'costos.NUEVO.txt' TO WS-NUEVO-NOMBRE
       OPEN OUTPUT STOCK-NUEVO
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-COS-USADOS
           MOVE SPACES TO STOCK-NUEVO-REC
           MOVE COS-UNITARIO (WS-I) TO WS-COSTO-ED
           STRING FUNCTION TRIM (COS-SKU (WS-I)) ','
               WS-COSTO-ED ','
               COS-FECHA (WS-I)
               DELIMITED BY SIZE INTO STOCK-NUEVO-REC
           WRITE STOCK-NUEVO-REC
       END-PERFORM
       CLOSE STOCK-NUEVO
       CALL "SYSTEM" USING "mv -f costos.NUEVO.txt costos.txt"
       MOVE 0 TO RETURN-CODE.

       REGISTRAR-RECEPCION.
       MOVE PED-NUM (WS-HIT) TO WS-PED-NUM-ED
       MOVE WS-CANT-RECIBIDA TO WS-PED-CANT-ED
       MOVE WS-SUC-RECIBE TO WS-SUC-ED
       MOVE WS-COSTO-RECIBIDO TO WS-COSTO-ED
       OPEN EXTEND RECEPCIONES
       IF WS-REC-STATUS = '35'
           OPEN OUTPUT RECEPCIONES
       END-IF
       MOVE SPACES TO FD-REC-REC
       STRING WS-PED-NUM-ED ','
           FUNCTION TRIM (PED-SKU (WS-HIT)) ','
           WS-PED-CANT-ED ','
           WS-HOY ','
           WS-SUC-ED ','
           WS-COSTO-ED
           DELIMITED BY SIZE INTO FD-REC-REC
       WRITE FD-REC-REC
       CLOSE RECEPCIONES.

       GRABAR-PEDIDOS.
       MOVE 'PEDIDOS.NUEVO.txt' TO WS-NUEVO-NOMBRE
       OPEN OUTPUT STOCK-NUEVO
       CALL "SYSTEM" USING
           "mv -f inv-suc.NUEVO.txt inventario-suc.txt"
       MOVE 0 TO RETURN-CODE.

       COPY COSTOS-PROC.
       COPY ENCARGOS-PROC.
       COPY AVISOS-ENCARGO-PROC.
       COPY LOTES-PROC.
