       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCARGOS-CLIENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       SELECT PRODUCTOS ASSIGN TO 'PRODUCTOS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-ID
           FILE STATUS IS WS-PRD-STATUS.
       SELECT AVISOS-ENCARGO ASSIGN TO 'ENCARGOS-AVISOS.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPERADORES ASSIGN TO 'OPERADORES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPR-STATUS.
       SELECT SESIONES ASSIGN TO 'SESIONES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SES-STATUS.
       SELECT SEGURIDAD ASSIGN TO 'SEGURIDAD.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEG-STATUS.

       DATA DIVISION.

      ****************************************************************
      * FD SECTION
      ****************************************************************
       FILE SECTION.
      * CUSTOMER BACKORDERS (SEE WS-ENCARGO.cpy), REWRITTEN IN FULL
      * THROUGH THE SCRATCH FILE AFTER EVERY CHANGE.
       FD  ENCARGOS.
           01  FD-ENC-REC          PIC X(100).
       FD  ENCARGOS-NUEVO.
           01  FD-ENCN-REC         PIC X(100).
      * THE CLIENT MUST EXIST AND BE ACTIVE TO BOOK A BACKORDER; ITS
      * CONTACT DETAILS FEED THE PICK LIST.
       FD  CLIENTES.
           COPY WS-CLIENTES-IDX.
      * ONLY AN ACTIVE CATALOG SKU CAN BE BACKORDERED.
       FD  PRODUCTOS.
           COPY WS-PRODUCTOS-IDX.
      * PICK LIST OF THE CLIENTS TO CALL (SEE AVISOS-ENCARGO-PROC).
       FD  AVISOS-ENCARGO.
           01  FD-AVI-REC          PIC X(132).
       FD  OPERADORES.
           01  FD-OPR-REC          PIC X(50).
       FD  SESIONES.
           01  FD-SES-REC          PIC X(50).
       FD  SEGURIDAD.
           01  FD-SEG-REC          PIC X(132).

      ****************************************************************
      * WS SECTION
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  EOF                     PIC 9 VALUE 0.
       01  WS-CLI-STATUS           PIC XX VALUE '00'.
       01  WS-PRD-STATUS           PIC XX VALUE '00'.
       01  WS-CURRENT-DATE         PIC X(21).
      *"ENCARGOS-CLIENTE ALTA <CLIENTE> <SKU> <SUCURSAL> <CANTIDAD>"
      *BOOKS A BACKORDER KEYED AT THE COUNTER;
      *"ENCARGOS-CLIENTE ENTREGAR <NUMERO>" CLOSES ONE THE CLIENT
      *COLLECTED; "ENCARGOS-CLIENTE CANCELAR <NUMERO>" DROPS ONE
      *AND HANDS ITS RESERVED UNITS TO THE NEXT CLIENT WAITING;
      *"ENCARGOS-CLIENTE PENDIENTES [SUCURSAL]" LISTS THE OPEN ONES;
      *"ENCARGOS-CLIENTE AVISOS [SUCURSAL]" WRITES THE PICK LIST OF
      *EVERY CLIENT WHOSE GOODS ARE WAITING.
       01  WS-ARGUMENTOS           PIC X(80).
       01  WS-MODO                 PIC X(10) VALUE SPACES.
       01  WS-ARG1                 PIC X(10) VALUE SPACES.
       01  WS-ARG2                 PIC X(10) VALUE SPACES.
       01  WS-ARG3                 PIC X(10) VALUE SPACES.
       01  WS-ARG4                 PIC X(10) VALUE SPACES.
       01  WS-NUM-BUSCADO          PIC 9(06) VALUE ZEROS.
       01  WS-SUC-FILTRO           PIC 9(03) VALUE ZEROS.
       01  WS-CLIENTE-BUSCADO      PIC 9(05) VALUE ZEROS.
       01  WS-CLIENTE-HALLADO      PIC X(01) VALUE 'N'.
       01  WS-CLIENTE-ACTIVO       PIC X(01) VALUE 'N'.
       01  WS-SKU-BUSCADO          PIC X(10) VALUE SPACES.
       01  WS-SKU-HALLADO          PIC X(01) VALUE 'N'.
       01  WS-RESERVA-LIBERADA     PIC 9(05) VALUE ZEROS.
       01  WS-LISTADOS             PIC 9(04) VALUE ZEROS.
       01  WS-ESTADO-ED            PIC X(10) VALUE SPACES.

       COPY WS-ENCARGO.
       COPY ENCARGOS-WS.
       COPY SEGURIDAD-WS.

       PROCEDURE DIVISION.
       ACCEPT WS-ARGUMENTOS FROM COMMAND-LINE
       UNSTRING WS-ARGUMENTOS DELIMITED BY ALL SPACE
           INTO WS-MODO WS-ARG1 WS-ARG2 WS-ARG3 WS-ARG4
       END-UNSTRING
       MOVE FUNCTION UPPER-CASE (WS-MODO) TO WS-MODO
       EVALUATE WS-MODO
           WHEN 'ALTA'
               IF FUNCTION TRIM (WS-ARG1) IS NOT NUMERIC
                   OR WS-ARG2 = SPACES
                   OR FUNCTION TRIM (WS-ARG3) IS NOT NUMERIC
                   OR FUNCTION TRIM (WS-ARG4) IS NOT NUMERIC
                   PERFORM MOSTRAR-USO
               END-IF
           WHEN 'ENTREGAR'
           WHEN 'CANCELAR'
               IF FUNCTION TRIM (WS-ARG1) IS NOT NUMERIC
                   PERFORM MOSTRAR-USO
               END-IF
           WHEN 'PENDIENTES'
           WHEN 'AVISOS'
               IF WS-ARG1 NOT = SPACES
                   AND FUNCTION TRIM (WS-ARG1) IS NOT NUMERIC
                   PERFORM MOSTRAR-USO
               END-IF
           WHEN OTHER
               PERFORM MOSTRAR-USO
       END-EVALUATE
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
           WS-CURRENT-DATE (7:2) DELIMITED BY SIZE INTO WS-ENC-HOY
      *THE COUNTER BOOKS, DELIVERS AND LISTS; DROPPING A CLIENT'S
      *REQUEST (AND PASSING ITS GOODS ON) IS A SUPERVISOR'S CALL.
       MOVE 'ENCARGOS-CLIENTE' TO WS-SEG-PROGRAMA
       IF WS-MODO = 'CANCELAR'
           MOVE 'S' TO WS-SEG-ROLES-REQ
       ELSE
           MOVE 'CS' TO WS-SEG-ROLES-REQ
       END-IF
       MOVE SPACES TO WS-SEG-ACCION
       STRING FUNCTION TRIM (WS-MODO) ' ENCARGO '
           FUNCTION TRIM (WS-ARG1) ' ' FUNCTION TRIM (WS-ARG2)
           DELIMITED BY SIZE INTO WS-SEG-ACCION
       PERFORM VERIFICAR-AUTORIZACION
       IF WS-SEG-AUTORIZADO = 'N'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM CARGAR-ENCARGOS
       EVALUATE WS-MODO
           WHEN 'ALTA'
               PERFORM ALTA-ENCARGO
           WHEN 'ENTREGAR'
               PERFORM ENTREGAR-ENCARGO
           WHEN 'CANCELAR'
               PERFORM CANCELAR-ENCARGO
           WHEN 'PENDIENTES'
               PERFORM LISTAR-PENDIENTES
           WHEN 'AVISOS'
               PERFORM LISTAR-AVISOS
       END-EVALUATE
       STOP RUN.

       MOSTRAR-USO.
       DISPLAY "USO: ENCARGOS-CLIENTE ALTA <CLIENTE> <SKU> <SUCURSAL>"
           " <CANTIDAD>"
       DISPLAY "     ENCARGOS-CLIENTE ENTREGAR|CANCELAR <NUMERO>"
       DISPLAY "     ENCARGOS-CLIENTE PENDIENTES|AVISOS [SUCURSAL]"
       MOVE 8 TO RETURN-CODE
       STOP RUN.

      ****************************************************************
      * ALTA - A BACKORDER KEYED AT THE COUNTER
      ****************************************************************
       ALTA-ENCARGO.
       MOVE FUNCTION NUMVAL (WS-ARG1) TO WS-CLIENTE-BUSCADO
       MOVE WS-ARG2 TO WS-SKU-BUSCADO
       PERFORM BUSCAR-CLIENTE
       PERFORM BUSCAR-PRODUCTO
       EVALUATE TRUE
           WHEN WS-CLIENTE-HALLADO = 'N'
               DISPLAY "ERROR: CLIENTE " WS-CLIENTE-BUSCADO
                   " NO EXISTE EN CLIENTES.dat"
               MOVE 8 TO RETURN-CODE
           WHEN WS-CLIENTE-ACTIVO = 'N'
               DISPLAY "ERROR: CLIENTE " WS-CLIENTE-BUSCADO
                   " ESTA INACTIVO"
               MOVE 8 TO RETURN-CODE
           WHEN WS-SKU-HALLADO = 'N'
               DISPLAY "ERROR: SKU " FUNCTION TRIM (WS-SKU-BUSCADO)
                   " NO EXISTE O ESTA INACTIVO EN PRODUCTOS.dat"
               MOVE 8 TO RETURN-CODE
           WHEN FUNCTION NUMVAL (WS-ARG3) < 1
               OR FUNCTION NUMVAL (WS-ARG3) > 999
               DISPLAY "ERROR: SUCURSAL INVALIDA: "
                   FUNCTION TRIM (WS-ARG3)
               MOVE 8 TO RETURN-CODE
           WHEN FUNCTION NUMVAL (WS-ARG4) < 1
               OR FUNCTION NUMVAL (WS-ARG4) > 99999
               DISPLAY "ERROR: CANTIDAD INVALIDA: "
                   FUNCTION TRIM (WS-ARG4)
               MOVE 8 TO RETURN-CODE
           WHEN OTHER
               MOVE SPACES TO ENCARGO-LINEA
               MOVE 'A' TO ENC-ESTADO
               MOVE WS-ENC-HOY TO ENC-FECHA
               MOVE WS-CLIENTE-BUSCADO TO ENC-CLIENTE
               MOVE WS-SKU-BUSCADO TO ENC-SKU
               MOVE FUNCTION NUMVAL (WS-ARG3) TO ENC-SUCURSAL
               MOVE FUNCTION NUMVAL (WS-ARG4) TO ENC-CANTIDAD
               MOVE 0 TO ENC-RESERVADA
               MOVE 'O' TO ENC-ORIGEN
               IF WS-SEG-USUARIO = SPACES
                   MOVE 'OPERADOR' TO ENC-REFERENCIA
               ELSE
                   MOVE WS-SEG-USUARIO TO ENC-REFERENCIA
               END-IF
               PERFORM AGREGAR-ENCARGO
               IF WS-ENC-HIT = 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM GRABAR-ENCARGOS
                   DISPLAY "ENCARGO " ENC-NUM " REGISTRADO: CLIENTE "
                       ENC-CLIENTE " SKU " FUNCTION TRIM (ENC-SKU)
                       " SUCURSAL " ENC-SUCURSAL " CANTIDAD "
                       ENC-CANTIDAD
               END-IF
       END-EVALUATE.

       BUSCAR-CLIENTE.
       MOVE 'N' TO WS-CLIENTE-HALLADO
       MOVE 'N' TO WS-CLIENTE-ACTIVO
       OPEN INPUT CLIENTES
       IF WS-CLI-STATUS = '00'
           MOVE 0 TO CLI-ID
           START CLIENTES KEY IS > CLI-ID
           IF WS-CLI-STATUS = '00'
               PERFORM UNTIL EOF = 1 OR WS-CLIENTE-HALLADO = 'S'
                   READ CLIENTES NEXT RECORD
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF CLI-ID = WS-CLIENTE-BUSCADO
                               MOVE 'S' TO WS-CLIENTE-HALLADO
                               IF CLI-ACTIVO = 'S'
                                   MOVE 'S' TO WS-CLIENTE-ACTIVO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CLIENTES
       END-IF
       MOVE 0 TO EOF.

       BUSCAR-PRODUCTO.
       MOVE 'N' TO WS-SKU-HALLADO
       OPEN INPUT PRODUCTOS
       IF WS-PRD-STATUS = '00'
           MOVE 0 TO PRD-ID
           START PRODUCTOS KEY IS > PRD-ID
           IF WS-PRD-STATUS = '00'
               PERFORM UNTIL EOF = 1 OR WS-SKU-HALLADO = 'S'
                   READ PRODUCTOS NEXT RECORD
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF PRD-SKU = WS-SKU-BUSCADO
                               AND PRD-ACTIVO = 'S'
                               MOVE 'S' TO WS-SKU-HALLADO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PRODUCTOS
       END-IF
       MOVE 0 TO EOF.

      ****************************************************************
      * ENTREGAR / CANCELAR - CLOSING A BACKORDER
      ****************************************************************
       UBICAR-ENCARGO.
       MOVE FUNCTION NUMVAL (WS-ARG1) TO WS-NUM-BUSCADO
       MOVE 0 TO WS-ENC-HIT
       PERFORM VARYING WS-ENC-I FROM 1 BY 1
               UNTIL WS-ENC-I > WS-ENC-USADOS OR WS-ENC-HIT > 0
           MOVE ENC-FILA (WS-ENC-I) TO ENCARGO-LINEA
           IF ENC-NUM = WS-NUM-BUSCADO
               MOVE WS-ENC-I TO WS-ENC-HIT
           END-IF
       END-PERFORM
       IF WS-ENC-HIT > 0
           MOVE ENC-FILA (WS-ENC-HIT) TO ENCARGO-LINEA
       ELSE
           DISPLAY "ERROR: ENCARGO " WS-NUM-BUSCADO " NO EXISTE"
           MOVE 8 TO RETURN-CODE
       END-IF.

      *ONLY A FULLY RESERVED BACKORDER IS HANDED OVER - THE SALE
      *ITSELF GOES THROUGH THE TILL LIKE ANY OTHER AND TAKES THE
      *UNITS OUT OF STOCK THERE.
       ENTREGAR-ENCARGO.
       PERFORM UBICAR-ENCARGO
       IF WS-ENC-HIT > 0
           EVALUATE TRUE
               WHEN ENC-ESTADO = 'E' OR ENC-ESTADO = 'X'
                   DISPLAY "ERROR: ENCARGO " ENC-NUM
                       " YA ESTA CERRADO (ESTADO " ENC-ESTADO ")"
                   MOVE 8 TO RETURN-CODE
               WHEN ENC-ESTADO NOT = 'R'
                   DISPLAY "ERROR: ENCARGO " ENC-NUM
                       " NO ESTA RESERVADO COMPLETO (ESTADO "
                       ENC-ESTADO ", RESERVADAS " ENC-RESERVADA
                       " DE " ENC-CANTIDAD ")"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'E' TO ENC-ESTADO
                   MOVE ENCARGO-LINEA TO ENC-FILA (WS-ENC-HIT)
                   PERFORM GRABAR-ENCARGOS
                   DISPLAY "ENCARGO " ENC-NUM
                       " ENTREGADO AL CLIENTE " ENC-CLIENTE
           END-EVALUATE
       END-IF.

      *UNITS ALREADY RESERVED FOR THE CANCELLED REQUEST GO TO THE
      *NEXT CLIENTS WAITING FOR THE SAME SKU AT THE SAME BRANCH;
      *ANYONE THEY COMPLETE IS PUT ON A FRESH PICK LIST.
       CANCELAR-ENCARGO.
       PERFORM UBICAR-ENCARGO
       IF WS-ENC-HIT > 0
           IF ENC-ESTADO NOT = 'A' AND ENC-ESTADO NOT = 'R'
               DISPLAY "ERROR: ENCARGO " ENC-NUM " YA ESTA CERRADO "
                   "(ESTADO " ENC-ESTADO ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ENC-RESERVADA TO WS-RESERVA-LIBERADA
               MOVE 'X' TO ENC-ESTADO
               MOVE ENCARGO-LINEA TO ENC-FILA (WS-ENC-HIT)
               DISPLAY "ENCARGO " ENC-NUM " CANCELADO"
               MOVE 0 TO WS-ENC-LISTOS
               IF WS-RESERVA-LIBERADA > 0
                   MOVE ENC-SKU TO WS-ENC-RES-SKU
                   MOVE ENC-SUCURSAL TO WS-ENC-RES-SUC
                   MOVE WS-RESERVA-LIBERADA TO WS-ENC-RES-DISPONIBLE
                   PERFORM RESERVAR-ENCARGOS
                   DISPLAY "RESERVA LIBERADA: " WS-RESERVA-LIBERADA
                       " UNIDADES, " WS-ENC-RES-UNIDADES
                       " PASAN A OTROS ENCARGOS"
               END-IF
               PERFORM GRABAR-ENCARGOS
               IF WS-ENC-LISTOS > 0
                   PERFORM ESCRIBIR-AVISOS
                   DISPLAY "ENCARGOS COMPLETOS: " WS-ENC-LISTOS
                       " CLIENTES A LLAMAR - VER ENCARGOS-AVISOS.txt"
               END-IF
           END-IF
       END-IF.

      ****************************************************************
      * PENDIENTES / AVISOS - WHAT IS STILL OPEN
      ****************************************************************
       LISTAR-PENDIENTES.
       PERFORM FIJAR-FILTRO
       MOVE 0 TO WS-LISTADOS
       PERFORM VARYING WS-ENC-I FROM 1 BY 1
               UNTIL WS-ENC-I > WS-ENC-USADOS
           MOVE ENC-FILA (WS-ENC-I) TO ENCARGO-LINEA
           IF (ENC-ESTADO = 'A' OR ENC-ESTADO = 'R')
               AND (WS-SUC-FILTRO = 0
                   OR ENC-SUCURSAL = WS-SUC-FILTRO)
               ADD 1 TO WS-LISTADOS
               IF ENC-ESTADO = 'R'
                   MOVE 'RESERVADO' TO WS-ESTADO-ED
               ELSE
                   MOVE 'EN ESPERA' TO WS-ESTADO-ED
               END-IF
               DISPLAY ENC-NUM " " ENC-FECHA " SUC " ENC-SUCURSAL
                   " CLIENTE " ENC-CLIENTE " SKU " ENC-SKU
                   " PEDIDAS " ENC-CANTIDAD " RESERVADAS "
                   ENC-RESERVADA " " WS-ESTADO-ED
           END-IF
       END-PERFORM
       IF WS-LISTADOS = 0
           DISPLAY "SIN ENCARGOS DE CLIENTES PENDIENTES"
       END-IF.

       LISTAR-AVISOS.
       PERFORM FIJAR-FILTRO
       MOVE 0 TO WS-ENC-LISTOS
       PERFORM VARYING WS-ENC-I FROM 1 BY 1
               UNTIL WS-ENC-I > WS-ENC-USADOS
           MOVE ENC-FILA (WS-ENC-I) TO ENCARGO-LINEA
           IF ENC-ESTADO = 'R'
               AND (WS-SUC-FILTRO = 0
                   OR ENC-SUCURSAL = WS-SUC-FILTRO)
               ADD 1 TO WS-ENC-LISTOS
               MOVE WS-ENC-I TO ENC-LISTO-FILA (WS-ENC-LISTOS)
           END-IF
       END-PERFORM
       PERFORM ESCRIBIR-AVISOS
       DISPLAY "CLIENTES A LLAMAR: " WS-ENC-LISTOS
           " - VER ENCARGOS-AVISOS.txt".

       FIJAR-FILTRO.
       MOVE 0 TO WS-SUC-FILTRO
       IF WS-ARG1 NOT = SPACES
           MOVE FUNCTION NUMVAL (WS-ARG1) TO WS-SUC-FILTRO
       END-IF.

       COPY ENCARGOS-PROC.
       COPY AVISOS-ENCARGO-PROC.
       COPY SEGURIDAD-PROC.
