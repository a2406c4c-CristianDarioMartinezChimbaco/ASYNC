           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-ID
           FILE STATUS IS WS-PRD-STATUS.
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

           COPY WS-CLIENTES-IDX.
       FD  PRODUCTOS.
           COPY WS-PRODUCTOS-IDX.
      * OPERATOR MASTER, OPEN SIGN-ONS AND SECURITY LOG - SEE
      * SEGURIDAD-WS.cpy.
       FD  OPERADORES.
           01  FD-OPR-REC          PIC X(50).
       FD  SESIONES.
           01  FD-SES-REC          PIC X(50).
       FD  SEGURIDAD.
           01  FD-SEG-REC          PIC X(132).

      ****************************************************************
      * WS SECTION
           05  FILLER              PIC X(01).
           05  MAN-NOMBRE          PIC X(30).

       COPY SEGURIDAD-WS.

       PROCEDURE DIVISION.
      *"RESTAURAR-MAESTROS <GENERACION>" - BRINGS THE CHOSEN
      *RESPALDO-Gnnnn BACK OVER THE LIVE MASTERS AND VERIFIES EVERY
           DISPLAY "USO: RESTAURAR-MAESTROS <GENERACION>"
           STOP RUN
       END-IF
      *OVERWRITING EVERY LIVE MASTER IS AN ADMINISTRATOR'S CALL.
       MOVE 'RESTAURAR-MAESTROS' TO WS-SEG-PROGRAMA
       MOVE 'A' TO WS-SEG-ROLES-REQ
       MOVE SPACES TO WS-SEG-ACCION
       STRING 'RESTAURAR GENERACION ' FUNCTION TRIM (WS-GEN-ARG)
           DELIMITED BY SIZE INTO WS-SEG-ACCION
       PERFORM VERIFICAR-AUTORIZACION
       IF WS-SEG-AUTORIZADO = 'N'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE FUNCTION NUMVAL (WS-GEN-ARG) TO WS-GENERACION
       MOVE SPACES TO WS-DIRECTORIO
       STRING 'RESPALDO-G' WS-GENERACION
       LIBERAR-CERROJO.
       CALL 'CBL_DELETE_FILE' USING 'CERROJO-MAESTROS.txt'
       MOVE 0 TO RETURN-CODE.

       COPY SEGURIDAD-PROC.
