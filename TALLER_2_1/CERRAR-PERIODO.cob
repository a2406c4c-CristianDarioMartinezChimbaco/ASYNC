      *GENERATION FILES AT RUN TIME.
       SELECT CIERRE ASSIGN USING WS-CIERRE-NOMBRE
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

      * NOTHING DOWNSTREAM CAN MOVE THE FIGURES AGAIN.
       FD  CIERRE.
           01  FD-CIERRE-REC       PIC X(100).
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
       01  WS-CIE-VENTAS           PIC 9(13)V99 VALUE ZEROS.
       01  WS-CIE-REEMBOLSOS       PIC 9(13)V99 VALUE ZEROS.
       01  WS-CIE-PAGOS            PIC 9(13)V99 VALUE ZEROS.
       01  WS-CIE-TARJ-EMITIDAS    PIC 9(13)V99 VALUE ZEROS.
       01  WS-CIE-TARJ-CANJES      PIC 9(13)V99 VALUE ZEROS.
       01  WS-CIE-NETO             PIC S9(13)V99 VALUE ZEROS.
       01  WS-COMANDO              PIC X(80) VALUE SPACES.
       01  WS-CUADRE-RC            PIC S9(04) VALUE ZEROS.
       01  CIERRE-LINEA.
           05  CIE-ETIQUETA        PIC X(14).
           05  CIE-VALOR           PIC -(12)9.99.
       COPY VENTA-COMPAT-WS.
       COPY WS-DATASET-CTL.
       COPY PERIODOS-WS.
       COPY SEGURIDAD-WS.

       PROCEDURE DIVISION.
      *"CERRAR-PERIODO YYYY-MM" - TALLIES THE MONTH'S DET LINES OUT
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
      *CLOSING A MONTH FREEZES ITS FIGURES FOR GOOD - FINANCE ONLY.
       MOVE 'CERRAR-PERIODO' TO WS-SEG-PROGRAMA
       MOVE 'F' TO WS-SEG-ROLES-REQ
       MOVE SPACES TO WS-SEG-ACCION
       STRING 'CERRAR PERIODO ' WS-PERIODO
           DELIMITED BY SIZE INTO WS-SEG-ACCION
       PERFORM VERIFICAR-AUTORIZACION
       IF WS-SEG-AUTORIZADO = 'N'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM CARGAR-PERIODOS-CERRADOS
       PERFORM VARYING WS-PCER-I FROM 1 BY 1
               UNTIL WS-PCER-I > WS-PCER-USADOS
               STOP RUN
           END-IF
       END-PERFORM
       PERFORM VERIFICAR-CUADRE-GL
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
           WS-CURRENT-DATE (7:2) DELIMITED BY SIZE INTO WS-HOY
           FUNCTION TRIM (WS-CIERRE-NOMBRE)
       STOP RUN.

      *A MONTH WHOSE SUBLEDGERS DO NOT AGREE WITH THEIR GL CONTROL
      *ACCOUNTS IS NOT CLOSED - FINANCE CLEARS THE DIFFERENCES LISTED
      *IN CUADRE-SUBMAYORES.txt (OR BOOKS THEM IN SALDOS-APERTURA-
      *GL.txt) AND RUNS THE CLOSE AGAIN.
       VERIFICAR-CUADRE-GL.
       MOVE SPACES TO WS-COMANDO
       STRING './CUADRAR-SUBMAYORES ' WS-PERIODO
           DELIMITED BY SIZE INTO WS-COMANDO
       CALL "SYSTEM" USING WS-COMANDO
       MOVE RETURN-CODE TO WS-CUADRE-RC
       MOVE 0 TO RETURN-CODE
       IF WS-CUADRE-RC NOT = 0
           DISPLAY "ERROR: SUBMAYORES DESCUADRADOS CON EL GL - "
               "PERIODO " WS-PERIODO " NO SE CIERRA. VER "
               "CUADRE-SUBMAYORES.txt"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

      *GROSS SALES, MATCHED-OR-NOT REFUND MAGNITUDES AND PAYMENTS OF
      *THE MONTH, STRAIGHT OFF THE LEDGER - THE LEDGER IS THE SOURCE
      *OF TRUTH AT CLOSE TIME, NOT ANY SINGLE NIGHT'S dataset4.txt.
                   ADD WS-IMPORTE-LINEA TO WS-CIE-REEMBOLSOS
               WHEN 'P'
                   ADD WS-IMPORTE-LINEA TO WS-CIE-PAGOS
               WHEN 'T'
               WHEN 'F'
                   ADD WS-IMPORTE-LINEA TO WS-CIE-TARJ-EMITIDAS
               WHEN 'C'
                   ADD WS-IMPORTE-LINEA TO WS-CIE-TARJ-CANJES
               WHEN OTHER
                   ADD WS-IMPORTE-LINEA TO WS-CIE-VENTAS
           END-EVALUATE
       MOVE WS-CIE-PAGOS TO CIE-VALOR
       MOVE CIERRE-LINEA TO FD-CIERRE-REC
       WRITE FD-CIERRE-REC
       MOVE 'TARJ.EMITIDAS:' TO CIE-ETIQUETA
       MOVE WS-CIE-TARJ-EMITIDAS TO CIE-VALOR
       MOVE CIERRE-LINEA TO FD-CIERRE-REC
       WRITE FD-CIERRE-REC
       MOVE 'TARJ.CANJES:  ' TO CIE-ETIQUETA
       MOVE WS-CIE-TARJ-CANJES TO CIE-VALOR
       MOVE CIERRE-LINEA TO FD-CIERRE-REC
       WRITE FD-CIERRE-REC
       COMPUTE WS-CIE-NETO = WS-CIE-VENTAS - WS-CIE-REEMBOLSOS
       MOVE 'NETO:         ' TO CIE-ETIQUETA
       MOVE WS-CIE-NETO TO CIE-VALOR

       COPY PERIODOS-PROC.

       COPY SEGURIDAD-PROC.

       COPY VENTA-COMPAT-PROC.
