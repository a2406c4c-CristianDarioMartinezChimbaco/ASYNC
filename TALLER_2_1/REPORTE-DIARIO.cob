       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-DIARIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DIARIO ASSIGN TO 'DIARIO-MAESTROS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIA-STATUS.

       DATA DIVISION.

      ****************************************************************
      * FD SECTION
      ****************************************************************
       FILE SECTION.
       FD  DIARIO.
           01  FD-DIA-REC          PIC X(560).

      ****************************************************************
      * WS SECTION
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  EOF                     PIC 9 VALUE 0.
       01  WS-DIA-STATUS           PIC XX VALUE '00'.
       COPY WS-DIARIO.
      *"REPORTE-DIARIO [DESDE yyyy-mm-dd] [HASTA yyyy-mm-dd]
      *[OPERADOR id] [MAESTRO nombre] [CLAVE k]" - ANY COMBINATION,
      *IN ANY ORDER; NO FILTER LISTS THE WHOLE JOURNAL. THE JOURNAL
      *IS APPEND-ONLY, SO THE OUTPUT IS ALREADY CHRONOLOGICAL.
       01  WS-ARGUMENTOS           PIC X(120).
       01  WS-ARG-TABLA.
           05  WS-ARG              PIC X(20) OCCURS 10 TIMES.
       01  WS-I                    PIC 9(02) VALUE ZEROS.
       01  WS-ARG-OK               PIC X(01) VALUE 'S'.
       01  WS-FECHA-DESDE          PIC X(10) VALUE '0000-00-00'.
       01  WS-FECHA-HASTA          PIC X(10) VALUE '9999-99-99'.
       01  WS-FILTRO-OPERADOR      PIC X(10) VALUE SPACES.
       01  WS-FILTRO-MAESTRO       PIC X(12) VALUE SPACES.
       01  WS-FILTRO-CLAVE         PIC X(20) VALUE SPACES.
       01  WS-CLAVE-NUM            PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-LEIDAS         PIC 9(08) VALUE ZEROS.
       01  WS-MOSTRADAS            PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       ACCEPT WS-ARGUMENTOS FROM COMMAND-LINE
       PERFORM PARSEAR-FILTROS
       IF WS-ARG-OK = 'N'
           DISPLAY "USO: REPORTE-DIARIO [DESDE yyyy-mm-dd] "
               "[HASTA yyyy-mm-dd]"
           DISPLAY "       [OPERADOR id] [MAESTRO nombre] [CLAVE k]"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       DISPLAY "**DIARIO DE CAMBIOS EN MAESTROS " WS-FECHA-DESDE
           " A " WS-FECHA-HASTA "**"
       IF WS-FILTRO-OPERADOR NOT = SPACES
           DISPLAY "  OPERADOR: " FUNCTION TRIM (WS-FILTRO-OPERADOR)
       END-IF
       IF WS-FILTRO-MAESTRO NOT = SPACES
           DISPLAY "  MAESTRO:  " FUNCTION TRIM (WS-FILTRO-MAESTRO)
       END-IF
       IF WS-FILTRO-CLAVE NOT = SPACES
           DISPLAY "  CLAVE:    " FUNCTION TRIM (WS-FILTRO-CLAVE)
       END-IF
       PERFORM LEER-DIARIO
       DISPLAY "**" WS-MOSTRADAS " CAMBIOS DE " WS-TOTAL-LEIDAS
           " REGISTRADOS**"
       STOP RUN.

      *KEYWORD/VALUE PAIRS. OPERATOR IDS AND MASTER NAMES ARE KEPT
      *UPPER CASE IN THE JOURNAL, SO THE FILTERS ARE FOLDED TOO; THE
      *KEY IS COMPARED AS GIVEN. A NUMERIC KEY (CLIENT OR PRODUCT
      *ID) IS PADDED TO THE FIVE DIGITS THE JOURNAL CARRIES.
       PARSEAR-FILTROS.
       MOVE SPACES TO WS-ARG-TABLA
       UNSTRING WS-ARGUMENTOS DELIMITED BY ALL SPACE
           INTO WS-ARG (1) WS-ARG (2) WS-ARG (3) WS-ARG (4)
               WS-ARG (5) WS-ARG (6) WS-ARG (7) WS-ARG (8)
               WS-ARG (9) WS-ARG (10)
       END-UNSTRING
       MOVE 1 TO WS-I
       PERFORM UNTIL WS-I > 9 OR WS-ARG (WS-I) = SPACES
           OR WS-ARG-OK = 'N'
           IF WS-ARG (WS-I + 1) = SPACES
               MOVE 'N' TO WS-ARG-OK
           ELSE
               EVALUATE FUNCTION UPPER-CASE (WS-ARG (WS-I))
                   WHEN 'DESDE'
                       MOVE WS-ARG (WS-I + 1) TO WS-FECHA-DESDE
                   WHEN 'HASTA'
                       MOVE WS-ARG (WS-I + 1) TO WS-FECHA-HASTA
                   WHEN 'OPERADOR'
                       MOVE FUNCTION UPPER-CASE (WS-ARG (WS-I + 1))
                           TO WS-FILTRO-OPERADOR
                   WHEN 'MAESTRO'
                       MOVE FUNCTION UPPER-CASE (WS-ARG (WS-I + 1))
                           TO WS-FILTRO-MAESTRO
                   WHEN 'CLAVE'
                       MOVE WS-ARG (WS-I + 1) TO WS-FILTRO-CLAVE
                       IF FUNCTION TRIM (WS-FILTRO-CLAVE) IS NUMERIC
                           AND FUNCTION LENGTH
                               (FUNCTION TRIM (WS-FILTRO-CLAVE)) < 5
                           MOVE FUNCTION NUMVAL (WS-FILTRO-CLAVE)
                               TO WS-CLAVE-NUM
                           MOVE WS-CLAVE-NUM TO WS-FILTRO-CLAVE
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-ARG-OK
               END-EVALUATE
           END-IF
           ADD 2 TO WS-I
       END-PERFORM
       IF WS-I = 10 AND WS-ARG (10) NOT = SPACES
           MOVE 'N' TO WS-ARG-OK
       END-IF.

       LEER-DIARIO.
       OPEN INPUT DIARIO
       IF WS-DIA-STATUS = '35'
           DISPLAY "DIARIO-MAESTROS.txt NO EXISTE - NINGUN CAMBIO "
               "REGISTRADO"
           MOVE 1 TO EOF
       END-IF
       PERFORM UNTIL EOF = 1
           READ DIARIO
               AT END
                   MOVE 1 TO EOF
               NOT AT END
                   ADD 1 TO WS-TOTAL-LEIDAS
                   MOVE FD-DIA-REC TO DIARIO-LINEA
                   PERFORM FILTRAR-ENTRADA
           END-READ
       END-PERFORM
       IF WS-DIA-STATUS = '10'
           CLOSE DIARIO
       END-IF
       MOVE 0 TO EOF.

       FILTRAR-ENTRADA.
       IF DIA-FECHA >= WS-FECHA-DESDE AND DIA-FECHA <= WS-FECHA-HASTA
           AND (WS-FILTRO-OPERADOR = SPACES
               OR DIA-OPERADOR = WS-FILTRO-OPERADOR)
           AND (WS-FILTRO-MAESTRO = SPACES
               OR DIA-MAESTRO = WS-FILTRO-MAESTRO)
           AND (WS-FILTRO-CLAVE = SPACES
               OR DIA-CLAVE = WS-FILTRO-CLAVE)
           ADD 1 TO WS-MOSTRADAS
           DISPLAY " "
           DISPLAY DIA-FECHA " " DIA-HORA " " DIA-OPERADOR " "
               DIA-MAESTRO " " DIA-OPERACION " "
               FUNCTION TRIM (DIA-CLAVE)
           IF DIA-ANTES = SPACES
               DISPLAY "    ANTES:   (NO EXISTIA)"
           ELSE
               DISPLAY "    ANTES:   " FUNCTION TRIM (DIA-ANTES)
           END-IF
           IF DIA-DESPUES = SPACES
               DISPLAY "    DESPUES: (ELIMINADO)"
           ELSE
               DISPLAY "    DESPUES: " FUNCTION TRIM (DIA-DESPUES)
           END-IF
       END-IF.
