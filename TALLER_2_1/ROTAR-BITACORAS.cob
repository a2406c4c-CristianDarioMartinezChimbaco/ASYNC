       01  WS-ARCHIVADAS           PIC 9(08) VALUE ZEROS.
       01  WS-RETENIDAS            PIC 9(08) VALUE ZEROS.
       01  WS-TOTAL-ARCHIVADAS     PIC 9(08) VALUE ZEROS.
      *HIGHEST ENTRY NUMBER IN A NUMBERED FILE - THAT ROW ALWAYS
      *STAYS LIVE, CLOSED OR NOT, BECAUSE THE NEXT ENTRY IS NUMBERED
      *FROM THE HIGHEST ONE THE OWNING PROGRAM LOADS.
       01  WS-NUM-MAYOR            PIC 9(06) VALUE ZEROS.
       01  WS-ULTIMA-ACTIVIDAD     PIC X(10).
      *THE FOUR APPEND-FOREVER LOGS, THE THREE FILES THAT KEEP THEIR
      *CLOSED ENTRIES AS A TRAIL, AND THE PREFIX OF THEIR DATED
      *GENERATION FILES. BITACORA CARRIES ITS DATE AT COLUMN 46,
      *AUDIT-PRECIOS AT COLUMN 1; ALERTAS CARRIES THE RUN ID (WHOSE
      *FIRST EIGHT DIGITS ARE THE DATE) AT COLUMN 22; GENLOG LINES
      *ARE UNDATED, SO A ROTATION CLOSES ALL ITS CURRENT CONTENT.
      *FROM ENCARGOS, LOTES-STOCK AND DEVOLUCIONES-PROVEEDOR ONLY
      *CLOSED ENTRIES WHOSE LAST MOVEMENT PREDATES THE CUT LEAVE -
      *OPEN ONES STAY LIVE HOWEVER OLD THEY ARE.
       01  WS-LOGS.
           05  FILLER              PIC X(30) VALUE 'BITACORA.txt'.
           05  FILLER              PIC X(12) VALUE 'BITACORA-G'.
           05  FILLER              PIC X(01) VALUE 'B'.
           05  FILLER              PIC X(30) VALUE 'GENLOG.txt'.
           05  FILLER              PIC X(12) VALUE 'GENLOG-G'.
           05  FILLER              PIC X(01) VALUE 'T'.
           05  FILLER              PIC X(30) VALUE 'ALERTAS.txt'.
           05  FILLER              PIC X(12) VALUE 'ALERTAS-G'.
           05  FILLER              PIC X(01) VALUE 'A'.
           05  FILLER              PIC X(30) VALUE
               'AUDIT-PRECIOS.txt'.
           05  FILLER              PIC X(12) VALUE 'AUDIT-PREC-G'.
           05  FILLER              PIC X(01) VALUE 'P'.
           05  FILLER              PIC X(30) VALUE 'ENCARGOS.txt'.
           05  FILLER              PIC X(12) VALUE 'ENCARGOS-G'.
           05  FILLER              PIC X(01) VALUE 'E'.
           05  FILLER              PIC X(30) VALUE 'LOTES-STOCK.txt'.
           05  FILLER              PIC X(12) VALUE 'LOTES-G'.
           05  FILLER              PIC X(01) VALUE 'L'.
           05  FILLER              PIC X(30) VALUE
               'DEVOLUCIONES-PROVEEDOR.txt'.
           05  FILLER              PIC X(12) VALUE 'DEVOLUC-G'.
           05  FILLER              PIC X(01) VALUE 'D'.
       01  WS-LOGS-TAB REDEFINES WS-LOGS.
           05  LOG-FILA OCCURS 7 TIMES.
               10  LOG-NOMBRE      PIC X(30).
               10  LOG-PREFIJO     PIC X(12).
               10  LOG-REGLA       PIC X(01).
       01  REGISTRO-LINEA.
           05  REG-CORTE           PIC X(10).
           05  FILLER              PIC X(08) VALUE ' LINEAS:'.
           05  REG-LINEAS          PIC 9(08).
       COPY WS-ENCARGO.
       COPY WS-LOTE.
       COPY WS-DEVOLUCION.

       PROCEDURE DIVISION.
      *"ROTAR-BITACORAS FECHA-CORTE" (YYYY-MM-DD) - EVERY LOG LINE
      *REPORTE-BITACORA STOPS CHEWING THROUGH MONTHS OF HISTORY.
      *DUPLICATE-RUN DETECTION RIDES THE TRANSACTION SERIALS IN THE
      *DATASETS, NOT THESE LOGS, SO NOTHING DOWNSTREAM LOSES ITS
      *MEMORY. CLOSED BACKORDERS, WRITTEN-OFF LOTS AND CREDITED
      *RETURNS GO TO THEIR GENERATIONS THE SAME WAY, SO THOSE FILES
      *STAY WELL INSIDE THE TABLES THEIR PROGRAMS LOAD THEM INTO.
       ACCEPT WS-CORTE-ARG FROM COMMAND-LINE
       IF WS-CORTE-ARG = SPACES
           DISPLAY "USO: ROTAR-BITACORAS <FECHA-CORTE YYYY-MM-DD>"
           WS-FECHA-CORTE (9:2) DELIMITED BY SIZE
           INTO WS-CORTE-COMPACTO
       PERFORM DETERMINAR-GENERACION
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 7
           PERFORM ROTAR-UN-LOG
       END-PERFORM
       PERFORM REGISTRAR-GENERACION
       MOVE 0 TO WS-ARCHIVADAS
       MOVE 0 TO WS-RETENIDAS
       MOVE LOG-NOMBRE (WS-I) TO WS-ENTRADA-NOMBRE
       IF LOG-REGLA (WS-I) = 'E' OR LOG-REGLA (WS-I) = 'D'
           PERFORM BUSCAR-NUMERO-MAYOR
       END-IF
       OPEN INPUT ENTRADA
       IF WS-ENT-STATUS NOT = '00'
           MOVE 0 TO EOF
               IF FD-ENT-REC (1:8) NOT = '    SEQ '
                   MOVE 'S' TO WS-ES-VIEJA
               END-IF
      *A BACKORDER RECORDS NO CLOSING DAY, SO ITS LAST MOVEMENT IS
      *THE LATER OF THE REQUEST AND THE LAST RESERVATION - AT WORST
      *A CLOSED ONE STAYS LIVE ONE ROTATION LONGER.
           WHEN 'E'
               MOVE FD-ENT-REC TO ENCARGO-LINEA
               MOVE ENC-FECHA TO WS-ULTIMA-ACTIVIDAD
               IF ENC-FECHA-RESERVA (1:4) NUMERIC
                   AND ENC-FECHA-RESERVA > WS-ULTIMA-ACTIVIDAD
                   MOVE ENC-FECHA-RESERVA TO WS-ULTIMA-ACTIVIDAD
               END-IF
               IF (ENC-ESTADO = 'E' OR ENC-ESTADO = 'X')
                   AND ENC-NUM NUMERIC
                   AND ENC-NUM NOT = WS-NUM-MAYOR
                   AND WS-ULTIMA-ACTIVIDAD (1:4) NUMERIC
                   AND WS-ULTIMA-ACTIVIDAD < WS-FECHA-CORTE
                   MOVE 'S' TO WS-ES-VIEJA
               END-IF
           WHEN 'L'
               MOVE FD-ENT-REC TO LOTE-LINEA
               IF LOT-ESTADO = 'B'
                   AND LOT-FECHA-BAJA (1:4) NUMERIC
                   AND LOT-FECHA-BAJA < WS-FECHA-CORTE
                   MOVE 'S' TO WS-ES-VIEJA
               END-IF
           WHEN 'D'
               MOVE FD-ENT-REC TO DEVOLUCION-LINEA
               IF DEV-ESTADO = 'C'
                   AND DEV-NUM NUMERIC
                   AND DEV-NUM NOT = WS-NUM-MAYOR
                   AND DEV-FECHA-NOTA (1:4) NUMERIC
                   AND DEV-FECHA-NOTA < WS-FECHA-CORTE
                   MOVE 'S' TO WS-ES-VIEJA
               END-IF
       END-EVALUATE
       IF WS-ES-VIEJA = 'S'
           ADD 1 TO WS-ARCHIVADAS
           WRITE FD-RET-REC
       END-IF.

       BUSCAR-NUMERO-MAYOR.
       MOVE 0 TO WS-NUM-MAYOR
       OPEN INPUT ENTRADA
       IF WS-ENT-STATUS = '00'
           PERFORM UNTIL EOF = 1
               READ ENTRADA
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF FD-ENT-REC (1:6) NUMERIC
                           AND FD-ENT-REC (1:6) > WS-NUM-MAYOR
                           MOVE FD-ENT-REC (1:6) TO WS-NUM-MAYOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTRADA
       END-IF
       MOVE 0 TO EOF.

       REGISTRAR-GENERACION.
       MOVE WS-GENERACION TO REG-GEN
       MOVE WS-FECHA-CORTE TO REG-CORTE
