       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGMENTAR-CLIENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CLIENTES ASSIGN TO 'CLIENTES.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS WS-CLI-STATUS.
       SELECT REGISTRO ASSIGN TO 'VENTAS-YTD-GEN.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.
      *EVERY ARCHIVE GENERATION AND THEN THE LIVE LEDGER ARE OPENED
      *THROUGH THE SAME DYNAMIC SELECT, ONE AFTER ANOTHER - THE WALK
      *CONSULTA-HISTORICA DOES, OVER THE CLIENT'S WHOLE HISTORY.
       SELECT LEDGER ASSIGN USING WS-LEDGER-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LED-STATUS.
       SELECT FUSIONES ASSIGN TO 'FUSIONES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FUS-STATUS.
       SELECT SUCURSALES-MON ASSIGN TO 'sucursales.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUCMON-STATUS.
       SELECT MONEDAS ASSIGN TO 'monedas.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MON-STATUS.
       SELECT LIMITES ASSIGN TO 'LIMITES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIM-STATUS.
       SELECT REPORTE ASSIGN TO 'SEGMENTOS-CLIENTES.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

      ****************************************************************
      * FD SECTION
      ****************************************************************
       FILE SECTION.
      * THE SEGMENT CODE AND ITS DATE ARE KEPT ON THE CLIENT MASTER
      * ITSELF (CLI-SEGMENTO / CLI-SEGMENTO-FECHA).
       FD  CLIENTES.
           COPY WS-CLIENTES-IDX.
       FD  REGISTRO.
           01  FD-REG-REC          PIC X(60).
       FD  LEDGER.
           01  FD-LEDGER-REC       PIC X(188).
       FD  FUSIONES.
           01  FD-FUS-REC          PIC X(20).
       FD  SUCURSALES-MON.
           01  FD-SUCMON-REC       PIC X(50).
       FD  MONEDAS.
           01  FD-MON-REC          PIC X(50).
      * CLAVE,VALOR THRESHOLDS (SEE LIMITES-WS.cpy) - ONLY
      * DIAS-RIESGO-RFM AND DIAS-PERDIDO-RFM ARE READ HERE.
       FD  LIMITES.
           01  FD-LIM-REC          PIC X(40).
      * SEGMENT REPORT: CLIENTS AND TWELVE-MONTH REVENUE PER SEGMENT
      * WITH THEIR SHARE, THEN EVERY CLIENT WHOSE SEGMENT CHANGED
      * SINCE THE PREVIOUS RUN.
       FD  REPORTE.
           01  FD-REP-REC          PIC X(132).

      ****************************************************************
      * WS SECTION
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  EOF                     PIC 9 VALUE 0.
       01  WS-CLI-STATUS           PIC XX VALUE '00'.
       01  WS-REG-STATUS           PIC XX VALUE '00'.
       01  WS-LED-STATUS           PIC XX VALUE '00'.
       01  WS-LEDGER-NOMBRE        PIC X(30) VALUE SPACES.
       01  WS-ARCHIVOS-LEIDOS      PIC 9(04) VALUE ZEROS.
       01  WS-LIM-STATUS           PIC XX VALUE '00'.
       01  WS-LIM-EOF              PIC 9 VALUE 0.
       01  WS-LIM-CLAVE            PIC X(20).
       01  WS-LIM-VALOR            PIC X(15).
      *LIMITES.txt: A CLIENT WHOSE LAST PURCHASE IS MORE THAN
      *DIAS-RIESGO-RFM DAYS OLD IS AT RISK, MORE THAN
      *DIAS-PERDIDO-RFM DAYS OLD IS LAPSED.
       01  LIM-DIAS-RIESGO         PIC 9(05) VALUE 90.
       01  LIM-DIAS-PERDIDO        PIC 9(05) VALUE 180.
       01  WS-CURRENT-DATE         PIC X(21).
      *"SEGMENTAR-CLIENTES [FECHA-CORTE]" (YYYY-MM-DD) - THE DAY THE
      *SCORES ARE TAKEN AS OF; DEFAULTS TO TODAY. FREQUENCY AND
      *MONETARY VALUE LOOK BACK 365 DAYS FROM IT, RECENCY AT THE
      *WHOLE HISTORY.
       01  WS-CORTE-ARG            PIC X(20).
       01  WS-FECHA-CORTE          PIC X(10).
       01  WS-FECHA-VENTANA        PIC X(10).
       01  WS-CORTE-NUM            PIC 9(08) VALUE ZEROS.
       01  WS-FECHA-NUM            PIC 9(08) VALUE ZEROS.
       01  WS-VENTANA-NUM          PIC 9(08) VALUE ZEROS.
       01  WS-DIAS                 PIC S9(07) VALUE ZEROS.
       01  WS-IMPORTE-LINEA        PIC 9(13)V99 VALUE ZEROS.
       01  WS-I                    PIC 9(04) VALUE ZEROS.
       01  WS-J                    PIC 9(04) VALUE ZEROS.
       01  WS-S                    PIC 9(02) VALUE ZEROS.
       01  WS-PUNTUADOS            PIC 9(04) VALUE ZEROS.
       01  WS-MENORES              PIC 9(04) VALUE ZEROS.
       01  WS-ACTIVOS              PIC 9(04) VALUE ZEROS.
       01  WS-CAMBIOS              PIC 9(04) VALUE ZEROS.
       01  WS-PRIMERA-VEZ          PIC 9(04) VALUE ZEROS.
       01  WS-TOT-MONTO            PIC S9(13)V99 VALUE ZEROS.
       01  WS-PCT                  PIC S9(03)V9 VALUE ZEROS.
      *ONE ROW PER CLIENTE-ID (1-2000, THE MASTER'S RANGE): LAST
      *SALE EVER, SALE LINES AND NET REVENUE INSIDE THE WINDOW, THE
      *THREE 1-5 SCORES, AND THE SEGMENT BEFORE AND AFTER THIS RUN.
       01  RFM-TAB.
           05  RFM-FILA OCCURS 2000 TIMES.
               10  RFM-ACTIVO      PIC X(01).
               10  RFM-NOMBRE      PIC X(40).
               10  RFM-ULTIMA      PIC X(10).
               10  RFM-DIAS        PIC 9(05).
               10  RFM-FRECUENCIA  PIC 9(07).
               10  RFM-MONTO       PIC S9(13)V99.
               10  RFM-R           PIC 9(01).
               10  RFM-F           PIC 9(01).
               10  RFM-M           PIC 9(01).
               10  RFM-SEG-ANT     PIC X(03).
               10  RFM-SEG         PIC X(03).
      *THE SIX SEGMENTS IN REPORT ORDER, WITH THE PER-RUN TALLY.
       01  SEGMENTOS-DEF.
           05  FILLER              PIC X(23) VALUE
               'CAMCAMPEON'.
           05  FILLER              PIC X(23) VALUE
               'LEALEAL'.
           05  FILLER              PIC X(23) VALUE
               'OCAOCASIONAL'.
           05  FILLER              PIC X(23) VALUE
               'RIEEN RIESGO'.
           05  FILLER              PIC X(23) VALUE
               'PERPERDIDO'.
           05  FILLER              PIC X(23) VALUE
               'SINSIN COMPRAS'.
       01  SEGMENTOS-TAB REDEFINES SEGMENTOS-DEF.
           05  SEG-DEF OCCURS 6 TIMES.
               10  SEG-CODIGO      PIC X(03).
               10  SEG-NOMBRE      PIC X(20).
       01  SEG-CUENTA-TAB.
           05  SEG-CUENTA OCCURS 6 TIMES.
               10  SEG-CLIENTES    PIC 9(05).
               10  SEG-MONTO       PIC S9(13)V99.
       01  SEGMENTO-LINEA.
           05  SGL-CODIGO          PIC X(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  SGL-NOMBRE          PIC X(20).
           05  FILLER              PIC X(01) VALUE ' '.
           05  SGL-CLIENTES        PIC Z(07)9.
           05  FILLER              PIC X(01) VALUE ' '.
           05  SGL-PCT-CLI         PIC -(3)9.9.
           05  FILLER              PIC X(01) VALUE ' '.
           05  SGL-MONTO           PIC -(12)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  SGL-PCT-MONTO       PIC -(3)9.9.
       01  SEGMENTO-TITULOS.
           05  FILLER              PIC X(25) VALUE 'SEG DESCRIPCION'.
           05  FILLER              PIC X(08) VALUE 'CLIENTES'.
           05  FILLER              PIC X(07) VALUE '   %CLI'.
           05  FILLER              PIC X(17) VALUE
               '    INGRESO 12M'.
           05  FILLER              PIC X(07) VALUE '   %ING'.
       01  CAMBIO-LINEA.
           05  CBL-CLIENTE         PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  CBL-NOMBRE          PIC X(40).
           05  FILLER              PIC X(01) VALUE ' '.
           05  CBL-ANTES           PIC X(03).
           05  FILLER              PIC X(04) VALUE ' -> '.
           05  CBL-AHORA           PIC X(03).
           05  FILLER              PIC X(06) VALUE '  RFM:'.
           05  CBL-R               PIC 9(01).
           05  CBL-F               PIC 9(01).
           05  CBL-M               PIC 9(01).
           05  FILLER              PIC X(07) VALUE '  DIAS:'.
           05  CBL-DIAS            PIC Z(04)9.
           05  FILLER              PIC X(07) VALUE '  LIN:'.
           05  CBL-FRECUENCIA      PIC Z(06)9.
           05  FILLER              PIC X(06) VALUE '  ING:'.
           05  CBL-MONTO           PIC -(12)9.99.
      *ONE ROW IN THE GENERATION REGISTRY (SEE ARCHIVAR-YTD).
       01  REGISTRO-LINEA.
           05  FILLER              PIC X(01).
           05  REG-GEN             PIC 9(04).
           05  FILLER              PIC X(01).
           05  REG-DESDE           PIC X(10).
           05  FILLER              PIC X(01).
           05  REG-HASTA           PIC X(10).
           05  FILLER              PIC X(01).
           05  REG-CANTIDAD        PIC 9(10).
           05  FILLER              PIC X(01).
           05  REG-SUMA            PIC 9(13)V99.

       COPY WS-VENTA.
       COPY VENTA-COMPAT-WS.
       COPY WS-DATASET-CTL.
       COPY MONEDAS-WS.
       COPY FUSIONES-WS.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       ACCEPT WS-CORTE-ARG FROM COMMAND-LINE
       MOVE FUNCTION TRIM (WS-CORTE-ARG) TO WS-FECHA-CORTE
       IF WS-FECHA-CORTE = SPACES
           STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
               WS-CURRENT-DATE (7:2) DELIMITED BY SIZE
               INTO WS-FECHA-CORTE
       END-IF
       IF WS-FECHA-CORTE (1:4) NOT NUMERIC
           OR WS-FECHA-CORTE (6:2) NOT NUMERIC
           OR WS-FECHA-CORTE (9:2) NOT NUMERIC
           DISPLAY "USO: SEGMENTAR-CLIENTES [FECHA-CORTE YYYY-MM-DD]"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-FECHA-CORTE (1:4) TO WS-CORTE-NUM (1:4)
       MOVE WS-FECHA-CORTE (6:2) TO WS-CORTE-NUM (5:2)
       MOVE WS-FECHA-CORTE (9:2) TO WS-CORTE-NUM (7:2)
       COMPUTE WS-VENTANA-NUM = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE (WS-CORTE-NUM) - 365)
       STRING WS-VENTANA-NUM (1:4) '-' WS-VENTANA-NUM (5:2) '-'
           WS-VENTANA-NUM (7:2) DELIMITED BY SIZE
           INTO WS-FECHA-VENTANA
       INITIALIZE RFM-TAB SEG-CUENTA-TAB
       PERFORM CARGAR-LIMITES-RFM
       PERFORM CARGAR-CLIENTES
       PERFORM CARGAR-FUSIONES
       PERFORM CARGAR-MONEDAS
       PERFORM RECORRER-GENERACIONES
       MOVE 'VENTAS-YTD.txt' TO WS-LEDGER-NOMBRE
       PERFORM ACUMULAR-ARCHIVO
       PERFORM PUNTUAR-CLIENTES
       PERFORM ASIGNAR-SEGMENTOS
       PERFORM GRABAR-SEGMENTOS
       PERFORM ESCRIBIR-REPORTE
       DISPLAY "SEGMENTACION AL " WS-FECHA-CORTE ": " WS-ACTIVOS
           " CLIENTES ACTIVOS, " WS-CAMBIOS " CAMBIOS DE SEGMENTO, "
           WS-PRIMERA-VEZ " ASIGNADOS POR PRIMERA VEZ"
       DISPLAY "REPORTE: SEGMENTOS-CLIENTES.txt ("
           WS-ARCHIVOS-LEIDOS " ARCHIVOS LEIDOS)"
       STOP RUN.

       CARGAR-LIMITES-RFM.
       OPEN INPUT LIMITES
       IF WS-LIM-STATUS = '35'
           MOVE 0 TO WS-LIM-EOF
       ELSE
           PERFORM UNTIL WS-LIM-EOF = 1
               READ LIMITES
                   AT END
                       MOVE 1 TO WS-LIM-EOF
                   NOT AT END
                       MOVE SPACES TO WS-LIM-CLAVE WS-LIM-VALOR
                       UNSTRING FD-LIM-REC DELIMITED BY ','
                           INTO WS-LIM-CLAVE WS-LIM-VALOR
                       END-UNSTRING
                       EVALUATE FUNCTION UPPER-CASE
                           (FUNCTION TRIM (WS-LIM-CLAVE))
                           WHEN 'DIAS-RIESGO-RFM'
                               MOVE FUNCTION NUMVAL (WS-LIM-VALOR)
                                   TO LIM-DIAS-RIESGO
                           WHEN 'DIAS-PERDIDO-RFM'
                               MOVE FUNCTION NUMVAL (WS-LIM-VALOR)
                                   TO LIM-DIAS-PERDIDO
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE LIMITES
       END-IF
       MOVE 0 TO WS-LIM-EOF.

      *ONLY ACTIVE CLIENTES.dat RECORDS ARE SEGMENTED - A MERGED
      *DUPLICATE IS INACTIVE AND ITS HISTORY LANDS ON THE SURVIVOR.
      *THE SEGMENT ON FILE IS THE PREVIOUS RUN'S ANSWER.
       CARGAR-CLIENTES.
       OPEN INPUT CLIENTES
       IF WS-CLI-STATUS NOT = '00'
           DISPLAY "ERROR: CLIENTES.dat NO DISPONIBLE - CORRA "
               "MIGRAR-MAESTROS"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE 0 TO CLI-ID
       START CLIENTES KEY IS > CLI-ID
       IF WS-CLI-STATUS = '00'
           PERFORM UNTIL EOF = 1
               READ CLIENTES NEXT RECORD
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF CLI-ID >= 1 AND CLI-ID <= 2000
                           AND CLI-ACTIVO = 'S'
                           ADD 1 TO WS-ACTIVOS
                           MOVE 'S' TO RFM-ACTIVO (CLI-ID)
                           MOVE CLI-NOMBRE TO RFM-NOMBRE (CLI-ID)
                           MOVE CLI-SEGMENTO TO RFM-SEG-ANT (CLI-ID)
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE CLIENTES
       MOVE 0 TO EOF.

      *EVERY GENERATION IN THE REGISTRY IS READ - A CLIENT LAPSED
      *FOR YEARS STILL NEEDS HIS LAST PURCHASE DATE.
       RECORRER-GENERACIONES.
       OPEN INPUT REGISTRO
       IF WS-REG-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ REGISTRO
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE FD-REG-REC TO REGISTRO-LINEA
                       IF REG-DESDE <= WS-FECHA-CORTE
                           MOVE SPACES TO WS-LEDGER-NOMBRE
                           STRING 'VENTAS-YTD-G' REG-GEN '.txt'
                               DELIMITED BY SIZE
                               INTO WS-LEDGER-NOMBRE
                           PERFORM ACUMULAR-ARCHIVO-ANIDADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRO
       END-IF
       MOVE 0 TO EOF.

      *THE REGISTRY LOOP ABOVE IS DRIVEN BY THE SAME EOF SWITCH THE
      *FILE WALK USES, SO THE NESTED WALK RUNS ON ITS OWN COPY OF
      *THE SWITCH AND GIVES IT BACK AFTERWARDS.
       ACUMULAR-ARCHIVO-ANIDADO.
       MOVE 0 TO EOF
       PERFORM ACUMULAR-ARCHIVO
       MOVE 0 TO EOF.

       ACUMULAR-ARCHIVO.
       OPEN INPUT LEDGER
       IF WS-LED-STATUS NOT = '00'
           DISPLAY "AVISO: " FUNCTION TRIM (WS-LEDGER-NOMBRE)
               " NO DISPONIBLE - OMITIDO"
       ELSE
           ADD 1 TO WS-ARCHIVOS-LEIDOS
           PERFORM UNTIL EOF = 1
               READ LEDGER
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF FD-LEDGER-REC (1:3) = 'DET'
                           MOVE FD-LEDGER-REC TO WS-VENTA-CRUDA
                           PERFORM AJUSTAR-VENTA
                           PERFORM APLICAR-FUSION
                           PERFORM ACUMULAR-LINEA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER
       END-IF
       MOVE 0 TO EOF.

      *A SALE MOVES RECENCY; INSIDE THE WINDOW IT ALSO COUNTS FOR
      *FREQUENCY AND ADDS TO MONETARY VALUE, WHICH A REFUND TAKES
      *BACK OUT. PAYMENTS ARE NOT PURCHASES. AMOUNTS IN THE
      *REPORTING CURRENCY.
       ACUMULAR-LINEA.
       IF CLIENTE-ID NOT NUMERIC
           OR CLIENTE-ID < 1 OR CLIENTE-ID > 2000
           OR COSTO NOT NUMERIC OR CANTIDAD-VENDIDA NOT NUMERIC
           OR TIPO-TRANSACCION = 'P' OR TIPO-TRANSACCION = 'T'
           OR TIPO-TRANSACCION = 'C' OR TIPO-TRANSACCION = 'F'
           OR FECHA-VENTA > WS-FECHA-CORTE
           CONTINUE
       ELSE
           IF RFM-ACTIVO (CLIENTE-ID) = 'S'
               IF TIPO-TRANSACCION = 'V'
                   AND FECHA-VENTA > RFM-ULTIMA (CLIENTE-ID)
                   MOVE FECHA-VENTA TO RFM-ULTIMA (CLIENTE-ID)
               END-IF
               IF FECHA-VENTA > WS-FECHA-VENTANA
                   COMPUTE WS-IMPORTE-LINEA =
                       CANTIDAD-VENDIDA * COSTO
                   PERFORM CONVERTIR-IMPORTE-BASE
                   IF TIPO-TRANSACCION = 'R'
                       SUBTRACT WS-IMPORTE-LINEA
                           FROM RFM-MONTO (CLIENTE-ID)
                   ELSE
                       ADD 1 TO RFM-FRECUENCIA (CLIENTE-ID)
                       ADD WS-IMPORTE-LINEA
                           TO RFM-MONTO (CLIENTE-ID)
                   END-IF
               END-IF
           END-IF
       END-IF.

      *DAYS SINCE THE LAST SALE, THEN EACH CLIENT'S 1-5 SCORE IS HIS
      *QUINTILE AMONG ALL ACTIVE CLIENTS WHO HAVE EVER BOUGHT: THE
      *SHARE OF THEM HE BEATS, TIMES FIVE, PLUS ONE. FEWER DAYS BEATS
      *MORE DAYS; MORE LINES AND MORE REVENUE BEAT LESS.
       PUNTUAR-CLIENTES.
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 2000
           IF RFM-ACTIVO (WS-I) = 'S'
               AND RFM-ULTIMA (WS-I) NOT = SPACES
               ADD 1 TO WS-PUNTUADOS
               MOVE RFM-ULTIMA (WS-I) (1:4) TO WS-FECHA-NUM (1:4)
               MOVE RFM-ULTIMA (WS-I) (6:2) TO WS-FECHA-NUM (5:2)
               MOVE RFM-ULTIMA (WS-I) (9:2) TO WS-FECHA-NUM (7:2)
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE (WS-CORTE-NUM)
                   - FUNCTION INTEGER-OF-DATE (WS-FECHA-NUM)
               IF WS-DIAS < 0
                   MOVE 0 TO WS-DIAS
               END-IF
               IF WS-DIAS > 99999
                   MOVE 99999 TO WS-DIAS
               END-IF
               MOVE WS-DIAS TO RFM-DIAS (WS-I)
           END-IF
       END-PERFORM
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 2000
           IF RFM-ACTIVO (WS-I) = 'S'
               AND RFM-ULTIMA (WS-I) NOT = SPACES
               MOVE 0 TO WS-MENORES
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 2000
                   IF RFM-ACTIVO (WS-J) = 'S'
                       AND RFM-ULTIMA (WS-J) NOT = SPACES
                       AND RFM-DIAS (WS-J) > RFM-DIAS (WS-I)
                       ADD 1 TO WS-MENORES
                   END-IF
               END-PERFORM
               COMPUTE RFM-R (WS-I) =
                   1 + (WS-MENORES * 5) / WS-PUNTUADOS
               MOVE 0 TO WS-MENORES
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 2000
                   IF RFM-ACTIVO (WS-J) = 'S'
                       AND RFM-ULTIMA (WS-J) NOT = SPACES
                       AND RFM-FRECUENCIA (WS-J)
                           < RFM-FRECUENCIA (WS-I)
                       ADD 1 TO WS-MENORES
                   END-IF
               END-PERFORM
               COMPUTE RFM-F (WS-I) =
                   1 + (WS-MENORES * 5) / WS-PUNTUADOS
               MOVE 0 TO WS-MENORES
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 2000
                   IF RFM-ACTIVO (WS-J) = 'S'
                       AND RFM-ULTIMA (WS-J) NOT = SPACES
                       AND RFM-MONTO (WS-J) < RFM-MONTO (WS-I)
                       ADD 1 TO WS-MENORES
                   END-IF
               END-PERFORM
               COMPUTE RFM-M (WS-I) =
                   1 + (WS-MENORES * 5) / WS-PUNTUADOS
           END-IF
       END-PERFORM.

      *RECENCY DECIDES FIRST: PAST DIAS-PERDIDO-RFM THE CLIENT IS
      *LAPSED, PAST DIAS-RIESGO-RFM AT RISK. A CURRENT CLIENT IS A
      *CHAMPION WITH FREQUENCY AND VALUE BOTH IN THE TOP TWO
      *QUINTILES, LOYAL WITH BOTH AT LEAST MIDDLING, OCCASIONAL
      *OTHERWISE. NEVER BOUGHT: SIN.
       ASIGNAR-SEGMENTOS.
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 2000
           IF RFM-ACTIVO (WS-I) = 'S'
               EVALUATE TRUE
                   WHEN RFM-ULTIMA (WS-I) = SPACES
                       MOVE 'SIN' TO RFM-SEG (WS-I)
                   WHEN RFM-DIAS (WS-I) > LIM-DIAS-PERDIDO
                       MOVE 'PER' TO RFM-SEG (WS-I)
                   WHEN RFM-DIAS (WS-I) > LIM-DIAS-RIESGO
                       MOVE 'RIE' TO RFM-SEG (WS-I)
                   WHEN RFM-F (WS-I) >= 4 AND RFM-M (WS-I) >= 4
                       MOVE 'CAM' TO RFM-SEG (WS-I)
                   WHEN RFM-F (WS-I) >= 3 AND RFM-M (WS-I) >= 3
                       MOVE 'LEA' TO RFM-SEG (WS-I)
                   WHEN OTHER
                       MOVE 'OCA' TO RFM-SEG (WS-I)
               END-EVALUATE
               PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 6
                   IF SEG-CODIGO (WS-S) = RFM-SEG (WS-I)
                       ADD 1 TO SEG-CLIENTES (WS-S)
                       ADD RFM-MONTO (WS-I) TO SEG-MONTO (WS-S)
                   END-IF
               END-PERFORM
               ADD RFM-MONTO (WS-I) TO WS-TOT-MONTO
               IF RFM-SEG-ANT (WS-I) = SPACES
                   ADD 1 TO WS-PRIMERA-VEZ
               ELSE
                   IF RFM-SEG-ANT (WS-I) NOT = RFM-SEG (WS-I)
                       ADD 1 TO WS-CAMBIOS
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

      *ONLY A CHANGED (OR FIRST) SEGMENT IS REWRITTEN, SO THE DATE
      *ON THE MASTER STAYS THE DAY THE CLIENT ENTERED THE SEGMENT.
       GRABAR-SEGMENTOS.
       OPEN I-O CLIENTES
       IF WS-CLI-STATUS NOT = '00'
           DISPLAY "ERROR: CLIENTES.dat NO SE PUDO ABRIR PARA "
               "ACTUALIZAR (" WS-CLI-STATUS ")"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 2000
           IF RFM-ACTIVO (WS-I) = 'S'
               AND RFM-SEG-ANT (WS-I) NOT = RFM-SEG (WS-I)
               MOVE WS-I TO CLI-ID
               READ CLIENTES
                   INVALID KEY
                       DISPLAY "ADVERTENCIA: CLIENTE " WS-I
                           " DESAPARECIO DEL MAESTRO - OMITIDO"
                   NOT INVALID KEY
                       MOVE RFM-SEG (WS-I) TO CLI-SEGMENTO
                       MOVE WS-FECHA-CORTE TO CLI-SEGMENTO-FECHA
                       REWRITE CLI-REC
               END-READ
           END-IF
       END-PERFORM
       CLOSE CLIENTES.

       ESCRIBIR-REPORTE.
       OPEN OUTPUT REPORTE
       MOVE SPACES TO FD-REP-REC
       STRING '**SEGMENTACION RFM DE CLIENTES AL ' WS-FECHA-CORTE
           ' (FRECUENCIA E INGRESO DESDE ' WS-FECHA-VENTANA ')**'
           DELIMITED BY SIZE INTO FD-REP-REC
       WRITE FD-REP-REC
       MOVE SPACES TO FD-REP-REC
       WRITE FD-REP-REC
       MOVE SEGMENTO-TITULOS TO FD-REP-REC
       WRITE FD-REP-REC
       PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 6
           MOVE SEG-CODIGO (WS-S) TO SGL-CODIGO
           MOVE SEG-NOMBRE (WS-S) TO SGL-NOMBRE
           MOVE SEG-CLIENTES (WS-S) TO SGL-CLIENTES
           MOVE 0 TO WS-PCT
           IF WS-ACTIVOS > 0
               COMPUTE WS-PCT ROUNDED =
                   SEG-CLIENTES (WS-S) * 100 / WS-ACTIVOS
           END-IF
           MOVE WS-PCT TO SGL-PCT-CLI
           MOVE SEG-MONTO (WS-S) TO SGL-MONTO
           MOVE 0 TO WS-PCT
           IF WS-TOT-MONTO > 0
               COMPUTE WS-PCT ROUNDED =
                   SEG-MONTO (WS-S) * 100 / WS-TOT-MONTO
                   ON SIZE ERROR
                       MOVE 0 TO WS-PCT
               END-COMPUTE
           END-IF
           MOVE WS-PCT TO SGL-PCT-MONTO
           MOVE SEGMENTO-LINEA TO FD-REP-REC
           WRITE FD-REP-REC
       END-PERFORM
       MOVE 'TOT' TO SGL-CODIGO
       MOVE 'TOTAL ACTIVOS' TO SGL-NOMBRE
       MOVE WS-ACTIVOS TO SGL-CLIENTES
       MOVE 100 TO SGL-PCT-CLI
       MOVE WS-TOT-MONTO TO SGL-MONTO
       MOVE 100 TO SGL-PCT-MONTO
       MOVE SEGMENTO-LINEA TO FD-REP-REC
       WRITE FD-REP-REC
       MOVE SPACES TO FD-REP-REC
       WRITE FD-REP-REC
       MOVE '**CLIENTES QUE CAMBIARON DE SEGMENTO**' TO FD-REP-REC
       WRITE FD-REP-REC
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 2000
           IF RFM-ACTIVO (WS-I) = 'S'
               AND RFM-SEG-ANT (WS-I) NOT = SPACES
               AND RFM-SEG-ANT (WS-I) NOT = RFM-SEG (WS-I)
               MOVE WS-I TO CBL-CLIENTE
               MOVE RFM-NOMBRE (WS-I) TO CBL-NOMBRE
               MOVE RFM-SEG-ANT (WS-I) TO CBL-ANTES
               MOVE RFM-SEG (WS-I) TO CBL-AHORA
               MOVE RFM-R (WS-I) TO CBL-R
               MOVE RFM-F (WS-I) TO CBL-F
               MOVE RFM-M (WS-I) TO CBL-M
               MOVE RFM-DIAS (WS-I) TO CBL-DIAS
               MOVE RFM-FRECUENCIA (WS-I) TO CBL-FRECUENCIA
               MOVE RFM-MONTO (WS-I) TO CBL-MONTO
               MOVE CAMBIO-LINEA TO FD-REP-REC
               WRITE FD-REP-REC
           END-IF
       END-PERFORM
       IF WS-CAMBIOS = 0
           MOVE '(SIN CAMBIOS DESDE LA CORRIDA ANTERIOR)'
               TO FD-REP-REC
           WRITE FD-REP-REC
       END-IF
       IF WS-PRIMERA-VEZ > 0
           MOVE SPACES TO FD-REP-REC
           STRING 'CLIENTES SEGMENTADOS POR PRIMERA VEZ: '
               WS-PRIMERA-VEZ DELIMITED BY SIZE INTO FD-REP-REC
           WRITE FD-REP-REC
       END-IF
       CLOSE REPORTE.

       COPY FUSIONES-PROC.

       COPY MONEDAS-PROC.

       COPY VENTA-COMPAT-PROC.
