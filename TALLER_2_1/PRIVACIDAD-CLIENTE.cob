       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVACIDAD-CLIENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CLIENTES ASSIGN TO 'CLIENTES.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS WS-CLI-STATUS.
       SELECT DATASET4-IDX ASSIGN TO 'dataset4_idx.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-CLAVE
           FILE STATUS IS WS-IDX-STATUS.
       SELECT REGISTRO ASSIGN TO 'VENTAS-YTD-GEN.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-STATUS.
      *EVERY SALES FILE THAT CARRIES DET LINES (THE ARCHIVED
      *GENERATIONS, THE LIVE LEDGER, THE CURRENT dataset4.txt) IS
      *WALKED THROUGH THE SAME DYNAMIC SELECT, ONE AFTER ANOTHER.
       SELECT LEDGER ASSIGN USING WS-LEDGER-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LED-STATUS.
       SELECT LEDGER-NUEVO ASSIGN TO 'PRIVACIDAD.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PUNTOS ASSIGN TO 'PUNTOS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PTS-STATUS.
       SELECT CARTERA ASSIGN TO 'CARTERA.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAR-STATUS.
       SELECT DIARIO ASSIGN TO 'DIARIO-MAESTROS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIA-STATUS.
       SELECT DIARIO-NUEVO ASSIGN TO 'DIARIO.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT APROBACIONES ASSIGN TO 'APROBACION-CREDITO.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APR-STATUS.
       SELECT APROBACIONES-NUEVO ASSIGN TO 'APROBACION.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT MAESTRO-NUEVO ASSIGN TO 'MAESTRO.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT EXTRACTO ASSIGN USING WS-EXT-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PRIVACIDAD ASSIGN TO 'PRIVACIDAD.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRV-STATUS.
       SELECT FUSIONES ASSIGN TO 'FUSIONES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FUS-STATUS.
       SELECT CERROJO ASSIGN TO 'CERROJO-MAESTROS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CER-STATUS.
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
       FD  CLIENTES.
           COPY WS-CLIENTES-IDX.
       FD  DATASET4-IDX.
           COPY WS-DATASET4-IDX.
       FD  REGISTRO.
           01  FD-REG-REC          PIC X(60).
       FD  LEDGER.
           01  FD-LEDGER-REC       PIC X(188).
      * A SALES FILE IS ANONYMIZED INTO A SCRATCH COPY AND RENAMED
      * OVER THE ORIGINAL ONLY ONCE COMPLETE - THE SAME CRASH-SAFE
      * PATTERN AS PUNTOS.txt AND CARTERA.txt.
       FD  LEDGER-NUEVO.
           01  FD-LEDN-REC         PIC X(188).
       FD  PUNTOS.
           01  FD-PTS-REC          PIC X(30).
       FD  CARTERA.
           01  FD-CAR-REC          PIC X(80).
      * THE BEFORE/AFTER JOURNAL OF MASTER MAINTENANCE CARRIES FULL
      * CLIENT IMAGES, SO IT IS SCRUBBED TOO (SEE WS-DIARIO.cpy).
       FD  DIARIO.
           01  FD-DIA-REC          PIC X(560).
       FD  DIARIO-NUEVO.
           01  FD-DIAN-REC         PIC X(560).
      * THE CREDIT APPROVAL QUEUE KEEPS EACH HELD SALE'S FULL DET
      * LINE, CLIENT NAME INCLUDED (SEE WS-APROBACION.cpy).
       FD  APROBACIONES.
           01  FD-APR-REC          PIC X(270).
       FD  APROBACIONES-NUEVO.
           01  FD-APRN-REC         PIC X(270).
      * nombres.txt IS RE-EXPORTED FROM THE ACTIVE CLIENT ROWS, AS
      * MANTENER-MAESTROS DOES AFTER EVERY NOMBRES CHANGE.
       FD  MAESTRO-NUEVO.
           01  MAESTRO-NUEVO-REC   PIC X(50).
      * THE ANSWER TO AN ACCESS REQUEST: EVERYTHING HELD ABOUT ONE
      * CLIENT, WRITTEN TO DATOS-CLIENTE-nnnnn.txt.
       FD  EXTRACTO.
           01  FD-EXT-REC          PIC X(200).
      * APPEND-ONLY LOG OF EVERY PRIVACY REQUEST HANDLED, GRANTED OR
      * REFUSED - THE EVIDENCE THE HABEAS DATA PROCEDURE ASKS FOR.
       FD  PRIVACIDAD.
           01  FD-PRV-REC          PIC X(132).
       FD  FUSIONES.
           01  FD-FUS-REC          PIC X(20).
       FD  CERROJO.
           01  FD-CER-REC          PIC X(40).
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
       01  WS-REG-EOF              PIC 9 VALUE 0.
       01  WS-CLI-STATUS           PIC XX VALUE '00'.
       01  WS-IDX-STATUS           PIC XX VALUE '00'.
       01  WS-REG-STATUS           PIC XX VALUE '00'.
       01  WS-LED-STATUS           PIC XX VALUE '00'.
       01  WS-PTS-STATUS           PIC XX VALUE '00'.
       01  WS-CAR-STATUS           PIC XX VALUE '00'.
       01  WS-DIA-STATUS           PIC XX VALUE '00'.
       01  WS-APR-STATUS           PIC XX VALUE '00'.
       01  WS-PRV-STATUS           PIC XX VALUE '00'.
       01  WS-CER-STATUS           PIC XX VALUE '00'.
       01  WS-LEDGER-NOMBRE        PIC X(30) VALUE SPACES.
       01  WS-EXT-NOMBRE           PIC X(30) VALUE SPACES.
       01  WS-COMANDO              PIC X(100) VALUE SPACES.
       01  WS-CURRENT-DATE         PIC X(21).
       01  WS-HOY                  PIC X(10) VALUE SPACES.
      *"PRIVACIDAD-CLIENTE EXTRAER <ID>" WRITES THE ACCESS EXTRACT;
      *"PRIVACIDAD-CLIENTE ANONIMIZAR <ID>" ERASES THE PERSON.
       01  WS-ARGUMENTOS           PIC X(60).
       01  WS-MODO                 PIC X(10) VALUE SPACES.
       01  WS-CLIENTE-TOKEN        PIC X(10) VALUE SPACES.
       01  WS-CLIENTE-BUSCADO      PIC 9(05) VALUE ZEROS.
       01  WS-CLIENTE-PEDIDO       PIC 9(05) VALUE ZEROS.
      *WHAT REPLACES EVERY NAME AND CONTACT FIELD. THE ID AND EVERY
      *AMOUNT STAY, SO LEDGER, REVENUE AND RECEIVABLE TOTALS STILL
      *RECONCILE AFTER THE PERSON IS GONE.
       01  WS-MARCA-ANONIMA        PIC X(11) VALUE 'ANONIMIZADO'.
      *THE CLIENT AND EVERY DUPLICATE EVER MERGED INTO IT (FUSIONAR)
      *ARE THE SAME PERSON - THEIR RECORDS ARE PART OF THE ANSWER.
       01  WS-FICHAS               PIC 9(02) VALUE ZEROS.
       01  FICHA-TABLA.
           05  FICHA-ID            PIC 9(05) OCCURS 50 TIMES.
       01  WS-I                    PIC 9(02) VALUE ZEROS.
       01  WS-RESULTADO            PIC X(10) VALUE SPACES.
       01  WS-DETALLE              PIC X(70) VALUE SPACES.
      *PER-FILE AND RUN TALLIES.
       01  WS-LINEAS-ARCHIVO       PIC 9(07) VALUE ZEROS.
       01  WS-LINEAS-TOTAL         PIC 9(07) VALUE ZEROS.
       01  WS-ARCHIVOS-CAMBIADOS   PIC 9(04) VALUE ZEROS.
       01  WS-DIARIO-CAMBIADAS     PIC 9(07) VALUE ZEROS.
       01  WS-APROBACIONES-CAMBIADAS PIC 9(07) VALUE ZEROS.
       01  WS-IMPORTE-LINEA        PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-FUENTE         PIC S9(13)V99 VALUE ZEROS.
       01  WS-SALDO-PUNTOS         PIC S9(09) VALUE ZEROS.
       01  WS-SALDO-CARTERA        PIC S9(13)V99 VALUE ZEROS.
       01  WS-CARTERA-HALLADA      PIC X(01) VALUE 'N'.
       01  WS-PUNTOS-HALLADO       PIC X(01) VALUE 'N'.
       01  WS-FUENTE               PIC X(24) VALUE SPACES.
       01  WS-EDIT-IMPORTE         PIC -(12)9.99.
       01  WS-EDIT-PUNTOS          PIC -(09)9.
       01  WS-EDIT-LIMITE          PIC Z(08)9.99.
       01  PUNTOS-LINEA-REC.
           05  PTL-CLIENTE         PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  PTL-SALDO           PIC S9(09) SIGN IS TRAILING
                                       SEPARATE.
           05  FILLER              PIC X(01) VALUE ' '.
           05  PTL-FECHA           PIC X(10).
       01  CARTERA-LINEA-REC.
           05  CTL-CLIENTE         PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  CTL-B1              PIC S9(11)V99 SIGN IS TRAILING
                                       SEPARATE.
           05  FILLER              PIC X(01) VALUE ' '.
           05  CTL-B2              PIC S9(11)V99 SIGN IS TRAILING
                                       SEPARATE.
           05  FILLER              PIC X(01) VALUE ' '.
           05  CTL-B3              PIC S9(11)V99 SIGN IS TRAILING
                                       SEPARATE.
           05  FILLER              PIC X(01) VALUE ' '.
           05  CTL-B4              PIC S9(11)V99 SIGN IS TRAILING
                                       SEPARATE.
           05  FILLER              PIC X(01) VALUE ' '.
           05  CTL-ASOF            PIC X(10).
       01  REGISTRO-LINEA.
           05  FILLER              PIC X(01).
           05  REG-GEN             PIC 9(04).
           05  FILLER              PIC X(55).
      *A CLI-REC IMAGE AS CARRIED IN THE JOURNAL'S BEFORE/AFTER
      *COLUMNS (SAME LAYOUT AS WS-CLIENTES-IDX.cpy).
       01  IMAGEN-CLIENTE.
           05  IMG-ID              PIC 9(05).
           05  IMG-NOMBRE          PIC X(50).
           05  IMG-ACTIVO          PIC X(01).
           05  IMG-DIRECCION       PIC X(60).
           05  IMG-TELEFONO        PIC X(15).
           05  IMG-EMAIL           PIC X(40).
           05  FILLER              PIC X(60).
       01  PRIVACIDAD-LINEA.
           05  PRV-FECHA           PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  PRV-HORA            PIC X(08).
           05  FILLER              PIC X(01) VALUE ' '.
           05  PRV-OPERADOR        PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  PRV-MODO            PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  PRV-CLIENTE         PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  PRV-RESULTADO       PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  PRV-DETALLE         PIC X(70).
       01  CERROJO-LINEA.
           05  CER-HOLDER          PIC X(20).
           05  FILLER              PIC X(01) VALUE ' '.
           05  CER-DESDE           PIC X(19).

       COPY WS-VENTA.
       COPY VENTA-COMPAT-WS.
       COPY FUSIONES-WS.
       COPY WS-DIARIO.
       COPY WS-APROBACION.
       COPY SEGURIDAD-WS.

       PROCEDURE DIVISION.
       ACCEPT WS-ARGUMENTOS FROM COMMAND-LINE
       UNSTRING WS-ARGUMENTOS DELIMITED BY ALL SPACE
           INTO WS-MODO WS-CLIENTE-TOKEN
       END-UNSTRING
       MOVE FUNCTION UPPER-CASE (WS-MODO) TO WS-MODO
       IF (WS-MODO NOT = 'EXTRAER' AND WS-MODO NOT = 'ANONIMIZAR')
           OR FUNCTION TRIM (WS-CLIENTE-TOKEN) IS NOT NUMERIC
           DISPLAY "USO: PRIVACIDAD-CLIENTE EXTRAER|ANONIMIZAR "
               "<CLIENTE-ID>"
           STOP RUN
       END-IF
       MOVE FUNCTION NUMVAL (WS-CLIENTE-TOKEN) TO WS-CLIENTE-PEDIDO
       MOVE WS-CLIENTE-PEDIDO TO WS-CLIENTE-BUSCADO
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
           WS-CURRENT-DATE (7:2) DELIMITED BY SIZE INTO WS-HOY
      *PERSONAL DATA LEAVES THE SYSTEM ON A SUPERVISOR'S OR FINANCE
      *OPERATOR'S SAY-SO; ERASING IT FOR GOOD IS AN ADMINISTRATOR'S.
       MOVE 'PRIVACIDAD-CLIENTE' TO WS-SEG-PROGRAMA
       IF WS-MODO = 'EXTRAER'
           MOVE 'SF' TO WS-SEG-ROLES-REQ
       ELSE
           MOVE 'A' TO WS-SEG-ROLES-REQ
       END-IF
       MOVE SPACES TO WS-SEG-ACCION
       STRING FUNCTION TRIM (WS-MODO) ' DATOS DEL CLIENTE '
           WS-CLIENTE-PEDIDO DELIMITED BY SIZE INTO WS-SEG-ACCION
       PERFORM VERIFICAR-AUTORIZACION
       IF WS-SEG-AUTORIZADO = 'N'
           MOVE 'RECHAZADO' TO WS-RESULTADO
           MOVE 'SIN AUTORIZACION' TO WS-DETALLE
           PERFORM REGISTRAR-PRIVACIDAD
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM CARGAR-FUSIONES
       PERFORM RESOLVER-CLIENTE
       PERFORM BUSCAR-FICHAS
       IF WS-FICHAS = 0
           DISPLAY "ERROR: CLIENTE " WS-CLIENTE-PEDIDO
               " NO EXISTE EN CLIENTES.dat"
           MOVE 'RECHAZADO' TO WS-RESULTADO
           MOVE 'CLIENTE INEXISTENTE' TO WS-DETALLE
           PERFORM REGISTRAR-PRIVACIDAD
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-MODO = 'EXTRAER'
           PERFORM EXTRAER-DATOS
       ELSE
           PERFORM ANONIMIZAR-DATOS
       END-IF
       STOP RUN.

      *A REQUEST MADE UNDER A DUPLICATE'S ID IS ANSWERED FOR THE
      *CLIENT IT WAS MERGED INTO - THAT RECORD NOW HOLDS THE HISTORY.
       RESOLVER-CLIENTE.
       MOVE WS-CLIENTE-PEDIDO TO CLIENTE-ID
       PERFORM APLICAR-FUSION
       IF CLIENTE-ID NOT = WS-CLIENTE-PEDIDO
           MOVE CLIENTE-ID TO WS-CLIENTE-BUSCADO
           DISPLAY "AVISO: CLIENTE " WS-CLIENTE-PEDIDO
               " FUE FUSIONADO EN " WS-CLIENTE-BUSCADO
               " - SE ATIENDE LA SOLICITUD SOBRE ESE CLIENTE"
       END-IF.

      *EVERY MASTER RECORD THAT RESOLVES TO THE CLIENT: THE CLIENT
      *ITSELF PLUS ITS MERGED DUPLICATES.
       BUSCAR-FICHAS.
       MOVE 0 TO WS-FICHAS
       OPEN INPUT CLIENTES
       IF WS-CLI-STATUS = '00'
           MOVE 0 TO CLI-ID
           START CLIENTES KEY IS > CLI-ID
           IF WS-CLI-STATUS = '00'
               PERFORM UNTIL EOF = 1
                   READ CLIENTES NEXT RECORD
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE CLI-ID TO CLIENTE-ID
                           PERFORM APLICAR-FUSION
                           IF CLIENTE-ID = WS-CLIENTE-BUSCADO
                               AND WS-FICHAS < 50
                               ADD 1 TO WS-FICHAS
                               MOVE CLI-ID TO FICHA-ID (WS-FICHAS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CLIENTES
       END-IF
       MOVE 0 TO EOF.

      ****************************************************************
      * ACCESS REQUEST - EVERYTHING HELD ABOUT THE CLIENT
      ****************************************************************
       EXTRAER-DATOS.
       MOVE SPACES TO WS-EXT-NOMBRE
       STRING 'DATOS-CLIENTE-' WS-CLIENTE-BUSCADO '.txt'
           DELIMITED BY SIZE INTO WS-EXT-NOMBRE
       OPEN OUTPUT EXTRACTO
       MOVE SPACES TO FD-EXT-REC
       STRING '**DATOS PERSONALES DEL CLIENTE ' WS-CLIENTE-BUSCADO
           ' AL ' WS-HOY '**' DELIMITED BY SIZE INTO FD-EXT-REC
       WRITE FD-EXT-REC
       PERFORM EXTRAER-FICHAS
       MOVE SPACES TO FD-EXT-REC
       WRITE FD-EXT-REC
       MOVE 'HISTORIAL DE COMPRAS (IMPORTE = CANTIDAD X PRECIO)'
           TO FD-EXT-REC
       WRITE FD-EXT-REC
       MOVE 0 TO WS-LINEAS-TOTAL
       PERFORM RECORRER-GENERACIONES
       MOVE 'VENTAS-YTD.txt' TO WS-LEDGER-NOMBRE
       PERFORM PROCESAR-ARCHIVO
       PERFORM EXTRAER-INDICE
       PERFORM LEER-PUNTOS
       PERFORM LEER-CARTERA
       MOVE SPACES TO FD-EXT-REC
       WRITE FD-EXT-REC
       MOVE WS-SALDO-PUNTOS TO WS-EDIT-PUNTOS
       MOVE SPACES TO FD-EXT-REC
       IF WS-PUNTOS-HALLADO = 'S'
           STRING 'PUNTOS DE LEALTAD (PUNTOS.txt):   ' WS-EDIT-PUNTOS
               DELIMITED BY SIZE INTO FD-EXT-REC
       ELSE
           MOVE 'PUNTOS DE LEALTAD (PUNTOS.txt):   SIN REGISTRO'
               TO FD-EXT-REC
       END-IF
       WRITE FD-EXT-REC
       MOVE WS-SALDO-CARTERA TO WS-EDIT-IMPORTE
       MOVE SPACES TO FD-EXT-REC
       IF WS-CARTERA-HALLADA = 'S'
           STRING 'SALDO POR COBRAR (CARTERA.txt): ' WS-EDIT-IMPORTE
               DELIMITED BY SIZE INTO FD-EXT-REC
       ELSE
           MOVE 'SALDO POR COBRAR (CARTERA.txt): SIN REGISTRO'
               TO FD-EXT-REC
       END-IF
       WRITE FD-EXT-REC
       CLOSE EXTRACTO
       DISPLAY "EXTRACTO GENERADO: " FUNCTION TRIM (WS-EXT-NOMBRE)
           " (" WS-FICHAS " FICHAS, " WS-LINEAS-TOTAL
           " LINEAS DE COMPRA)"
       MOVE 'ENTREGADO' TO WS-RESULTADO
       MOVE SPACES TO WS-DETALLE
       STRING FUNCTION TRIM (WS-EXT-NOMBRE) ' - ' WS-FICHAS
           ' FICHAS, ' WS-LINEAS-TOTAL ' LINEAS DE COMPRA'
           DELIMITED BY SIZE INTO WS-DETALLE
       PERFORM REGISTRAR-PRIVACIDAD.

       EXTRAER-FICHAS.
       OPEN INPUT CLIENTES
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-FICHAS
           MOVE FICHA-ID (WS-I) TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM ESCRIBIR-FICHA
           END-READ
       END-PERFORM
       CLOSE CLIENTES.

       ESCRIBIR-FICHA.
       MOVE SPACES TO FD-EXT-REC
       WRITE FD-EXT-REC
       MOVE SPACES TO FD-EXT-REC
       IF CLI-FUSION-EN = 0
           STRING 'FICHA DEL CLIENTE (CLIENTES.dat): ' CLI-ID
               DELIMITED BY SIZE INTO FD-EXT-REC
       ELSE
           STRING 'FICHA DUPLICADA ' CLI-ID ' FUSIONADA EN '
               CLI-FUSION-EN DELIMITED BY SIZE INTO FD-EXT-REC
       END-IF
       WRITE FD-EXT-REC
       MOVE SPACES TO FD-EXT-REC
       STRING '  NOMBRE:     ' CLI-NOMBRE DELIMITED BY SIZE
           INTO FD-EXT-REC
       WRITE FD-EXT-REC
       MOVE SPACES TO FD-EXT-REC
       STRING '  DIRECCION:  ' CLI-DIRECCION DELIMITED BY SIZE
           INTO FD-EXT-REC
       WRITE FD-EXT-REC
       MOVE SPACES TO FD-EXT-REC
       STRING '  TELEFONO:   ' CLI-TELEFONO DELIMITED BY SIZE
           INTO FD-EXT-REC
       WRITE FD-EXT-REC
       MOVE SPACES TO FD-EXT-REC
       STRING '  EMAIL:      ' CLI-EMAIL DELIMITED BY SIZE
           INTO FD-EXT-REC
       WRITE FD-EXT-REC
       IF CLI-LIMITE-CREDITO NUMERIC
           MOVE CLI-LIMITE-CREDITO TO WS-EDIT-LIMITE
       ELSE
           MOVE ZEROS TO WS-EDIT-LIMITE
       END-IF
       MOVE SPACES TO FD-EXT-REC
       STRING '  ACTIVO: ' CLI-ACTIVO '  LIMITE DE CREDITO: '
           WS-EDIT-LIMITE '  RETENIDO: ' CLI-RETENIDO ' '
           CLI-RETENCION-MOTIVO DELIMITED BY SIZE INTO FD-EXT-REC
       WRITE FD-EXT-REC
       MOVE SPACES TO FD-EXT-REC
       STRING '  SEGMENTO:   ' CLI-SEGMENTO ' DESDE '
           CLI-SEGMENTO-FECHA DELIMITED BY SIZE INTO FD-EXT-REC
       WRITE FD-EXT-REC.

      *ONE LINE PER PURCHASE, REFUND OR PAYMENT, LABELLED WITH THE
      *FILE IT CAME FROM. dataset4_idx.dat IS THE CURRENT BATCH AND
      *MAY REPEAT LINES ALREADY POSTED TO THE LEDGER.
       ESCRIBIR-COMPRA.
       ADD 1 TO WS-LINEAS-ARCHIVO
       ADD 1 TO WS-LINEAS-TOTAL
       IF COSTO NUMERIC AND CANTIDAD-VENDIDA NUMERIC
           COMPUTE WS-IMPORTE-LINEA = CANTIDAD-VENDIDA * COSTO
       ELSE
           MOVE 0 TO WS-IMPORTE-LINEA
       END-IF
       IF TIPO-TRANSACCION = 'R' OR TIPO-TRANSACCION = 'P'
           OR TIPO-TRANSACCION = 'C'
           SUBTRACT WS-IMPORTE-LINEA FROM WS-TOTAL-FUENTE
       ELSE
           ADD WS-IMPORTE-LINEA TO WS-TOTAL-FUENTE
       END-IF
       MOVE WS-IMPORTE-LINEA TO WS-EDIT-IMPORTE
       MOVE SPACES TO FD-EXT-REC
       STRING '  ' WS-FUENTE ' ' FECHA-VENTA ' ' TIPO-TRANSACCION
           ' SUC ' SUCURSAL ' ' PRODUCTO-SKU ' ' PRODUCTO-NOMBRE
           ' X' CANTIDAD-VENDIDA ' ' WS-EDIT-IMPORTE ' '
           TRANSACCION-ID DELIMITED BY SIZE INTO FD-EXT-REC
       WRITE FD-EXT-REC.

       TOTAL-FUENTE.
       IF WS-LINEAS-ARCHIVO > 0
           MOVE WS-TOTAL-FUENTE TO WS-EDIT-IMPORTE
           MOVE SPACES TO FD-EXT-REC
           STRING '  ' WS-FUENTE ' ' WS-LINEAS-ARCHIVO
               ' LINEAS, NETO ' WS-EDIT-IMPORTE
               DELIMITED BY SIZE INTO FD-EXT-REC
           WRITE FD-EXT-REC
       END-IF.

       EXTRAER-INDICE.
       MOVE 'dataset4_idx.dat' TO WS-FUENTE
       MOVE 0 TO WS-LINEAS-ARCHIVO WS-TOTAL-FUENTE
       OPEN INPUT DATASET4-IDX
       IF WS-IDX-STATUS = '00'
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-FICHAS
               MOVE FICHA-ID (WS-I) TO IDX-CLIENTE-ID
               MOVE ZEROS TO IDX-SEQ
               START DATASET4-IDX KEY IS >= IDX-CLAVE
               IF WS-IDX-STATUS = '00'
                   PERFORM UNTIL EOF = 1
                       READ DATASET4-IDX NEXT RECORD
                           AT END
                               MOVE 1 TO EOF
                           NOT AT END
                               IF IDX-CLIENTE-ID = FICHA-ID (WS-I)
                                   MOVE IDX-LINEA TO WS-VENTA-CRUDA
                                   PERFORM AJUSTAR-VENTA
                                   PERFORM ESCRIBIR-COMPRA
                               ELSE
                                   MOVE 1 TO EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 0 TO EOF
               END-IF
           END-PERFORM
           CLOSE DATASET4-IDX
       END-IF
       PERFORM TOTAL-FUENTE.

       LEER-PUNTOS.
       MOVE 0 TO WS-SALDO-PUNTOS
       OPEN INPUT PUNTOS
       IF WS-PTS-STATUS = '00'
           PERFORM UNTIL EOF = 1
               READ PUNTOS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
      *THREE-DIGIT-ERA BALANCE LINES (SPACE IN BYTE 4) ARE RE-SEATED
      *INTO THE FIVE-DIGIT RECORD BEFORE THE COMPARE.
                       IF FD-PTS-REC (4:1) = ' '
                           MOVE SPACES TO PUNTOS-LINEA-REC
                           MOVE '00' TO PUNTOS-LINEA-REC (1:2)
                           MOVE FD-PTS-REC (1:3) TO
                               PUNTOS-LINEA-REC (3:3)
                           MOVE FD-PTS-REC (5:21) TO
                               PUNTOS-LINEA-REC (7:21)
                       ELSE
                           MOVE FD-PTS-REC TO PUNTOS-LINEA-REC
                       END-IF
                       IF PTL-CLIENTE NUMERIC AND PTL-SALDO NUMERIC
                           MOVE PTL-CLIENTE TO CLIENTE-ID
                           PERFORM APLICAR-FUSION
                           IF CLIENTE-ID = WS-CLIENTE-BUSCADO
                               ADD PTL-SALDO TO WS-SALDO-PUNTOS
                               MOVE 'S' TO WS-PUNTOS-HALLADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PUNTOS
       END-IF
       MOVE 0 TO EOF.

      *THE FOUR AGED BUCKETS AS LAST STORED - AGEING DOES NOT
      *CHANGE THE TOTAL, ONLY WHICH BUCKET IT SITS IN.
       LEER-CARTERA.
       MOVE 0 TO WS-SALDO-CARTERA
       OPEN INPUT CARTERA
       IF WS-CAR-STATUS = '00'
           PERFORM UNTIL EOF = 1
               READ CARTERA
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF FD-CAR-REC (4:1) = ' '
                           MOVE SPACES TO CARTERA-LINEA-REC
                           MOVE '00' TO CARTERA-LINEA-REC (1:2)
                           MOVE FD-CAR-REC (1:3) TO
                               CARTERA-LINEA-REC (3:3)
                           MOVE FD-CAR-REC (5:70) TO
                               CARTERA-LINEA-REC (7:70)
                       ELSE
                           MOVE FD-CAR-REC TO CARTERA-LINEA-REC
                       END-IF
                       IF CTL-CLIENTE NUMERIC AND CTL-B1 NUMERIC
                           AND CTL-B2 NUMERIC AND CTL-B3 NUMERIC
                           AND CTL-B4 NUMERIC
                           MOVE CTL-CLIENTE TO CLIENTE-ID
                           PERFORM APLICAR-FUSION
                           IF CLIENTE-ID = WS-CLIENTE-BUSCADO
                               COMPUTE WS-SALDO-CARTERA =
                                   WS-SALDO-CARTERA + CTL-B1 + CTL-B2
                                   + CTL-B3 + CTL-B4
                               MOVE 'S' TO WS-CARTERA-HALLADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARTERA
       END-IF
       MOVE 0 TO EOF.

      ****************************************************************
      * ERASURE REQUEST - NAME AND CONTACT DETAILS REPLACED
      * EVERYWHERE, IDS AND AMOUNTS KEPT
      ****************************************************************
      *A CLIENT WHO STILL OWES (OR IS OWED) MONEY CANNOT BE ERASED -
      *COLLECTIONS AND THE STATEMENTS STILL NEED TO KNOW WHO IT IS.
      *THE SALES FILES ARE REWRITTEN UNDER THE MASTER LOCK SO NO
      *BATCH STEP IS READING OR APPENDING TO THEM MEANWHILE.
       ANONIMIZAR-DATOS.
       PERFORM LEER-CARTERA
       IF WS-SALDO-CARTERA NOT = 0
           MOVE WS-SALDO-CARTERA TO WS-EDIT-IMPORTE
           DISPLAY "ERROR: CLIENTE " WS-CLIENTE-BUSCADO
               " TIENE SALDO EN CARTERA (" WS-EDIT-IMPORTE
               ") - NO SE PUEDE ANONIMIZAR"
           MOVE 'RECHAZADO' TO WS-RESULTADO
           MOVE SPACES TO WS-DETALLE
           STRING 'SALDO ABIERTO EN CARTERA ' WS-EDIT-IMPORTE
               DELIMITED BY SIZE INTO WS-DETALLE
           PERFORM REGISTRAR-PRIVACIDAD
           MOVE 8 TO RETURN-CODE
       ELSE
           PERFORM TOMAR-CERROJO
           PERFORM ANONIMIZAR-FICHAS
           MOVE 0 TO WS-LINEAS-TOTAL WS-ARCHIVOS-CAMBIADOS
           PERFORM RECORRER-GENERACIONES
           MOVE 'VENTAS-YTD.txt' TO WS-LEDGER-NOMBRE
           PERFORM PROCESAR-ARCHIVO
           MOVE 'dataset4.txt' TO WS-LEDGER-NOMBRE
           PERFORM PROCESAR-ARCHIVO
           PERFORM ANONIMIZAR-INDICE
           PERFORM ANONIMIZAR-DIARIO
           PERFORM ANONIMIZAR-APROBACIONES
           PERFORM EXPORTAR-NOMBRES
           PERFORM LIBERAR-CERROJO
           DISPLAY "CLIENTE " WS-CLIENTE-BUSCADO " ANONIMIZADO: "
               WS-FICHAS " FICHAS, " WS-LINEAS-TOTAL
               " LINEAS DE VENTA EN " WS-ARCHIVOS-CAMBIADOS
               " ARCHIVOS, " WS-DIARIO-CAMBIADAS
               " ENTRADAS DEL DIARIO, " WS-APROBACIONES-CAMBIADAS
               " APROBACIONES DE CREDITO"
           MOVE 'BORRADO' TO WS-RESULTADO
           MOVE SPACES TO WS-DETALLE
           STRING WS-FICHAS ' FICHAS, ' WS-LINEAS-TOTAL
               ' LINEAS DE VENTA, ' WS-DIARIO-CAMBIADAS
               ' ENTRADAS DE DIARIO' DELIMITED BY SIZE INTO WS-DETALLE
           PERFORM REGISTRAR-PRIVACIDAD
       END-IF.

      *THE RECORD STAYS (THE ID IS PERMANENT AND HISTORY POINTS AT
      *IT) BUT IS RETIRED - THERE IS NOBODY LEFT TO SELL TO.
       ANONIMIZAR-FICHAS.
       OPEN I-O CLIENTES
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-FICHAS
           MOVE FICHA-ID (WS-I) TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-MARCA-ANONIMA TO CLI-NOMBRE
                       CLI-DIRECCION CLI-TELEFONO CLI-EMAIL
                   MOVE 'N' TO CLI-ACTIVO
                   REWRITE CLI-REC
           END-READ
       END-PERFORM
       CLOSE CLIENTES.

      *ONLY THE CLIENT NAME COLUMN CHANGES, IN WHICHEVER LAYOUT THE
      *LINE WAS WRITTEN, SO NO LINE MOVES, NO TRAILER COUNT OR SUM
      *CHANGES AND OLD GENERATIONS KEEP THEIR OWN LAYOUT.
       BORRAR-NOMBRE-LINEA.
       IF VC-FIN-ACTUAL = '|'
           MOVE WS-MARCA-ANONIMA TO WS-VENTA-CRUDA (13:50)
       ELSE
           MOVE WS-MARCA-ANONIMA TO VC-CLIENTE-NOMBRE
       END-IF.

       ANONIMIZAR-INDICE.
       OPEN I-O DATASET4-IDX
       IF WS-IDX-STATUS = '00'
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-FICHAS
               MOVE FICHA-ID (WS-I) TO IDX-CLIENTE-ID
               MOVE ZEROS TO IDX-SEQ
               START DATASET4-IDX KEY IS >= IDX-CLAVE
               IF WS-IDX-STATUS = '00'
                   PERFORM UNTIL EOF = 1
                       READ DATASET4-IDX NEXT RECORD
                           AT END
                               MOVE 1 TO EOF
                           NOT AT END
                               IF IDX-CLIENTE-ID = FICHA-ID (WS-I)
                                   MOVE IDX-LINEA TO WS-VENTA-CRUDA
                                   PERFORM BORRAR-NOMBRE-LINEA
                                   MOVE WS-VENTA-CRUDA TO IDX-LINEA
                                   REWRITE IDX-REC
                                   ADD 1 TO WS-LINEAS-TOTAL
                               ELSE
                                   MOVE 1 TO EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 0 TO EOF
               END-IF
           END-PERFORM
           CLOSE DATASET4-IDX
       END-IF.

      *JOURNAL ENTRIES FOR THE CLIENT'S RECORDS KEEP WHAT CHANGED
      *AND WHEN, BUT NOT WHO THE PERSON WAS.
       ANONIMIZAR-DIARIO.
       MOVE 0 TO WS-DIARIO-CAMBIADAS
       OPEN INPUT DIARIO
       IF WS-DIA-STATUS = '00'
           OPEN OUTPUT DIARIO-NUEVO
           PERFORM UNTIL EOF = 1
               READ DIARIO
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE FD-DIA-REC TO DIARIO-LINEA
                       IF DIA-MAESTRO = 'CLIENTES'
                           PERFORM ANONIMIZAR-ENTRADA-DIARIO
                       END-IF
                       MOVE DIARIO-LINEA TO FD-DIAN-REC
                       WRITE FD-DIAN-REC
               END-READ
           END-PERFORM
           CLOSE DIARIO
           CLOSE DIARIO-NUEVO
           IF WS-DIARIO-CAMBIADAS > 0
               CALL "SYSTEM" USING
                   "mv -f DIARIO.NUEVO.txt DIARIO-MAESTROS.txt"
           ELSE
               CALL 'CBL_DELETE_FILE' USING 'DIARIO.NUEVO.txt'
           END-IF
           MOVE 0 TO RETURN-CODE
       END-IF
       MOVE 0 TO EOF.

       ANONIMIZAR-ENTRADA-DIARIO.
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-FICHAS
           IF DIA-CLAVE (1:5) = FICHA-ID (WS-I)
               ADD 1 TO WS-DIARIO-CAMBIADAS
               IF DIA-ANTES NOT = SPACES
                   MOVE DIA-ANTES TO IMAGEN-CLIENTE
                   PERFORM BORRAR-IMAGEN
                   MOVE IMAGEN-CLIENTE TO DIA-ANTES (1:231)
               END-IF
               IF DIA-DESPUES NOT = SPACES
                   MOVE DIA-DESPUES TO IMAGEN-CLIENTE
                   PERFORM BORRAR-IMAGEN
                   MOVE IMAGEN-CLIENTE TO DIA-DESPUES (1:231)
               END-IF
           END-IF
       END-PERFORM.

      *A HELD SALE KEEPS ITS AMOUNT, REASON AND DECISION - ONLY THE
      *NAME INSIDE THE DET LINE IT CARRIES GOES. APL-CLIENTE IS
      *ALREADY THE SURVIVOR, BUT A LINE QUEUED BEFORE A MERGE MAY
      *STILL NAME THE DUPLICATE, SO EVERY FICHA IS TRIED.
       ANONIMIZAR-APROBACIONES.
       MOVE 0 TO WS-APROBACIONES-CAMBIADAS
       OPEN INPUT APROBACIONES
       IF WS-APR-STATUS = '00'
           OPEN OUTPUT APROBACIONES-NUEVO
           PERFORM UNTIL EOF = 1
               READ APROBACIONES
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE FD-APR-REC TO APROBACION-LINEA
                       PERFORM ANONIMIZAR-ENTRADA-APROBACION
                       MOVE APROBACION-LINEA TO FD-APRN-REC
                       WRITE FD-APRN-REC
               END-READ
           END-PERFORM
           CLOSE APROBACIONES
           CLOSE APROBACIONES-NUEVO
           IF WS-APROBACIONES-CAMBIADAS > 0
               CALL "SYSTEM" USING
                   "mv -f APROBACION.NUEVO.txt APROBACION-CREDITO.txt"
           ELSE
               CALL 'CBL_DELETE_FILE' USING 'APROBACION.NUEVO.txt'
           END-IF
           MOVE 0 TO RETURN-CODE
       END-IF
       MOVE 0 TO EOF.

       ANONIMIZAR-ENTRADA-APROBACION.
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-FICHAS
           IF APL-CLIENTE = FICHA-ID (WS-I)
               AND APL-LINEA NOT = SPACES
               ADD 1 TO WS-APROBACIONES-CAMBIADAS
               MOVE APL-LINEA TO WS-VENTA-CRUDA
               PERFORM BORRAR-NOMBRE-LINEA
               MOVE WS-VENTA-CRUDA TO APL-LINEA
           END-IF
       END-PERFORM.

       BORRAR-IMAGEN.
       MOVE WS-MARCA-ANONIMA TO IMG-NOMBRE IMG-DIRECCION
           IMG-TELEFONO IMG-EMAIL.

       EXPORTAR-NOMBRES.
       OPEN INPUT CLIENTES
       OPEN OUTPUT MAESTRO-NUEVO
       MOVE 0 TO CLI-ID
       START CLIENTES KEY IS > CLI-ID
       IF WS-CLI-STATUS = '00'
           PERFORM UNTIL EOF = 1
               READ CLIENTES NEXT RECORD
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF CLI-ACTIVO = 'S'
                           MOVE CLI-NOMBRE TO MAESTRO-NUEVO-REC
                           WRITE MAESTRO-NUEVO-REC
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE MAESTRO-NUEVO
       CLOSE CLIENTES
       CALL "SYSTEM" USING "mv -f MAESTRO.NUEVO.txt nombres.txt"
       MOVE 0 TO RETURN-CODE
       MOVE 0 TO EOF.

      ****************************************************************
      * SALES FILES - SHARED BY BOTH MODES
      ****************************************************************
      *EVERY ARCHIVED GENERATION, OLDEST FIRST, IN REGISTRY ORDER.
       RECORRER-GENERACIONES.
       OPEN INPUT REGISTRO
       IF WS-REG-STATUS = '00'
           PERFORM UNTIL WS-REG-EOF = 1
               READ REGISTRO
                   AT END
                       MOVE 1 TO WS-REG-EOF
                   NOT AT END
                       MOVE FD-REG-REC TO REGISTRO-LINEA
                       IF REG-GEN NUMERIC
                           MOVE SPACES TO WS-LEDGER-NOMBRE
                           STRING 'VENTAS-YTD-G' REG-GEN '.txt'
                               DELIMITED BY SIZE
                               INTO WS-LEDGER-NOMBRE
                           PERFORM PROCESAR-ARCHIVO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRO
       END-IF
       MOVE 0 TO WS-REG-EOF.

      *EXTRAER LISTS THE CLIENT'S DET LINES; ANONIMIZAR COPIES THE
      *FILE WITH THE CLIENT'S NAME BLANKED AND RENAMES THE COPY OVER
      *IT, LEAVING A FILE WITHOUT THE CLIENT UNTOUCHED.
       PROCESAR-ARCHIVO.
       MOVE WS-LEDGER-NOMBRE TO WS-FUENTE
       MOVE 0 TO WS-LINEAS-ARCHIVO WS-TOTAL-FUENTE
       OPEN INPUT LEDGER
       IF WS-LED-STATUS NOT = '00'
           DISPLAY "AVISO: " FUNCTION TRIM (WS-LEDGER-NOMBRE)
               " NO DISPONIBLE - OMITIDO"
       ELSE
           IF WS-MODO = 'ANONIMIZAR'
               OPEN OUTPUT LEDGER-NUEVO
           END-IF
           PERFORM UNTIL EOF = 1
               READ LEDGER
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       PERFORM PROCESAR-LINEA
               END-READ
           END-PERFORM
           CLOSE LEDGER
           IF WS-MODO = 'ANONIMIZAR'
               CLOSE LEDGER-NUEVO
               PERFORM CERRAR-ARCHIVO-ANONIMO
           ELSE
               PERFORM TOTAL-FUENTE
           END-IF
       END-IF
       MOVE 0 TO EOF.

       PROCESAR-LINEA.
       MOVE FD-LEDGER-REC TO WS-VENTA-CRUDA
       IF FD-LEDGER-REC (1:3) = 'DET'
           PERFORM AJUSTAR-VENTA
           PERFORM APLICAR-FUSION
           IF CLIENTE-ID = WS-CLIENTE-BUSCADO
               IF WS-MODO = 'ANONIMIZAR'
                   PERFORM BORRAR-NOMBRE-LINEA
                   ADD 1 TO WS-LINEAS-ARCHIVO
                   ADD 1 TO WS-LINEAS-TOTAL
               ELSE
                   PERFORM ESCRIBIR-COMPRA
               END-IF
           END-IF
       END-IF
       IF WS-MODO = 'ANONIMIZAR'
           MOVE WS-VENTA-CRUDA TO FD-LEDN-REC
           WRITE FD-LEDN-REC
       END-IF.

       CERRAR-ARCHIVO-ANONIMO.
       IF WS-LINEAS-ARCHIVO > 0
           ADD 1 TO WS-ARCHIVOS-CAMBIADOS
           MOVE SPACES TO WS-COMANDO
           STRING 'mv -f PRIVACIDAD.NUEVO.txt '
               FUNCTION TRIM (WS-LEDGER-NOMBRE)
               DELIMITED BY SIZE INTO WS-COMANDO
           CALL "SYSTEM" USING WS-COMANDO
       ELSE
           CALL 'CBL_DELETE_FILE' USING 'PRIVACIDAD.NUEVO.txt'
       END-IF
       MOVE 0 TO RETURN-CODE.

      ****************************************************************
      * LOCK AND LOG
      ****************************************************************
       TOMAR-CERROJO.
       OPEN INPUT CERROJO
       IF WS-CER-STATUS = '00'
           READ CERROJO
           MOVE FD-CER-REC TO CERROJO-LINEA
           CLOSE CERROJO
           DISPLAY "CERROJO DE MAESTROS YA TOMADO POR "
               FUNCTION TRIM (CER-HOLDER) " DESDE " CER-DESDE
           DISPLAY "REINTENTE CUANDO EL LOTE TERMINE"
           MOVE 'RECHAZADO' TO WS-RESULTADO
           MOVE 'MAESTROS BLOQUEADOS POR EL LOTE' TO WS-DETALLE
           PERFORM REGISTRAR-PRIVACIDAD
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE 'PRIVACIDAD-CLIENTE' TO CER-HOLDER
       MOVE SPACES TO CER-DESDE
       STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
           WS-CURRENT-DATE (7:2) ' ' WS-CURRENT-DATE (9:2) ':'
           WS-CURRENT-DATE (11:2) ':' WS-CURRENT-DATE (13:2)
           DELIMITED BY SIZE INTO CER-DESDE
       OPEN OUTPUT CERROJO
       MOVE CERROJO-LINEA TO FD-CER-REC
       WRITE FD-CER-REC
       CLOSE CERROJO.

       LIBERAR-CERROJO.
       CALL 'CBL_DELETE_FILE' USING 'CERROJO-MAESTROS.txt'
       MOVE 0 TO RETURN-CODE.

       REGISTRAR-PRIVACIDAD.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-HOY TO PRV-FECHA
       MOVE SPACES TO PRV-HORA
       STRING WS-CURRENT-DATE (9:2) ':' WS-CURRENT-DATE (11:2) ':'
           WS-CURRENT-DATE (13:2) DELIMITED BY SIZE INTO PRV-HORA
       IF WS-SEG-USUARIO = SPACES
           MOVE 'OPERADOR' TO PRV-OPERADOR
       ELSE
           MOVE WS-SEG-USUARIO TO PRV-OPERADOR
       END-IF
       MOVE WS-MODO TO PRV-MODO
       MOVE WS-CLIENTE-PEDIDO TO PRV-CLIENTE
       MOVE WS-RESULTADO TO PRV-RESULTADO
       MOVE WS-DETALLE TO PRV-DETALLE
       OPEN EXTEND PRIVACIDAD
       IF WS-PRV-STATUS = '35'
           OPEN OUTPUT PRIVACIDAD
       END-IF
       MOVE PRIVACIDAD-LINEA TO FD-PRV-REC
       WRITE FD-PRV-REC
       CLOSE PRIVACIDAD.

       COPY VENTA-COMPAT-PROC.
       COPY FUSIONES-PROC.
       COPY SEGURIDAD-PROC.
