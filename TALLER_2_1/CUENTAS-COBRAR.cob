       SELECT DISPOSICIONES ASSIGN TO 'DISPOSICIONES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSP-STATUS.
       SELECT PAGOS-BANCO ASSIGN TO 'PAGOS-BANCO.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAG-STATUS.
       SELECT COBROS ASSIGN TO 'COBROS-CARTERA.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COB-STATUS.
       SELECT SUCURSALES-MON ASSIGN TO 'sucursales.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUCMON-STATUS.
       SELECT MONEDAS ASSIGN TO 'monedas.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MON-STATUS.

       DATA DIVISION.

      * ACROSS RUNS THE WAY PUNTOS.txt CARRIES POINTS: LOADED, AGED,
      * MOVED BY THIS BATCH, REWRITTEN IN FULL. 'V' CHARGES LAND IN
      * THE CURRENT BUCKET, MATCHED 'R' REFUNDS AND 'P' PAYMENTS
      * SETTLE THE OLDEST BUCKETS FIRST. THE BUCKETS ARE IN THE
      * CURRENCY OF THE BRANCH THAT LAST CHARGED THE CLIENT, CARRIED
      * AT THE END OF THE LINE SO CUADRAR-SUBMAYORES CAN CONVERT
      * THEM (BLANK ON LINES WRITTEN BEFORE IT WAS KEPT).
       FD  CARTERA.
           01  FD-CAR-REC          PIC X(80).
      * THE REWRITE GOES TO A SCRATCH FILE FIRST AND IS RENAMED OVER
               05  DSP-MOTIVO      PIC X(30).
               05  FILLER          PIC X(01).
               05  DSP-LINEA       PIC X(188).
      * CLIENT PAYMENTS MATCHED OFF THE BANK STATEMENT BY
      * IMPORTAR-BANCO, AS 'P' DET LINES - SETTLED HERE THROUGH THE
      * SAME APLICAR-ABONO AS A TILL PAYMENT, THEN MOVED TO
      * PAGOS-BANCO-APLICADOS.txt ONCE CARTERA.txt IS SAFELY
      * REWRITTEN SO NO RUN POSTS THEM TWICE.
       FD  PAGOS-BANCO.
           01  FD-PAG-REC          PIC X(188).
      * PAYMENTS SETTLED PER RUN, FECHA,IMPORTE - APPENDED ONLY. THE
      * JOURNAL EXTRACT CARRIES NO PAYMENT LINE (CASH AND RECEIVABLE
      * SHARE ITS CAJA CONTRA), SO CUADRAR-SUBMAYORES TAKES THE
      * RECEIPTS FROM HERE TO CARRY THE GL'S RECEIVABLE FORWARD -
      * IN THE REPORTING CURRENCY, LIKE THE EXTRACT ITSELF.
       FD  COBROS.
           01  FD-COB-REC          PIC X(40).
       FD  SUCURSALES-MON.
           01  FD-SUCMON-REC       PIC X(50).
       FD  MONEDAS.
           01  FD-MON-REC          PIC X(50).

      ****************************************************************
      * WS SECTION
       01  WS-DS-STATUS            PIC XX VALUE '00'.
       01  WS-CAR-STATUS           PIC XX VALUE '00'.
       01  WS-DSP-STATUS           PIC XX VALUE '00'.
      *'A' LINES AN INTRADAY SLICE ALREADY POSTED (SEE POSTEAR-VENTAS)
      *- THE FULL-DAY RUN PASSES THEM BY.
       01  WS-YA-INTRADIA          PIC 9(07) VALUE ZEROS.
       01  WS-PAG-STATUS           PIC XX VALUE '00'.
       01  WS-PAGOS-BANCO          PIC 9(07) VALUE ZEROS.
       01  WS-COB-STATUS           PIC XX VALUE '00'.
       01  WS-COBROS               PIC 9(13)V99 VALUE ZEROS.
       01  WS-COBROS-ED            PIC Z(12)9.99.
       01  WS-I                    PIC 9(04) VALUE ZEROS.
       01  WS-IMPORTE-LINEA        PIC 9(13)V99 VALUE ZEROS.
       01  WS-RESTO                PIC 9(13)V99 VALUE ZEROS.
               10  CAR-B2          PIC S9(11)V99 VALUE ZEROS.
               10  CAR-B3          PIC S9(11)V99 VALUE ZEROS.
               10  CAR-B4          PIC S9(11)V99 VALUE ZEROS.
               10  CAR-NOMBRE      PIC X(50) VALUE SPACES.
               10  CAR-SUCURSAL    PIC 9(03) VALUE ZEROS.
       01  CARTERA-LINEA-REC.
           05  CTL-CLIENTE         PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
                                       SEPARATE.
           05  FILLER              PIC X(01) VALUE ' '.
           05  CTL-ASOF            PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  CTL-SUCURSAL        PIC X(03).
       01  REPORTE-LINEA.
           05  RPL-CLIENTE         PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
       COPY VENTA-COMPAT-WS.
       COPY WS-DATASET-CTL.
       COPY PERIODOS-WS.
       COPY MONEDAS-WS.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           WS-CURRENT-DATE (7:2) DELIMITED BY SIZE INTO WS-HOY
       MOVE WS-CURRENT-DATE (1:8) TO WS-HOY-NUM
       INITIALIZE MATRIZ-VENTAS
       PERFORM CARGAR-MONEDAS
       PERFORM CARGAR-CARTERA
       PERFORM CARGAR-PERIODOS-CERRADOS
       PERFORM PROCESAR-DATASET
       PERFORM APLICAR-PAGOS-BANCO
       PERFORM GRABAR-CARTERA
       IF WS-COBROS > 0
           PERFORM REGISTRAR-COBROS
       END-IF
       IF WS-PAGOS-BANCO > 0
           CALL "SYSTEM" USING
               "cat PAGOS-BANCO.txt >> PAGOS-BANCO-APLICADOS.txt"
           CALL "SYSTEM" USING "rm -f PAGOS-BANCO.txt"
           MOVE 0 TO RETURN-CODE
           DISPLAY "PAGOS BANCARIOS APLICADOS: " WS-PAGOS-BANCO
       END-IF
       PERFORM ESCRIBIR-ANTIGUEDAD
       DISPLAY "CARTERA ACTUALIZADA: " WS-CLIENTES-MOVIDOS
           " CLIENTES CON SALDO - VER ANTIGUEDAD-CARTERA.txt"
       MOVE CTL-B2 TO CAR-B2 (CTL-CLIENTE)
       MOVE CTL-B3 TO CAR-B3 (CTL-CLIENTE)
       MOVE CTL-B4 TO CAR-B4 (CTL-CLIENTE)
       IF CTL-SUCURSAL NUMERIC
           MOVE CTL-SUCURSAL TO CAR-SUCURSAL (CTL-CLIENTE)
       END-IF
       MOVE 0 TO WS-CORRIMIENTOS
       IF CTL-ASOF (1:4) NUMERIC AND CTL-ASOF (6:2) NUMERIC
           AND CTL-ASOF (9:2) NUMERIC
               AT END
                   MOVE 1 TO EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN DSP-ESTADO = 'A'
                           AND DSP-MOTIVO = 'POSTEADA INTRADIA'
                           ADD 1 TO WS-YA-INTRADIA
                       WHEN DSP-ESTADO = 'A'
                           MOVE DSP-LINEA TO WS-VENTA-CRUDA
                           PERFORM AJUSTAR-VENTA
                           PERFORM POSTEAR-ACEPTADA
                   END-EVALUATE
           END-READ
       END-PERFORM
       CLOSE DISPOSICIONES
       MOVE 0 TO EOF
       IF WS-YA-INTRADIA > 0
           DISPLAY WS-YA-INTRADIA " LINEAS YA POSTEADAS INTRADIA - "
               "OMITIDAS"
       END-IF.

      *AN ACCEPTED REFUND ALREADY PASSED THE ENGINE'S MATCHING -
      *REFUNDS AND PAYMENTS SETTLE OLDEST-FIRST, SALES CHARGE THE
      *CURRENT BUCKET. A CARD OR STORE-CREDIT BALANCE SPENT AS
      *TENDER ('C') SETTLES LIKE A PAYMENT; LOADING A GIFT CARD ('T')
      *CHARGES LIKE A SALE, AND STORE CREDIT ISSUED ('F') CHARGES
      *BACK THE REFUND IT WAS GIVEN INSTEAD OF.
       POSTEAR-ACEPTADA.
       IF CANTIDAD-VENDIDA NUMERIC AND COSTO NUMERIC
           COMPUTE WS-IMPORTE-LINEA = CANTIDAD-VENDIDA * COSTO
       EVALUATE TIPO-TRANSACCION
           WHEN 'P'
               PERFORM APLICAR-ABONO
               PERFORM SUMAR-COBRO
           WHEN 'R'
               PERFORM APLICAR-ABONO
           WHEN 'C'
               PERFORM APLICAR-ABONO
           WHEN OTHER
               ADD WS-IMPORTE-LINEA TO CAR-B1 (CLIENTE-ID)
               PERFORM ANOTAR-SUCURSAL
       END-EVALUATE
       MOVE CLIENTE-NOMBRE TO CAR-NOMBRE (CLIENTE-ID).

      *A BANK PAYMENT IS MONEY ALREADY IN THE ACCOUNT - IT SETTLES
      *THE RECEIVABLE WHATEVER PERIOD IT IS DATED IN.
       APLICAR-PAGOS-BANCO.
       OPEN INPUT PAGOS-BANCO
       IF WS-PAG-STATUS = '00'
           PERFORM UNTIL EOF = 1
               READ PAGOS-BANCO
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE FD-PAG-REC TO WS-VENTA-CRUDA
                       PERFORM AJUSTAR-VENTA
                       IF TIPO-TRANSACCION = 'P'
                           AND CLIENTE-ID NUMERIC
                           AND CLIENTE-ID >= 1 AND CLIENTE-ID <= 2000
                           AND COSTO NUMERIC
                           ADD 1 TO WS-PAGOS-BANCO
                           PERFORM POSTEAR-ACEPTADA
                       ELSE
                           DISPLAY "ADVERTENCIA: LINEA DE "
                               "PAGOS-BANCO.txt ILEGIBLE - OMITIDA"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAGOS-BANCO
       END-IF
       MOVE 0 TO EOF.

       PROCESAR-DATASET-CRUDO.
       OPEN INPUT DATASET
       IF WS-DS-STATUS NOT = '00'
       END-IF
       EVALUATE TIPO-TRANSACCION
           WHEN 'P'
           WHEN 'C'
               PERFORM APLICAR-ABONO
               MOVE CLIENTE-NOMBRE TO CAR-NOMBRE (CLIENTE-ID)
               IF TIPO-TRANSACCION = 'P'
                   PERFORM SUMAR-COBRO
               END-IF
           WHEN 'T'
           WHEN 'F'
               ADD WS-IMPORTE-LINEA TO CAR-B1 (CLIENTE-ID)
               PERFORM ANOTAR-SUCURSAL
               MOVE CLIENTE-NOMBRE TO CAR-NOMBRE (CLIENTE-ID)
           WHEN 'R'
               PERFORM VERIFICAR-REEMBOLSO
               IF WS-REEMBOLSO-OK = 'S'
               ADD CANTIDAD-VENDIDA TO
                   MV-DISPONIBLE (CLIENTE-ID, PRODUCTO-ID)
               ADD WS-IMPORTE-LINEA TO CAR-B1 (CLIENTE-ID)
               PERFORM ANOTAR-SUCURSAL
               MOVE CLIENTE-NOMBRE TO CAR-NOMBRE (CLIENTE-ID)
       END-EVALUATE.

      *THE BRANCH THAT CHARGES THE CLIENT FIXES THE CURRENCY THE
      *BALANCE IS READ IN (SEE CARTERA ABOVE).
       ANOTAR-SUCURSAL.
       IF SUCURSAL NUMERIC AND SUCURSAL >= 1 AND SUCURSAL <= 999
           MOVE SUCURSAL TO CAR-SUCURSAL (CLIENTE-ID)
       END-IF.

      *THE BUCKETS WERE SETTLED IN THE BRANCH CURRENCY; THE RECEIPT
      *IS LOGGED FOR THE GL IN THE REPORTING CURRENCY.
       SUMAR-COBRO.
       PERFORM CONVERTIR-IMPORTE-BASE
       ADD WS-IMPORTE-LINEA TO WS-COBROS.

      *SAME EDITS AS VALIDAR-VENTA IN LEER-DATOS4 - A LINE THE READER
      *WOULD REJECT IS SKIPPED HERE, NOT POSTED.
       VALIDAR-LINEA.
               OR CLIENTE-ID < 1 OR CLIENTE-ID > 2000
               MOVE 'N' TO WS-LINEA-VALIDA
           WHEN TIPO-TRANSACCION NOT = 'P'
               AND TIPO-TRANSACCION NOT = 'T'
               AND TIPO-TRANSACCION NOT = 'C'
               AND TIPO-TRANSACCION NOT = 'F'
               AND (PRODUCTO-ID NOT NUMERIC
               OR PRODUCTO-ID < 1 OR PRODUCTO-ID > 2000)
               MOVE 'N' TO WS-LINEA-VALIDA
           WHEN TIPO-TRANSACCION NOT = 'V'
               AND TIPO-TRANSACCION NOT = 'R'
               AND TIPO-TRANSACCION NOT = 'P'
               AND TIPO-TRANSACCION NOT = 'T'
               AND TIPO-TRANSACCION NOT = 'C'
               AND TIPO-TRANSACCION NOT = 'F'
               MOVE 'N' TO WS-LINEA-VALIDA
           WHEN (TIPO-TRANSACCION = 'T'
               OR TIPO-TRANSACCION = 'C'
               OR TIPO-TRANSACCION = 'F')
               AND PRODUCTO-SKU = SPACES
               MOVE 'N' TO WS-LINEA-VALIDA
           WHEN FECHA-VENTA (1:4) NOT NUMERIC
               OR FECHA-VENTA (5:1) NOT = '-'
               MOVE CAR-B3 (WS-I) TO CTL-B3
               MOVE CAR-B4 (WS-I) TO CTL-B4
               MOVE WS-HOY TO CTL-ASOF
               MOVE CAR-SUCURSAL (WS-I) TO CTL-SUCURSAL
               MOVE CARTERA-LINEA-REC TO FD-CARN-REC
               WRITE FD-CARN-REC
           END-IF
       CALL "SYSTEM" USING "mv -f CARTERA.NUEVA.txt CARTERA.txt"
       MOVE 0 TO RETURN-CODE.

      *APPEND-ONLY, CREATED ON FIRST USE LIKE REJECTED.TXT.
       REGISTRAR-COBROS.
       OPEN EXTEND COBROS
       IF WS-COB-STATUS = '35'
           OPEN OUTPUT COBROS
       END-IF
       MOVE WS-COBROS TO WS-COBROS-ED
       MOVE SPACES TO FD-COB-REC
       STRING WS-HOY ',' FUNCTION TRIM (WS-COBROS-ED)
           DELIMITED BY SIZE INTO FD-COB-REC
       WRITE FD-COB-REC
       CLOSE COBROS.

       ESCRIBIR-ANTIGUEDAD.
       OPEN OUTPUT ANTIGUEDAD
       MOVE SPACES TO FD-ANT-REC

       COPY PERIODOS-PROC.

       COPY MONEDAS-PROC.

       COPY VENTA-COMPAT-PROC.
