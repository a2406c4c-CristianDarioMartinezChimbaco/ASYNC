       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUADRAR-SUBMAYORES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EXTRACTO-HIST ASSIGN TO 'EXTRACTO-GL-HIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXH-STATUS.
       SELECT DECLARACION-HIST ASSIGN TO 'DECLARACION-IVA-HIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DCH-STATUS.
       SELECT COBROS ASSIGN TO 'COBROS-CARTERA.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COB-STATUS.
       SELECT CUENTAS-GL ASSIGN TO 'CUENTAS-GL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTA-STATUS.
       SELECT CARTERA ASSIGN TO 'CARTERA.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAR-STATUS.
       SELECT TARJETAS ASSIGN TO 'TARJETAS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRJ-STATUS.
       SELECT PUNTOS ASSIGN TO 'PUNTOS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PTS-STATUS.
       SELECT SUCURSALES-MON ASSIGN TO 'sucursales.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUCMON-STATUS.
       SELECT MONEDAS ASSIGN TO 'monedas.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MON-STATUS.
       SELECT LIMITES ASSIGN TO 'LIMITES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIM-STATUS.
       SELECT APERTURA ASSIGN TO 'SALDOS-APERTURA-GL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APE-STATUS.
       SELECT REPORTE ASSIGN TO 'CUADRE-SUBMAYORES.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

      ****************************************************************
      * FD SECTION
      ****************************************************************
       FILE SECTION.
      * EVERY BALANCED EXTRACT EXTRACTO-GL EVER HANDED TO ACCOUNTING,
      * APPENDED RUN AFTER RUN (SEE EXTRACTO-GL FOR THE LAYOUT). A
      * BATCH DATE EXTRACTED TWICE COUNTS ONCE: THE LATER RUN
      * REPLACED THE EARLIER FILE AT ACCOUNTING.
       FD  EXTRACTO-HIST.
           01  FD-EXH-REC          PIC X(80).
      * EVERY DECLARACION-IVA.txt LEER-DATOS4 PRODUCED, APPENDED RUN
      * AFTER RUN - HEADER, ONE LINE PER VAT CLASS, 'TOT' LINE. A
      * DAY DECLARED TWICE COUNTS ONCE, THE LATER RUN.
       FD  DECLARACION-HIST.
           01  FD-DCH-REC          PIC X(100).
      * PAYMENTS CUENTAS-COBRAR SETTLED, FECHA,IMPORTE PER RUN - THE
      * RECEIPTS THAT LOWER THE RECEIVABLE WITHOUT A JOURNAL LINE.
       FD  COBROS.
           01  FD-COB-REC          PIC X(40).
      * ACCOUNT-MAPPING MASTER, CLAVE,CUENTA PER LINE - THE SAME ONE
      * EXTRACTO-GL POSTS THROUGH, SO EACH CONTROL KEY IS LOOKED UP
      * UNDER THE ACCOUNT THE EXTRACT ACTUALLY CARRIED.
       FD  CUENTAS-GL.
           01  CUENTAS-GL-REC      PIC X(40).
      * THE SUBLEDGERS, READ ONLY (SEE CUENTAS-COBRAR, TARJETAS-REGALO
      * AND PUNTOS-LEALTAD FOR THE LAYOUTS).
       FD  CARTERA.
           01  FD-CAR-REC          PIC X(80).
       FD  TARJETAS.
           01  FD-TRJ-REC          PIC X(60).
       FD  PUNTOS.
           01  FD-PTS-REC          PIC X(30).
       FD  SUCURSALES-MON.
           01  FD-SUCMON-REC       PIC X(50).
       FD  MONEDAS.
           01  FD-MON-REC          PIC X(50).
      * CLAVE,VALOR THRESHOLDS (SEE LIMITES-WS.cpy) - ONLY
      * TOL-CUADRE-GL AND VALOR-PUNTO ARE READ HERE.
       FD  LIMITES.
           01  FD-LIM-REC          PIC X(40).
      * WHAT THE GL HELD FOR EACH CONTROL ACCOUNT BEFORE THE FIRST
      * EXTRACT ON FILE, SUBMAYOR,SALDO PER LINE (CARTERA, IVA,
      * TARJETAS, PUNTOS). ACCOUNTING ADDS HERE ANY JOURNAL IT BOOKS
      * BY HAND ON THOSE ACCOUNTS. WHEN THE FILE DOES NOT EXIST THE
      * FIRST RUN WRITES IT FROM THE SUBLEDGERS AS THEY STAND, SO
      * BALANCING STARTS FROM AGREED FIGURES.
       FD  APERTURA.
           01  FD-APE-REC          PIC X(60).
      * ONE LINE PER CONTROL ACCOUNT: BALANCE AT THE START OF THE
      * PERIOD, THE PERIOD'S MOVEMENT, WHAT POSTED AFTER IT (THE
      * SUBLEDGER FILES ALREADY HOLD IT), THE RESULTING GL FIGURE,
      * THE SUBLEDGER AND THE DIFFERENCE - THEN EVERY DIFFERENCE
      * OVER TOLERANCE WITH ITS ACCOUNT AND AMOUNT.
       FD  REPORTE.
           01  FD-REP-REC          PIC X(150).

      ****************************************************************
      * WS SECTION
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  EOF                     PIC 9 VALUE 0.
       01  WS-EXH-STATUS           PIC XX VALUE '00'.
       01  WS-DCH-STATUS           PIC XX VALUE '00'.
       01  WS-COB-STATUS           PIC XX VALUE '00'.
       01  WS-CTA-STATUS           PIC XX VALUE '00'.
       01  WS-CAR-STATUS           PIC XX VALUE '00'.
       01  WS-TRJ-STATUS           PIC XX VALUE '00'.
       01  WS-PTS-STATUS           PIC XX VALUE '00'.
       01  WS-LIM-STATUS           PIC XX VALUE '00'.
       01  WS-APE-STATUS           PIC XX VALUE '00'.
       01  WS-LIM-EOF              PIC 9 VALUE 0.
       01  WS-LIM-CLAVE            PIC X(20).
       01  WS-LIM-VALOR            PIC X(15).
      *LIMITES.txt: A DIFFERENCE WITHIN TOL-CUADRE-GL (AN AMOUNT,
      *EITHER WAY) COUNTS AS BALANCED. VALOR-PUNTO IS WHAT ONE
      *LOYALTY POINT IS CARRIED AT IN THE GL - WITHOUT IT THE POINTS
      *ARE LISTED BUT NOT VALUED.
       01  LIM-TOL-CUADRE-GL       PIC 9(07)V99 VALUE ZEROS.
       01  LIM-VALOR-PUNTO         PIC 9(05)V9999 VALUE ZEROS.
       01  WS-CMD-LINE             PIC X(20).
       01  WS-PERIODO              PIC X(07).
       01  WS-CURRENT-DATE         PIC X(21).
       01  WS-HOY                  PIC X(10).
       01  WS-I                    PIC 9(04) VALUE ZEROS.
       01  WS-J                    PIC 9(04) VALUE ZEROS.
       01  WS-HIT                  PIC 9(04) VALUE ZEROS.
       01  WS-FILA                 PIC 9(01) VALUE ZEROS.
       01  WS-MONTO                PIC S9(13)V99 VALUE ZEROS.
       01  WS-FECHA-MOV            PIC X(10).
       01  WS-IMPORTE-LINEA        PIC 9(13)V99 VALUE ZEROS.
       01  WS-SALDO-TARJETA        PIC S9(13)V99 VALUE ZEROS.
       01  WS-SALDO-CLIENTE        PIC S9(13)V99 VALUE ZEROS.
       01  WS-PUNTOS-TOTAL         PIC S9(11) VALUE ZEROS.
       01  WS-DESCUADRES           PIC 9(01) VALUE ZEROS.
       01  WS-SEMBRAR              PIC X(01) VALUE 'N'.
       01  WS-EXTRACTOS            PIC 9(05) VALUE ZEROS.
       01  WS-REEMPLAZADOS         PIC 9(05) VALUE ZEROS.
       01  WS-EXT-REEMPLAZADOS     PIC 9(05) VALUE ZEROS.
       01  WS-DECLARACIONES        PIC 9(05) VALUE ZEROS.
       01  WS-DEC-REEMPLAZADAS     PIC 9(05) VALUE ZEROS.
       01  WS-TABLA-LLENA          PIC X(01) VALUE 'N'.
       01  WS-CAMPO-1              PIC X(20).
       01  WS-CAMPO-2              PIC X(20).
       01  WS-ED-MONTO             PIC -(12)9.99.
       01  WS-ED-MONTO-2           PIC -(12)9.99.
       01  WS-ED-TOL               PIC Z(06)9.99.
       01  WS-ED-PUNTOS            PIC -(10)9.

      *ONE ROW PER SUBLEDGER. CTR-CLAVE IS THE EXTRACT'S TRADITIONAL
      *KEY AND CTR-CUENTA WHAT CUENTAS-GL.txt MAPS IT TO; A JOURNAL
      *LINE ON EITHER ONE BELONGS TO THE ROW. CTR-SIGNO 'D' FOR THE
      *DEBIT-NORMAL RECEIVABLE, 'C' FOR THE CREDIT-NORMAL
      *LIABILITIES. NO EXTRACT JOURNALS THE POINTS LIABILITY (EXPIRY
      *AND REDEMPTIONS NEVER PASS THROUGH A SALE LINE), SO ITS ROW IS
      *SHOWN FOR INFORMATION - ACCOUNTING ADJUSTS PASIVO-PUNTOS BY
      *HAND FROM IT - AND NEVER COUNTS AS A DIFFERENCE.
       01  CTR-TAB.
           05  CTR-FILA OCCURS 4 TIMES.
               10  CTR-SUBMAYOR    PIC X(10).
               10  CTR-CLAVE       PIC X(14).
               10  CTR-CUENTA      PIC X(14).
               10  CTR-SIGNO       PIC X(01).
               10  CTR-APERTURA    PIC S9(13)V99.
               10  CTR-ANTERIOR    PIC S9(13)V99.
               10  CTR-PERIODO     PIC S9(13)V99.
               10  CTR-POSTERIOR   PIC S9(13)V99.
               10  CTR-SALDO-GL    PIC S9(13)V99.
               10  CTR-SALDO-SUB   PIC S9(13)V99.
               10  CTR-DIFERENCIA  PIC S9(13)V99.
               10  CTR-ESTADO      PIC X(20).
      *RECEIPTS BY PERIOD POSITION, SHOWN UNDER THE RECEIVABLE ROW.
       01  WS-COBROS-PERIODO       PIC S9(13)V99 VALUE ZEROS.
       01  WS-COBROS-POSTERIOR     PIC S9(13)V99 VALUE ZEROS.

      *THE RUN THAT COUNTS FOR EACH BATCH DATE (EXTRACTS) OR RUN DATE
      *(DECLARATIONS) - THE HIGHEST RUN ID SEEN FOR IT.
       01  VIG-TAB.
           05  VIG-FILA OCCURS 4000 TIMES.
               10  VIG-FECHA       PIC X(10).
               10  VIG-RUN-ID      PIC X(16).
       01  WS-VIG-USADAS           PIC 9(04) VALUE ZEROS.
       01  WS-VIG-FECHA            PIC X(10).
       01  WS-VIG-RUN-ID           PIC X(16).
       01  WS-VIG-VALIDO           PIC X(01) VALUE 'N'.

      *EXTRACTO-GL's GL-LINEA, FIELD FOR FIELD.
       01  HIS-LINEA.
           05  HIS-TIPO            PIC X(02).
           05  FILLER              PIC X(01).
           05  HIS-CUENTA          PIC X(14).
           05  FILLER              PIC X(01).
           05  HIS-FECHA           PIC X(10).
           05  FILLER              PIC X(01).
           05  HIS-RUN-ID          PIC X(16).
           05  FILLER              PIC X(01).
           05  HIS-MONTO           PIC 9(13)V99.
      *LEER-DATOS4's DECLARACION-IVA.txt HEADER AND TOTAL LINE.
       01  DCH-CABECERA.
           05  DCH-TITULO          PIC X(28).
           05  DCH-FECHA           PIC X(10).
           05  FILLER              PIC X(04).
           05  DCH-RUN-ID          PIC X(16).
       01  DCH-TOTAL.
           05  DCH-CODIGO          PIC X(03).
           05  FILLER              PIC X(42).
           05  DCH-IMPUESTO-TXT    PIC X(15).
       01  CARTERA-LINEA-REC.
           05  CTL-CLIENTE         PIC 9(05).
           05  FILLER              PIC X(01).
           05  CTL-B1              PIC S9(11)V99 SIGN IS TRAILING
                                       SEPARATE.
           05  FILLER              PIC X(01).
           05  CTL-B2              PIC S9(11)V99 SIGN IS TRAILING
                                       SEPARATE.
           05  FILLER              PIC X(01).
           05  CTL-B3              PIC S9(11)V99 SIGN IS TRAILING
                                       SEPARATE.
           05  FILLER              PIC X(01).
           05  CTL-B4              PIC S9(11)V99 SIGN IS TRAILING
                                       SEPARATE.
           05  FILLER              PIC X(01).
           05  CTL-ASOF            PIC X(10).
           05  FILLER              PIC X(01).
           05  CTL-SUCURSAL        PIC X(03).
       01  PUNTOS-LINEA-REC.
           05  PTL-CLIENTE         PIC 9(05).
           05  FILLER              PIC X(01).
           05  PTL-SALDO           PIC S9(09) SIGN IS TRAILING
                                       SEPARATE.
           05  FILLER              PIC X(01).
           05  PTL-FECHA           PIC X(10).
       01  CTA-TAB OCCURS 100 TIMES.
           05  CTA-CLAVE           PIC X(14).
           05  CTA-CUENTA          PIC X(14).
       01  WS-CTA-USADAS           PIC 9(03) VALUE ZEROS.
       01  WS-CTA-CLAVE-TXT        PIC X(14).
       01  WS-CTA-CUENTA-TXT       PIC X(14).

       01  RPT-ENCABEZADO.
           05  FILLER              PIC X(25) VALUE
               'SUBMAYOR   CUENTA GL'.
           05  FILLER              PIC X(48) VALUE
               '   SALDO INICIAL    MOV. PERIODO  MOV. POSTERIOR'.
           05  FILLER              PIC X(48) VALUE
               '        SALDO GL        SUBMAYOR      DIFERENCIA'.
           05  FILLER              PIC X(07) VALUE ' ESTADO'.
       01  RPT-DETALLE.
           05  RPD-SUBMAYOR        PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPD-CUENTA          PIC X(14).
           05  RPD-INICIAL         PIC -(12)9.99.
           05  RPD-PERIODO         PIC -(12)9.99.
           05  RPD-POSTERIOR       PIC -(12)9.99.
           05  RPD-SALDO-GL        PIC -(12)9.99.
           05  RPD-SALDO-SUB       PIC -(12)9.99.
           05  RPD-DIFERENCIA      PIC -(12)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPD-ESTADO          PIC X(20).

       COPY WS-VENTA.
       COPY WS-TARJETA.
       COPY MONEDAS-WS.

       PROCEDURE DIVISION.
      *"CUADRAR-SUBMAYORES YYYY-MM" - HOLDS EACH SUBLEDGER AGAINST
      *THE CONTROL ACCOUNT THE JOURNAL EXTRACTS BUILT IN THE GL.
      *RC 4 WHEN ANY DIFFERENCE IS OVER TOL-CUADRE-GL ON A JOURNALED
      *ACCOUNT, WHICH IS WHAT CERRAR-PERIODO REFUSES TO CLOSE ON.
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       MOVE FUNCTION TRIM (WS-CMD-LINE) TO WS-PERIODO
       IF WS-PERIODO (1:4) NOT NUMERIC
           OR WS-PERIODO (5:1) NOT = '-'
           OR WS-PERIODO (6:2) NOT NUMERIC
           OR WS-PERIODO (6:2) < '01' OR WS-PERIODO (6:2) > '12'
           DISPLAY "USO: CUADRAR-SUBMAYORES <YYYY-MM>"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
           WS-CURRENT-DATE (7:2) DELIMITED BY SIZE INTO WS-HOY
       PERFORM INICIAR-CONTROLES
       PERFORM CARGAR-LIMITES-GL
       PERFORM CARGAR-MONEDAS
       PERFORM CARGAR-CUENTAS-GL
       PERFORM MAPEAR-CONTROLES
       PERFORM ACUMULAR-EXTRACTOS
       PERFORM ACUMULAR-COBROS
       PERFORM ACUMULAR-DECLARACIONES
       PERFORM SUMAR-CARTERA
       PERFORM SUMAR-TARJETAS
       PERFORM SUMAR-PUNTOS
       PERFORM CARGAR-APERTURA
       PERFORM COMPARAR-CONTROLES
       IF WS-SEMBRAR = 'S'
           PERFORM GRABAR-APERTURA
       END-IF
       PERFORM ESCRIBIR-REPORTE
       MOVE LIM-TOL-CUADRE-GL TO WS-ED-TOL
       IF WS-DESCUADRES > 0
           DISPLAY "ATENCION: " WS-DESCUADRES " SUBMAYORES NO "
               "CUADRAN CON EL GL (TOLERANCIA "
               FUNCTION TRIM (WS-ED-TOL)
               ") - VER CUADRE-SUBMAYORES.txt"
           MOVE 4 TO RETURN-CODE
       ELSE
           DISPLAY "SUBMAYORES CUADRADOS CON EL GL AL CIERRE DE "
               WS-PERIODO " - VER CUADRE-SUBMAYORES.txt"
       END-IF
       STOP RUN.

       INICIAR-CONTROLES.
       INITIALIZE CTR-TAB
       MOVE 'CARTERA' TO CTR-SUBMAYOR (1)
       MOVE 'CAJA' TO CTR-CLAVE (1)
       MOVE 'D' TO CTR-SIGNO (1)
       MOVE 'IVA' TO CTR-SUBMAYOR (2)
       MOVE 'IVA-POR-PAGAR' TO CTR-CLAVE (2)
       MOVE 'C' TO CTR-SIGNO (2)
       MOVE 'TARJETAS' TO CTR-SUBMAYOR (3)
       MOVE 'PASIVO-TARJETA' TO CTR-CLAVE (3)
       MOVE 'C' TO CTR-SIGNO (3)
       MOVE 'PUNTOS' TO CTR-SUBMAYOR (4)
       MOVE 'PASIVO-PUNTOS' TO CTR-CLAVE (4)
       MOVE 'C' TO CTR-SIGNO (4).

       CARGAR-LIMITES-GL.
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
                           WHEN 'TOL-CUADRE-GL'
                               MOVE FUNCTION NUMVAL (WS-LIM-VALOR)
                                   TO LIM-TOL-CUADRE-GL
                           WHEN 'VALOR-PUNTO'
                               MOVE FUNCTION NUMVAL (WS-LIM-VALOR)
                                   TO LIM-VALOR-PUNTO
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE LIMITES
       END-IF
       MOVE 0 TO WS-LIM-EOF.

      *MISSING MASTER MEANS EVERY KEY MAPS TO ITSELF, AS IN
      *EXTRACTO-GL.
       CARGAR-CUENTAS-GL.
       OPEN INPUT CUENTAS-GL
       IF WS-CTA-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ CUENTAS-GL
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF WS-CTA-USADAS < 100
                           ADD 1 TO WS-CTA-USADAS
                           MOVE SPACES TO WS-CTA-CLAVE-TXT
                               WS-CTA-CUENTA-TXT
                           UNSTRING CUENTAS-GL-REC DELIMITED BY ','
                               INTO WS-CTA-CLAVE-TXT
                               WS-CTA-CUENTA-TXT
                           END-UNSTRING
                           MOVE WS-CTA-CLAVE-TXT (1:14) TO
                               CTA-CLAVE (WS-CTA-USADAS)
                           MOVE WS-CTA-CUENTA-TXT (1:14) TO
                               CTA-CUENTA (WS-CTA-USADAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUENTAS-GL
       END-IF
       MOVE 0 TO EOF.

       MAPEAR-CONTROLES.
       PERFORM VARYING WS-FILA FROM 1 BY 1 UNTIL WS-FILA > 4
           MOVE CTR-CLAVE (WS-FILA) TO CTR-CUENTA (WS-FILA)
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CTA-USADAS
               IF CTA-CLAVE (WS-I) = CTR-CLAVE (WS-FILA)
                   MOVE CTA-CUENTA (WS-I) TO CTR-CUENTA (WS-FILA)
               END-IF
           END-PERFORM
       END-PERFORM.

      *TWO PASSES: THE FIRST FINDS THE RUN THAT COUNTS FOR EACH
      *BATCH DATE, THE SECOND POSTS ONLY THAT RUN'S CONTROL-ACCOUNT
      *LINES. NO HISTORY YET MEANS NO MOVEMENT - THE OPENING
      *BALANCES CARRY THE WHOLE FIGURE.
       ACUMULAR-EXTRACTOS.
       MOVE 0 TO WS-VIG-USADAS
       OPEN INPUT EXTRACTO-HIST
       IF WS-EXH-STATUS NOT = '00'
           DISPLAY "AVISO: EXTRACTO-GL-HIST.txt NO DISPONIBLE - SIN "
               "MOVIMIENTOS DEL GL"
       ELSE
           PERFORM UNTIL EOF = 1
               READ EXTRACTO-HIST
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE FD-EXH-REC TO HIS-LINEA
                       IF HIS-TIPO = 'DB' OR HIS-TIPO = 'CR'
                           MOVE HIS-FECHA TO WS-VIG-FECHA
                           MOVE HIS-RUN-ID TO WS-VIG-RUN-ID
                           PERFORM REGISTRAR-VIGENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACTO-HIST
           MOVE 0 TO EOF
           OPEN INPUT EXTRACTO-HIST
           PERFORM UNTIL EOF = 1
               READ EXTRACTO-HIST
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE FD-EXH-REC TO HIS-LINEA
                       IF HIS-TIPO = 'DB' OR HIS-TIPO = 'CR'
                           MOVE HIS-FECHA TO WS-VIG-FECHA
                           MOVE HIS-RUN-ID TO WS-VIG-RUN-ID
                           PERFORM ES-VIGENTE
                           IF WS-VIG-VALIDO = 'S'
                               PERFORM POSTEAR-LINEA-GL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACTO-HIST
       END-IF
       MOVE 0 TO EOF
       MOVE WS-VIG-USADAS TO WS-EXTRACTOS
       MOVE WS-REEMPLAZADOS TO WS-EXT-REEMPLAZADOS.

       POSTEAR-LINEA-GL.
       IF HIS-MONTO NOT NUMERIC
           CONTINUE
       ELSE
           PERFORM VARYING WS-FILA FROM 1 BY 1 UNTIL WS-FILA > 4
               IF HIS-CUENTA = CTR-CUENTA (WS-FILA)
                   OR HIS-CUENTA = CTR-CLAVE (WS-FILA)
                   MOVE HIS-MONTO TO WS-MONTO
                   IF (HIS-TIPO = 'DB' AND CTR-SIGNO (WS-FILA) = 'C')
                       OR (HIS-TIPO = 'CR'
                           AND CTR-SIGNO (WS-FILA) = 'D')
                       COMPUTE WS-MONTO = 0 - WS-MONTO
                   END-IF
                   MOVE HIS-FECHA TO WS-FECHA-MOV
                   PERFORM SUMAR-MOVIMIENTO
               END-IF
           END-PERFORM
       END-IF.

      *WS-MONTO ON ROW WS-FILA, DATED WS-FECHA-MOV: BEFORE, IN OR
      *AFTER THE PERIOD BEING BALANCED.
       SUMAR-MOVIMIENTO.
       EVALUATE TRUE
           WHEN WS-FECHA-MOV (1:7) < WS-PERIODO
               ADD WS-MONTO TO CTR-ANTERIOR (WS-FILA)
           WHEN WS-FECHA-MOV (1:7) = WS-PERIODO
               ADD WS-MONTO TO CTR-PERIODO (WS-FILA)
           WHEN OTHER
               ADD WS-MONTO TO CTR-POSTERIOR (WS-FILA)
       END-EVALUATE.

       REGISTRAR-VIGENTE.
       MOVE 0 TO WS-HIT
       PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-VIG-USADAS OR WS-HIT > 0
           IF VIG-FECHA (WS-J) = WS-VIG-FECHA
               MOVE WS-J TO WS-HIT
           END-IF
       END-PERFORM
       IF WS-HIT = 0
           IF WS-VIG-USADAS < 4000
               ADD 1 TO WS-VIG-USADAS
               MOVE WS-VIG-FECHA TO VIG-FECHA (WS-VIG-USADAS)
               MOVE WS-VIG-RUN-ID TO VIG-RUN-ID (WS-VIG-USADAS)
           ELSE
               IF WS-TABLA-LLENA = 'N'
                   DISPLAY "ADVERTENCIA: TABLA DE CORRIDAS LLENA "
                       "(LIMITE 4000) - FECHAS POSTERIORES SIN "
                       "CONTROL DE REEMPLAZO"
                   MOVE 'S' TO WS-TABLA-LLENA
               END-IF
           END-IF
       ELSE
           IF WS-VIG-RUN-ID > VIG-RUN-ID (WS-HIT)
               ADD 1 TO WS-REEMPLAZADOS
               MOVE WS-VIG-RUN-ID TO VIG-RUN-ID (WS-HIT)
           END-IF
       END-IF.

      *A DATE THE TABLE COULD NOT HOLD IS TAKEN AS IT COMES.
       ES-VIGENTE.
       MOVE 'S' TO WS-VIG-VALIDO
       PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-VIG-USADAS
           IF VIG-FECHA (WS-J) = WS-VIG-FECHA
               AND VIG-RUN-ID (WS-J) NOT = WS-VIG-RUN-ID
               MOVE 'N' TO WS-VIG-VALIDO
           END-IF
       END-PERFORM.

      *A RECEIPT LOWERS THE RECEIVABLE THE JOURNAL NEVER HEARD OF -
      *IT IS CARRIED ON THE RECEIVABLE ROW AS A NEGATIVE MOVEMENT.
       ACUMULAR-COBROS.
       OPEN INPUT COBROS
       IF WS-COB-STATUS = '00'
           PERFORM UNTIL EOF = 1
               READ COBROS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPO-1 WS-CAMPO-2
                       UNSTRING FD-COB-REC DELIMITED BY ','
                           INTO WS-CAMPO-1 WS-CAMPO-2
                       END-UNSTRING
                       IF WS-CAMPO-1 (1:4) NUMERIC
                           AND WS-CAMPO-2 NOT = SPACES
                           MOVE 1 TO WS-FILA
                           MOVE WS-CAMPO-1 (1:10) TO WS-FECHA-MOV
                           COMPUTE WS-MONTO =
                               0 - FUNCTION NUMVAL (WS-CAMPO-2)
                           PERFORM SUMAR-MOVIMIENTO
                           IF WS-FECHA-MOV (1:7) = WS-PERIODO
                               SUBTRACT WS-MONTO FROM
                                   WS-COBROS-PERIODO
                           END-IF
                           IF WS-FECHA-MOV (1:7) > WS-PERIODO
                               SUBTRACT WS-MONTO FROM
                                   WS-COBROS-POSTERIOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COBROS
       END-IF
       MOVE 0 TO EOF.

      *THE VAT SUBLEDGER IS WHAT WAS DECLARED: THE 'TOT' LINE OF
      *EVERY DECLARATION THAT COUNTS, DATED BY ITS RUN.
       ACUMULAR-DECLARACIONES.
       MOVE 0 TO WS-VIG-USADAS
       MOVE 'N' TO WS-TABLA-LLENA
       MOVE 0 TO WS-REEMPLAZADOS
       OPEN INPUT DECLARACION-HIST
       IF WS-DCH-STATUS = '00'
           PERFORM UNTIL EOF = 1
               READ DECLARACION-HIST
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE FD-DCH-REC TO DCH-CABECERA
                       IF DCH-TITULO = 'DECLARACION DE IVA  CORRIDA '
                           MOVE DCH-FECHA TO WS-VIG-FECHA
                           MOVE DCH-RUN-ID TO WS-VIG-RUN-ID
                           PERFORM REGISTRAR-VIGENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DECLARACION-HIST
           MOVE 0 TO EOF
           MOVE 'N' TO WS-VIG-VALIDO
           OPEN INPUT DECLARACION-HIST
           PERFORM UNTIL EOF = 1
               READ DECLARACION-HIST
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE FD-DCH-REC TO DCH-CABECERA
                       MOVE FD-DCH-REC TO DCH-TOTAL
                       IF DCH-TITULO = 'DECLARACION DE IVA  CORRIDA '
                           MOVE DCH-FECHA TO WS-VIG-FECHA
                           MOVE DCH-RUN-ID TO WS-VIG-RUN-ID
                           PERFORM ES-VIGENTE
                       ELSE
                           IF DCH-CODIGO = 'TOT'
                               AND WS-VIG-VALIDO = 'S'
                               PERFORM SUMAR-DECLARADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DECLARACION-HIST
       END-IF
       MOVE 0 TO EOF
       MOVE WS-VIG-USADAS TO WS-DECLARACIONES
       MOVE WS-REEMPLAZADOS TO WS-DEC-REEMPLAZADAS.

       SUMAR-DECLARADO.
       COMPUTE WS-MONTO = FUNCTION NUMVAL (DCH-IMPUESTO-TXT)
       ADD WS-MONTO TO CTR-SALDO-SUB (2).

      *LINES WRITTEN UNDER THE THREE-DIGIT CLIENT LAYOUT HAVE A
      *SPACE IN BYTE 4 - RE-SEATED AS CUENTAS-COBRAR DOES. THE
      *BUCKETS ARE IN THE CURRENCY OF THE BRANCH THAT CHARGED THE
      *CLIENT, SO EACH BALANCE IS CONVERTED LIKE A CARD BALANCE.
       SUMAR-CARTERA.
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
                       IF CTL-CLIENTE NUMERIC
                           AND CTL-B1 NUMERIC AND CTL-B2 NUMERIC
                           AND CTL-B3 NUMERIC AND CTL-B4 NUMERIC
                           PERFORM SUMAR-CLIENTE-CARTERA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARTERA
       END-IF
       MOVE 0 TO EOF.

      *CARD BALANCES ARE HELD IN THE ISSUING BRANCH'S CURRENCY - THE
      *GL WAS TOLD IN THE REPORTING CURRENCY, SO EACH IS CONVERTED.
       SUMAR-TARJETAS.
       OPEN INPUT TARJETAS
       IF WS-TRJ-STATUS = '00'
           PERFORM UNTIL EOF = 1
               READ TARJETAS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE FD-TRJ-REC TO TARJETA-LINEA
                       IF TRJ-SALDO NUMERIC
                           PERFORM SUMAR-TARJETA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TARJETAS
       END-IF
       MOVE 0 TO EOF.

      *A LINE WITHOUT A BRANCH PREDATES IT AND IS TAKEN AS IT
      *STANDS, LIKE A BRANCH WITH NO CURRENCY OF ITS OWN.
       SUMAR-CLIENTE-CARTERA.
       IF CTL-SUCURSAL NUMERIC
           MOVE CTL-SUCURSAL TO SUCURSAL
       ELSE
           MOVE 0 TO SUCURSAL
       END-IF
       COMPUTE WS-SALDO-CLIENTE = CTL-B1 + CTL-B2 + CTL-B3 + CTL-B4
       IF WS-SALDO-CLIENTE < 0
           COMPUTE WS-IMPORTE-LINEA = 0 - WS-SALDO-CLIENTE
           PERFORM CONVERTIR-IMPORTE-BASE
           COMPUTE WS-SALDO-CLIENTE = 0 - WS-IMPORTE-LINEA
       ELSE
           MOVE WS-SALDO-CLIENTE TO WS-IMPORTE-LINEA
           PERFORM CONVERTIR-IMPORTE-BASE
           MOVE WS-IMPORTE-LINEA TO WS-SALDO-CLIENTE
       END-IF
       ADD WS-SALDO-CLIENTE TO CTR-SALDO-SUB (1).

       SUMAR-TARJETA.
       IF TRJ-SUCURSAL NUMERIC
           MOVE TRJ-SUCURSAL TO SUCURSAL
       ELSE
           MOVE 0 TO SUCURSAL
       END-IF
       IF TRJ-SALDO < 0
           COMPUTE WS-IMPORTE-LINEA = 0 - TRJ-SALDO
           PERFORM CONVERTIR-IMPORTE-BASE
           COMPUTE WS-SALDO-TARJETA = 0 - WS-IMPORTE-LINEA
       ELSE
           MOVE TRJ-SALDO TO WS-IMPORTE-LINEA
           PERFORM CONVERTIR-IMPORTE-BASE
           MOVE WS-IMPORTE-LINEA TO WS-SALDO-TARJETA
       END-IF
       ADD WS-SALDO-TARJETA TO CTR-SALDO-SUB (3).

       SUMAR-PUNTOS.
       OPEN INPUT PUNTOS
       IF WS-PTS-STATUS = '00'
           PERFORM UNTIL EOF = 1
               READ PUNTOS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
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
                           ADD PTL-SALDO TO WS-PUNTOS-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PUNTOS
       END-IF
       MOVE 0 TO EOF
       COMPUTE CTR-SALDO-SUB (4) ROUNDED =
           WS-PUNTOS-TOTAL * LIM-VALOR-PUNTO.

      *NO FILE AT ALL MEANS BALANCING STARTS TODAY: EACH OPENING IS
      *SET SO THE GL FIGURE EQUALS THE SUBLEDGER AND THE FILE IS
      *WRITTEN FOR EVERY LATER RUN. A SUBLEDGER MISSING FROM AN
      *EXISTING FILE OPENS AT ZERO.
       CARGAR-APERTURA.
       OPEN INPUT APERTURA
       IF WS-APE-STATUS = '35'
           MOVE 'S' TO WS-SEMBRAR
       ELSE
           PERFORM UNTIL EOF = 1
               READ APERTURA
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE SPACES TO WS-CAMPO-1 WS-CAMPO-2
                       UNSTRING FD-APE-REC DELIMITED BY ','
                           INTO WS-CAMPO-1 WS-CAMPO-2
                       END-UNSTRING
                       PERFORM VARYING WS-FILA FROM 1 BY 1
                               UNTIL WS-FILA > 4
                           IF FUNCTION UPPER-CASE
                               (FUNCTION TRIM (WS-CAMPO-1))
                               = CTR-SUBMAYOR (WS-FILA)
                               AND WS-CAMPO-2 NOT = SPACES
                               COMPUTE CTR-APERTURA (WS-FILA) =
                                   FUNCTION NUMVAL (WS-CAMPO-2)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE APERTURA
       END-IF
       MOVE 0 TO EOF.

       COMPARAR-CONTROLES.
       PERFORM VARYING WS-FILA FROM 1 BY 1 UNTIL WS-FILA > 4
           IF WS-SEMBRAR = 'S'
               COMPUTE CTR-APERTURA (WS-FILA) =
                   CTR-SALDO-SUB (WS-FILA) - CTR-ANTERIOR (WS-FILA)
                   - CTR-PERIODO (WS-FILA) - CTR-POSTERIOR (WS-FILA)
           END-IF
           COMPUTE CTR-SALDO-GL (WS-FILA) =
               CTR-APERTURA (WS-FILA) + CTR-ANTERIOR (WS-FILA)
               + CTR-PERIODO (WS-FILA) + CTR-POSTERIOR (WS-FILA)
           COMPUTE CTR-DIFERENCIA (WS-FILA) =
               CTR-SALDO-SUB (WS-FILA) - CTR-SALDO-GL (WS-FILA)
           EVALUATE TRUE
               WHEN WS-FILA = 4 AND LIM-VALOR-PUNTO = 0
                   MOVE 'SIN VALOR-PUNTO' TO CTR-ESTADO (WS-FILA)
               WHEN WS-FILA = 4
                   MOVE 'INFORMATIVO' TO CTR-ESTADO (WS-FILA)
               WHEN WS-SEMBRAR = 'S'
                   MOVE 'APERTURA FIJADA' TO CTR-ESTADO (WS-FILA)
               WHEN CTR-DIFERENCIA (WS-FILA) > LIM-TOL-CUADRE-GL
                   OR CTR-DIFERENCIA (WS-FILA)
                       < 0 - LIM-TOL-CUADRE-GL
                   MOVE 'DESCUADRADO' TO CTR-ESTADO (WS-FILA)
                   ADD 1 TO WS-DESCUADRES
               WHEN OTHER
                   MOVE 'CUADRADO' TO CTR-ESTADO (WS-FILA)
           END-EVALUATE
       END-PERFORM.

       GRABAR-APERTURA.
       OPEN OUTPUT APERTURA
       PERFORM VARYING WS-FILA FROM 1 BY 1 UNTIL WS-FILA > 4
           MOVE CTR-APERTURA (WS-FILA) TO WS-ED-MONTO
           MOVE SPACES TO FD-APE-REC
           STRING FUNCTION TRIM (CTR-SUBMAYOR (WS-FILA)) ','
               FUNCTION TRIM (WS-ED-MONTO)
               DELIMITED BY SIZE INTO FD-APE-REC
           WRITE FD-APE-REC
       END-PERFORM
       CLOSE APERTURA
       DISPLAY "AVISO: SALDOS-APERTURA-GL.txt CREADO DESDE LOS "
           "SUBMAYORES - REVISAR CON CONTABILIDAD".

       ESCRIBIR-REPORTE.
       OPEN OUTPUT REPORTE
       MOVE SPACES TO FD-REP-REC
       STRING '**CUADRE DE SUBMAYORES CONTRA EL GL - PERIODO '
           WS-PERIODO ' - EMITIDO ' WS-HOY '**'
           DELIMITED BY SIZE INTO FD-REP-REC
       WRITE FD-REP-REC
       MOVE LIM-TOL-CUADRE-GL TO WS-ED-TOL
       MOVE SPACES TO FD-REP-REC
       STRING 'EXTRACTOS GL: ' WS-EXTRACTOS ' FECHAS DE LOTE, '
           WS-EXT-REEMPLAZADOS ' CORRIDAS REEMPLAZADAS - '
           'DECLARACIONES IVA: ' WS-DECLARACIONES ' DIAS, '
           WS-DEC-REEMPLAZADAS ' REEMPLAZADAS - TOLERANCIA '
           FUNCTION TRIM (WS-ED-TOL)
           DELIMITED BY SIZE INTO FD-REP-REC
       WRITE FD-REP-REC
       MOVE SPACES TO FD-REP-REC
       WRITE FD-REP-REC
       MOVE RPT-ENCABEZADO TO FD-REP-REC
       WRITE FD-REP-REC
       PERFORM VARYING WS-FILA FROM 1 BY 1 UNTIL WS-FILA > 4
           MOVE CTR-SUBMAYOR (WS-FILA) TO RPD-SUBMAYOR
           MOVE CTR-CUENTA (WS-FILA) TO RPD-CUENTA
           COMPUTE RPD-INICIAL =
               CTR-APERTURA (WS-FILA) + CTR-ANTERIOR (WS-FILA)
           MOVE CTR-PERIODO (WS-FILA) TO RPD-PERIODO
           MOVE CTR-POSTERIOR (WS-FILA) TO RPD-POSTERIOR
           MOVE CTR-SALDO-GL (WS-FILA) TO RPD-SALDO-GL
           MOVE CTR-SALDO-SUB (WS-FILA) TO RPD-SALDO-SUB
           MOVE CTR-DIFERENCIA (WS-FILA) TO RPD-DIFERENCIA
           MOVE CTR-ESTADO (WS-FILA) TO RPD-ESTADO
           MOVE RPT-DETALLE TO FD-REP-REC
           WRITE FD-REP-REC
       END-PERFORM
       MOVE SPACES TO FD-REP-REC
       WRITE FD-REP-REC
       MOVE WS-COBROS-PERIODO TO WS-ED-MONTO
       MOVE WS-COBROS-POSTERIOR TO WS-ED-MONTO-2
       MOVE SPACES TO FD-REP-REC
       STRING 'CARTERA: COBROS SIN ASIENTO EN EL EXTRACTO INCLUIDOS '
           'EN LOS MOVIMIENTOS - PERIODO '
           FUNCTION TRIM (WS-ED-MONTO) ' POSTERIOR '
           FUNCTION TRIM (WS-ED-MONTO-2)
           DELIMITED BY SIZE INTO FD-REP-REC
       WRITE FD-REP-REC
       MOVE WS-PUNTOS-TOTAL TO WS-ED-PUNTOS
       MOVE SPACES TO FD-REP-REC
       STRING 'PUNTOS: ' FUNCTION TRIM (WS-ED-PUNTOS)
           ' PUNTOS VIGENTES EN PUNTOS.txt - SIN ASIENTO EN EL '
           'EXTRACTO, NO BLOQUEA EL CIERRE; AJUSTE PASIVO-PUNTOS '
           'POR LA DIFERENCIA'
           DELIMITED BY SIZE INTO FD-REP-REC
       WRITE FD-REP-REC
       MOVE SPACES TO FD-REP-REC
       WRITE FD-REP-REC
       IF WS-DESCUADRES = 0
           MOVE 'SIN DIFERENCIAS FUERA DE TOLERANCIA' TO FD-REP-REC
           WRITE FD-REP-REC
       ELSE
           MOVE '**DIFERENCIAS FUERA DE TOLERANCIA**' TO FD-REP-REC
           WRITE FD-REP-REC
           PERFORM VARYING WS-FILA FROM 1 BY 1 UNTIL WS-FILA > 4
               IF CTR-ESTADO (WS-FILA) = 'DESCUADRADO'
                   MOVE CTR-DIFERENCIA (WS-FILA) TO WS-ED-MONTO
                   MOVE SPACES TO FD-REP-REC
                   STRING 'CUENTA ' CTR-CUENTA (WS-FILA)
                       ' SUBMAYOR ' CTR-SUBMAYOR (WS-FILA)
                       ' DIFERENCIA ' WS-ED-MONTO
                       DELIMITED BY SIZE INTO FD-REP-REC
                   WRITE FD-REP-REC
               END-IF
           END-PERFORM
       END-IF
       CLOSE REPORTE.

       COPY MONEDAS-PROC.
