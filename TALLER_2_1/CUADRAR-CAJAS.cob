       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUADRAR-CAJAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQUEO ASSIGN TO 'ARQUEO-CAJAS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.
       SELECT DISPOSICIONES ASSIGN TO 'DISPOSICIONES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSP-STATUS.
       SELECT HISTORIAL ASSIGN TO 'HISTORIAL-CUADRE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIS-STATUS.
       SELECT HISTORIAL-NUEVO ASSIGN TO 'HISTORIAL-CUADRE.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LIMITES ASSIGN TO 'LIMITES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIM-STATUS.
       SELECT REPORTE ASSIGN TO 'CUADRE-CAJAS.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

      ****************************************************************
      * FD SECTION
      ****************************************************************
       FILE SECTION.
      * TILL COUNT KEYED IN BY EACH BRANCH AT CLOSING, ONE LINE PER
      * DRAWER: FECHA,SUCURSAL,CAJERO,EFECTIVO,TARJETA - FECHA
      * AAAA-MM-DD, THE AMOUNTS THE CASHIER DECLARES COUNTED IN CASH
      * AND IN CARD VOUCHERS. ONLY THE DAYS NAMED HERE ARE BALANCED.
       FD  ARQUEO.
           01  FD-ARQ-REC          PIC X(80).
      * SINGLE-DECISION FEED FROM POSTEAR-VENTAS - ONLY ITS 'A' LINES
      * ARE TAKEN, SO THE DRAWER IS HELD TO EXACTLY WHAT POSTED.
       FD  DISPOSICIONES.
           01  FD-DSP-REC.
               05  DSP-ESTADO      PIC X(01).
               05  FILLER          PIC X(01).
               05  DSP-MOTIVO      PIC X(30).
               05  FILLER          PIC X(01).
               05  DSP-LINEA       PIC X(188).
      * OVER/SHORT HISTORY, ONE LINE PER BALANCED DRAWER:
      * FECHA,SUCURSAL,CAJERO,ESPERADO,DECLARADO,DIFERENCIA
      * (DIFERENCIA = DECLARADO - ESPERADO, NEGATIVE IS SHORT).
      * REWRITTEN EVERY RUN: A DAY BALANCED AGAIN (A CORRECTED TILL
      * COUNT) REPLACES ITS EARLIER LINE INSTEAD OF COUNTING TWICE.
       FD  HISTORIAL.
           01  FD-HIS-REC          PIC X(80).
       FD  HISTORIAL-NUEVO.
           01  FD-HISN-REC         PIC X(80).
      * CLAVE,VALOR THRESHOLDS (SEE LIMITES-WS.cpy) - ONLY
      * TOL-CUADRE-CAJA AND FALTANTES-REPETIDOS ARE READ HERE.
       FD  LIMITES.
           01  FD-LIM-REC          PIC X(40).
      * OVER/SHORT REPORT - EACH DRAWER OF THE DAYS COUNTED, THEN THE
      * RUNNING HISTORY PER CASHIER WITH REPEAT SHORTAGES FLAGGED.
       FD  REPORTE.
           01  FD-REP-REC          PIC X(132).

      ****************************************************************
      * WS SECTION
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  EOF                     PIC 9 VALUE 0.
       01  WS-ARQ-STATUS           PIC XX VALUE '00'.
       01  WS-DSP-STATUS           PIC XX VALUE '00'.
       01  WS-HIS-STATUS           PIC XX VALUE '00'.
       01  WS-LIM-STATUS           PIC XX VALUE '00'.
       01  WS-LIM-EOF              PIC 9 VALUE 0.
       01  WS-LIM-CLAVE            PIC X(20).
       01  WS-LIM-VALOR            PIC X(15).
      *LIMITES.txt: A DIFFERENCE WITHIN TOL-CUADRE-CAJA (AN AMOUNT,
      *EITHER WAY) COUNTS AS BALANCED; A CASHIER WITH AT LEAST
      *FALTANTES-REPETIDOS SHORT DAYS ON THE HISTORY IS FLAGGED.
       01  LIM-TOL-CUADRE          PIC 9(07)V99 VALUE ZEROS.
       01  LIM-FALTANTES-REP       PIC 9(03) VALUE 3.
       01  WS-I                    PIC 9(04) VALUE ZEROS.
       01  WS-J                    PIC 9(04) VALUE ZEROS.
       01  WS-HIT                  PIC 9(04) VALUE ZEROS.
       01  WS-CURRENT-DATE         PIC X(21).
       01  WS-HOY                  PIC X(10).
       01  WS-IMPORTE-LINEA        PIC 9(13)V99 VALUE ZEROS.
       01  WS-AVISOS               PIC 9(05) VALUE ZEROS.
      *ONE ROW PER DRAWER (DAY, BRANCH, CASHIER): THE COUNT KEYED IN
      *AND WHAT THE POSTED LINES SAY SHOULD BE IN IT.
       01  CUA-TAB.
           05  CUA-FILA OCCURS 500 TIMES.
               10  CUA-FECHA       PIC X(10).
               10  CUA-SUCURSAL    PIC 9(03).
               10  CUA-CAJERO      PIC X(10).
               10  CUA-CONTADA     PIC X(01) VALUE 'N'.
               10  CUA-EFECTIVO    PIC S9(11)V99 VALUE ZEROS.
               10  CUA-TARJETA     PIC S9(11)V99 VALUE ZEROS.
               10  CUA-VENTAS      PIC S9(11)V99 VALUE ZEROS.
               10  CUA-REEMBOLSOS  PIC S9(11)V99 VALUE ZEROS.
               10  CUA-PAGOS       PIC S9(11)V99 VALUE ZEROS.
               10  CUA-TARJ-REGALO PIC S9(11)V99 VALUE ZEROS.
               10  CUA-ESPERADO    PIC S9(11)V99 VALUE ZEROS.
               10  CUA-DECLARADO   PIC S9(11)V99 VALUE ZEROS.
               10  CUA-DIFERENCIA  PIC S9(11)V99 VALUE ZEROS.
       01  WS-CUA-USADAS           PIC 9(04) VALUE ZEROS.
       01  WS-CUA-LLENA-AVISADA    PIC X(01) VALUE 'N'.
      *ONE ROW PER CASHIER ACROSS THE WHOLE HISTORY.
       01  HCA-TAB.
           05  HCA-FILA OCCURS 500 TIMES.
               10  HCA-CAJERO      PIC X(10).
               10  HCA-DIAS        PIC 9(05) VALUE ZEROS.
               10  HCA-FALTANTES   PIC 9(05) VALUE ZEROS.
               10  HCA-SOBRANTES   PIC 9(05) VALUE ZEROS.
               10  HCA-ACUMULADO   PIC S9(11)V99 VALUE ZEROS.
       01  WS-HCA-USADAS           PIC 9(04) VALUE ZEROS.
      *THE TILL-COUNT OR HISTORY LINE IN HAND.
       01  WS-CAMPO-FECHA          PIC X(10).
       01  WS-CAMPO-SUCURSAL       PIC X(10).
       01  WS-CAMPO-CAJERO         PIC X(10).
       01  WS-CAMPO-IMP1           PIC X(20).
       01  WS-CAMPO-IMP2           PIC X(20).
       01  WS-CAMPO-IMP3           PIC X(20).
       01  WS-CAMPO-SUC-NUM        PIC 9(03) VALUE ZEROS.
       01  WS-HIS-DIFERENCIA       PIC S9(11)V99 VALUE ZEROS.
       01  WS-REEMPLAZADA          PIC X(01) VALUE 'N'.
       01  WS-ED-ESPERADO          PIC -(11)9.99.
       01  WS-ED-DECLARADO         PIC -(11)9.99.
       01  WS-ED-DIFERENCIA        PIC -(11)9.99.
      *RUN TOTALS.
       01  WS-TOT-ESPERADO         PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOT-DECLARADO        PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOT-DIFERENCIA       PIC S9(13)V99 VALUE ZEROS.
       01  WS-FALTANTES            PIC 9(05) VALUE ZEROS.
       01  WS-SOBRANTES            PIC 9(05) VALUE ZEROS.
       01  WS-SIN-ARQUEO           PIC 9(05) VALUE ZEROS.
       01  WS-REPETIDOS            PIC 9(05) VALUE ZEROS.
       01  RPT-TITULO.
           05  FILLER              PIC X(36) VALUE
               'CUADRE DE CAJAS POR CAJERO - AL:   '.
           05  RPT-TIT-FECHA       PIC X(10).
       01  RPT-ENCABEZADO.
           05  FILLER              PIC X(26) VALUE
               'FECHA      SUC CAJERO    '.
           05  FILLER              PIC X(39) VALUE
               '      VENTAS   REEMBOLSOS        PAGOS '.
           05  FILLER              PIC X(39) VALUE
               '    ESPERADO     EFECTIVO      TARJETA '.
           05  FILLER              PIC X(24) VALUE
               '  DIFERENCIA ESTADO'.
       01  RPT-DETALLE.
           05  RPT-FECHA           PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-SUCURSAL        PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-CAJERO          PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-VENTAS          PIC -(8)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-REEMBOLSOS      PIC -(8)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-PAGOS           PIC -(8)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-ESPERADO        PIC -(8)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-EFECTIVO        PIC -(8)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-TARJETA         PIC -(8)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-DIFERENCIA      PIC -(8)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-ESTADO          PIC X(10).
       01  RPT-TOTAL.
           05  FILLER              PIC X(26) VALUE
               'TOTAL                     '.
           05  FILLER              PIC X(13) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE SPACES.
           05  FILLER              PIC X(13) VALUE SPACES.
           05  RPT-TOT-ESPERADO    PIC -(8)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  FILLER              PIC X(13) VALUE
               '   DECLARADO:'.
           05  RPT-TOT-DECLARADO   PIC -(8)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-TOT-DIFERENCIA  PIC -(8)9.99.
       01  RPT-HIS-TITULO.
           05  FILLER              PIC X(45) VALUE
               'HISTORIAL DE SOBRANTES/FALTANTES POR CAJERO'.
       01  RPT-HIS-ENCABEZADO.
           05  FILLER              PIC X(11) VALUE 'CAJERO'.
           05  FILLER              PIC X(37) VALUE
               ' DIAS FALTANTES SOBRANTES   ACUMULADO'.
       01  RPT-HIS-DETALLE.
           05  RPH-CAJERO          PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPH-DIAS            PIC Z(04)9.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPH-FALTANTES       PIC Z(08)9.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPH-SOBRANTES       PIC Z(08)9.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPH-ACUMULADO       PIC -(8)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPH-NOTA            PIC X(20).

       COPY WS-VENTA.
       COPY VENTA-COMPAT-WS.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
           WS-CURRENT-DATE (7:2) DELIMITED BY SIZE INTO WS-HOY
       PERFORM CARGAR-LIMITES-CUADRE
       PERFORM CARGAR-ARQUEO
       PERFORM SUMAR-DISPOSICIONES
       PERFORM CALCULAR-DIFERENCIAS
       PERFORM ACTUALIZAR-HISTORIAL
       PERFORM ESCRIBIR-REPORTE
       MOVE WS-TOT-DIFERENCIA TO WS-ED-DIFERENCIA
       DISPLAY "CAJAS CUADRADAS: " WS-CUA-USADAS " - FALTANTES: "
           WS-FALTANTES " SOBRANTES: " WS-SOBRANTES
           " DIFERENCIA NETA: " WS-ED-DIFERENCIA
       IF WS-SIN-ARQUEO > 0
           DISPLAY "AVISO: " WS-SIN-ARQUEO " CAJAS CON VENTAS Y SIN "
               "ARQUEO - VER CUADRE-CAJAS.txt"
           ADD 1 TO WS-AVISOS
       END-IF
       IF WS-REPETIDOS > 0
           DISPLAY "AVISO: " WS-REPETIDOS " CAJEROS CON FALTANTES "
               "REPETIDOS - VER CUADRE-CAJAS.txt"
       END-IF
       IF WS-AVISOS > 0
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

       CARGAR-LIMITES-CUADRE.
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
                           WHEN 'TOL-CUADRE-CAJA'
                               MOVE FUNCTION NUMVAL (WS-LIM-VALOR)
                                   TO LIM-TOL-CUADRE
                           WHEN 'FALTANTES-REPETIDOS'
                               MOVE FUNCTION NUMVAL (WS-LIM-VALOR)
                                   TO LIM-FALTANTES-REP
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE LIMITES
       END-IF
       MOVE 0 TO WS-LIM-EOF.

      *WITHOUT A TILL COUNT THERE IS NOTHING TO BALANCE. AN
      *UNREADABLE LINE IS SKIPPED AND CALLED OUT; A DRAWER KEYED
      *TWICE KEEPS THE LAST COUNT.
       CARGAR-ARQUEO.
       OPEN INPUT ARQUEO
       IF WS-ARQ-STATUS NOT = '00'
           DISPLAY "ERROR: ARQUEO-CAJAS.txt NO DISPONIBLE - SIN "
               "CUADRE DE CAJAS"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL EOF = 1
           READ ARQUEO
               AT END
                   MOVE 1 TO EOF
               NOT AT END
                   IF FD-ARQ-REC NOT = SPACES
                       PERFORM TOMAR-ARQUEO
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ARQUEO
       MOVE 0 TO EOF.

       TOMAR-ARQUEO.
       MOVE SPACES TO WS-CAMPO-FECHA WS-CAMPO-SUCURSAL WS-CAMPO-CAJERO
           WS-CAMPO-IMP1 WS-CAMPO-IMP2
       UNSTRING FD-ARQ-REC DELIMITED BY ','
           INTO WS-CAMPO-FECHA WS-CAMPO-SUCURSAL WS-CAMPO-CAJERO
               WS-CAMPO-IMP1 WS-CAMPO-IMP2
       END-UNSTRING
       IF WS-CAMPO-IMP2 = SPACES
           MOVE '0' TO WS-CAMPO-IMP2
       END-IF
       IF WS-CAMPO-FECHA (1:4) NOT NUMERIC
           OR WS-CAMPO-FECHA (5:1) NOT = '-'
           OR WS-CAMPO-FECHA (6:2) NOT NUMERIC
           OR WS-CAMPO-FECHA (8:1) NOT = '-'
           OR WS-CAMPO-FECHA (9:2) NOT NUMERIC
           OR WS-CAMPO-SUCURSAL = SPACES
           OR FUNCTION TEST-NUMVAL (WS-CAMPO-SUCURSAL) NOT = 0
           OR WS-CAMPO-CAJERO = SPACES
           OR WS-CAMPO-IMP1 = SPACES
           OR FUNCTION TEST-NUMVAL (WS-CAMPO-IMP1) NOT = 0
           OR FUNCTION TEST-NUMVAL (WS-CAMPO-IMP2) NOT = 0
           DISPLAY "ADVERTENCIA: LINEA DE ARQUEO ILEGIBLE, OMITIDA: "
               FUNCTION TRIM (FD-ARQ-REC)
           ADD 1 TO WS-AVISOS
       ELSE
           MOVE FUNCTION NUMVAL (WS-CAMPO-SUCURSAL)
               TO WS-CAMPO-SUC-NUM
           MOVE FUNCTION UPPER-CASE (WS-CAMPO-CAJERO)
               TO WS-CAMPO-CAJERO
           PERFORM BUSCAR-CAJA
           IF WS-HIT > 0
               MOVE 'S' TO CUA-CONTADA (WS-HIT)
               MOVE FUNCTION NUMVAL (WS-CAMPO-IMP1)
                   TO CUA-EFECTIVO (WS-HIT)
               MOVE FUNCTION NUMVAL (WS-CAMPO-IMP2)
                   TO CUA-TARJETA (WS-HIT)
           END-IF
       END-IF.

      *EVERY POSTED LINE OF A COUNTED DAY LANDS IN ITS DRAWER: SALES
      *AND TILL PAYMENTS ON ACCOUNT ARE MONEY IN, REFUNDS MONEY OUT.
      *LINES OF DAYS NOBODY COUNTED ARE LEFT FOR THEIR OWN RUN.
       SUMAR-DISPOSICIONES.
       OPEN INPUT DISPOSICIONES
       IF WS-DSP-STATUS NOT = '00'
           DISPLAY "ERROR: DISPOSICIONES.txt NO DISPONIBLE - CORRA "
               "POSTEAR-VENTAS ANTES DEL CUADRE"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL EOF = 1
           READ DISPOSICIONES
               AT END
                   MOVE 1 TO EOF
               NOT AT END
                   IF DSP-ESTADO = 'A'
                       MOVE DSP-LINEA TO WS-VENTA-CRUDA
                       PERFORM AJUSTAR-VENTA
                       PERFORM SUMAR-LINEA
                   END-IF
           END-READ
       END-PERFORM
       CLOSE DISPOSICIONES
       MOVE 0 TO EOF.

       SUMAR-LINEA.
       IF CAJERO = SPACES OR SUCURSAL NOT NUMERIC
           OR CANTIDAD-VENDIDA NOT NUMERIC OR COSTO NOT NUMERIC
           CONTINUE
       ELSE
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CUA-USADAS OR WS-HIT > 0
               IF CUA-FECHA (WS-I) = FECHA-VENTA
                   MOVE WS-I TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT > 0
               MOVE FECHA-VENTA TO WS-CAMPO-FECHA
               MOVE SUCURSAL TO WS-CAMPO-SUC-NUM
               MOVE FUNCTION UPPER-CASE (CAJERO) TO WS-CAMPO-CAJERO
               PERFORM BUSCAR-CAJA
               IF WS-HIT > 0
                   COMPUTE WS-IMPORTE-LINEA =
                       CANTIDAD-VENDIDA * COSTO
                   EVALUATE TIPO-TRANSACCION
                       WHEN 'R'
                           ADD WS-IMPORTE-LINEA TO
                               CUA-REEMBOLSOS (WS-HIT)
                       WHEN 'P'
                           ADD WS-IMPORTE-LINEA TO CUA-PAGOS (WS-HIT)
      *A GIFT CARD SOLD IS MONEY IN; STORE CREDIT ISSUED IS A REFUND
      *THAT NEVER LEFT THE DRAWER; A CARD SPENT AS TENDER PAID FOR
      *GOODS WITHOUT ANY MONEY COMING IN.
                       WHEN 'T'
                       WHEN 'F'
                           ADD WS-IMPORTE-LINEA TO
                               CUA-TARJ-REGALO (WS-HIT)
                       WHEN 'C'
                           SUBTRACT WS-IMPORTE-LINEA FROM
                               CUA-TARJ-REGALO (WS-HIT)
                       WHEN OTHER
                           ADD WS-IMPORTE-LINEA TO
                               CUA-VENTAS (WS-HIT)
                   END-EVALUATE
               END-IF
           END-IF
       END-IF.

      *DRAWER BY DAY, BRANCH AND CASHIER; FIRST-COME CLAIMS THE NEXT
      *FREE SLOT.
       BUSCAR-CAJA.
       MOVE 0 TO WS-HIT
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CUA-USADAS OR WS-HIT > 0
           IF CUA-FECHA (WS-I) = WS-CAMPO-FECHA
               AND CUA-SUCURSAL (WS-I) = WS-CAMPO-SUC-NUM
               AND CUA-CAJERO (WS-I) = WS-CAMPO-CAJERO
               MOVE WS-I TO WS-HIT
           END-IF
       END-PERFORM
       IF WS-HIT = 0
           IF WS-CUA-USADAS >= 500
               IF WS-CUA-LLENA-AVISADA = 'N'
                   DISPLAY "ADVERTENCIA: TABLA DE CAJAS LLENA "
                       "(LIMITE 500) - CAJAS RESTANTES SIN CUADRAR"
                   MOVE 'S' TO WS-CUA-LLENA-AVISADA
                   ADD 1 TO WS-AVISOS
               END-IF
           ELSE
               ADD 1 TO WS-CUA-USADAS
               MOVE WS-CUA-USADAS TO WS-HIT
               MOVE WS-CAMPO-FECHA TO CUA-FECHA (WS-HIT)
               MOVE WS-CAMPO-SUC-NUM TO CUA-SUCURSAL (WS-HIT)
               MOVE WS-CAMPO-CAJERO TO CUA-CAJERO (WS-HIT)
           END-IF
       END-IF.

       CALCULAR-DIFERENCIAS.
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CUA-USADAS
           COMPUTE CUA-ESPERADO (WS-I) = CUA-VENTAS (WS-I)
               - CUA-REEMBOLSOS (WS-I) + CUA-PAGOS (WS-I)
               + CUA-TARJ-REGALO (WS-I)
           COMPUTE CUA-DECLARADO (WS-I) = CUA-EFECTIVO (WS-I)
               + CUA-TARJETA (WS-I)
           COMPUTE CUA-DIFERENCIA (WS-I) = CUA-DECLARADO (WS-I)
               - CUA-ESPERADO (WS-I)
       END-PERFORM.

      *THE OLD HISTORY IS COPIED ACROSS EXCEPT THE DRAWERS COUNTED
      *AGAIN IN THIS RUN, WHICH ARE WRITTEN FRESH AT THE END. EVERY
      *LINE KEPT FEEDS THE PER-CASHIER RUNNING TOTALS.
       ACTUALIZAR-HISTORIAL.
       OPEN OUTPUT HISTORIAL-NUEVO
       OPEN INPUT HISTORIAL
       IF WS-HIS-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ HISTORIAL
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF FD-HIS-REC NOT = SPACES
                           PERFORM COPIAR-HISTORIAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORIAL
       END-IF
       MOVE 0 TO EOF
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CUA-USADAS
           IF CUA-CONTADA (WS-I) = 'S'
               MOVE CUA-ESPERADO (WS-I) TO WS-ED-ESPERADO
               MOVE CUA-DECLARADO (WS-I) TO WS-ED-DECLARADO
               MOVE CUA-DIFERENCIA (WS-I) TO WS-ED-DIFERENCIA
               MOVE SPACES TO FD-HISN-REC
               STRING CUA-FECHA (WS-I) ',' CUA-SUCURSAL (WS-I) ','
                   FUNCTION TRIM (CUA-CAJERO (WS-I)) ','
                   FUNCTION TRIM (WS-ED-ESPERADO) ','
                   FUNCTION TRIM (WS-ED-DECLARADO) ','
                   FUNCTION TRIM (WS-ED-DIFERENCIA)
                   DELIMITED BY SIZE INTO FD-HISN-REC
               WRITE FD-HISN-REC
               MOVE CUA-CAJERO (WS-I) TO WS-CAMPO-CAJERO
               MOVE CUA-DIFERENCIA (WS-I) TO WS-HIS-DIFERENCIA
               PERFORM ACUMULAR-CAJERO
           END-IF
       END-PERFORM
       CLOSE HISTORIAL-NUEVO
       CALL "SYSTEM" USING
           "mv -f HISTORIAL-CUADRE.NUEVO.txt HISTORIAL-CUADRE.txt"
       MOVE 0 TO RETURN-CODE.

       COPIAR-HISTORIAL.
       MOVE SPACES TO WS-CAMPO-FECHA WS-CAMPO-SUCURSAL WS-CAMPO-CAJERO
           WS-CAMPO-IMP1 WS-CAMPO-IMP2 WS-CAMPO-IMP3
       UNSTRING FD-HIS-REC DELIMITED BY ','
           INTO WS-CAMPO-FECHA WS-CAMPO-SUCURSAL WS-CAMPO-CAJERO
               WS-CAMPO-IMP1 WS-CAMPO-IMP2 WS-CAMPO-IMP3
       END-UNSTRING
       MOVE 'N' TO WS-REEMPLAZADA
       IF FUNCTION TEST-NUMVAL (WS-CAMPO-SUCURSAL) = 0
           MOVE FUNCTION NUMVAL (WS-CAMPO-SUCURSAL)
               TO WS-CAMPO-SUC-NUM
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CUA-USADAS OR WS-REEMPLAZADA = 'S'
               IF CUA-CONTADA (WS-I) = 'S'
                   AND CUA-FECHA (WS-I) = WS-CAMPO-FECHA
                   AND CUA-SUCURSAL (WS-I) = WS-CAMPO-SUC-NUM
                   AND CUA-CAJERO (WS-I) = WS-CAMPO-CAJERO
                   MOVE 'S' TO WS-REEMPLAZADA
               END-IF
           END-PERFORM
       END-IF
       IF WS-REEMPLAZADA = 'N'
           MOVE FD-HIS-REC TO FD-HISN-REC
           WRITE FD-HISN-REC
           IF WS-CAMPO-IMP3 NOT = SPACES
               AND FUNCTION TEST-NUMVAL (WS-CAMPO-IMP3) = 0
               MOVE FUNCTION NUMVAL (WS-CAMPO-IMP3)
                   TO WS-HIS-DIFERENCIA
               PERFORM ACUMULAR-CAJERO
           END-IF
       END-IF.

      *A DAY OUTSIDE THE TOLERANCE IS A SHORTAGE OR AN OVERAGE FOR
      *THE CASHIER'S TALLY; THE NET DIFFERENCE ACCUMULATES EITHER WAY.
       ACUMULAR-CAJERO.
       MOVE 0 TO WS-HIT
       PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-HCA-USADAS OR WS-HIT > 0
           IF HCA-CAJERO (WS-J) = WS-CAMPO-CAJERO
               MOVE WS-J TO WS-HIT
           END-IF
       END-PERFORM
       IF WS-HIT = 0 AND WS-HCA-USADAS < 500
           ADD 1 TO WS-HCA-USADAS
           MOVE WS-HCA-USADAS TO WS-HIT
           MOVE WS-CAMPO-CAJERO TO HCA-CAJERO (WS-HIT)
       END-IF
       IF WS-HIT > 0
           ADD 1 TO HCA-DIAS (WS-HIT)
           ADD WS-HIS-DIFERENCIA TO HCA-ACUMULADO (WS-HIT)
           IF WS-HIS-DIFERENCIA < 0 - LIM-TOL-CUADRE
               ADD 1 TO HCA-FALTANTES (WS-HIT)
           END-IF
           IF WS-HIS-DIFERENCIA > LIM-TOL-CUADRE
               ADD 1 TO HCA-SOBRANTES (WS-HIT)
           END-IF
       END-IF.

       ESCRIBIR-REPORTE.
       OPEN OUTPUT REPORTE
       MOVE WS-HOY TO RPT-TIT-FECHA
       WRITE FD-REP-REC FROM RPT-TITULO
       WRITE FD-REP-REC FROM RPT-ENCABEZADO
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CUA-USADAS
           MOVE CUA-FECHA (WS-I) TO RPT-FECHA
           MOVE CUA-SUCURSAL (WS-I) TO RPT-SUCURSAL
           MOVE CUA-CAJERO (WS-I) TO RPT-CAJERO
           MOVE CUA-VENTAS (WS-I) TO RPT-VENTAS
           MOVE CUA-REEMBOLSOS (WS-I) TO RPT-REEMBOLSOS
           MOVE CUA-PAGOS (WS-I) TO RPT-PAGOS
           MOVE CUA-ESPERADO (WS-I) TO RPT-ESPERADO
           MOVE CUA-EFECTIVO (WS-I) TO RPT-EFECTIVO
           MOVE CUA-TARJETA (WS-I) TO RPT-TARJETA
           MOVE CUA-DIFERENCIA (WS-I) TO RPT-DIFERENCIA
           EVALUATE TRUE
               WHEN CUA-CONTADA (WS-I) = 'N'
                   MOVE 'SIN ARQUEO' TO RPT-ESTADO
                   MOVE 0 TO RPT-EFECTIVO RPT-TARJETA RPT-DIFERENCIA
                   ADD 1 TO WS-SIN-ARQUEO
               WHEN CUA-DIFERENCIA (WS-I) < 0 - LIM-TOL-CUADRE
                   MOVE 'FALTANTE' TO RPT-ESTADO
                   ADD 1 TO WS-FALTANTES
               WHEN CUA-DIFERENCIA (WS-I) > LIM-TOL-CUADRE
                   MOVE 'SOBRANTE' TO RPT-ESTADO
                   ADD 1 TO WS-SOBRANTES
               WHEN OTHER
                   MOVE 'CUADRA' TO RPT-ESTADO
           END-EVALUATE
           IF CUA-CONTADA (WS-I) = 'S'
               ADD CUA-ESPERADO (WS-I) TO WS-TOT-ESPERADO
               ADD CUA-DECLARADO (WS-I) TO WS-TOT-DECLARADO
               ADD CUA-DIFERENCIA (WS-I) TO WS-TOT-DIFERENCIA
           END-IF
           WRITE FD-REP-REC FROM RPT-DETALLE
       END-PERFORM
       MOVE WS-TOT-ESPERADO TO RPT-TOT-ESPERADO
       MOVE WS-TOT-DECLARADO TO RPT-TOT-DECLARADO
       MOVE WS-TOT-DIFERENCIA TO RPT-TOT-DIFERENCIA
       WRITE FD-REP-REC FROM RPT-TOTAL
       MOVE SPACES TO FD-REP-REC
       WRITE FD-REP-REC
       WRITE FD-REP-REC FROM RPT-HIS-TITULO
       WRITE FD-REP-REC FROM RPT-HIS-ENCABEZADO
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-HCA-USADAS
           MOVE HCA-CAJERO (WS-I) TO RPH-CAJERO
           MOVE HCA-DIAS (WS-I) TO RPH-DIAS
           MOVE HCA-FALTANTES (WS-I) TO RPH-FALTANTES
           MOVE HCA-SOBRANTES (WS-I) TO RPH-SOBRANTES
           MOVE HCA-ACUMULADO (WS-I) TO RPH-ACUMULADO
           MOVE SPACES TO RPH-NOTA
           IF LIM-FALTANTES-REP > 0
               AND HCA-FALTANTES (WS-I) >= LIM-FALTANTES-REP
               MOVE '** FALTANTE REPETIDO' TO RPH-NOTA
               ADD 1 TO WS-REPETIDOS
           END-IF
           WRITE FD-REP-REC FROM RPT-HIS-DETALLE
       END-PERFORM
       CLOSE REPORTE.

       COPY VENTA-COMPAT-PROC.
