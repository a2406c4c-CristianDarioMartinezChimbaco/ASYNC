       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIAR-FACTURAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FACTURAS ASSIGN TO 'FACTURAS-PROVEEDOR.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FAC-STATUS.
       SELECT PEDIDOS ASSIGN TO 'PEDIDOS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PED-STATUS.
       SELECT RECEPCIONES ASSIGN TO 'RECEPCIONES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REC-STATUS.
       SELECT COSTOS ASSIGN TO 'costos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COS-STATUS.
       SELECT PROVEEDORES ASSIGN TO 'proveedores.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRO-STATUS.
       SELECT LIMITES ASSIGN TO 'LIMITES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIM-STATUS.
       SELECT CXP ASSIGN TO 'CXP-PROVEEDORES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CXP-STATUS.
       SELECT RETENIDAS ASSIGN TO 'FACTURAS-RETENIDAS.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ANTIGUEDAD ASSIGN TO 'ANTIGUEDAD-CXP.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PENDIENTES-NUEVO ASSIGN TO
           'FACTURAS-PROVEEDOR.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

      ****************************************************************
      * FD SECTION
      ****************************************************************
       FILE SECTION.
      * SUPPLIER INVOICES KEYED IN BY ACCOUNTS PAYABLE, ONE LINE PER
      * INVOICE LINE: PROVEEDOR,FACTURA,FECHA,VENCE,PEDIDO,SKU,
      * CANTIDAD,PRECIO - PRECIO IS THE UNIT PRICE BILLED, VENCE MAY
      * BE LEFT EMPTY (30 DAYS FROM FECHA). LINES SHARING PROVEEDOR
      * AND FACTURA ARE ONE INVOICE. AFTER THE RUN THE FILE HOLDS
      * ONLY THE INVOICES STILL ON HOLD, SO THEY ARE RETRIED ONCE
      * THE MISSING RECEIPT OR THE CORRECTED PRICE IS IN.
       FD  FACTURAS.
           01  FD-FAC-REC          PIC X(120).
      * PURCHASE-ORDER MASTER, NUM,SKU,CANTIDAD,FECHA,ESTADO (SEE
      * RECIBIR-PEDIDOS) - THE ORDERED SIDE OF THE MATCH.
       FD  PEDIDOS.
           01  PEDIDOS-REC         PIC X(50).
      * RECEIPT LOG WRITTEN BY RECIBIR-PEDIDOS, NUM,SKU,CANTIDAD,
      * FECHA,SUCURSAL,COSTO - THE RECEIVED SIDE OF THE MATCH AND
      * THE PREFERRED PRICE REFERENCE.
       FD  RECEPCIONES.
           01  FD-REC-REC          PIC X(80).
      * UNIT-COST MASTER (SEE COSTOS-WS.cpy) - PRICE REFERENCE WHEN
      * THE RECEIPT CARRIED NO COST.
       FD  COSTOS.
           01  FD-COS-REC          PIC X(50).
      * SUPPLIER MASTER, CODIGO,NOMBRE,CONTACTO - MAINTAINED THROUGH
      * MANTENER-MAESTROS PROVEEDORES.
       FD  PROVEEDORES.
           01  PROVEEDORES-REC     PIC X(50).
      * CLAVE,VALOR THRESHOLDS (SEE LIMITES-WS.cpy) - ONLY
      * TOL-PRECIO-CXP IS READ HERE.
       FD  LIMITES.
           01  FD-LIM-REC          PIC X(40).
      * PAYABLES LEDGER, ONE LINE PER POSTED INVOICE LINE:
      * PROVEEDOR,FACTURA,FECHA,VENCE,PEDIDO,SKU,CANTIDAD,IMPORTE,
      * ESTADO ('A' OPEN). APPENDED HERE, NEVER REWRITTEN - THE
      * SUPPLIER CODE IS THE proveedores.txt CODE.
       FD  CXP.
           01  FD-CXP-REC          PIC X(100).
      * HOLD REPORT - EVERY LINE OF EVERY INVOICE THAT DID NOT MATCH,
      * WITH THE REASON.
       FD  RETENIDAS.
           01  FD-RET-REC          PIC X(132).
      * PAYABLES AGING BY SUPPLIER, SAME 30/60/90 BUCKETS AS
      * ANTIGUEDAD-CARTERA.txt, PLUS THE AMOUNT ALREADY PAST DUE.
       FD  ANTIGUEDAD.
           01  FD-ANT-REC          PIC X(170).
      * SCRATCH FILE FOR THE REWRITE OF THE PENDING INVOICES - SAME
      * WRITE-THEN-RENAME PATTERN AS CARTERA.txt.
       FD  PENDIENTES-NUEVO.
           01  FD-PEN-REC          PIC X(120).

      ****************************************************************
      * WS SECTION
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  EOF                     PIC 9 VALUE 0.
       01  WS-FAC-STATUS           PIC XX VALUE '00'.
       01  WS-PED-STATUS           PIC XX VALUE '00'.
       01  WS-REC-STATUS           PIC XX VALUE '00'.
       01  WS-PRO-STATUS           PIC XX VALUE '00'.
       01  WS-LIM-STATUS           PIC XX VALUE '00'.
       01  WS-CXP-STATUS           PIC XX VALUE '00'.
       01  WS-I                    PIC 9(04) VALUE ZEROS.
       01  WS-J                    PIC 9(04) VALUE ZEROS.
       01  WS-F                    PIC 9(04) VALUE ZEROS.
       01  WS-FACTURA-FALLA        PIC X(01) VALUE 'N'.
       01  WS-P                    PIC 9(04) VALUE ZEROS.
       01  WS-PED-HIT              PIC 9(04) VALUE ZEROS.
       01  WS-CXP-HIT              PIC 9(04) VALUE ZEROS.
       01  WS-CURRENT-DATE         PIC X(21).
       01  WS-HOY                  PIC X(10).
       01  WS-HOY-NUM              PIC 9(08) VALUE ZEROS.
       01  WS-FECHA-NUM            PIC 9(08) VALUE ZEROS.
       01  WS-DIAS                 PIC S9(07) VALUE ZEROS.
       01  WS-FECHA-OK             PIC X(01) VALUE 'S'.
       01  WS-FECHA-PRUEBA         PIC X(10).
      *PRICE TOLERANCE IN PERCENT OF THE REFERENCE COST. ABSENT
      *LIMITES.txt OR ABSENT CLAVE MEANS THE INVOICE MUST BILL THE
      *REFERENCE COST EXACTLY.
       01  LIM-TOL-PRECIO-CXP      PIC 9(03)V99 VALUE ZEROS.
       01  WS-LIM-CLAVE            PIC X(20).
       01  WS-LIM-VALOR            PIC X(15).
       01  WS-LIM-EOF              PIC 9 VALUE 0.
      *INVOICE LINES AS KEYED, WITH THE MATCH RESULT. FAC-MOTIVO IS
      *THE LINE'S OWN FAILURE; FAC-RETENIDA IS SET ON EVERY LINE OF
      *AN INVOICE WITH ANY FAILING LINE - AN INVOICE POSTS WHOLE OR
      *NOT AT ALL.
       01  WS-FAC-USADOS           PIC 9(04) VALUE ZEROS.
       01  WS-FAC-DESBORDE         PIC 9(06) VALUE ZEROS.
       01  FAC-TAB OCCURS 2000 TIMES.
           05  FAC-PROVEEDOR       PIC 9(03) VALUE ZEROS.
           05  FAC-NUMERO          PIC X(15).
           05  FAC-FECHA           PIC X(10).
           05  FAC-VENCE           PIC X(10).
           05  FAC-PEDIDO          PIC 9(05) VALUE ZEROS.
           05  FAC-SKU             PIC X(10).
           05  FAC-CANTIDAD        PIC 9(07) VALUE ZEROS.
           05  FAC-PRECIO          PIC 9(08)V99 VALUE ZEROS.
           05  FAC-MOTIVO          PIC X(50).
           05  FAC-RETENIDA        PIC X(01) VALUE 'N'.
           05  FAC-ORIGINAL        PIC X(120).
       01  WS-FAC-PROV-TXT         PIC X(05).
       01  WS-FAC-NUM-TXT          PIC X(15).
       01  WS-FAC-FECHA-TXT        PIC X(10).
       01  WS-FAC-VENCE-TXT        PIC X(10).
       01  WS-FAC-PED-TXT          PIC X(08).
       01  WS-FAC-SKU-TXT          PIC X(10).
       01  WS-FAC-CANT-TXT         PIC X(10).
       01  WS-FAC-PRECIO-TXT       PIC X(15).
      *ONE ROW PER PURCHASE ORDER, WITH WHAT HAS ARRIVED (FROM
      *RECEPCIONES.txt) AND WHAT HAS ALREADY BEEN BILLED (FROM THE
      *LEDGER PLUS THE LINES MATCHED EARLIER IN THIS RUN). AN ORDER
      *RECEIVED BEFORE THE RECEIPT LOG EXISTED HAS NO LOG LINES -
      *ITS ESTADO 'R' THEN STANDS FOR THE FULL ORDERED QUANTITY.
       01  WS-PED-USADOS           PIC 9(03) VALUE ZEROS.
       01  PED-TAB OCCURS 999 TIMES.
           05  PED-NUM             PIC 9(05) VALUE ZEROS.
           05  PED-SKU             PIC X(10).
           05  PED-CANTIDAD        PIC 9(07) VALUE ZEROS.
           05  PED-FECHA           PIC X(10).
           05  PED-ESTADO          PIC X(01).
           05  PED-RECIBIDO        PIC 9(07) VALUE ZEROS.
           05  PED-FACTURADO       PIC 9(07) VALUE ZEROS.
           05  PED-COSTO-REC       PIC 9(08)V99 VALUE ZEROS.
           05  PED-CON-RECEPCION   PIC X(01) VALUE 'N'.
       01  WS-PED-NUM-TXT          PIC X(08).
       01  WS-PED-SKU-TXT          PIC X(10).
       01  WS-PED-CANT-TXT         PIC X(10).
       01  WS-PED-FECHA-TXT        PIC X(10).
       01  WS-PED-ESTADO-TXT       PIC X(03).
       01  WS-PED-BUSCADO          PIC 9(05) VALUE ZEROS.
       01  WS-REC-NUM-TXT          PIC X(08).
       01  WS-REC-SKU-TXT          PIC X(10).
       01  WS-REC-CANT-TXT         PIC X(10).
       01  WS-REC-FECHA-TXT        PIC X(10).
       01  WS-REC-SUC-TXT          PIC X(05).
       01  WS-REC-COSTO-TXT        PIC X(15).
       01  WS-REC-COSTO            PIC 9(08)V99 VALUE ZEROS.
      *THE LEDGER AS LOADED, PLUS THE LINES POSTED BY THIS RUN -
      *USED FOR THE DUPLICATE-INVOICE CHECK AND FOR THE AGING.
       01  WS-CXP-USADOS           PIC 9(04) VALUE ZEROS.
       01  WS-CXP-LLENA-AVISADA    PIC X(01) VALUE 'N'.
       01  CXP-TAB OCCURS 5000 TIMES.
           05  CXP-PROVEEDOR       PIC 9(03) VALUE ZEROS.
           05  CXP-FACTURA         PIC X(15).
           05  CXP-FECHA           PIC X(10).
           05  CXP-VENCE           PIC X(10).
           05  CXP-IMPORTE         PIC 9(11)V99 VALUE ZEROS.
           05  CXP-ESTADO          PIC X(01).
       01  WS-CXP-PROV-TXT         PIC X(05).
       01  WS-CXP-FAC-TXT          PIC X(15).
       01  WS-CXP-FECHA-TXT        PIC X(10).
       01  WS-CXP-VENCE-TXT        PIC X(10).
       01  WS-CXP-PED-TXT          PIC X(08).
       01  WS-CXP-SKU-TXT          PIC X(10).
       01  WS-CXP-CANT-TXT         PIC X(10).
       01  WS-CXP-IMP-TXT          PIC X(16).
       01  WS-CXP-EST-TXT          PIC X(03).
       01  WS-PRO-COD-TXT          PIC X(05).
       01  WS-PRO-NOM-TXT          PIC X(30).
       01  WS-PRO-CON-TXT          PIC X(20).
       01  PROV-TAB OCCURS 999 TIMES.
           05  PROV-LISTADO        PIC X(01) VALUE SPACE.
           05  PROV-NOMBRE         PIC X(30).
           05  PROV-B1             PIC S9(11)V99 VALUE ZEROS.
           05  PROV-B2             PIC S9(11)V99 VALUE ZEROS.
           05  PROV-B3             PIC S9(11)V99 VALUE ZEROS.
           05  PROV-B4             PIC S9(11)V99 VALUE ZEROS.
           05  PROV-VENCIDO        PIC S9(11)V99 VALUE ZEROS.
      *MATCH WORK FIELDS.
       01  WS-RECIBIDO             PIC 9(07) VALUE ZEROS.
       01  WS-CANT-ACUM            PIC 9(08) VALUE ZEROS.
       01  WS-PRECIO-REF           PIC 9(08)V99 VALUE ZEROS.
       01  WS-DIF-PRECIO           PIC S9(08)V99 VALUE ZEROS.
       01  WS-DIF-PCT              PIC 9(09)V99 VALUE ZEROS.
       01  WS-IMPORTE-LINEA        PIC 9(11)V99 VALUE ZEROS.
       01  WS-PRECIO-ED            PIC Z(07)9.99.
       01  WS-REF-ED               PIC Z(07)9.99.
       01  WS-CANT-ED              PIC Z(06)9.
       01  WS-PROV-ED              PIC 9(03).
       01  WS-PED-ED               PIC 9(05).
       01  WS-CANT-ED9             PIC 9(07).
       01  WS-IMPORTE-ED           PIC 9(11).99.
       01  WS-LINEAS-POSTEADAS     PIC 9(05) VALUE ZEROS.
       01  WS-LINEAS-RETENIDAS     PIC 9(05) VALUE ZEROS.
       01  WS-FACTURAS-POSTEADAS   PIC 9(05) VALUE ZEROS.
       01  WS-FACTURAS-RETENIDAS   PIC 9(05) VALUE ZEROS.
       01  WS-PRIMERA-LINEA        PIC X(01) VALUE 'S'.
       01  WS-IMPORTE-POSTEADO     PIC 9(13)V99 VALUE ZEROS.
       01  WS-IMPORTE-POST-ED      PIC Z(12)9.99.
       01  WS-CONTADOR             PIC 9(06) VALUE ZEROS.
       01  RETENIDA-LINEA.
           05  RTL-PROVEEDOR       PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  RTL-FACTURA         PIC X(15).
           05  FILLER              PIC X(05) VALUE ' PED:'.
           05  RTL-PEDIDO          PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  RTL-SKU             PIC X(10).
           05  FILLER              PIC X(06) VALUE ' CANT:'.
           05  RTL-CANTIDAD        PIC Z(06)9.
           05  FILLER              PIC X(08) VALUE ' PRECIO:'.
           05  RTL-PRECIO          PIC Z(07)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RTL-MOTIVO          PIC X(50).
       01  REPORTE-LINEA.
           05  RPL-PROVEEDOR       PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPL-NOMBRE          PIC X(30).
           05  FILLER              PIC X(06) VALUE ' 0-30:'.
           05  RPL-B1              PIC -(09)9.99.
           05  FILLER              PIC X(07) VALUE ' 31-60:'.
           05  RPL-B2              PIC -(09)9.99.
           05  FILLER              PIC X(07) VALUE ' 61-90:'.
           05  RPL-B3              PIC -(09)9.99.
           05  FILLER              PIC X(05) VALUE ' +90:'.
           05  RPL-B4              PIC -(09)9.99.
           05  FILLER              PIC X(07) VALUE ' TOTAL:'.
           05  RPL-TOTAL           PIC -(09)9.99.
           05  FILLER              PIC X(09) VALUE ' VENCIDO:'.
           05  RPL-VENCIDO         PIC -(09)9.99.
       01  WS-TOT-B1               PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOT-B2               PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOT-B3               PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOT-B4               PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOT-VENCIDO          PIC S9(13)V99 VALUE ZEROS.
       01  WS-SALDO-PROV           PIC S9(13)V99 VALUE ZEROS.
       01  WS-PROV-CON-SALDO       PIC 9(04) VALUE ZEROS.

       COPY COSTOS-WS.

       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
           WS-CURRENT-DATE (7:2) DELIMITED BY SIZE INTO WS-HOY
       MOVE WS-CURRENT-DATE (1:8) TO WS-HOY-NUM
       PERFORM CARGAR-LIMITES-CXP
       PERFORM CARGAR-PROVEEDORES
       PERFORM CARGAR-PEDIDOS
       PERFORM CARGAR-RECEPCIONES
       PERFORM CARGAR-COSTOS
       PERFORM CARGAR-CXP
       PERFORM CARGAR-FACTURAS
       PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-FAC-USADOS
           MOVE WS-F TO WS-I
           PERFORM VERIFICAR-PRIMERA-LINEA
           IF WS-PRIMERA-LINEA = 'S'
               PERFORM CONCILIAR-FACTURA
           END-IF
       END-PERFORM
       PERFORM MARCAR-FACTURAS-RETENIDAS
       PERFORM POSTEAR-FACTURAS
       PERFORM ESCRIBIR-RETENIDAS
       IF WS-FAC-STATUS NOT = '35'
           PERFORM GRABAR-PENDIENTES
       END-IF
       PERFORM ESCRIBIR-ANTIGUEDAD-CXP
       MOVE WS-IMPORTE-POSTEADO TO WS-IMPORTE-POST-ED
       DISPLAY "FACTURAS CONTABILIZADAS: " WS-FACTURAS-POSTEADAS
           " (" WS-LINEAS-POSTEADAS " LINEAS, IMPORTE "
           FUNCTION TRIM (WS-IMPORTE-POST-ED) ")"
       DISPLAY "FACTURAS RETENIDAS: " WS-FACTURAS-RETENIDAS
           " (" WS-LINEAS-RETENIDAS " LINEAS) - VER "
           "FACTURAS-RETENIDAS.txt"
       DISPLAY "ANTIGUEDAD DE CUENTAS POR PAGAR: "
           WS-PROV-CON-SALDO " PROVEEDORES CON SALDO - VER "
           "ANTIGUEDAD-CXP.txt"
      *A HELD INVOICE IS A WARNING, NOT A FAILURE - THE REST OF THE
      *BATCH POSTED AND THE HELD ONES WAIT FOR THE NEXT RUN.
       IF WS-LINEAS-RETENIDAS > 0
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

       CARGAR-LIMITES-CXP.
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
                       IF FUNCTION UPPER-CASE
                           (FUNCTION TRIM (WS-LIM-CLAVE))
                           = 'TOL-PRECIO-CXP'
                           MOVE FUNCTION NUMVAL (WS-LIM-VALOR)
                               TO LIM-TOL-PRECIO-CXP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIMITES
       END-IF
       MOVE 0 TO WS-LIM-EOF.

       CARGAR-PROVEEDORES.
       OPEN INPUT PROVEEDORES
       IF WS-PRO-STATUS = '35'
           DISPLAY "AVISO: proveedores.txt NO EXISTE - PROVEEDORES "
               "SIN VALIDAR NI NOMBRE"
       ELSE
           PERFORM UNTIL EOF = 1
               READ PROVEEDORES
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE SPACES TO WS-PRO-COD-TXT
                           WS-PRO-NOM-TXT WS-PRO-CON-TXT
                       UNSTRING PROVEEDORES-REC DELIMITED BY ','
                           INTO WS-PRO-COD-TXT WS-PRO-NOM-TXT
                           WS-PRO-CON-TXT
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL (WS-PRO-COD-TXT)
                           TO WS-P
                       IF WS-P >= 1 AND WS-P <= 999
                           MOVE 'S' TO PROV-LISTADO (WS-P)
                           MOVE WS-PRO-NOM-TXT TO PROV-NOMBRE (WS-P)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVEEDORES
       END-IF
       MOVE 0 TO EOF.

       CARGAR-PEDIDOS.
       OPEN INPUT PEDIDOS
       IF WS-PED-STATUS = '35'
           DISPLAY "AVISO: PEDIDOS.txt NO EXISTE - NINGUNA FACTURA "
               "PUEDE CONCILIARSE"
       ELSE
           PERFORM UNTIL EOF = 1
               READ PEDIDOS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF WS-PED-USADOS < 999
                           ADD 1 TO WS-PED-USADOS
                           MOVE SPACES TO WS-PED-NUM-TXT
                               WS-PED-SKU-TXT WS-PED-CANT-TXT
                               WS-PED-FECHA-TXT WS-PED-ESTADO-TXT
                           UNSTRING PEDIDOS-REC DELIMITED BY ','
                               INTO WS-PED-NUM-TXT WS-PED-SKU-TXT
                               WS-PED-CANT-TXT WS-PED-FECHA-TXT
                               WS-PED-ESTADO-TXT
                           END-UNSTRING
                           MOVE FUNCTION NUMVAL (WS-PED-NUM-TXT) TO
                               PED-NUM (WS-PED-USADOS)
                           MOVE WS-PED-SKU-TXT TO
                               PED-SKU (WS-PED-USADOS)
                           MOVE FUNCTION NUMVAL (WS-PED-CANT-TXT)
                               TO PED-CANTIDAD (WS-PED-USADOS)
                           MOVE WS-PED-FECHA-TXT TO
                               PED-FECHA (WS-PED-USADOS)
                           MOVE WS-PED-ESTADO-TXT (1:1) TO
                               PED-ESTADO (WS-PED-USADOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PEDIDOS
       END-IF
       MOVE 0 TO EOF.

      *SETS WS-PED-HIT FOR ORDER NUMBER WS-PED-BUSCADO (0 = NONE).
       BUSCAR-PEDIDO.
       MOVE 0 TO WS-PED-HIT
       PERFORM VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-PED-USADOS OR WS-PED-HIT > 0
           IF PED-NUM (WS-P) = WS-PED-BUSCADO
               MOVE WS-P TO WS-PED-HIT
           END-IF
       END-PERFORM.

      *EVERY RECEIPT OF AN ORDER ADDS TO ITS RECEIVED QUANTITY; THE
      *LAST RECEIPT THAT CARRIED A UNIT COST IS THE PRICE REFERENCE.
       CARGAR-RECEPCIONES.
       OPEN INPUT RECEPCIONES
       IF WS-REC-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ RECEPCIONES
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE SPACES TO WS-REC-NUM-TXT WS-REC-SKU-TXT
                           WS-REC-CANT-TXT WS-REC-FECHA-TXT
                           WS-REC-SUC-TXT WS-REC-COSTO-TXT
                       UNSTRING FD-REC-REC DELIMITED BY ','
                           INTO WS-REC-NUM-TXT WS-REC-SKU-TXT
                           WS-REC-CANT-TXT WS-REC-FECHA-TXT
                           WS-REC-SUC-TXT WS-REC-COSTO-TXT
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL (WS-REC-NUM-TXT)
                           TO WS-PED-BUSCADO
                       PERFORM BUSCAR-PEDIDO
                       IF WS-PED-HIT > 0
                           ADD FUNCTION NUMVAL (WS-REC-CANT-TXT)
                               TO PED-RECIBIDO (WS-PED-HIT)
                           MOVE 'S' TO PED-CON-RECEPCION (WS-PED-HIT)
                           IF WS-REC-COSTO-TXT NOT = SPACES
                               MOVE FUNCTION NUMVAL (WS-REC-COSTO-TXT)
                                   TO WS-REC-COSTO
                               IF WS-REC-COSTO > 0
                                   MOVE WS-REC-COSTO TO
                                       PED-COSTO-REC (WS-PED-HIT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEPCIONES
       END-IF
       MOVE 0 TO EOF.

      *WHAT IS ALREADY IN THE LEDGER COUNTS AS BILLED AGAINST ITS
      *ORDER, SO A SECOND INVOICE FOR THE SAME GOODS CANNOT PASS THE
      *QUANTITY CHECK.
       CARGAR-CXP.
       OPEN INPUT CXP
       IF WS-CXP-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ CXP
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE SPACES TO WS-CXP-PROV-TXT WS-CXP-FAC-TXT
                           WS-CXP-FECHA-TXT WS-CXP-VENCE-TXT
                           WS-CXP-PED-TXT WS-CXP-SKU-TXT
                           WS-CXP-CANT-TXT WS-CXP-IMP-TXT
                           WS-CXP-EST-TXT
                       UNSTRING FD-CXP-REC DELIMITED BY ','
                           INTO WS-CXP-PROV-TXT WS-CXP-FAC-TXT
                           WS-CXP-FECHA-TXT WS-CXP-VENCE-TXT
                           WS-CXP-PED-TXT WS-CXP-SKU-TXT
                           WS-CXP-CANT-TXT WS-CXP-IMP-TXT
                           WS-CXP-EST-TXT
                       END-UNSTRING
                       IF WS-CXP-USADOS < 5000
                           ADD 1 TO WS-CXP-USADOS
                           MOVE FUNCTION NUMVAL (WS-CXP-PROV-TXT)
                               TO CXP-PROVEEDOR (WS-CXP-USADOS)
                           MOVE WS-CXP-FAC-TXT TO
                               CXP-FACTURA (WS-CXP-USADOS)
                           MOVE WS-CXP-FECHA-TXT TO
                               CXP-FECHA (WS-CXP-USADOS)
                           MOVE WS-CXP-VENCE-TXT TO
                               CXP-VENCE (WS-CXP-USADOS)
                           MOVE FUNCTION NUMVAL (WS-CXP-IMP-TXT)
                               TO CXP-IMPORTE (WS-CXP-USADOS)
                           MOVE WS-CXP-EST-TXT (1:1) TO
                               CXP-ESTADO (WS-CXP-USADOS)
                       ELSE
                           PERFORM AVISAR-CXP-LLENA
                       END-IF
                       MOVE FUNCTION NUMVAL (WS-CXP-PED-TXT)
                           TO WS-PED-BUSCADO
                       PERFORM BUSCAR-PEDIDO
                       IF WS-PED-HIT > 0
                           ADD FUNCTION NUMVAL (WS-CXP-CANT-TXT)
                               TO PED-FACTURADO (WS-PED-HIT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CXP
       END-IF
       MOVE 0 TO EOF.

       AVISAR-CXP-LLENA.
       IF WS-CXP-LLENA-AVISADA = 'N'
           DISPLAY "ADVERTENCIA: TABLA DE CUENTAS POR PAGAR LLENA "
               "(LIMITE 5000) - ANTIGUEDAD Y CONTROL DE "
               "DUPLICADOS INCOMPLETOS"
           MOVE 'S' TO WS-CXP-LLENA-AVISADA
       END-IF.

      *LINES BEYOND THE TABLE ARE NOT LOST - THEY STAY IN THE INPUT
      *FILE FOR THE NEXT RUN (SEE GRABAR-PENDIENTES).
       CARGAR-FACTURAS.
       OPEN INPUT FACTURAS
       IF WS-FAC-STATUS = '35'
           DISPLAY "AVISO: FACTURAS-PROVEEDOR.txt NO EXISTE - SOLO "
               "ANTIGUEDAD"
       ELSE
           PERFORM UNTIL EOF = 1
               READ FACTURAS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF FD-FAC-REC NOT = SPACES
                           IF WS-FAC-USADOS < 2000
                               ADD 1 TO WS-FAC-USADOS
                               PERFORM CARGAR-FACTURA-LINEA
                           ELSE
                               ADD 1 TO WS-FAC-DESBORDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FACTURAS
           IF WS-FAC-DESBORDE > 0
               DISPLAY "ADVERTENCIA: " WS-FAC-DESBORDE " LINEAS DE "
                   "FACTURA SOBRE EL LIMITE DE 2000 - QUEDAN PARA "
                   "LA PROXIMA CORRIDA"
           END-IF
       END-IF
       MOVE 0 TO EOF.

       CARGAR-FACTURA-LINEA.
       MOVE SPACES TO WS-FAC-PROV-TXT WS-FAC-NUM-TXT
           WS-FAC-FECHA-TXT WS-FAC-VENCE-TXT WS-FAC-PED-TXT
           WS-FAC-SKU-TXT WS-FAC-CANT-TXT WS-FAC-PRECIO-TXT
       UNSTRING FD-FAC-REC DELIMITED BY ','
           INTO WS-FAC-PROV-TXT WS-FAC-NUM-TXT WS-FAC-FECHA-TXT
           WS-FAC-VENCE-TXT WS-FAC-PED-TXT WS-FAC-SKU-TXT
           WS-FAC-CANT-TXT WS-FAC-PRECIO-TXT
       END-UNSTRING
       MOVE FD-FAC-REC TO FAC-ORIGINAL (WS-FAC-USADOS)
       MOVE FUNCTION NUMVAL (WS-FAC-PROV-TXT) TO
           FAC-PROVEEDOR (WS-FAC-USADOS)
       MOVE FUNCTION TRIM (WS-FAC-NUM-TXT) TO
           FAC-NUMERO (WS-FAC-USADOS)
       MOVE FUNCTION TRIM (WS-FAC-FECHA-TXT) TO
           FAC-FECHA (WS-FAC-USADOS)
       MOVE FUNCTION TRIM (WS-FAC-VENCE-TXT) TO
           FAC-VENCE (WS-FAC-USADOS)
       MOVE FUNCTION NUMVAL (WS-FAC-PED-TXT) TO
           FAC-PEDIDO (WS-FAC-USADOS)
       MOVE FUNCTION TRIM (WS-FAC-SKU-TXT) TO
           FAC-SKU (WS-FAC-USADOS)
       MOVE FUNCTION NUMVAL (WS-FAC-CANT-TXT) TO
           FAC-CANTIDAD (WS-FAC-USADOS)
       MOVE FUNCTION NUMVAL (WS-FAC-PRECIO-TXT) TO
           FAC-PRECIO (WS-FAC-USADOS)
       MOVE SPACES TO FAC-MOTIVO (WS-FAC-USADOS)
       MOVE 'N' TO FAC-RETENIDA (WS-FAC-USADOS).

      *ONE INVOICE AT A TIME, STARTING AT ITS FIRST LINE WS-F. EACH
      *LINE THAT MATCHES COUNTS AS BILLED AT ONCE, SO TWO LINES OF
      *THE SAME INVOICE ON ONE ORDER ARE CHECKED TOGETHER. IF ANY
      *LINE FAILS, THE WHOLE INVOICE IS HELD AND WHAT ITS GOOD LINES
      *ADDED IS TAKEN BACK OFF - A HELD INVOICE BILLS NOTHING, AND A
      *LATER INVOICE ON THE SAME ORDER IS NOT HELD ON ITS ACCOUNT.
       CONCILIAR-FACTURA.
       MOVE 'N' TO WS-FACTURA-FALLA
       PERFORM VARYING WS-I FROM WS-F BY 1 UNTIL WS-I > WS-FAC-USADOS
           IF FAC-PROVEEDOR (WS-I) = FAC-PROVEEDOR (WS-F)
               AND FAC-NUMERO (WS-I) = FAC-NUMERO (WS-F)
               PERFORM CONCILIAR-LINEA
               IF FAC-MOTIVO (WS-I) NOT = SPACES
                   MOVE 'S' TO WS-FACTURA-FALLA
               END-IF
           END-IF
       END-PERFORM
       IF WS-FACTURA-FALLA = 'S'
           PERFORM VARYING WS-I FROM WS-F BY 1
                   UNTIL WS-I > WS-FAC-USADOS
               IF FAC-PROVEEDOR (WS-I) = FAC-PROVEEDOR (WS-F)
                   AND FAC-NUMERO (WS-I) = FAC-NUMERO (WS-F)
                   AND FAC-MOTIVO (WS-I) = SPACES
                   MOVE FAC-PEDIDO (WS-I) TO WS-PED-BUSCADO
                   PERFORM BUSCAR-PEDIDO
                   SUBTRACT FAC-CANTIDAD (WS-I)
                       FROM PED-FACTURADO (WS-PED-HIT)
               END-IF
           END-PERFORM
       END-IF.

      *THREE-WAY MATCH OF INVOICE LINE WS-I: THE ORDER MUST EXIST
      *FOR THE SAME SKU, THE QUANTITY BILLED SO FAR (LEDGER PLUS
      *THIS RUN) MAY NOT PASS WHAT WAS ORDERED NOR WHAT WAS
      *RECEIVED, AND THE UNIT PRICE MUST SIT WITHIN TOLERANCE OF THE
      *RECEIPT COST (OR THE AVERAGE COST WHEN THE RECEIPT HAD NONE).
      *THE FIRST FAILURE FOUND IS THE REASON GIVEN.
       CONCILIAR-LINEA.
       MOVE FAC-FECHA (WS-I) TO WS-FECHA-PRUEBA
       PERFORM VALIDAR-FECHA
       EVALUATE TRUE
           WHEN FAC-PROVEEDOR (WS-I) < 1
               MOVE 'PROVEEDOR INVALIDO' TO FAC-MOTIVO (WS-I)
           WHEN WS-PRO-STATUS NOT = '35'
               AND PROV-LISTADO (FAC-PROVEEDOR (WS-I)) NOT = 'S'
               MOVE 'PROVEEDOR NO REGISTRADO' TO FAC-MOTIVO (WS-I)
           WHEN FAC-NUMERO (WS-I) = SPACES
               MOVE 'SIN NUMERO DE FACTURA' TO FAC-MOTIVO (WS-I)
           WHEN WS-FECHA-OK = 'N'
               MOVE 'FECHA DE FACTURA INVALIDA' TO FAC-MOTIVO (WS-I)
           WHEN FAC-CANTIDAD (WS-I) = 0 OR FAC-PRECIO (WS-I) = 0
               MOVE 'CANTIDAD O PRECIO EN CERO'
                   TO FAC-MOTIVO (WS-I)
       END-EVALUATE
       IF FAC-MOTIVO (WS-I) = SPACES
           PERFORM FIJAR-VENCIMIENTO
       END-IF
       IF FAC-MOTIVO (WS-I) = SPACES
           PERFORM BUSCAR-FACTURA-CONTABILIZADA
           IF WS-CXP-HIT > 0
               MOVE 'FACTURA YA CONTABILIZADA' TO FAC-MOTIVO (WS-I)
           END-IF
       END-IF
       IF FAC-MOTIVO (WS-I) = SPACES
           MOVE FAC-PEDIDO (WS-I) TO WS-PED-BUSCADO
           PERFORM BUSCAR-PEDIDO
           IF WS-PED-HIT = 0
               MOVE 'PEDIDO NO EXISTE' TO FAC-MOTIVO (WS-I)
           ELSE
               IF PED-SKU (WS-PED-HIT) NOT = FAC-SKU (WS-I)
                   MOVE 'SKU NO COINCIDE CON EL PEDIDO'
                       TO FAC-MOTIVO (WS-I)
               END-IF
           END-IF
       END-IF
       IF FAC-MOTIVO (WS-I) = SPACES
           PERFORM VERIFICAR-CANTIDAD
       END-IF
       IF FAC-MOTIVO (WS-I) = SPACES
           PERFORM VERIFICAR-PRECIO
       END-IF
       IF FAC-MOTIVO (WS-I) = SPACES
           ADD FAC-CANTIDAD (WS-I) TO PED-FACTURADO (WS-PED-HIT)
       END-IF.

       VALIDAR-FECHA.
       MOVE 'S' TO WS-FECHA-OK
       IF WS-FECHA-PRUEBA (1:4) NOT NUMERIC
           OR WS-FECHA-PRUEBA (5:1) NOT = '-'
           OR WS-FECHA-PRUEBA (6:2) NOT NUMERIC
           OR WS-FECHA-PRUEBA (8:1) NOT = '-'
           OR WS-FECHA-PRUEBA (9:2) NOT NUMERIC
           MOVE 'N' TO WS-FECHA-OK
       END-IF.

      *AN INVOICE KEYED WITHOUT A DUE DATE FALLS DUE 30 DAYS AFTER
      *ITS DATE.
       FIJAR-VENCIMIENTO.
       IF FAC-VENCE (WS-I) = SPACES
           MOVE ZEROS TO WS-FECHA-NUM
           MOVE FAC-FECHA (WS-I) (1:4) TO WS-FECHA-NUM (1:4)
           MOVE FAC-FECHA (WS-I) (6:2) TO WS-FECHA-NUM (5:2)
           MOVE FAC-FECHA (WS-I) (9:2) TO WS-FECHA-NUM (7:2)
           COMPUTE WS-FECHA-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-FECHA-NUM) + 30)
           STRING WS-FECHA-NUM (1:4) '-' WS-FECHA-NUM (5:2) '-'
               WS-FECHA-NUM (7:2) DELIMITED BY SIZE
               INTO FAC-VENCE (WS-I)
       ELSE
           MOVE FAC-VENCE (WS-I) TO WS-FECHA-PRUEBA
           PERFORM VALIDAR-FECHA
           IF WS-FECHA-OK = 'N'
               MOVE 'FECHA DE VENCIMIENTO INVALIDA'
                   TO FAC-MOTIVO (WS-I)
           END-IF
       END-IF.

       BUSCAR-FACTURA-CONTABILIZADA.
       MOVE 0 TO WS-CXP-HIT
       PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CXP-USADOS OR WS-CXP-HIT > 0
           IF CXP-PROVEEDOR (WS-J) = FAC-PROVEEDOR (WS-I)
               AND CXP-FACTURA (WS-J) = FAC-NUMERO (WS-I)
               MOVE WS-J TO WS-CXP-HIT
           END-IF
       END-PERFORM.

       VERIFICAR-CANTIDAD.
       IF PED-CON-RECEPCION (WS-PED-HIT) = 'S'
           MOVE PED-RECIBIDO (WS-PED-HIT) TO WS-RECIBIDO
       ELSE
           IF PED-ESTADO (WS-PED-HIT) = 'R'
               MOVE PED-CANTIDAD (WS-PED-HIT) TO WS-RECIBIDO
           ELSE
               MOVE 0 TO WS-RECIBIDO
           END-IF
       END-IF
       COMPUTE WS-CANT-ACUM = PED-FACTURADO (WS-PED-HIT)
           + FAC-CANTIDAD (WS-I)
       IF WS-CANT-ACUM > PED-CANTIDAD (WS-PED-HIT)
           MOVE 'CANTIDAD FACTURADA SUPERA LO PEDIDO'
               TO FAC-MOTIVO (WS-I)
       ELSE
           IF WS-CANT-ACUM > WS-RECIBIDO
               MOVE 'CANTIDAD FACTURADA SUPERA LO RECIBIDO'
                   TO FAC-MOTIVO (WS-I)
           END-IF
       END-IF.

       VERIFICAR-PRECIO.
       MOVE PED-COSTO-REC (WS-PED-HIT) TO WS-PRECIO-REF
       IF WS-PRECIO-REF = 0
           MOVE FAC-SKU (WS-I) TO WS-COS-SKU-BUSCADO
           PERFORM BUSCAR-COSTO
           IF WS-COS-HIT > 0
               MOVE WS-COS-UNITARIO TO WS-PRECIO-REF
           END-IF
       END-IF
       IF WS-PRECIO-REF = 0
           MOVE 'SIN COSTO DE REFERENCIA' TO FAC-MOTIVO (WS-I)
       ELSE
           COMPUTE WS-DIF-PRECIO = FAC-PRECIO (WS-I) - WS-PRECIO-REF
           IF WS-DIF-PRECIO < 0
               COMPUTE WS-DIF-PRECIO = 0 - WS-DIF-PRECIO
           END-IF
           COMPUTE WS-DIF-PCT ROUNDED =
               (WS-DIF-PRECIO * 100) / WS-PRECIO-REF
           IF WS-DIF-PCT > LIM-TOL-PRECIO-CXP
               MOVE WS-PRECIO-REF TO WS-REF-ED
               STRING 'PRECIO FUERA DE TOLERANCIA (REF '
                   FUNCTION TRIM (WS-REF-ED) ')'
                   DELIMITED BY SIZE INTO FAC-MOTIVO (WS-I)
           END-IF
       END-IF.

      *ONE FAILING LINE HOLDS ITS WHOLE INVOICE; THE SIBLING LINES
      *ARE LISTED TOO SO THE HOLD REPORT SHOWS THE INVOICE ENTIRE.
       MARCAR-FACTURAS-RETENIDAS.
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-FAC-USADOS
           IF FAC-MOTIVO (WS-I) NOT = SPACES
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-FAC-USADOS
                   IF FAC-PROVEEDOR (WS-J) = FAC-PROVEEDOR (WS-I)
                       AND FAC-NUMERO (WS-J) = FAC-NUMERO (WS-I)
                       MOVE 'S' TO FAC-RETENIDA (WS-J)
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-FAC-USADOS
           IF FAC-RETENIDA (WS-I) = 'S'
               ADD 1 TO WS-LINEAS-RETENIDAS
               IF FAC-MOTIVO (WS-I) = SPACES
                   MOVE 'OTRA LINEA DE LA FACTURA RETENIDA'
                       TO FAC-MOTIVO (WS-I)
               END-IF
               PERFORM VERIFICAR-PRIMERA-LINEA
               IF WS-PRIMERA-LINEA = 'S'
                   ADD 1 TO WS-FACTURAS-RETENIDAS
               END-IF
           END-IF
       END-PERFORM.

      *WS-PRIMERA-LINEA = 'S' WHEN LINE WS-I IS THE FIRST LINE OF
      *ITS INVOICE IN THE FILE - FOR COUNTING INVOICES, NOT LINES.
       VERIFICAR-PRIMERA-LINEA.
       MOVE 'S' TO WS-PRIMERA-LINEA
       PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J >= WS-I OR WS-PRIMERA-LINEA = 'N'
           IF FAC-PROVEEDOR (WS-J) = FAC-PROVEEDOR (WS-I)
               AND FAC-NUMERO (WS-J) = FAC-NUMERO (WS-I)
               MOVE 'N' TO WS-PRIMERA-LINEA
           END-IF
       END-PERFORM.

       POSTEAR-FACTURAS.
       IF WS-FAC-USADOS > WS-LINEAS-RETENIDAS
           OPEN EXTEND CXP
           IF WS-CXP-STATUS = '35'
               OPEN OUTPUT CXP
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-FAC-USADOS
               IF FAC-RETENIDA (WS-I) = 'N'
                   PERFORM POSTEAR-LINEA-FACTURA
               END-IF
           END-PERFORM
           CLOSE CXP
       END-IF.

       POSTEAR-LINEA-FACTURA.
       COMPUTE WS-IMPORTE-LINEA =
           FAC-CANTIDAD (WS-I) * FAC-PRECIO (WS-I)
       MOVE FAC-PROVEEDOR (WS-I) TO WS-PROV-ED
       MOVE FAC-PEDIDO (WS-I) TO WS-PED-ED
       MOVE FAC-CANTIDAD (WS-I) TO WS-CANT-ED9
       MOVE WS-IMPORTE-LINEA TO WS-IMPORTE-ED
       MOVE SPACES TO FD-CXP-REC
       STRING WS-PROV-ED ','
           FUNCTION TRIM (FAC-NUMERO (WS-I)) ','
           FAC-FECHA (WS-I) ','
           FAC-VENCE (WS-I) ','
           WS-PED-ED ','
           FUNCTION TRIM (FAC-SKU (WS-I)) ','
           WS-CANT-ED9 ','
           WS-IMPORTE-ED ','
           'A'
           DELIMITED BY SIZE INTO FD-CXP-REC
       WRITE FD-CXP-REC
       ADD 1 TO WS-LINEAS-POSTEADAS
       ADD WS-IMPORTE-LINEA TO WS-IMPORTE-POSTEADO
       PERFORM VERIFICAR-PRIMERA-LINEA
       IF WS-PRIMERA-LINEA = 'S'
           ADD 1 TO WS-FACTURAS-POSTEADAS
       END-IF
       IF WS-CXP-USADOS < 5000
           ADD 1 TO WS-CXP-USADOS
           MOVE FAC-PROVEEDOR (WS-I) TO CXP-PROVEEDOR (WS-CXP-USADOS)
           MOVE FAC-NUMERO (WS-I) TO CXP-FACTURA (WS-CXP-USADOS)
           MOVE FAC-FECHA (WS-I) TO CXP-FECHA (WS-CXP-USADOS)
           MOVE FAC-VENCE (WS-I) TO CXP-VENCE (WS-CXP-USADOS)
           MOVE WS-IMPORTE-LINEA TO CXP-IMPORTE (WS-CXP-USADOS)
           MOVE 'A' TO CXP-ESTADO (WS-CXP-USADOS)
       ELSE
           PERFORM AVISAR-CXP-LLENA
       END-IF.

       ESCRIBIR-RETENIDAS.
       OPEN OUTPUT RETENIDAS
       MOVE SPACES TO FD-RET-REC
       STRING '**FACTURAS DE PROVEEDOR RETENIDAS AL ' WS-HOY '**'
           DELIMITED BY SIZE INTO FD-RET-REC
       WRITE FD-RET-REC
       IF WS-LINEAS-RETENIDAS = 0
           MOVE 'SIN FACTURAS RETENIDAS' TO FD-RET-REC
           WRITE FD-RET-REC
       END-IF
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-FAC-USADOS
           IF FAC-RETENIDA (WS-I) = 'S'
               MOVE FAC-PROVEEDOR (WS-I) TO RTL-PROVEEDOR
               MOVE FAC-NUMERO (WS-I) TO RTL-FACTURA
               MOVE FAC-PEDIDO (WS-I) TO RTL-PEDIDO
               MOVE FAC-SKU (WS-I) TO RTL-SKU
               MOVE FAC-CANTIDAD (WS-I) TO RTL-CANTIDAD
               MOVE FAC-PRECIO (WS-I) TO RTL-PRECIO
               MOVE FAC-MOTIVO (WS-I) TO RTL-MOTIVO
               MOVE RETENIDA-LINEA TO FD-RET-REC
               WRITE FD-RET-REC
           END-IF
       END-PERFORM
       CLOSE RETENIDAS.

      *THE INPUT FILE IS REWRITTEN WITH ONLY THE HELD INVOICES, AS
      *KEYED, PLUS ANY LINES THAT DID NOT FIT THE TABLE THIS RUN.
       GRABAR-PENDIENTES.
       OPEN OUTPUT PENDIENTES-NUEVO
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-FAC-USADOS
           IF FAC-RETENIDA (WS-I) = 'S'
               MOVE FAC-ORIGINAL (WS-I) TO FD-PEN-REC
               WRITE FD-PEN-REC
           END-IF
       END-PERFORM
       IF WS-FAC-DESBORDE > 0
           MOVE 0 TO WS-CONTADOR
           OPEN INPUT FACTURAS
           PERFORM UNTIL EOF = 1
               READ FACTURAS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF FD-FAC-REC NOT = SPACES
                           ADD 1 TO WS-CONTADOR
                           IF WS-CONTADOR > WS-FAC-USADOS
                               MOVE FD-FAC-REC TO FD-PEN-REC
                               WRITE FD-PEN-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FACTURAS
           MOVE 0 TO EOF
       END-IF
       CLOSE PENDIENTES-NUEVO
       CALL "SYSTEM" USING
           "mv -f FACTURAS-PROVEEDOR.NUEVO.txt FACTURAS-PROVEEDOR.txt"
       MOVE 0 TO RETURN-CODE.

      *OPEN LEDGER LINES AGED BY INVOICE DATE INTO THE SAME FOUR
      *30-DAY BUCKETS AS THE RECEIVABLES, PER SUPPLIER; VENCIDO IS
      *THE PART WHOSE DUE DATE IS ALREADY BEHIND US.
       ESCRIBIR-ANTIGUEDAD-CXP.
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CXP-USADOS
           IF CXP-ESTADO (WS-I) = 'A'
               AND CXP-PROVEEDOR (WS-I) >= 1
               PERFORM ENVEJECER-LINEA-CXP
           END-IF
       END-PERFORM
       OPEN OUTPUT ANTIGUEDAD
       MOVE SPACES TO FD-ANT-REC
       STRING '**ANTIGUEDAD DE CUENTAS POR PAGAR AL ' WS-HOY '**'
           DELIMITED BY SIZE INTO FD-ANT-REC
       WRITE FD-ANT-REC
       PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 999
           IF PROV-B1 (WS-P) NOT = 0 OR PROV-B2 (WS-P) NOT = 0
               OR PROV-B3 (WS-P) NOT = 0 OR PROV-B4 (WS-P) NOT = 0
               ADD 1 TO WS-PROV-CON-SALDO
               MOVE WS-P TO RPL-PROVEEDOR
               IF PROV-LISTADO (WS-P) = 'S'
                   MOVE PROV-NOMBRE (WS-P) TO RPL-NOMBRE
               ELSE
                   MOVE '(NO REGISTRADO)' TO RPL-NOMBRE
               END-IF
               MOVE PROV-B1 (WS-P) TO RPL-B1
               MOVE PROV-B2 (WS-P) TO RPL-B2
               MOVE PROV-B3 (WS-P) TO RPL-B3
               MOVE PROV-B4 (WS-P) TO RPL-B4
               COMPUTE WS-SALDO-PROV = PROV-B1 (WS-P)
                   + PROV-B2 (WS-P) + PROV-B3 (WS-P) + PROV-B4 (WS-P)
               MOVE WS-SALDO-PROV TO RPL-TOTAL
               MOVE PROV-VENCIDO (WS-P) TO RPL-VENCIDO
               ADD PROV-B1 (WS-P) TO WS-TOT-B1
               ADD PROV-B2 (WS-P) TO WS-TOT-B2
               ADD PROV-B3 (WS-P) TO WS-TOT-B3
               ADD PROV-B4 (WS-P) TO WS-TOT-B4
               ADD PROV-VENCIDO (WS-P) TO WS-TOT-VENCIDO
               MOVE REPORTE-LINEA TO FD-ANT-REC
               WRITE FD-ANT-REC
           END-IF
       END-PERFORM
       MOVE ZEROS TO RPL-PROVEEDOR
       MOVE '** TOTAL COMPANIA **' TO RPL-NOMBRE
       MOVE WS-TOT-B1 TO RPL-B1
       MOVE WS-TOT-B2 TO RPL-B2
       MOVE WS-TOT-B3 TO RPL-B3
       MOVE WS-TOT-B4 TO RPL-B4
       COMPUTE WS-SALDO-PROV = WS-TOT-B1 + WS-TOT-B2
           + WS-TOT-B3 + WS-TOT-B4
       MOVE WS-SALDO-PROV TO RPL-TOTAL
       MOVE WS-TOT-VENCIDO TO RPL-VENCIDO
       MOVE REPORTE-LINEA TO FD-ANT-REC
       WRITE FD-ANT-REC
       CLOSE ANTIGUEDAD.

       ENVEJECER-LINEA-CXP.
       MOVE CXP-PROVEEDOR (WS-I) TO WS-P
       MOVE 0 TO WS-DIAS
       MOVE CXP-FECHA (WS-I) TO WS-FECHA-PRUEBA
       PERFORM VALIDAR-FECHA
       IF WS-FECHA-OK = 'S'
           MOVE ZEROS TO WS-FECHA-NUM
           MOVE CXP-FECHA (WS-I) (1:4) TO WS-FECHA-NUM (1:4)
           MOVE CXP-FECHA (WS-I) (6:2) TO WS-FECHA-NUM (5:2)
           MOVE CXP-FECHA (WS-I) (9:2) TO WS-FECHA-NUM (7:2)
           COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE (WS-HOY-NUM)
               - FUNCTION INTEGER-OF-DATE (WS-FECHA-NUM)
       END-IF
       EVALUATE TRUE
           WHEN WS-DIAS <= 30
               ADD CXP-IMPORTE (WS-I) TO PROV-B1 (WS-P)
           WHEN WS-DIAS <= 60
               ADD CXP-IMPORTE (WS-I) TO PROV-B2 (WS-P)
           WHEN WS-DIAS <= 90
               ADD CXP-IMPORTE (WS-I) TO PROV-B3 (WS-P)
           WHEN OTHER
               ADD CXP-IMPORTE (WS-I) TO PROV-B4 (WS-P)
       END-EVALUATE
       IF CXP-VENCE (WS-I) < WS-HOY
           ADD CXP-IMPORTE (WS-I) TO PROV-VENCIDO (WS-P)
       END-IF.

       COPY COSTOS-PROC.
