       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVALUAR-PROVEEDORES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PROVEEDORES ASSIGN TO 'proveedores.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRO-STATUS.
       SELECT PRODUCTOS ASSIGN TO 'PRODUCTOS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-ID
           FILE STATUS IS WS-PRD-STATUS.
       SELECT ELEMENTOS ASSIGN TO 'elementos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ELE-STATUS.
       SELECT PEDIDOS ASSIGN TO 'PEDIDOS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PED-STATUS.
       SELECT RECEPCIONES ASSIGN TO 'RECEPCIONES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REC-STATUS.
       SELECT CANCELACIONES ASSIGN TO 'PEDIDOS-CANCELADOS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAN-STATUS.
       SELECT REPORTE ASSIGN TO 'EVALUACION-PROVEEDORES.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

      ****************************************************************
      * FD SECTION
      ****************************************************************
       FILE SECTION.
      * SUPPLIER MASTER, CODIGO,NOMBRE,CONTACTO[,DIAS-ENTREGA] PER
      * LINE (SEE MANTENER-MAESTROS) - DIAS-ENTREGA IS THE AGREED
      * LEAD TIME EVERY DELIVERY IS HELD AGAINST.
       FD  PROVEEDORES.
           01  PROVEEDORES-REC     PIC X(50).
       FD  PRODUCTOS.
           COPY WS-PRODUCTOS-IDX.
       FD  ELEMENTOS.
           01  ELEMENTOS-REC       PIC X(50).
      * PURCHASE ORDERS, NUM,SKU,CANTIDAD,FECHA,ESTADO (SEE
      * RECIBIR-PEDIDOS) - FECHA IS THE DAY THE ORDER WAS RAISED.
       FD  PEDIDOS.
           01  PEDIDOS-REC         PIC X(50).
      * EVERY DELIVERY, NUM,SKU,CANTIDAD,FECHA,SUCURSAL,COSTO.
       FD  RECEPCIONES.
           01  FD-REC-REC          PIC X(80).
      * BALANCES A BUYER CANCELLED, NUM,SKU,CANTIDAD,RECIBIDO,SALDO,
      * FECHA,MOTIVO - THE DAY THE ORDER CLOSED SHORT.
       FD  CANCELACIONES.
           01  FD-CAN-REC          PIC X(100).
      * ONE SCORE LINE PER SUPPLIER FOR THE MONTH, THEN THE ORDERS
      * STILL OVERDUE AT THE CUT-OFF, SUPPLIER BY SUPPLIER.
       FD  REPORTE.
           01  FD-REP-REC          PIC X(132).

      ****************************************************************
      * WS SECTION
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  EOF                     PIC 9 VALUE 0.
       01  WS-PRO-STATUS           PIC XX VALUE '00'.
       01  WS-PRD-STATUS           PIC XX VALUE '00'.
       01  WS-ELE-STATUS           PIC XX VALUE '00'.
       01  WS-PED-STATUS           PIC XX VALUE '00'.
       01  WS-REC-STATUS           PIC XX VALUE '00'.
       01  WS-CAN-STATUS           PIC XX VALUE '00'.
       01  WS-I                    PIC 9(04) VALUE ZEROS.
       01  WS-J                    PIC 9(04) VALUE ZEROS.
       01  WS-P                    PIC 9(04) VALUE ZEROS.
       01  WS-HIT                  PIC 9(04) VALUE ZEROS.
      *"EVALUAR-PROVEEDORES <YYYY-MM>" - THE MONTH SCORED. ITS
      *RECEIPTS GIVE THE LEAD TIME AND ON-TIME RATE, THE ORDERS
      *THAT CLOSED IN IT (FULLY RECEIVED OR CANCELLED SHORT) GIVE
      *THE FILL RATE, AND THE ORDERS STILL OPEN AT THE CUT-OFF -
      *THE MONTH'S LAST DAY, OR TODAY WHILE THE MONTH IS RUNNING -
      *PAST THEIR AGREED LEAD TIME ARE THE OVERDUE ONES. A RECEIPT
      *OR CANCELLATION AFTER THE CUT-OFF DOES NOT REWRITE AN
      *EARLIER MONTH'S SCORE.
       01  WS-CMD-LINE             PIC X(20).
       01  WS-PERIODO              PIC X(07).
       01  WS-CURRENT-DATE         PIC X(21).
       01  WS-HOY                  PIC X(10).
       01  WS-CORTE                PIC X(10).
       01  WS-CORTE-DIA            PIC 9(07) VALUE ZEROS.
       01  WS-FECHA-NUM            PIC 9(08) VALUE ZEROS.
       01  WS-SIG-MES-NUM          PIC 9(08) VALUE ZEROS.
      *DAY NUMBER OF A YYYY-MM-DD TEXT DATE, 0 WHEN IT IS NOT ONE.
       01  WS-FECHA-TXT            PIC X(10).
       01  WS-FECHA-DIA            PIC 9(07) VALUE ZEROS.
       01  WS-DIAS                 PIC S9(07) VALUE ZEROS.
      *SUPPLIER TABLE SUBSCRIPTED DIRECTLY BY THE 1-999 CODE, AS IN
      *REPORTE-PROVEEDORES, WITH THE MONTH'S COUNTERS ALONGSIDE.
       01  PROV-TAB OCCURS 999 TIMES.
           05  PROV-LISTADO        PIC X(01) VALUE SPACE.
           05  PROV-NOMBRE         PIC X(30).
           05  PROV-PLAZO          PIC 9(03) VALUE ZEROS.
           05  PROV-RECEPCIONES    PIC 9(05) VALUE ZEROS.
           05  PROV-UNIDADES       PIC 9(09) VALUE ZEROS.
           05  PROV-DIAS-SUMA      PIC 9(09) VALUE ZEROS.
           05  PROV-A-TIEMPO       PIC 9(05) VALUE ZEROS.
           05  PROV-CERRADOS       PIC 9(05) VALUE ZEROS.
           05  PROV-CERR-PEDIDO    PIC 9(09) VALUE ZEROS.
           05  PROV-CERR-RECIBIDO  PIC 9(09) VALUE ZEROS.
           05  PROV-ABIERTOS       PIC 9(05) VALUE ZEROS.
           05  PROV-ATRASADOS      PIC 9(05) VALUE ZEROS.
       01  WS-PRO-COD-TXT          PIC X(05).
       01  WS-PRO-NOM-TXT          PIC X(30).
       01  WS-PRO-CON-TXT          PIC X(20).
       01  WS-PRO-DIAS-TXT         PIC X(05).
      *SKU CATALOG WITH ITS SUPPLIER - PRODUCTOS.dat FIRST, THE
      *elementos.txt EXPORT WHEN THE INDEXED MASTER IS ABSENT.
       01  WS-CAT-USADOS           PIC 9(04) VALUE ZEROS.
       01  CAT-TAB OCCURS 2000 TIMES.
           05  CAT-SKU             PIC X(10).
           05  CAT-PROVEEDOR       PIC 9(03) VALUE ZEROS.
       01  WS-ELE-SKU              PIC X(10).
       01  WS-ELE-NOMBRE           PIC X(30).
       01  WS-ELE-CATEGORIA        PIC X(03).
       01  WS-ELE-PROV-TXT         PIC X(05).
      *PED-REC-CORTE IS WHAT HAD ARRIVED BY THE CUT-OFF, PED-ULTIMA
      *THE LAST DELIVERY DATE, PED-CANCELA THE DAY THE BALANCE WAS
      *CANCELLED.
       01  WS-PED-USADOS           PIC 9(03) VALUE ZEROS.
       01  PED-TAB OCCURS 999 TIMES.
           05  PED-NUM             PIC 9(05) VALUE ZEROS.
           05  PED-SKU             PIC X(10).
           05  PED-CANTIDAD        PIC 9(07) VALUE ZEROS.
           05  PED-FECHA           PIC X(10).
           05  PED-ESTADO          PIC X(01).
           05  PED-PROVEEDOR       PIC 9(03) VALUE ZEROS.
           05  PED-DIA             PIC 9(07) VALUE ZEROS.
           05  PED-RECIBIDO        PIC 9(07) VALUE ZEROS.
           05  PED-REC-CORTE       PIC 9(07) VALUE ZEROS.
           05  PED-ULTIMA          PIC X(10).
           05  PED-CANCELA         PIC X(10).
           05  PED-ATRASO          PIC 9(05) VALUE ZEROS.
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
       01  WS-REC-CANT             PIC 9(07) VALUE ZEROS.
       01  WS-CAN-CAMPO            PIC X(10).
       01  WS-CAN-FECHA-TXT        PIC X(10).
       01  WS-REC-SIN-PEDIDO       PIC 9(05) VALUE ZEROS.
       01  WS-PED-SIN-PROV         PIC 9(05) VALUE ZEROS.
       01  WS-CERRADO              PIC X(01) VALUE 'N'.
       01  WS-ABIERTO              PIC X(01) VALUE 'N'.
       01  WS-LLEGADO              PIC 9(07) VALUE ZEROS.
       01  WS-SALDO                PIC 9(07) VALUE ZEROS.
       01  WS-PROVEEDORES-EVAL     PIC 9(03) VALUE ZEROS.
       01  WS-TOT-ATRASADOS        PIC 9(05) VALUE ZEROS.
       01  WS-PROMEDIO             PIC 9(05)V9 VALUE ZEROS.
       01  WS-PORCENTAJE           PIC 9(03)V9 VALUE ZEROS.
       01  WS-ED-PROMEDIO          PIC ZZZZ9.9.
       01  WS-ED-PORCENTAJE        PIC ZZ9.9.
       01  WS-ED-CONTADOR          PIC ZZZZ9.
       01  TITULO-LINEA.
           05  FILLER              PIC X(36) VALUE
               'EVALUACION DE PROVEEDORES - PERIODO '.
           05  TIT-PERIODO         PIC X(07).
           05  FILLER              PIC X(08) VALUE ' CORTE: '.
           05  TIT-CORTE           PIC X(10).
       01  COLUMNAS-LINEA.
           05  FILLER              PIC X(40) VALUE
               'PRV NOMBRE                         PLAZO'.
           05  FILLER              PIC X(40) VALUE
               '  RECEP  UNIDADES  DIAS-PROM  A-TIEMPO%'.
           05  FILLER              PIC X(40) VALUE
               '  CERRADOS  CUMPLIM%  ABIERTOS ATRASADOS'.
       01  EVALUACION-LINEA.
           05  EVA-CODIGO          PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  EVA-NOMBRE          PIC X(30).
           05  FILLER              PIC X(01) VALUE ' '.
           05  EVA-PLAZO           PIC X(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  EVA-RECEPCIONES     PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE ' '.
           05  EVA-UNIDADES        PIC ZZZZZZZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  EVA-DIAS-PROM       PIC X(07).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  EVA-A-TIEMPO        PIC X(05).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  EVA-CERRADOS        PIC ZZZZ9.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  EVA-CUMPLIMIENTO    PIC X(05).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  EVA-ABIERTOS        PIC ZZZZ9.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  EVA-ATRASADOS       PIC X(05).
       01  ATRASO-LINEA.
           05  FILLER              PIC X(06) VALUE '  PRV '.
           05  ATR-PROVEEDOR       PIC 9(03).
           05  FILLER              PIC X(08) VALUE ' PEDIDO '.
           05  ATR-NUMERO          PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  ATR-SKU             PIC X(10).
           05  FILLER              PIC X(09) VALUE ' PEDIDO: '.
           05  ATR-FECHA           PIC X(10).
           05  FILLER              PIC X(09) VALUE ' PLAZO: '.
           05  ATR-PLAZO           PIC ZZ9.
           05  FILLER              PIC X(09) VALUE ' SALDO: '.
           05  ATR-SALDO           PIC ZZZZZZ9.
           05  FILLER              PIC X(15) VALUE
               ' DIAS ATRASO: '.
           05  ATR-DIAS            PIC ZZZZ9.

       PROCEDURE DIVISION.
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       MOVE FUNCTION TRIM (WS-CMD-LINE) TO WS-PERIODO
       IF WS-PERIODO (1:4) NOT NUMERIC
           OR WS-PERIODO (5:1) NOT = '-'
           OR WS-PERIODO (6:2) NOT NUMERIC
           OR WS-PERIODO (6:2) < '01' OR WS-PERIODO (6:2) > '12'
           DISPLAY "USO: EVALUAR-PROVEEDORES <YYYY-MM>"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
           WS-CURRENT-DATE (7:2) DELIMITED BY SIZE INTO WS-HOY
       IF WS-PERIODO > WS-HOY (1:7)
           DISPLAY "ERROR: EL PERIODO " WS-PERIODO " AUN NO EMPIEZA"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM FIJAR-CORTE
       PERFORM CARGAR-PROVEEDORES
       PERFORM CARGAR-CATALOGO
       PERFORM CARGAR-PEDIDOS
      *A MONTH WITHOUT PURCHASE ORDERS IS A QUIET MONTH, NOT A
      *FAILURE - THE SCORECARD STILL GOES OUT (EVERY SUPPLIER AT
      *ZERO, NOTHING OVERDUE) SO THE MONTH-END CHAIN CARRIES ON.
       IF WS-PED-USADOS = 0
           DISPLAY "AVISO: PEDIDOS.txt VACIO O AUSENTE - EVALUACION "
               "SIN PEDIDOS"
           PERFORM ESCRIBIR-REPORTE
           DISPLAY "EVALUACION DE PROVEEDORES " WS-PERIODO ": "
               WS-PROVEEDORES-EVAL " PROVEEDORES, SIN PEDIDOS - VER "
               "EVALUACION-PROVEEDORES.txt"
           MOVE 0 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM CARGAR-CANCELACIONES
       PERFORM LEER-RECEPCIONES
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PED-USADOS
           IF PED-PROVEEDOR (WS-I) = 0
               ADD 1 TO WS-PED-SIN-PROV
           ELSE
               PERFORM EVALUAR-PEDIDO
           END-IF
       END-PERFORM
       PERFORM ESCRIBIR-REPORTE
       DISPLAY "EVALUACION DE PROVEEDORES " WS-PERIODO ": "
           WS-PROVEEDORES-EVAL " PROVEEDORES, " WS-TOT-ATRASADOS
           " PEDIDOS ATRASADOS - VER EVALUACION-PROVEEDORES.txt"
       IF WS-PED-SIN-PROV > 0
           DISPLAY "AVISO: " WS-PED-SIN-PROV " PEDIDOS DE SKU SIN "
               "PROVEEDOR ASIGNADO - NO EVALUADOS"
       END-IF
       IF WS-REC-SIN-PEDIDO > 0
           DISPLAY "AVISO: " WS-REC-SIN-PEDIDO " RECEPCIONES DE "
               "PEDIDOS QUE YA NO ESTAN EN PEDIDOS.txt - OMITIDAS"
       END-IF
       STOP RUN.

      *A CLOSED MONTH IS CUT AT ITS LAST DAY, THE MONTH IN PROGRESS
      *AT TODAY.
       FIJAR-CORTE.
       IF WS-PERIODO = WS-HOY (1:7)
           MOVE WS-HOY TO WS-CORTE
       ELSE
           MOVE WS-PERIODO (1:4) TO WS-SIG-MES-NUM (1:4)
           MOVE WS-PERIODO (6:2) TO WS-SIG-MES-NUM (5:2)
           MOVE '01' TO WS-SIG-MES-NUM (7:2)
           IF WS-SIG-MES-NUM (5:2) = '12'
               ADD 10000 TO WS-SIG-MES-NUM
               MOVE '01' TO WS-SIG-MES-NUM (5:2)
           ELSE
               ADD 100 TO WS-SIG-MES-NUM
           END-IF
           COMPUTE WS-FECHA-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-SIG-MES-NUM) - 1)
           MOVE SPACES TO WS-CORTE
           STRING WS-FECHA-NUM (1:4) '-' WS-FECHA-NUM (5:2) '-'
               WS-FECHA-NUM (7:2) DELIMITED BY SIZE INTO WS-CORTE
       END-IF
       MOVE WS-CORTE TO WS-FECHA-TXT
       PERFORM CALCULAR-DIA
       MOVE WS-FECHA-DIA TO WS-CORTE-DIA.

       CALCULAR-DIA.
       MOVE 0 TO WS-FECHA-DIA
       IF WS-FECHA-TXT (1:4) NUMERIC
           AND WS-FECHA-TXT (5:1) = '-'
           AND WS-FECHA-TXT (6:2) NUMERIC
           AND WS-FECHA-TXT (6:2) >= '01' AND WS-FECHA-TXT (6:2) <= '12'
           AND WS-FECHA-TXT (8:1) = '-'
           AND WS-FECHA-TXT (9:2) NUMERIC
           AND WS-FECHA-TXT (9:2) >= '01' AND WS-FECHA-TXT (9:2) <= '31'
           AND WS-FECHA-TXT (1:4) >= '1601'
           MOVE WS-FECHA-TXT (1:4) TO WS-FECHA-NUM (1:4)
           MOVE WS-FECHA-TXT (6:2) TO WS-FECHA-NUM (5:2)
           MOVE WS-FECHA-TXT (9:2) TO WS-FECHA-NUM (7:2)
           MOVE FUNCTION INTEGER-OF-DATE (WS-FECHA-NUM)
               TO WS-FECHA-DIA
       END-IF.

       CARGAR-PROVEEDORES.
       OPEN INPUT PROVEEDORES
       IF WS-PRO-STATUS = '35'
           DISPLAY "AVISO: proveedores.txt NO EXISTE - SIN NOMBRES "
               "NI PLAZOS PACTADOS"
       ELSE
           PERFORM UNTIL EOF = 1
               READ PROVEEDORES
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE SPACES TO WS-PRO-COD-TXT
                           WS-PRO-NOM-TXT WS-PRO-CON-TXT
                           WS-PRO-DIAS-TXT
                       UNSTRING PROVEEDORES-REC DELIMITED BY ','
                           INTO WS-PRO-COD-TXT WS-PRO-NOM-TXT
                           WS-PRO-CON-TXT WS-PRO-DIAS-TXT
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL (WS-PRO-COD-TXT)
                           TO WS-P
                       IF WS-P >= 1 AND WS-P <= 999
                           MOVE 'S' TO PROV-LISTADO (WS-P)
                           MOVE WS-PRO-NOM-TXT TO PROV-NOMBRE (WS-P)
                           IF WS-PRO-DIAS-TXT NOT = SPACES
                               MOVE FUNCTION NUMVAL (WS-PRO-DIAS-TXT)
                                   TO PROV-PLAZO (WS-P)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVEEDORES
       END-IF
       MOVE 0 TO EOF.

      *INDEXED MASTER FIRST WITH txt FALLBACK - THE SAME LOADING RULE
      *AS REPORTE-PROVEEDORES. AN INACTIVE PRODUCT STILL NAMES THE
      *SUPPLIER OF ITS OLD ORDERS.
       CARGAR-CATALOGO.
       OPEN INPUT PRODUCTOS
       IF WS-PRD-STATUS = '00'
           MOVE 0 TO PRD-ID
           START PRODUCTOS KEY IS > PRD-ID
           IF WS-PRD-STATUS = '00'
               PERFORM UNTIL EOF = 1
                   READ PRODUCTOS NEXT RECORD
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF WS-CAT-USADOS < 2000
                               ADD 1 TO WS-CAT-USADOS
                               MOVE PRD-SKU TO
                                   CAT-SKU (WS-CAT-USADOS)
                               MOVE PRD-PROVEEDOR TO
                                   CAT-PROVEEDOR (WS-CAT-USADOS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PRODUCTOS
       ELSE
           OPEN INPUT ELEMENTOS
           IF WS-ELE-STATUS = '00'
               PERFORM UNTIL EOF = 1
                   READ ELEMENTOS
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF WS-CAT-USADOS < 2000
                               ADD 1 TO WS-CAT-USADOS
                               MOVE SPACES TO WS-ELE-SKU
                                   WS-ELE-NOMBRE WS-ELE-CATEGORIA
                                   WS-ELE-PROV-TXT
                               UNSTRING ELEMENTOS-REC
                                   DELIMITED BY ','
                                   INTO WS-ELE-SKU WS-ELE-NOMBRE
                                   WS-ELE-CATEGORIA WS-ELE-PROV-TXT
                               END-UNSTRING
                               MOVE WS-ELE-SKU TO
                                   CAT-SKU (WS-CAT-USADOS)
                               MOVE FUNCTION NUMVAL
                                   (WS-ELE-PROV-TXT) TO
                                   CAT-PROVEEDOR (WS-CAT-USADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ELEMENTOS
           END-IF
       END-IF
       MOVE 0 TO EOF.

      *EACH ORDER TAKES THE SUPPLIER ITS SKU HAS ON THE PRODUCT
      *MASTER.
       CARGAR-PEDIDOS.
       OPEN INPUT PEDIDOS
       IF WS-PED-STATUS = '35'
           MOVE 0 TO EOF
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
                           MOVE SPACES TO PED-ULTIMA (WS-PED-USADOS)
                               PED-CANCELA (WS-PED-USADOS)
                           MOVE WS-PED-FECHA-TXT TO WS-FECHA-TXT
                           PERFORM CALCULAR-DIA
                           MOVE WS-FECHA-DIA TO PED-DIA (WS-PED-USADOS)
                           PERFORM VARYING WS-J FROM 1 BY 1
                                   UNTIL WS-J > WS-CAT-USADOS
                               IF CAT-SKU (WS-J) = WS-PED-SKU-TXT
                                   MOVE CAT-PROVEEDOR (WS-J) TO
                                       PED-PROVEEDOR (WS-PED-USADOS)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PEDIDOS
       END-IF
       MOVE 0 TO EOF.

       BUSCAR-PEDIDO.
       MOVE 0 TO WS-HIT
       PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-PED-USADOS OR WS-HIT > 0
           IF PED-NUM (WS-J) = WS-PED-BUSCADO
               MOVE WS-J TO WS-HIT
           END-IF
       END-PERFORM.

       CARGAR-CANCELACIONES.
       OPEN INPUT CANCELACIONES
       IF WS-CAN-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ CANCELACIONES
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE SPACES TO WS-PED-NUM-TXT WS-CAN-FECHA-TXT
                       UNSTRING FD-CAN-REC DELIMITED BY ','
                           INTO WS-PED-NUM-TXT WS-CAN-CAMPO
                           WS-CAN-CAMPO WS-CAN-CAMPO WS-CAN-CAMPO
                           WS-CAN-FECHA-TXT
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL (WS-PED-NUM-TXT)
                           TO WS-PED-BUSCADO
                       PERFORM BUSCAR-PEDIDO
                       IF WS-HIT > 0
                           MOVE WS-CAN-FECHA-TXT TO PED-CANCELA (WS-HIT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CANCELACIONES
       END-IF
       MOVE 0 TO EOF.

      *EVERY RECEIPT BUILDS ITS ORDER'S RUNNING TOTALS; THE ONES
      *DATED IN THE MONTH ARE ALSO SCORED FOR LEAD TIME - DAYS FROM
      *THE ORDER DATE TO THAT DELIVERY, ON TIME WHEN WITHIN THE
      *SUPPLIER'S AGREED DIAS-ENTREGA.
       LEER-RECEPCIONES.
       OPEN INPUT RECEPCIONES
       IF WS-REC-STATUS = '35'
           DISPLAY "AVISO: RECEPCIONES.txt NO EXISTE - SIN ENTREGAS "
               "QUE EVALUAR"
       ELSE
           PERFORM UNTIL EOF = 1
               READ RECEPCIONES
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       PERFORM TOMAR-RECEPCION
               END-READ
           END-PERFORM
           CLOSE RECEPCIONES
       END-IF
       MOVE 0 TO EOF.

       TOMAR-RECEPCION.
       MOVE SPACES TO WS-REC-NUM-TXT WS-REC-SKU-TXT WS-REC-CANT-TXT
           WS-REC-FECHA-TXT
       UNSTRING FD-REC-REC DELIMITED BY ','
           INTO WS-REC-NUM-TXT WS-REC-SKU-TXT WS-REC-CANT-TXT
           WS-REC-FECHA-TXT
       END-UNSTRING
       MOVE FUNCTION NUMVAL (WS-REC-NUM-TXT) TO WS-PED-BUSCADO
       MOVE FUNCTION NUMVAL (WS-REC-CANT-TXT) TO WS-REC-CANT
       PERFORM BUSCAR-PEDIDO
       IF WS-HIT = 0
           ADD 1 TO WS-REC-SIN-PEDIDO
       ELSE
           ADD WS-REC-CANT TO PED-RECIBIDO (WS-HIT)
           IF WS-REC-FECHA-TXT <= WS-CORTE
               ADD WS-REC-CANT TO PED-REC-CORTE (WS-HIT)
           END-IF
           IF WS-REC-FECHA-TXT > PED-ULTIMA (WS-HIT)
               MOVE WS-REC-FECHA-TXT TO PED-ULTIMA (WS-HIT)
           END-IF
           MOVE PED-PROVEEDOR (WS-HIT) TO WS-P
           IF WS-REC-FECHA-TXT (1:7) = WS-PERIODO AND WS-P > 0
               ADD 1 TO PROV-RECEPCIONES (WS-P)
               ADD WS-REC-CANT TO PROV-UNIDADES (WS-P)
               MOVE WS-REC-FECHA-TXT TO WS-FECHA-TXT
               PERFORM CALCULAR-DIA
               MOVE 0 TO WS-DIAS
               IF WS-FECHA-DIA > 0 AND PED-DIA (WS-HIT) > 0
                   COMPUTE WS-DIAS = WS-FECHA-DIA - PED-DIA (WS-HIT)
                   IF WS-DIAS < 0
                       MOVE 0 TO WS-DIAS
                   END-IF
               END-IF
               ADD WS-DIAS TO PROV-DIAS-SUMA (WS-P)
               IF PROV-PLAZO (WS-P) > 0
                   AND WS-DIAS <= PROV-PLAZO (WS-P)
                   ADD 1 TO PROV-A-TIEMPO (WS-P)
               END-IF
           END-IF
       END-IF.

      *CLOSED IN THE MONTH: THE LAST UNITS ARRIVED IN IT ('R') OR THE
      *BALANCE WAS CANCELLED IN IT ('C'). FILL RATE COUNTS WHAT CAME
      *AGAINST WHAT WAS ORDERED, AN OVER-DELIVERY CAPPED AT THE
      *ORDER. OPEN AT THE CUT-OFF: RAISED BY THEN, NOT CANCELLED BY
      *THEN AND NOT ALL ARRIVED BY THEN - AN ORDER RECEIVED BEFORE
      *THE RECEIPT LOG EXISTED ('R' WITH NO LOG LINES) IS CLOSED.
       EVALUAR-PEDIDO.
       MOVE PED-PROVEEDOR (WS-I) TO WS-P
       MOVE 'N' TO WS-CERRADO
       IF PED-ESTADO (WS-I) = 'R'
           AND PED-ULTIMA (WS-I) (1:7) = WS-PERIODO
           MOVE 'S' TO WS-CERRADO
       END-IF
       IF PED-ESTADO (WS-I) = 'C'
           AND PED-CANCELA (WS-I) (1:7) = WS-PERIODO
           MOVE 'S' TO WS-CERRADO
       END-IF
       IF WS-CERRADO = 'S'
           ADD 1 TO PROV-CERRADOS (WS-P)
           ADD PED-CANTIDAD (WS-I) TO PROV-CERR-PEDIDO (WS-P)
           IF PED-RECIBIDO (WS-I) > PED-CANTIDAD (WS-I)
               ADD PED-CANTIDAD (WS-I) TO PROV-CERR-RECIBIDO (WS-P)
           ELSE
               ADD PED-RECIBIDO (WS-I) TO PROV-CERR-RECIBIDO (WS-P)
           END-IF
       END-IF
       MOVE 'S' TO WS-ABIERTO
       IF PED-FECHA (WS-I) > WS-CORTE
           OR PED-REC-CORTE (WS-I) >= PED-CANTIDAD (WS-I)
           OR (PED-ESTADO (WS-I) = 'R' AND PED-RECIBIDO (WS-I) = 0)
           MOVE 'N' TO WS-ABIERTO
       END-IF
       IF PED-ESTADO (WS-I) = 'C' AND PED-CANCELA (WS-I) <= WS-CORTE
           MOVE 'N' TO WS-ABIERTO
       END-IF
       IF WS-ABIERTO = 'S'
           ADD 1 TO PROV-ABIERTOS (WS-P)
           IF PROV-PLAZO (WS-P) > 0 AND PED-DIA (WS-I) > 0
               COMPUTE WS-DIAS = WS-CORTE-DIA - PED-DIA (WS-I)
                   - PROV-PLAZO (WS-P)
               IF WS-DIAS > 0
                   ADD 1 TO PROV-ATRASADOS (WS-P)
                   ADD 1 TO WS-TOT-ATRASADOS
                   MOVE WS-DIAS TO PED-ATRASO (WS-I)
               END-IF
           END-IF
       END-IF.

      *EVERY SUPPLIER ON THE MASTER GETS ITS LINE, ACTIVE OR NOT, SO
      *A SILENT SUPPLIER SHOWS UP AS ONE; A CODE ONLY THE PRODUCT
      *MASTER KNOWS IS LISTED WHEN IT HAD ACTIVITY. WITHOUT AN AGREED
      *LEAD TIME THERE IS NO ON-TIME RATE OR OVERDUE COUNT TO GIVE.
       ESCRIBIR-REPORTE.
       OPEN OUTPUT REPORTE
       MOVE WS-PERIODO TO TIT-PERIODO
       MOVE WS-CORTE TO TIT-CORTE
       MOVE TITULO-LINEA TO FD-REP-REC
       WRITE FD-REP-REC
       MOVE SPACES TO FD-REP-REC
       WRITE FD-REP-REC
       MOVE COLUMNAS-LINEA TO FD-REP-REC
       WRITE FD-REP-REC
       PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 999
           IF PROV-LISTADO (WS-P) = 'S'
               OR PROV-RECEPCIONES (WS-P) > 0
               OR PROV-CERRADOS (WS-P) > 0
               OR PROV-ABIERTOS (WS-P) > 0
               PERFORM ESCRIBIR-EVALUACION
           END-IF
       END-PERFORM
       MOVE SPACES TO FD-REP-REC
       WRITE FD-REP-REC
       MOVE SPACES TO FD-REP-REC
       STRING 'PEDIDOS ATRASADOS AL ' WS-CORTE
           ' (ABIERTOS MAS ALLA DEL PLAZO PACTADO)'
           DELIMITED BY SIZE INTO FD-REP-REC
       WRITE FD-REP-REC
       IF WS-TOT-ATRASADOS = 0
           MOVE '  NINGUNO' TO FD-REP-REC
           WRITE FD-REP-REC
       ELSE
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 999
               IF PROV-ATRASADOS (WS-P) > 0
                   PERFORM ESCRIBIR-ATRASOS
               END-IF
           END-PERFORM
       END-IF
       CLOSE REPORTE.

       ESCRIBIR-EVALUACION.
       ADD 1 TO WS-PROVEEDORES-EVAL
       MOVE WS-P TO EVA-CODIGO
       IF PROV-LISTADO (WS-P) = 'S'
           MOVE PROV-NOMBRE (WS-P) TO EVA-NOMBRE
       ELSE
           MOVE '(NO REGISTRADO)' TO EVA-NOMBRE
       END-IF
       IF PROV-PLAZO (WS-P) > 0
           MOVE PROV-PLAZO (WS-P) TO WS-ED-CONTADOR
           MOVE WS-ED-CONTADOR TO EVA-PLAZO
       ELSE
           MOVE '  S/P' TO EVA-PLAZO
       END-IF
       MOVE PROV-RECEPCIONES (WS-P) TO EVA-RECEPCIONES
       MOVE PROV-UNIDADES (WS-P) TO EVA-UNIDADES
       MOVE PROV-CERRADOS (WS-P) TO EVA-CERRADOS
       MOVE PROV-ABIERTOS (WS-P) TO EVA-ABIERTOS
       IF PROV-RECEPCIONES (WS-P) > 0
           COMPUTE WS-PROMEDIO ROUNDED = PROV-DIAS-SUMA (WS-P)
               / PROV-RECEPCIONES (WS-P)
           MOVE WS-PROMEDIO TO WS-ED-PROMEDIO
           MOVE WS-ED-PROMEDIO TO EVA-DIAS-PROM
       ELSE
           MOVE '     --' TO EVA-DIAS-PROM
       END-IF
       IF PROV-RECEPCIONES (WS-P) > 0 AND PROV-PLAZO (WS-P) > 0
           COMPUTE WS-PORCENTAJE ROUNDED = PROV-A-TIEMPO (WS-P)
               * 100 / PROV-RECEPCIONES (WS-P)
           MOVE WS-PORCENTAJE TO WS-ED-PORCENTAJE
           MOVE WS-ED-PORCENTAJE TO EVA-A-TIEMPO
       ELSE
           MOVE '   --' TO EVA-A-TIEMPO
       END-IF
       IF PROV-CERR-PEDIDO (WS-P) > 0
           COMPUTE WS-PORCENTAJE ROUNDED = PROV-CERR-RECIBIDO (WS-P)
               * 100 / PROV-CERR-PEDIDO (WS-P)
           MOVE WS-PORCENTAJE TO WS-ED-PORCENTAJE
           MOVE WS-ED-PORCENTAJE TO EVA-CUMPLIMIENTO
       ELSE
           MOVE '   --' TO EVA-CUMPLIMIENTO
       END-IF
       IF PROV-PLAZO (WS-P) > 0
           MOVE PROV-ATRASADOS (WS-P) TO WS-ED-CONTADOR
           MOVE WS-ED-CONTADOR TO EVA-ATRASADOS
       ELSE
           MOVE '   --' TO EVA-ATRASADOS
       END-IF
       MOVE EVALUACION-LINEA TO FD-REP-REC
       WRITE FD-REP-REC.

       ESCRIBIR-ATRASOS.
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PED-USADOS
           IF PED-PROVEEDOR (WS-I) = WS-P AND PED-ATRASO (WS-I) > 0
               MOVE WS-P TO ATR-PROVEEDOR
               MOVE PED-NUM (WS-I) TO ATR-NUMERO
               MOVE PED-SKU (WS-I) TO ATR-SKU
               MOVE PED-FECHA (WS-I) TO ATR-FECHA
               MOVE PROV-PLAZO (WS-P) TO ATR-PLAZO
               IF PED-CANTIDAD (WS-I) > PED-REC-CORTE (WS-I)
                   COMPUTE WS-SALDO = PED-CANTIDAD (WS-I)
                       - PED-REC-CORTE (WS-I)
               ELSE
                   MOVE 0 TO WS-SALDO
               END-IF
               MOVE WS-SALDO TO ATR-SALDO
               MOVE PED-ATRASO (WS-I) TO ATR-DIAS
               MOVE ATRASO-LINEA TO FD-REP-REC
               WRITE FD-REP-REC
           END-IF
       END-PERFORM.
