       SELECT PEDIDOS ASSIGN TO 'PEDIDOS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PED-STATUS.
       SELECT RECEPCIONES ASSIGN TO 'RECEPCIONES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REC-STATUS.
       SELECT DEVOLUCIONES ASSIGN TO 'DEVOLUCIONES-PROVEEDOR.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEV-STATUS.
       SELECT REPORTE ASSIGN TO 'REPORTE-PROVEEDORES.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           01  INVENTARIO-REC      PIC X(40).
       FD  PEDIDOS.
           01  PEDIDOS-REC         PIC X(50).
      * RECEIPT LOG (SEE RECIBIR-PEDIDOS) - WHAT A PARTLY RECEIVED
      * ORDER HAS ALREADY DELIVERED IS NOT STILL ON ORDER.
       FD  RECEPCIONES.
           01  FD-REC-REC          PIC X(80).
      * RETURN-TO-VENDOR DOCUMENTS (SEE DEVOLVER-PROVEEDOR) - WHAT
      * WENT BACK TO EACH VENDOR, BY SKU AND REASON, OVER THE LAST
      * YEAR AND WHAT OF IT IS STILL AWAITING CREDIT.
       FD  DEVOLUCIONES.
           01  FD-DEV-REC          PIC X(150).
      * ONE SECTION PER SUPPLIER: THE SKUS OF THAT VENDOR AT OR BELOW
      * THEIR REORDER POINT PLUS THE PURCHASE-ORDER VOLUME ALREADY
      * RAISED, SO ONE FAX PER VENDOR CAN GO OUT INSTEAD OF ONE
       01  WS-ELE-STATUS           PIC XX VALUE '00'.
       01  WS-INV-STATUS           PIC XX VALUE '00'.
       01  WS-PED-STATUS           PIC XX VALUE '00'.
       01  WS-REC-STATUS           PIC XX VALUE '00'.
       01  WS-DEV-STATUS           PIC XX VALUE '00'.
       01  WS-CURRENT-DATE         PIC X(21).
       01  WS-HOY-NUM              PIC 9(08) VALUE ZEROS.
       01  WS-FECHA-NUM            PIC 9(08) VALUE ZEROS.
       01  WS-DIAS                 PIC S9(07) VALUE ZEROS.
       01  WS-I                    PIC 9(04) VALUE ZEROS.
       01  WS-J                    PIC 9(04) VALUE ZEROS.
       01  WS-K                    PIC 9(04) VALUE ZEROS.
       01  WS-PROV-ACTUAL          PIC 9(04) VALUE ZEROS.
       01  WS-SOBRANTE             PIC S9(07) VALUE ZEROS.
       01  WS-LINEAS-PROV          PIC 9(03) VALUE ZEROS.
       01  WS-ENCABEZADO-HECHO     PIC X(01) VALUE 'N'.
           05  PED-CANTIDAD        PIC 9(07) VALUE ZEROS.
           05  PED-FECHA           PIC X(10).
           05  PED-ESTADO          PIC X(01).
           05  PED-RECIBIDO        PIC 9(07) VALUE ZEROS.
       01  WS-PED-NUM-TXT          PIC X(08).
       01  WS-PED-SKU-TXT          PIC X(10).
       01  WS-PED-CANT-TXT         PIC X(10).
       01  WS-PED-FECHA-TXT        PIC X(10).
       01  WS-PED-ESTADO-TXT       PIC X(03).
       01  WS-REC-NUM-TXT          PIC X(08).
       01  WS-REC-SKU-TXT          PIC X(10).
       01  WS-REC-CANT-TXT         PIC X(10).
       01  WS-REC-NUM              PIC 9(05) VALUE ZEROS.
       01  WS-PED-ABIERTOS         PIC 9(05) VALUE ZEROS.
       01  WS-PED-UNIDADES         PIC 9(09) VALUE ZEROS.
      *RETURNS OF THE LAST 365 DAYS - AND ANY OLDER ONE STILL
      *AWAITING ITS CREDIT NOTE - ONE ROW PER SUPPLIER, SKU AND
      *REASON.
       01  WS-DVR-USADOS           PIC 9(04) VALUE ZEROS.
       01  WS-DVR-SECCION          PIC 9(04) VALUE ZEROS.
       01  DVR-TAB OCCURS 1000 TIMES.
           05  DVR-PROVEEDOR       PIC 9(03) VALUE ZEROS.
           05  DVR-SKU             PIC X(10).
           05  DVR-MOTIVO          PIC X(10).
           05  DVR-DOCUMENTOS      PIC 9(05) VALUE ZEROS.
           05  DVR-UNIDADES        PIC 9(09) VALUE ZEROS.
           05  DVR-PENDIENTES      PIC 9(09) VALUE ZEROS.
       01  ENCABEZADO-PROV.
           05  FILLER              PIC X(10) VALUE 'PROVEEDOR '.
           05  ENC-CODIGO          PIC 9(03).
           05  FILLER              PIC X(21) VALUE
               ' UNIDADES EN PEDIDO: '.
           05  VOL-UNIDADES        PIC Z(08)9.
       01  DEVUELTO-LINEA.
           05  FILLER              PIC X(11) VALUE '  DEVUELTO '.
           05  DVL-SKU             PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DVL-MOTIVO          PIC X(10).
           05  FILLER              PIC X(07) VALUE ' DOCS: '.
           05  DVL-DOCUMENTOS      PIC Z(04)9.
           05  FILLER              PIC X(11) VALUE ' UNIDADES: '.
           05  DVL-UNIDADES        PIC Z(08)9.
           05  FILLER              PIC X(14) VALUE ' SIN CREDITO: '.
           05  DVL-PENDIENTES      PIC Z(08)9.

       COPY WS-DEVOLUCION.

       PROCEDURE DIVISION.
       PERFORM CARGAR-PROVEEDORES
       PERFORM CARGAR-CATALOGO
       PERFORM CARGAR-INVENTARIO
       PERFORM CARGAR-PEDIDOS
       PERFORM CARGAR-RECEPCIONES
       PERFORM CARGAR-DEVOLUCIONES
       IF WS-CAT-USADOS = 0
           DISPLAY "SIN CATALOGO DE PRODUCTOS - SIN REPORTE"
           MOVE 8 TO RETURN-CODE
       END-IF
       MOVE 0 TO EOF.

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
                           WS-REC-CANT-TXT
                       UNSTRING FD-REC-REC DELIMITED BY ','
                           INTO WS-REC-NUM-TXT WS-REC-SKU-TXT
                           WS-REC-CANT-TXT
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL (WS-REC-NUM-TXT)
                           TO WS-REC-NUM
                       PERFORM VARYING WS-K FROM 1 BY 1
                               UNTIL WS-K > WS-PED-USADOS
                           IF PED-NUM (WS-K) = WS-REC-NUM
                               ADD FUNCTION NUMVAL (WS-REC-CANT-TXT)
                                   TO PED-RECIBIDO (WS-K)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE RECEPCIONES
       END-IF
       MOVE 0 TO EOF.

       CARGAR-DEVOLUCIONES.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE WS-CURRENT-DATE (1:8) TO WS-HOY-NUM
       OPEN INPUT DEVOLUCIONES
       IF WS-DEV-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ DEVOLUCIONES
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF FD-DEV-REC NOT = SPACES
                           MOVE FD-DEV-REC TO DEVOLUCION-LINEA
                           PERFORM ACUMULAR-DEVOLUCION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEVOLUCIONES
       END-IF
       MOVE 0 TO EOF.

       ACUMULAR-DEVOLUCION.
       MOVE 0 TO WS-DIAS
       IF DEV-FECHA (1:4) NUMERIC AND DEV-FECHA (6:2) NUMERIC
           AND DEV-FECHA (9:2) NUMERIC
           MOVE ZEROS TO WS-FECHA-NUM
           MOVE DEV-FECHA (1:4) TO WS-FECHA-NUM (1:4)
           MOVE DEV-FECHA (6:2) TO WS-FECHA-NUM (5:2)
           MOVE DEV-FECHA (9:2) TO WS-FECHA-NUM (7:2)
           COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE (WS-HOY-NUM)
               - FUNCTION INTEGER-OF-DATE (WS-FECHA-NUM)
       END-IF
       IF WS-DIAS <= 365 OR DEV-ESTADO = 'A'
           MOVE 0 TO WS-K
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-DVR-USADOS OR WS-K > 0
               IF DVR-PROVEEDOR (WS-I) = DEV-PROVEEDOR
                   AND DVR-SKU (WS-I) = DEV-SKU
                   AND DVR-MOTIVO (WS-I) = DEV-MOTIVO
                   MOVE WS-I TO WS-K
               END-IF
           END-PERFORM
           IF WS-K = 0 AND WS-DVR-USADOS < 1000
               ADD 1 TO WS-DVR-USADOS
               MOVE WS-DVR-USADOS TO WS-K
               MOVE DEV-PROVEEDOR TO DVR-PROVEEDOR (WS-K)
               MOVE DEV-SKU TO DVR-SKU (WS-K)
               MOVE DEV-MOTIVO TO DVR-MOTIVO (WS-K)
           END-IF
           IF WS-K > 0
               ADD 1 TO DVR-DOCUMENTOS (WS-K)
               ADD DEV-CANTIDAD TO DVR-UNIDADES (WS-K)
               IF DEV-ESTADO = 'A'
                   ADD DEV-CANTIDAD TO DVR-PENDIENTES (WS-K)
               END-IF
           END-IF
       END-IF.

      *ONE SECTION PER SUPPLIER THAT HAS A REPLENISHMENT NEED, OPEN
      *PURCHASE VOLUME OR GOODS SENT BACK - SUPPLIERS WITH NONE ARE
      *SKIPPED SO THE FAX STAYS ONE PAGE. THE VOLUME AND RETURNS ARE
      *TALLIED FIRST SO A VENDOR WHOSE NEEDS ARE ALL COVERED BY
      *ORDERS IN TRANSIT STILL GETS A HEADING AND A FOOTER.
       IMPRIMIR-SECCION-PROV.
       MOVE 0 TO WS-LINEAS-PROV
       MOVE 0 TO WS-PED-ABIERTOS
               PERFORM TALLAR-VOLUMEN-SKU
           END-IF
       END-PERFORM
       MOVE 0 TO WS-DVR-SECCION
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DVR-USADOS
           IF DVR-PROVEEDOR (WS-I) = WS-PROV-ACTUAL
               ADD 1 TO WS-DVR-SECCION
           END-IF
       END-PERFORM
       IF WS-PED-ABIERTOS > 0 OR WS-DVR-SECCION > 0
           PERFORM ESCRIBIR-ENCABEZADO-PROV
       END-IF
       PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-CAT-USADOS
               PERFORM EVALUAR-NECESIDAD
           END-IF
       END-PERFORM
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DVR-USADOS
           IF DVR-PROVEEDOR (WS-I) = WS-PROV-ACTUAL
               MOVE DVR-SKU (WS-I) TO DVL-SKU
               MOVE DVR-MOTIVO (WS-I) TO DVL-MOTIVO
               MOVE DVR-DOCUMENTOS (WS-I) TO DVL-DOCUMENTOS
               MOVE DVR-UNIDADES (WS-I) TO DVL-UNIDADES
               MOVE DVR-PENDIENTES (WS-I) TO DVL-PENDIENTES
               MOVE DEVUELTO-LINEA TO FD-REP-REC
               WRITE FD-REP-REC
           END-IF
       END-PERFORM
       IF WS-ENCABEZADO-HECHO = 'S'
           ADD 1 TO WS-PROVEEDORES-IMPRESOS
           MOVE WS-PED-ABIERTOS TO VOL-ABIERTOS
           WRITE FD-REP-REC
       END-IF.

      *A PARTLY RECEIVED ORDER ('P') IS STILL OPEN FOR ITS BALANCE.
       TALLAR-VOLUMEN-SKU.
       PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-PED-USADOS
           IF PED-SKU (WS-K) = CAT-SKU (WS-J)
               AND (PED-ESTADO (WS-K) = 'A' OR PED-ESTADO (WS-K) = 'P')
               ADD 1 TO WS-PED-ABIERTOS
               IF PED-CANTIDAD (WS-K) > PED-RECIBIDO (WS-K)
                   COMPUTE WS-PED-UNIDADES = WS-PED-UNIDADES
                       + PED-CANTIDAD (WS-K) - PED-RECIBIDO (WS-K)
               END-IF
           END-IF
       END-PERFORM.

