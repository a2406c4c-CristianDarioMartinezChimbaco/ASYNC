       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLVER-PROVEEDOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DEVOLUCIONES ASSIGN TO 'DEVOLUCIONES-PROVEEDOR.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEV-STATUS.
       SELECT DEVOLUCIONES-NUEVO ASSIGN TO 'DEVOLUCIONES.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PENDIENTES ASSIGN TO 'DEVOLUCIONES-PENDIENTES.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PRODUCTOS ASSIGN TO 'PRODUCTOS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-ID
           FILE STATUS IS WS-PRD-STATUS.
       SELECT PROVEEDORES ASSIGN TO 'proveedores.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRO-STATUS.
       SELECT PEDIDOS ASSIGN TO 'PEDIDOS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PED-STATUS.
       SELECT RECEPCIONES ASSIGN TO 'RECEPCIONES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REC-STATUS.
       SELECT COSTOS ASSIGN TO 'costos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COS-STATUS.
       SELECT INVENTARIO ASSIGN TO 'inventario.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INV-STATUS.
       SELECT INVENTARIO-SUC ASSIGN TO 'inventario-suc.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVS-STATUS.
       SELECT STOCK-NUEVO ASSIGN USING WS-NUEVO-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AUDITORIA ASSIGN TO 'AUDIT-INVENTARIO.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
       SELECT LOTES ASSIGN TO 'LOTES-STOCK.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-STATUS.
       SELECT LOTES-NUEVO ASSIGN TO 'LOTES.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
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
      * RETURN-TO-VENDOR DOCUMENTS (SEE WS-DEVOLUCION.cpy) - A NEW
      * RETURN IS APPENDED, A CREDIT NOTE REWRITES THE FILE IN FULL
      * THROUGH THE SCRATCH FILE.
       FD  DEVOLUCIONES.
           01  FD-DEV-REC          PIC X(150).
       FD  DEVOLUCIONES-NUEVO.
           01  FD-DEVN-REC         PIC X(150).
      * RETURNS STILL AWAITING THEIR CREDIT NOTE, SUPPLIER BY
      * SUPPLIER, EACH WITH ITS AGE, THEN THE SUPPLIER'S EXPECTED
      * CREDIT IN THE SAME FOUR 30-DAY BUCKETS AS ANTIGUEDAD-CXP.txt.
       FD  PENDIENTES.
           01  FD-PEN-REC          PIC X(132).
      * THE SKU MUST BE ON THE PRODUCT MASTER - AN INACTIVE ONE TOO,
      * A DISCONTINUED DEFECTIVE LINE IS EXACTLY WHAT GOES BACK.
       FD  PRODUCTOS.
           COPY WS-PRODUCTOS-IDX.
      * SUPPLIER MASTER, CODIGO,NOMBRE,CONTACTO[,DIAS-ENTREGA] - THE
      * SUPPLIER A RETURN GOES TO MUST BE ON IT WHEN THE FILE EXISTS.
       FD  PROVEEDORES.
           01  PROVEEDORES-REC     PIC X(50).
      * PURCHASE ORDERS, NUM,SKU,CANTIDAD,FECHA,ESTADO (SEE
      * RECIBIR-PEDIDOS) - A RETURN NAMING AN ORDER MUST MATCH ITS SKU.
       FD  PEDIDOS.
           01  PEDIDOS-REC         PIC X(50).
      * EVERY DELIVERY, NUM,SKU,CANTIDAD,FECHA,SUCURSAL,COSTO - NO
      * MORE CAN GO BACK ON AN ORDER THAN ARRIVED ON IT, AND ITS
      * RECEIPT COST IS THE CREDIT EXPECTED.
       FD  RECEPCIONES.
           01  FD-REC-REC          PIC X(80).
      * UNIT-COST MASTER (SEE COSTOS-WS.cpy) - THE CREDIT EXPECTED
      * WHEN NO ORDER IS NAMED.
       FD  COSTOS.
           01  FD-COS-REC          PIC X(50).
      * COMPANY ROLLUP AND PER-BRANCH MASTER (SEE ACTUALIZAR-
      * INVENTARIO) - THE RETURN TAKES THE UNITS OFF THE BRANCH ROW,
      * THE ROLLUP IS REBUILT, BOTH ARE REWRITTEN.
       FD  INVENTARIO.
           01  INVENTARIO-REC      PIC X(40).
       FD  INVENTARIO-SUC.
           01  INVENTARIO-SUC-REC  PIC X(50).
      * SCRATCH FILE FOR THE FULL REWRITES, RENAMED OVER THE REAL
      * FILE ONLY ONCE COMPLETE (SAME PATTERN AS ACTUALIZAR-
      * INVENTARIO).
       FD  STOCK-NUEVO.
           01  STOCK-NUEVO-REC     PIC X(50).
      * APPEND-ONLY ADJUSTMENT TRAIL SHARED WITH CONTEO-FISICO AND
      * VENCIMIENTOS-LOTE - ONE LINE PER RETURN, BRANCH STOCK BEFORE
      * AND AFTER, THE DOCUMENT NUMBER AS THE REASON.
       FD  AUDITORIA.
           01  FD-AUD-REC          PIC X(150).
      * LOT-LEVEL STOCK (SEE WS-LOTE.cpy) - THE LOT NAMED, OR THE
      * EARLIEST EXPIRY FIRST, LOSES THE UNITS SENT BACK.
       FD  LOTES.
           01  FD-LOT-REC          PIC X(80).
       FD  LOTES-NUEVO.
           01  FD-LOTN-REC         PIC X(80).
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
       01  WS-DEV-STATUS           PIC XX VALUE '00'.
       01  WS-PRD-STATUS           PIC XX VALUE '00'.
       01  WS-PRO-STATUS           PIC XX VALUE '00'.
       01  WS-PED-STATUS           PIC XX VALUE '00'.
       01  WS-REC-STATUS           PIC XX VALUE '00'.
       01  WS-INV-STATUS           PIC XX VALUE '00'.
       01  WS-INVS-STATUS          PIC XX VALUE '00'.
       01  WS-AUD-STATUS           PIC XX VALUE '00'.
       01  WS-NUEVO-NOMBRE         PIC X(30).
       01  WS-CURRENT-DATE         PIC X(21).
       01  WS-HOY                  PIC X(10).
       01  WS-HOY-NUM              PIC 9(08) VALUE ZEROS.
       01  WS-FECHA-NUM            PIC 9(08) VALUE ZEROS.
       01  WS-DIAS                 PIC S9(07) VALUE ZEROS.
      *"DEVOLVER-PROVEEDOR ALTA <SKU> <CANTIDAD> <SUCURSAL>
      *<PROVEEDOR> <MOTIVO> [PEDIDO] [LOTE]" SENDS GOODS BACK AND
      *OPENS THE DOCUMENT (PEDIDO 0 WHEN ONLY A LOT IS NAMED);
      *"DEVOLVER-PROVEEDOR CREDITO <NUMERO> <NOTA> [IMPORTE]"
      *RECORDS THE SUPPLIER'S CREDIT NOTE, THE EXPECTED CREDIT WHEN
      *NO AMOUNT IS GIVEN; "DEVOLVER-PROVEEDOR PENDIENTES
      *[PROVEEDOR]" WRITES THE LIST OF RETURNS STILL AWAITING
      *CREDIT.
       01  WS-ARGUMENTOS           PIC X(100).
       01  WS-MODO                 PIC X(10) VALUE SPACES.
       01  WS-ARG1                 PIC X(15) VALUE SPACES.
       01  WS-ARG2                 PIC X(15) VALUE SPACES.
       01  WS-ARG3                 PIC X(15) VALUE SPACES.
       01  WS-ARG4                 PIC X(15) VALUE SPACES.
       01  WS-ARG5                 PIC X(15) VALUE SPACES.
       01  WS-ARG6                 PIC X(15) VALUE SPACES.
       01  WS-ARG7                 PIC X(15) VALUE SPACES.
       01  WS-SKU                  PIC X(10) VALUE SPACES.
       01  WS-CANTIDAD             PIC 9(07) VALUE ZEROS.
       01  WS-SUCURSAL             PIC 9(03) VALUE ZEROS.
       01  WS-PROVEEDOR            PIC 9(03) VALUE ZEROS.
       01  WS-MOTIVO               PIC X(10) VALUE SPACES.
       01  WS-PEDIDO               PIC 9(05) VALUE ZEROS.
       01  WS-LOTE                 PIC X(15) VALUE SPACES.
       01  WS-NUM-BUSCADO          PIC 9(06) VALUE ZEROS.
       01  WS-PROV-FILTRO          PIC 9(03) VALUE ZEROS.
       01  WS-SKU-HALLADO          PIC X(01) VALUE 'N'.
       01  WS-SKU-PROVEEDOR        PIC 9(03) VALUE ZEROS.
       01  WS-COSTO                PIC 9(08)V99 VALUE ZEROS.
       01  WS-IMPORTE              PIC 9(09)V99 VALUE ZEROS.
       01  WS-ESPERADO             PIC 9(09)V99 VALUE ZEROS.
       01  WS-DIFERENCIA           PIC S9(09)V99 VALUE ZEROS.
       01  WS-ED-IMPORTE           PIC -(09)9.99.
       01  WS-I                    PIC 9(04) VALUE ZEROS.
       01  WS-J                    PIC 9(04) VALUE ZEROS.
       01  WS-P                    PIC 9(04) VALUE ZEROS.
       01  WS-HIT                  PIC 9(04) VALUE ZEROS.
       01  WS-ANTES                PIC S9(07) VALUE ZEROS.
      *SUPPLIER NAMES, SUBSCRIPTED DIRECTLY BY THE 1-999 CODE AS IN
      *REPORTE-PROVEEDORES, WITH THE AGEING OF WHAT EACH STILL OWES.
       01  WS-PRO-CON-MAESTRO      PIC X(01) VALUE 'N'.
       01  WS-PRO-COD-TXT          PIC X(05).
       01  WS-PRO-NOM-TXT          PIC X(30).
       01  PROV-TAB OCCURS 999 TIMES.
           05  PROV-LISTADO        PIC X(01) VALUE SPACE.
           05  PROV-NOMBRE         PIC X(30).
           05  PROV-DOCUMENTOS     PIC 9(05) VALUE ZEROS.
           05  PROV-B1             PIC 9(11)V99 VALUE ZEROS.
           05  PROV-B2             PIC 9(11)V99 VALUE ZEROS.
           05  PROV-B3             PIC 9(11)V99 VALUE ZEROS.
           05  PROV-B4             PIC 9(11)V99 VALUE ZEROS.
      *THE ORDER NAMED ON THE RETURN: WHAT ARRIVED ON IT, WHAT WENT
      *BACK ON IT BEFORE, AND ITS LAST RECEIPT COST.
       01  WS-PED-HALLADO          PIC X(01) VALUE 'N'.
       01  WS-PED-SKU              PIC X(10) VALUE SPACES.
       01  WS-PED-NUM-TXT          PIC X(08).
       01  WS-PED-SKU-TXT          PIC X(10).
       01  WS-PED-RECIBIDO         PIC 9(07) VALUE ZEROS.
       01  WS-PED-DEVUELTO         PIC 9(07) VALUE ZEROS.
       01  WS-PED-COSTO            PIC 9(08)V99 VALUE ZEROS.
      *UNITS OF A WRITTEN-OFF LOT ALREADY SENT BACK AS VENCIDO.
       01  WS-VEN-DEVUELTO         PIC 9(07) VALUE ZEROS.
       01  WS-REC-NUM-TXT          PIC X(08).
       01  WS-REC-SKU-TXT          PIC X(10).
       01  WS-REC-CANT-TXT         PIC X(10).
       01  WS-REC-FECHA-TXT        PIC X(10).
       01  WS-REC-SUC-TXT          PIC X(05).
       01  WS-REC-COSTO-TXT        PIC X(15).
      *THE RETURN DOCUMENTS, ONE DEVOLUCION-LINEA IMAGE PER ROW.
      *'S' IN WS-DEV-TRUNCADO WHEN THE FILE HAD MORE LINES THAN THE
      *TABLE HOLDS - IT IS THEN NEVER REWRITTEN, SO NO DOCUMENT IS
      *EVER DROPPED.
       01  DEV-TAB.
           05  DEV-FILA            PIC X(140) OCCURS 3000 TIMES.
       01  WS-DEV-USADOS           PIC 9(04) VALUE ZEROS.
       01  WS-DEV-ULTIMO           PIC 9(06) VALUE ZEROS.
       01  WS-DEV-TRUNCADO         PIC X(01) VALUE 'N'.
       01  WS-DEV-LISTADOS         PIC 9(05) VALUE ZEROS.
       01  WS-TOT-B1               PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOT-B2               PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOT-B3               PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOT-B4               PIC 9(13)V99 VALUE ZEROS.
       01  WS-SALDO-PROV           PIC 9(13)V99 VALUE ZEROS.
       01  WS-INVS-USADOS          PIC 9(04) VALUE ZEROS.
       01  WS-INV-USADOS           PIC 9(04) VALUE ZEROS.
       01  WS-INVS-SUC-TXT         PIC X(05).
       01  WS-INV-SKU              PIC X(10).
       01  WS-INV-EXI              PIC X(10).
       01  WS-INV-REO              PIC X(10).
       01  WS-SUC-ED               PIC 9(03).
       01  WS-EXI-ED               PIC 9(07).
       01  INVS-TAB OCCURS 6000 TIMES.
           05  INVS-SUC            PIC 9(03) VALUE ZEROS.
           05  INVS-SKU            PIC X(10).
           05  INVS-EXISTENCIA     PIC S9(07) VALUE ZEROS.
           05  INVS-REORDEN        PIC 9(07) VALUE ZEROS.
       01  INV-TAB OCCURS 2000 TIMES.
           05  INV-SKU             PIC X(10).
           05  INV-EXISTENCIA      PIC S9(07) VALUE ZEROS.
           05  INV-REORDEN         PIC 9(07) VALUE ZEROS.
       01  AUDITORIA-LINEA.
           05  AUD-FECHA           PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  AUD-HORA            PIC X(08).
           05  FILLER              PIC X(01) VALUE ' '.
           05  AUD-OPERADOR        PIC X(10).
           05  FILLER              PIC X(05) VALUE ' SUC:'.
           05  AUD-SUC             PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  AUD-SKU             PIC X(10).
           05  FILLER              PIC X(08) VALUE ' ANTES: '.
           05  AUD-ANTES           PIC -(06)9.
           05  FILLER              PIC X(10) VALUE ' DESPUES: '.
           05  AUD-DESPUES         PIC Z(06)9.
           05  FILLER              PIC X(01) VALUE ' '.
           05  AUD-MOTIVO          PIC X(30).
           05  AUD-LOTE-TXT        PIC X(21).
       01  ENCABEZADO-PEN.
           05  FILLER              PIC X(10) VALUE 'PROVEEDOR '.
           05  ENP-CODIGO          PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  ENP-NOMBRE          PIC X(30).
       01  DETALLE-PEN.
           05  FILLER              PIC X(06) VALUE '  DEV '.
           05  DTP-NUM             PIC 9(06).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DTP-FECHA           PIC X(10).
           05  FILLER              PIC X(07) VALUE ' DIAS: '.
           05  DTP-DIAS            PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE ' '.
           05  DTP-SKU             PIC X(10).
           05  FILLER              PIC X(05) VALUE ' SUC:'.
           05  DTP-SUC             PIC 9(03).
           05  FILLER              PIC X(06) VALUE ' CANT:'.
           05  DTP-CANTIDAD        PIC Z(06)9.
           05  FILLER              PIC X(01) VALUE ' '.
           05  DTP-MOTIVO          PIC X(10).
           05  FILLER              PIC X(05) VALUE ' PED:'.
           05  DTP-PEDIDO          PIC X(05).
           05  FILLER              PIC X(10) VALUE ' ESPERADO:'.
           05  DTP-ESPERADO        PIC Z(08)9.99.
       01  REPORTE-LINEA.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RPL-ETIQUETA        PIC X(20).
           05  FILLER              PIC X(06) VALUE ' 0-30:'.
           05  RPL-B1              PIC Z(09)9.99.
           05  FILLER              PIC X(07) VALUE ' 31-60:'.
           05  RPL-B2              PIC Z(09)9.99.
           05  FILLER              PIC X(07) VALUE ' 61-90:'.
           05  RPL-B3              PIC Z(09)9.99.
           05  FILLER              PIC X(05) VALUE ' +90:'.
           05  RPL-B4              PIC Z(09)9.99.
           05  FILLER              PIC X(07) VALUE ' TOTAL:'.
           05  RPL-TOTAL           PIC Z(09)9.99.

       COPY WS-DEVOLUCION.
       COPY COSTOS-WS.
       COPY WS-LOTE.
       COPY LOTES-WS.
       COPY SEGURIDAD-WS.

       PROCEDURE DIVISION.
       ACCEPT WS-ARGUMENTOS FROM COMMAND-LINE
       UNSTRING WS-ARGUMENTOS DELIMITED BY ALL SPACE
           INTO WS-MODO WS-ARG1 WS-ARG2 WS-ARG3 WS-ARG4 WS-ARG5
           WS-ARG6 WS-ARG7
       END-UNSTRING
       MOVE FUNCTION UPPER-CASE (WS-MODO) TO WS-MODO
       EVALUATE WS-MODO
           WHEN 'ALTA'
               IF WS-ARG1 = SPACES
                   OR FUNCTION TRIM (WS-ARG2) IS NOT NUMERIC
                   OR FUNCTION TRIM (WS-ARG3) IS NOT NUMERIC
                   OR FUNCTION TRIM (WS-ARG4) IS NOT NUMERIC
                   OR WS-ARG5 = SPACES
                   PERFORM MOSTRAR-USO
               END-IF
               IF WS-ARG6 NOT = SPACES
                   AND FUNCTION TRIM (WS-ARG6) IS NOT NUMERIC
                   PERFORM MOSTRAR-USO
               END-IF
           WHEN 'CREDITO'
               IF FUNCTION TRIM (WS-ARG1) IS NOT NUMERIC
                   OR WS-ARG2 = SPACES
                   PERFORM MOSTRAR-USO
               END-IF
               IF WS-ARG3 NOT = SPACES
                   AND FUNCTION TEST-NUMVAL (WS-ARG3) NOT = 0
                   PERFORM MOSTRAR-USO
               END-IF
           WHEN 'PENDIENTES'
               IF WS-ARG1 NOT = SPACES
                   AND FUNCTION TRIM (WS-ARG1) IS NOT NUMERIC
                   PERFORM MOSTRAR-USO
               END-IF
           WHEN OTHER
               PERFORM MOSTRAR-USO
       END-EVALUATE
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
           WS-CURRENT-DATE (7:2) DELIMITED BY SIZE INTO WS-HOY
       MOVE WS-CURRENT-DATE (1:8) TO WS-HOY-NUM
      *SENDING STOCK OUT OF THE BUILDING IS A SUPERVISOR'S CALL,
      *AGREEING THE CREDIT IS FINANCE'S; ANYONE MAY LIST WHAT IS
      *OWED.
       MOVE 'DEVOLVER-PROVEEDOR' TO WS-SEG-PROGRAMA
       EVALUATE WS-MODO
           WHEN 'ALTA'
               MOVE 'S' TO WS-SEG-ROLES-REQ
           WHEN 'CREDITO'
               MOVE 'F' TO WS-SEG-ROLES-REQ
           WHEN OTHER
               MOVE 'CSF' TO WS-SEG-ROLES-REQ
       END-EVALUATE
       MOVE SPACES TO WS-SEG-ACCION
       STRING FUNCTION TRIM (WS-MODO) ' DEVOLUCION '
           FUNCTION TRIM (WS-ARG1) ' ' FUNCTION TRIM (WS-ARG2)
           DELIMITED BY SIZE INTO WS-SEG-ACCION
       PERFORM VERIFICAR-AUTORIZACION
       IF WS-SEG-AUTORIZADO = 'N'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM CARGAR-DEVOLUCIONES
       EVALUATE WS-MODO
           WHEN 'ALTA'
               PERFORM ALTA-DEVOLUCION
           WHEN 'CREDITO'
               PERFORM REGISTRAR-CREDITO
           WHEN 'PENDIENTES'
               PERFORM LISTAR-PENDIENTES
       END-EVALUATE
       STOP RUN.

       MOSTRAR-USO.
       DISPLAY "USO: DEVOLVER-PROVEEDOR ALTA <SKU> <CANTIDAD> "
           "<SUCURSAL> <PROVEEDOR> <MOTIVO> [PEDIDO] [LOTE]"
       DISPLAY "     DEVOLVER-PROVEEDOR CREDITO <NUMERO> <NOTA> "
           "[IMPORTE]"
       DISPLAY "     DEVOLVER-PROVEEDOR PENDIENTES [PROVEEDOR]"
       DISPLAY "     MOTIVO: DANADO, DEFECTUOSO, VENCIDO, ERRADO U "
           "OTRO"
       DISPLAY "     VENCIDO: [LOTE] ES EL LOTE DADO DE BAJA POR "
           "VENCIMIENTOS-LOTE"
       MOVE 8 TO RETURN-CODE
       STOP RUN.

      ****************************************************************
      * ALTA - GOODS GOING BACK TO THE SUPPLIER
      ****************************************************************
      *EVERYTHING IS CHECKED BEFORE ANYTHING IS WRITTEN: THE SKU AND
      *THE SUPPLIER EXIST, THE ORDER (WHEN NAMED) IS FOR THAT SKU
      *AND RECEIVED AT LEAST WHAT HAS NOW GONE BACK ON IT, AND THE
      *BRANCH (OR THE LOT NAMED) HOLDS THE UNITS. THEN THE STOCK
      *IS REWRITTEN AND THE DOCUMENT OPENED, IN THAT ORDER, AS
      *TRASLADAR-STOCK WRITES THE STOCK BEFORE ITS TRAIL. A VENCIDO
      *RETURN NAMES A LOT ALREADY WRITTEN OFF, WHOSE UNITS ARE NO
      *LONGER IN STOCK, SO ONLY THE DOCUMENT IS OPENED.
       ALTA-DEVOLUCION.
       MOVE WS-ARG1 TO WS-SKU
       MOVE FUNCTION NUMVAL (WS-ARG2) TO WS-CANTIDAD
       MOVE FUNCTION NUMVAL (WS-ARG3) TO WS-SUCURSAL
       MOVE FUNCTION NUMVAL (WS-ARG4) TO WS-PROVEEDOR
       MOVE FUNCTION UPPER-CASE (WS-ARG5) TO WS-MOTIVO
       IF WS-ARG6 NOT = SPACES
           MOVE FUNCTION NUMVAL (WS-ARG6) TO WS-PEDIDO
       END-IF
       MOVE WS-ARG7 TO WS-LOTE
       IF WS-CANTIDAD = 0
           OR WS-SUCURSAL < 1 OR WS-SUCURSAL > 999
           OR WS-PROVEEDOR < 1 OR WS-PROVEEDOR > 999
           DISPLAY "ERROR: CANTIDAD, SUCURSAL O PROVEEDOR INVALIDOS"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-MOTIVO NOT = 'DANADO' AND WS-MOTIVO NOT = 'DEFECTUOSO'
           AND WS-MOTIVO NOT = 'VENCIDO' AND WS-MOTIVO NOT = 'ERRADO'
           AND WS-MOTIVO NOT = 'OTRO'
           DISPLAY "ERROR: MOTIVO INVALIDO: " FUNCTION TRIM (WS-ARG5)
               " - USE DANADO, DEFECTUOSO, VENCIDO, ERRADO U OTRO"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-MOTIVO = 'VENCIDO' AND WS-LOTE = SPACES
           DISPLAY "ERROR: MOTIVO VENCIDO REQUIERE EL LOTE DADO DE "
               "BAJA"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-DEV-TRUNCADO = 'S'
           DISPLAY "ERROR: DEVOLUCIONES-PROVEEDOR.txt EXCEDE LA "
               "TABLA (LIMITE 3000) - ARCHIVE LAS CERRADAS CON "
               "ROTAR-BITACORAS ANTES DE REGISTRAR"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM BUSCAR-PRODUCTO
       IF WS-SKU-HALLADO = 'N'
           DISPLAY "ERROR: SKU " FUNCTION TRIM (WS-SKU)
               " NO EXISTE EN PRODUCTOS.dat"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM CARGAR-PROVEEDORES
       IF WS-PRO-CON-MAESTRO = 'S'
           AND PROV-LISTADO (WS-PROVEEDOR) NOT = 'S'
           DISPLAY "ERROR: PROVEEDOR " WS-PROVEEDOR
               " NO EXISTE EN proveedores.txt"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-SKU-PROVEEDOR > 0 AND WS-SKU-PROVEEDOR NOT = WS-PROVEEDOR
           DISPLAY "AVISO: EL PROVEEDOR ACTUAL DE "
               FUNCTION TRIM (WS-SKU) " ES " WS-SKU-PROVEEDOR
               " - SE DEVUELVE A " WS-PROVEEDOR " COMO SE INDICO"
       END-IF
       IF WS-PEDIDO > 0
           PERFORM VALIDAR-PEDIDO
       END-IF
       PERFORM FIJAR-COSTO
       IF WS-MOTIVO = 'VENCIDO'
           PERFORM VERIFICAR-LOTE-VENCIDO
           ADD 1 TO WS-DEV-ULTIMO
       ELSE
           PERFORM RETIRAR-STOCK-DEVOLUCION
       END-IF
       PERFORM AGREGAR-DEVOLUCION
       COMPUTE WS-ESPERADO ROUNDED = WS-CANTIDAD * WS-COSTO
       MOVE WS-ESPERADO TO WS-ED-IMPORTE
       DISPLAY "DEVOLUCION " DEV-NUM " REGISTRADA: " WS-CANTIDAD
           " DE " FUNCTION TRIM (WS-SKU) " DE SUCURSAL " WS-SUCURSAL
           " A PROVEEDOR " WS-PROVEEDOR " (" FUNCTION TRIM (WS-MOTIVO)
           ")"
       DISPLAY "CREDITO ESPERADO: " FUNCTION TRIM (WS-ED-IMPORTE)
           " - PENDIENTE DE NOTA DE CREDITO"
       IF WS-COSTO = 0
           DISPLAY "AVISO: " FUNCTION TRIM (WS-SKU) " SIN COSTO "
               "CONOCIDO - EL CREDITO ESPERADO QUEDA EN CERO"
       END-IF.

      *THE UNITS LEAVE THE BRANCH'S STOCK (AND ITS LOTS) BEFORE THE
      *DOCUMENT IS OPENED.
       RETIRAR-STOCK-DEVOLUCION.
       PERFORM CARGAR-INVENTARIO
       PERFORM CARGAR-INVENTARIO-SUC
       MOVE 0 TO WS-HIT
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-INVS-USADOS OR WS-HIT > 0
           IF INVS-SUC (WS-I) = WS-SUCURSAL
               AND INVS-SKU (WS-I) = WS-SKU
               MOVE WS-I TO WS-HIT
           END-IF
       END-PERFORM
       IF WS-HIT = 0
           DISPLAY "ERROR: SUCURSAL " WS-SUCURSAL " NO TIENE "
               FUNCTION TRIM (WS-SKU) " EN EXISTENCIA"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-CANTIDAD > INVS-EXISTENCIA (WS-HIT)
           MOVE INVS-EXISTENCIA (WS-HIT) TO AUD-ANTES
           DISPLAY "ERROR: SUCURSAL " WS-SUCURSAL " SOLO TIENE "
               FUNCTION TRIM (AUD-ANTES) " DE " FUNCTION TRIM (WS-SKU)
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-HOY TO WS-LOT-HOY
       PERFORM CARGAR-LOTES
       IF WS-LOT-TRUNCADO = 'S'
           DISPLAY "ERROR: LOTES-STOCK.txt EXCEDE LA TABLA (LIMITE "
               "9000) - DEVOLUCION NO REGISTRADA"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WS-SUCURSAL TO WS-LOT-SUC
       MOVE WS-SKU TO WS-LOT-SKU
       MOVE WS-LOTE TO WS-LOT-LOTE
       IF WS-LOTE NOT = SPACES
           PERFORM SALDO-LOTES
           IF WS-CANTIDAD > WS-LOT-SALDO
               DISPLAY "ERROR: LOTE " FUNCTION TRIM (WS-LOTE)
                   " EN SUCURSAL " WS-SUCURSAL " SOLO TIENE "
                   WS-LOT-SALDO " DE " FUNCTION TRIM (WS-SKU)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF
       IF WS-LOT-USADOS > 0
           MOVE WS-CANTIDAD TO WS-LOT-CANTIDAD
           PERFORM CONSUMIR-LOTES
       END-IF
       MOVE INVS-EXISTENCIA (WS-HIT) TO WS-ANTES
       SUBTRACT WS-CANTIDAD FROM INVS-EXISTENCIA (WS-HIT)
       ADD 1 TO WS-DEV-ULTIMO
       PERFORM REGISTRAR-AUDITORIA
       PERFORM REARMAR-ROLLUP
       PERFORM GRABAR-INVENTARIO-SUC
       PERFORM GRABAR-INVENTARIO
       IF WS-LOT-CAMBIOS > 0
           PERFORM GRABAR-LOTES
       END-IF.

      *EXPIRED GOODS GO BACK FROM A LOT VENCIMIENTOS-LOTE HAS ALREADY
      *WRITTEN OFF: THE UNITS LEFT inventario-suc.txt AND THE LOT WAS
      *CLOSED AT THE WRITE-OFF, SO THE RETURN ONLY OPENS THE DOCUMENT.
      *WHAT GOES BACK MAY NOT EXCEED THE UNITS WRITTEN OFF ON THAT LOT
      *LESS THE EARLIER VENCIDO RETURNS AGAINST IT.
       VERIFICAR-LOTE-VENCIDO.
       MOVE WS-HOY TO WS-LOT-HOY
       PERFORM CARGAR-LOTES
       MOVE 0 TO WS-LOT-SALDO
       MOVE 0 TO WS-LOT-HIT
       PERFORM VARYING WS-LOT-I FROM 1 BY 1
               UNTIL WS-LOT-I > WS-LOT-USADOS
           MOVE LOT-FILA (WS-LOT-I) TO LOTE-LINEA
           IF LOT-ESTADO = 'B'
               AND LOT-SUCURSAL = WS-SUCURSAL
               AND LOT-SKU = WS-SKU
               AND LOT-LOTE = WS-LOTE
               ADD LOT-EXISTENCIA TO WS-LOT-SALDO
               MOVE WS-LOT-I TO WS-LOT-HIT
           END-IF
       END-PERFORM
       IF WS-LOT-HIT = 0
           DISPLAY "ERROR: LOTE " FUNCTION TRIM (WS-LOTE)
               " DE " FUNCTION TRIM (WS-SKU) " EN SUCURSAL "
               WS-SUCURSAL " NO ESTA DADO DE BAJA - CORRA "
               "VENCIMIENTOS-LOTE O USE OTRO MOTIVO"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE 0 TO WS-VEN-DEVUELTO
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DEV-USADOS
           MOVE DEV-FILA (WS-I) TO DEVOLUCION-LINEA
           IF DEV-MOTIVO = 'VENCIDO'
               AND DEV-SUCURSAL = WS-SUCURSAL
               AND DEV-SKU = WS-SKU
               AND DEV-LOTE = WS-LOTE
               ADD DEV-CANTIDAD TO WS-VEN-DEVUELTO
           END-IF
       END-PERFORM
       IF WS-VEN-DEVUELTO + WS-CANTIDAD > WS-LOT-SALDO
           DISPLAY "ERROR: DEL LOTE " FUNCTION TRIM (WS-LOTE)
               " SE DIERON DE BAJA " WS-LOT-SALDO
               " Y YA SE DEVOLVIERON " WS-VEN-DEVUELTO
               " - NO ALCANZA PARA " WS-CANTIDAD
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       BUSCAR-PRODUCTO.
       MOVE 'N' TO WS-SKU-HALLADO
       MOVE 0 TO WS-SKU-PROVEEDOR
       OPEN INPUT PRODUCTOS
       IF WS-PRD-STATUS = '00'
           MOVE 0 TO PRD-ID
           START PRODUCTOS KEY IS > PRD-ID
           IF WS-PRD-STATUS = '00'
               PERFORM UNTIL EOF = 1 OR WS-SKU-HALLADO = 'S'
                   READ PRODUCTOS NEXT RECORD
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           IF PRD-SKU = WS-SKU
                               MOVE 'S' TO WS-SKU-HALLADO
                               MOVE PRD-PROVEEDOR TO WS-SKU-PROVEEDOR
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PRODUCTOS
       END-IF
       MOVE 0 TO EOF.

       CARGAR-PROVEEDORES.
       OPEN INPUT PROVEEDORES
       IF WS-PRO-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           MOVE 'S' TO WS-PRO-CON-MAESTRO
           PERFORM UNTIL EOF = 1
               READ PROVEEDORES
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE SPACES TO WS-PRO-COD-TXT WS-PRO-NOM-TXT
                       UNSTRING PROVEEDORES-REC DELIMITED BY ','
                           INTO WS-PRO-COD-TXT WS-PRO-NOM-TXT
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL (WS-PRO-COD-TXT) TO WS-P
                       IF WS-P >= 1 AND WS-P <= 999
                           MOVE 'S' TO PROV-LISTADO (WS-P)
                           MOVE WS-PRO-NOM-TXT TO PROV-NOMBRE (WS-P)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVEEDORES
       END-IF
       MOVE 0 TO EOF.

      *THE ORDER MUST BE ON FILE AND FOR THE SAME SKU; WHAT ARRIVED
      *ON IT (RECEPCIONES.txt) LESS WHAT ALREADY WENT BACK ON IT IS
      *THE MOST THAT CAN GO BACK NOW. ITS LAST RECEIPT COST IS THE
      *PRICE THE SUPPLIER BILLED, SO THE PRICE TO BE CREDITED.
       VALIDAR-PEDIDO.
       MOVE 'N' TO WS-PED-HALLADO
       OPEN INPUT PEDIDOS
       IF WS-PED-STATUS = '00'
           PERFORM UNTIL EOF = 1 OR WS-PED-HALLADO = 'S'
               READ PEDIDOS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE SPACES TO WS-PED-NUM-TXT WS-PED-SKU-TXT
                       UNSTRING PEDIDOS-REC DELIMITED BY ','
                           INTO WS-PED-NUM-TXT WS-PED-SKU-TXT
                       END-UNSTRING
                       IF FUNCTION NUMVAL (WS-PED-NUM-TXT) = WS-PEDIDO
                           MOVE 'S' TO WS-PED-HALLADO
                           MOVE WS-PED-SKU-TXT TO WS-PED-SKU
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PEDIDOS
       END-IF
       MOVE 0 TO EOF
       IF WS-PED-HALLADO = 'N'
           DISPLAY "ERROR: PEDIDO " WS-PEDIDO
               " NO EXISTE EN PEDIDOS.txt"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-PED-SKU NOT = WS-SKU
           DISPLAY "ERROR: EL PEDIDO " WS-PEDIDO " ES DE "
               FUNCTION TRIM (WS-PED-SKU) ", NO DE "
               FUNCTION TRIM (WS-SKU)
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE 0 TO WS-PED-RECIBIDO WS-PED-COSTO
       OPEN INPUT RECEPCIONES
       IF WS-REC-STATUS = '00'
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
                       IF FUNCTION NUMVAL (WS-REC-NUM-TXT) = WS-PEDIDO
                           ADD FUNCTION NUMVAL (WS-REC-CANT-TXT)
                               TO WS-PED-RECIBIDO
                           IF WS-REC-COSTO-TXT NOT = SPACES
                               AND FUNCTION NUMVAL (WS-REC-COSTO-TXT)
                                   > 0
                               MOVE FUNCTION NUMVAL (WS-REC-COSTO-TXT)
                                   TO WS-PED-COSTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEPCIONES
       END-IF
       MOVE 0 TO EOF
       MOVE 0 TO WS-PED-DEVUELTO
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DEV-USADOS
           MOVE DEV-FILA (WS-I) TO DEVOLUCION-LINEA
           IF DEV-PEDIDO = WS-PEDIDO
               ADD DEV-CANTIDAD TO WS-PED-DEVUELTO
           END-IF
       END-PERFORM
       IF WS-PED-DEVUELTO + WS-CANTIDAD > WS-PED-RECIBIDO
           DISPLAY "ERROR: DEL PEDIDO " WS-PEDIDO " SE RECIBIERON "
               WS-PED-RECIBIDO " Y YA SE DEVOLVIERON "
               WS-PED-DEVUELTO " - NO ALCANZA PARA " WS-CANTIDAD
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       FIJAR-COSTO.
       MOVE 0 TO WS-COSTO
       IF WS-PEDIDO > 0 AND WS-PED-COSTO > 0
           MOVE WS-PED-COSTO TO WS-COSTO
       ELSE
           PERFORM CARGAR-COSTOS
           MOVE WS-SKU TO WS-COS-SKU-BUSCADO
           PERFORM BUSCAR-COSTO
           MOVE WS-COS-UNITARIO TO WS-COSTO
       END-IF.

      *BRANCH TOTAL BEFORE AND AFTER, THE DOCUMENT AS THE REASON -
      *ON A NAMED LOT THE LOT RIDES ALONG AT THE END.
       REGISTRAR-AUDITORIA.
       MOVE WS-HOY TO AUD-FECHA
       STRING WS-CURRENT-DATE (9:2) ':' WS-CURRENT-DATE (11:2) ':'
           WS-CURRENT-DATE (13:2) DELIMITED BY SIZE INTO AUD-HORA
       IF WS-SEG-USUARIO = SPACES
           MOVE 'OPERADOR' TO AUD-OPERADOR
       ELSE
           MOVE WS-SEG-USUARIO TO AUD-OPERADOR
       END-IF
       MOVE WS-SUCURSAL TO AUD-SUC
       MOVE WS-SKU TO AUD-SKU
       MOVE WS-ANTES TO AUD-ANTES
       MOVE INVS-EXISTENCIA (WS-HIT) TO AUD-DESPUES
       MOVE SPACES TO AUD-MOTIVO AUD-LOTE-TXT
       STRING 'DEVOLUCION PROV. ' WS-DEV-ULTIMO
           DELIMITED BY SIZE INTO AUD-MOTIVO
       IF WS-LOTE NOT = SPACES
           STRING ' LOTE:' WS-LOTE DELIMITED BY SIZE
               INTO AUD-LOTE-TXT
       END-IF
       OPEN EXTEND AUDITORIA
       IF WS-AUD-STATUS = '35'
           OPEN OUTPUT AUDITORIA
       END-IF
       MOVE AUDITORIA-LINEA TO FD-AUD-REC
       WRITE FD-AUD-REC
       CLOSE AUDITORIA.

      *APPEND-ONLY FOR A NEW DOCUMENT, CREATED ON FIRST USE.
       AGREGAR-DEVOLUCION.
       MOVE SPACES TO DEVOLUCION-LINEA
       MOVE WS-DEV-ULTIMO TO DEV-NUM
       MOVE 'A' TO DEV-ESTADO
       MOVE WS-HOY TO DEV-FECHA
       MOVE WS-SKU TO DEV-SKU
       MOVE WS-SUCURSAL TO DEV-SUCURSAL
       MOVE WS-PROVEEDOR TO DEV-PROVEEDOR
       MOVE WS-CANTIDAD TO DEV-CANTIDAD
       MOVE WS-MOTIVO TO DEV-MOTIVO
       MOVE WS-PEDIDO TO DEV-PEDIDO
       MOVE WS-LOTE TO DEV-LOTE
       MOVE WS-COSTO TO DEV-COSTO
       MOVE 0 TO DEV-IMPORTE-NOTA
       MOVE AUD-OPERADOR TO DEV-OPERADOR
       OPEN EXTEND DEVOLUCIONES
       IF WS-DEV-STATUS = '35'
           OPEN OUTPUT DEVOLUCIONES
       END-IF
       MOVE DEVOLUCION-LINEA TO FD-DEV-REC
       WRITE FD-DEV-REC
       CLOSE DEVOLUCIONES.

      ****************************************************************
      * CREDITO - THE SUPPLIER'S CREDIT NOTE CLOSES THE DOCUMENT
      ****************************************************************
      *A NOTE FOR AN AMOUNT OTHER THAN THE ONE EXPECTED IS STILL
      *RECORDED - THE DIFFERENCE IS SHOWN FOR PURCHASING TO TAKE UP
      *WITH THE SUPPLIER.
       REGISTRAR-CREDITO.
       MOVE FUNCTION NUMVAL (WS-ARG1) TO WS-NUM-BUSCADO
       MOVE 0 TO WS-HIT
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DEV-USADOS OR WS-HIT > 0
           MOVE DEV-FILA (WS-I) TO DEVOLUCION-LINEA
           IF DEV-NUM = WS-NUM-BUSCADO
               MOVE WS-I TO WS-HIT
           END-IF
       END-PERFORM
       IF WS-HIT = 0
           DISPLAY "ERROR: DEVOLUCION " WS-NUM-BUSCADO " NO EXISTE"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE DEV-FILA (WS-HIT) TO DEVOLUCION-LINEA
       IF DEV-ESTADO NOT = 'A'
           DISPLAY "ERROR: DEVOLUCION " DEV-NUM " YA TIENE NOTA DE "
               "CREDITO " FUNCTION TRIM (DEV-NOTA) " DEL "
               DEV-FECHA-NOTA
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-DEV-TRUNCADO = 'S'
           DISPLAY "ERROR: DEVOLUCIONES-PROVEEDOR.txt EXCEDE LA "
               "TABLA (LIMITE 3000) - NO SE REESCRIBE (ARCHIVE LAS "
               "CERRADAS CON ROTAR-BITACORAS)"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       COMPUTE WS-ESPERADO ROUNDED = DEV-CANTIDAD * DEV-COSTO
       IF WS-ARG3 = SPACES
           MOVE WS-ESPERADO TO WS-IMPORTE
       ELSE
           MOVE FUNCTION NUMVAL (WS-ARG3) TO WS-IMPORTE
       END-IF
       MOVE 'C' TO DEV-ESTADO
       MOVE WS-ARG2 TO DEV-NOTA
       MOVE WS-HOY TO DEV-FECHA-NOTA
       MOVE WS-IMPORTE TO DEV-IMPORTE-NOTA
       MOVE DEVOLUCION-LINEA TO DEV-FILA (WS-HIT)
       PERFORM GRABAR-DEVOLUCIONES
       MOVE WS-IMPORTE TO WS-ED-IMPORTE
       DISPLAY "DEVOLUCION " DEV-NUM " ACREDITADA: NOTA "
           FUNCTION TRIM (DEV-NOTA) " POR "
           FUNCTION TRIM (WS-ED-IMPORTE)
       IF WS-IMPORTE NOT = WS-ESPERADO
           COMPUTE WS-DIFERENCIA = WS-IMPORTE - WS-ESPERADO
           MOVE WS-DIFERENCIA TO WS-ED-IMPORTE
           DISPLAY "AVISO: LA NOTA DIFIERE DEL CREDITO ESPERADO EN "
               FUNCTION TRIM (WS-ED-IMPORTE)
       END-IF.

      ****************************************************************
      * PENDIENTES - RETURNS STILL AWAITING CREDIT
      ****************************************************************
      *SUPPLIER BY SUPPLIER IN CODE ORDER, EACH OPEN DOCUMENT WITH
      *ITS AGE IN DAYS, THEN THE SUPPLIER'S EXPECTED CREDIT AGED
      *INTO THE FOUR BUCKETS AND A COMPANY TOTAL AT THE END.
       LISTAR-PENDIENTES.
       IF WS-ARG1 NOT = SPACES
           MOVE FUNCTION NUMVAL (WS-ARG1) TO WS-PROV-FILTRO
       END-IF
       PERFORM CARGAR-PROVEEDORES
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DEV-USADOS
           MOVE DEV-FILA (WS-I) TO DEVOLUCION-LINEA
           IF DEV-ESTADO = 'A' AND DEV-PROVEEDOR >= 1
               AND (WS-PROV-FILTRO = 0
                   OR DEV-PROVEEDOR = WS-PROV-FILTRO)
               PERFORM ENVEJECER-DEVOLUCION
           END-IF
       END-PERFORM
       OPEN OUTPUT PENDIENTES
       MOVE SPACES TO FD-PEN-REC
       STRING '**DEVOLUCIONES A PROVEEDOR PENDIENTES DE NOTA DE '
           'CREDITO AL ' WS-HOY '**'
           DELIMITED BY SIZE INTO FD-PEN-REC
       WRITE FD-PEN-REC
       PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 999
           IF PROV-DOCUMENTOS (WS-P) > 0
               PERFORM ESCRIBIR-PROVEEDOR-PEN
           END-IF
       END-PERFORM
       MOVE SPACES TO FD-PEN-REC
       WRITE FD-PEN-REC
       IF WS-DEV-LISTADOS = 0
           MOVE 'SIN DEVOLUCIONES PENDIENTES DE CREDITO' TO FD-PEN-REC
           WRITE FD-PEN-REC
       ELSE
           MOVE '** TOTAL COMPANIA **' TO RPL-ETIQUETA
           MOVE WS-TOT-B1 TO RPL-B1
           MOVE WS-TOT-B2 TO RPL-B2
           MOVE WS-TOT-B3 TO RPL-B3
           MOVE WS-TOT-B4 TO RPL-B4
           COMPUTE WS-SALDO-PROV = WS-TOT-B1 + WS-TOT-B2
               + WS-TOT-B3 + WS-TOT-B4
           MOVE WS-SALDO-PROV TO RPL-TOTAL
           MOVE REPORTE-LINEA TO FD-PEN-REC
           WRITE FD-PEN-REC
       END-IF
       CLOSE PENDIENTES
       COMPUTE WS-SALDO-PROV = WS-TOT-B1 + WS-TOT-B2
           + WS-TOT-B3 + WS-TOT-B4
       MOVE WS-SALDO-PROV TO WS-ED-IMPORTE
       DISPLAY "DEVOLUCIONES PENDIENTES DE CREDITO: " WS-DEV-LISTADOS
           " POR " FUNCTION TRIM (WS-ED-IMPORTE)
           " - VER DEVOLUCIONES-PENDIENTES.txt".

       ENVEJECER-DEVOLUCION.
       ADD 1 TO WS-DEV-LISTADOS
       MOVE DEV-PROVEEDOR TO WS-P
       ADD 1 TO PROV-DOCUMENTOS (WS-P)
       PERFORM CALCULAR-EDAD
       COMPUTE WS-ESPERADO ROUNDED = DEV-CANTIDAD * DEV-COSTO
       EVALUATE TRUE
           WHEN WS-DIAS <= 30
               ADD WS-ESPERADO TO PROV-B1 (WS-P)
           WHEN WS-DIAS <= 60
               ADD WS-ESPERADO TO PROV-B2 (WS-P)
           WHEN WS-DIAS <= 90
               ADD WS-ESPERADO TO PROV-B3 (WS-P)
           WHEN OTHER
               ADD WS-ESPERADO TO PROV-B4 (WS-P)
       END-EVALUATE.

       CALCULAR-EDAD.
       MOVE 0 TO WS-DIAS
       IF DEV-FECHA (1:4) NUMERIC AND DEV-FECHA (6:2) NUMERIC
           AND DEV-FECHA (9:2) NUMERIC
           MOVE ZEROS TO WS-FECHA-NUM
           MOVE DEV-FECHA (1:4) TO WS-FECHA-NUM (1:4)
           MOVE DEV-FECHA (6:2) TO WS-FECHA-NUM (5:2)
           MOVE DEV-FECHA (9:2) TO WS-FECHA-NUM (7:2)
           COMPUTE WS-DIAS = FUNCTION INTEGER-OF-DATE (WS-HOY-NUM)
               - FUNCTION INTEGER-OF-DATE (WS-FECHA-NUM)
           IF WS-DIAS < 0
               MOVE 0 TO WS-DIAS
           END-IF
       END-IF.

       ESCRIBIR-PROVEEDOR-PEN.
       MOVE SPACES TO FD-PEN-REC
       WRITE FD-PEN-REC
       MOVE WS-P TO ENP-CODIGO
       IF PROV-LISTADO (WS-P) = 'S'
           MOVE PROV-NOMBRE (WS-P) TO ENP-NOMBRE
       ELSE
           MOVE '(NO REGISTRADO)' TO ENP-NOMBRE
       END-IF
       MOVE ENCABEZADO-PEN TO FD-PEN-REC
       WRITE FD-PEN-REC
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DEV-USADOS
           MOVE DEV-FILA (WS-I) TO DEVOLUCION-LINEA
           IF DEV-ESTADO = 'A' AND DEV-PROVEEDOR = WS-P
               PERFORM CALCULAR-EDAD
               MOVE DEV-NUM TO DTP-NUM
               MOVE DEV-FECHA TO DTP-FECHA
               MOVE WS-DIAS TO DTP-DIAS
               MOVE DEV-SKU TO DTP-SKU
               MOVE DEV-SUCURSAL TO DTP-SUC
               MOVE DEV-CANTIDAD TO DTP-CANTIDAD
               MOVE DEV-MOTIVO TO DTP-MOTIVO
               IF DEV-PEDIDO = 0
                   MOVE '  -  ' TO DTP-PEDIDO
               ELSE
                   MOVE DEV-PEDIDO TO DTP-PEDIDO
               END-IF
               COMPUTE WS-ESPERADO ROUNDED = DEV-CANTIDAD * DEV-COSTO
               MOVE WS-ESPERADO TO DTP-ESPERADO
               MOVE DETALLE-PEN TO FD-PEN-REC
               WRITE FD-PEN-REC
           END-IF
       END-PERFORM
       MOVE 'POR ANTIGUEDAD' TO RPL-ETIQUETA
       MOVE PROV-B1 (WS-P) TO RPL-B1
       MOVE PROV-B2 (WS-P) TO RPL-B2
       MOVE PROV-B3 (WS-P) TO RPL-B3
       MOVE PROV-B4 (WS-P) TO RPL-B4
       COMPUTE WS-SALDO-PROV = PROV-B1 (WS-P) + PROV-B2 (WS-P)
           + PROV-B3 (WS-P) + PROV-B4 (WS-P)
       MOVE WS-SALDO-PROV TO RPL-TOTAL
       MOVE REPORTE-LINEA TO FD-PEN-REC
       WRITE FD-PEN-REC
       ADD PROV-B1 (WS-P) TO WS-TOT-B1
       ADD PROV-B2 (WS-P) TO WS-TOT-B2
       ADD PROV-B3 (WS-P) TO WS-TOT-B3
       ADD PROV-B4 (WS-P) TO WS-TOT-B4.

      ****************************************************************
      * FILES
      ****************************************************************
       CARGAR-DEVOLUCIONES.
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
                           IF DEV-NUM > WS-DEV-ULTIMO
                               MOVE DEV-NUM TO WS-DEV-ULTIMO
                           END-IF
                           IF WS-DEV-USADOS < 3000
                               ADD 1 TO WS-DEV-USADOS
                               MOVE FD-DEV-REC TO
                                   DEV-FILA (WS-DEV-USADOS)
                           ELSE
                               MOVE 'S' TO WS-DEV-TRUNCADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEVOLUCIONES
       END-IF
       MOVE 0 TO EOF.

       GRABAR-DEVOLUCIONES.
       OPEN OUTPUT DEVOLUCIONES-NUEVO
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DEV-USADOS
           MOVE DEV-FILA (WS-I) TO FD-DEVN-REC
           WRITE FD-DEVN-REC
       END-PERFORM
       CLOSE DEVOLUCIONES-NUEVO
       CALL "SYSTEM" USING
           "mv -f DEVOLUCIONES.NUEVO.txt DEVOLUCIONES-PROVEEDOR.txt"
       MOVE 0 TO RETURN-CODE.

       CARGAR-INVENTARIO.
       OPEN INPUT INVENTARIO
       IF WS-INV-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ INVENTARIO
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF WS-INV-USADOS < 2000
                           ADD 1 TO WS-INV-USADOS
                           MOVE SPACES TO WS-INV-SKU WS-INV-EXI
                               WS-INV-REO
                           UNSTRING INVENTARIO-REC DELIMITED BY ','
                               INTO WS-INV-SKU WS-INV-EXI WS-INV-REO
                           END-UNSTRING
                           MOVE WS-INV-SKU TO
                               INV-SKU (WS-INV-USADOS)
                           MOVE FUNCTION NUMVAL (WS-INV-EXI) TO
                               INV-EXISTENCIA (WS-INV-USADOS)
                           MOVE FUNCTION NUMVAL (WS-INV-REO) TO
                               INV-REORDEN (WS-INV-USADOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTARIO
       END-IF
       MOVE 0 TO EOF.

       CARGAR-INVENTARIO-SUC.
       OPEN INPUT INVENTARIO-SUC
       IF WS-INVS-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ INVENTARIO-SUC
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF WS-INVS-USADOS < 6000
                           ADD 1 TO WS-INVS-USADOS
                           MOVE SPACES TO WS-INVS-SUC-TXT
                               WS-INV-SKU WS-INV-EXI WS-INV-REO
                           UNSTRING INVENTARIO-SUC-REC
                               DELIMITED BY ','
                               INTO WS-INVS-SUC-TXT WS-INV-SKU
                               WS-INV-EXI WS-INV-REO
                           END-UNSTRING
                           MOVE FUNCTION NUMVAL (WS-INVS-SUC-TXT)
                               TO INVS-SUC (WS-INVS-USADOS)
                           MOVE WS-INV-SKU TO
                               INVS-SKU (WS-INVS-USADOS)
                           MOVE FUNCTION NUMVAL (WS-INV-EXI) TO
                               INVS-EXISTENCIA (WS-INVS-USADOS)
                           MOVE FUNCTION NUMVAL (WS-INV-REO) TO
                               INVS-REORDEN (WS-INVS-USADOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVENTARIO-SUC
       END-IF
       MOVE 0 TO EOF.

      *SAME ROLLUP RULE AS ACTUALIZAR-INVENTARIO: THE COMPANY FILE
      *IS THE SUM OF THE BRANCH ROWS, IN ITS EXISTING SKU ORDER.
       REARMAR-ROLLUP.
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-INV-USADOS
           MOVE 0 TO INV-EXISTENCIA (WS-I)
           MOVE 0 TO INV-REORDEN (WS-I)
       END-PERFORM
       PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-INVS-USADOS
           MOVE 0 TO WS-P
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-INV-USADOS OR WS-P > 0
               IF INV-SKU (WS-I) = INVS-SKU (WS-J)
                   MOVE WS-I TO WS-P
               END-IF
           END-PERFORM
           IF WS-P = 0 AND WS-INV-USADOS < 2000
               ADD 1 TO WS-INV-USADOS
               MOVE WS-INV-USADOS TO WS-P
               MOVE INVS-SKU (WS-J) TO INV-SKU (WS-P)
               MOVE 0 TO INV-EXISTENCIA (WS-P)
               MOVE 0 TO INV-REORDEN (WS-P)
           END-IF
           IF WS-P > 0
               ADD INVS-EXISTENCIA (WS-J) TO INV-EXISTENCIA (WS-P)
               ADD INVS-REORDEN (WS-J) TO INV-REORDEN (WS-P)
           END-IF
       END-PERFORM.

       GRABAR-INVENTARIO-SUC.
       MOVE 'inv-suc.NUEVO.txt' TO WS-NUEVO-NOMBRE
       OPEN OUTPUT STOCK-NUEVO
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-INVS-USADOS
           MOVE SPACES TO STOCK-NUEVO-REC
           MOVE INVS-SUC (WS-I) TO WS-SUC-ED
           MOVE INVS-EXISTENCIA (WS-I) TO WS-EXI-ED
           STRING WS-SUC-ED ','
               FUNCTION TRIM (INVS-SKU (WS-I)) ','
               WS-EXI-ED ','
               INVS-REORDEN (WS-I)
               DELIMITED BY SIZE INTO STOCK-NUEVO-REC
           WRITE STOCK-NUEVO-REC
       END-PERFORM
       CLOSE STOCK-NUEVO
       CALL "SYSTEM" USING
           "mv -f inv-suc.NUEVO.txt inventario-suc.txt"
       MOVE 0 TO RETURN-CODE.

       GRABAR-INVENTARIO.
       MOVE 'inventario.NUEVO.txt' TO WS-NUEVO-NOMBRE
       OPEN OUTPUT STOCK-NUEVO
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-INV-USADOS
           MOVE SPACES TO STOCK-NUEVO-REC
           MOVE INV-EXISTENCIA (WS-I) TO WS-EXI-ED
           STRING FUNCTION TRIM (INV-SKU (WS-I)) ','
               WS-EXI-ED ','
               INV-REORDEN (WS-I)
               DELIMITED BY SIZE INTO STOCK-NUEVO-REC
           WRITE STOCK-NUEVO-REC
       END-PERFORM
       CLOSE STOCK-NUEVO
       CALL "SYSTEM" USING
           "mv -f inventario.NUEVO.txt inventario.txt"
       MOVE 0 TO RETURN-CODE.

       COPY COSTOS-PROC.
       COPY LOTES-PROC.
       COPY SEGURIDAD-PROC.
