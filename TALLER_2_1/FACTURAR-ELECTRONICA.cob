       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURAR-ELECTRONICA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DISPOSICIONES ASSIGN TO 'DISPOSICIONES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSP-STATUS.
       SELECT RANGOS ASSIGN TO 'RANGOS-FE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RNG-STATUS.
       SELECT IMPUESTOS ASSIGN TO 'impuestos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IMP-STATUS.
       SELECT LIMITES ASSIGN TO 'LIMITES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIM-STATUS.
       SELECT SUCURSALES-MON ASSIGN TO 'sucursales.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUCMON-STATUS.
       SELECT MONEDAS ASSIGN TO 'monedas.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MON-STATUS.
       SELECT DOCUMENTOS ASSIGN TO 'FE-DOCUMENTOS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DOC-STATUS.
       SELECT ITEMS ASSIGN TO 'FE-ITEMS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITR-STATUS.
       SELECT LOTES ASSIGN TO 'FE-LOTES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-STATUS.
       SELECT PENDIENTES ASSIGN TO 'FE-PENDIENTES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEN-STATUS.
       SELECT PENDIENTES-NUEVO ASSIGN TO 'FE-PENDIENTES.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ENVIO ASSIGN TO 'FE-ENVIO.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENV-STATUS.
       SELECT ACUSES ASSIGN TO 'FE-ACUSE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACU-STATUS.
       SELECT RECHAZOS ASSIGN TO 'FE-RECHAZOS.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

      ****************************************************************
      * FD SECTION
      ****************************************************************
       FILE SECTION.
      * SINGLE-DECISION FEED FROM POSTEAR-VENTAS - ONLY ITS 'A' LINES
      * ARE INVOICED, SO THE TAX AUTHORITY SEES EXACTLY WHAT POSTED.
       FD  DISPOSICIONES.
           01  FD-DSP-REC.
               05  DSP-ESTADO      PIC X(01).
               05  FILLER          PIC X(01).
               05  DSP-MOTIVO      PIC X(30).
               05  FILLER          PIC X(01).
               05  DSP-LINEA       PIC X(188).
      * AUTHORIZED NUMBERING RANGES, SUCURSAL,PREFIJO,DESDE,HASTA,
      * VIGENTE-DESDE,VIGENTE-HASTA PER LINE (MAINTAINED THROUGH
      * MANTENER-MAESTROS RANGOS).
       FD  RANGOS.
           01  FD-RNG-REC          PIC X(50).
       FD  IMPUESTOS.
           01  IMPUESTOS-REC       PIC X(50).
      * CLAVE,VALOR THRESHOLDS (SEE LIMITES-WS.cpy) - ONLY
      * MIN-RANGO-FE AND DIAS-VENCE-FE ARE READ HERE.
       FD  LIMITES.
           01  FD-LIM-REC          PIC X(40).
       FD  SUCURSALES-MON.
           01  FD-SUCMON-REC       PIC X(50).
       FD  MONEDAS.
           01  FD-MON-REC          PIC X(50).
      * REGISTER OF EVERY DOCUMENT EVER ISSUED, ONE DOCUMENTO-LINEA
      * EACH, APPEND-ONLY. THE LAST NUMBER USED IN EACH RANGE IS
      * TAKEN FROM HERE, SO THE CONSECUTIVE CANNOT DRIFT FROM WHAT
      * WAS ACTUALLY SENT.
       FD  DOCUMENTOS.
           01  FD-DOC-REC          PIC X(160).
      * ONE ITEM-LINEA PER INVOICED OR CREDITED LINE, APPEND-ONLY -
      * WHERE A REFUND FINDS THE INVOICE THAT SOLD THE ITEM.
       FD  ITEMS.
           01  FD-ITR-REC          PIC X(90).
      * BATCHES ALREADY INVOICED, BY THE HDR STAMP OF THEIR
      * DISPOSITIONS, SO A RERUN DOES NOT ISSUE THE SAME SALES TWICE.
       FD  LOTES.
           01  FD-LOT-REC          PIC X(60).
      * ACCEPTED LINES OF A BRANCH THAT HAD NO AUTHORIZED RANGE IN
      * FORCE (OR NO NUMBERS LEFT) - RETRIED FIRST ON THE NEXT RUN.
      * REWRITTEN EVERY RUN THROUGH FE-PENDIENTES.NUEVO.txt.
       FD  PENDIENTES.
           01  FD-PEN-REC          PIC X(188).
       FD  PENDIENTES-NUEVO.
           01  FD-PENN-REC         PIC X(188).
      * SUBMISSION FILE FOR THE E-INVOICING PROVIDER, '|'-SEPARATED
      * FIXED-WIDTH RECORDS: ENC (DOCUMENT HEADER AND TOTALS), ITS
      * DET ITEMS, THEN ONE IMP PER VAT RATE. APPENDED - THE
      * TRANSFER TO THE PROVIDER TAKES THE FILE AWAY ONCE SENT, SO
      * A SECOND RUN BEFORE PICKUP CANNOT OVERWRITE UNSENT DOCUMENTS.
       FD  ENVIO.
           01  FD-ENV-REC          PIC X(250).
      * PROVIDER ACKNOWLEDGMENT, NUMERO,ESTADO,MOTIVO PER LINE -
      * ESTADO ACEPTADO OR RECHAZADO (ONLY THE FIRST LETTER COUNTS).
       FD  ACUSES.
           01  FD-ACU-REC          PIC X(132).
      * REJECTED-DOCUMENT LISTING FROM THE LAST ACUSES RUN.
       FD  RECHAZOS.
           01  FD-RCH-REC          PIC X(132).

      ****************************************************************
      * WS SECTION
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  EOF                     PIC 9 VALUE 0.
       01  WS-DSP-STATUS           PIC XX VALUE '00'.
       01  WS-RNG-STATUS           PIC XX VALUE '00'.
       01  WS-IMP-STATUS           PIC XX VALUE '00'.
       01  WS-LIM-STATUS           PIC XX VALUE '00'.
       01  WS-DOC-STATUS           PIC XX VALUE '00'.
       01  WS-ITR-STATUS           PIC XX VALUE '00'.
       01  WS-LOT-STATUS           PIC XX VALUE '00'.
       01  WS-PEN-STATUS           PIC XX VALUE '00'.
       01  WS-ENV-STATUS           PIC XX VALUE '00'.
       01  WS-ACU-STATUS           PIC XX VALUE '00'.
       01  WS-LIM-EOF              PIC 9 VALUE 0.
       01  WS-LIM-CLAVE            PIC X(20).
       01  WS-LIM-VALOR            PIC X(15).
      *LIMITES.txt: A RANGE IN FORCE WITH MIN-RANGO-FE NUMBERS OR
      *FEWER LEFT (ZERO OR ABSENT: A TENTH OF THE RANGE) OR ENDING
      *WITHIN DIAS-VENCE-FE DAYS IS CALLED OUT.
       01  LIM-MIN-RANGO-FE        PIC 9(10) VALUE ZEROS.
       01  LIM-DIAS-VENCE-FE       PIC 9(04) VALUE 30.
      *"FACTURAR-ELECTRONICA" ISSUES THE BATCH IN DISPOSICIONES.txt;
      *"FACTURAR-ELECTRONICA ACUSES" READS THE PROVIDER'S ANSWER.
       01  WS-MODO                 PIC X(20) VALUE SPACES.
       01  WS-I                    PIC 9(05) VALUE ZEROS.
       01  WS-J                    PIC 9(05) VALUE ZEROS.
       01  WS-K                    PIC 9(05) VALUE ZEROS.
       01  WS-HIT                  PIC 9(05) VALUE ZEROS.
       01  WS-CURRENT-DATE         PIC X(21).
       01  WS-HOY                  PIC X(10).
       01  WS-HORA                 PIC X(08).
       01  WS-AVISOS               PIC 9(05) VALUE ZEROS.
      *FULL-DAY LINES A SLICE ALREADY INVOICED UNDER ITS OWN HDR.
       01  WS-YA-INTRADIA          PIC 9(07) VALUE ZEROS.
      *THE BATCH IN HAND - ITS HDR STAMP AND WHETHER FE-LOTES.txt
      *SAYS IT WAS ALREADY INVOICED.
       01  WS-LOTE                 PIC X(19) VALUE SPACES.
       01  WS-LOTE-YA              PIC X(01) VALUE 'N'.
       01  WS-LOT-EOF              PIC 9 VALUE 0.
      *VAT SPLIT, SAME FORMULA AND ROUNDING AS EXTRACTO-GL.
       01  IMP-TAB OCCURS 50 TIMES.
           05  IMP-CODIGO          PIC X(03).
           05  IMP-TASA            PIC 9(02)V99 VALUE ZEROS.
       01  WS-IMP-USADOS           PIC 9(02) VALUE ZEROS.
       01  WS-IMP-IDX              PIC 9(02) VALUE ZEROS.
       01  WS-IMP-CAT              PIC X(10).
       01  WS-IMP-TASA-TXT         PIC X(10).
       01  WS-IMPORTE-LINEA        PIC 9(13)V99 VALUE ZEROS.
       01  WS-TASA-LINEA           PIC 9(02)V99 VALUE ZEROS.
       01  WS-IMPUESTO-LINEA       PIC 9(13)V99 VALUE ZEROS.
       01  WS-BASE-LINEA           PIC 9(13)V99 VALUE ZEROS.
      *AUTHORIZED RANGES; RNG-ULTIMO IS THE LAST NUMBER ISSUED IN
      *THE RANGE (DESDE - 1 WHILE UNUSED).
       01  RNG-TAB.
           05  RNG-FILA OCCURS 200 TIMES.
               10  RNG-SUCURSAL    PIC 9(03).
               10  RNG-PREFIJO     PIC X(04).
               10  RNG-DESDE       PIC 9(10).
               10  RNG-HASTA       PIC 9(10).
               10  RNG-VIG-DESDE   PIC X(10).
               10  RNG-VIG-HASTA   PIC X(10).
               10  RNG-ULTIMO      PIC 9(10).
               10  RNG-EMITIDAS    PIC 9(05).
       01  WS-RNG-USADOS           PIC 9(03) VALUE ZEROS.
       01  WS-RNG-SUC-TXT          PIC X(10).
       01  WS-RNG-PREFIJO          PIC X(10).
       01  WS-RNG-DESDE-TXT        PIC X(12).
       01  WS-RNG-HASTA-TXT        PIC X(12).
       01  WS-RNG-VIG-DESDE        PIC X(10).
       01  WS-RNG-VIG-HASTA        PIC X(10).
      *CREDIT NOTES NEED NO AUTHORIZED RANGE - ONE CONSECUTIVE PER
      *BRANCH, PREFIX NC + BRANCH CODE.
       01  NCC-ULTIMO              OCCURS 999 TIMES
                                   PIC 9(10) VALUE ZEROS.
      *DOCUMENTS OF THIS RUN. A SALES INVOICE (FV) GATHERS EVERY
      *ACCEPTED 'V' LINE OF ONE CLIENT, BRANCH AND SALE DATE; EACH
      *ACCEPTED 'R' LINE IS ITS OWN CREDIT NOTE (NC), SINCE EACH
      *REFUND REFERENCES THE INVOICE THAT SOLD ITS ITEM. THE ITEMS
      *OF A DOCUMENT ARE CHAINED THROUGH ITM-SIGUIENTE.
       01  FAC-TAB.
           05  FAC-FILA OCCURS 2000 TIMES.
               10  FAC-TIPO        PIC X(02).
               10  FAC-CLIENTE     PIC 9(05).
               10  FAC-NOMBRE      PIC X(50).
               10  FAC-SUCURSAL    PIC 9(03).
               10  FAC-FECHA       PIC X(10).
               10  FAC-SKU         PIC X(10).
               10  FAC-PRIMERO     PIC 9(05).
               10  FAC-ULTIMO      PIC 9(05).
               10  FAC-ITEMS       PIC 9(04).
               10  FAC-PREFIJO     PIC X(05).
               10  FAC-CONSECUTIVO PIC 9(10).
               10  FAC-NUMERO      PIC X(20).
               10  FAC-REFERENCIA  PIC X(20).
               10  FAC-REF-FECHA   PIC X(10).
               10  FAC-REF-MISMA   PIC X(01).
      *            'E' TO ISSUE, 'P' PARKED FOR THE NEXT RUN.
               10  FAC-ESTADO      PIC X(01).
       01  WS-FAC-USADAS           PIC 9(05) VALUE ZEROS.
       01  ITM-TAB.
           05  ITM-FILA OCCURS 5000 TIMES.
               10  ITM-LINEA       PIC X(188).
               10  ITM-SIGUIENTE   PIC 9(05).
       01  WS-ITM-USADOS           PIC 9(05) VALUE ZEROS.
       01  WS-TIPO-DOC             PIC X(02).
       01  WS-NUM-ED               PIC Z(09)9.
       01  WS-SUC-ED               PIC 9(03).
       01  WS-LINEA-DOC            PIC 9(04) VALUE ZEROS.
      *PER-DOCUMENT TOTALS AND VAT SUMMARY BY RATE.
       01  WS-DOC-BASE             PIC 9(13)V99 VALUE ZEROS.
       01  WS-DOC-IVA              PIC 9(13)V99 VALUE ZEROS.
       01  WS-DOC-TOTAL            PIC 9(13)V99 VALUE ZEROS.
       01  TAS-TAB.
           05  TAS-FILA OCCURS 10 TIMES.
               10  TAS-TASA        PIC 9(02)V99.
               10  TAS-BASE        PIC 9(13)V99.
               10  TAS-IVA         PIC 9(13)V99.
       01  WS-TAS-USADAS           PIC 9(02) VALUE ZEROS.
       01  WS-TAS-HIT              PIC 9(02) VALUE ZEROS.
      *RUN TOTALS.
       01  WS-FACTURAS             PIC 9(05) VALUE ZEROS.
       01  WS-NOTAS                PIC 9(05) VALUE ZEROS.
       01  WS-PENDIENTES           PIC 9(05) VALUE ZEROS.
       01  WS-LINEAS-PENDIENTES    PIC 9(05) VALUE ZEROS.
       01  WS-PEN-LEIDAS           PIC 9(05) VALUE ZEROS.
       01  WS-SIN-REFERENCIA       PIC 9(05) VALUE ZEROS.
       01  WS-TOT-FACTURADO        PIC 9(13)V99 VALUE ZEROS.
       01  WS-TOT-ACREDITADO       PIC 9(13)V99 VALUE ZEROS.
       01  WS-ED-IMPORTE           PIC Z(12)9.99.
      *RANGE WARNINGS.
       01  WS-RESTANTES            PIC 9(10) VALUE ZEROS.
       01  WS-UMBRAL               PIC 9(10) VALUE ZEROS.
       01  WS-DIAS-VENCE           PIC S9(08) VALUE ZEROS.
       01  WS-FECHA-NUM            PIC 9(08) VALUE ZEROS.
       01  WS-FECHA-TXT            REDEFINES WS-FECHA-NUM
                                   PIC X(08).
       01  WS-HOY-NUM              PIC 9(08) VALUE ZEROS.
      *ACUSES MODE - THE REJECTED DOCUMENTS AND THEIR REGISTER DATA.
       01  ACU-TAB.
           05  ACU-FILA OCCURS 2000 TIMES.
               10  ACU-NUMERO      PIC X(20).
               10  ACU-MOTIVO      PIC X(60).
               10  ACU-HALLADO     PIC X(01).
               10  ACU-DOCUMENTO   PIC X(160).
       01  WS-ACU-USADOS           PIC 9(05) VALUE ZEROS.
       01  WS-ACU-NUMERO           PIC X(20).
       01  WS-ACU-ESTADO           PIC X(15).
       01  WS-ACU-MOTIVO           PIC X(60).
       01  WS-ACU-LEIDOS           PIC 9(05) VALUE ZEROS.
       01  WS-ACU-ACEPTADOS        PIC 9(05) VALUE ZEROS.
       01  WS-ACU-RECHAZADOS       PIC 9(05) VALUE ZEROS.
      *REGISTER LAYOUTS.
       01  DOCUMENTO-LINEA.
           05  DOC-TIPO            PIC X(02).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DOC-NUMERO          PIC X(20).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DOC-PREFIJO         PIC X(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DOC-CONSECUTIVO     PIC 9(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DOC-SUCURSAL        PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DOC-CLIENTE         PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DOC-FECHA-VENTA     PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DOC-FECHA-EMISION   PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DOC-BASE            PIC 9(11)V99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  DOC-IVA             PIC 9(11)V99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  DOC-TOTAL           PIC 9(11)V99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  DOC-REFERENCIA      PIC X(20).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DOC-LOTE            PIC X(19).
       01  ITEM-LINEA.
           05  ITR-NUMERO          PIC X(20).
           05  FILLER              PIC X(01) VALUE ' '.
           05  ITR-TIPO            PIC X(02).
           05  FILLER              PIC X(01) VALUE ' '.
           05  ITR-CLIENTE         PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  ITR-SUCURSAL        PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  ITR-SKU             PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  ITR-FECHA           PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  ITR-CANTIDAD        PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  ITR-TRANSACCION     PIC X(24).
       01  LOTE-LINEA.
           05  LOT-LOTE            PIC X(19).
           05  FILLER              PIC X(01) VALUE ' '.
           05  LOT-FECHA           PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  LOT-HORA            PIC X(08).
           05  FILLER              PIC X(01) VALUE ' '.
           05  LOT-DOCUMENTOS      PIC 9(05).
      *SUBMISSION RECORDS.
       01  ENV-ENC.
           05  FILLER              PIC X(04) VALUE 'ENC|'.
           05  ENC-TIPO            PIC X(02).
           05  FILLER              PIC X(01) VALUE '|'.
           05  ENC-NUMERO          PIC X(20).
           05  FILLER              PIC X(01) VALUE '|'.
           05  ENC-FECHA-EMISION   PIC X(10).
           05  FILLER              PIC X(01) VALUE '|'.
           05  ENC-FECHA-VENTA     PIC X(10).
           05  FILLER              PIC X(01) VALUE '|'.
           05  ENC-SUCURSAL        PIC 9(03).
           05  FILLER              PIC X(01) VALUE '|'.
           05  ENC-CLIENTE         PIC 9(05).
           05  FILLER              PIC X(01) VALUE '|'.
           05  ENC-NOMBRE          PIC X(50).
           05  FILLER              PIC X(01) VALUE '|'.
           05  ENC-MONEDA          PIC X(03).
           05  FILLER              PIC X(01) VALUE '|'.
           05  ENC-BASE            PIC 9(11).99.
           05  FILLER              PIC X(01) VALUE '|'.
           05  ENC-IVA             PIC 9(11).99.
           05  FILLER              PIC X(01) VALUE '|'.
           05  ENC-TOTAL           PIC 9(11).99.
           05  FILLER              PIC X(01) VALUE '|'.
           05  ENC-REFERENCIA      PIC X(20).
           05  FILLER              PIC X(01) VALUE '|'.
           05  ENC-ITEMS           PIC 9(04).
       01  ENV-DET.
           05  FILLER              PIC X(04) VALUE 'DET|'.
           05  DET-NUMERO          PIC X(20).
           05  FILLER              PIC X(01) VALUE '|'.
           05  DET-LINEA           PIC 9(04).
           05  FILLER              PIC X(01) VALUE '|'.
           05  DET-SKU             PIC X(10).
           05  FILLER              PIC X(01) VALUE '|'.
           05  DET-DESCRIPCION     PIC X(30).
           05  FILLER              PIC X(01) VALUE '|'.
           05  DET-CATEGORIA       PIC X(03).
           05  FILLER              PIC X(01) VALUE '|'.
           05  DET-CANTIDAD        PIC 9(05).
           05  FILLER              PIC X(01) VALUE '|'.
           05  DET-PRECIO          PIC 9(08).99.
           05  FILLER              PIC X(01) VALUE '|'.
           05  DET-TASA            PIC 9(02).99.
           05  FILLER              PIC X(01) VALUE '|'.
           05  DET-BASE            PIC 9(11).99.
           05  FILLER              PIC X(01) VALUE '|'.
           05  DET-IVA             PIC 9(11).99.
           05  FILLER              PIC X(01) VALUE '|'.
           05  DET-TOTAL           PIC 9(11).99.
       01  ENV-IMP.
           05  FILLER              PIC X(04) VALUE 'IMP|'.
           05  ENI-NUMERO          PIC X(20).
           05  FILLER              PIC X(01) VALUE '|'.
           05  ENI-TASA            PIC 9(02).99.
           05  FILLER              PIC X(01) VALUE '|'.
           05  ENI-BASE            PIC 9(11).99.
           05  FILLER              PIC X(01) VALUE '|'.
           05  ENI-IVA             PIC 9(11).99.
      *REJECTED-DOCUMENT LISTING.
       01  RPT-TITULO.
           05  FILLER              PIC X(40) VALUE
               'DOCUMENTOS ELECTRONICOS RECHAZADOS - AL:'.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-TIT-FECHA       PIC X(10).
       01  RPT-ENCABEZADO.
           05  FILLER              PIC X(38) VALUE
               'TP NUMERO               EMISION    SUC'.
           05  FILLER              PIC X(35) VALUE
               ' CLIENTE            TOTAL MOTIVO'.
       01  RPT-DETALLE.
           05  RPT-TIPO            PIC X(02).
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-NUMERO          PIC X(20).
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-EMISION         PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-SUCURSAL        PIC X(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-CLIENTE         PIC X(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-TOTAL           PIC Z(11)9.99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  RPT-MOTIVO          PIC X(60).

       COPY WS-VENTA.
       COPY VENTA-COMPAT-WS.
       COPY WS-DATASET-CTL.
       COPY MONEDAS-WS.

       PROCEDURE DIVISION.
       ACCEPT WS-MODO FROM COMMAND-LINE
       MOVE FUNCTION UPPER-CASE (WS-MODO) TO WS-MODO
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
           WS-CURRENT-DATE (7:2) DELIMITED BY SIZE INTO WS-HOY
       STRING WS-CURRENT-DATE (9:2) ':' WS-CURRENT-DATE (11:2) ':'
           WS-CURRENT-DATE (13:2) DELIMITED BY SIZE INTO WS-HORA
       MOVE WS-CURRENT-DATE (1:8) TO WS-HOY-NUM
       EVALUATE WS-MODO
           WHEN SPACES
           WHEN 'EMITIR'
               PERFORM EMITIR-DOCUMENTOS
           WHEN 'ACUSES'
               PERFORM PROCESAR-ACUSES
           WHEN OTHER
               DISPLAY "USO: FACTURAR-ELECTRONICA [EMITIR|ACUSES]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
       END-EVALUATE
       IF WS-AVISOS > 0 AND RETURN-CODE = 0
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

      *PARKED LINES GO FIRST SO THEY TAKE THE LOWER NUMBERS; THE
      *INVOICES ARE NUMBERED BEFORE THE CREDIT NOTES SO A REFUND OF
      *A SALE IN THE SAME BATCH CAN ALREADY REFERENCE ITS INVOICE.
       EMITIR-DOCUMENTOS.
       PERFORM CARGAR-LIMITES-FE
       PERFORM CARGAR-MONEDAS
       PERFORM CARGAR-IMPUESTOS-FE
       PERFORM CARGAR-RANGOS
       PERFORM CARGAR-ULTIMOS
       OPEN OUTPUT PENDIENTES-NUEVO
       PERFORM LEER-PENDIENTES
       PERFORM LEER-DISPOSICIONES
       PERFORM NUMERAR-FACTURAS
       PERFORM REFERENCIAR-NOTAS
       PERFORM NUMERAR-NOTAS
       PERFORM ESCRIBIR-DOCUMENTOS
       PERFORM GRABAR-PENDIENTES
       IF WS-LOTE-YA = 'N' AND WS-LOTE NOT = SPACES
           PERFORM REGISTRAR-LOTE
       END-IF
       PERFORM VERIFICAR-RANGOS
       MOVE WS-TOT-FACTURADO TO WS-ED-IMPORTE
       DISPLAY "FACTURAS EMITIDAS: " WS-FACTURAS " POR "
           WS-ED-IMPORTE
       MOVE WS-TOT-ACREDITADO TO WS-ED-IMPORTE
       DISPLAY "NOTAS CREDITO EMITIDAS: " WS-NOTAS " POR "
           WS-ED-IMPORTE
       IF WS-FACTURAS + WS-NOTAS > 0
           DISPLAY "DOCUMENTOS AGREGADOS A FE-ENVIO.txt"
       END-IF
       IF WS-PENDIENTES > 0
           DISPLAY "AVISO: " WS-PENDIENTES " FACTURAS ("
               WS-LINEAS-PENDIENTES " LINEAS) PENDIENTES DE RANGO EN "
               "FE-PENDIENTES.txt"
           ADD 1 TO WS-AVISOS
       END-IF.

       CARGAR-LIMITES-FE.
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
                           WHEN 'MIN-RANGO-FE'
                               MOVE FUNCTION NUMVAL (WS-LIM-VALOR)
                                   TO LIM-MIN-RANGO-FE
                           WHEN 'DIAS-VENCE-FE'
                               MOVE FUNCTION NUMVAL (WS-LIM-VALOR)
                                   TO LIM-DIAS-VENCE-FE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE LIMITES
       END-IF
       MOVE 0 TO WS-LIM-EOF.

       CARGAR-IMPUESTOS-FE.
       OPEN INPUT IMPUESTOS
       IF WS-IMP-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ IMPUESTOS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF WS-IMP-USADOS < 50
                           ADD 1 TO WS-IMP-USADOS
                           MOVE SPACES TO WS-IMP-CAT
                               WS-IMP-TASA-TXT
                           UNSTRING IMPUESTOS-REC DELIMITED BY ','
                               INTO WS-IMP-CAT WS-IMP-TASA-TXT
                           END-UNSTRING
                           MOVE WS-IMP-CAT (1:3) TO
                               IMP-CODIGO (WS-IMP-USADOS)
                           MOVE FUNCTION NUMVAL (WS-IMP-TASA-TXT)
                               TO IMP-TASA (WS-IMP-USADOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IMPUESTOS
       END-IF
       MOVE 0 TO EOF.

      *WITHOUT AUTHORIZED RANGES NOTHING MAY BE ISSUED. A LINE THAT
      *DOES NOT PARSE IS SKIPPED AND CALLED OUT - MANTENER-MAESTROS
      *VALIDATES WHAT IT WRITES, SO THIS IS A HAND EDIT.
       CARGAR-RANGOS.
       OPEN INPUT RANGOS
       IF WS-RNG-STATUS NOT = '00'
           DISPLAY "ERROR: RANGOS-FE.txt NO DISPONIBLE - SIN RANGOS "
               "DE NUMERACION AUTORIZADOS"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL EOF = 1
           READ RANGOS
               AT END
                   MOVE 1 TO EOF
               NOT AT END
                   IF FD-RNG-REC NOT = SPACES
                       PERFORM TOMAR-RANGO
                   END-IF
           END-READ
       END-PERFORM
       CLOSE RANGOS
       MOVE 0 TO EOF.

       TOMAR-RANGO.
       MOVE SPACES TO WS-RNG-SUC-TXT WS-RNG-PREFIJO WS-RNG-DESDE-TXT
           WS-RNG-HASTA-TXT WS-RNG-VIG-DESDE WS-RNG-VIG-HASTA
       UNSTRING FD-RNG-REC DELIMITED BY ','
           INTO WS-RNG-SUC-TXT WS-RNG-PREFIJO WS-RNG-DESDE-TXT
               WS-RNG-HASTA-TXT WS-RNG-VIG-DESDE WS-RNG-VIG-HASTA
       END-UNSTRING
       IF FUNCTION TEST-NUMVAL (WS-RNG-SUC-TXT) NOT = 0
           OR FUNCTION TEST-NUMVAL (WS-RNG-DESDE-TXT) NOT = 0
           OR FUNCTION TEST-NUMVAL (WS-RNG-HASTA-TXT) NOT = 0
           OR WS-RNG-PREFIJO = SPACES
           OR WS-RNG-VIG-DESDE = SPACES OR WS-RNG-VIG-HASTA = SPACES
           DISPLAY "ADVERTENCIA: LINEA DE RANGO ILEGIBLE, OMITIDA: "
               FUNCTION TRIM (FD-RNG-REC)
           ADD 1 TO WS-AVISOS
       ELSE
           IF WS-RNG-USADOS < 200
               ADD 1 TO WS-RNG-USADOS
               MOVE FUNCTION NUMVAL (WS-RNG-SUC-TXT)
                   TO RNG-SUCURSAL (WS-RNG-USADOS)
               MOVE FUNCTION UPPER-CASE (WS-RNG-PREFIJO)
                   TO RNG-PREFIJO (WS-RNG-USADOS)
               MOVE FUNCTION NUMVAL (WS-RNG-DESDE-TXT)
                   TO RNG-DESDE (WS-RNG-USADOS)
               MOVE FUNCTION NUMVAL (WS-RNG-HASTA-TXT)
                   TO RNG-HASTA (WS-RNG-USADOS)
               MOVE WS-RNG-VIG-DESDE TO RNG-VIG-DESDE (WS-RNG-USADOS)
               MOVE WS-RNG-VIG-HASTA TO RNG-VIG-HASTA (WS-RNG-USADOS)
               COMPUTE RNG-ULTIMO (WS-RNG-USADOS) =
                   RNG-DESDE (WS-RNG-USADOS) - 1
               MOVE 0 TO RNG-EMITIDAS (WS-RNG-USADOS)
           ELSE
               DISPLAY "ADVERTENCIA: RANGOS-FE.txt LLENO (LIMITE "
                   "200) - RANGO OMITIDO"
               ADD 1 TO WS-AVISOS
           END-IF
       END-IF.

      *THE REGISTER IS THE TRUTH FOR THE CONSECUTIVES: THE HIGHEST
      *NUMBER ISSUED INSIDE EACH RANGE, AND THE HIGHEST CREDIT NOTE
      *OF EACH BRANCH.
       CARGAR-ULTIMOS.
       OPEN INPUT DOCUMENTOS
       IF WS-DOC-STATUS = '00'
           PERFORM UNTIL EOF = 1
               READ DOCUMENTOS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       MOVE FD-DOC-REC TO DOCUMENTO-LINEA
                       PERFORM TOMAR-ULTIMO
               END-READ
           END-PERFORM
           CLOSE DOCUMENTOS
       END-IF
       MOVE 0 TO EOF.

       TOMAR-ULTIMO.
       IF DOC-CONSECUTIVO NUMERIC AND DOC-SUCURSAL NUMERIC
           IF DOC-TIPO = 'NC'
               IF DOC-SUCURSAL > 0
                   AND DOC-CONSECUTIVO > NCC-ULTIMO (DOC-SUCURSAL)
                   MOVE DOC-CONSECUTIVO
                       TO NCC-ULTIMO (DOC-SUCURSAL)
               END-IF
           ELSE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-RNG-USADOS
                   IF DOC-PREFIJO = RNG-PREFIJO (WS-I)
                       AND DOC-SUCURSAL = RNG-SUCURSAL (WS-I)
                       AND DOC-CONSECUTIVO >= RNG-DESDE (WS-I)
                       AND DOC-CONSECUTIVO <= RNG-HASTA (WS-I)
                       AND DOC-CONSECUTIVO > RNG-ULTIMO (WS-I)
                       MOVE DOC-CONSECUTIVO TO RNG-ULTIMO (WS-I)
                   END-IF
               END-PERFORM
           END-IF
       END-IF.

       LEER-PENDIENTES.
       OPEN INPUT PENDIENTES
       IF WS-PEN-STATUS = '00'
           PERFORM UNTIL EOF = 1
               READ PENDIENTES
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF FD-PEN-REC NOT = SPACES
                           ADD 1 TO WS-PEN-LEIDAS
                           MOVE FD-PEN-REC TO WS-VENTA-CRUDA
                           PERFORM AJUSTAR-VENTA
                           PERFORM AGRUPAR-LINEA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDIENTES
       END-IF
       MOVE 0 TO EOF
       IF WS-PEN-LEIDAS > 0
           DISPLAY "LINEAS PENDIENTES REINTENTADAS: " WS-PEN-LEIDAS
       END-IF.

      *THE HDR COMES FIRST IN THE FILE, SO WHETHER THE BATCH WAS
      *ALREADY INVOICED IS KNOWN BEFORE ITS FIRST SALE IS READ. LINES
      *A SLICE POSTED ('POSTEADA INTRADIA') WERE INVOICED WITH THAT
      *SLICE, SO THE NIGHT RUN ONLY COUNTS THEM.
       LEER-DISPOSICIONES.
       OPEN INPUT DISPOSICIONES
       IF WS-DSP-STATUS NOT = '00'
           DISPLAY "ERROR: DISPOSICIONES.txt NO DISPONIBLE - CORRA "
               "POSTEAR-VENTAS ANTES DE FACTURAR"
           CLOSE PENDIENTES-NUEVO
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL EOF = 1
           READ DISPOSICIONES
               AT END
                   MOVE 1 TO EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN DSP-ESTADO = 'C'
                           AND DSP-LINEA (1:3) = 'HDR'
                           MOVE DSP-LINEA (1:23) TO WS-DATASET-HDR
                           MOVE SPACES TO WS-LOTE
                           STRING HDR-FECHA ' ' HDR-HORA
                               DELIMITED BY SIZE INTO WS-LOTE
                           PERFORM BUSCAR-LOTE
                       WHEN DSP-ESTADO = 'A'
                           AND DSP-MOTIVO = 'POSTEADA INTRADIA'
                           ADD 1 TO WS-YA-INTRADIA
                       WHEN DSP-ESTADO = 'A' AND WS-LOTE-YA = 'N'
                           MOVE DSP-LINEA TO WS-VENTA-CRUDA
                           PERFORM AJUSTAR-VENTA
                           PERFORM AGRUPAR-LINEA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
       END-PERFORM
       CLOSE DISPOSICIONES
       MOVE 0 TO EOF
       IF WS-YA-INTRADIA > 0
           DISPLAY WS-YA-INTRADIA " LINEAS YA FACTURADAS INTRADIA - "
               "NO SE FACTURAN DE NUEVO"
       END-IF.

       BUSCAR-LOTE.
       MOVE 'N' TO WS-LOTE-YA
       OPEN INPUT LOTES
       IF WS-LOT-STATUS = '00'
           PERFORM UNTIL WS-LOT-EOF = 1
               READ LOTES
                   AT END
                       MOVE 1 TO WS-LOT-EOF
                   NOT AT END
                       IF FD-LOT-REC (1:19) = WS-LOTE
                           MOVE 'S' TO WS-LOTE-YA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOTES
       END-IF
       MOVE 0 TO WS-LOT-EOF
       IF WS-LOTE-YA = 'S'
           DISPLAY "AVISO: LOTE " WS-LOTE " YA FACTURADO - SOLO SE "
               "REINTENTAN LAS LINEAS PENDIENTES"
       END-IF.

      *SALES GATHER BY CLIENT, BRANCH AND SALE DATE; PAYMENTS ON
      *ACCOUNT ARE NOT TAXABLE SUPPLIES AND ARE NOT INVOICED. A LINE
      *THAT FINDS THE TABLES FULL IS PARKED, NOT LOST.
       AGRUPAR-LINEA.
       EVALUATE TIPO-TRANSACCION
           WHEN 'V'
               MOVE 'FV' TO WS-TIPO-DOC
           WHEN 'R'
               MOVE 'NC' TO WS-TIPO-DOC
           WHEN OTHER
               MOVE SPACES TO WS-TIPO-DOC
       END-EVALUATE
       IF WS-TIPO-DOC NOT = SPACES
           IF SUCURSAL NOT NUMERIC OR CANTIDAD-VENDIDA NOT NUMERIC
               OR COSTO NOT NUMERIC OR SUCURSAL = 0
               DISPLAY "ADVERTENCIA: LINEA ILEGIBLE, NO FACTURADA: "
                   TRANSACCION-ID
               ADD 1 TO WS-AVISOS
           ELSE
               MOVE 0 TO WS-HIT
               IF WS-TIPO-DOC = 'FV'
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-FAC-USADAS OR WS-HIT > 0
                       IF FAC-TIPO (WS-I) = 'FV'
                           AND FAC-CLIENTE (WS-I) = CLIENTE-ID
                           AND FAC-SUCURSAL (WS-I) = SUCURSAL
                           AND FAC-FECHA (WS-I) = FECHA-VENTA
                           MOVE WS-I TO WS-HIT
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-ITM-USADOS >= 5000
                   OR (WS-HIT = 0 AND WS-FAC-USADAS >= 2000)
                   MOVE WS-VENTA TO FD-PENN-REC
                   WRITE FD-PENN-REC
                   ADD 1 TO WS-LINEAS-PENDIENTES
               ELSE
                   IF WS-HIT = 0
                       PERFORM ABRIR-DOCUMENTO
                   END-IF
                   ADD 1 TO WS-ITM-USADOS
                   MOVE WS-VENTA TO ITM-LINEA (WS-ITM-USADOS)
                   MOVE 0 TO ITM-SIGUIENTE (WS-ITM-USADOS)
                   IF FAC-PRIMERO (WS-HIT) = 0
                       MOVE WS-ITM-USADOS TO FAC-PRIMERO (WS-HIT)
                   ELSE
                       MOVE WS-ITM-USADOS TO
                           ITM-SIGUIENTE (FAC-ULTIMO (WS-HIT))
                   END-IF
                   MOVE WS-ITM-USADOS TO FAC-ULTIMO (WS-HIT)
                   ADD 1 TO FAC-ITEMS (WS-HIT)
               END-IF
           END-IF
       END-IF.

       ABRIR-DOCUMENTO.
       ADD 1 TO WS-FAC-USADAS
       MOVE WS-FAC-USADAS TO WS-HIT
       MOVE WS-TIPO-DOC TO FAC-TIPO (WS-HIT)
       MOVE CLIENTE-ID TO FAC-CLIENTE (WS-HIT)
       MOVE CLIENTE-NOMBRE TO FAC-NOMBRE (WS-HIT)
       MOVE SUCURSAL TO FAC-SUCURSAL (WS-HIT)
       MOVE FECHA-VENTA TO FAC-FECHA (WS-HIT)
       MOVE PRODUCTO-SKU TO FAC-SKU (WS-HIT)
       MOVE 0 TO FAC-PRIMERO (WS-HIT) FAC-ULTIMO (WS-HIT)
           FAC-ITEMS (WS-HIT) FAC-CONSECUTIVO (WS-HIT)
       MOVE SPACES TO FAC-PREFIJO (WS-HIT) FAC-NUMERO (WS-HIT)
           FAC-REFERENCIA (WS-HIT) FAC-REF-FECHA (WS-HIT)
       MOVE 'N' TO FAC-REF-MISMA (WS-HIT)
       MOVE 'E' TO FAC-ESTADO (WS-HIT).

      *THE RANGE MUST BE IN FORCE ON THE ISSUE DATE AND HAVE NUMBERS
      *LEFT; OF SEVERAL, THE ONE EXPIRING FIRST IS USED UP FIRST.
       NUMERAR-FACTURAS.
       PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-FAC-USADAS
           IF FAC-TIPO (WS-J) = 'FV'
               MOVE 0 TO WS-HIT
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-RNG-USADOS
                   IF RNG-SUCURSAL (WS-I) = FAC-SUCURSAL (WS-J)
                       AND RNG-VIG-DESDE (WS-I) <= WS-HOY
                       AND RNG-VIG-HASTA (WS-I) >= WS-HOY
                       AND RNG-ULTIMO (WS-I) < RNG-HASTA (WS-I)
                       IF WS-HIT = 0
                           MOVE WS-I TO WS-HIT
                       ELSE
                           IF RNG-VIG-HASTA (WS-I) <
                               RNG-VIG-HASTA (WS-HIT)
                               MOVE WS-I TO WS-HIT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-HIT = 0
                   MOVE 'P' TO FAC-ESTADO (WS-J)
                   ADD 1 TO WS-PENDIENTES
                   ADD FAC-ITEMS (WS-J) TO WS-LINEAS-PENDIENTES
                   DISPLAY "AVISO: SUCURSAL " FAC-SUCURSAL (WS-J)
                       " SIN RANGO VIGENTE CON NUMEROS - FACTURA DE "
                       "CLIENTE " FAC-CLIENTE (WS-J) " DEL "
                       FAC-FECHA (WS-J) " PENDIENTE"
               ELSE
                   ADD 1 TO RNG-ULTIMO (WS-HIT)
                   ADD 1 TO RNG-EMITIDAS (WS-HIT)
                   MOVE RNG-PREFIJO (WS-HIT) TO FAC-PREFIJO (WS-J)
                   MOVE RNG-ULTIMO (WS-HIT) TO FAC-CONSECUTIVO (WS-J)
                   MOVE RNG-ULTIMO (WS-HIT) TO WS-NUM-ED
                   STRING FUNCTION TRIM (RNG-PREFIJO (WS-HIT))
                       FUNCTION TRIM (WS-NUM-ED)
                       DELIMITED BY SIZE INTO FAC-NUMERO (WS-J)
               END-IF
           END-IF
       END-PERFORM.

      *A REFUND REFERENCES THE LATEST INVOICE, ON OR BEFORE ITS OWN
      *DATE, THAT SOLD THE SAME SKU TO THE SAME CLIENT - FIRST FROM
      *THE REGISTER (IN ISSUE ORDER, SO THE LAST MATCH WINS), THEN
      *FROM THE INVOICES OF THIS RUN, WHICH ARE LATER STILL. A SALE
      *AT THE REFUNDING BRANCH BEATS ONE AT ANY OTHER BRANCH.
       REFERENCIAR-NOTAS.
       MOVE 0 TO WS-K
       PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-FAC-USADAS
           IF FAC-TIPO (WS-J) = 'NC'
               ADD 1 TO WS-K
           END-IF
       END-PERFORM
       IF WS-K > 0
           OPEN INPUT ITEMS
           IF WS-ITR-STATUS = '00'
               PERFORM UNTIL EOF = 1
                   READ ITEMS
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE FD-ITR-REC TO ITEM-LINEA
                           IF ITR-TIPO = 'FV'
                               PERFORM COTEJAR-ITEM-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEMS
           END-IF
           MOVE 0 TO EOF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-FAC-USADAS
               IF FAC-TIPO (WS-I) = 'FV' AND FAC-ESTADO (WS-I) = 'E'
                   MOVE FAC-PRIMERO (WS-I) TO WS-K
                   PERFORM UNTIL WS-K = 0
                       MOVE ITM-LINEA (WS-K) TO WS-VENTA
                       MOVE FAC-NUMERO (WS-I) TO ITR-NUMERO
                       MOVE CLIENTE-ID TO ITR-CLIENTE
                       MOVE SUCURSAL TO ITR-SUCURSAL
                       MOVE PRODUCTO-SKU TO ITR-SKU
                       MOVE FECHA-VENTA TO ITR-FECHA
                       PERFORM COTEJAR-ITEM-REGISTRO
                       MOVE ITM-SIGUIENTE (WS-K) TO WS-K
                   END-PERFORM
               END-IF
           END-PERFORM
       END-IF.

       COTEJAR-ITEM-REGISTRO.
       PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-FAC-USADAS
           IF FAC-TIPO (WS-J) = 'NC'
               AND FAC-CLIENTE (WS-J) = ITR-CLIENTE
               AND FAC-SKU (WS-J) = ITR-SKU
               AND ITR-FECHA <= FAC-FECHA (WS-J)
               IF ITR-SUCURSAL = FAC-SUCURSAL (WS-J)
                   IF FAC-REF-MISMA (WS-J) = 'N'
                       OR ITR-FECHA >= FAC-REF-FECHA (WS-J)
                       MOVE ITR-NUMERO TO FAC-REFERENCIA (WS-J)
                       MOVE ITR-FECHA TO FAC-REF-FECHA (WS-J)
                       MOVE 'S' TO FAC-REF-MISMA (WS-J)
                   END-IF
               ELSE
                   IF FAC-REF-MISMA (WS-J) = 'N'
                       AND ITR-FECHA >= FAC-REF-FECHA (WS-J)
                       MOVE ITR-NUMERO TO FAC-REFERENCIA (WS-J)
                       MOVE ITR-FECHA TO FAC-REF-FECHA (WS-J)
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

      *A REFUND WHOSE SALE PREDATES ELECTRONIC INVOICING HAS NO
      *INVOICE TO POINT AT - THE NOTE IS STILL ISSUED, UNREFERENCED,
      *AND CALLED OUT FOR THE PROVIDER'S MANUAL HANDLING.
       NUMERAR-NOTAS.
       PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-FAC-USADAS
           IF FAC-TIPO (WS-J) = 'NC'
               ADD 1 TO NCC-ULTIMO (FAC-SUCURSAL (WS-J))
               MOVE FAC-SUCURSAL (WS-J) TO WS-SUC-ED
               MOVE SPACES TO FAC-PREFIJO (WS-J)
               STRING 'NC' WS-SUC-ED DELIMITED BY SIZE
                   INTO FAC-PREFIJO (WS-J)
               MOVE NCC-ULTIMO (FAC-SUCURSAL (WS-J))
                   TO FAC-CONSECUTIVO (WS-J)
               MOVE NCC-ULTIMO (FAC-SUCURSAL (WS-J)) TO WS-NUM-ED
               STRING FAC-PREFIJO (WS-J) '-' FUNCTION TRIM (WS-NUM-ED)
                   DELIMITED BY SIZE INTO FAC-NUMERO (WS-J)
               IF FAC-REFERENCIA (WS-J) = SPACES
                   ADD 1 TO WS-SIN-REFERENCIA
                   DISPLAY "AVISO: NOTA " FUNCTION TRIM
                       (FAC-NUMERO (WS-J)) " SIN FACTURA DE REFERENCIA"
                       " (CLIENTE " FAC-CLIENTE (WS-J) " SKU "
                       FUNCTION TRIM (FAC-SKU (WS-J)) ")"
                   ADD 1 TO WS-AVISOS
               END-IF
           END-IF
       END-PERFORM.

      *EACH DOCUMENT: TOTALS FIRST (THE ENC CARRIES THEM), THEN ITS
      *ITEMS, THEN THE VAT SUMMARY; THE REGISTERS ARE WRITTEN IN THE
      *SAME PASS SO THEY NEVER HOLD A DOCUMENT THE PROVIDER DID NOT
      *GET.
       ESCRIBIR-DOCUMENTOS.
       OPEN EXTEND ENVIO
       IF WS-ENV-STATUS = '35'
           OPEN OUTPUT ENVIO
       END-IF
       OPEN EXTEND DOCUMENTOS
       IF WS-DOC-STATUS = '35'
           OPEN OUTPUT DOCUMENTOS
       END-IF
       OPEN EXTEND ITEMS
       IF WS-ITR-STATUS = '35'
           OPEN OUTPUT ITEMS
       END-IF
       PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-FAC-USADAS
           IF FAC-ESTADO (WS-J) = 'E'
               PERFORM ESCRIBIR-DOCUMENTO
           END-IF
       END-PERFORM
       CLOSE ENVIO DOCUMENTOS ITEMS.

       ESCRIBIR-DOCUMENTO.
       MOVE 0 TO WS-DOC-BASE WS-DOC-IVA WS-DOC-TOTAL WS-TAS-USADAS
       MOVE FAC-PRIMERO (WS-J) TO WS-K
       PERFORM UNTIL WS-K = 0
           MOVE ITM-LINEA (WS-K) TO WS-VENTA
           PERFORM PARTIR-LINEA
           ADD WS-BASE-LINEA TO WS-DOC-BASE
           ADD WS-IMPUESTO-LINEA TO WS-DOC-IVA
           ADD WS-IMPORTE-LINEA TO WS-DOC-TOTAL
           PERFORM ACUMULAR-TASA
           MOVE ITM-SIGUIENTE (WS-K) TO WS-K
       END-PERFORM
       MOVE FAC-TIPO (WS-J) TO ENC-TIPO
       MOVE FAC-NUMERO (WS-J) TO ENC-NUMERO
       MOVE WS-HOY TO ENC-FECHA-EMISION
       MOVE FAC-FECHA (WS-J) TO ENC-FECHA-VENTA
       MOVE FAC-SUCURSAL (WS-J) TO ENC-SUCURSAL
       MOVE FAC-CLIENTE (WS-J) TO ENC-CLIENTE
       MOVE FAC-NOMBRE (WS-J) TO ENC-NOMBRE
       MOVE SUC-MON-TAB (FAC-SUCURSAL (WS-J)) TO ENC-MONEDA
       IF ENC-MONEDA = SPACES
           MOVE 'COP' TO ENC-MONEDA
       END-IF
       MOVE WS-DOC-BASE TO ENC-BASE
       MOVE WS-DOC-IVA TO ENC-IVA
       MOVE WS-DOC-TOTAL TO ENC-TOTAL
       MOVE FAC-REFERENCIA (WS-J) TO ENC-REFERENCIA
       MOVE FAC-ITEMS (WS-J) TO ENC-ITEMS
       MOVE ENV-ENC TO FD-ENV-REC
       WRITE FD-ENV-REC
       MOVE 0 TO WS-LINEA-DOC
       MOVE FAC-PRIMERO (WS-J) TO WS-K
       PERFORM UNTIL WS-K = 0
           MOVE ITM-LINEA (WS-K) TO WS-VENTA
           PERFORM PARTIR-LINEA
           ADD 1 TO WS-LINEA-DOC
           MOVE FAC-NUMERO (WS-J) TO DET-NUMERO
           MOVE WS-LINEA-DOC TO DET-LINEA
           MOVE PRODUCTO-SKU TO DET-SKU
           MOVE PRODUCTO-NOMBRE TO DET-DESCRIPCION
           MOVE PRODUCTO-CATEGORIA TO DET-CATEGORIA
           MOVE CANTIDAD-VENDIDA TO DET-CANTIDAD
           MOVE COSTO TO DET-PRECIO
           MOVE WS-TASA-LINEA TO DET-TASA
           MOVE WS-BASE-LINEA TO DET-BASE
           MOVE WS-IMPUESTO-LINEA TO DET-IVA
           MOVE WS-IMPORTE-LINEA TO DET-TOTAL
           MOVE ENV-DET TO FD-ENV-REC
           WRITE FD-ENV-REC
           MOVE FAC-NUMERO (WS-J) TO ITR-NUMERO
           MOVE FAC-TIPO (WS-J) TO ITR-TIPO
           MOVE CLIENTE-ID TO ITR-CLIENTE
           MOVE SUCURSAL TO ITR-SUCURSAL
           MOVE PRODUCTO-SKU TO ITR-SKU
           MOVE FECHA-VENTA TO ITR-FECHA
           MOVE CANTIDAD-VENDIDA TO ITR-CANTIDAD
           MOVE TRANSACCION-ID TO ITR-TRANSACCION
           MOVE ITEM-LINEA TO FD-ITR-REC
           WRITE FD-ITR-REC
           MOVE ITM-SIGUIENTE (WS-K) TO WS-K
       END-PERFORM
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TAS-USADAS
           MOVE FAC-NUMERO (WS-J) TO ENI-NUMERO
           MOVE TAS-TASA (WS-I) TO ENI-TASA
           MOVE TAS-BASE (WS-I) TO ENI-BASE
           MOVE TAS-IVA (WS-I) TO ENI-IVA
           MOVE ENV-IMP TO FD-ENV-REC
           WRITE FD-ENV-REC
       END-PERFORM
       MOVE FAC-TIPO (WS-J) TO DOC-TIPO
       MOVE FAC-NUMERO (WS-J) TO DOC-NUMERO
       MOVE FAC-PREFIJO (WS-J) TO DOC-PREFIJO
       MOVE FAC-CONSECUTIVO (WS-J) TO DOC-CONSECUTIVO
       MOVE FAC-SUCURSAL (WS-J) TO DOC-SUCURSAL
       MOVE FAC-CLIENTE (WS-J) TO DOC-CLIENTE
       MOVE FAC-FECHA (WS-J) TO DOC-FECHA-VENTA
       MOVE WS-HOY TO DOC-FECHA-EMISION
       MOVE WS-DOC-BASE TO DOC-BASE
       MOVE WS-DOC-IVA TO DOC-IVA
       MOVE WS-DOC-TOTAL TO DOC-TOTAL
       MOVE FAC-REFERENCIA (WS-J) TO DOC-REFERENCIA
       MOVE WS-LOTE TO DOC-LOTE
       MOVE DOCUMENTO-LINEA TO FD-DOC-REC
       WRITE FD-DOC-REC
       IF FAC-TIPO (WS-J) = 'FV'
           ADD 1 TO WS-FACTURAS
           ADD WS-DOC-TOTAL TO WS-TOT-FACTURADO
       ELSE
           ADD 1 TO WS-NOTAS
           ADD WS-DOC-TOTAL TO WS-TOT-ACREDITADO
       END-IF.

      *AMOUNTS ARE TAX-INCLUSIVE GROSS - SAME FORMULA AND ROUNDING
      *AS PARTIR-BASE-IVA IN EXTRACTO-GL, SO THE INVOICED VAT AGREES
      *WITH THE JOURNAL AND DECLARACION-IVA.txt.
       PARTIR-LINEA.
       COMPUTE WS-IMPORTE-LINEA = CANTIDAD-VENDIDA * COSTO
       MOVE 0 TO WS-TASA-LINEA
       PERFORM VARYING WS-IMP-IDX FROM 1 BY 1
               UNTIL WS-IMP-IDX > WS-IMP-USADOS
           IF IMP-CODIGO (WS-IMP-IDX) = PRODUCTO-CATEGORIA
               MOVE IMP-TASA (WS-IMP-IDX) TO WS-TASA-LINEA
           END-IF
       END-PERFORM
       IF WS-TASA-LINEA = 0
           MOVE 0 TO WS-IMPUESTO-LINEA
       ELSE
           COMPUTE WS-IMPUESTO-LINEA ROUNDED =
               WS-IMPORTE-LINEA * WS-TASA-LINEA
               / (100 + WS-TASA-LINEA)
       END-IF
       COMPUTE WS-BASE-LINEA =
           WS-IMPORTE-LINEA - WS-IMPUESTO-LINEA.

       ACUMULAR-TASA.
       MOVE 0 TO WS-TAS-HIT
       PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-TAS-USADAS OR WS-TAS-HIT > 0
           IF TAS-TASA (WS-I) = WS-TASA-LINEA
               MOVE WS-I TO WS-TAS-HIT
           END-IF
       END-PERFORM
       IF WS-TAS-HIT = 0 AND WS-TAS-USADAS < 10
           ADD 1 TO WS-TAS-USADAS
           MOVE WS-TAS-USADAS TO WS-TAS-HIT
           MOVE WS-TASA-LINEA TO TAS-TASA (WS-TAS-HIT)
           MOVE 0 TO TAS-BASE (WS-TAS-HIT) TAS-IVA (WS-TAS-HIT)
       END-IF
       IF WS-TAS-HIT > 0
           ADD WS-BASE-LINEA TO TAS-BASE (WS-TAS-HIT)
           ADD WS-IMPUESTO-LINEA TO TAS-IVA (WS-TAS-HIT)
       END-IF.

      *THE PARKED INVOICES JOIN ANY OVERFLOW LINES ALREADY WRITTEN
      *DURING THE READ, AND THE NEW FILE REPLACES THE OLD ONE.
       GRABAR-PENDIENTES.
       PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-FAC-USADAS
           IF FAC-ESTADO (WS-J) = 'P'
               MOVE FAC-PRIMERO (WS-J) TO WS-K
               PERFORM UNTIL WS-K = 0
                   MOVE ITM-LINEA (WS-K) TO FD-PENN-REC
                   WRITE FD-PENN-REC
                   MOVE ITM-SIGUIENTE (WS-K) TO WS-K
               END-PERFORM
           END-IF
       END-PERFORM
       CLOSE PENDIENTES-NUEVO
       CALL "SYSTEM" USING
           "mv -f FE-PENDIENTES.NUEVO.txt FE-PENDIENTES.txt"
       MOVE 0 TO RETURN-CODE.

       REGISTRAR-LOTE.
       MOVE WS-LOTE TO LOT-LOTE
       MOVE WS-HOY TO LOT-FECHA
       MOVE WS-HORA TO LOT-HORA
       COMPUTE LOT-DOCUMENTOS = WS-FACTURAS + WS-NOTAS
       OPEN EXTEND LOTES
       IF WS-LOT-STATUS = '35'
           OPEN OUTPUT LOTES
       END-IF
       MOVE LOTE-LINEA TO FD-LOT-REC
       WRITE FD-LOT-REC
       CLOSE LOTES.

      *ONLY RANGES IN FORCE TODAY ARE CHECKED - ONE NOT YET STARTED
      *IS THE REPLACEMENT, ONE ALREADY ENDED IS HISTORY.
       VERIFICAR-RANGOS.
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RNG-USADOS
           IF RNG-VIG-DESDE (WS-I) <= WS-HOY
               AND RNG-VIG-HASTA (WS-I) >= WS-HOY
               COMPUTE WS-RESTANTES =
                   RNG-HASTA (WS-I) - RNG-ULTIMO (WS-I)
               IF LIM-MIN-RANGO-FE > 0
                   MOVE LIM-MIN-RANGO-FE TO WS-UMBRAL
               ELSE
                   COMPUTE WS-UMBRAL =
                       (RNG-HASTA (WS-I) - RNG-DESDE (WS-I) + 1) / 10
               END-IF
               IF WS-RESTANTES <= WS-UMBRAL
                   DISPLAY "AVISO: SUCURSAL " RNG-SUCURSAL (WS-I)
                       " RANGO " FUNCTION TRIM (RNG-PREFIJO (WS-I))
                       " " RNG-DESDE (WS-I) "-" RNG-HASTA (WS-I)
                       " - QUEDAN " WS-RESTANTES " NUMEROS"
                   ADD 1 TO WS-AVISOS
               END-IF
               MOVE SPACES TO WS-FECHA-TXT
               STRING RNG-VIG-HASTA (WS-I) (1:4)
                   RNG-VIG-HASTA (WS-I) (6:2) RNG-VIG-HASTA (WS-I) (9:2)
                   DELIMITED BY SIZE INTO WS-FECHA-TXT
               IF WS-FECHA-TXT NUMERIC
                   COMPUTE WS-DIAS-VENCE =
                       FUNCTION INTEGER-OF-DATE (WS-FECHA-NUM)
                       - FUNCTION INTEGER-OF-DATE (WS-HOY-NUM)
                   IF WS-DIAS-VENCE <= LIM-DIAS-VENCE-FE
                       DISPLAY "AVISO: SUCURSAL " RNG-SUCURSAL (WS-I)
                           " RANGO " FUNCTION TRIM (RNG-PREFIJO (WS-I))
                           " VENCE EL " RNG-VIG-HASTA (WS-I)
                       ADD 1 TO WS-AVISOS
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

      *THE PROVIDER'S ANSWER: EVERY REJECTED NUMBER IS LISTED WITH
      *WHAT THE REGISTER KNOWS OF IT. A NUMBER THE REGISTER DOES
      *NOT KNOW IS LISTED TOO - IT WAS NOT SENT FROM HERE.
       PROCESAR-ACUSES.
       OPEN INPUT ACUSES
       IF WS-ACU-STATUS NOT = '00'
           DISPLAY "ERROR: FE-ACUSE.txt NO DISPONIBLE - SIN ACUSE "
               "DEL PROVEEDOR"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL EOF = 1
           READ ACUSES
               AT END
                   MOVE 1 TO EOF
               NOT AT END
                   IF FD-ACU-REC NOT = SPACES
                       PERFORM TOMAR-ACUSE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ACUSES
       MOVE 0 TO EOF
       IF WS-ACU-USADOS > 0
           OPEN INPUT DOCUMENTOS
           IF WS-DOC-STATUS = '00'
               PERFORM UNTIL EOF = 1
                   READ DOCUMENTOS
                       AT END
                           MOVE 1 TO EOF
                       NOT AT END
                           MOVE FD-DOC-REC TO DOCUMENTO-LINEA
                           PERFORM VARYING WS-I FROM 1 BY 1
                                   UNTIL WS-I > WS-ACU-USADOS
                               IF ACU-NUMERO (WS-I) = DOC-NUMERO
                                   MOVE 'S' TO ACU-HALLADO (WS-I)
                                   MOVE DOCUMENTO-LINEA
                                       TO ACU-DOCUMENTO (WS-I)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE DOCUMENTOS
           END-IF
           MOVE 0 TO EOF
       END-IF
       PERFORM ESCRIBIR-RECHAZOS
       DISPLAY "ACUSES LEIDOS: " WS-ACU-LEIDOS " - ACEPTADOS: "
           WS-ACU-ACEPTADOS " RECHAZADOS: " WS-ACU-RECHAZADOS
       IF WS-ACU-RECHAZADOS > 0
           DISPLAY "AVISO: DOCUMENTOS RECHAZADOS - VER "
               "FE-RECHAZOS.txt"
           ADD 1 TO WS-AVISOS
       END-IF.

       TOMAR-ACUSE.
       ADD 1 TO WS-ACU-LEIDOS
       MOVE SPACES TO WS-ACU-NUMERO WS-ACU-ESTADO WS-ACU-MOTIVO
       UNSTRING FD-ACU-REC DELIMITED BY ','
           INTO WS-ACU-NUMERO WS-ACU-ESTADO WS-ACU-MOTIVO
       END-UNSTRING
       MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-ACU-NUMERO))
           TO WS-ACU-NUMERO
       MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-ACU-ESTADO))
           TO WS-ACU-ESTADO
       EVALUATE WS-ACU-ESTADO (1:1)
           WHEN 'A'
               ADD 1 TO WS-ACU-ACEPTADOS
           WHEN 'R'
               ADD 1 TO WS-ACU-RECHAZADOS
               IF WS-ACU-USADOS < 2000
                   ADD 1 TO WS-ACU-USADOS
                   MOVE WS-ACU-NUMERO TO ACU-NUMERO (WS-ACU-USADOS)
                   MOVE FUNCTION TRIM (WS-ACU-MOTIVO)
                       TO ACU-MOTIVO (WS-ACU-USADOS)
                   MOVE 'N' TO ACU-HALLADO (WS-ACU-USADOS)
                   MOVE SPACES TO ACU-DOCUMENTO (WS-ACU-USADOS)
               END-IF
           WHEN OTHER
               DISPLAY "ADVERTENCIA: LINEA DE ACUSE ILEGIBLE, "
                   "OMITIDA: " FUNCTION TRIM (FD-ACU-REC)
               ADD 1 TO WS-AVISOS
       END-EVALUATE.

       ESCRIBIR-RECHAZOS.
       OPEN OUTPUT RECHAZOS
       MOVE WS-HOY TO RPT-TIT-FECHA
       WRITE FD-RCH-REC FROM RPT-TITULO
       MOVE SPACES TO FD-RCH-REC
       WRITE FD-RCH-REC
       WRITE FD-RCH-REC FROM RPT-ENCABEZADO
       IF WS-ACU-USADOS > 0
           DISPLAY RPT-ENCABEZADO
       END-IF
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ACU-USADOS
           MOVE SPACES TO RPT-TIPO RPT-EMISION RPT-SUCURSAL
               RPT-CLIENTE
           MOVE 0 TO RPT-TOTAL
           MOVE ACU-NUMERO (WS-I) TO RPT-NUMERO
           MOVE ACU-MOTIVO (WS-I) TO RPT-MOTIVO
           IF ACU-HALLADO (WS-I) = 'S'
               MOVE ACU-DOCUMENTO (WS-I) TO DOCUMENTO-LINEA
               MOVE DOC-TIPO TO RPT-TIPO
               MOVE DOC-FECHA-EMISION TO RPT-EMISION
               MOVE DOC-SUCURSAL TO RPT-SUCURSAL
               MOVE DOC-CLIENTE TO RPT-CLIENTE
               MOVE DOC-TOTAL TO RPT-TOTAL
           ELSE
               MOVE SPACES TO RPT-MOTIVO
               STRING '(NO REGISTRADO) ' ACU-MOTIVO (WS-I)
                   DELIMITED BY SIZE INTO RPT-MOTIVO
           END-IF
           WRITE FD-RCH-REC FROM RPT-DETALLE
           DISPLAY RPT-DETALLE
       END-PERFORM
       IF WS-ACU-USADOS = 0
           MOVE 'SIN DOCUMENTOS RECHAZADOS' TO FD-RCH-REC
           WRITE FD-RCH-REC
       END-IF
       CLOSE RECHAZOS.

       COPY MONEDAS-PROC.

       COPY VENTA-COMPAT-PROC.
