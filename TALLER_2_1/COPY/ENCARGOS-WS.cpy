      ****************************************************************
      * ENCARGOS-WS - BACKORDER TABLE PLUS THE WORK FIELDS FOR THE
      * SHARED CARGAR-ENCARGOS / AGREGAR-ENCARGO / RESERVAR-ENCARGOS
      * / GRABAR-ENCARGOS PARAGRAPHS (SEE ENCARGOS-PROC.cpy) AND THE
      * PICK LIST OF AVISOS-ENCARGO-PROC.cpy, THE USUAL WS/PROC
      * SPLIT. THE HOST PROGRAM COPIES WS-ENCARGO (THE LINE LAYOUT)
      * ALONGSIDE THIS ONE AND DECLARES
      *   SELECT ENCARGOS ASSIGN TO 'ENCARGOS.txt' ... FILE STATUS
      *       WS-ENC-STATUS, FD FD-ENC-REC X(100)
      *   SELECT ENCARGOS-NUEVO ASSIGN TO 'ENCARGOS.NUEVO.txt',
      *       FD FD-ENCN-REC X(100)
      * AND MOVES TODAY'S DATE TO WS-ENC-HOY BEFORE RESERVING.
      * EACH ROW OF THE TABLE IS ONE ENCARGO-LINEA IMAGE; THE
      * PARAGRAPHS MOVE A ROW INTO ENCARGO-LINEA TO WORK ON IT.
      ****************************************************************
       01  ENC-TAB.
           05  ENC-FILA            PIC X(96) OCCURS 3000 TIMES.
       01  WS-ENC-USADOS           PIC 9(04) VALUE ZEROS.
       01  WS-ENC-STATUS           PIC X(02) VALUE '00'.
       01  WS-ENC-EOF              PIC 9 VALUE 0.
       01  WS-ENC-I                PIC 9(04) VALUE ZEROS.
       01  WS-ENC-HIT              PIC 9(04) VALUE ZEROS.
       01  WS-ENC-ULTIMO           PIC 9(06) VALUE ZEROS.
       01  WS-ENC-HOY              PIC X(10) VALUE SPACES.
      *'S' WHEN THE FILE HAD MORE LINES THAN THE TABLE HOLDS - THE
      *FILE IS THEN NEVER REWRITTEN, SO NO LINE IS EVER DROPPED.
       01  WS-ENC-TRUNCADO         PIC X(01) VALUE 'N'.
       01  WS-ENC-DUPLICADO        PIC X(01) VALUE 'N'.
       01  WS-ENC-NUEVA            PIC X(96) VALUE SPACES.
       01  WS-ENC-BUS-REF          PIC X(30) VALUE SPACES.
       01  WS-ENC-BUS-SUC          PIC 9(03) VALUE ZEROS.
       01  WS-ENC-BUS-SKU          PIC X(10) VALUE SPACES.
       01  WS-ENC-BUS-CLIENTE      PIC 9(05) VALUE ZEROS.
      *RESERVAR-ENCARGOS: THE CALLER GIVES SKU, BRANCH AND THE UNITS
      *AVAILABLE; THE OLDEST OPEN BACKORDERS FOR THAT SKU AT THAT
      *BRANCH TAKE THEM FIRST. WHAT IS LEFT COMES BACK IN
      *WS-ENC-RES-DISPONIBLE, THE UNITS TAKEN IN WS-ENC-RES-UNIDADES.
       01  WS-ENC-RES-SKU          PIC X(10) VALUE SPACES.
       01  WS-ENC-RES-SUC          PIC 9(03) VALUE ZEROS.
       01  WS-ENC-RES-DISPONIBLE   PIC 9(07) VALUE ZEROS.
       01  WS-ENC-RES-UNIDADES     PIC 9(07) VALUE ZEROS.
       01  WS-ENC-SEGUIR           PIC X(01) VALUE 'S'.
       01  WS-ENC-MEJOR            PIC 9(04) VALUE ZEROS.
       01  WS-ENC-MEJOR-FECHA      PIC X(10) VALUE SPACES.
       01  WS-ENC-MEJOR-NUM        PIC 9(06) VALUE ZEROS.
       01  WS-ENC-FALTA            PIC 9(05) VALUE ZEROS.
       01  WS-ENC-TOMA             PIC 9(05) VALUE ZEROS.
      *ROWS THAT ARE READY FOR THE CLIENT TO BE CALLED - FILLED BY
      *RESERVAR-ENCARGOS (JUST COMPLETED) OR BY THE HOST (EVERY ROW
      *STILL WAITING) BEFORE ESCRIBIR-AVISOS, WHICH PUTS A NAME,
      *PHONE AND E-MAIL FROM CLIENTES.dat NEXT TO EACH.
       01  WS-ENC-LISTOS           PIC 9(04) VALUE ZEROS.
       01  ENC-LISTOS-TAB.
           05  ENC-LISTO OCCURS 3000 TIMES.
               10  ENC-LISTO-FILA  PIC 9(04).
               10  ENC-LISTO-HALLADO PIC X(01).
               10  ENC-LISTO-NOMBRE PIC X(30).
               10  ENC-LISTO-TELEFONO PIC X(15).
               10  ENC-LISTO-EMAIL PIC X(40).
       01  WS-ENC-CLI-EOF          PIC 9 VALUE 0.
       01  AVISO-ENCARGO-LINEA.
           05  AVI-NUM             PIC 9(06).
           05  FILLER              PIC X(01) VALUE ' '.
           05  AVI-SUCURSAL        PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  AVI-CLIENTE         PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  AVI-NOMBRE          PIC X(30).
           05  FILLER              PIC X(01) VALUE ' '.
           05  AVI-TELEFONO        PIC X(15).
           05  FILLER              PIC X(01) VALUE ' '.
           05  AVI-EMAIL           PIC X(40).
           05  FILLER              PIC X(01) VALUE ' '.
           05  AVI-SKU             PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  AVI-CANTIDAD        PIC Z(04)9.
           05  FILLER              PIC X(01) VALUE ' '.
           05  AVI-FECHA-RESERVA   PIC X(10).
