      ****************************************************************
      * COSTOS-WS - UNIT-COST TABLE PLUS THE WORK FIELDS FOR THE
      * SHARED CARGAR-COSTOS / BUSCAR-COSTO PARAGRAPHS (SEE
      * COSTOS-PROC.cpy), THE SAME WS/PROC SPLIT AS THE MONEDAS AND
      * PERIODOS ENGINES. THE HOST PROGRAM DECLARES
      *   SELECT COSTOS ASSIGN TO 'costos.txt' ... FILE STATUS
      *       WS-COS-STATUS, FD FD-COS-REC X(50)
      * AND PERFORMS CARGAR-COSTOS ONCE AT STARTUP.
      * costos.txt LINES ARE SKU,COSTO,FECHA: COSTO IS THE MOVING
      * WEIGHTED-AVERAGE UNIT COST IN THE REPORTING CURRENCY,
      * RE-AVERAGED BY RECIBIR-PEDIDOS EVERY TIME GOODS ARRIVE, AND
      * FECHA IS THE DAY OF THAT LAST RE-AVERAGE. precios.txt STAYS
      * THE SELLING-PRICE MASTER - THE TWO ARE NEVER MIXED. ABSENT
      * FILE OR ABSENT SKU MEANS NO KNOWN COST (WS-COS-HIT 0), WHICH
      * THE REPORTS CALL OUT RATHER THAN TREAT AS FREE GOODS.
      ****************************************************************
       01  COS-TAB OCCURS 2000 TIMES.
           05  COS-SKU             PIC X(10).
           05  COS-UNITARIO        PIC 9(08)V99 VALUE ZEROS.
           05  COS-FECHA           PIC X(10).
       01  WS-COS-USADOS           PIC 9(04) VALUE ZEROS.
       01  WS-COS-STATUS           PIC X(02) VALUE '00'.
       01  WS-COS-EOF              PIC 9 VALUE 0.
       01  WS-COS-I                PIC 9(04) VALUE ZEROS.
       01  WS-COS-HIT              PIC 9(04) VALUE ZEROS.
       01  WS-COS-SKU-BUSCADO      PIC X(10).
       01  WS-COS-UNITARIO         PIC 9(08)V99 VALUE ZEROS.
       01  WS-COS-SKU-TXT          PIC X(10).
       01  WS-COS-COSTO-TXT        PIC X(15).
       01  WS-COS-FECHA-TXT        PIC X(10).
       01  WS-COS-LLENA-AVISADA    PIC X(01) VALUE 'N'.
