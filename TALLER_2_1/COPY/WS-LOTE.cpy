      ****************************************************************
      * LOTE-LINEA - ONE ENTRY OF LOTES-STOCK.txt, THE LOT-LEVEL
      * BREAKDOWN OF THE PER-BRANCH STOCK IN inventario-suc.txt: WHICH
      * LOTS MAKE UP A BRANCH'S PILE OF A SKU AND WHEN EACH EXPIRES.
      * RECIBIR-PEDIDOS OPENS A LOT PER RECEIPT, ACTUALIZAR-INVENTARIO
      * TAKES SALES FROM THE EARLIEST-EXPIRING LOT FIRST, TRASLADAR-
      * STOCK AND CONTEO-FISICO MOVE AND COUNT LOTS, AND VENCIMIENTOS-
      * LOTE WRITES EXPIRED LOTS OFF. inventario-suc.txt STAYS THE
      * MASTER OF RECORD: STOCK THAT PREDATES LOT TRACKING (OR CAME
      * BACK WITH A REFUND) IS SIMPLY THE PART OF EXISTENCIA NO LOT
      * ACCOUNTS FOR.
      *   LOT-VENCE       EXPIRY DATE, SPACES FOR GOODS THAT DO NOT
      *                   EXPIRE (THOSE LEAVE LAST)
      *   LOT-ESTADO      'V' SELLABLE
      *                   'B' WRITTEN OFF AS EXPIRED - KEPT, WITH THE
      *                       UNITS WRITTEN OFF, AS THE LOT'S TRAIL
      *                       UNTIL ROTAR-BITACORAS ARCHIVES IT
      *   LOT-FECHA-ALTA  DAY THE LOT WAS RECEIVED (OR FIRST COUNTED)
      *   LOT-PEDIDO      PURCHASE ORDER IT ARRIVED ON, 0 IF NONE
      *   LOT-FECHA-BAJA  DAY IT WAS WRITTEN OFF
      ****************************************************************
       01  LOTE-LINEA.
           05  LOT-SUCURSAL        PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  LOT-SKU             PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  LOT-LOTE            PIC X(15).
           05  FILLER              PIC X(01) VALUE ' '.
           05  LOT-VENCE           PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  LOT-EXISTENCIA      PIC 9(07).
           05  FILLER              PIC X(01) VALUE ' '.
           05  LOT-ESTADO          PIC X(01).
           05  FILLER              PIC X(01) VALUE ' '.
           05  LOT-FECHA-ALTA      PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  LOT-PEDIDO          PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  LOT-FECHA-BAJA      PIC X(10).
