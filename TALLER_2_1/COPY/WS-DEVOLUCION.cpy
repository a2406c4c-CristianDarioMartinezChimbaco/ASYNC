      ****************************************************************
      * DEVOLUCION-LINEA - ONE ENTRY OF DEVOLUCIONES-PROVEEDOR.txt,
      * THE RETURN-TO-VENDOR DOCUMENTS. DEVOLVER-PROVEEDOR ALTA
      * TAKES THE GOODS OFF THE BRANCH'S STOCK AND OPENS THE
      * DOCUMENT AWAITING THE SUPPLIER'S CREDIT NOTE;
      * DEVOLVER-PROVEEDOR CREDITO RECORDS THE NOTE AGAINST IT.
      * CREDITED DOCUMENTS STAY IN THE FILE AS THEIR OWN TRAIL, THE
      * SAME WAY ENCARGOS.txt KEEPS CLOSED BACKORDERS, AND
      * REPORTE-PROVEEDORES READS THEM FOR THE RETURN VOLUME, UNTIL
      * THE MONTH-END ROTAR-BITACORAS ARCHIVES THE OLD ONES.
      *   DEV-ESTADO      'A' AWAITING THE CREDIT NOTE
      *                   'C' CREDITED
      *   DEV-FECHA       DAY THE GOODS WENT BACK - THE AGE COUNTS
      *                   FROM HERE
      *   DEV-MOTIVO      DANADO, DEFECTUOSO, VENCIDO, ERRADO (WRONG
      *                   GOODS SENT) OR OTRO
      *   DEV-PEDIDO      PURCHASE ORDER THE GOODS ARRIVED ON, 0 IF
      *                   NOT KNOWN
      *   DEV-LOTE        LOT NAMED ON THE RETURN, SPACES WHEN THE
      *                   UNITS LEFT EARLIEST EXPIRY FIRST. ON A
      *                   VENCIDO RETURN IT IS THE WRITTEN-OFF LOT,
      *                   AND NO STOCK MOVED WITH THE DOCUMENT
      *   DEV-COSTO       UNIT COST THE CREDIT IS EXPECTED AT - THE
      *                   ORDER'S RECEIPT COST, ELSE costos.txt
      *   DEV-NOTA        SUPPLIER'S CREDIT NOTE NUMBER
      *   DEV-FECHA-NOTA  DAY THE NOTE WAS RECORDED
      *   DEV-IMPORTE-NOTA  AMOUNT THE NOTE CREDITS
      *   DEV-OPERADOR    WHO KEYED THE RETURN
      ****************************************************************
       01  DEVOLUCION-LINEA.
           05  DEV-NUM             PIC 9(06).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DEV-ESTADO          PIC X(01).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DEV-FECHA           PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DEV-SKU             PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DEV-SUCURSAL        PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DEV-PROVEEDOR       PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DEV-CANTIDAD        PIC 9(07).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DEV-MOTIVO          PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DEV-PEDIDO          PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DEV-LOTE            PIC X(15).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DEV-COSTO           PIC 9(08)V99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  DEV-NOTA            PIC X(15).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DEV-FECHA-NOTA      PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DEV-IMPORTE-NOTA    PIC 9(09)V99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  DEV-OPERADOR        PIC X(10).
