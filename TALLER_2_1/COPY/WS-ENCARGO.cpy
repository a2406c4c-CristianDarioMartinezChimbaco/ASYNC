      ****************************************************************
      * ENCARGO-LINEA - ONE ENTRY OF ENCARGOS.txt, THE CUSTOMER
      * BACKORDER FILE: A CLIENT WANTED A SKU THE BRANCH HAD NO
      * STOCK OF. ENTRIES ARRIVE FROM THE POS (PSEUDO-SKU 'ENCARGO',
      * SEE RECIBIR-VENTAS) OR FROM ENCARGOS-CLIENTE ALTA; ARRIVALS
      * POSTED BY RECIBIR-PEDIDOS ARE RESERVED AGAINST THEM OLDEST
      * FIRST. CLOSED ENTRIES STAY IN THE FILE AS THEIR OWN TRAIL,
      * THE SAME WAY APROBACION-CREDITO.txt KEEPS DECIDED ENTRIES,
      * UNTIL THE MONTH-END ROTAR-BITACORAS ARCHIVES THE OLD ONES.
      *   ENC-ESTADO      'A' OPEN (NOTHING OR PART RESERVED YET)
      *                   'R' FULLY RESERVED - CALL THE CLIENT
      *                   'E' DELIVERED TO THE CLIENT
      *                   'X' CANCELLED
      *   ENC-FECHA       DAY THE CLIENT ASKED - THE QUEUE ORDER
      *   ENC-RESERVADA   UNITS OF ARRIVED STOCK HELD FOR THE CLIENT
      *   ENC-FECHA-RESERVA  DAY THE LAST UNITS WERE RESERVED
      *   ENC-ORIGEN      'P' POS LINE, 'O' OPERATOR COMMAND
      *   ENC-REFERENCIA  POS TIMESTAMP AND CASHIER (SO A RE-READ
      *                   FEED DOES NOT BOOK THE SAME BACKORDER
      *                   TWICE) OR THE OPERATOR WHO KEYED IT
      ****************************************************************
       01  ENCARGO-LINEA.
           05  ENC-NUM             PIC 9(06).
           05  FILLER              PIC X(01) VALUE ' '.
           05  ENC-ESTADO          PIC X(01).
           05  FILLER              PIC X(01) VALUE ' '.
           05  ENC-FECHA           PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  ENC-CLIENTE         PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  ENC-SKU             PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  ENC-SUCURSAL        PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  ENC-CANTIDAD        PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  ENC-RESERVADA       PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  ENC-FECHA-RESERVA   PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  ENC-ORIGEN          PIC X(01).
           05  FILLER              PIC X(01) VALUE ' '.
           05  ENC-REFERENCIA      PIC X(30).
