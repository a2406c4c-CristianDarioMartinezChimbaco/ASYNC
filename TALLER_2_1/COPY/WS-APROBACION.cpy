      ****************************************************************
      * APROBACION-LINEA - ONE ENTRY OF APROBACION-CREDITO.txt, THE
      * CREDIT APPROVAL QUEUE. POSTEAR-VENTAS PARKS HERE EVERY 'V'
      * LINE THAT WOULD BREAK ITS CLIENT'S CREDIT LIMIT OR HOLD
      * (ESTADO 'P'), A SUPERVISOR DECIDES IT THROUGH
      * MANTENER-MAESTROS APROBACIONES APROBAR|RECHAZAR (ESTADO 'A'
      * OR 'R'), AND THE NEXT POSTEAR-VENTAS RUN RELEASES THE
      * APPROVED ONES INTO DISPOSICIONES.txt AS ACCEPTED LINES
      * (ESTADO 'L'). DECIDED ENTRIES STAY IN THE FILE AS THEIR OWN
      * TRAIL, THE SAME WAY PRECIOS-PENDIENTES.txt KEEPS ITS
      * DECIDED REQUESTS. APL-LINEA IS THE DET LINE AS DECIDED
      * (CURRENT LAYOUT, SURVIVOR-ATTRIBUTED).
      ****************************************************************
       01  APROBACION-LINEA.
           05  APL-NUM             PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  APL-ESTADO          PIC X(01).
           05  FILLER              PIC X(01) VALUE ' '.
           05  APL-FECHA           PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  APL-CLIENTE         PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  APL-IMPORTE         PIC 9(11)V99.
           05  FILLER              PIC X(01) VALUE ' '.
           05  APL-MOTIVO          PIC X(30).
           05  FILLER              PIC X(01) VALUE ' '.
           05  APL-DECIDE          PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  APL-LINEA           PIC X(188).
