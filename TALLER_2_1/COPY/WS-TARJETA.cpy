      ****************************************************************
      * TARJETA-LINEA - ONE LINE OF TARJETAS.txt, THE STORED-VALUE
      * LEDGER: ONE LINE PER GIFT CARD OR STORE-CREDIT NUMBER EVER
      * LOADED. TARJETAS-REGALO CARRIES IT FORWARD THE WAY
      * PUNTOS-LEALTAD CARRIES PUNTOS.txt - LOADED, MOVED BY THE
      * BATCH'S ACCEPTED 'T'/'F'/'C' LINES, REWRITTEN IN FULL THROUGH
      * A SCRATCH FILE. POSTEAR-VENTAS READS IT TO REFUSE A
      * REDEMPTION LARGER THAN WHAT IS LEFT ON THE CARD.
      *   TRJ-CLASE       'T' GIFT CARD SOLD, 'F' STORE CREDIT
      *                   (SALDO A FAVOR) - SET BY THE FIRST LOAD
      *   TRJ-SALDO       WHAT IS STILL SPENDABLE, IN THE ISSUING
      *                   BRANCH'S CURRENCY - THE OUTSTANDING
      *                   LIABILITY FOR THIS CARD
      *   TRJ-EMISION     DATE OF THE FIRST LOAD
      *   TRJ-ULTIMO-MOV  DATE OF THE LATEST LOAD OR REDEMPTION -
      *                   THE CLOCK THE DORMANT-CARD LIST RUNS ON
      *   TRJ-SUCURSAL    ISSUING BRANCH
      *   TRJ-CLIENTE     CLIENT THE CARD WAS FIRST SOLD/ISSUED TO
      ****************************************************************
       01  TARJETA-LINEA.
           05  TRJ-NUMERO          PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  TRJ-CLASE           PIC X(01).
           05  FILLER              PIC X(01) VALUE ' '.
           05  TRJ-SALDO           PIC S9(09)V99 SIGN IS TRAILING
                                       SEPARATE.
           05  FILLER              PIC X(01) VALUE ' '.
           05  TRJ-EMISION         PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  TRJ-ULTIMO-MOV      PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  TRJ-SUCURSAL        PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  TRJ-CLIENTE         PIC 9(05).
