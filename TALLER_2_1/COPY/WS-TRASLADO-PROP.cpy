      ****************************************************************
      * PROPUESTA-LINEA - ONE ENTRY OF TRASLADOS-PROPUESTOS.txt, THE
      * INTER-BRANCH REBALANCING QUEUE. PROPONER-TRASLADOS WRITES
      * EVERY SUGGESTED MOVE PENDING (ESTADO 'P'), AN OPERATOR
      * APPROVES OR STRIKES IT THROUGH MANTENER-MAESTROS TRASLADOS
      * APROBAR|RECHAZAR (ESTADO 'A' OR 'R'), AND
      * "TRASLADAR-STOCK LOTE" MOVES THE APPROVED ONES AS ONE BATCH,
      * MARKING EACH EXECUTED ('E') OR FAILED ('F', WITH THE REASON
      * IN PRP-MOTIVO) SO A RERUN NEVER MOVES A LINE TWICE. THE
      * SAME DECIDED-ENTRIES-STAY-AS-THEIR-OWN-TRAIL RULE AS
      * APROBACION-CREDITO.txt.
      ****************************************************************
       01  PROPUESTA-LINEA.
           05  PRP-NUM             PIC 9(05).
           05  FILLER              PIC X(01) VALUE ' '.
           05  PRP-ESTADO          PIC X(01).
           05  FILLER              PIC X(01) VALUE ' '.
           05  PRP-FECHA           PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  PRP-SKU             PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  PRP-DESDE           PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  PRP-HASTA           PIC 9(03).
           05  FILLER              PIC X(01) VALUE ' '.
           05  PRP-CANTIDAD        PIC 9(07).
           05  FILLER              PIC X(01) VALUE ' '.
           05  PRP-DECIDE          PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  PRP-MOTIVO          PIC X(40).
