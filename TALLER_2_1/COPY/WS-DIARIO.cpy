      ****************************************************************
      * DIARIO-LINEA - ONE ENTRY OF DIARIO-MAESTROS.txt, THE
      * APPEND-ONLY BEFORE/AFTER JOURNAL OF MASTER MAINTENANCE.
      * MANTENER-MAESTROS WRITES ONE LINE PER APPLIED OPERATION ON
      * CLIENTES.dat, PRODUCTOS.dat AND EVERY LINE-SEQUENTIAL
      * CATALOG (PROVEEDORES, SUCURSALES, IMPUESTOS, ...), WITH THE
      * SIGNED-ON OPERATOR, THE TIMESTAMP, THE OPERATION AND THE
      * FULL RECORD IMAGE BEFORE AND AFTER - SPACES BEFORE AN ALTA.
      * DIA-CLAVE IS THE RECORD'S STABLE KEY: CLI-ID / PRD-ID FOR
      * THE INDEXED MASTERS, THE FIRST COMMA FIELD (SKU, BRANCH,
      * SUPPLIER CODE ...) FOR A CATALOG LINE, SINCE CATALOG LINE
      * NUMBERS SHIFT ON EVERY BAJA. REPORTE-DIARIO READS IT BACK.
      ****************************************************************
       01  DIARIO-LINEA.
           05  DIA-FECHA           PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DIA-HORA            PIC X(08).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DIA-OPERADOR        PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DIA-MAESTRO         PIC X(12).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DIA-OPERACION       PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DIA-CLAVE           PIC X(20).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DIA-ANTES           PIC X(240).
           05  FILLER              PIC X(01) VALUE ' '.
           05  DIA-DESPUES         PIC X(240).
