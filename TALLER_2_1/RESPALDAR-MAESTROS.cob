           05  CER-HOLDER          PIC X(20).
           05  FILLER              PIC X(01) VALUE ' '.
           05  CER-DESDE           PIC X(19).
      *THE FULL MASTER SET - THE CATALOGS THE BATCH READS, THE
      *CARRY-FORWARD BALANCES (GIFT CARDS AND LOTS INCLUDED), THE
      *OPERATOR MASTER AND THE E-INVOICE NUMBER RANGES. RESTAURAR-
      *MAESTROS BRINGS BACK WHATEVER THE MANIFEST LISTS, SO A NEW
      *ENTRY HERE NEEDS NOTHING THERE. A FILE THAT DOES NOT EXIST ON
      *THIS INSTALL IS RECORDED WITH COUNT ZERO AND SKIPPED ON
      *RESTORE.
       01  WS-MAESTROS.
           05  FILLER              PIC X(30) VALUE 'CLIENTES.dat'.
           05  FILLER              PIC X(30) VALUE 'PRODUCTOS.dat'.
           05  FILLER              PIC X(30) VALUE
               'PUNTOS-FACTORES.txt'.
           05  FILLER              PIC X(30) VALUE 'PUNTOS.txt'.
           05  FILLER              PIC X(30) VALUE 'costos.txt'.
           05  FILLER              PIC X(30) VALUE
               'CXP-PROVEEDORES.txt'.
           05  FILLER              PIC X(30) VALUE 'TARJETAS.txt'.
           05  FILLER              PIC X(30) VALUE 'LOTES-STOCK.txt'.
           05  FILLER              PIC X(30) VALUE 'OPERADORES.txt'.
           05  FILLER              PIC X(30) VALUE 'RANGOS-FE.txt'.
       01  WS-MAESTROS-TAB REDEFINES WS-MAESTROS.
           05  MAE-NOMBRE          PIC X(30) OCCURS 15 TIMES.
       01  MANIFIESTO-LINEA.
           05  MAN-CONTEO          PIC 9(10).
           05  FILLER              PIC X(01) VALUE ' '.
       STRING FUNCTION TRIM (WS-DIRECTORIO) '/MANIFIESTO.txt'
           DELIMITED BY SIZE INTO WS-MAN-NOMBRE
       OPEN OUTPUT MANIFIESTO
       PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 15
           PERFORM RESPALDAR-UN-MAESTRO
       END-PERFORM
       CLOSE MANIFIESTO
