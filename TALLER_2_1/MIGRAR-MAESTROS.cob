           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS WS-CLI-STATUS.
      *THE CLIENT MASTER AS IT WAS BEFORE THE CREDIT AND SEGMENT
      *FIELDS - READ ONLY BY CONVERTIR, AFTER CLIENTES.dat HAS BEEN
      *RENAMED TO THIS NAME.
       SELECT CLIENTES-ANT ASSIGN TO 'CLIENTES.ANT.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLA-ID
           FILE STATUS IS WS-CLA-STATUS.
       SELECT PRODUCTOS ASSIGN TO 'PRODUCTOS.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           01  ELEMENTOS-REC       PIC X(50).
       FD  CLIENTES.
           COPY WS-CLIENTES-IDX.
      * THE 176-BYTE CLI-REC: ID, NAME, ACTIVE FLAG, CONTACT DETAILS
      * AND MERGE TARGET, NOTHING AFTER.
       FD  CLIENTES-ANT.
           01  CLA-REC.
               05  CLA-ID          PIC 9(05).
               05  CLA-NOMBRE      PIC X(50).
               05  CLA-ACTIVO      PIC X(01).
               05  CLA-DIRECCION   PIC X(60).
               05  CLA-TELEFONO    PIC X(15).
               05  CLA-EMAIL       PIC X(40).
               05  CLA-FUSION-EN   PIC 9(05).
       FD  PRODUCTOS.
           COPY WS-PRODUCTOS-IDX.

       01  WS-ELE-STATUS           PIC XX VALUE '00'.
       01  WS-CLI-STATUS           PIC XX VALUE '00'.
       01  WS-PRD-STATUS           PIC XX VALUE '00'.
       01  WS-CLA-STATUS           PIC XX VALUE '00'.
       01  WS-ARGUMENTOS           PIC X(100).
       01  WS-MODO                 PIC X(10) VALUE SPACES.
       01  WS-CLI-CONVERTIDOS      PIC 9(05) VALUE ZEROS.
       01  WS-CLI-MIGRADOS         PIC 9(04) VALUE ZEROS.
       01  WS-PRD-MIGRADOS         PIC 9(04) VALUE ZEROS.
       01  WS-PRD-PROV-TXT         PIC X(05).
      *HISTORICAL DET LINES STILL NAMES THE SAME CLIENT/PRODUCT AFTER
      *THE CUTOVER. REFUSES TO TOUCH A MASTER THAT ALREADY EXISTS -
      *RERUNNING THE MIGRATION MUST NEVER CLOBBER IDS ISSUED SINCE.
      *"MIGRAR-MAESTROS CONVERTIR" INSTEAD RELOADS AN EXISTING
      *CLIENTES.dat WRITTEN IN THE OLD 176-BYTE LAYOUT INTO THE
      *CURRENT ONE (SEE CONVERTIR-CLIENTES).
       PROCEDURE DIVISION.
       ACCEPT WS-ARGUMENTOS FROM COMMAND-LINE
       UNSTRING WS-ARGUMENTOS DELIMITED BY ALL SPACE
           INTO WS-MODO
       END-UNSTRING
       MOVE FUNCTION UPPER-CASE (WS-MODO) TO WS-MODO
       EVALUATE WS-MODO
           WHEN SPACES
               PERFORM MIGRAR-CLIENTES
               PERFORM MIGRAR-PRODUCTOS
           WHEN 'CONVERTIR'
               PERFORM CONVERTIR-CLIENTES
           WHEN OTHER
               DISPLAY "USO: MIGRAR-MAESTROS [CONVERTIR]"
               MOVE 8 TO RETURN-CODE
       END-EVALUATE
       STOP RUN.

       MIGRAR-CLIENTES.
                           MOVE SPACES TO CLI-DIRECCION
                               CLI-TELEFONO CLI-EMAIL
                           MOVE 0 TO CLI-FUSION-EN
                           MOVE 0 TO CLI-LIMITE-CREDITO
                           MOVE 'N' TO CLI-RETENIDO
                           MOVE SPACES TO CLI-RETENCION-MOTIVO
                           MOVE SPACES TO CLI-SEGMENTO
                               CLI-SEGMENTO-FECHA
                           WRITE CLI-REC
                       END-IF
               END-READ
           DISPLAY "PRODUCTOS MIGRADOS: " WS-PRD-MIGRADOS
       END-IF
       MOVE 0 TO EOF.

      ****************************************************************
      * CONVERTIR - OLD CLIENT MASTER LAYOUT TO THE CURRENT ONE
      ****************************************************************
      *CLI-REC GREW FROM 176 TO 231 BYTES WITH THE CREDIT AND RFM
      *SEGMENT FIELDS, SO A CLIENTES.dat LOADED BEFORE THEN NO LONGER
      *MATCHES THE FD OF ANY PROGRAM THAT READS IT. THE OLD FILE IS
      *RENAMED TO CLIENTES.ANT.dat, READ THROUGH ITS OWN LAYOUT AND
      *WRITTEN BACK UNDER THE SAME CLI-IDS WITH THE NEW FIELDS AT
      *THEIR NEUTRAL VALUES (NO LIMIT, NO HOLD, NOT SEGMENTED).
      *CLIENTES.ANT.dat STAYS BEHIND AS THE PRE-CONVERSION COPY, AND
      *WHILE IT EXISTS THE CONVERSION REFUSES TO RUN AGAIN - RUN
      *TWICE IT WOULD READ THE NEW LAYOUT AS THE OLD ONE.
       CONVERTIR-CLIENTES.
       OPEN INPUT CLIENTES-ANT
       IF WS-CLA-STATUS NOT = '35'
           CLOSE CLIENTES-ANT
           DISPLAY "ERROR: CLIENTES.ANT.dat YA EXISTE - LA CONVERSION "
               "YA SE HIZO"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT CLIENTES
       IF WS-CLI-STATUS = '35'
           DISPLAY "ERROR: CLIENTES.dat NO EXISTE - NADA QUE CONVERTIR"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       CLOSE CLIENTES
       CALL "SYSTEM" USING "mv -f CLIENTES.dat CLIENTES.ANT.dat"
       MOVE 0 TO RETURN-CODE
       OPEN INPUT CLIENTES-ANT
       IF WS-CLA-STATUS NOT = '00'
           DISPLAY "ERROR: NO SE PUDO LEER CLIENTES.ANT.dat (ESTADO "
               WS-CLA-STATUS ") - SE DEVUELVE A CLIENTES.dat"
           CALL "SYSTEM" USING "mv -f CLIENTES.ANT.dat CLIENTES.dat"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN OUTPUT CLIENTES
       PERFORM UNTIL EOF = 1
           READ CLIENTES-ANT NEXT RECORD
               AT END
                   MOVE 1 TO EOF
               NOT AT END
                   MOVE CLA-ID TO CLI-ID
                   MOVE CLA-NOMBRE TO CLI-NOMBRE
                   MOVE CLA-ACTIVO TO CLI-ACTIVO
                   MOVE CLA-DIRECCION TO CLI-DIRECCION
                   MOVE CLA-TELEFONO TO CLI-TELEFONO
                   MOVE CLA-EMAIL TO CLI-EMAIL
                   MOVE CLA-FUSION-EN TO CLI-FUSION-EN
                   MOVE 0 TO CLI-LIMITE-CREDITO
                   MOVE 'N' TO CLI-RETENIDO
                   MOVE SPACES TO CLI-RETENCION-MOTIVO
                   MOVE SPACES TO CLI-SEGMENTO CLI-SEGMENTO-FECHA
                   WRITE CLI-REC
                   ADD 1 TO WS-CLI-CONVERTIDOS
           END-READ
       END-PERFORM
       CLOSE CLIENTES-ANT
       CLOSE CLIENTES
       MOVE 0 TO EOF
       DISPLAY "CLIENTES CONVERTIDOS: " WS-CLI-CONVERTIDOS
           " - COPIA ANTERIOR EN CLIENTES.ANT.dat".
