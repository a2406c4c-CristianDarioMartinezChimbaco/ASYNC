       SELECT CERROJO ASSIGN TO 'CERROJO-MAESTROS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CER-STATUS.
       SELECT RESTART-INTRADIA ASSIGN TO 'RESTART-INTRADIA.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RSI-STATUS.

       DATA DIVISION.

       FD  CERROJO.
           01  FD-CER-REC              PIC X(40).

      * POSTEAR-INTRADIA'S RESTART FILE - ONLY ITS PRESENCE IS
      * CHECKED: A SLICE LEFT HALF-POSTED STILL HAS ITS WORK FILES
      * IN PLACE OF dataset4.txt AND DISPOSICIONES.txt.
       FD  RESTART-INTRADIA.
           01  FD-RSI-REC              PIC X(20).

      ****************************************************************
      * WS SECTION
      ****************************************************************
       01  WS-ARG-T4               PIC X(20).
       01  WS-RST-STATUS           PIC X(02) VALUE '00'.
       01  WS-CER-STATUS           PIC X(02) VALUE '00'.
       01  WS-RSI-STATUS           PIC X(02) VALUE '00'.
       01  CERROJO-LINEA.
           05  CER-HOLDER          PIC X(20).
           05  FILLER              PIC X(01) VALUE ' '.
           MOVE FUNCTION NUMVAL (WS-ARG-T3) TO WS-PARTES
       END-IF
       PERFORM CARGAR-PASOS-HECHOS
      *A SINGLE NAMED STEP IS NOT A NIGHT'S CHAIN - IT IS LOGGED
      *UNDER ITS OWN NAME SO CIERRE-MES NEVER COUNTS IT AS ONE.
       IF WS-SOLO-PASO = SPACES
           MOVE 'LOTE-DRIVER' TO BIT-PROGRAMA
       ELSE
           MOVE 'LOTE-DRIVER-PASO' TO BIT-PROGRAMA
       END-IF
       PERFORM GENERAR-BIT-RUN-ID
       MOVE 'INICIO' TO BIT-EVENTO
       MOVE ZEROS TO BIT-LEIDOS BIT-ESCRITOS BIT-RECHAZADOS BIT-RC
       MOVE 'N' TO BIT-CKPT
       PERFORM GRABAR-BITACORA
       PERFORM VERIFICAR-INTRADIA
       PERFORM TOMAR-CERROJO
       PERFORM EJECUTAR-CREAR-DATOS
       IF WS-PASO-OK = 'S'
       IF WS-PASO-OK = 'S'
           PERFORM EJECUTAR-POSTEAR
       END-IF
       IF WS-PASO-OK = 'S'
           PERFORM EJECUTAR-FACTURAR
       END-IF
       IF WS-PASO-OK = 'S'
           PERFORM EJECUTAR-LEER-DATOS0
       END-IF
       IF WS-PASO-OK = 'S'
           PERFORM EJECUTAR-PUNTOS
       END-IF
       IF WS-PASO-OK = 'S'
           PERFORM EJECUTAR-TARJETAS
       END-IF
       IF WS-PASO-OK = 'S'
           PERFORM EJECUTAR-CARTERA
       END-IF
       IF WS-PASO-OK = 'S'
           PERFORM EJECUTAR-INVENTARIO
       END-IF
       IF WS-PASO-OK = 'S'
           PERFORM EJECUTAR-VENCIMIENTOS
       END-IF
       IF WS-PASO-OK = 'S'
           PERFORM EJECUTAR-ANALITICA
       END-IF
           DISPLAY "PASO DESCONOCIDO: "
               FUNCTION TRIM (WS-SOLO-PASO)
           DISPLAY "PASOS: CREAR-DATOS COPIAR-DATASET0 "
               "COPIAR-DATASET4 VERIFICAR POSTEAR FACTURAR "
               "LEER-DATOS0 LEER-DATOS4 "
               "PUNTOS TARJETAS CARTERA COMISIONES INVENTARIO "
               "VENCIMIENTOS ANALITICA"
           DISPLAY "       PARTICIONAR LEER-PARTES COMBINAR "
               "(REQUIEREN EL NUMERO DE PARTES: PASO COMBINAR 4)"
           MOVE 'N' TO WS-PASO-OK
           PERFORM REGISTRAR-PASO-SI-OK
       END-IF.

       EJECUTAR-FACTURAR.
       MOVE 'FACTURAR' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
       IF WS-PASO-HECHO = 'N'
           PERFORM PASO-FACTURAR
           PERFORM REGISTRAR-PASO-SI-OK
       END-IF.

       EJECUTAR-LEER-DATOS0.
       MOVE 'LEER-DATOS0' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
           PERFORM REGISTRAR-PASO-SI-OK
       END-IF.

       EJECUTAR-TARJETAS.
       MOVE 'TARJETAS' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
       IF WS-PASO-HECHO = 'N'
           PERFORM PASO-TARJETAS
           PERFORM REGISTRAR-PASO-SI-OK
       END-IF.

       EJECUTAR-COMISIONES.
       MOVE 'COMISIONES' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
           PERFORM REGISTRAR-PASO-SI-OK
       END-IF.

       EJECUTAR-VENCIMIENTOS.
       MOVE 'VENCIMIENTOS' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
       IF WS-PASO-HECHO = 'N'
           PERFORM PASO-VENCIMIENTOS
           PERFORM REGISTRAR-PASO-SI-OK
       END-IF.

       EJECUTAR-ANALITICA.
       MOVE 'ANALITICA' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
       WRITE FD-CER-REC
       CLOSE CERROJO.

      *A HALF-POSTED INTRADAY SLICE IS FINISHED FIRST - ITS STEPS
      *HAVE ALREADY MOVED STOCK AND BALANCES AND ITS COPIES OF THE
      *WORK FILES ARE STILL OUT.
       VERIFICAR-INTRADIA.
       OPEN INPUT RESTART-INTRADIA
       IF WS-RSI-STATUS = '00'
           CLOSE RESTART-INTRADIA
           DISPLAY "RESTART-INTRADIA.txt EXISTE - UN CORTE INTRADIA "
               "QUEDO A MEDIAS; TERMINELO CON POSTEAR-INTRADIA ANTES "
               "DEL LOTE"
           MOVE 8 TO BIT-RC
           MOVE 'FIN' TO BIT-EVENTO
           PERFORM GRABAR-BITACORA
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

       LIBERAR-CERROJO.
       CALL 'CBL_DELETE_FILE' USING 'CERROJO-MAESTROS.txt'
       MOVE 0 TO RETURN-CODE.

      *MAINTENANCE PARKED DURING THE BATCH WINDOW IS REPLAYED LINE BY
      *LINE NOW THAT THE LOCK IS OFF - EACH LINE CARRIES THE EXACT
      *COMMAND AND THE OPERATOR IT WAS AUTHORIZED FOR, SO
      *"MANTENER-MAESTROS PENDIENTE <N>" RE-RUNS IT UNCHANGED IN THAT
      *OPERATOR'S NAME.
       APLICAR-PENDIENTES.
       MOVE SPACES TO WS-COMANDO
       STRING "test -f PENDIENTES-MAESTROS.txt && "
           "N=0 && while read L; do N=$((N+1)); "
           "./MANTENER-MAESTROS PENDIENTE $N; "
           "done < PENDIENTES-MAESTROS.txt && "
           "rm -f PENDIENTES-MAESTROS.txt"
           DELIMITED BY SIZE INTO WS-COMANDO
           MOVE 'N' TO WS-PASO-OK
       END-IF.

      *THE DAY'S ACCEPTED LINES ARE INVOICED WHILE THEIR
      *DISPOSICIONES.txt IS STILL THE CURRENT ONE - THE NEXT POSTING
      *OVERWRITES IT. A BATCH ALREADY IN FE-LOTES.txt IS NOT INVOICED
      *TWICE, SO A RESUMED CHAIN CAN RUN THE STEP AGAIN. RC 4 (LINES
      *PARKED FOR WANT OF A RANGE, A RANGE RUNNING LOW) IS REPORTED
      *BY THE PROGRAM ITSELF AND DOES NOT STOP THE STOCK AND LEDGER
      *STEPS - THE PARKED LINES ARE RETRIED ON THE NEXT RUN. A SHOP
      *WITH NO RANGOS-FE.txt DOES NOT INVOICE ELECTRONICALLY, AND THE
      *STEP IS PASSED OVER WITH A NOTE RATHER THAN FAILED.
       PASO-FACTURAR.
       MOVE SPACES TO WS-COMANDO
       STRING "if test -f RANGOS-FE.txt; then "
           "./FACTURAR-ELECTRONICA EMITIR; test $? -le 4; "
           "else echo 'SIN RANGOS-FE.txt - FACTURACION OMITIDA'; fi"
           DELIMITED BY SIZE INTO WS-COMANDO
       CALL "SYSTEM" USING WS-COMANDO
       IF RETURN-CODE NOT = 0
           DISPLAY "PASO FACTURAR-ELECTRONICA FALLO (RC=" RETURN-CODE
               ")"
           MOVE 'N' TO WS-PASO-OK
       END-IF.

       PASO-LEER-DATOS0.
       CALL "SYSTEM" USING "./LEER-DATOS0"
       IF RETURN-CODE NOT = 0
           MOVE 'N' TO WS-PASO-OK
       END-IF.

       PASO-TARJETAS.
       CALL "SYSTEM" USING "./TARJETAS-REGALO"
       IF RETURN-CODE NOT = 0
           DISPLAY "PASO TARJETAS-REGALO FALLO (RC=" RETURN-CODE ")"
           MOVE 'N' TO WS-PASO-OK
       END-IF.

       PASO-COMISIONES.
       CALL "SYSTEM" USING "./COMISION-CAJEROS"
       IF RETURN-CODE NOT = 0
           MOVE 'N' TO WS-PASO-OK
       END-IF.

      *RIGHT AFTER THE DAY'S SALES LEAVE THEIR LOTS: LISTS WHAT IS
      *ABOUT TO EXPIRE AND WRITES OFF WHAT ALREADY HAS, SO THE
      *MORNING STARTS FROM SELLABLE STOCK ONLY.
       PASO-VENCIMIENTOS.
       CALL "SYSTEM" USING "./VENCIMIENTOS-LOTE"
       IF RETURN-CODE NOT = 0
           DISPLAY "PASO VENCIMIENTOS-LOTE FALLO (RC=" RETURN-CODE
               ")"
           MOVE 'N' TO WS-PASO-OK
       END-IF.

       PASO-ANALITICA.
       CALL "SYSTEM" USING "./EXTRAER-ANALITICA"
       IF RETURN-CODE NOT = 0
