       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTEAR-INTRADIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BITACORA ASSIGN TO 'BITACORA.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BIT-STATUS.
       SELECT RESTART-INTRADIA ASSIGN TO 'RESTART-INTRADIA.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RST-STATUS.
       SELECT RESTART-LOTE ASSIGN TO 'RESTART-LOTE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RSL-STATUS.
       SELECT CERROJO ASSIGN TO 'CERROJO-MAESTROS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CER-STATUS.
       SELECT VENTAS-POS ASSIGN TO 'VENTAS-POS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VPS-STATUS.

       DATA DIVISION.

      ****************************************************************
      * FD SECTION
      ****************************************************************
       FILE SECTION.
       FD  BITACORA.
           01  FD-BIT-REC              PIC X(118).

      * ONE LINE PER COMPLETED STEP OF THE SLICE IN HAND, DELETED
      * WHEN THE SLICE IS THROUGH. A SLICE THAT STOPPED HALF-WAY HAS
      * ALREADY MOVED STOCK, POINTS OR BALANCES FOR WHAT IT POSTED,
      * SO THE NEXT RUN RESUMES IT AT THE FIRST INCOMPLETE STEP - IT
      * NEVER STARTS A NEW SLICE ON TOP OF IT.
       FD  RESTART-INTRADIA.
           01  FD-RST-REC              PIC X(20).

      * THE NIGHTLY CHAIN'S OWN RESTART FILE - ONLY ITS PRESENCE IS
      * CHECKED.
       FD  RESTART-LOTE.
           01  FD-RSL-REC              PIC X(20).

      * THE SAME MASTERS LOCK LOTE-DRIVER TAKES (SEE LOTE-DRIVER).
       FD  CERROJO.
           01  FD-CER-REC              PIC X(40).

      * THE SLICE RECIBIR-VENTAS CONVERTED - ONLY ITS PRESENCE IS
      * CHECKED (NO FILE MEANS NO NEW LINES).
       FD  VENTAS-POS.
           01  FD-VPS-REC              PIC X(188).

      ****************************************************************
      * WS SECTION
      ****************************************************************
       WORKING-STORAGE SECTION.
      *"POSTEAR-INTRADIA [SUCURSAL]" - THE BRANCH IS PASSED THROUGH
      *TO RECIBIR-VENTAS (DEFAULT 001 THERE).
       01  WS-SUCURSAL-ARG         PIC X(10) VALUE SPACES.
       01  WS-COMANDO              PIC X(200).
       01  WS-PASO-OK              PIC X(01) VALUE 'S'.
       01  WS-SIN-LINEAS           PIC X(01) VALUE 'N'.
       01  WS-RST-STATUS           PIC X(02) VALUE '00'.
       01  WS-RSL-STATUS           PIC X(02) VALUE '00'.
       01  WS-CER-STATUS           PIC X(02) VALUE '00'.
       01  WS-VPS-STATUS           PIC X(02) VALUE '00'.
       01  CERROJO-LINEA.
           05  CER-HOLDER          PIC X(20).
           05  FILLER              PIC X(01) VALUE ' '.
           05  CER-DESDE           PIC X(19).
       01  WS-PASO-NOMBRE          PIC X(20).
       01  WS-PASO-HECHO           PIC X(01) VALUE 'N'.
       01  WS-PASOS-HECHOS         PIC 9(02) VALUE ZEROS.
       01  WS-RST-I                PIC 9(02) VALUE ZEROS.
       01  WS-RST-EOF              PIC 9 VALUE 0.
       01  PASOS-HECHOS-TABLA.
           05  PH-NOMBRE           PIC X(20) OCCURS 20 TIMES.

       COPY WS-BITACORA.

       PROCEDURE DIVISION.
      *POSTS THE LINES THE BRANCH'S POS HAS ADDED TO pos-ventas.txt
      *SINCE THE LAST RUN, SO STOCK, POINTS, CARD BALANCES AND THE
      *RECEIVABLE ARE CURRENT DURING THE DAY INSTEAD OF AS OF LAST
      *NIGHT. MEANT TO BE SCHEDULED EVERY FEW MINUTES:
      *  RECIBIR-VENTAS <SUC> INTRADIA  CONVERTS THE NEW LINES ONLY
      *  POSTEAR-VENTAS INTRADIA        DECIDES THEM
      *  ACTUALIZAR-INVENTARIO, PUNTOS-LEALTAD, TARJETAS-REGALO,
      *  CUENTAS-COBRAR                 POST THEM
      *  DISPOSICIONES-INTRADIA.txt     KEEPS WHAT THE SLICE DECIDED
      *TARJETAS-REGALO RUNS TOO SO A CARD SOLD IN ONE SLICE CAN BE
      *SPENT IN THE NEXT. THE FULL-DAY RECIBIR-VENTAS LATER BUILDS
      *THE DAY FILE FROM THE ARCHIVED SLICES PLUS THE REST OF THE
      *FEED, AND POSTEAR-VENTAS MARKS THE SLICE LINES 'POSTEADA
      *INTRADIA' SO THE NIGHTLY CHAIN DOES NOT POST THEM AGAIN.
      *dataset4.txt, DISPOSICIONES.txt AND VENTAS-POS.txt ARE THE
      *NIGHTLY CHAIN'S WORK FILES TOO, SO THEY ARE PUT ASIDE FIRST
      *AND PUT BACK ONCE THE SLICE IS THROUGH.
       ACCEPT WS-SUCURSAL-ARG FROM COMMAND-LINE
       MOVE 'POSTEAR-INTRADIA' TO BIT-PROGRAMA
       PERFORM GENERAR-BIT-RUN-ID
       MOVE 'INICIO' TO BIT-EVENTO
       MOVE ZEROS TO BIT-LEIDOS BIT-ESCRITOS BIT-RECHAZADOS BIT-RC
       MOVE 'N' TO BIT-CKPT
       PERFORM GRABAR-BITACORA
       PERFORM VERIFICAR-LOTE-NOCTURNO
       PERFORM TOMAR-CERROJO
       PERFORM CARGAR-PASOS-HECHOS
       PERFORM EJECUTAR-RESGUARDAR
       IF WS-PASO-OK = 'S'
           PERFORM EJECUTAR-RECIBIR
       END-IF
       IF WS-PASO-OK = 'S'
           PERFORM VERIFICAR-CORTE
       END-IF
       IF WS-PASO-OK = 'S' AND WS-SIN-LINEAS = 'N'
           PERFORM EJECUTAR-COPIAR
           IF WS-PASO-OK = 'S'
               PERFORM EJECUTAR-POSTEAR
           END-IF
           IF WS-PASO-OK = 'S'
               PERFORM EJECUTAR-FACTURAR
           END-IF
           IF WS-PASO-OK = 'S'
               PERFORM EJECUTAR-INVENTARIO
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
               PERFORM EJECUTAR-ARCHIVAR
           END-IF
       END-IF
       IF WS-PASO-OK = 'S'
           PERFORM EJECUTAR-RESTAURAR
       END-IF
       IF WS-PASO-OK = 'S'
           IF WS-SIN-LINEAS = 'S'
               DISPLAY "INTRADIA: SIN LINEAS NUEVAS - NADA QUE POSTEAR"
           ELSE
               DISPLAY "INTRADIA: CORTE POSTEADO - VER "
                   "CORTES-INTRADIA.txt"
           END-IF
           CALL 'CBL_DELETE_FILE' USING 'RESTART-INTRADIA.txt'
           MOVE 0 TO RETURN-CODE
       ELSE
           DISPLAY "INTRADIA: CORTE INCOMPLETO - VUELVA A CORRER "
               "POSTEAR-INTRADIA PARA TERMINARLO"
           MOVE 8 TO BIT-RC
       END-IF
       PERFORM LIBERAR-CERROJO
       PERFORM APLICAR-PENDIENTES
       MOVE 'FIN' TO BIT-EVENTO
       PERFORM GRABAR-BITACORA
       IF WS-PASO-OK = 'N'
           MOVE 8 TO RETURN-CODE
       END-IF
       STOP RUN.

      *A NIGHTLY CHAIN THAT STOPPED HALF-WAY STILL NEEDS ITS OWN
      *dataset4.txt AND DISPOSICIONES.txt - NO SLICE RUNS UNTIL IT
      *HAS BEEN RESUMED AND FINISHED.
       VERIFICAR-LOTE-NOCTURNO.
       OPEN INPUT RESTART-LOTE
       IF WS-RSL-STATUS = '00'
           CLOSE RESTART-LOTE
           DISPLAY "RESTART-LOTE.txt EXISTE - EL LOTE NOCTURNO NO "
               "TERMINO; TERMINELO CON LOTE-DRIVER ANTES DE POSTEAR "
               "INTRADIA"
           MOVE 8 TO BIT-RC
           MOVE 'FIN' TO BIT-EVENTO
           PERFORM GRABAR-BITACORA
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF.

      *THE NIGHTLY CHAIN, ANOTHER SLICE OR A RESTORE HOLDS THE LOCK -
      *THIS SLICE WAITS FOR THE NEXT SCHEDULED RUN.
       TOMAR-CERROJO.
       OPEN INPUT CERROJO
       IF WS-CER-STATUS = '00'
           READ CERROJO
           MOVE FD-CER-REC TO CERROJO-LINEA
           CLOSE CERROJO
           DISPLAY "CERROJO DE MAESTROS YA TOMADO POR "
               FUNCTION TRIM (CER-HOLDER) " DESDE " CER-DESDE
               " - NO SE POSTEA INTRADIA"
           MOVE 8 TO BIT-RC
           MOVE 'FIN' TO BIT-EVENTO
           PERFORM GRABAR-BITACORA
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE 'POSTEAR-INTRADIA' TO CER-HOLDER
       MOVE SPACES TO CER-DESDE
       STRING BIT-RUN-ID (1:4) '-' BIT-RUN-ID (5:2) '-'
           BIT-RUN-ID (7:2) ' ' BIT-RUN-ID (9:2) ':'
           BIT-RUN-ID (11:2) ':' BIT-RUN-ID (13:2)
           DELIMITED BY SIZE INTO CER-DESDE
       OPEN OUTPUT CERROJO
       MOVE CERROJO-LINEA TO FD-CER-REC
       WRITE FD-CER-REC
       CLOSE CERROJO.

       LIBERAR-CERROJO.
       CALL 'CBL_DELETE_FILE' USING 'CERROJO-MAESTROS.txt'
       MOVE 0 TO RETURN-CODE.

      *MAINTENANCE PARKED WHILE THE SLICE RAN, REPLAYED AS LOTE-DRIVER
      *DOES.
       APLICAR-PENDIENTES.
       MOVE SPACES TO WS-COMANDO
       STRING "test -f PENDIENTES-MAESTROS.txt && "
           "N=0 && while read L; do N=$((N+1)); "
           "./MANTENER-MAESTROS PENDIENTE $N; "
           "done < PENDIENTES-MAESTROS.txt && "
           "rm -f PENDIENTES-MAESTROS.txt"
           DELIMITED BY SIZE INTO WS-COMANDO
       CALL "SYSTEM" USING WS-COMANDO
       MOVE 0 TO RETURN-CODE.

       CARGAR-PASOS-HECHOS.
       OPEN INPUT RESTART-INTRADIA
       IF WS-RST-STATUS = '35'
           MOVE 0 TO WS-RST-EOF
       ELSE
           DISPLAY "RESTART-INTRADIA.txt ENCONTRADO - TERMINANDO EL "
               "CORTE PENDIENTE"
           PERFORM UNTIL WS-RST-EOF = 1
               READ RESTART-INTRADIA
                   AT END
                       MOVE 1 TO WS-RST-EOF
                   NOT AT END
                       IF WS-PASOS-HECHOS < 20
                           ADD 1 TO WS-PASOS-HECHOS
                           MOVE FD-RST-REC TO
                               PH-NOMBRE (WS-PASOS-HECHOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESTART-INTRADIA
       END-IF
       MOVE 0 TO WS-RST-EOF.

      *ONE EJECUTAR-* WRAPPER PER STEP, AS IN LOTE-DRIVER: SKIPS A
      *STEP ALREADY IN THE RESTART FILE AND RECORDS IT ON SUCCESS.
       EJECUTAR-RESGUARDAR.
       MOVE 'RESGUARDAR' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
       IF WS-PASO-HECHO = 'N'
           PERFORM PASO-RESGUARDAR
           PERFORM REGISTRAR-PASO-SI-OK
       END-IF.

       EJECUTAR-RECIBIR.
       MOVE 'RECIBIR' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
       IF WS-PASO-HECHO = 'N'
           PERFORM PASO-RECIBIR
           PERFORM REGISTRAR-PASO-SI-OK
       END-IF.

       EJECUTAR-COPIAR.
       MOVE 'COPIAR' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
       IF WS-PASO-HECHO = 'N'
           PERFORM PASO-COPIAR
           PERFORM REGISTRAR-PASO-SI-OK
       END-IF.

       EJECUTAR-POSTEAR.
       MOVE 'POSTEAR' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
       IF WS-PASO-HECHO = 'N'
           PERFORM PASO-POSTEAR
           PERFORM REGISTRAR-PASO-SI-OK
       END-IF.

       EJECUTAR-FACTURAR.
       MOVE 'FACTURAR' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
       IF WS-PASO-HECHO = 'N'
           PERFORM PASO-FACTURAR
           PERFORM REGISTRAR-PASO-SI-OK
       END-IF.

       EJECUTAR-INVENTARIO.
       MOVE 'INVENTARIO' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
       IF WS-PASO-HECHO = 'N'
           PERFORM PASO-INVENTARIO
           PERFORM REGISTRAR-PASO-SI-OK
       END-IF.

       EJECUTAR-PUNTOS.
       MOVE 'PUNTOS' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
       IF WS-PASO-HECHO = 'N'
           PERFORM PASO-PUNTOS
           PERFORM REGISTRAR-PASO-SI-OK
       END-IF.

       EJECUTAR-TARJETAS.
       MOVE 'TARJETAS' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
       IF WS-PASO-HECHO = 'N'
           PERFORM PASO-TARJETAS
           PERFORM REGISTRAR-PASO-SI-OK
       END-IF.

       EJECUTAR-CARTERA.
       MOVE 'CARTERA' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
       IF WS-PASO-HECHO = 'N'
           PERFORM PASO-CARTERA
           PERFORM REGISTRAR-PASO-SI-OK
       END-IF.

       EJECUTAR-ARCHIVAR.
       MOVE 'ARCHIVAR' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
       IF WS-PASO-HECHO = 'N'
           PERFORM PASO-ARCHIVAR
           PERFORM REGISTRAR-PASO-SI-OK
       END-IF.

       EJECUTAR-RESTAURAR.
       MOVE 'RESTAURAR' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
       IF WS-PASO-HECHO = 'N'
           PERFORM PASO-RESTAURAR
           PERFORM REGISTRAR-PASO-SI-OK
       END-IF.

       VERIFICAR-PASO-HECHO.
       MOVE 'N' TO WS-PASO-HECHO
       PERFORM VARYING WS-RST-I FROM 1 BY 1
               UNTIL WS-RST-I > WS-PASOS-HECHOS
           IF PH-NOMBRE (WS-RST-I) = WS-PASO-NOMBRE
               MOVE 'S' TO WS-PASO-HECHO
           END-IF
       END-PERFORM
       IF WS-PASO-HECHO = 'S'
           DISPLAY "PASO " FUNCTION TRIM (WS-PASO-NOMBRE)
               " YA COMPLETADO - OMITIDO"
       END-IF.

       REGISTRAR-PASO-SI-OK.
       IF WS-PASO-OK = 'S'
           OPEN EXTEND RESTART-INTRADIA
           IF WS-RST-STATUS = '35'
               OPEN OUTPUT RESTART-INTRADIA
           END-IF
           MOVE WS-PASO-NOMBRE TO FD-RST-REC
           WRITE FD-RST-REC
           CLOSE RESTART-INTRADIA
       END-IF.

      *AFTER RECIBIR-VENTAS (RUN NOW OR EARLIER IN A RESUMED SLICE):
      *NO VENTAS-POS.txt MEANS THE FEED HAD NOTHING NEW.
       VERIFICAR-CORTE.
       OPEN INPUT VENTAS-POS
       IF WS-VPS-STATUS = '00'
           CLOSE VENTAS-POS
       ELSE
           MOVE 'S' TO WS-SIN-LINEAS
       END-IF.

      *THE NIGHTLY WORK FILES ARE COPIED ASIDE (AN ABSENT ONE LEAVES
      *NO COPY, AND IS REMOVED AGAIN WHEN PUT BACK).
       PASO-RESGUARDAR.
       MOVE SPACES TO WS-COMANDO
       STRING "for F in dataset4.txt DISPOSICIONES.txt "
           "VENTAS-POS.txt; do rm -f $F.INTRADIA; "
           "if test -f $F; then cp -p $F $F.INTRADIA || exit 1; "
           "fi; done"
           DELIMITED BY SIZE INTO WS-COMANDO
       CALL "SYSTEM" USING WS-COMANDO
       IF RETURN-CODE NOT = 0
           DISPLAY "PASO RESGUARDAR FALLO (RC=" RETURN-CODE ")"
           MOVE 'N' TO WS-PASO-OK
       END-IF.

       PASO-RECIBIR.
       CALL "SYSTEM" USING "rm -f VENTAS-POS.txt"
       MOVE 0 TO RETURN-CODE
       MOVE SPACES TO WS-COMANDO
       STRING "./RECIBIR-VENTAS " FUNCTION TRIM (WS-SUCURSAL-ARG)
           " INTRADIA" DELIMITED BY SIZE INTO WS-COMANDO
       CALL "SYSTEM" USING WS-COMANDO
       IF RETURN-CODE NOT = 0
           DISPLAY "PASO RECIBIR-VENTAS FALLO (RC=" RETURN-CODE ")"
           MOVE 'N' TO WS-PASO-OK
       END-IF.

       PASO-COPIAR.
       CALL "SYSTEM" USING "cp VENTAS-POS.txt dataset4.txt"
       IF RETURN-CODE NOT = 0
           DISPLAY "PASO COPIAR dataset4.txt FALLO (RC=" RETURN-CODE
               ")"
           MOVE 'N' TO WS-PASO-OK
       END-IF.

       PASO-POSTEAR.
       CALL "SYSTEM" USING "./POSTEAR-VENTAS INTRADIA"
       IF RETURN-CODE NOT = 0
           DISPLAY "PASO POSTEAR-VENTAS FALLO (RC=" RETURN-CODE ")"
           MOVE 'N' TO WS-PASO-OK
       END-IF.

      *A POSTED SLICE IS INVOICED HERE, UNDER ITS OWN HDR; ITS LINES
      *REACH THE FULL-DAY DISPOSICIONES.txt AS 'POSTEADA INTRADIA',
      *WHICH THE NIGHT RUN OF FACTURAR-ELECTRONICA SKIPS. RC 4 AND A
      *MISSING RANGOS-FE.txt ARE HANDLED AS IN LOTE-DRIVER.
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

       PASO-INVENTARIO.
       CALL "SYSTEM" USING "./ACTUALIZAR-INVENTARIO"
       IF RETURN-CODE NOT = 0
           DISPLAY "PASO INVENTARIO FALLO (RC=" RETURN-CODE ")"
           MOVE 'N' TO WS-PASO-OK
       END-IF.

       PASO-PUNTOS.
       CALL "SYSTEM" USING "./PUNTOS-LEALTAD"
       IF RETURN-CODE NOT = 0
           DISPLAY "PASO PUNTOS-LEALTAD FALLO (RC=" RETURN-CODE ")"
           MOVE 'N' TO WS-PASO-OK
       END-IF.

       PASO-TARJETAS.
       CALL "SYSTEM" USING "./TARJETAS-REGALO"
       IF RETURN-CODE NOT = 0
           DISPLAY "PASO TARJETAS-REGALO FALLO (RC=" RETURN-CODE ")"
           MOVE 'N' TO WS-PASO-OK
       END-IF.

       PASO-CARTERA.
       CALL "SYSTEM" USING "./CUENTAS-COBRAR"
       IF RETURN-CODE NOT = 0
           DISPLAY "PASO CUENTAS-COBRAR FALLO (RC=" RETURN-CODE ")"
           MOVE 'N' TO WS-PASO-OK
       END-IF.

      *ONLY ONCE EVERY POSTING STEP IS THROUGH DOES THE SLICE COUNT
      *AS POSTED FOR THE FULL-DAY RUN (SEE RECIBIR-VENTAS).
       PASO-ARCHIVAR.
       CALL "SYSTEM" USING
           "cat DISPOSICIONES.txt >> DISPOSICIONES-INTRADIA.txt"
       IF RETURN-CODE NOT = 0
           DISPLAY "PASO ARCHIVAR FALLO (RC=" RETURN-CODE ")"
           MOVE 'N' TO WS-PASO-OK
       END-IF.

       PASO-RESTAURAR.
       MOVE SPACES TO WS-COMANDO
       STRING "for F in dataset4.txt DISPOSICIONES.txt "
           "VENTAS-POS.txt; do if test -f $F.INTRADIA; then "
           "mv -f $F.INTRADIA $F || exit 1; else rm -f $F; fi; done"
           DELIMITED BY SIZE INTO WS-COMANDO
       CALL "SYSTEM" USING WS-COMANDO
       IF RETURN-CODE NOT = 0
           DISPLAY "PASO RESTAURAR FALLO (RC=" RETURN-CODE ")"
           MOVE 'N' TO WS-PASO-OK
       END-IF.

       COPY BITACORA-PROC.
