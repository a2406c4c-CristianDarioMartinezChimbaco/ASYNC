       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-MES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BITACORA ASSIGN TO 'BITACORA.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BIT-STATUS.
       SELECT RESTART-CIERRE ASSIGN TO 'RESTART-CIERRE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RST-STATUS.
       SELECT CERROJO ASSIGN TO 'CERROJO-MAESTROS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CER-STATUS.
       SELECT PERIODOS-CERRADOS ASSIGN TO 'PERIODOS-CERRADOS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PCER-STATUS.
       SELECT FERIADOS ASSIGN TO 'FERIADOS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FER-STATUS.
       SELECT LIMITES ASSIGN TO 'LIMITES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIM-STATUS.

       DATA DIVISION.

      ****************************************************************
      * FD SECTION
      ****************************************************************
       FILE SECTION.
      * THE RUN LOG - READ FIRST FOR THE MONTH'S NIGHTLY CHAINS, THEN
      * APPENDED WITH ONE LINE PER MONTH-END STEP.
       FD  BITACORA.
           01  FD-BIT-REC              PIC X(118).

      * "PERIODO YYYY-MM" ON THE FIRST LINE, THEN ONE LINE PER
      * COMPLETED STEP, APPENDED AS EACH STEP ENDS CLEANLY AND
      * DELETED WHEN THE MONTH IS CLOSED - THE SAME RESUME-AT-THE-
      * FIRST-INCOMPLETE-STEP CONTRACT AS RESTART-LOTE.txt, KEPT
      * SEPARATE SO THE NIGHTLY CHAIN AND MONTH END NEVER SKIP EACH
      * OTHER'S STEPS.
       FD  RESTART-CIERRE.
           01  FD-RST-REC              PIC X(20).

      * THE NIGHTLY CHAIN'S LOCK - ONLY LOOKED AT: MONTH END DOES NOT
      * START WHILE A CHAIN HOLDS IT. RESPALDAR-MAESTROS TAKES IT
      * ITSELF FOR ITS OWN STEP.
       FD  CERROJO.
           01  FD-CER-REC              PIC X(40).

       FD  PERIODOS-CERRADOS.
           01  FD-PCER-REC             PIC X(30).

      * DAYS THE STORES DO NOT TRADE, ONE YYYY-MM-DD PER LINE - NO
      * NIGHTLY CHAIN IS EXPECTED FOR THEM. AN ABSENT FILE MEANS NO
      * HOLIDAYS.
       FD  FERIADOS.
           01  FD-FER-REC              PIC X(20).

      * CLAVE,VALOR THRESHOLDS (SEE LIMITES-WS.cpy) - ONLY
      * DIAS-HABILES-SEMANA IS READ HERE.
       FD  LIMITES.
           01  FD-LIM-REC              PIC X(40).

      ****************************************************************
      * WS SECTION
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE             PIC X(60).
       01  WS-COMANDO              PIC X(200).
       01  WS-PASO-OK              PIC X(01) VALUE 'S'.
      *"CIERRE-MES [REINICIO] <YYYY-MM> <OPERADOR>" - REINICIO
      *DISCARDS A LEFTOVER RESTART FILE FIRST; OTHERWISE A RESTART
      *FILE FOR THE SAME MONTH MEANS RESUME. THE OPERATOR SIGNS THE
      *PHYSICAL COUNT ADJUSTMENTS.
       01  WS-ARG-T1               PIC X(20).
       01  WS-ARG-T2               PIC X(20).
       01  WS-ARG-T3               PIC X(20).
       01  WS-PERIODO              PIC X(07).
       01  WS-OPERADOR             PIC X(10).
       01  WS-CORTE-MES            PIC X(10).
       01  WS-RST-STATUS           PIC X(02) VALUE '00'.
       01  WS-CER-STATUS           PIC X(02) VALUE '00'.
       01  WS-PCER-STATUS          PIC X(02) VALUE '00'.
       01  WS-FER-STATUS           PIC X(02) VALUE '00'.
       01  WS-LIM-STATUS           PIC X(02) VALUE '00'.
       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-LIM-CLAVE            PIC X(20).
       01  WS-LIM-VALOR            PIC X(15).
      *LIMITES.txt: HOW MANY DAYS OF THE WEEK, COUNTING FROM MONDAY,
      *THE STORES TRADE AND THE NIGHTLY CHAIN MUST RUN - 5 MONDAY TO
      *FRIDAY, 6 THROUGH SATURDAY, 7 EVERY DAY.
       01  LIM-DIAS-HABILES        PIC 9(01) VALUE 6.
       01  WS-PASO-NOMBRE          PIC X(20).
       01  WS-PASO-HECHO           PIC X(01) VALUE 'N'.
       01  WS-PASOS-HECHOS         PIC 9(02) VALUE ZEROS.
       01  WS-RST-I                PIC 9(02) VALUE ZEROS.
       01  WS-RST-PERIODO          PIC X(07) VALUE SPACES.
       01  WS-RST-EXISTE           PIC X(01) VALUE 'N'.
       01  PASOS-HECHOS-TABLA.
           05  PH-NOMBRE           PIC X(20) OCCURS 20 TIMES.
      *THE MONTH COUNTS AS CLOSED BY THIS RUN ONCE CERRAR-PERIODO HAS
      *ENDED CLEANLY (NOW OR IN THE RUN BEING RESUMED); A LATER STEP
      *FAILING THEN REOPENS IT.
       01  WS-CERRADO-POR-MI       PIC X(01) VALUE 'N'.
       01  WS-YA-CERRADO           PIC X(01) VALUE 'N'.
      *ONE SWITCH PER DAY OF THE MONTH: 'S' A GOOD NIGHTLY CHAIN WAS
      *FOUND, 'F' HOLIDAY, SPACE NOTHING YET.
       01  WS-DIAS-TABLA.
           05  WS-DIA-ESTADO       PIC X(01) OCCURS 31 TIMES.
       01  WS-DIA                  PIC 9(02) VALUE ZEROS.
       01  WS-ULTIMO-DIA           PIC 9(02) VALUE ZEROS.
       01  WS-DIA-SEMANA           PIC 9(01) VALUE ZEROS.
       01  WS-FECHA-NUM            PIC 9(08) VALUE ZEROS.
       01  WS-FECHA-PARTES REDEFINES WS-FECHA-NUM.
           05  WS-FN-ANO           PIC 9(04).
           05  WS-FN-MES           PIC 9(02).
           05  WS-FN-DIA           PIC 9(02).
       01  WS-FECHA-INT            PIC 9(07) VALUE ZEROS.
       01  WS-MES-INT              PIC 9(07) VALUE ZEROS.
       01  WS-FALTANTES            PIC 9(02) VALUE ZEROS.
       01  WS-LISTA-FALTANTES      PIC X(100) VALUE SPACES.
       01  WS-LISTA-PTR            PIC 9(03) VALUE 1.
       01  WS-CHAIN-RC             PIC 9(04) VALUE ZEROS.
       01  WS-RUN-ID-CIERRE        PIC X(16).

       COPY WS-BITACORA.

       PROCEDURE DIVISION.
      *MONTH END IN THE ONE SAFE ORDER: COUNT THE SHELVES, VALUE
      *THEM, SEND THE STATEMENTS, REPORT THE GIFT-CARD LIABILITY,
      *CLOSE THE PERIOD, ARCHIVE THE LEDGER, BACK UP THE MASTERS,
      *ROTATE THE LOGS. REFUSES TO START UNLESS EVERY TRADING DAY OF
      *THE MONTH HAD A GOOD NIGHTLY CHAIN, STOPS AT THE FIRST FAILING
      *STEP AND NEVER LEAVES THE MONTH HALF-CLOSED.
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       MOVE SPACES TO WS-ARG-T1 WS-ARG-T2 WS-ARG-T3
       UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
           INTO WS-ARG-T1 WS-ARG-T2 WS-ARG-T3
       END-UNSTRING
       IF FUNCTION UPPER-CASE (WS-ARG-T1) = 'REINICIO'
           CALL 'CBL_DELETE_FILE' USING 'RESTART-CIERRE.txt'
           MOVE 0 TO RETURN-CODE
           DISPLAY "REINICIO FORZADO - TODOS LOS PASOS CORREN"
           MOVE WS-ARG-T2 TO WS-ARG-T1
           MOVE WS-ARG-T3 TO WS-ARG-T2
       END-IF
       MOVE WS-ARG-T1 TO WS-PERIODO
       MOVE WS-ARG-T2 TO WS-OPERADOR
       IF WS-PERIODO (1:4) NOT NUMERIC
           OR WS-PERIODO (5:1) NOT = '-'
           OR WS-PERIODO (6:2) NOT NUMERIC
           OR WS-PERIODO (6:2) < '01' OR WS-PERIODO (6:2) > '12'
           OR WS-OPERADOR = SPACES
           DISPLAY "USO: CIERRE-MES [REINICIO] <YYYY-MM> <OPERADOR>"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       STRING WS-PERIODO '-01' DELIMITED BY SIZE INTO WS-CORTE-MES
       MOVE 'CIERRE-MES' TO BIT-PROGRAMA
       PERFORM GENERAR-BIT-RUN-ID
       MOVE BIT-RUN-ID TO WS-RUN-ID-CIERRE
       MOVE 'INICIO' TO BIT-EVENTO
       MOVE ZEROS TO BIT-LEIDOS BIT-ESCRITOS BIT-RECHAZADOS BIT-RC
       MOVE 'N' TO BIT-CKPT
       PERFORM GRABAR-BITACORA
       PERFORM CARGAR-PASOS-HECHOS
       PERFORM VERIFICAR-CERROJO
       PERFORM VERIFICAR-PERIODO-ABIERTO
       PERFORM CARGAR-LIMITES-CIERRE
       PERFORM VERIFICAR-LOTES-DEL-MES
       IF WS-RST-EXISTE = 'N'
           PERFORM INICIAR-RESTART
       END-IF
       PERFORM EJECUTAR-CONTEO
       IF WS-PASO-OK = 'S'
           PERFORM EJECUTAR-VALORAR
       END-IF
       IF WS-PASO-OK = 'S'
           PERFORM EJECUTAR-ESTADOS
       END-IF
       IF WS-PASO-OK = 'S'
           PERFORM EJECUTAR-TARJETAS
       END-IF
       IF WS-PASO-OK = 'S'
           PERFORM EJECUTAR-PROVEEDORES
       END-IF
       IF WS-PASO-OK = 'S'
           PERFORM EJECUTAR-CERRAR
       END-IF
       IF WS-PASO-OK = 'S'
           PERFORM EJECUTAR-ARCHIVAR
       END-IF
       IF WS-PASO-OK = 'S'
           PERFORM EJECUTAR-RESPALDAR
       END-IF
       IF WS-PASO-OK = 'S'
           PERFORM EJECUTAR-ROTAR
       END-IF
       IF WS-PASO-OK = 'S'
           CALL 'CBL_DELETE_FILE' USING 'RESTART-CIERRE.txt'
           MOVE 0 TO RETURN-CODE
           DISPLAY "CIERRE DE MES " WS-PERIODO " COMPLETADO"
           MOVE 0 TO WS-CHAIN-RC
       ELSE
           IF WS-CERRADO-POR-MI = 'S'
               PERFORM REABRIR-PERIODO
           END-IF
           DISPLAY "CIERRE DE MES " WS-PERIODO " INCOMPLETO - EL "
               "PERIODO QUEDA ABIERTO; CORRIJA Y VUELVA A EJECUTAR "
               "PARA REANUDAR"
           MOVE 8 TO WS-CHAIN-RC
       END-IF
       MOVE 'CIERRE-MES' TO BIT-PROGRAMA
       MOVE WS-RUN-ID-CIERRE TO BIT-RUN-ID
       MOVE 'FIN' TO BIT-EVENTO
       MOVE WS-CHAIN-RC TO BIT-RC
       PERFORM GRABAR-BITACORA
       MOVE WS-CHAIN-RC TO RETURN-CODE
       STOP RUN.

      *A NIGHTLY CHAIN (OR AN ABANDONED ONE) HOLDS THE MASTERS - MONTH
      *END WAITS FOR IT RATHER THAN COUNTING STOCK UNDER ITS FEET.
       VERIFICAR-CERROJO.
       OPEN INPUT CERROJO
       IF WS-CER-STATUS = '00'
           CLOSE CERROJO
           DISPLAY "ERROR: CERROJO-MAESTROS.txt EXISTE - HAY UN LOTE "
               "EN CURSO O UN CERROJO ABANDONADO (MANTENER-MAESTROS "
               "DESBLOQUEAR)"
           PERFORM TERMINAR-SIN-EMPEZAR
       END-IF.

      *A MONTH CLOSED BY HAND, OR BY AN EARLIER RUN THAT FINISHED, IS
      *NOT TOUCHED AGAIN. THE ONLY CLOSED MONTH ACCEPTED IS THE ONE
      *THE RESUMED RUN CLOSED ITSELF BEFORE IT WAS INTERRUPTED.
       VERIFICAR-PERIODO-ABIERTO.
       MOVE 'N' TO WS-YA-CERRADO
       OPEN INPUT PERIODOS-CERRADOS
       IF WS-PCER-STATUS = '00'
           PERFORM UNTIL WS-EOF = 1
               READ PERIODOS-CERRADOS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF FD-PCER-REC (1:7) = WS-PERIODO
                           MOVE 'S' TO WS-YA-CERRADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIODOS-CERRADOS
       END-IF
       MOVE 0 TO WS-EOF
       MOVE 'CERRAR-PERIODO' TO WS-PASO-NOMBRE
       PERFORM BUSCAR-PASO-HECHO
       IF WS-PASO-HECHO = 'S'
           MOVE 'S' TO WS-CERRADO-POR-MI
       END-IF
       IF WS-YA-CERRADO = 'S' AND WS-CERRADO-POR-MI = 'N'
           DISPLAY "ERROR: EL PERIODO " WS-PERIODO " YA ESTA CERRADO"
           PERFORM TERMINAR-SIN-EMPEZAR
       END-IF.

       CARGAR-LIMITES-CIERRE.
       OPEN INPUT LIMITES
       IF WS-LIM-STATUS = '35'
           MOVE 0 TO WS-EOF
       ELSE
           PERFORM UNTIL WS-EOF = 1
               READ LIMITES
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-LIM-CLAVE WS-LIM-VALOR
                       UNSTRING FD-LIM-REC DELIMITED BY ','
                           INTO WS-LIM-CLAVE WS-LIM-VALOR
                       END-UNSTRING
                       IF FUNCTION UPPER-CASE
                           (FUNCTION TRIM (WS-LIM-CLAVE)) =
                           'DIAS-HABILES-SEMANA'
                           AND FUNCTION NUMVAL (WS-LIM-VALOR) >= 1
                           AND FUNCTION NUMVAL (WS-LIM-VALOR) <= 7
                           MOVE FUNCTION NUMVAL (WS-LIM-VALOR)
                               TO LIM-DIAS-HABILES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIMITES
       END-IF
       MOVE 0 TO WS-EOF.

      *EVERY TRADING DAY OF THE MONTH NEEDS A LOTE-DRIVER FIN LINE
      *WITH RC 0 IN BITACORA.txt. A CHAIN THAT ENDS BEFORE 06:00 IS
      *THE PREVIOUS DAY'S NIGHT RUNNING PAST MIDNIGHT. HOLIDAYS FROM
      *FERIADOS.txt AND THE DAYS PAST DIAS-HABILES-SEMANA ARE NOT
      *EXPECTED. THE MISSING DAYS ARE LISTED AND NOTHING RUNS.
       VERIFICAR-LOTES-DEL-MES.
       MOVE SPACES TO WS-DIAS-TABLA
       MOVE WS-PERIODO (1:4) TO WS-FECHA-NUM (1:4)
       MOVE WS-PERIODO (6:2) TO WS-FECHA-NUM (5:2)
       MOVE '01' TO WS-FECHA-NUM (7:2)
       COMPUTE WS-MES-INT = FUNCTION INTEGER-OF-DATE (WS-FECHA-NUM)
       IF WS-FN-MES = 12
           ADD 1 TO WS-FN-ANO
           MOVE 1 TO WS-FN-MES
       ELSE
           ADD 1 TO WS-FN-MES
       END-IF
       COMPUTE WS-ULTIMO-DIA =
           FUNCTION INTEGER-OF-DATE (WS-FECHA-NUM) - WS-MES-INT
       OPEN INPUT FERIADOS
       IF WS-FER-STATUS = '00'
           PERFORM UNTIL WS-EOF = 1
               READ FERIADOS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF FD-FER-REC (1:7) = WS-PERIODO
                           AND FD-FER-REC (9:2) NUMERIC
                           MOVE FD-FER-REC (9:2) TO WS-DIA
                           IF WS-DIA >= 1 AND WS-DIA <= WS-ULTIMO-DIA
                               MOVE 'F' TO WS-DIA-ESTADO (WS-DIA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FERIADOS
       END-IF
       MOVE 0 TO WS-EOF
       OPEN INPUT BITACORA
       IF WS-BIT-STATUS = '00'
           PERFORM UNTIL WS-EOF = 1
               READ BITACORA
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE FD-BIT-REC TO BITACORA-REC
                       PERFORM ACREDITAR-LOTE
               END-READ
           END-PERFORM
           CLOSE BITACORA
       END-IF
       MOVE 0 TO WS-EOF
       MOVE 0 TO WS-FALTANTES
       MOVE SPACES TO WS-LISTA-FALTANTES
       MOVE 1 TO WS-LISTA-PTR
       PERFORM VARYING WS-DIA FROM 1 BY 1
               UNTIL WS-DIA > WS-ULTIMO-DIA
      *INTEGER-OF-DATE DAY 1 (1601-01-01) WAS A MONDAY, SO THE
      *REMAINDER BY 7 IS 0 FOR MONDAY THROUGH 6 FOR SUNDAY.
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD (WS-MES-INT + WS-DIA - 2, 7)
           IF WS-DIA-SEMANA < LIM-DIAS-HABILES
               AND WS-DIA-ESTADO (WS-DIA) = SPACE
               ADD 1 TO WS-FALTANTES
               IF WS-LISTA-PTR < 97
                   STRING WS-DIA ' ' DELIMITED BY SIZE
                       INTO WS-LISTA-FALTANTES
                       WITH POINTER WS-LISTA-PTR
                   END-STRING
               END-IF
           END-IF
       END-PERFORM
       IF WS-FALTANTES > 0
           DISPLAY "ERROR: " WS-FALTANTES " DIAS HABILES DE "
               WS-PERIODO " SIN LOTE NOCTURNO EXITOSO EN BITACORA.txt"
           DISPLAY "DIAS: " FUNCTION TRIM (WS-LISTA-FALTANTES)
           DISPLAY "CORRA LOTE-DRIVER PARA ESOS DIAS O REGISTRELOS EN "
               "FERIADOS.txt"
           PERFORM TERMINAR-SIN-EMPEZAR
       END-IF.

       ACREDITAR-LOTE.
       IF BIT-PROGRAMA = 'LOTE-DRIVER' AND BIT-EVENTO = 'FIN'
           AND BIT-RC NUMERIC AND BIT-RC = 0
           AND BIT-FECHA (1:4) NUMERIC AND BIT-FECHA (6:2) NUMERIC
           AND BIT-FECHA (9:2) NUMERIC
           MOVE BIT-FECHA (1:4) TO WS-FECHA-NUM (1:4)
           MOVE BIT-FECHA (6:2) TO WS-FECHA-NUM (5:2)
           MOVE BIT-FECHA (9:2) TO WS-FECHA-NUM (7:2)
           COMPUTE WS-FECHA-INT =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-NUM)
           IF BIT-HORA < '06:00:00'
               SUBTRACT 1 FROM WS-FECHA-INT
           END-IF
           IF WS-FECHA-INT >= WS-MES-INT
               AND WS-FECHA-INT < WS-MES-INT + WS-ULTIMO-DIA
               COMPUTE WS-DIA = WS-FECHA-INT - WS-MES-INT + 1
               MOVE 'S' TO WS-DIA-ESTADO (WS-DIA)
           END-IF
       END-IF.

      *NOTHING HAS RUN YET - THE REFUSAL IS LOGGED AND THE RESTART
      *FILE (IF ANY) IS LEFT EXACTLY AS IT WAS.
       TERMINAR-SIN-EMPEZAR.
       MOVE 'CIERRE-MES' TO BIT-PROGRAMA
       MOVE WS-RUN-ID-CIERRE TO BIT-RUN-ID
       MOVE 'FIN' TO BIT-EVENTO
       MOVE 8 TO BIT-RC
       PERFORM GRABAR-BITACORA
       MOVE 8 TO RETURN-CODE
       STOP RUN.

      *ONE EJECUTAR-* WRAPPER PER STEP, AS IN LOTE-DRIVER: SKIPS A
      *STEP ALREADY IN THE RESTART FILE, RECORDS IT ON SUCCESS AND
      *LOGS EITHER OUTCOME.
       EJECUTAR-CONTEO.
       MOVE 'CONTEO-FISICO' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
       IF WS-PASO-HECHO = 'N'
           MOVE SPACES TO WS-COMANDO
           STRING './CONTEO-FISICO ' FUNCTION TRIM (WS-OPERADOR)
               ' CIERRE DE MES ' WS-PERIODO
               DELIMITED BY SIZE INTO WS-COMANDO
           PERFORM CORRER-PASO
       END-IF.

       EJECUTAR-VALORAR.
       MOVE 'VALORAR-INVENTARIO' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
       IF WS-PASO-HECHO = 'N'
           MOVE './VALORAR-INVENTARIO' TO WS-COMANDO
           PERFORM CORRER-PASO
       END-IF.

       EJECUTAR-ESTADOS.
       MOVE 'ESTADO-CUENTA' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
       IF WS-PASO-HECHO = 'N'
           MOVE './ESTADO-CUENTA' TO WS-COMANDO
           PERFORM CORRER-PASO
       END-IF.

      *THE CARD LIABILITY AS THE MONTH ENDS - RUN BEFORE THE CLOSE
      *SO THE REPORT AND THE CLOSED PERIOD DESCRIBE THE SAME LEDGER.
       EJECUTAR-TARJETAS.
       MOVE 'TARJETAS-REGALO' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
       IF WS-PASO-HECHO = 'N'
           MOVE SPACES TO WS-COMANDO
           STRING './TARJETAS-REGALO REPORTE ' WS-PERIODO
               DELIMITED BY SIZE INTO WS-COMANDO
           PERFORM CORRER-PASO
       END-IF.

      *THE MONTH'S SUPPLIER SCORECARD, CUT AT ITS LAST DAY.
       EJECUTAR-PROVEEDORES.
       MOVE 'EVALUAR-PROVEEDORES' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
       IF WS-PASO-HECHO = 'N'
           MOVE SPACES TO WS-COMANDO
           STRING './EVALUAR-PROVEEDORES ' WS-PERIODO
               DELIMITED BY SIZE INTO WS-COMANDO
           PERFORM CORRER-PASO
       END-IF.

       EJECUTAR-CERRAR.
       MOVE 'CERRAR-PERIODO' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
       IF WS-PASO-HECHO = 'N'
           MOVE SPACES TO WS-COMANDO
           STRING './CERRAR-PERIODO ' WS-PERIODO
               DELIMITED BY SIZE INTO WS-COMANDO
           PERFORM CORRER-PASO
           IF WS-PASO-OK = 'S'
               MOVE 'S' TO WS-CERRADO-POR-MI
           END-IF
       END-IF.

      *THE ARCHIVE AND LOG CUTS ARE THE FIRST DAY OF THE MONTH BEING
      *CLOSED: EARLIER MONTHS LEAVE THE LIVE FILES, THE CLOSED MONTH
      *STAYS LIVE - SO A RERUN OF CERRAR-PERIODO AFTER A REOPEN STILL
      *FINDS ITS LINES IN VENTAS-YTD.txt AND THIS CHECK STILL FINDS
      *ITS NIGHTS IN BITACORA.txt.
       EJECUTAR-ARCHIVAR.
       MOVE 'ARCHIVAR-YTD' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
       IF WS-PASO-HECHO = 'N'
           MOVE SPACES TO WS-COMANDO
           STRING './ARCHIVAR-YTD ' WS-CORTE-MES
               DELIMITED BY SIZE INTO WS-COMANDO
           PERFORM CORRER-PASO
       END-IF.

       EJECUTAR-RESPALDAR.
       MOVE 'RESPALDAR-MAESTROS' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
       IF WS-PASO-HECHO = 'N'
           MOVE './RESPALDAR-MAESTROS' TO WS-COMANDO
           PERFORM CORRER-PASO
       END-IF.

       EJECUTAR-ROTAR.
       MOVE 'ROTAR-BITACORAS' TO WS-PASO-NOMBRE
       PERFORM VERIFICAR-PASO-HECHO
       IF WS-PASO-HECHO = 'N'
           MOVE SPACES TO WS-COMANDO
           STRING './ROTAR-BITACORAS ' WS-CORTE-MES
               DELIMITED BY SIZE INTO WS-COMANDO
           PERFORM CORRER-PASO
       END-IF.

      *ANY NONZERO RETURN CODE STOPS THE CHAIN, THE LOTE-DRIVER RULE.
      *THE STEP'S LOG LINE CARRIES THE DRIVER'S RUN ID SO
      *REPORTE-BITACORA SHOWS THE STEPS UNDER THEIR MONTH-END RUN.
       CORRER-PASO.
       CALL "SYSTEM" USING WS-COMANDO
       MOVE RETURN-CODE TO BIT-RC
       MOVE 0 TO RETURN-CODE
       IF BIT-RC NOT = 0
           DISPLAY "PASO " FUNCTION TRIM (WS-PASO-NOMBRE)
               " FALLO (RC=" BIT-RC ")"
           MOVE 'N' TO WS-PASO-OK
       END-IF
       MOVE WS-PASO-NOMBRE TO BIT-PROGRAMA
       MOVE WS-RUN-ID-CIERRE TO BIT-RUN-ID
       MOVE 'PASO' TO BIT-EVENTO
       PERFORM GRABAR-BITACORA
       PERFORM REGISTRAR-PASO-SI-OK.

       VERIFICAR-PASO-HECHO.
       PERFORM BUSCAR-PASO-HECHO
       IF WS-PASO-HECHO = 'S'
           DISPLAY "PASO " FUNCTION TRIM (WS-PASO-NOMBRE)
               " YA COMPLETADO - OMITIDO"
           MOVE WS-PASO-NOMBRE TO BIT-PROGRAMA
           MOVE WS-RUN-ID-CIERRE TO BIT-RUN-ID
           MOVE 'OMITE' TO BIT-EVENTO
           MOVE 0 TO BIT-RC
           PERFORM GRABAR-BITACORA
       END-IF.

       BUSCAR-PASO-HECHO.
       MOVE 'N' TO WS-PASO-HECHO
       PERFORM VARYING WS-RST-I FROM 1 BY 1
               UNTIL WS-RST-I > WS-PASOS-HECHOS
           IF PH-NOMBRE (WS-RST-I) = WS-PASO-NOMBRE
               MOVE 'S' TO WS-PASO-HECHO
           END-IF
       END-PERFORM.

       REGISTRAR-PASO-SI-OK.
       IF WS-PASO-OK = 'S'
           OPEN EXTEND RESTART-CIERRE
           IF WS-RST-STATUS = '35'
               OPEN OUTPUT RESTART-CIERRE
           END-IF
           MOVE WS-PASO-NOMBRE TO FD-RST-REC
           WRITE FD-RST-REC
           CLOSE RESTART-CIERRE
       END-IF.

       INICIAR-RESTART.
       OPEN OUTPUT RESTART-CIERRE
       MOVE SPACES TO FD-RST-REC
       STRING 'PERIODO ' WS-PERIODO DELIMITED BY SIZE
           INTO FD-RST-REC
       WRITE FD-RST-REC
       CLOSE RESTART-CIERRE.

      *A RESTART FILE LEFT BY ANOTHER MONTH'S RUN IS NOT RESUMED
      *ONTO THIS ONE - THE OPERATOR FINISHES THAT MONTH OR DISCARDS
      *IT WITH REINICIO.
       CARGAR-PASOS-HECHOS.
       OPEN INPUT RESTART-CIERRE
       IF WS-RST-STATUS = '35'
           MOVE 0 TO WS-EOF
       ELSE
           MOVE 'S' TO WS-RST-EXISTE
           PERFORM UNTIL WS-EOF = 1
               READ RESTART-CIERRE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF FD-RST-REC (1:8) = 'PERIODO '
                           MOVE FD-RST-REC (9:7) TO WS-RST-PERIODO
                       ELSE
                           IF WS-PASOS-HECHOS < 20
                               ADD 1 TO WS-PASOS-HECHOS
                               MOVE FD-RST-REC TO
                                   PH-NOMBRE (WS-PASOS-HECHOS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESTART-CIERRE
           MOVE 0 TO WS-EOF
           IF WS-RST-PERIODO NOT = WS-PERIODO
               DISPLAY "ERROR: RESTART-CIERRE.txt PERTENECE AL PERIODO "
                   WS-RST-PERIODO " - TERMINELO O USE: CIERRE-MES "
                   "REINICIO " WS-PERIODO " <OPERADOR>"
               PERFORM TERMINAR-SIN-EMPEZAR
           END-IF
           DISPLAY "RESTART-CIERRE.txt ENCONTRADO - REANUDANDO EN EL "
               "PRIMER PASO INCOMPLETO"
       END-IF
       MOVE 0 TO WS-EOF.

      *A STEP AFTER THE CLOSE FAILED: THE MONTH'S LINE COMES BACK OUT
      *OF PERIODOS-CERRADOS.txt (SAFE REWRITE), ITS CIERRE-YYYY-MM
      *SUMMARY IS WITHDRAWN AND CERRAR-PERIODO LEAVES THE RESTART
      *FILE, SO THE RESUMED RUN CLOSES THE MONTH AGAIN ONLY WHEN THE
      *REMAINING STEPS CAN FOLLOW IT.
       REABRIR-PERIODO.
       MOVE SPACES TO WS-COMANDO
       STRING "grep -v '^" WS-PERIODO "' PERIODOS-CERRADOS.txt "
           "> PERIODOS-CERRADOS.NUEVO.txt; "
           "mv -f PERIODOS-CERRADOS.NUEVO.txt PERIODOS-CERRADOS.txt; "
           "rm -f CIERRE-" WS-PERIODO ".txt"
           DELIMITED BY SIZE INTO WS-COMANDO
       CALL "SYSTEM" USING WS-COMANDO
       MOVE 0 TO RETURN-CODE
       MOVE SPACES TO WS-COMANDO
       STRING "grep -v '^CERRAR-PERIODO' RESTART-CIERRE.txt "
           "> RESTART-CIERRE.NUEVO.txt; "
           "mv -f RESTART-CIERRE.NUEVO.txt RESTART-CIERRE.txt"
           DELIMITED BY SIZE INTO WS-COMANDO
       CALL "SYSTEM" USING WS-COMANDO
       MOVE 0 TO RETURN-CODE
       DISPLAY "PERIODO " WS-PERIODO " REABIERTO"
       MOVE 'CIERRE-MES' TO BIT-PROGRAMA
       MOVE WS-RUN-ID-CIERRE TO BIT-RUN-ID
       MOVE 'REABRE' TO BIT-EVENTO
       MOVE 0 TO BIT-RC
       PERFORM GRABAR-BITACORA.

       COPY BITACORA-PROC.
