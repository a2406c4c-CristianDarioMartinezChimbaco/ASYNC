      ****************************************************************
      * SEGURIDAD-PROC - SHARED OPERATOR AUTHORIZATION (SEE
      * SEGURIDAD-WS.cpy FOR THE LAYOUTS AND THE FILE CONTRACT).
      * VERIFICAR-AUTORIZACION TAKES THE USER FROM THE OPERADOR
      * ENVIRONMENT VARIABLE, CHECKS IT IS A REGISTERED, ACTIVE
      * OPERATOR WITH A LIVE CONSOLE SESSION HOLDING ONE OF THE ROLES
      * IN WS-SEG-ROLES-REQ, AND SETS WS-SEG-AUTORIZADO. A REFUSAL IS
      * DISPLAYED AND LOGGED TO SEGURIDAD.txt HERE; WHAT TO DO ABOUT
      * IT (STOP, RC 8) IS THE HOST'S CALL.
      ****************************************************************
       VERIFICAR-AUTORIZACION.
       MOVE 'S' TO WS-SEG-AUTORIZADO
       MOVE SPACES TO WS-SEG-USUARIO WS-SEG-TOKEN-TXT WS-SEG-MOTIVO
       ACCEPT WS-SEG-USUARIO FROM ENVIRONMENT 'OPERADOR'
       ACCEPT WS-SEG-TOKEN-TXT FROM ENVIRONMENT 'OPERADOR_SESION'
       MOVE FUNCTION UPPER-CASE (WS-SEG-USUARIO) TO WS-SEG-USUARIO
       PERFORM BUSCAR-OPERADOR
       IF WS-SEG-CON-MAESTRO = 'S'
           IF WS-SEG-ENCONTRADO = 'N' OR OPR-ACTIVO NOT = 'S'
               MOVE 'N' TO WS-SEG-AUTORIZADO
               MOVE 'OPERADOR NO REGISTRADO O INACTIVO'
                   TO WS-SEG-MOTIVO
           ELSE
               PERFORM VERIFICAR-SESION
               IF WS-SEG-SESION-OK = 'N'
                   MOVE 'N' TO WS-SEG-AUTORIZADO
                   MOVE 'SIN SESION VALIDA (USE CONSOLA-OPERADOR)'
                       TO WS-SEG-MOTIVO
               ELSE
                   PERFORM TIENE-ROL
                   IF WS-SEG-AUTORIZADO = 'N'
                       STRING 'ROL INSUFICIENTE (REQUIERE '
                           FUNCTION TRIM (WS-SEG-ROLES-REQ)
                           ', TIENE ' FUNCTION TRIM (OPR-ROLES) ')'
                           DELIMITED BY SIZE INTO WS-SEG-MOTIVO
                   END-IF
               END-IF
           END-IF
       END-IF
       IF WS-SEG-AUTORIZADO = 'N'
           DISPLAY "ERROR: ACCESO DENEGADO A "
               FUNCTION TRIM (WS-SEG-USUARIO) " - "
               FUNCTION TRIM (WS-SEG-MOTIVO)
           DISPLAY "       ACCION: " FUNCTION TRIM (WS-SEG-ACCION)
           MOVE 'RECHAZO' TO WS-SEG-EVENTO
           MOVE SPACES TO WS-SEG-DETALLE
           STRING FUNCTION TRIM (WS-SEG-ACCION) ' / '
               FUNCTION TRIM (WS-SEG-MOTIVO)
               DELIMITED BY SIZE INTO WS-SEG-DETALLE
           PERFORM REGISTRAR-SEGURIDAD
       END-IF.

      *LEAVES THE MATCHING LINE IN OPERADOR-LINEA. A MISSING MASTER
      *IS NOT AN ERROR - IT IS HOW AN INSTALL WITHOUT OPERATORS
      *KEEPS RUNNING (WS-SEG-CON-MAESTRO STAYS 'N').
       BUSCAR-OPERADOR.
       MOVE 'N' TO WS-SEG-ENCONTRADO
       MOVE 'N' TO WS-SEG-CON-MAESTRO
       OPEN INPUT OPERADORES
       IF WS-OPR-STATUS = '00'
           MOVE 'S' TO WS-SEG-CON-MAESTRO
           PERFORM UNTIL WS-OPR-EOF = 1 OR WS-SEG-ENCONTRADO = 'S'
               READ OPERADORES
                   AT END
                       MOVE 1 TO WS-OPR-EOF
                   NOT AT END
                       IF FD-OPR-REC (1:10) = WS-SEG-USUARIO
                           AND WS-SEG-USUARIO NOT = SPACES
                           MOVE FD-OPR-REC TO OPERADOR-LINEA
                           MOVE 'S' TO WS-SEG-ENCONTRADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERADORES
       END-IF
       MOVE 0 TO WS-OPR-EOF.

      *ADMINISTRADOR PASSES EVERY CHECK; OTHERWISE ANY ONE OF THE
      *OPERATOR'S LETTERS APPEARING IN WS-SEG-ROLES-REQ IS ENOUGH.
       TIENE-ROL.
       MOVE 'N' TO WS-SEG-AUTORIZADO
       PERFORM VARYING WS-SEG-I FROM 1 BY 1 UNTIL WS-SEG-I > 4
           IF OPR-ROLES (WS-SEG-I:1) NOT = SPACE
               MOVE 0 TO WS-SEG-J
               INSPECT WS-SEG-ROLES-REQ TALLYING WS-SEG-J
                   FOR ALL OPR-ROLES (WS-SEG-I:1)
               IF WS-SEG-J > 0 OR OPR-ROLES (WS-SEG-I:1) = 'A'
                   MOVE 'S' TO WS-SEG-AUTORIZADO
               END-IF
           END-IF
       END-PERFORM.

      *THE TOKEN MUST BELONG TO THIS USER AND BE YOUNGER THAN
      *WS-SES-HORAS-MAX - MINUTES ARE COUNTED FROM DAY NUMBERS SO A
      *SESSION OPENED BEFORE MIDNIGHT AGES CORRECTLY.
       VERIFICAR-SESION.
       MOVE 'N' TO WS-SEG-SESION-OK
       IF WS-SEG-TOKEN-TXT NOT = SPACES
           MOVE FUNCTION CURRENT-DATE TO WS-SEG-AHORA
           MOVE WS-SEG-AHORA (1:8) TO WS-SEG-FECHA-NUM
           COMPUTE WS-SEG-MIN-AHORA =
               FUNCTION INTEGER-OF-DATE (WS-SEG-FECHA-NUM) * 1440
               + FUNCTION NUMVAL (WS-SEG-AHORA (9:2)) * 60
               + FUNCTION NUMVAL (WS-SEG-AHORA (11:2))
           OPEN INPUT SESIONES
           IF WS-SES-STATUS = '00'
               PERFORM UNTIL WS-SES-EOF = 1
                   OR WS-SEG-SESION-OK = 'S'
                   READ SESIONES
                       AT END
                           MOVE 1 TO WS-SES-EOF
                       NOT AT END
                           MOVE FD-SES-REC TO SESION-LINEA
                           IF SES-USUARIO = WS-SEG-USUARIO
                               AND FD-SES-REC (12:10) =
                                   WS-SEG-TOKEN-TXT
                               PERFORM EDAD-SESION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESIONES
           END-IF
           MOVE 0 TO WS-SES-EOF
       END-IF.

       EDAD-SESION.
       IF SES-FECHA (1:4) NUMERIC AND SES-FECHA (6:2) NUMERIC
           AND SES-FECHA (9:2) NUMERIC AND SES-HORA (1:2) NUMERIC
           AND SES-HORA (4:2) NUMERIC
           STRING SES-FECHA (1:4) SES-FECHA (6:2) SES-FECHA (9:2)
               DELIMITED BY SIZE INTO WS-SEG-FECHA-TXT
           COMPUTE WS-SEG-MIN-SESION =
               FUNCTION INTEGER-OF-DATE (WS-SEG-FECHA-NUM) * 1440
               + FUNCTION NUMVAL (SES-HORA (1:2)) * 60
               + FUNCTION NUMVAL (SES-HORA (4:2))
           IF WS-SEG-MIN-AHORA >= WS-SEG-MIN-SESION
               AND WS-SEG-MIN-AHORA - WS-SEG-MIN-SESION <=
                   WS-SES-HORAS-MAX * 60
               MOVE 'S' TO WS-SEG-SESION-OK
           END-IF
       END-IF.

      *ID+PASSWORD THROUGH A MULTIPLY-AND-ADD HASH MODULO A PRIME -
      *THE USER ID IS MIXED IN SO TWO OPERATORS WITH THE SAME
      *PASSWORD DO NOT SHOW THE SAME HASH IN OPERADORES.txt.
       CALCULAR-HASH-CLAVE.
       MOVE SPACES TO WS-SEG-HASH-TXT
       STRING WS-SEG-USUARIO WS-SEG-CLAVE
           DELIMITED BY SIZE INTO WS-SEG-HASH-TXT
       MOVE 5381 TO WS-SEG-HASH
       PERFORM VARYING WS-SEG-I FROM 1 BY 1 UNTIL WS-SEG-I > 30
           COMPUTE WS-SEG-HASH = FUNCTION MOD (WS-SEG-HASH * 33
               + FUNCTION ORD (WS-SEG-HASH-TXT (WS-SEG-I:1)),
               4294967291)
       END-PERFORM.

      *APPEND-ONLY, CREATED ON FIRST USE. THE HOST SETS
      *WS-SEG-EVENTO AND WS-SEG-DETALLE; WHO AND WHERE COME FROM
      *WS-SEG-USUARIO AND WS-SEG-PROGRAMA.
       REGISTRAR-SEGURIDAD.
       MOVE FUNCTION CURRENT-DATE TO WS-SEG-AHORA
       MOVE SPACES TO SEG-FECHA SEG-HORA
       STRING WS-SEG-AHORA (1:4) '-' WS-SEG-AHORA (5:2) '-'
           WS-SEG-AHORA (7:2) DELIMITED BY SIZE INTO SEG-FECHA
       STRING WS-SEG-AHORA (9:2) ':' WS-SEG-AHORA (11:2) ':'
           WS-SEG-AHORA (13:2) DELIMITED BY SIZE INTO SEG-HORA
       MOVE WS-SEG-PROGRAMA TO SEG-PROGRAMA
       IF WS-SEG-USUARIO = SPACES
           MOVE '(NINGUNO)' TO SEG-USUARIO
       ELSE
           MOVE WS-SEG-USUARIO TO SEG-USUARIO
       END-IF
       MOVE WS-SEG-EVENTO TO SEG-EVENTO
       MOVE WS-SEG-DETALLE TO SEG-DETALLE
       OPEN EXTEND SEGURIDAD
       IF WS-SEG-STATUS = '35'
           OPEN OUTPUT SEGURIDAD
       END-IF
       MOVE SEGURIDAD-LINEA TO FD-SEG-REC
       WRITE FD-SEG-REC
       CLOSE SEGURIDAD.
