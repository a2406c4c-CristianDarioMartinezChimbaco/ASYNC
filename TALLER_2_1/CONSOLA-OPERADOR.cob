       PROGRAM-ID. CONSOLA-OPERADOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPERADORES ASSIGN TO 'OPERADORES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPR-STATUS.
       SELECT SESIONES ASSIGN TO 'SESIONES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SES-STATUS.
       SELECT SEGURIDAD ASSIGN TO 'SEGURIDAD.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEG-STATUS.

       DATA DIVISION.

      ****************************************************************
      * FD SECTION
      ****************************************************************
       FILE SECTION.
      * OPERATOR MASTER, OPEN SIGN-ONS AND SECURITY LOG - SEE
      * SEGURIDAD-WS.cpy. THE CONSOLE IS THE ONLY PLACE A SESSION IS
      * OPENED OR CLOSED.
       FD  OPERADORES.
           01  FD-OPR-REC          PIC X(50).
       FD  SESIONES.
           01  FD-SES-REC          PIC X(50).
       FD  SEGURIDAD.
           01  FD-SEG-REC          PIC X(132).

      ****************************************************************
      * WS SECTION
      ****************************************************************
       01  WS-CONTENIDO            PIC X(60).
       01  WS-NUM-VALIDO           PIC X(01) VALUE 'S'.
       01  WS-NUM-PRUEBA           PIC 9(10) VALUE ZEROS.
      *SIGN-ON STATE - WS-CONECTADO STAYS 'N' ON AN INSTALL WITHOUT
      *OPERADORES.txt, WHERE THE CONSOLE RUNS UNCHECKED AS BEFORE.
       01  WS-CONECTADO            PIC X(01) VALUE 'N'.
       01  WS-INTENTOS             PIC 9(01) VALUE ZEROS.
       01  WS-MAX-INTENTOS         PIC 9(01) VALUE 3.
       01  WS-TOKEN                PIC 9(10) VALUE ZEROS.
       01  WS-SEMILLA-TOKEN        PIC 9(08) VALUE ZEROS.
       01  WS-PERIODO              PIC X(10).
       01  WS-DECISOR              PIC X(10).
       01  WS-CLAVE-NUEVA          PIC X(20).
       01  WS-CLAVE-REPITE         PIC X(20).

       COPY SEGURIDAD-WS.

       PROCEDURE DIVISION.
       MOVE 'CONSOLA-OPERADOR' TO WS-SEG-PROGRAMA
       PERFORM INGRESAR-OPERADOR
       PERFORM UNTIL WS-SALIR = 'S'
           PERFORM MOSTRAR-MENU
           ACCEPT WS-OPCION
                   PERFORM OPCION-MAESTROS
               WHEN '4'
                   PERFORM OPCION-RECONCILIAR
               WHEN '5'
                   PERFORM OPCION-CIERRE-MES
               WHEN '6'
                   PERFORM OPCION-RESTAURAR
               WHEN '7'
                   PERFORM OPCION-CAMBIAR-CLAVE
               WHEN '0'
                   MOVE 'S' TO WS-SALIR
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA: " WS-OPCION
           END-EVALUATE
       END-PERFORM
       PERFORM CERRAR-SESION
       DISPLAY "CONSOLA TERMINADA"
       STOP RUN.

      *NO MENU UNTIL THE OPERATOR HAS PROVED WHO THEY ARE. THE
      *SCREEN NEVER SAYS WHETHER THE ID OR THE PASSWORD WAS WRONG;
      *SEGURIDAD.txt DOES, FOR THE AUDITORS.
       INGRESAR-OPERADOR.
       MOVE SPACES TO WS-SEG-USUARIO
       PERFORM BUSCAR-OPERADOR
       IF WS-SEG-CON-MAESTRO = 'N'
           DISPLAY "AVISO: NO EXISTE OPERADORES.txt - CONSOLA SIN "
               "CONTROL DE ACCESO"
           DISPLAY "       REGISTRE UN ADMINISTRADOR CON "
               "MANTENER-MAESTROS OPERADORES ALTA"
       ELSE
           PERFORM UNTIL WS-CONECTADO = 'S'
                   OR WS-INTENTOS >= WS-MAX-INTENTOS
               PERFORM PEDIR-CREDENCIALES
           END-PERFORM
           IF WS-CONECTADO = 'N'
               DISPLAY "DEMASIADOS INTENTOS FALLIDOS - CONSOLA "
                   "CERRADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRIR-SESION
       END-IF.

       PEDIR-CREDENCIALES.
       ADD 1 TO WS-INTENTOS
       DISPLAY "USUARIO: " WITH NO ADVANCING
       ACCEPT WS-SEG-USUARIO
       MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-SEG-USUARIO))
           TO WS-SEG-USUARIO
       DISPLAY "CLAVE: " WITH NO ADVANCING
       ACCEPT WS-SEG-CLAVE
       PERFORM BUSCAR-OPERADOR
       MOVE SPACES TO WS-SEG-MOTIVO
       EVALUATE TRUE
           WHEN WS-SEG-ENCONTRADO = 'N'
               MOVE 'USUARIO DESCONOCIDO' TO WS-SEG-MOTIVO
           WHEN OPR-ACTIVO NOT = 'S'
               MOVE 'OPERADOR INACTIVO' TO WS-SEG-MOTIVO
           WHEN OTHER
               PERFORM CALCULAR-HASH-CLAVE
               IF WS-SEG-HASH = OPR-HASH
                   MOVE 'S' TO WS-CONECTADO
               ELSE
                   MOVE 'CLAVE INCORRECTA' TO WS-SEG-MOTIVO
               END-IF
       END-EVALUATE
       MOVE SPACES TO WS-SEG-CLAVE
       IF WS-CONECTADO = 'N'
           DISPLAY "USUARIO O CLAVE INVALIDOS (INTENTO "
               WS-INTENTOS " DE " WS-MAX-INTENTOS ")"
           MOVE 'FALLO' TO WS-SEG-EVENTO
           MOVE SPACES TO WS-SEG-DETALLE
           STRING 'INGRESO FALLIDO - ' FUNCTION TRIM (WS-SEG-MOTIVO)
               DELIMITED BY SIZE INTO WS-SEG-DETALLE
           PERFORM REGISTRAR-SEGURIDAD
       END-IF.

      *THE TOKEN IS WHAT LETS THE PROGRAMS RUN FROM THIS CONSOLE
      *BELIEVE THE OPERADOR VARIABLE - BOTH ARE EXPORTED TO EVERY
      *CALL "SYSTEM" BELOW.
       ABRIR-SESION.
       MOVE FUNCTION CURRENT-DATE TO WS-SEG-AHORA
       MOVE WS-SEG-AHORA (9:8) TO WS-SEMILLA-TOKEN
       COMPUTE WS-TOKEN =
           FUNCTION RANDOM (WS-SEMILLA-TOKEN) * 9999999999
       MOVE WS-TOKEN TO WS-SEG-TOKEN-TXT
       MOVE SPACES TO SESION-LINEA
       MOVE WS-SEG-USUARIO TO SES-USUARIO
       MOVE WS-TOKEN TO SES-TOKEN
       STRING WS-SEG-AHORA (1:4) '-' WS-SEG-AHORA (5:2) '-'
           WS-SEG-AHORA (7:2) DELIMITED BY SIZE INTO SES-FECHA
       STRING WS-SEG-AHORA (9:2) ':' WS-SEG-AHORA (11:2) ':'
           WS-SEG-AHORA (13:2) DELIMITED BY SIZE INTO SES-HORA
       OPEN EXTEND SESIONES
       IF WS-SES-STATUS = '35'
           OPEN OUTPUT SESIONES
       END-IF
       MOVE SESION-LINEA TO FD-SES-REC
       WRITE FD-SES-REC
       CLOSE SESIONES
       DISPLAY 'OPERADOR' UPON ENVIRONMENT-NAME
       DISPLAY WS-SEG-USUARIO UPON ENVIRONMENT-VALUE
       DISPLAY 'OPERADOR_SESION' UPON ENVIRONMENT-NAME
       DISPLAY WS-SEG-TOKEN-TXT UPON ENVIRONMENT-VALUE
       MOVE 'INGRESO' TO WS-SEG-EVENTO
       MOVE SPACES TO WS-SEG-DETALLE
       STRING 'SESION ABIERTA - ROLES ' FUNCTION TRIM (OPR-ROLES)
           DELIMITED BY SIZE INTO WS-SEG-DETALLE
       PERFORM REGISTRAR-SEGURIDAD
       DISPLAY "BIENVENIDO " FUNCTION TRIM (WS-SEG-USUARIO).

      *THE SESSION LINE GOES AWAY WITH THE CONSOLE, SO THE TOKEN
      *STOPS WORKING THE MOMENT THE OPERATOR SIGNS OFF.
       CERRAR-SESION.
       IF WS-CONECTADO = 'S'
           MOVE SPACES TO WS-COMANDO
           STRING "grep -v ' " WS-SEG-TOKEN-TXT " ' SESIONES.txt "
               "> SESIONES.NUEVO.txt; "
               "mv -f SESIONES.NUEVO.txt SESIONES.txt"
               DELIMITED BY SIZE INTO WS-COMANDO
           CALL "SYSTEM" USING WS-COMANDO
           MOVE 0 TO RETURN-CODE
           MOVE 'SALIDA' TO WS-SEG-EVENTO
           MOVE 'SESION CERRADA' TO WS-SEG-DETALLE
           PERFORM REGISTRAR-SEGURIDAD
       END-IF.

       MOSTRAR-MENU.
       DISPLAY " "
       DISPLAY "========== CONSOLA DEL OPERADOR =========="
       IF WS-CONECTADO = 'S'
           DISPLAY "OPERADOR: " FUNCTION TRIM (WS-SEG-USUARIO)
               " (ROLES " FUNCTION TRIM (OPR-ROLES) ")"
       END-IF
       DISPLAY "ULTIMO PASO: " FUNCTION TRIM (WS-ULTIMO-PASO)
           " (RC=" WS-ULTIMO-RC ")"
       DISPLAY "1. CORRER LOTE COMPLETO (LOTE-DRIVER)"
       DISPLAY "2. CONSULTA DE CLIENTE"
       DISPLAY "3. MANTENIMIENTO DE MAESTROS"
       DISPLAY "4. RECONCILIAR REPORTES"
       DISPLAY "5. CIERRE DE MES (CIERRE-MES)"
       DISPLAY "6. RESTAURAR MAESTROS"
       DISPLAY "7. CAMBIAR MI CLAVE"
       DISPLAY "0. SALIR"
       DISPLAY "OPCION: " WITH NO ADVANCING.

       END-IF.

       OPCION-MAESTROS-OPERACION.
       IF WS-ARCHIVO = 'PRECIOS'
           DISPLAY "OPERACION (ALTA/CAMBIO/BAJA/APROBAR/RECHAZAR/"
               "PENDIENTES): " WITH NO ADVANCING
       ELSE
           DISPLAY "OPERACION (ALTA/CAMBIO/BAJA): "
               WITH NO ADVANCING
       END-IF
       ACCEPT WS-OPERACION
       MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-OPERACION))
           TO WS-OPERACION
                           WS-ULTIMO-PASO
                   END-IF
               END-IF
      *PRICE DECISIONS ARE TAKEN IN THE SIGNED-ON OPERATOR'S NAME -
      *MANTENER-MAESTROS REFUSES ANY OTHER.
           WHEN 'APROBAR'
           WHEN 'RECHAZAR'
               IF WS-ARCHIVO NOT = 'PRECIOS'
                   DISPLAY "OPERACION SOLO VALIDA PARA PRECIOS"
                   MOVE 'MAESTROS CANCELADO (OPERACION INVALIDA)'
                       TO WS-ULTIMO-PASO
               ELSE
                   PERFORM PEDIR-LINEA
                   IF WS-NUM-VALIDO = 'S'
                       PERFORM PEDIR-DECISOR
                       MOVE SPACES TO WS-COMANDO
                       STRING "./MANTENER-MAESTROS PRECIOS "
                           WS-OPERACION " " WS-LINEA " " WS-DECISOR
                           DELIMITED BY SIZE INTO WS-COMANDO
                       MOVE 'PRECIOS DECISION' TO WS-ULTIMO-PASO
                       PERFORM EJECUTAR-COMANDO
                   END-IF
               END-IF
           WHEN 'PENDIENTES'
               MOVE "./MANTENER-MAESTROS PRECIOS PENDIENTES"
                   TO WS-COMANDO
               MOVE 'PRECIOS PENDIENTES' TO WS-ULTIMO-PASO
               PERFORM EJECUTAR-COMANDO
           WHEN OTHER
               DISPLAY "OPERACION DESCONOCIDA: " WS-OPERACION
               MOVE 'MAESTROS CANCELADO (OPERACION INVALIDA)' TO
       MOVE "./RECONCILIAR-REPORTES" TO WS-COMANDO
       MOVE 'RECONCILIACION' TO WS-ULTIMO-PASO
       PERFORM EJECUTAR-COMANDO.

       PEDIR-DECISOR.
       IF WS-CONECTADO = 'S'
           MOVE WS-SEG-USUARIO TO WS-DECISOR
       ELSE
           DISPLAY "OPERADOR QUE DECIDE: " WITH NO ADVANCING
           ACCEPT WS-DECISOR
       END-IF.

      *THE CLOSE RUNS THE COUNT, VALUATION AND STATEMENTS BEFORE IT
      *REACHES CERRAR-PERIODO, SO A NON-FINANCE OPERATOR IS TURNED
      *AWAY HERE RATHER THAN HALFWAY THROUGH THE CHAIN.
       OPCION-CIERRE-MES.
       IF WS-CONECTADO = 'S'
           MOVE 'F' TO WS-SEG-ROLES-REQ
           PERFORM TIENE-ROL
       ELSE
           MOVE 'S' TO WS-SEG-AUTORIZADO
       END-IF
       IF WS-SEG-AUTORIZADO = 'N'
           DISPLAY "ACCESO DENEGADO - EL CIERRE DE MES REQUIERE ROL "
               "DE FINANZAS"
           MOVE 'RECHAZO' TO WS-SEG-EVENTO
           MOVE 'CIERRE DE MES / ROL INSUFICIENTE (REQUIERE F)'
               TO WS-SEG-DETALLE
           PERFORM REGISTRAR-SEGURIDAD
           MOVE 'CIERRE CANCELADO (SIN AUTORIZACION)' TO
               WS-ULTIMO-PASO
       ELSE
           DISPLAY "PERIODO A CERRAR YYYY-MM: " WITH NO ADVANCING
           ACCEPT WS-PERIODO
           IF WS-PERIODO (1:4) NOT NUMERIC
               OR WS-PERIODO (5:1) NOT = '-'
               OR WS-PERIODO (6:2) NOT NUMERIC
               DISPLAY "PERIODO DEBE SER YYYY-MM"
               MOVE 'CIERRE CANCELADO (PERIODO INVALIDO)' TO
                   WS-ULTIMO-PASO
           ELSE
               PERFORM PEDIR-DECISOR
               MOVE SPACES TO WS-COMANDO
               STRING "./CIERRE-MES " WS-PERIODO (1:7) " "
                   WS-DECISOR DELIMITED BY SIZE INTO WS-COMANDO
               MOVE 'CIERRE DE MES' TO WS-ULTIMO-PASO
               PERFORM EJECUTAR-COMANDO
           END-IF
       END-IF.

       OPCION-RESTAURAR.
       DISPLAY "GENERACION DE RESPALDO A RESTAURAR: "
           WITH NO ADVANCING
       ACCEPT WS-LINEA
       MOVE WS-LINEA TO WS-RESPUESTA
       PERFORM VALIDAR-NUMERO
       IF WS-LINEA = SPACES OR WS-NUM-VALIDO = 'N'
           DISPLAY "GENERACION OBLIGATORIA Y NUMERICA"
           MOVE 'RESTAURACION CANCELADA (GENERACION INVALIDA)' TO
               WS-ULTIMO-PASO
       ELSE
           DISPLAY "CONFIRMA RESTAURAR TODOS LOS MAESTROS DESDE LA "
               "GENERACION " FUNCTION TRIM (WS-LINEA) " (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-RESPUESTA
           IF FUNCTION UPPER-CASE (FUNCTION TRIM (WS-RESPUESTA))
               = 'S'
               MOVE SPACES TO WS-COMANDO
               STRING "./RESTAURAR-MAESTROS " WS-LINEA
                   DELIMITED BY SIZE INTO WS-COMANDO
               MOVE 'RESTAURAR MAESTROS' TO WS-ULTIMO-PASO
               PERFORM EJECUTAR-COMANDO
           ELSE
               DISPLAY "RESTAURACION NO CONFIRMADA - SIN CAMBIOS"
               MOVE 'RESTAURACION CANCELADA' TO WS-ULTIMO-PASO
           END-IF
       END-IF.

      *THE NEW PASSWORD TRAVELS ON THE COMMAND LINE, SO THIS ONE
      *COMMAND IS RUN WITHOUT THE USUAL "EJECUTANDO:" ECHO.
       OPCION-CAMBIAR-CLAVE.
       IF WS-CONECTADO = 'N'
           DISPLAY "SIN SESION - NO HAY CLAVE QUE CAMBIAR"
       ELSE
           DISPLAY "CLAVE ACTUAL: " WITH NO ADVANCING
           ACCEPT WS-SEG-CLAVE
           PERFORM BUSCAR-OPERADOR
           PERFORM CALCULAR-HASH-CLAVE
           MOVE SPACES TO WS-SEG-CLAVE
           IF WS-SEG-HASH NOT = OPR-HASH
               DISPLAY "CLAVE ACTUAL INCORRECTA"
               MOVE 'RECHAZO' TO WS-SEG-EVENTO
               MOVE 'CAMBIO DE CLAVE / CLAVE ACTUAL INCORRECTA'
                   TO WS-SEG-DETALLE
               PERFORM REGISTRAR-SEGURIDAD
               MOVE 'CAMBIO DE CLAVE CANCELADO' TO WS-ULTIMO-PASO
           ELSE
               DISPLAY "CLAVE NUEVA: " WITH NO ADVANCING
               ACCEPT WS-CLAVE-NUEVA
               DISPLAY "REPITA LA CLAVE NUEVA: " WITH NO ADVANCING
               ACCEPT WS-CLAVE-REPITE
               IF WS-CLAVE-NUEVA = SPACES
                   OR WS-CLAVE-NUEVA NOT = WS-CLAVE-REPITE
                   DISPLAY "LAS CLAVES NO COINCIDEN O ESTAN VACIAS"
                   MOVE 'CAMBIO DE CLAVE CANCELADO' TO
                       WS-ULTIMO-PASO
               ELSE
                   MOVE SPACES TO WS-COMANDO
                   STRING "./MANTENER-MAESTROS OPERADORES CLAVE "
                       FUNCTION TRIM (WS-SEG-USUARIO) " "
                       FUNCTION TRIM (WS-CLAVE-NUEVA)
                       DELIMITED BY SIZE INTO WS-COMANDO
                   CALL "SYSTEM" USING WS-COMANDO
                   MOVE RETURN-CODE TO WS-ULTIMO-RC
                   MOVE 0 TO RETURN-CODE
                   MOVE SPACES TO WS-COMANDO WS-CLAVE-NUEVA
                       WS-CLAVE-REPITE
                   MOVE 'CAMBIO DE CLAVE' TO WS-ULTIMO-PASO
               END-IF
           END-IF
       END-IF.

       COPY SEGURIDAD-PROC.
