       SELECT CUENTAS-GL ASSIGN TO 'CUENTAS-GL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTA-STATUS.
       SELECT PRESUPUESTOS ASSIGN TO 'presupuestos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PSP-STATUS.
       SELECT RANGOS ASSIGN TO 'RANGOS-FE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RNG-STATUS.
       SELECT MAESTRO-NUEVO ASSIGN TO 'MAESTRO.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CERROJO ASSIGN TO 'CERROJO-MAESTROS.txt'
       SELECT AUDITORIA ASSIGN TO 'AUDIT-PRECIOS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
       SELECT APROBACIONES ASSIGN TO 'APROBACION-CREDITO.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APR-STATUS.
       SELECT APROBACIONES-NUEVO ASSIGN TO 'APROBACION.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PROPUESTAS ASSIGN TO 'TRASLADOS-PROPUESTOS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRP-STATUS.
       SELECT PROPUESTAS-NUEVO ASSIGN TO 'PROPUESTAS.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPERADORES ASSIGN TO 'OPERADORES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPR-STATUS.
       SELECT OPERADORES-NUEVO ASSIGN TO 'OPERADORES.NUEVO.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SESIONES ASSIGN TO 'SESIONES.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SES-STATUS.
       SELECT SEGURIDAD ASSIGN TO 'SEGURIDAD.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEG-STATUS.
       SELECT DIARIO ASSIGN TO 'DIARIO-MAESTROS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIA-STATUS.

       DATA DIVISION.

           01  PRECIOS-REC         PIC X(50).

      * BRANCH MASTER, CODIGO,NOMBRE PER LINE - CREAR-DATOS DRAWS A
      * RANDOM BRANCH FROM IT PER DET LINE. OPTIONAL MONEDA, THEN
      * OPTIONAL ABRE,CIERRA TRADING HOURS (HH:MM).
       FD  SUCURSALES.
           01  SUCURSALES-REC      PIC X(50).


      * LOYALTY MULTIPLIERS, CATEGORIA,FACTOR PER LINE - READ BY
      * PUNTOS-LEALTAD; CATEGORIES WITHOUT A LINE EARN AT FACTOR 1.
      * SEG-xxx,FACTOR LINES SET THE MULTIPLIER PER RFM SEGMENT
      * (CAM, LEA, OCA, RIE, PER, SIN - SEE SEGMENTAR-CLIENTES).
       FD  FACTORES.
           01  FACTORES-REC        PIC X(30).

       FD  INVENTARIO.
           01  INVENTARIO-REC      PIC X(40).

      * SUPPLIER MASTER, CODIGO,NOMBRE,CONTACTO[,DIAS-ENTREGA] PER
      * LINE - REFERENCED BY PRD-PROVEEDOR ON THE PRODUCT MASTER AND
      * READ BY REPORTE-PROVEEDORES TO BREAK REPLENISHMENT OUT PER
      * VENDOR. DIAS-ENTREGA IS THE LEAD TIME AGREED WITH THE
      * SUPPLIER, WHAT EVALUAR-PROVEEDORES MEASURES DELIVERIES
      * AGAINST.
       FD  PROVEEDORES.
           01  PROVEEDORES-REC     PIC X(50).

       FD  CUENTAS-GL.
           01  CUENTAS-GL-REC      PIC X(40).

      * SALES BUDGET MASTER, PERIODO,SUCURSAL,CATEGORIA,IMPORTE PER
      * LINE (PERIODO IS YYYY-MM, IMPORTE THE NET REVENUE TARGET IN
      * THE REPORTING CURRENCY) - READ BY PRESUPUESTO-VENTAS. ONE
      * LINE PER PERIOD, BRANCH AND CATEGORY.
       FD  PRESUPUESTOS.
           01  PRESUPUESTOS-REC    PIC X(50).

      * AUTHORIZED E-INVOICE NUMBERING RANGES, ONE LINE PER DIAN
      * RESOLUTION: SUCURSAL,PREFIJO,DESDE,HASTA,VIGENTE-DESDE,
      * VIGENTE-HASTA (DATES YYYY-MM-DD) - READ BY
      * FACTURAR-ELECTRONICA. A BRANCH MAY HOLD SEVERAL LINES; THE
      * ONE IN FORCE ON THE INVOICE DATE IS USED.
       FD  RANGOS.
           01  RANGOS-REC          PIC X(50).

      * SHARED SCRATCH FILE FOR EVERY FULL REWRITE THIS PROGRAM DOES:
      * THE NEW CONTENT IS WRITTEN HERE COMPLETELY AND ONLY THEN
      * RENAMED OVER THE REAL MASTER, SO A CRASH OR FULL DISK
       FD  CERROJO.
           01  FD-CER-REC          PIC X(40).
       FD  PENDIENTES.
           01  FD-PEN-REC          PIC X(211).

      * MAKER/CHECKER QUEUE FOR PRICE CHANGES: EVERY PRECIOS
      * ALTA/CAMBIO/BAJA LANDS HERE IN ESTADO 'P' (PENDIENTE) WITH
       FD  AUDITORIA.
           01  FD-AUD-REC          PIC X(165).

      * CREDIT APPROVAL QUEUE FED BY POSTEAR-VENTAS (SEE
      * WS-APROBACION.cpy) - DECIDED HERE, FULL SAFE REWRITE.
       FD  APROBACIONES.
           01  FD-APR-REC          PIC X(270).
       FD  APROBACIONES-NUEVO.
           01  FD-APRN-REC         PIC X(270).

      * INTER-BRANCH REBALANCING QUEUE FED BY PROPONER-TRASLADOS (SEE
      * WS-TRASLADO-PROP.cpy) - DECIDED HERE, FULL SAFE REWRITE.
       FD  PROPUESTAS.
           01  FD-PRP-REC          PIC X(100).
       FD  PROPUESTAS-NUEVO.
           01  FD-PRPN-REC         PIC X(100).

      * OPERATOR MASTER (MAINTAINED HERE, FULL SAFE REWRITE), OPEN
      * CONSOLE SIGN-ONS AND THE SECURITY LOG - SEE SEGURIDAD-WS.cpy.
       FD  OPERADORES.
           01  FD-OPR-REC          PIC X(50).
       FD  OPERADORES-NUEVO.
           01  FD-OPRN-REC         PIC X(50).
       FD  SESIONES.
           01  FD-SES-REC          PIC X(50).
       FD  SEGURIDAD.
           01  FD-SEG-REC          PIC X(132).

      * APPEND-ONLY BEFORE/AFTER JOURNAL OF EVERY APPLIED MASTER
      * CHANGE - SEE WS-DIARIO.cpy.
       FD  DIARIO.
           01  FD-DIA-REC          PIC X(560).

      ****************************************************************
      * WS SECTION
      ****************************************************************
       01  WS-FAC-STATUS           PIC X(02) VALUE '00'.
       01  WS-INV-STATUS           PIC X(02) VALUE '00'.
       01  WS-PRO-STATUS           PIC X(02) VALUE '00'.
       01  WS-PRO-COD-TXT          PIC X(05).
       01  WS-PRO-NOM-TXT          PIC X(30).
       01  WS-PRO-CON-TXT          PIC X(20).
       01  WS-PRO-DIAS-TXT         PIC X(05).
       01  WS-MON-STATUS           PIC X(02) VALUE '00'.
       01  WS-PRM-STATUS           PIC X(02) VALUE '00'.
       01  WS-COM-STATUS           PIC X(02) VALUE '00'.
       01  WS-CTA-STATUS           PIC X(02) VALUE '00'.
       01  WS-PSP-STATUS           PIC X(02) VALUE '00'.
       01  WS-RNG-STATUS           PIC X(02) VALUE '00'.
       01  WS-CER-STATUS           PIC X(02) VALUE '00'.
       01  WS-PEN-STATUS           PIC X(02) VALUE '00'.
       01  WS-PPE-STATUS           PIC X(02) VALUE '00'.
           05  CER-HOLDER          PIC X(20).
           05  FILLER              PIC X(01) VALUE ' '.
           05  CER-DESDE           PIC X(19).
      *ONE COMMAND PARKED BEHIND THE LOCK: THE OPERATOR
      *AUTORIZAR-COMANDO CLEARED IT FOR (SPACES ON AN INSTALL
      *WITHOUT OPERATOR MASTER AND NO OPERADOR VARIABLE), THEN THE
      *COMMAND EXACTLY AS TYPED.
       01  PENDIENTE-LINEA.
           05  PEN-USUARIO         PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  PEN-COMANDO         PIC X(200).
       01  WS-PEN-NUM              PIC 9(04) VALUE ZEROS.
       01  WS-PEN-LEIDAS           PIC 9(04) VALUE ZEROS.
       01  WS-PEN-EOF              PIC 9 VALUE 0.
       01  WS-PEN-REPLICA          PIC X(01) VALUE 'N'.
       01  WS-AUD-STATUS           PIC X(02) VALUE '00'.
       01  WS-APR-STATUS           PIC X(02) VALUE '00'.
       01  WS-APR-USADAS           PIC 9(04) VALUE ZEROS.
       01  WS-APR-TRUNCADO         PIC X(01) VALUE 'N'.
       01  WS-APR-HIT              PIC 9(04) VALUE ZEROS.
       01  WS-APR-I                PIC 9(04) VALUE ZEROS.
       01  APR-TAB.
           05  APR-FILA OCCURS 2000 TIMES PIC X(270).
       01  WS-PRP-STATUS           PIC X(02) VALUE '00'.
       01  WS-PRP-USADAS           PIC 9(04) VALUE ZEROS.
       01  WS-PRP-TRUNCADO         PIC X(01) VALUE 'N'.
       01  WS-PRP-HIT              PIC 9(04) VALUE ZEROS.
       01  WS-PRP-I                PIC 9(04) VALUE ZEROS.
       01  PRP-TAB.
           05  PRP-FILA OCCURS 2000 TIMES PIC X(100).
      *NOMBRES CREDITO <ID> <LIMITE> - THE LIMIT AS TYPED AND AS
      *SHOWN BACK.
       01  WS-LIMITE-CREDITO       PIC 9(09)V99 VALUE ZEROS.
       01  WS-LIMITE-ED            PIC Z(08)9.99.
       01  WS-CURRENT-DATE         PIC X(21).
       01  WS-DESTINO-NUEVO        PIC X(30).
       01  WS-COMANDO              PIC X(100).
       01  WS-PRECIO-SKU           PIC X(10).
       01  WS-PRECIO-TXT           PIC X(12).
       01  WS-PRECIO-FECHA         PIC X(10).
       01  WS-HORA-ABRE            PIC X(10).
       01  WS-HORA-CIERRA          PIC X(10).
       01  WS-PROMO-HASTA          PIC X(10).
      *PRESUPUESTOS KEY PIECES - THE LINE BEING ENTERED AND EACH
      *EXISTING LINE IT IS CHECKED AGAINST FOR A DUPLICATE KEY.
       01  WS-PSP-PERIODO          PIC X(10).
       01  WS-PSP-SUC-TXT          PIC X(10).
       01  WS-PSP-CAT              PIC X(10).
       01  WS-PSP-IMPORTE-TXT      PIC X(15).
      *RANGOS PIECES - THE LINE BEING ENTERED.
       01  WS-RNG-SUC-TXT          PIC X(10).
       01  WS-RNG-PREFIJO          PIC X(10).
       01  WS-RNG-DESDE-TXT        PIC X(12).
       01  WS-RNG-HASTA-TXT        PIC X(12).
       01  WS-RNG-VIG-DESDE        PIC X(10).
       01  WS-RNG-VIG-HASTA        PIC X(10).
       01  WS-PSP-OTRO-PERIODO     PIC X(10).
       01  WS-PSP-OTRO-SUC-TXT     PIC X(10).
       01  WS-PSP-OTRO-CAT         PIC X(10).
       01  AUDITORIA-LINEA.
           05  AUD-FECHA           PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
       01  MAESTRO-TABLA.
           05  MAESTRO-LINEAS      PIC X(50) OCCURS 2000 TIMES.

      *OPERADORES CATALOG - THE WHOLE MASTER IS HELD HERE WHILE ONE
      *OPERATOR IS ADDED OR CHANGED, THEN REWRITTEN.
       01  WS-OPE-USADAS           PIC 9(03) VALUE ZEROS.
       01  WS-OPE-TRUNCADO         PIC X(01) VALUE 'N'.
       01  WS-OPE-I                PIC 9(03) VALUE ZEROS.
       01  WS-OPE-HIT              PIC 9(03) VALUE ZEROS.
       01  WS-OPE-ADMINS           PIC 9(03) VALUE ZEROS.
       01  WS-OPE-TOKEN-1          PIC X(12).
       01  WS-OPE-TOKEN-2          PIC X(12).
       01  WS-OPE-USUARIO          PIC X(12).
       01  WS-OPE-VALOR-1          PIC X(30).
       01  WS-OPE-VALOR-2          PIC X(30).
       01  WS-OPE-ROLES            PIC X(30).
       01  WS-OPE-CLAVE            PIC X(30).
       01  WS-OPE-VALIDO           PIC X(01) VALUE 'S'.
       01  WS-OPE-CUENTA           PIC 9(02) VALUE ZEROS.
       01  OPE-TABLA.
           05  OPE-FILA            PIC X(50) OCCURS 200 TIMES.

       COPY WS-APROBACION.
       COPY WS-TRASLADO-PROP.
       COPY SEGURIDAD-WS.
       COPY WS-DIARIO.
       01  WS-DIA-STATUS           PIC XX VALUE '00'.

       PROCEDURE DIVISION.
       ACCEPT WS-CMD-LINE FROM COMMAND-LINE
       IF WS-CMD-LINE = SPACES
           DISPLAY "USO: MANTENER-MAESTROS NOMBRES|ELEMENTOS|"
               "PRECIOS|SUCURSALES|IMPUESTOS|FACTORES|"
               "INVENTARIO|PROVEEDORES|MONEDAS|PROMOCIONES|"
               "COMISIONES|CUENTAS|PRESUPUESTOS|RANGOS "
               "ALTA|CAMBIO|BAJA "
               "[LINEA] "
               "[CONTENIDO]"
           DISPLAY "     MANTENER-MAESTROS NOMBRES CREDITO|RETENER|"
               "LIBERAR <ID> [LIMITE|MOTIVO]"
           DISPLAY "     MANTENER-MAESTROS APROBACIONES APROBAR|"
               "RECHAZAR <NUMERO> <OPERADOR> | PENDIENTES"
           DISPLAY "     MANTENER-MAESTROS TRASLADOS APROBAR|"
               "RECHAZAR <NUMERO> <OPERADOR> | PENDIENTES"
           DISPLAY "     MANTENER-MAESTROS OPERADORES ALTA <USUARIO> "
               "<CLAVE> <ROLES> | CLAVE <USUARIO> <CLAVE> | ROLES "
               "<USUARIO> <ROLES> | BAJA|ACTIVAR <USUARIO> | LISTA"
           STOP RUN
       END-IF
       PERFORM PARSEAR-COMANDO
      *EVERY COMMAND IS CHECKED AGAINST THE SIGNED-ON OPERATOR'S
      *ROLES BEFORE ANYTHING ELSE - A COMMAND PARKED BEHIND THE
      *BATCH LOCK BELOW HAS THEREFORE ALREADY BEEN AUTHORIZED ONCE,
      *AND "MANTENER-MAESTROS PENDIENTE <N>" (HOW LOTE-DRIVER AND
      *POSTEAR-INTRADIA REPLAY THE N-TH PARKED LINE) RUNS IT IN THE
      *NAME OF THE OPERATOR IT WAS AUTHORIZED FOR, NOT AGAINST THE
      *DRIVER'S OWN SESSION.
       IF WS-ARCHIVO = 'PENDIENTE'
           PERFORM LEER-PENDIENTE
       ELSE
           PERFORM AUTORIZAR-COMANDO
           IF WS-SEG-AUTORIZADO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF
      *"MANTENER-MAESTROS DESBLOQUEAR" IS THE MANUAL OVERRIDE FOR AN
      *ABANDONED BATCH LOCK; ANY OTHER COMMAND ARRIVING WHILE THE
      *LOCK IS HELD IS PARKED IN PENDIENTES-MAESTROS.txt AND
           DISPLAY "CERROJO DE MAESTROS RETIRADO MANUALMENTE"
           STOP RUN
       END-IF
      *THE OPERATOR MASTER IS NOT A BATCH INPUT, SO IT IS NEVER
      *PARKED BEHIND THE LOCK - AND A PARKED LINE WOULD CARRY A
      *PASSWORD INTO PENDIENTES-MAESTROS.txt.
       IF WS-ARCHIVO = 'OPERADORES'
           PERFORM MANTENER-OPERADORES
           STOP RUN
       END-IF
       PERFORM VERIFICAR-CERROJO
      *NOMBRES/ELEMENTOS LIVE ON THE INDEXED MASTERS AND TAKE THE
      *STABLE CLI-ID/PRD-ID AS THEIR [LINEA] ARGUMENT - THE LINE
           WHEN 'PRECIOS'
               PERFORM MANTENER-PRECIOS
               STOP RUN
      *CREDIT-HOLD DECISIONS ON THE LINES POSTEAR-VENTAS PARKED -
      *SEE MANTENER-APROBACIONES.
           WHEN 'APROBACIONES'
               PERFORM MANTENER-APROBACIONES
               STOP RUN
      *REBALANCING PROPOSALS WAITING FOR AN OPERATOR - SEE
      *MANTENER-TRASLADOS.
           WHEN 'TRASLADOS'
               PERFORM MANTENER-TRASLADOS
               STOP RUN
           WHEN 'SUCURSALES'
               PERFORM CARGAR-SUCURSALES
           WHEN 'IMPUESTOS'
               PERFORM CARGAR-COMISIONES
           WHEN 'CUENTAS'
               PERFORM CARGAR-CUENTAS
           WHEN 'PRESUPUESTOS'
               PERFORM CARGAR-PRESUPUESTOS
           WHEN 'RANGOS'
               PERFORM CARGAR-RANGOS
           WHEN OTHER
               DISPLAY "ARCHIVO DESCONOCIDO: " WS-ARCHIVO
               STOP RUN
               PERFORM GRABAR-COMISIONES
           WHEN 'CUENTAS'
               PERFORM GRABAR-CUENTAS
           WHEN 'PRESUPUESTOS'
               PERFORM GRABAR-PRESUPUESTOS
           WHEN 'RANGOS'
               PERFORM GRABAR-RANGOS
       END-EVALUATE
       STOP RUN.

           IF WS-PEN-STATUS = '35'
               OPEN OUTPUT PENDIENTES
           END-IF
           MOVE WS-SEG-USUARIO TO PEN-USUARIO
           MOVE WS-CMD-LINE TO PEN-COMANDO
           MOVE PENDIENTE-LINEA TO FD-PEN-REC
           WRITE FD-PEN-REC
           CLOSE PENDIENTES
           DISPLAY "CAMBIO ENCOLADO EN PENDIENTES-MAESTROS.txt - SE"
           STOP RUN
       END-IF.

      *A DECISION REPLAYED WITHOUT A NAMED APPROVER IS RECORDED IN
      *THE PARKING OPERATOR'S NAME, AS VERIFICAR-DECISOR WOULD HAVE
      *DONE HAD THE COMMAND RUN WHEN IT WAS TYPED.
       LEER-PENDIENTE.
       MOVE FUNCTION NUMVAL (WS-OPERACION) TO WS-PEN-NUM
       MOVE 0 TO WS-PEN-LEIDAS
       OPEN INPUT PENDIENTES
       IF WS-PEN-STATUS NOT = '00'
           DISPLAY "ERROR: NO HAY PENDIENTES-MAESTROS.txt"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL WS-PEN-EOF = 1 OR WS-PEN-LEIDAS = WS-PEN-NUM
           READ PENDIENTES
               AT END
                   MOVE 1 TO WS-PEN-EOF
               NOT AT END
                   ADD 1 TO WS-PEN-LEIDAS
           END-READ
       END-PERFORM
       CLOSE PENDIENTES
       IF WS-PEN-NUM = 0 OR WS-PEN-LEIDAS NOT = WS-PEN-NUM
           DISPLAY "ERROR: NO EXISTE EL CAMBIO ENCOLADO " WS-PEN-NUM
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE FD-PEN-REC TO PENDIENTE-LINEA
       MOVE PEN-COMANDO TO WS-CMD-LINE
       MOVE PEN-USUARIO TO WS-SEG-USUARIO
       MOVE 'S' TO WS-PEN-REPLICA
       PERFORM PARSEAR-COMANDO
       IF (WS-OPERACION = 'APROBAR' OR WS-OPERACION = 'RECHAZAR')
           AND WS-APROBADOR = SPACES
           MOVE WS-SEG-USUARIO TO WS-APROBADOR
       END-IF
       DISPLAY "APLICANDO CAMBIO ENCOLADO " WS-PEN-NUM " DE "
           FUNCTION TRIM (PEN-USUARIO) ": "
           FUNCTION TRIM (WS-CMD-LINE).

       PARSEAR-COMANDO.
       MOVE SPACES TO WS-ARCHIVO WS-OPERACION WS-CONTENIDO
       MOVE 1 TO WS-PTR
                   MOVE FUNCTION TRIM (WS-CMD-LINE (WS-PTR:))
                       TO WS-CONTENIDO
               END-IF
      *CREDITO/RETENER/LIBERAR (NOMBRES ONLY) TAKE THE CLIENT ID
      *AND THEN THE LIMIT OR THE HOLD REASON, THE SAME SHAPE AS A
      *CAMBIO.
           WHEN 'CAMBIO'
           WHEN 'CREDITO'
           WHEN 'RETENER'
           WHEN 'LIBERAR'
               UNSTRING WS-CMD-LINE DELIMITED BY SPACE
                   INTO WS-ID-TOKEN
                   WITH POINTER WS-PTR
               PERFORM BAJA-CLIENTE
           WHEN 'FUSIONAR'
               PERFORM FUSIONAR-CLIENTE
           WHEN 'CREDITO'
               PERFORM CREDITO-CLIENTE
           WHEN 'RETENER'
               PERFORM RETENER-CLIENTE
           WHEN 'LIBERAR'
               PERFORM LIBERAR-CLIENTE
           WHEN OTHER
               DISPLAY "OPERACION DESCONOCIDA: " WS-OPERACION
       END-EVALUATE
               DISPLAY "ERROR: NO QUEDAN IDS DE CLIENTE (LIMITE 2000)"
           ELSE
               COMPUTE CLI-ID = WS-MAX-ID + 1
               MOVE SPACES TO DIA-ANTES
               PERFORM SEPARAR-CONTENIDO-CLIENTE
               MOVE WS-CLI-NOMBRE TO CLI-NOMBRE
               MOVE WS-CLI-DIR TO CLI-DIRECCION
               MOVE WS-CLI-MAIL TO CLI-EMAIL
               MOVE 'S' TO CLI-ACTIVO
               MOVE 0 TO CLI-FUSION-EN
               MOVE 0 TO CLI-LIMITE-CREDITO
               MOVE 'N' TO CLI-RETENIDO
               MOVE SPACES TO CLI-RETENCION-MOTIVO
               MOVE SPACES TO CLI-SEGMENTO CLI-SEGMENTO-FECHA
               WRITE CLI-REC
               PERFORM DIARIO-CLIENTE
               DISPLAY "ALTA OK - CLIENTE " CLI-ID " (ID PERMANENTE)"
           END-IF
       END-IF.
                   DISPLAY "ERROR: CLIENTE " WS-LINEA-NUM
                       " NO EXISTE"
               NOT INVALID KEY
                   MOVE CLI-REC TO DIA-ANTES
                   PERFORM SEPARAR-CONTENIDO-CLIENTE
                   MOVE WS-CLI-NOMBRE TO CLI-NOMBRE
                   MOVE WS-CLI-DIR TO CLI-DIRECCION
                   MOVE WS-CLI-TEL TO CLI-TELEFONO
                   MOVE WS-CLI-MAIL TO CLI-EMAIL
                   REWRITE CLI-REC
                   PERFORM DIARIO-CLIENTE
                   DISPLAY "CAMBIO OK - CLIENTE " WS-LINEA-NUM
           END-READ
       END-IF.
                   DISPLAY "AVISO: CLIENTE " WS-LINEA-NUM
                       " YA ESTABA INACTIVO"
               ELSE
                   MOVE CLI-REC TO DIA-ANTES
                   MOVE 'N' TO CLI-ACTIVO
                   REWRITE CLI-REC
                   PERFORM DIARIO-CLIENTE
                   DISPLAY "BAJA OK - CLIENTE " WS-LINEA-NUM
                       " INACTIVADO (EL ID NO SE REUSA)"
               END-IF
       END-READ.

      *CREDIT LIMIT FOR A CLIENT WHO BUYS ON ACCOUNT - ZERO TAKES THE
      *CLIENT BACK OUT OF CREDIT CONTROL. POSTEAR-VENTAS ENFORCES IT
      *FROM THE NEXT BATCH ON.
       CREDITO-CLIENTE.
       IF WS-CONTENIDO = SPACES
           OR FUNCTION TEST-NUMVAL (WS-CONTENIDO) NOT = 0
           DISPLAY "ERROR: LIMITE DE CREDITO DEBE SER UN NUMERO "
               "(0 = SIN LIMITE)"
       ELSE
           MOVE FUNCTION NUMVAL (WS-CONTENIDO) TO WS-LIMITE-CREDITO
           MOVE WS-LINEA-NUM TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   DISPLAY "ERROR: CLIENTE " WS-LINEA-NUM
                       " NO EXISTE"
               NOT INVALID KEY
                   MOVE CLI-REC TO DIA-ANTES
                   PERFORM NORMALIZAR-CREDITO-CLIENTE
                   MOVE WS-LIMITE-CREDITO TO CLI-LIMITE-CREDITO
                   REWRITE CLI-REC
                   PERFORM DIARIO-CLIENTE
                   MOVE WS-LIMITE-CREDITO TO WS-LIMITE-ED
                   DISPLAY "CREDITO OK - CLIENTE " WS-LINEA-NUM
                       " LIMITE " FUNCTION TRIM (WS-LIMITE-ED)
           END-READ
       END-IF.

      *MANUAL CREDIT HOLD - EVERY NEW SALE ON ACCOUNT GOES TO THE
      *APPROVAL QUEUE UNTIL LIBERAR, WHATEVER THE LIMIT SAYS.
       RETENER-CLIENTE.
       IF WS-CONTENIDO = SPACES
           DISPLAY "ERROR: FALTA EL MOTIVO DE LA RETENCION"
       ELSE
           MOVE WS-LINEA-NUM TO CLI-ID
           READ CLIENTES
               INVALID KEY
                   DISPLAY "ERROR: CLIENTE " WS-LINEA-NUM
                       " NO EXISTE"
               NOT INVALID KEY
                   MOVE CLI-REC TO DIA-ANTES
                   PERFORM NORMALIZAR-CREDITO-CLIENTE
                   MOVE 'S' TO CLI-RETENIDO
                   MOVE WS-CONTENIDO TO CLI-RETENCION-MOTIVO
                   REWRITE CLI-REC
                   PERFORM DIARIO-CLIENTE
                   DISPLAY "RETENCION OK - CLIENTE " WS-LINEA-NUM
                       " BLOQUEADO PARA CREDITO"
           END-READ
       END-IF.

       LIBERAR-CLIENTE.
       MOVE WS-LINEA-NUM TO CLI-ID
       READ CLIENTES
           INVALID KEY
               DISPLAY "ERROR: CLIENTE " WS-LINEA-NUM " NO EXISTE"
           NOT INVALID KEY
               MOVE CLI-REC TO DIA-ANTES
               PERFORM NORMALIZAR-CREDITO-CLIENTE
               IF CLI-RETENIDO NOT = 'S'
                   DISPLAY "AVISO: CLIENTE " WS-LINEA-NUM
                       " NO ESTABA RETENIDO"
               ELSE
                   MOVE 'N' TO CLI-RETENIDO
                   MOVE SPACES TO CLI-RETENCION-MOTIVO
                   REWRITE CLI-REC
                   PERFORM DIARIO-CLIENTE
                   DISPLAY "LIBERAR OK - CLIENTE " WS-LINEA-NUM
                       " SIN RETENCION"
               END-IF
       END-READ.

      *A RECORD WRITTEN BEFORE THE CREDIT FIELDS EXISTED CARRIES
      *SPACES THERE - SET THEM TO "NO LIMIT, NO HOLD" BEFORE ANY
      *REWRITE SO THE RECORD IS CLEAN FROM NOW ON.
       NORMALIZAR-CREDITO-CLIENTE.
       IF CLI-LIMITE-CREDITO NOT NUMERIC
           MOVE 0 TO CLI-LIMITE-CREDITO
       END-IF
       IF CLI-RETENIDO NOT = 'S'
           MOVE 'N' TO CLI-RETENIDO
           MOVE SPACES TO CLI-RETENCION-MOTIVO
       END-IF.

      *SUPERVISED MERGE OF A DUPLICATE INTO ITS SURVIVOR: THE
      *DUPLICATE GOES INACTIVE WITH CLI-FUSION-EN POINTING AT THE
      *SURVIVOR, ITS POINTS BALANCE FOLDS INTO THE SURVIVOR'S, THE
      *THE POINTER IS SAFE FOREVER.
       FUSIONAR-CLIENTE.
       ACCEPT WS-USUARIO FROM ENVIRONMENT 'OPERADOR'
       IF WS-PEN-REPLICA = 'S'
           MOVE WS-SEG-USUARIO TO WS-USUARIO
       END-IF
       IF WS-USUARIO = SPACES
           MOVE 'OPERADOR' TO WS-USUARIO
       END-IF
               END-READ
           END-IF
           IF WS-FUS-DUP NOT = 0
               MOVE CLI-REC TO DIA-ANTES
               MOVE 'N' TO CLI-ACTIVO
               MOVE WS-LINEA-NUM TO CLI-FUSION-EN
               REWRITE CLI-REC
               PERFORM DIARIO-CLIENTE
               PERFORM COMBINAR-PUNTOS
               PERFORM REGISTRAR-FUSION
               DISPLAY "FUSION OK - CLIENTE " WS-FUS-DUP
               DISPLAY "ERROR: NO QUEDAN IDS DE PRODUCTO (LIMITE 2000)"
           ELSE
               COMPUTE PRD-ID = WS-MAX-ID + 1
               MOVE SPACES TO DIA-ANTES
               PERFORM SEPARAR-CONTENIDO-ELEMENTOS
               MOVE WS-ELE-SKU TO PRD-SKU
               MOVE WS-ELE-NOMBRE TO PRD-NOMBRE
               MOVE FUNCTION NUMVAL (WS-ELE-PROVEEDOR) TO
                   PRD-PROVEEDOR
               WRITE PRD-REC
               PERFORM DIARIO-PRODUCTO
               DISPLAY "ALTA OK - PRODUCTO " PRD-ID " (ID PERMANENTE)"
           END-IF
       END-IF.
                   DISPLAY "ERROR: PRODUCTO " WS-LINEA-NUM
                       " NO EXISTE"
               NOT INVALID KEY
                   MOVE PRD-REC TO DIA-ANTES
                   PERFORM SEPARAR-CONTENIDO-ELEMENTOS
                   MOVE WS-ELE-SKU TO PRD-SKU
                   MOVE WS-ELE-NOMBRE TO PRD-NOMBRE
                   MOVE FUNCTION NUMVAL (WS-ELE-PROVEEDOR) TO
                       PRD-PROVEEDOR
                   REWRITE PRD-REC
                   PERFORM DIARIO-PRODUCTO
                   DISPLAY "CAMBIO OK - PRODUCTO " WS-LINEA-NUM
           END-READ
       END-IF.
                   DISPLAY "AVISO: PRODUCTO " WS-LINEA-NUM
                       " YA ESTABA INACTIVO"
               ELSE
                   MOVE PRD-REC TO DIA-ANTES
                   MOVE 'N' TO PRD-ACTIVO
                   REWRITE PRD-REC
                   PERFORM DIARIO-PRODUCTO
                   DISPLAY "BAJA OK - PRODUCTO " WS-LINEA-NUM
                       " INACTIVADO (EL ID NO SE REUSA)"
               END-IF
       MOVE 'inventario.txt' TO WS-DESTINO-NUEVO
       PERFORM GRABAR-MAESTRO-SEGURO.

      *CREDIT-HOLD DECISIONS: A SUPERVISOR APPROVES OR REJECTS A
      *SALE POSTEAR-VENTAS PARKED FOR BREAKING ITS CLIENT'S CREDIT.
      *AN APPROVED LINE IS RELEASED INTO THE NEXT BATCH'S
      *DISPOSITIONS BY POSTEAR-VENTAS ITSELF, SO IT REACHES EVERY
      *CONSUMER THROUGH THE USUAL PATH; A REJECTED ONE NEVER POSTS.
      *A QUEUE LONGER THAN THE TABLE IS NEVER REWRITTEN - THE ROWS
      *PAST THE LIMIT WOULD BE LOST - SO ONLY THE LISTING RUNS.
       MANTENER-APROBACIONES.
       PERFORM CARGAR-APROBACIONES
       IF WS-APR-TRUNCADO = 'S' AND WS-OPERACION NOT = 'PENDIENTES'
           DISPLAY "ERROR: APROBACION-CREDITO.txt EXCEDE LA TABLA "
               "(LIMITE 2000) - NO SE REGRABA"
           MOVE 8 TO RETURN-CODE
       ELSE
           EVALUATE WS-OPERACION
               WHEN 'APROBAR'
                   PERFORM DECIDIR-APROBACION
               WHEN 'RECHAZAR'
                   PERFORM DECIDIR-APROBACION
               WHEN 'PENDIENTES'
                   PERFORM LISTAR-APROBACIONES
               WHEN OTHER
                   DISPLAY "OPERACION DESCONOCIDA PARA APROBACIONES: "
                       WS-OPERACION
                   DISPLAY "USO: APROBACIONES APROBAR|RECHAZAR "
                       "<NUMERO> <OPERADOR> | PENDIENTES"
           END-EVALUATE
       END-IF.

       CARGAR-APROBACIONES.
       MOVE 0 TO WS-APR-USADAS
       OPEN INPUT APROBACIONES
       IF WS-APR-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ APROBACIONES
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF WS-APR-USADAS < 2000
                           ADD 1 TO WS-APR-USADAS
                           MOVE FD-APR-REC TO APR-FILA (WS-APR-USADAS)
                       ELSE
                           MOVE 'S' TO WS-APR-TRUNCADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APROBACIONES
       END-IF
       MOVE 0 TO EOF.

       DECIDIR-APROBACION.
       MOVE 0 TO WS-APR-HIT
       PERFORM VARYING WS-APR-I FROM 1 BY 1
               UNTIL WS-APR-I > WS-APR-USADAS OR WS-APR-HIT > 0
           MOVE APR-FILA (WS-APR-I) TO APROBACION-LINEA
           IF APL-NUM = WS-LINEA-NUM AND APL-ESTADO = 'P'
               MOVE WS-APR-I TO WS-APR-HIT
           END-IF
       END-PERFORM
       IF WS-APR-HIT = 0
           DISPLAY "ERROR: APROBACION " WS-LINEA-NUM
               " NO EXISTE O YA FUE DECIDIDA"
       ELSE
           IF WS-APROBADOR = SPACES
               DISPLAY "ERROR: FALTA EL OPERADOR QUE DECIDE"
           ELSE
               MOVE APR-FILA (WS-APR-HIT) TO APROBACION-LINEA
               IF WS-OPERACION = 'APROBAR'
                   MOVE 'A' TO APL-ESTADO
               ELSE
                   MOVE 'R' TO APL-ESTADO
               END-IF
               MOVE WS-APROBADOR TO APL-DECIDE
               MOVE APROBACION-LINEA TO APR-FILA (WS-APR-HIT)
               PERFORM GRABAR-APROBACIONES
               IF APL-ESTADO = 'A'
                   DISPLAY "APROBACION " WS-LINEA-NUM " APROBADA POR "
                       FUNCTION TRIM (WS-APROBADOR)
                       " - SE POSTEA EN EL PROXIMO LOTE"
               ELSE
                   DISPLAY "APROBACION " WS-LINEA-NUM
                       " RECHAZADA POR " FUNCTION TRIM (WS-APROBADOR)
               END-IF
           END-IF
       END-IF.

       LISTAR-APROBACIONES.
       MOVE 0 TO WS-APR-HIT
       PERFORM VARYING WS-APR-I FROM 1 BY 1
               UNTIL WS-APR-I > WS-APR-USADAS
           MOVE APR-FILA (WS-APR-I) TO APROBACION-LINEA
           IF APL-ESTADO = 'P'
               ADD 1 TO WS-APR-HIT
               DISPLAY APL-NUM " " APL-FECHA " CLIENTE " APL-CLIENTE
                   " IMPORTE " APL-IMPORTE " " APL-MOTIVO
           END-IF
       END-PERFORM
       IF WS-APR-HIT = 0
           DISPLAY "SIN VENTAS PENDIENTES DE APROBACION DE CREDITO"
       END-IF.

       GRABAR-APROBACIONES.
       OPEN OUTPUT APROBACIONES-NUEVO
       PERFORM VARYING WS-APR-I FROM 1 BY 1
               UNTIL WS-APR-I > WS-APR-USADAS
           MOVE APR-FILA (WS-APR-I) TO FD-APRN-REC
           WRITE FD-APRN-REC
       END-PERFORM
       CLOSE APROBACIONES-NUEVO
       CALL "SYSTEM" USING
           "mv -f APROBACION.NUEVO.txt APROBACION-CREDITO.txt"
       MOVE 0 TO RETURN-CODE.

      *REBALANCING DECISIONS: AN OPERATOR APPROVES OR STRIKES EACH
      *MOVE PROPONER-TRASLADOS SUGGESTED. NOTHING MOVES HERE - THE
      *APPROVED LINES WAIT FOR "TRASLADAR-STOCK LOTE".
       MANTENER-TRASLADOS.
       PERFORM CARGAR-PROPUESTAS
       IF WS-PRP-TRUNCADO = 'S' AND WS-OPERACION NOT = 'PENDIENTES'
           DISPLAY "ERROR: TRASLADOS-PROPUESTOS.txt EXCEDE LA TABLA "
               "(LIMITE 2000) - NO SE REGRABA"
           MOVE 8 TO RETURN-CODE
       ELSE
           EVALUATE WS-OPERACION
               WHEN 'APROBAR'
                   PERFORM DECIDIR-PROPUESTA
               WHEN 'RECHAZAR'
                   PERFORM DECIDIR-PROPUESTA
               WHEN 'PENDIENTES'
                   PERFORM LISTAR-PROPUESTAS
               WHEN OTHER
                   DISPLAY "OPERACION DESCONOCIDA PARA TRASLADOS: "
                       WS-OPERACION
                   DISPLAY "USO: TRASLADOS APROBAR|RECHAZAR <NUMERO> "
                       "<OPERADOR> | PENDIENTES"
           END-EVALUATE
       END-IF.

       CARGAR-PROPUESTAS.
       MOVE 0 TO WS-PRP-USADAS
       OPEN INPUT PROPUESTAS
       IF WS-PRP-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ PROPUESTAS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF WS-PRP-USADAS < 2000
                           ADD 1 TO WS-PRP-USADAS
                           MOVE FD-PRP-REC TO PRP-FILA (WS-PRP-USADAS)
                       ELSE
                           MOVE 'S' TO WS-PRP-TRUNCADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROPUESTAS
       END-IF
       MOVE 0 TO EOF.

      *A PENDING LINE CAN BE APPROVED OR STRUCK, AND AN APPROVED ONE
      *NOT YET MOVED CAN STILL BE STRUCK - ONCE EXECUTED IT IS
      *HISTORY.
       DECIDIR-PROPUESTA.
       MOVE 0 TO WS-PRP-HIT
       PERFORM VARYING WS-PRP-I FROM 1 BY 1
               UNTIL WS-PRP-I > WS-PRP-USADAS OR WS-PRP-HIT > 0
           MOVE PRP-FILA (WS-PRP-I) TO PROPUESTA-LINEA
           IF PRP-NUM = WS-LINEA-NUM
               AND (PRP-ESTADO = 'P'
               OR (PRP-ESTADO = 'A' AND WS-OPERACION = 'RECHAZAR'))
               MOVE WS-PRP-I TO WS-PRP-HIT
           END-IF
       END-PERFORM
       IF WS-PRP-HIT = 0
           DISPLAY "ERROR: TRASLADO " WS-LINEA-NUM
               " NO EXISTE O YA FUE DECIDIDO"
       ELSE
           IF WS-APROBADOR = SPACES
               DISPLAY "ERROR: FALTA EL OPERADOR QUE DECIDE"
           ELSE
               MOVE PRP-FILA (WS-PRP-HIT) TO PROPUESTA-LINEA
               IF WS-OPERACION = 'APROBAR'
                   MOVE 'A' TO PRP-ESTADO
               ELSE
                   MOVE 'R' TO PRP-ESTADO
               END-IF
               MOVE WS-APROBADOR TO PRP-DECIDE
               MOVE PROPUESTA-LINEA TO PRP-FILA (WS-PRP-HIT)
               PERFORM GRABAR-PROPUESTAS
               IF PRP-ESTADO = 'A'
                   DISPLAY "TRASLADO " WS-LINEA-NUM " APROBADO POR "
                       FUNCTION TRIM (WS-APROBADOR)
                       " - SE MUEVE CON TRASLADAR-STOCK LOTE"
               ELSE
                   DISPLAY "TRASLADO " WS-LINEA-NUM
                       " RECHAZADO POR " FUNCTION TRIM (WS-APROBADOR)
               END-IF
           END-IF
       END-IF.

       LISTAR-PROPUESTAS.
       MOVE 0 TO WS-PRP-HIT
       PERFORM VARYING WS-PRP-I FROM 1 BY 1
               UNTIL WS-PRP-I > WS-PRP-USADAS
           MOVE PRP-FILA (WS-PRP-I) TO PROPUESTA-LINEA
           IF PRP-ESTADO = 'P' OR PRP-ESTADO = 'A'
               ADD 1 TO WS-PRP-HIT
               DISPLAY PRP-NUM " " PRP-ESTADO " " PRP-SKU
                   " DESDE " PRP-DESDE " HASTA " PRP-HASTA
                   " CANT " PRP-CANTIDAD " " PRP-MOTIVO
           END-IF
       END-PERFORM
       IF WS-PRP-HIT = 0
           DISPLAY "SIN TRASLADOS PROPUESTOS PENDIENTES"
       END-IF.

       GRABAR-PROPUESTAS.
       OPEN OUTPUT PROPUESTAS-NUEVO
       PERFORM VARYING WS-PRP-I FROM 1 BY 1
               UNTIL WS-PRP-I > WS-PRP-USADAS
           MOVE PRP-FILA (WS-PRP-I) TO FD-PRPN-REC
           WRITE FD-PRPN-REC
       END-PERFORM
       CLOSE PROPUESTAS-NUEVO
       CALL "SYSTEM" USING
           "mv -f PROPUESTAS.NUEVO.txt TRASLADOS-PROPUESTOS.txt"
       MOVE 0 TO RETURN-CODE.

      *MAKER/CHECKER FLOW FOR PRICES: A SUBMITTED ALTA/CAMBIO/BAJA
      *ONLY JOINS THE QUEUE; APROBAR BY A SECOND OPERATOR IS WHAT
      *TOUCHES precios.txt (THROUGH THE SAME VALIDATED APPLY/SAVE
      *SUBMITTER COMES FROM THE OPERADOR ENVIRONMENT VARIABLE.
       MANTENER-PRECIOS.
       ACCEPT WS-USUARIO FROM ENVIRONMENT 'OPERADOR'
       IF WS-PEN-REPLICA = 'S'
           MOVE WS-SEG-USUARIO TO WS-USUARIO
       END-IF
       IF WS-USUARIO = SPACES
           MOVE 'OPERADOR' TO WS-USUARIO
       END-IF
      *FOUR EYES OR NOTHING: THE SUBMITTER CANNOT APPROVE THEIR OWN
      *CHANGE. THE APPROVED CONTENT RUNS THROUGH EXACTLY THE OLD
      *APPLY/SAVE PATH, SO CARGAR-PRECIOS DOWNSTREAM SEES NOTHING
      *NEW. OPERATOR IDS COMPARE WITHOUT REGARD TO CASE - THE
      *SIGN-ON STORES THEM IN CAPITALS, OLDER QUEUE LINES MAY NOT.
       APROBAR-SOLICITUD.
       PERFORM BUSCAR-SOLICITUD
       IF WS-SOL-HIT > 0
           IF FUNCTION UPPER-CASE (WS-APROBADOR) =
               FUNCTION UPPER-CASE (SOL-SOLICITA (WS-SOL-HIT))
               DISPLAY "ERROR: " FUNCTION TRIM (WS-APROBADOR)
                   " SOLICITO ESTE CAMBIO - DEBE APROBARLO OTRO "
                   "OPERADOR"
       MOVE 'CUENTAS-GL.txt' TO WS-DESTINO-NUEVO
       PERFORM GRABAR-MAESTRO-SEGURO.

       CARGAR-RANGOS.
       MOVE 0 TO WS-TOTAL-LINEAS
       OPEN INPUT RANGOS
       IF WS-RNG-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ RANGOS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF WS-TOTAL-LINEAS < 2000
                           ADD 1 TO WS-TOTAL-LINEAS
                           MOVE RANGOS-REC TO
                               MAESTRO-LINEAS (WS-TOTAL-LINEAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RANGOS
       END-IF
       MOVE 0 TO EOF.

       GRABAR-RANGOS.
       MOVE 'RANGOS-FE.txt' TO WS-DESTINO-NUEVO
       PERFORM GRABAR-MAESTRO-SEGURO.

       CARGAR-COMISIONES.
       MOVE 0 TO WS-TOTAL-LINEAS
       OPEN INPUT COMISIONES
       MOVE 'proveedores.txt' TO WS-DESTINO-NUEVO
       PERFORM GRABAR-MAESTRO-SEGURO.

       CARGAR-PRESUPUESTOS.
       MOVE 0 TO WS-TOTAL-LINEAS
       OPEN INPUT PRESUPUESTOS
       IF WS-PSP-STATUS = '35'
           MOVE 0 TO EOF
       ELSE
           PERFORM UNTIL EOF = 1
               READ PRESUPUESTOS
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF WS-TOTAL-LINEAS < 2000
                           ADD 1 TO WS-TOTAL-LINEAS
                           MOVE PRESUPUESTOS-REC TO
                               MAESTRO-LINEAS (WS-TOTAL-LINEAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRESUPUESTOS
       END-IF
       MOVE 0 TO EOF.

       GRABAR-PRESUPUESTOS.
       MOVE 'presupuestos.txt' TO WS-DESTINO-NUEVO
       PERFORM GRABAR-MAESTRO-SEGURO.

      *ALL THE LINE-SEQUENTIAL CATALOGS SAVE THE SAME WAY: THE WHOLE
      *TABLE GOES TO MAESTRO.NUEVO.txt FIRST AND THE RENAME AT THE
      *END IS THE COMMIT - AN INTERRUPTED SAVE LEAVES THE REAL FILE
       IF WS-ARCHIVO = 'CUENTAS'
           PERFORM VALIDAR-CONTENIDO-CUENTAS
       END-IF
       IF WS-ARCHIVO = 'PRESUPUESTOS'
           PERFORM VALIDAR-CONTENIDO-PRESUPUESTOS
       END-IF
       IF WS-ARCHIVO = 'RANGOS'
           PERFORM VALIDAR-CONTENIDO-RANGOS
       END-IF
       PERFORM VALIDAR-LARGO-CONTENIDO
       IF WS-TOTAL-LINEAS >= 2000
           DISPLAY "ERROR: EL ARCHIVO YA TIENE 2000 REGISTROS (LIMITE)"
       ELSE
               ADD 1 TO WS-TOTAL-LINEAS
               MOVE WS-CONTENIDO TO MAESTRO-LINEAS (WS-TOTAL-LINEAS)
               DISPLAY "ALTA OK - NUEVA LINEA " WS-TOTAL-LINEAS
               MOVE SPACES TO DIA-ANTES
               MOVE MAESTRO-LINEAS (WS-TOTAL-LINEAS) TO DIA-DESPUES
               PERFORM DIARIO-CATALOGO
               IF WS-ARCHIVO = 'PRECIOS'
                   MOVE SPACES TO WS-LINEA-ANTES
                   MOVE 'ALTA' TO AUD-OPERACION
       IF WS-ARCHIVO = 'CUENTAS'
           PERFORM VALIDAR-CONTENIDO-CUENTAS
       END-IF
       IF WS-ARCHIVO = 'PRESUPUESTOS'
           PERFORM VALIDAR-CONTENIDO-PRESUPUESTOS
       END-IF
       IF WS-ARCHIVO = 'RANGOS'
           PERFORM VALIDAR-CONTENIDO-RANGOS
       END-IF
       PERFORM VALIDAR-LARGO-CONTENIDO
       IF WS-LINEA-NUM < 1 OR WS-LINEA-NUM > WS-TOTAL-LINEAS
           DISPLAY "ERROR: LINEA " WS-LINEA-NUM " FUERA DE RANGO (1-"
               WS-TOTAL-LINEAS ")"
               MOVE MAESTRO-LINEAS (WS-LINEA-NUM) TO WS-LINEA-ANTES
               MOVE WS-CONTENIDO TO MAESTRO-LINEAS (WS-LINEA-NUM)
               DISPLAY "CAMBIO OK - LINEA " WS-LINEA-NUM
               MOVE WS-LINEA-ANTES TO DIA-ANTES
               MOVE MAESTRO-LINEAS (WS-LINEA-NUM) TO DIA-DESPUES
               PERFORM DIARIO-CATALOGO
               IF WS-ARCHIVO = 'PRECIOS'
                   MOVE 'CAMBIO' TO AUD-OPERACION
                   PERFORM REGISTRAR-AUDITORIA
           END-IF
       END-IF.

      *EVERY CATALOG LINE IS HELD IN A 50-CHARACTER MAESTRO-LINEAS
      *SLOT - LONGER CONTENT (A LONG SUPPLIER NAME AND CONTACT, A
      *FULL E-INVOICE RANGE) WOULD BE CUT OFF SILENTLY ON THE
      *REWRITE, SO IT IS REFUSED WHATEVER THE CATALOG.
       VALIDAR-LARGO-CONTENIDO.
       IF FUNCTION LENGTH (FUNCTION TRIM (WS-CONTENIDO)) > 50
           MOVE 'N' TO WS-CONTENIDO-VALIDO
           DISPLAY "ERROR: CONTENIDO EXCEDE 50 CARACTERES - NO "
               "CABE EN LA LINEA DEL CATALOGO"
       END-IF.

      *elementos.txt LINES MUST BE SKU,NOMBRE,CATEGORIA (TWO COMMAS) -
      *ANYTHING ELSE LEAVES CREAR-DATOS' 3-WAY UNSTRING TO SILENTLY
      *LEAVE NOMBRE-PRODUCTO/CATEGORIA-PRODUCTO HOLDING WHATEVER WAS
      *NUMERIC 1-999 CODE - CREAR-DATOS STAMPS THAT CODE STRAIGHT
      *ONTO THE DET LINE AND LEER-DATOS4 SUBSCRIPTS ITS BRANCH TABLE
      *WITH IT; THE OPTIONAL THIRD FIELD IS THE CURRENCY THE BRANCH
      *INVOICES IN (SEE MONEDAS-WS.cpy). A BRANCH WITH TRADING
      *HOURS CARRIES TWO MORE FIELDS, ABRE,CIERRA AS HH:MM (MONEDA
      *MAY BE LEFT EMPTY) - EXCEPCIONES-CAJEROS FLAGS TILL ACTIVITY
      *OUTSIDE THEM.
       VALIDAR-CONTENIDO-SUCURSALES.
       MOVE 0 TO WS-COMAS
       INSPECT WS-CONTENIDO TALLYING WS-COMAS FOR ALL ','
       IF WS-COMAS < 1 OR WS-COMAS = 3 OR WS-COMAS > 4
           MOVE 'N' TO WS-CONTENIDO-VALIDO
           DISPLAY "ERROR: CONTENIDO DEBE TENER FORMATO "
               "CODIGO,NOMBRE[,MONEDA[,ABRE,CIERRA]] (SE ENCONTRARON "
               WS-COMAS " COMAS, SE ESPERABAN 1, 2 O 4)"
       ELSE
           IF FUNCTION NUMVAL (WS-CONTENIDO (1:3)) < 1
               OR FUNCTION NUMVAL (WS-CONTENIDO (1:3)) > 999
               MOVE 'N' TO WS-CONTENIDO-VALIDO
               DISPLAY "ERROR: CODIGO DE SUCURSAL DEBE SER 1-999"
           END-IF
           IF WS-COMAS = 4
               MOVE SPACES TO WS-PRECIO-SKU WS-PRECIO-TXT
                   WS-PRECIO-FECHA WS-HORA-ABRE WS-HORA-CIERRA
               UNSTRING WS-CONTENIDO DELIMITED BY ','
                   INTO WS-PRECIO-SKU WS-PRECIO-TXT WS-PRECIO-FECHA
                       WS-HORA-ABRE WS-HORA-CIERRA
               END-UNSTRING
               IF WS-HORA-ABRE (1:2) NOT NUMERIC
                   OR WS-HORA-ABRE (3:1) NOT = ':'
                   OR WS-HORA-ABRE (4:2) NOT NUMERIC
                   OR WS-HORA-ABRE (6:1) NOT = SPACE
                   OR WS-HORA-CIERRA (1:2) NOT NUMERIC
                   OR WS-HORA-CIERRA (3:1) NOT = ':'
                   OR WS-HORA-CIERRA (4:2) NOT NUMERIC
                   OR WS-HORA-CIERRA (6:1) NOT = SPACE
                   MOVE 'N' TO WS-CONTENIDO-VALIDO
                   DISPLAY "ERROR: HORARIO DEBE SER ABRE,CIERRA EN "
                       "FORMATO HH:MM"
               END-IF
           END-IF
       END-IF.

      *impuestos.txt LINES MUST BE CATEGORIA,TASA WITH A RATE UNDER
           END-IF
       END-IF.

      *RANGOS-FE.txt LINES MUST BE SUCURSAL,PREFIJO,DESDE,HASTA,
      *VIGENTE-DESDE,VIGENTE-HASTA - A RANGE THAT RUNS BACKWARDS OR
      *A VALIDITY WINDOW WITHOUT DATES WOULD HAVE THE INVOICING RUN
      *ISSUE NUMBERS THE TAX AUTHORITY NEVER AUTHORIZED.
       VALIDAR-CONTENIDO-RANGOS.
       MOVE 0 TO WS-COMAS
       INSPECT WS-CONTENIDO TALLYING WS-COMAS FOR ALL ','
       IF WS-COMAS NOT = 5
           MOVE 'N' TO WS-CONTENIDO-VALIDO
           DISPLAY "ERROR: CONTENIDO DEBE TENER FORMATO "
               "SUCURSAL,PREFIJO,DESDE,HASTA,VIGENTE-DESDE,"
               "VIGENTE-HASTA (SE ENCONTRARON " WS-COMAS
               " COMAS, SE ESPERABAN 5)"
       ELSE
           MOVE SPACES TO WS-RNG-SUC-TXT WS-RNG-PREFIJO
               WS-RNG-DESDE-TXT WS-RNG-HASTA-TXT WS-RNG-VIG-DESDE
               WS-RNG-VIG-HASTA
           UNSTRING WS-CONTENIDO DELIMITED BY ','
               INTO WS-RNG-SUC-TXT WS-RNG-PREFIJO WS-RNG-DESDE-TXT
               WS-RNG-HASTA-TXT WS-RNG-VIG-DESDE WS-RNG-VIG-HASTA
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL (WS-RNG-SUC-TXT) NOT = 0
               MOVE 'N' TO WS-CONTENIDO-VALIDO
               DISPLAY "ERROR: SUCURSAL DEBE SER 1-999"
           ELSE
               IF FUNCTION NUMVAL (WS-RNG-SUC-TXT) < 1
                   OR FUNCTION NUMVAL (WS-RNG-SUC-TXT) > 999
                   MOVE 'N' TO WS-CONTENIDO-VALIDO
                   DISPLAY "ERROR: SUCURSAL DEBE SER 1-999"
               END-IF
           END-IF
           IF WS-RNG-PREFIJO = SPACES OR WS-RNG-PREFIJO (5:) NOT =
               SPACES
               MOVE 'N' TO WS-CONTENIDO-VALIDO
               DISPLAY "ERROR: PREFIJO DEBE TENER DE 1 A 4 "
                   "CARACTERES"
           END-IF
           IF FUNCTION TEST-NUMVAL (WS-RNG-DESDE-TXT) NOT = 0
               OR FUNCTION TEST-NUMVAL (WS-RNG-HASTA-TXT) NOT = 0
               MOVE 'N' TO WS-CONTENIDO-VALIDO
               DISPLAY "ERROR: DESDE Y HASTA DEBEN SER NUMEROS"
           ELSE
               IF FUNCTION NUMVAL (WS-RNG-DESDE-TXT) < 1
                   OR FUNCTION NUMVAL (WS-RNG-HASTA-TXT) >
                       9999999999
                   OR FUNCTION NUMVAL (WS-RNG-DESDE-TXT) >
                       FUNCTION NUMVAL (WS-RNG-HASTA-TXT)
                   MOVE 'N' TO WS-CONTENIDO-VALIDO
                   DISPLAY "ERROR: RANGO INVALIDO - DESDE DEBE SER "
                       "1 O MAS Y NO SUPERAR HASTA"
               END-IF
           END-IF
           IF WS-RNG-VIG-DESDE (1:4) NOT NUMERIC
               OR WS-RNG-VIG-DESDE (5:1) NOT = '-'
               OR WS-RNG-VIG-DESDE (6:2) NOT NUMERIC
               OR WS-RNG-VIG-DESDE (8:1) NOT = '-'
               OR WS-RNG-VIG-DESDE (9:2) NOT NUMERIC
               OR WS-RNG-VIG-HASTA (1:4) NOT NUMERIC
               OR WS-RNG-VIG-HASTA (5:1) NOT = '-'
               OR WS-RNG-VIG-HASTA (6:2) NOT NUMERIC
               OR WS-RNG-VIG-HASTA (8:1) NOT = '-'
               OR WS-RNG-VIG-HASTA (9:2) NOT NUMERIC
               MOVE 'N' TO WS-CONTENIDO-VALIDO
               DISPLAY "ERROR: VIGENCIA DEBE SER YYYY-MM-DD"
           ELSE
               IF WS-RNG-VIG-DESDE > WS-RNG-VIG-HASTA
                   MOVE 'N' TO WS-CONTENIDO-VALIDO
                   DISPLAY "ERROR: VIGENTE-DESDE POSTERIOR A "
                       "VIGENTE-HASTA"
               END-IF
           END-IF
       END-IF.

      *comisiones.txt LINES MUST BE CAJERO,PCT WITH A RATE OVER ZERO
      *AND WELL UNDER 100 - A WILD RATE WOULD QUIETLY PAY OUT THE
      *WHOLE REVENUE LINE.
           END-IF
       END-IF.

      *proveedores.txt LINES MUST BE CODIGO,NOMBRE[,CONTACTO
      *[,DIAS-ENTREGA]] WITH A NUMERIC 1-999 CODE - PRD-PROVEEDOR ON
      *THE PRODUCT MASTER AND REPORTE-PROVEEDORES BOTH KEY ON THAT
      *CODE. THE AGREED LEAD TIME, WHEN GIVEN, IS WHOLE DAYS 1-365
      *(THE CONTACT MAY BE LEFT EMPTY: "7,ACME SA,,10").
       VALIDAR-CONTENIDO-PROVEEDORES.
       MOVE 0 TO WS-COMAS
       INSPECT WS-CONTENIDO TALLYING WS-COMAS FOR ALL ','
       IF WS-COMAS < 1 OR WS-COMAS > 3
           MOVE 'N' TO WS-CONTENIDO-VALIDO
           DISPLAY "ERROR: CONTENIDO DEBE TENER FORMATO "
               "CODIGO,NOMBRE[,CONTACTO[,DIAS-ENTREGA]] (SE "
               "ENCONTRARON " WS-COMAS " COMAS, SE ESPERABAN 1 A 3)"
       ELSE
           IF FUNCTION NUMVAL (WS-CONTENIDO (1:3)) < 1
               OR FUNCTION NUMVAL (WS-CONTENIDO (1:3)) > 999
               MOVE 'N' TO WS-CONTENIDO-VALIDO
               DISPLAY "ERROR: CODIGO DE PROVEEDOR DEBE SER 1-999"
           END-IF
           IF WS-COMAS = 3
               MOVE SPACES TO WS-PRO-COD-TXT WS-PRO-NOM-TXT
                   WS-PRO-CON-TXT WS-PRO-DIAS-TXT
               UNSTRING WS-CONTENIDO DELIMITED BY ','
                   INTO WS-PRO-COD-TXT WS-PRO-NOM-TXT
                   WS-PRO-CON-TXT WS-PRO-DIAS-TXT
               END-UNSTRING
               IF FUNCTION TRIM (WS-PRO-DIAS-TXT) IS NOT NUMERIC
                   OR FUNCTION NUMVAL (WS-PRO-DIAS-TXT) < 1
                   OR FUNCTION NUMVAL (WS-PRO-DIAS-TXT) > 365
                   MOVE 'N' TO WS-CONTENIDO-VALIDO
                   DISPLAY "ERROR: DIAS-ENTREGA DEBE SER UN NUMERO "
                       "DE DIAS ENTRE 1 Y 365"
               END-IF
           END-IF
       END-IF.

      *presupuestos.txt LINES MUST BE PERIODO,SUCURSAL,CATEGORIA,
      *IMPORTE - A YYYY-MM PERIOD, A 1-999 BRANCH, A CATEGORY CODE
      *AND A POSITIVE TARGET. A SECOND LINE FOR THE SAME PERIOD,
      *BRANCH AND CATEGORY WOULD BE SILENTLY ADDED TO THE FIRST BY
      *PRESUPUESTO-VENTAS, SO IT IS REFUSED HERE (A CAMBIO MAY KEEP
      *THE KEY OF THE LINE IT REPLACES).
       VALIDAR-CONTENIDO-PRESUPUESTOS.
       MOVE 0 TO WS-COMAS
       INSPECT WS-CONTENIDO TALLYING WS-COMAS FOR ALL ','
       IF WS-COMAS NOT = 3
           MOVE 'N' TO WS-CONTENIDO-VALIDO
           DISPLAY "ERROR: CONTENIDO DEBE TENER FORMATO "
               "PERIODO,SUCURSAL,CATEGORIA,IMPORTE (SE ENCONTRARON "
               WS-COMAS " COMAS, SE ESPERABAN 3)"
       ELSE
           MOVE SPACES TO WS-PSP-PERIODO WS-PSP-SUC-TXT WS-PSP-CAT
               WS-PSP-IMPORTE-TXT
           UNSTRING WS-CONTENIDO DELIMITED BY ','
               INTO WS-PSP-PERIODO WS-PSP-SUC-TXT WS-PSP-CAT
               WS-PSP-IMPORTE-TXT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-PSP-CAT))
               TO WS-PSP-CAT
           IF WS-PSP-PERIODO (1:4) NOT NUMERIC
               OR WS-PSP-PERIODO (5:1) NOT = '-'
               OR WS-PSP-PERIODO (6:2) NOT NUMERIC
               OR WS-PSP-PERIODO (8:3) NOT = SPACES
               OR WS-PSP-PERIODO (6:2) < '01'
               OR WS-PSP-PERIODO (6:2) > '12'
               MOVE 'N' TO WS-CONTENIDO-VALIDO
               DISPLAY "ERROR: PERIODO DEBE SER YYYY-MM"
           END-IF
           IF FUNCTION TEST-NUMVAL (WS-PSP-SUC-TXT) NOT = 0
               MOVE 'N' TO WS-CONTENIDO-VALIDO
               DISPLAY "ERROR: SUCURSAL DEBE SER 1-999"
           ELSE
               IF FUNCTION NUMVAL (WS-PSP-SUC-TXT) < 1
                   OR FUNCTION NUMVAL (WS-PSP-SUC-TXT) > 999
                   MOVE 'N' TO WS-CONTENIDO-VALIDO
                   DISPLAY "ERROR: SUCURSAL DEBE SER 1-999"
               END-IF
           END-IF
           IF WS-PSP-CAT = SPACES
               MOVE 'N' TO WS-CONTENIDO-VALIDO
               DISPLAY "ERROR: FALTA LA CATEGORIA"
           END-IF
           IF FUNCTION TEST-NUMVAL (WS-PSP-IMPORTE-TXT) NOT = 0
               MOVE 'N' TO WS-CONTENIDO-VALIDO
               DISPLAY "ERROR: IMPORTE DEBE SER UN NUMERO POSITIVO"
           ELSE
               IF FUNCTION NUMVAL (WS-PSP-IMPORTE-TXT) <= 0
                   MOVE 'N' TO WS-CONTENIDO-VALIDO
                   DISPLAY "ERROR: IMPORTE DEBE SER UN NUMERO "
                       "POSITIVO"
               END-IF
           END-IF
           IF WS-CONTENIDO-VALIDO = 'S'
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-TOTAL-LINEAS
                   IF WS-OPERACION = 'ALTA'
                       OR WS-I NOT = WS-LINEA-NUM
                       MOVE SPACES TO WS-PSP-OTRO-PERIODO
                           WS-PSP-OTRO-SUC-TXT WS-PSP-OTRO-CAT
                       UNSTRING MAESTRO-LINEAS (WS-I)
                           DELIMITED BY ','
                           INTO WS-PSP-OTRO-PERIODO
                           WS-PSP-OTRO-SUC-TXT WS-PSP-OTRO-CAT
                       END-UNSTRING
                       IF WS-PSP-OTRO-PERIODO = WS-PSP-PERIODO
                           AND FUNCTION UPPER-CASE
                               (FUNCTION TRIM (WS-PSP-OTRO-CAT))
                               = WS-PSP-CAT
                           AND FUNCTION TEST-NUMVAL
                               (WS-PSP-OTRO-SUC-TXT) = 0
                           AND FUNCTION NUMVAL (WS-PSP-OTRO-SUC-TXT)
                               = FUNCTION NUMVAL (WS-PSP-SUC-TXT)
                           MOVE 'N' TO WS-CONTENIDO-VALIDO
                           DISPLAY "ERROR: YA EXISTE PRESUPUESTO "
                               "PARA ESE PERIODO, SUCURSAL Y "
                               "CATEGORIA EN LA LINEA " WS-I
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
       END-IF.

      *PUNTOS-FACTORES.txt LINES MUST BE CATEGORIA,FACTOR WITH A
               MOVE 'N' TO WS-CONTENIDO-VALIDO
               DISPLAY "ERROR: FACTOR DEBE SER UN NUMERO POSITIVO"
           END-IF
           IF FUNCTION UPPER-CASE (WS-PRECIO-SKU (1:4)) = 'SEG-'
               EVALUATE FUNCTION UPPER-CASE
                   (FUNCTION TRIM (WS-PRECIO-SKU (5:)))
                   WHEN 'CAM'
                   WHEN 'LEA'
                   WHEN 'OCA'
                   WHEN 'RIE'
                   WHEN 'PER'
                   WHEN 'SIN'
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N' TO WS-CONTENIDO-VALIDO
                       DISPLAY "ERROR: SEGMENTO DESCONOCIDO - USE "
                           "SEG-CAM, SEG-LEA, SEG-OCA, SEG-RIE, "
                           "SEG-PER O SEG-SIN"
               END-EVALUATE
           END-IF
       END-IF.

      *ONE AUDIT LINE PER APPLIED PRECIOS OPERATION, APPENDED TO
           END-PERFORM
           SUBTRACT 1 FROM WS-TOTAL-LINEAS
           DISPLAY "BAJA OK - LINEA " WS-LINEA-NUM " ELIMINADA"
           MOVE WS-LINEA-ANTES TO DIA-ANTES
           MOVE SPACES TO DIA-DESPUES
           PERFORM DIARIO-CATALOGO
           IF WS-ARCHIVO = 'PRECIOS'
               MOVE SPACES TO WS-CONTENIDO
               MOVE 'BAJA' TO AUD-OPERACION
               PERFORM REGISTRAR-AUDITORIA
           END-IF
       END-IF.

      *BEFORE/AFTER JOURNAL (SEE WS-DIARIO.cpy). THE CALLER HAS
      *ALREADY PUT THE BEFORE IMAGE IN DIA-ANTES; THE AFTER IMAGE IS
      *THE RECORD AS IT WAS JUST WRITTEN. A WRITE OR REWRITE THE
      *FILE REFUSED CHANGED NOTHING AND IS NOT JOURNALLED.
       DIARIO-CLIENTE.
       IF WS-CLI-STATUS (1:1) = '0'
           MOVE CLI-REC TO DIA-DESPUES
           MOVE 'CLIENTES' TO DIA-MAESTRO
           MOVE CLI-ID TO DIA-CLAVE
           PERFORM REGISTRAR-DIARIO
       END-IF.

       DIARIO-PRODUCTO.
       IF WS-PRD-STATUS (1:1) = '0'
           MOVE PRD-REC TO DIA-DESPUES
           MOVE 'PRODUCTOS' TO DIA-MAESTRO
           MOVE PRD-ID TO DIA-CLAVE
           PERFORM REGISTRAR-DIARIO
       END-IF.

      *A CATALOG LINE IS KEYED BY ITS FIRST COMMA FIELD - THE LINE
      *NUMBER THE COMMAND USED IS GONE AFTER THE NEXT BAJA.
       DIARIO-CATALOGO.
       MOVE WS-ARCHIVO TO DIA-MAESTRO
       MOVE SPACES TO DIA-CLAVE
       IF DIA-DESPUES NOT = SPACES
           UNSTRING DIA-DESPUES DELIMITED BY ','
               INTO DIA-CLAVE
           END-UNSTRING
       ELSE
           UNSTRING DIA-ANTES DELIMITED BY ','
               INTO DIA-CLAVE
           END-UNSTRING
       END-IF
       PERFORM REGISTRAR-DIARIO.

      *THE OPERATOR IS THE ONE AUTORIZAR-COMANDO CHECKED (THE
      *OPERADOR VARIABLE ON AN INSTALL WITHOUT OPERATOR MASTER).
       REGISTRAR-DIARIO.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
       MOVE SPACES TO DIA-FECHA DIA-HORA
       STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
           WS-CURRENT-DATE (7:2) DELIMITED BY SIZE INTO DIA-FECHA
       STRING WS-CURRENT-DATE (9:2) ':' WS-CURRENT-DATE (11:2) ':'
           WS-CURRENT-DATE (13:2) DELIMITED BY SIZE INTO DIA-HORA
       IF WS-SEG-USUARIO = SPACES
           MOVE 'OPERADOR' TO DIA-OPERADOR
       ELSE
           MOVE WS-SEG-USUARIO TO DIA-OPERADOR
       END-IF
       MOVE WS-OPERACION TO DIA-OPERACION
       OPEN EXTEND DIARIO
       IF WS-DIA-STATUS = '35'
           OPEN OUTPUT DIARIO
       END-IF
       MOVE DIARIO-LINEA TO FD-DIA-REC
       WRITE FD-DIA-REC
       CLOSE DIARIO.

      *ROLE EACH COMMAND NEEDS (C AUXILIAR, S SUPERVISOR, F
      *FINANZAS; A ADMINISTRADOR PASSES EVERYWHERE): EVERYDAY
      *CATALOG UPKEEP AND PRICE REQUESTS ARE CLERK WORK, DECISIONS
      *AND STRUCTURAL MASTERS ARE SUPERVISOR WORK, CREDIT, TAX,
      *CURRENCY AND ACCOUNTING MASTERS ARE FINANCE'S, AND THE
      *OPERATOR MASTER ITSELF IS THE ADMINISTRATOR'S - EXCEPT THAT
      *ANY OPERATOR MAY CHANGE THEIR OWN PASSWORD.
       AUTORIZAR-COMANDO.
       MOVE 'MANTENER-MAESTROS' TO WS-SEG-PROGRAMA
       MOVE 'CS' TO WS-SEG-ROLES-REQ
       EVALUATE WS-ARCHIVO
           WHEN 'DESBLOQUEAR'
               MOVE 'S' TO WS-SEG-ROLES-REQ
           WHEN 'OPERADORES'
               MOVE 'A' TO WS-SEG-ROLES-REQ
               IF WS-OPERACION = 'CLAVE'
                   PERFORM SEPARAR-COMANDO-OPERADOR
                   MOVE SPACES TO WS-SEG-USUARIO
                   ACCEPT WS-SEG-USUARIO FROM ENVIRONMENT 'OPERADOR'
                   IF FUNCTION UPPER-CASE (WS-SEG-USUARIO) =
                       WS-OPE-USUARIO AND WS-OPE-USUARIO NOT = SPACES
                       MOVE 'CSFA' TO WS-SEG-ROLES-REQ
                   END-IF
               END-IF
           WHEN 'PRECIOS'
               EVALUATE WS-OPERACION
                   WHEN 'APROBAR'
                   WHEN 'RECHAZAR'
                       MOVE 'S' TO WS-SEG-ROLES-REQ
                   WHEN 'PENDIENTES'
                       MOVE 'CSF' TO WS-SEG-ROLES-REQ
               END-EVALUATE
           WHEN 'APROBACIONES'
               IF WS-OPERACION = 'PENDIENTES'
                   MOVE 'CSF' TO WS-SEG-ROLES-REQ
               ELSE
                   MOVE 'SF' TO WS-SEG-ROLES-REQ
               END-IF
           WHEN 'TRASLADOS'
               IF WS-OPERACION = 'PENDIENTES'
                   MOVE 'CS' TO WS-SEG-ROLES-REQ
               ELSE
                   MOVE 'S' TO WS-SEG-ROLES-REQ
               END-IF
           WHEN 'NOMBRES'
               EVALUATE WS-OPERACION
                   WHEN 'CREDITO'
                   WHEN 'RETENER'
                   WHEN 'LIBERAR'
                       MOVE 'F' TO WS-SEG-ROLES-REQ
                   WHEN 'FUSIONAR'
                       MOVE 'S' TO WS-SEG-ROLES-REQ
               END-EVALUATE
           WHEN 'SUCURSALES'
           WHEN 'FACTORES'
           WHEN 'INVENTARIO'
           WHEN 'PROMOCIONES'
               MOVE 'S' TO WS-SEG-ROLES-REQ
           WHEN 'IMPUESTOS'
           WHEN 'MONEDAS'
           WHEN 'COMISIONES'
           WHEN 'CUENTAS'
           WHEN 'PRESUPUESTOS'
           WHEN 'RANGOS'
               MOVE 'F' TO WS-SEG-ROLES-REQ
       END-EVALUATE
       MOVE SPACES TO WS-SEG-ACCION
       STRING FUNCTION TRIM (WS-ARCHIVO) ' ' FUNCTION TRIM
           (WS-OPERACION) DELIMITED BY SIZE INTO WS-SEG-ACCION
       PERFORM VERIFICAR-AUTORIZACION
       IF WS-SEG-AUTORIZADO = 'S' AND WS-SEG-CON-MAESTRO = 'S'
           AND (WS-OPERACION = 'APROBAR' OR WS-OPERACION = 'RECHAZAR')
           PERFORM VERIFICAR-DECISOR
       END-IF.

      *A DECISION IS RECORDED IN THE NAME OF WHOEVER IS SIGNED ON -
      *NAMING SOMEONE ELSE AS THE APPROVER IS REFUSED AND LOGGED, AND
      *A MISSING NAME IS FILLED IN FROM THE SESSION.
       VERIFICAR-DECISOR.
       IF WS-APROBADOR = SPACES
           MOVE WS-SEG-USUARIO TO WS-APROBADOR
       END-IF
       IF FUNCTION UPPER-CASE (WS-APROBADOR) NOT = WS-SEG-USUARIO
           DISPLAY "ERROR: ACCESO DENEGADO A "
               FUNCTION TRIM (WS-SEG-USUARIO) " - NO PUEDE DECIDIR A "
               "NOMBRE DE " FUNCTION TRIM (WS-APROBADOR)
           MOVE 'N' TO WS-SEG-AUTORIZADO
           MOVE 'RECHAZO' TO WS-SEG-EVENTO
           MOVE SPACES TO WS-SEG-DETALLE
           STRING FUNCTION TRIM (WS-SEG-ACCION) ' / DECIDE A NOMBRE '
               'DE ' FUNCTION TRIM (WS-APROBADOR)
               DELIMITED BY SIZE INTO WS-SEG-DETALLE
           PERFORM REGISTRAR-SEGURIDAD
       ELSE
           MOVE WS-SEG-USUARIO TO WS-APROBADOR
       END-IF.

       SEPARAR-COMANDO-OPERADOR.
       MOVE SPACES TO WS-OPE-TOKEN-1 WS-OPE-TOKEN-2 WS-OPE-USUARIO
           WS-OPE-VALOR-1 WS-OPE-VALOR-2
       UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
           INTO WS-OPE-TOKEN-1 WS-OPE-TOKEN-2 WS-OPE-USUARIO
               WS-OPE-VALOR-1 WS-OPE-VALOR-2
       END-UNSTRING
       MOVE FUNCTION UPPER-CASE (WS-OPE-USUARIO) TO WS-OPE-USUARIO.

      *"OPERADORES ALTA <USUARIO> <CLAVE> <ROLES>", "CLAVE <USUARIO>
      *<CLAVE>", "ROLES <USUARIO> <ROLES>", "BAJA|ACTIVAR <USUARIO>"
      *OR "LISTA". OPERATORS ARE NEVER DELETED - BAJA ONLY SETS THE
      *ACTIVE FLAG, SO SEGURIDAD.txt NEVER NAMES A USER THE MASTER
      *HAS FORGOTTEN. EVERY CHANGE IS LOGGED TO SEGURIDAD.txt (THE
      *PASSWORD NEVER IS) AND NO CHANGE MAY LEAVE THE INSTALL
      *WITHOUT AN ACTIVE ADMINISTRATOR.
       MANTENER-OPERADORES.
       PERFORM SEPARAR-COMANDO-OPERADOR
       PERFORM CARGAR-OPERADORES
       MOVE 'S' TO WS-OPE-VALIDO
       IF WS-OPE-TRUNCADO = 'S' AND WS-OPERACION NOT = 'LISTA'
           DISPLAY "ERROR: OPERADORES.txt EXCEDE LA TABLA (LIMITE "
               "200) - NO SE REGRABA"
           MOVE 'N' TO WS-OPE-VALIDO
       END-IF
       IF WS-OPERACION NOT = 'LISTA' AND WS-OPE-VALIDO = 'S'
           PERFORM BUSCAR-FILA-OPERADOR
       END-IF
       EVALUATE WS-OPERACION
           WHEN 'ALTA'
               PERFORM ALTA-OPERADOR
           WHEN 'CLAVE'
               PERFORM CLAVE-OPERADOR
           WHEN 'ROLES'
               PERFORM ROLES-OPERADOR
           WHEN 'BAJA'
               PERFORM ACTIVO-OPERADOR
           WHEN 'ACTIVAR'
               PERFORM ACTIVO-OPERADOR
           WHEN 'LISTA'
               PERFORM LISTAR-OPERADORES
               MOVE 'N' TO WS-OPE-VALIDO
           WHEN OTHER
               DISPLAY "OPERACION DESCONOCIDA PARA OPERADORES: "
                   WS-OPERACION
               MOVE 'N' TO WS-OPE-VALIDO
       END-EVALUATE
       IF WS-OPE-VALIDO = 'S'
           PERFORM CONTAR-ADMINISTRADORES
           IF WS-OPE-ADMINS = 0
               DISPLAY "ERROR: DEBE QUEDAR AL MENOS UN ADMINISTRADOR "
                   "(ROL A) ACTIVO - CAMBIO NO APLICADO"
               MOVE 'N' TO WS-OPE-VALIDO
           END-IF
       END-IF
       IF WS-OPE-VALIDO = 'S'
           PERFORM GRABAR-OPERADORES
           MOVE 'MAESTRO' TO WS-SEG-EVENTO
           MOVE SPACES TO WS-SEG-DETALLE
           MOVE OPE-FILA (WS-OPE-HIT) TO OPERADOR-LINEA
           STRING 'OPERADORES ' FUNCTION TRIM (WS-OPERACION) ' '
               FUNCTION TRIM (OPR-USUARIO) ' ACTIVO ' OPR-ACTIVO
               ' ROLES ' FUNCTION TRIM (OPR-ROLES)
               DELIMITED BY SIZE INTO WS-SEG-DETALLE
           PERFORM REGISTRAR-SEGURIDAD
           DISPLAY "OPERADOR " FUNCTION TRIM (OPR-USUARIO) " - "
               FUNCTION TRIM (WS-OPERACION) " OK"
       ELSE
           IF WS-OPERACION NOT = 'LISTA'
               MOVE 8 TO RETURN-CODE
           END-IF
       END-IF.

       CARGAR-OPERADORES.
       MOVE 0 TO WS-OPE-USADAS
       OPEN INPUT OPERADORES
       IF WS-OPR-STATUS = '00'
           PERFORM UNTIL EOF = 1
               READ OPERADORES
                   AT END
                       MOVE 1 TO EOF
                   NOT AT END
                       IF FD-OPR-REC NOT = SPACES
                           IF WS-OPE-USADAS < 200
                               ADD 1 TO WS-OPE-USADAS
                               MOVE FD-OPR-REC TO
                                   OPE-FILA (WS-OPE-USADAS)
                           ELSE
                               MOVE 'S' TO WS-OPE-TRUNCADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERADORES
       END-IF
       MOVE 0 TO EOF.

       BUSCAR-FILA-OPERADOR.
       MOVE 0 TO WS-OPE-HIT
       IF WS-OPE-USUARIO = SPACES OR WS-OPE-USUARIO (11:2) NOT = SPACES
           DISPLAY "ERROR: USUARIO OBLIGATORIO, HASTA 10 CARACTERES"
           MOVE 'N' TO WS-OPE-VALIDO
       ELSE
           PERFORM VARYING WS-OPE-I FROM 1 BY 1
                   UNTIL WS-OPE-I > WS-OPE-USADAS OR WS-OPE-HIT > 0
               IF OPE-FILA (WS-OPE-I) (1:10) = WS-OPE-USUARIO
                   MOVE WS-OPE-I TO WS-OPE-HIT
               END-IF
           END-PERFORM
           IF WS-OPE-HIT = 0 AND WS-OPERACION NOT = 'ALTA'
               DISPLAY "ERROR: OPERADOR " FUNCTION TRIM
                   (WS-OPE-USUARIO) " NO EXISTE"
               MOVE 'N' TO WS-OPE-VALIDO
           END-IF
       END-IF.

       ALTA-OPERADOR.
       IF WS-OPE-VALIDO = 'S' AND WS-OPE-HIT > 0
           DISPLAY "ERROR: OPERADOR " FUNCTION TRIM (WS-OPE-USUARIO)
               " YA EXISTE (USE CLAVE, ROLES O ACTIVAR)"
           MOVE 'N' TO WS-OPE-VALIDO
       END-IF
       IF WS-OPE-VALIDO = 'S' AND WS-OPE-USADAS >= 200
           DISPLAY "ERROR: MAESTRO DE OPERADORES LLENO (LIMITE 200)"
           MOVE 'N' TO WS-OPE-VALIDO
       END-IF
       IF WS-OPE-VALIDO = 'S'
           MOVE WS-OPE-VALOR-1 TO WS-OPE-CLAVE
           MOVE WS-OPE-VALOR-2 TO WS-OPE-ROLES
           PERFORM VALIDAR-CLAVE-OPERADOR
           PERFORM VALIDAR-ROLES-OPERADOR
       END-IF
       IF WS-OPE-VALIDO = 'S'
           ADD 1 TO WS-OPE-USADAS
           MOVE WS-OPE-USADAS TO WS-OPE-HIT
           MOVE SPACES TO OPERADOR-LINEA
           MOVE WS-OPE-USUARIO TO OPR-USUARIO
           MOVE 'S' TO OPR-ACTIVO
           MOVE WS-OPE-ROLES TO OPR-ROLES
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE (1:4) '-' WS-CURRENT-DATE (5:2) '-'
               WS-CURRENT-DATE (7:2) DELIMITED BY SIZE
               INTO OPR-FECHA-ALTA
           PERFORM FIJAR-HASH-OPERADOR
       END-IF.

       CLAVE-OPERADOR.
       IF WS-OPE-VALIDO = 'S'
           MOVE WS-OPE-VALOR-1 TO WS-OPE-CLAVE
           PERFORM VALIDAR-CLAVE-OPERADOR
       END-IF
       IF WS-OPE-VALIDO = 'S'
           MOVE OPE-FILA (WS-OPE-HIT) TO OPERADOR-LINEA
           PERFORM FIJAR-HASH-OPERADOR
       END-IF.

       ROLES-OPERADOR.
       IF WS-OPE-VALIDO = 'S'
           MOVE WS-OPE-VALOR-1 TO WS-OPE-ROLES
           PERFORM VALIDAR-ROLES-OPERADOR
       END-IF
       IF WS-OPE-VALIDO = 'S'
           MOVE OPE-FILA (WS-OPE-HIT) TO OPERADOR-LINEA
           MOVE WS-OPE-ROLES TO OPR-ROLES
           MOVE OPERADOR-LINEA TO OPE-FILA (WS-OPE-HIT)
       END-IF.

       ACTIVO-OPERADOR.
       IF WS-OPE-VALIDO = 'S'
           MOVE OPE-FILA (WS-OPE-HIT) TO OPERADOR-LINEA
           IF WS-OPERACION = 'BAJA'
               MOVE 'N' TO OPR-ACTIVO
           ELSE
               MOVE 'S' TO OPR-ACTIVO
           END-IF
           MOVE OPERADOR-LINEA TO OPE-FILA (WS-OPE-HIT)
       END-IF.

      *THE PASSWORD ITSELF GOES NO FURTHER THAN THIS PARAGRAPH - ONLY
      *ITS HASH IS STORED.
       FIJAR-HASH-OPERADOR.
       MOVE OPR-USUARIO TO WS-SEG-USUARIO
       MOVE WS-OPE-CLAVE TO WS-SEG-CLAVE
       PERFORM CALCULAR-HASH-CLAVE
       MOVE WS-SEG-HASH TO OPR-HASH
       MOVE SPACES TO WS-SEG-CLAVE WS-OPE-CLAVE WS-OPE-VALOR-1
       MOVE OPERADOR-LINEA TO OPE-FILA (WS-OPE-HIT)
       MOVE SPACES TO WS-SEG-USUARIO
       ACCEPT WS-SEG-USUARIO FROM ENVIRONMENT 'OPERADOR'
       MOVE FUNCTION UPPER-CASE (WS-SEG-USUARIO) TO WS-SEG-USUARIO.

       VALIDAR-CLAVE-OPERADOR.
       IF FUNCTION LENGTH (FUNCTION TRIM (WS-OPE-CLAVE)) < 6
           OR WS-OPE-CLAVE (21:10) NOT = SPACES
           DISPLAY "ERROR: LA CLAVE DEBE TENER ENTRE 6 Y 20 "
               "CARACTERES"
           MOVE 'N' TO WS-OPE-VALIDO
       END-IF.

       VALIDAR-ROLES-OPERADOR.
       MOVE FUNCTION UPPER-CASE (WS-OPE-ROLES) TO WS-OPE-ROLES
       MOVE 0 TO WS-OPE-CUENTA
       INSPECT WS-OPE-ROLES (1:4) TALLYING WS-OPE-CUENTA
           FOR ALL 'C' ALL 'S' ALL 'F' ALL 'A'
       IF WS-OPE-ROLES = SPACES OR WS-OPE-ROLES (5:26) NOT = SPACES
           OR WS-OPE-CUENTA NOT =
               FUNCTION LENGTH (FUNCTION TRIM (WS-OPE-ROLES))
           DISPLAY "ERROR: ROLES DEBE SER DE 1 A 4 LETRAS ENTRE C "
               "(AUXILIAR), S (SUPERVISOR), F (FINANZAS) Y A "
               "(ADMINISTRADOR)"
           MOVE 'N' TO WS-OPE-VALIDO
       END-IF.

       CONTAR-ADMINISTRADORES.
       MOVE 0 TO WS-OPE-ADMINS
       PERFORM VARYING WS-OPE-I FROM 1 BY 1
               UNTIL WS-OPE-I > WS-OPE-USADAS
           MOVE OPE-FILA (WS-OPE-I) TO OPERADOR-LINEA
           MOVE 0 TO WS-OPE-CUENTA
           INSPECT OPR-ROLES TALLYING WS-OPE-CUENTA FOR ALL 'A'
           IF OPR-ACTIVO = 'S' AND WS-OPE-CUENTA > 0
               ADD 1 TO WS-OPE-ADMINS
           END-IF
       END-PERFORM.

       GRABAR-OPERADORES.
       OPEN OUTPUT OPERADORES-NUEVO
       PERFORM VARYING WS-OPE-I FROM 1 BY 1
               UNTIL WS-OPE-I > WS-OPE-USADAS
           MOVE OPE-FILA (WS-OPE-I) TO FD-OPRN-REC
           WRITE FD-OPRN-REC
       END-PERFORM
       CLOSE OPERADORES-NUEVO
       CALL "SYSTEM" USING
           "mv -f OPERADORES.NUEVO.txt OPERADORES.txt"
       MOVE 0 TO RETURN-CODE.

       LISTAR-OPERADORES.
       IF WS-OPE-USADAS = 0
           DISPLAY "NO HAY OPERADORES REGISTRADOS"
       ELSE
           DISPLAY "USUARIO    ACTIVO ROLES ALTA"
           PERFORM VARYING WS-OPE-I FROM 1 BY 1
                   UNTIL WS-OPE-I > WS-OPE-USADAS
               MOVE OPE-FILA (WS-OPE-I) TO OPERADOR-LINEA
               DISPLAY OPR-USUARIO " " OPR-ACTIVO "      " OPR-ROLES
                   "  " OPR-FECHA-ALTA
           END-PERFORM
       END-IF.

       COPY SEGURIDAD-PROC.
