      ****************************************************************
      * SEGURIDAD-WS - OPERATOR MASTER, SIGN-ON SESSION AND SECURITY
      * LOG LAYOUTS PLUS THE WORK FIELDS FOR THE SHARED
      * VERIFICAR-AUTORIZACION / TIENE-ROL / REGISTRAR-SEGURIDAD /
      * CALCULAR-HASH-CLAVE PARAGRAPHS (SEE SEGURIDAD-PROC.cpy), THE
      * USUAL WS/PROC SPLIT. THE HOST PROGRAM DECLARES
      *   SELECT OPERADORES ASSIGN TO 'OPERADORES.txt' ... FILE
      *       STATUS WS-OPR-STATUS, FD FD-OPR-REC X(50)
      *   SELECT SESIONES ASSIGN TO 'SESIONES.txt' ... FILE STATUS
      *       WS-SES-STATUS, FD FD-SES-REC X(50)
      *   SELECT SEGURIDAD ASSIGN TO 'SEGURIDAD.txt' ... FILE STATUS
      *       WS-SEG-STATUS, FD FD-SEG-REC X(132)
      * MOVES ITS NAME TO WS-SEG-PROGRAMA, AND BEFORE ANY PROTECTED
      * ACTION MOVES THE ROLES THAT MAY PERFORM IT TO
      * WS-SEG-ROLES-REQ AND A SHORT DESCRIPTION TO WS-SEG-ACCION,
      * PERFORMS VERIFICAR-AUTORIZACION AND HONOURS
      * WS-SEG-AUTORIZADO.
      *
      * OPERADORES.txt HOLDS ONE LINE PER OPERATOR: USER ID, THE
      * HASH OF ID+PASSWORD (NEVER THE PASSWORD ITSELF), ACTIVE
      * FLAG S/N, AND UP TO FOUR ROLE LETTERS:
      *   C AUXILIAR (CLERK)   S SUPERVISOR
      *   F FINANZAS           A ADMINISTRADOR (PASSES EVERY CHECK)
      * IT IS MAINTAINED ONLY THROUGH MANTENER-MAESTROS OPERADORES.
      * AN INSTALL WITHOUT OPERADORES.txt RUNS UNCHECKED, AS BEFORE
      * THE MASTER EXISTED - THE FIRST OPERATOR REGISTERED MUST BE
      * AN ADMINISTRATOR, AND FROM THEN ON EVERY CHECK IS ENFORCED.
      *
      * SESIONES.txt HOLDS ONE LINE PER OPEN CONSOLA-OPERADOR
      * SIGN-ON. THE CONSOLE EXPORTS OPERADOR AND OPERADOR_SESION TO
      * EVERY PROGRAM IT RUNS; A PROTECTED PROGRAM ONLY BELIEVES THE
      * OPERADOR VARIABLE WHEN THE TOKEN BESIDE IT MATCHES A SESSION
      * OPENED FOR THAT USER WITHIN WS-SES-HORAS-MAX HOURS.
      *
      * SEGURIDAD.txt IS THE APPEND-ONLY AUDIT TRAIL: SIGN-ONS,
      * FAILED SIGN-ONS, SIGN-OFFS AND EVERY REFUSED ACTION.
      ****************************************************************
       01  OPERADOR-LINEA.
           05  OPR-USUARIO         PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  OPR-HASH            PIC 9(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  OPR-ACTIVO          PIC X(01).
           05  FILLER              PIC X(01) VALUE ' '.
           05  OPR-ROLES           PIC X(04).
           05  FILLER              PIC X(01) VALUE ' '.
           05  OPR-FECHA-ALTA      PIC X(10).
       01  SESION-LINEA.
           05  SES-USUARIO         PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  SES-TOKEN           PIC 9(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  SES-FECHA           PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  SES-HORA            PIC X(08).
       01  SEGURIDAD-LINEA.
           05  SEG-FECHA           PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  SEG-HORA            PIC X(08).
           05  FILLER              PIC X(01) VALUE ' '.
           05  SEG-PROGRAMA        PIC X(20).
           05  FILLER              PIC X(01) VALUE ' '.
           05  SEG-USUARIO         PIC X(10).
           05  FILLER              PIC X(01) VALUE ' '.
           05  SEG-EVENTO          PIC X(08).
           05  FILLER              PIC X(01) VALUE ' '.
           05  SEG-DETALLE         PIC X(70).
       01  WS-OPR-STATUS           PIC X(02) VALUE '00'.
       01  WS-SES-STATUS           PIC X(02) VALUE '00'.
       01  WS-SEG-STATUS           PIC X(02) VALUE '00'.
       01  WS-OPR-EOF              PIC 9 VALUE 0.
       01  WS-SES-EOF              PIC 9 VALUE 0.
       01  WS-SEG-PROGRAMA         PIC X(20) VALUE SPACES.
       01  WS-SEG-USUARIO          PIC X(10) VALUE SPACES.
       01  WS-SEG-TOKEN-TXT        PIC X(10) VALUE SPACES.
       01  WS-SEG-ROLES-REQ        PIC X(04) VALUE SPACES.
       01  WS-SEG-ACCION           PIC X(70) VALUE SPACES.
       01  WS-SEG-EVENTO           PIC X(08) VALUE SPACES.
       01  WS-SEG-MOTIVO           PIC X(50) VALUE SPACES.
       01  WS-SEG-DETALLE          PIC X(70) VALUE SPACES.
       01  WS-SEG-AUTORIZADO       PIC X(01) VALUE 'S'.
      *'N' WHEN OPERADORES.txt DOES NOT EXIST (NOTHING IS ENFORCED).
       01  WS-SEG-CON-MAESTRO      PIC X(01) VALUE 'N'.
       01  WS-SEG-ENCONTRADO       PIC X(01) VALUE 'N'.
       01  WS-SEG-SESION-OK        PIC X(01) VALUE 'N'.
       01  WS-SEG-I                PIC 9(02) VALUE ZEROS.
       01  WS-SEG-J                PIC 9(02) VALUE ZEROS.
       01  WS-SEG-CLAVE            PIC X(20) VALUE SPACES.
       01  WS-SEG-HASH-TXT         PIC X(30) VALUE SPACES.
       01  WS-SEG-HASH             PIC 9(12) VALUE ZEROS.
       01  WS-SEG-AHORA            PIC X(21) VALUE SPACES.
       01  WS-SEG-FECHA-NUM        PIC 9(08) VALUE ZEROS.
       01  WS-SEG-FECHA-TXT        REDEFINES WS-SEG-FECHA-NUM
                                   PIC X(08).
       01  WS-SEG-MIN-AHORA        PIC 9(10) VALUE ZEROS.
       01  WS-SEG-MIN-SESION       PIC 9(10) VALUE ZEROS.
      *A CONSOLE LEFT OPEN OVERNIGHT (OR KILLED WITHOUT SIGNING OFF)
      *MUST NOT LEAVE A TOKEN THAT WORKS THE NEXT DAY.
       01  WS-SES-HORAS-MAX        PIC 9(02) VALUE 12.
