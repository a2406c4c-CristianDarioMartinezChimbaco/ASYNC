      * FUSIONES-PROC.cpy AND THE FUSIONAR OPERATION IN
      * MANTENER-MAESTROS).
           05  CLI-FUSION-EN       PIC 9(05).
      * CREDIT CONTROL FOR CLIENTS WHO BUY ON ACCOUNT (CHECKED BY
      * POSTEAR-VENTAS AGAINST CARTERA.txt): CLI-LIMITE-CREDITO IS
      * THE MOST THE CLIENT MAY OWE IN TOTAL, ZERO MEANING NO LIMIT
      * AND NO CREDIT CHECK; CLI-RETENIDO 'S' IS A MANUAL CREDIT
      * HOLD, CLI-RETENCION-MOTIVO WHY. SET WITH THE NOMBRES
      * CREDITO / RETENER / LIBERAR OPERATIONS OF MANTENER-MAESTROS.
      * A CLIENTES.dat LOADED IN THE OLDER 176-BYTE LAYOUT (NOTHING
      * AFTER CLI-FUSION-EN) IS RELOADED ONCE WITH
      * "MIGRAR-MAESTROS CONVERTIR" BEFORE ANY PROGRAM READS IT.
           05  CLI-LIMITE-CREDITO  PIC 9(09)V99.
           05  CLI-RETENIDO        PIC X(01).
           05  CLI-RETENCION-MOTIVO PIC X(30).
      * RFM SEGMENT SET BY SEGMENTAR-CLIENTES (CAM CHAMPION, LEA
      * LOYAL, RIE AT RISK, PER LAPSED, OCA OCCASIONAL, SIN NO
      * PURCHASES) AND THE DATE THAT CODE WAS ASSIGNED - A RUN THAT
      * LEAVES THE CLIENT IN THE SAME SEGMENT KEEPS THE DATE.
      * PUNTOS-LEALTAD PICKS THE SEGMENT'S POINTS FACTOR FROM IT.
      * SPACES ON A CLIENT NEVER SEGMENTED.
           05  CLI-SEGMENTO        PIC X(03).
           05  CLI-SEGMENTO-FECHA  PIC X(10).
