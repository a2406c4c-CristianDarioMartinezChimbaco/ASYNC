               MOVE FUNCTION NUMVAL (WS-LIM-VALOR) TO LIM-MIN-DET
           WHEN 'MAX-DET'
               MOVE FUNCTION NUMVAL (WS-LIM-VALOR) TO LIM-MAX-DET
      *CLAVES OWNED BY OTHER PROGRAMS (SEE LIMITES-WS.cpy) - KNOWN,
      *JUST NOT CHECKED HERE.
           WHEN 'TOL-PRECIO-CXP'
           WHEN 'DIAS-REENVIO-CARTA'
           WHEN 'TOL-CUADRE-CAJA'
           WHEN 'FALTANTES-REPETIDOS'
           WHEN 'MONTO-LINEA-ALTA'
           WHEN 'FACTOR-EXC-CAJERO'
           WHEN 'TOL-PRECIO-POS'
           WHEN 'TECHO-PRECIO-POS'
           WHEN 'DIAS-RIESGO-RFM'
           WHEN 'DIAS-PERDIDO-RFM'
           WHEN 'DIAS-HABILES-SEMANA'
           WHEN 'MIN-RANGO-FE'
           WHEN 'DIAS-VENCE-FE'
           WHEN 'DIAS-AVISO-LOTE'
           WHEN 'TOL-CUADRE-GL'
           WHEN 'VALOR-PUNTO'
               CONTINUE
           WHEN OTHER
               DISPLAY "ADVERTENCIA: CLAVE DE LIMITE DESCONOCIDA: "
                   WS-LIM-CLAVE
