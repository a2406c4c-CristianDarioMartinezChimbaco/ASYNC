                           ADD WS-IMPORTE-LINEA TO
                               DIA-REEMBOLSO (WS-HIT)
                       WHEN 'P'
                       WHEN 'T'
                       WHEN 'C'
                       WHEN 'F'
                           CONTINUE
                       WHEN OTHER
                           ADD WS-IMPORTE-LINEA TO
