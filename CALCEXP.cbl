               MOVE "CONVERSION" TO WS-TIPO-OP
           WHEN 11
               MOVE "REVERSO" TO WS-TIPO-OP
           WHEN 12
               MOVE "AJUSTE CAMBIO" TO WS-TIPO-OP
           WHEN 13
               MOVE "COMISION" TO WS-TIPO-OP
           WHEN OTHER
               MOVE "DESCONOCIDA" TO WS-TIPO-OP
           END-EVALUATE.
