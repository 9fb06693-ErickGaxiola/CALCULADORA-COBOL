           DISPLAY "Num3: [" TRAN-CHECK-NUM3 "]".
           DISPLAY "Opcion: " TRAN-OPCION
               "  Operador: " TRAN-OPERADOR
               "  Moneda: " TRAN-MONEDA
               "  Tarifa: " TRAN-TARIFA.
           MOVE SPACE TO WS-ACCION.
           PERFORM PREGUNTA-ACCION
               UNTIL WS-ACCION = "C" OR WS-ACCION = "A"
           IF WS-CAPTURA NOT = SPACES
               MOVE WS-CAPTURA(1:3) TO TRAN-MONEDA
           END-IF.
           DISPLAY "Nueva tarifa (vacio = conservar): ".
           ACCEPT WS-CAPTURA.
           IF WS-CAPTURA NOT = SPACES
               MOVE WS-CAPTURA(1:6) TO TRAN-TARIFA
           END-IF.


       END PROGRAM CALCCORR.
