       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTAFILE ASSIGN TO "CTAMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-LLAVE
               FILE STATUS IS WS-CTA-STATUS.
           SELECT OPERFILE ASSIGN TO "OPERMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CTAFILE
           RECORDING MODE IS F.
       COPY CTAREC.
       FD OPERFILE
           RECORDING MODE IS F.
       COPY OPERREC.
       WORKING-STORAGE SECTION.
       01 WS-CTA-STATUS PIC XX.
       01 WS-OPER-STATUS PIC XX.
       01 WS-EOF-CTA PIC X.
       01 WS-EOF-OPER PIC X.
       01 WS-SALIR PIC X VALUE "N".
       01 WS-OPCION-CTA PIC 9.
       01 WS-CAPTURA PIC X(30).
       01 WS-CAPT-OK PIC X.
       01 WS-CAPT-OPCION PIC 9(2).
       01 WS-CAPT-MONEDA PIC X(3).
       01 WS-CAPT-CARGO PIC X(12).
       01 WS-CAPT-ABONO PIC X(12).
       01 WS-CAPT-DESCRIPCION PIC X(30).
       01 WS-CTA-EXISTIA PIC X.
       01 WS-CONT-CTAS PIC 9(5).
       01 WS-OPERADOR-ID PIC X(8).
       01 WS-OPERADOR-NOMBRE PIC X(30).
       01 WS-OPERADOR-OK PIC X.
       01 WS-INTENTOS-SESION PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-CUENTAS.

           PERFORM INICIA-SESION.
           IF WS-OPERADOR-OK NOT = "S"
               STOP RUN
           END-IF.
           OPEN I-O CTAFILE.
           IF WS-CTA-STATUS = "35"
               OPEN OUTPUT CTAFILE
               CLOSE CTAFILE
               OPEN I-O CTAFILE
           END-IF.
           PERFORM MENU-CUENTAS UNTIL WS-SALIR = "S".
           CLOSE CTAFILE.
           STOP RUN.

           INICIA-SESION.
           MOVE "N" TO WS-OPERADOR-OK.
           MOVE 0 TO WS-INTENTOS-SESION.
           PERFORM CAPTURA-OPERADOR
               UNTIL WS-OPERADOR-OK = "S"
               OR WS-INTENTOS-SESION >= 3.
           IF WS-OPERADOR-OK NOT = "S"
               DISPLAY "Operador no autorizado. Sesion terminada."
           END-IF.

           CAPTURA-OPERADOR.
           ADD 1 TO WS-INTENTOS-SESION.
           DISPLAY "Ingrese su ID de operador (supervisor): ".
           ACCEPT WS-OPERADOR-ID.
           PERFORM VALIDA-OPERADOR.
           IF WS-OPERADOR-OK = "S"
               DISPLAY "Bienvenido " WS-OPERADOR-NOMBRE
           ELSE
               DISPLAY "Se requiere un supervisor activo!"
           END-IF.

           VALIDA-OPERADOR.
           MOVE "N" TO WS-OPERADOR-OK.
           MOVE "N" TO WS-EOF-OPER.
           OPEN INPUT OPERFILE.
           IF WS-OPER-STATUS = "35"
               DISPLAY "No se encontro el maestro de operadores!"
               MOVE "S" TO WS-EOF-OPER
           END-IF.
           PERFORM LEE-OPERADOR UNTIL WS-EOF-OPER = "S".
           IF WS-OPER-STATUS NOT = "35"
               CLOSE OPERFILE
           END-IF.

           LEE-OPERADOR.
           READ OPERFILE
               AT END MOVE "S" TO WS-EOF-OPER
               NOT AT END
                   IF OPER-ID = WS-OPERADOR-ID
                   AND OPER-ACTIVO = "S"
                   AND OPER-NIVEL = "S"
                       MOVE OPER-NOMBRE TO WS-OPERADOR-NOMBRE
                       MOVE "S" TO WS-OPERADOR-OK
                       MOVE "S" TO WS-EOF-OPER
                   END-IF
           END-READ.

           MENU-CUENTAS.
           DISPLAY "MANTENIMIENTO DE CUENTAS CONTABLES".
           DISPLAY "1.- Alta o correccion de cuentas".
           DISPLAY "2.- Baja de cuentas".
           DISPLAY "3.- Listado de cuentas".
           DISPLAY "4.- Salir".
           ACCEPT WS-OPCION-CTA.
           EVALUATE WS-OPCION-CTA
           WHEN 1
               PERFORM ALTA-CUENTA
           WHEN 2
               PERFORM BAJA-CUENTA
           WHEN 3
               PERFORM LISTA-CUENTAS
           WHEN 4
               MOVE "S" TO WS-SALIR
           WHEN OTHER
               DISPLAY "Ingrese una opcion valida!"
           END-EVALUATE.

           CAPTURA-LLAVE.
           MOVE "S" TO WS-CAPT-OK.
           MOVE SPACES TO WS-CAPT-MONEDA.
           DISPLAY "Opcion (1-4, 7-10, 12, 13): ".
           ACCEPT WS-CAPTURA.
           IF WS-CAPTURA(2:1) = SPACE
               MOVE "0" TO WS-CAPT-OPCION(1:1)
               MOVE WS-CAPTURA(1:1) TO WS-CAPT-OPCION(2:1)
           ELSE
               MOVE WS-CAPTURA(1:2) TO WS-CAPT-OPCION
           END-IF.
           IF WS-CAPT-OPCION IS NOT NUMERIC
               DISPLAY "Ingrese una opcion valida!"
               MOVE "N" TO WS-CAPT-OK
           ELSE
               IF WS-CAPT-OPCION = 11
                   DISPLAY "Los reversos usan las cuentas de la"
                       " operacion original!"
                   MOVE "N" TO WS-CAPT-OK
               ELSE
                   IF (WS-CAPT-OPCION >= 1 AND WS-CAPT-OPCION <= 4)
                   OR WS-CAPT-OPCION = 7 OR WS-CAPT-OPCION = 8
                   OR WS-CAPT-OPCION = 9 OR WS-CAPT-OPCION = 10
                   OR WS-CAPT-OPCION = 12 OR WS-CAPT-OPCION = 13
                       CONTINUE
                   ELSE
                       DISPLAY "Ingrese una opcion valida!"
                       MOVE "N" TO WS-CAPT-OK
                   END-IF
               END-IF
           END-IF.
           IF WS-CAPT-OK = "S"
           AND (WS-CAPT-OPCION = 10 OR WS-CAPT-OPCION = 12)
               DISPLAY "Moneda (3 letras; vacio = todas): "
               ACCEPT WS-CAPTURA
               MOVE WS-CAPTURA(1:3) TO WS-CAPT-MONEDA
           END-IF.

           ALTA-CUENTA.
           PERFORM CAPTURA-LLAVE.
           IF WS-CAPT-OK = "S"
               DISPLAY "Cuenta de cargo: "
               ACCEPT WS-CAPTURA
               MOVE WS-CAPTURA(1:12) TO WS-CAPT-CARGO
               DISPLAY "Cuenta de abono: "
               ACCEPT WS-CAPTURA
               MOVE WS-CAPTURA(1:12) TO WS-CAPT-ABONO
               DISPLAY "Descripcion: "
               ACCEPT WS-CAPT-DESCRIPCION
               IF WS-CAPT-CARGO = SPACES OR WS-CAPT-ABONO = SPACES
                   DISPLAY "Cuenta invalida!"
               ELSE
                   IF WS-CAPT-CARGO = WS-CAPT-ABONO
                       DISPLAY "La cuenta de cargo y la de abono"
                           " deben ser distintas!"
                   ELSE
                       PERFORM GRABA-CUENTA
                   END-IF
               END-IF
           END-IF.

           GRABA-CUENTA.
           MOVE "N" TO WS-CTA-EXISTIA.
           MOVE WS-CAPT-OPCION TO CTA-OPCION.
           MOVE WS-CAPT-MONEDA TO CTA-MONEDA.
           READ CTAFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-CTA-EXISTIA
           END-READ.
           MOVE WS-CAPT-OPCION TO CTA-OPCION.
           MOVE WS-CAPT-MONEDA TO CTA-MONEDA.
           MOVE WS-CAPT-CARGO TO CTA-CUENTA-CARGO.
           MOVE WS-CAPT-ABONO TO CTA-CUENTA-ABONO.
           MOVE WS-CAPT-DESCRIPCION TO CTA-DESCRIPCION.
           IF WS-CTA-EXISTIA = "S"
               REWRITE CTA-RECORD
               IF WS-CTA-STATUS = "00" OR WS-CTA-STATUS = "02"
                   DISPLAY "Cuentas corregidas."
               ELSE
                   DISPLAY "No se pudo grabar el renglon de cuentas: "
                       WS-CTA-STATUS
               END-IF
           ELSE
               WRITE CTA-RECORD
               IF WS-CTA-STATUS = "00" OR WS-CTA-STATUS = "02"
                   DISPLAY "Cuentas registradas: opcion "
                       WS-CAPT-OPCION " " WS-CAPT-MONEDA
                       " cargo " WS-CAPT-CARGO
                       " abono " WS-CAPT-ABONO
               ELSE
                   DISPLAY "No se pudo grabar el renglon de cuentas: "
                       WS-CTA-STATUS
               END-IF
           END-IF.

           BAJA-CUENTA.
           PERFORM CAPTURA-LLAVE.
           IF WS-CAPT-OK = "S"
               MOVE WS-CAPT-OPCION TO CTA-OPCION
               MOVE WS-CAPT-MONEDA TO CTA-MONEDA
               DELETE CTAFILE
                   INVALID KEY
                       DISPLAY "No existe ese renglon de cuentas!"
                   NOT INVALID KEY
                       DISPLAY "Renglon de cuentas dado de baja."
               END-DELETE
           END-IF.

           LISTA-CUENTAS.
           MOVE 0 TO WS-CONT-CTAS.
           MOVE "N" TO WS-EOF-CTA.
           MOVE 0 TO CTA-OPCION.
           MOVE SPACES TO CTA-MONEDA.
           START CTAFILE KEY IS NOT LESS THAN CTA-LLAVE
               INVALID KEY MOVE "S" TO WS-EOF-CTA
           END-START.
           PERFORM LEE-CUENTA UNTIL WS-EOF-CTA = "S".
           DISPLAY "Renglones encontrados: " WS-CONT-CTAS.

           LEE-CUENTA.
           READ CTAFILE NEXT RECORD
               AT END MOVE "S" TO WS-EOF-CTA
               NOT AT END
                   ADD 1 TO WS-CONT-CTAS
                   DISPLAY "Opcion: " CTA-OPCION
                       " Moneda: " CTA-MONEDA
                       " Cargo: " CTA-CUENTA-CARGO
                       " Abono: " CTA-CUENTA-ABONO
                       " " CTA-DESCRIPCION
           END-READ.
           IF WS-CTA-STATUS NOT = "00" AND WS-CTA-STATUS NOT = "02"
               MOVE "S" TO WS-EOF-CTA
           END-IF.


       END PROGRAM CALCCTA.
