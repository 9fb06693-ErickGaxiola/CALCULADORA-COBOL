           SELECT TRANINF ASSIGN TO "TRANIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT FECFILE ASSIGN TO "FECCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-FEC-KEY
               FILE STATUS IS WS-FEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PENDFILE
           RECORDING MODE IS F.
       01 PEND-RECORD PIC X(59).
       FD TRANINF
           RECORDING MODE IS F.
       COPY TRANREC.
       FD FECFILE
           RECORDING MODE IS F.
       COPY FECREC.
       WORKING-STORAGE SECTION.
       01 WS-PEND-STATUS PIC XX.
       01 WS-IN-STATUS PIC XX.
       01 WS-CAPT-FUENTE PIC X(8).
       01 WS-HOY PIC 9(8).
       01 WS-HORA PIC 9(8).
       01 WS-FEC-STATUS PIC XX.
       01 WS-FEC-KEY PIC 9(9) VALUE 1.
       01 WS-FECHA-NEGOCIO PIC 9(8).
       01 WS-FECHA-CERRADA PIC 9(8) VALUE 0.
       01 WS-CONT-PEND PIC 9(5) VALUE 0.
       01 WS-CONT-CIERRE PIC 9(9) VALUE 0.
       01 WS-CIERRE-HASH PIC 9(11)V99 VALUE 0.
           05 WS-PT-OPCION PIC 9(2).
           05 WS-PT-OPERADOR PIC X(8).
           05 WS-PT-MONEDA PIC X(3).
           05 WS-PT-TARIFA PIC X(6).

       PROCEDURE DIVISION.
       MAIN-CAPTURA.
               END-IF
           END-IF.
           IF WS-CAPT-OK = "S"
               DISPLAY "Opcion (1-4, 7-10, 13): "
               ACCEPT WS-CAPTURA
               IF WS-CAPTURA(2:1) = SPACE
                   MOVE "0" TO WS-PT-OPCION(1:1)
                   MOVE "N" TO WS-CAPT-OK
               END-IF
           END-IF.
           IF WS-CAPT-OK = "S" AND WS-PT-OPCION = 13
               DISPLAY "Codigo de tarifa: "
               ACCEPT WS-CAPTURA
               MOVE WS-CAPTURA(1:6) TO WS-PT-TARIFA
               IF WS-PT-TARIFA = SPACES
                   DISPLAY "Tarifa invalida!"
                   MOVE "N" TO WS-CAPT-OK
               END-IF
           END-IF.

           VALIDA-OPCION.
           IF WS-PT-OPCION IS NOT NUMERIC
               IF (WS-PT-OPCION >= 1 AND WS-PT-OPCION <= 4)
               OR WS-PT-OPCION = 7 OR WS-PT-OPCION = 8
               OR WS-PT-OPCION = 9 OR WS-PT-OPCION = 10
               OR WS-PT-OPCION = 13
                   CONTINUE
               ELSE
                   DISPLAY "Ingrese una opcion valida!"
                       " Opcion: " WS-PT-OPCION
                       " Operador: " WS-PT-OPERADOR
                       " Moneda: " WS-PT-MONEDA
                       " Tarifa: " WS-PT-TARIFA
           END-READ.

           CIERRE-DEL-DIA.
           GENERA-TRANIN.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           PERFORM LEE-FECHA-NEGOCIO.
           MOVE "N" TO WS-CAPT-OK.
           PERFORM CAPTURA-FECHA-LOTE UNTIL WS-CAPT-OK = "S".
           DISPLAY "Fuente (vacio = CAPT + hora): ".
           ACCEPT WS-CAPT-FUENTE.
           IF WS-CAPT-FUENTE = SPACES
           DISPLAY "Someter CALCBAT.jcl con TRANIN apuntando al"
               " archivo generado.".

           LEE-FECHA-NEGOCIO.
           MOVE WS-HOY TO WS-FECHA-NEGOCIO.
           MOVE 0 TO WS-FECHA-CERRADA.
           MOVE 1 TO WS-FEC-KEY.
           OPEN INPUT FECFILE.
           IF WS-FEC-STATUS = "00"
               READ FECFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE FEC-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
                       MOVE FEC-FECHA-CERRADA TO WS-FECHA-CERRADA
               END-READ
               CLOSE FECFILE
           END-IF.

           CAPTURA-FECHA-LOTE.
           MOVE "S" TO WS-CAPT-OK.
           DISPLAY "Fecha de negocio (AAAAMMDD, vacio = "
               WS-FECHA-NEGOCIO "): ".
           ACCEPT WS-CAPT-FECHA.
           IF WS-CAPT-FECHA IS NOT NUMERIC
               MOVE WS-FECHA-NEGOCIO TO WS-CAPT-FECHA
           END-IF.
           IF WS-CAPT-FECHA <= WS-FECHA-CERRADA
               DISPLAY "La fecha " WS-CAPT-FECHA " ya esta cerrada"
                   " (ultimo cierre " WS-FECHA-CERRADA ")."
               MOVE "N" TO WS-CAPT-OK
           END-IF.

           ESCRIBE-ENCABEZADO.
           MOVE SPACES TO TRAN-RECORD.
           MOVE "H" TO TRAN-TIPO-REG.
