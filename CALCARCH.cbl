               ALTERNATE RECORD KEY IS HIST-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RCVFILE ASSIGN TO "TRANRCV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               LOCK MODE IS MANUAL
               RECORD KEY IS RCV-ID
               FILE STATUS IS WS-RCV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOGFILE
       FD HISTFILE
           RECORDING MODE IS F.
       COPY LOGREC REPLACING LEADING ==LOG-== BY ==HIST-==.
       FD RCVFILE
           RECORDING MODE IS F.
       COPY RCVREC.
       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-HOY PIC 9(8).
       01 WS-CONT-ARCHIVADOS PIC 9(9) VALUE 0.
       01 WS-CONT-CONSERVADOS PIC 9(9) VALUE 0.
       01 WS-RCV-STATUS PIC XX.
       01 WS-RCV-ACCION PIC X.
       01 WS-RCV-ARCHIVO PIC X(8).
       01 WS-RCV-LLAVE PIC 9(9).
       01 WS-RCV-ANTES PIC X(150).
       01 WS-RCV-DESPUES PIC X(150).
       01 WS-RCV-GRABADO PIC X.
       01 WS-INTENTOS-DIARIO PIC 9(5).
       01 WS-MAX-INTENTOS PIC 9(5) VALUE 1000.

       PROCEDURE DIVISION.
       MAIN-ARCHIVO.
               PERFORM ARCHIVA-REGISTRO UNTIL WS-EOF-LOG = "S"
               CLOSE LOGFILE
               CLOSE HISTFILE
               CLOSE RCVFILE
           END-IF.
           DISPLAY "CORTE AL: " WS-FECHA-CORTE-N.
           DISPLAY "REGISTROS ARCHIVADOS:  " WS-CONT-ARCHIVADOS.
                   CLOSE HISTFILE
                   OPEN I-O HISTFILE
               END-IF
               PERFORM ABRE-DIARIO
           END-IF.
           IF WS-EOF-LOG NOT = "S" AND WS-RCV-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL DIARIO TRANRCV (ESTADO "
                   WS-RCV-STATUS ")"
               CLOSE LOGFILE
               CLOSE HISTFILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ARCHIVA-REGISTRO.
                       OR WS-HIST-STATUS = "02"
                       OR WS-HIST-STATUS = "22"
                           DELETE LOGFILE RECORD
                           IF WS-LOG-STATUS = "00"
                               PERFORM DIARIO-LOG-BAJA
                           END-IF
                           ADD 1 TO WS-CONT-ARCHIVADOS
                       ELSE
                           DISPLAY "ERROR AL GRABAR EN TRANHIST: "
               MOVE "S" TO WS-EOF-LOG
           END-IF.

           DIARIO-LOG-BAJA.
           MOVE "D" TO WS-RCV-ACCION.
           MOVE LOG-RECORD TO WS-RCV-ANTES.
           MOVE SPACES TO WS-RCV-DESPUES.
           PERFORM DIARIO-LOG.

           DIARIO-LOG.
           MOVE "TRANLOG" TO WS-RCV-ARCHIVO.
           MOVE LOG-TRAN-NUM TO WS-RCV-LLAVE.
           PERFORM GRABA-DIARIO.

           ABRE-DIARIO.
           MOVE 0 TO WS-INTENTOS-DIARIO.
           MOVE SPACES TO WS-RCV-STATUS.
           PERFORM INTENTA-ABRE-DIARIO
               UNTIL WS-RCV-STATUS = "00"
               OR WS-INTENTOS-DIARIO >= WS-MAX-INTENTOS.

           INTENTA-ABRE-DIARIO.
           ADD 1 TO WS-INTENTOS-DIARIO.
           OPEN I-O RCVFILE.
           IF WS-RCV-STATUS = "35"
               OPEN OUTPUT RCVFILE
               CLOSE RCVFILE
               OPEN I-O RCVFILE
           END-IF.

           GRABA-DIARIO.
           ACCEPT RCV-FECHA FROM DATE YYYYMMDD.
           ACCEPT RCV-HORA FROM TIME.
           MOVE "CALCARCH" TO RCV-PROGRAMA.
           MOVE 0 TO RCV-SECUENCIA.
           MOVE SPACES TO RCV-OPERADOR.
           MOVE WS-RCV-ARCHIVO TO RCV-ARCHIVO.
           MOVE WS-RCV-ACCION TO RCV-ACCION.
           MOVE WS-RCV-LLAVE TO RCV-LLAVE.
           MOVE WS-RCV-ANTES TO RCV-ANTES.
           MOVE WS-RCV-DESPUES TO RCV-DESPUES.
           MOVE "N" TO WS-RCV-GRABADO.
           MOVE 0 TO WS-INTENTOS-DIARIO.
           PERFORM INTENTA-DIARIO UNTIL WS-RCV-GRABADO NOT = "N".
           IF WS-RCV-GRABADO = "E"
               DISPLAY "ERROR AL GRABAR EL DIARIO TRANRCV (ESTADO "
                   WS-RCV-STATUS ") LLAVE " WS-RCV-LLAVE
               DISPLAY "LA BAJA QUEDO HECHA SIN DIARIO; RESPALDAR"
                   " TRANLOG Y VOLVER A CORRER EL CORTE"
               MOVE "S" TO WS-EOF-LOG
               MOVE 12 TO RETURN-CODE
           END-IF.

           INTENTA-DIARIO.
           ADD 1 TO WS-INTENTOS-DIARIO.
           WRITE RCV-RECORD.
           IF WS-RCV-STATUS = "00"
               MOVE "S" TO WS-RCV-GRABADO
           ELSE
               IF WS-RCV-STATUS = "22"
                   ADD 1 TO RCV-SECUENCIA
               END-IF
               IF WS-INTENTOS-DIARIO >= WS-MAX-INTENTOS
                   MOVE "E" TO WS-RCV-GRABADO
               END-IF
           END-IF.


       END PROGRAM CALCARCH.
