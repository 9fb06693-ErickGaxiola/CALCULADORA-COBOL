               FILE STATUS IS WS-LOG-STATUS.
           SELECT BALFILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECFILE ASSIGN TO "FECCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-FEC-KEY
               FILE STATUS IS WS-FEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRANIN
       COPY LOGREC.
       FD BALFILE.
       01 BAL-RECORD PIC X(80).
       FD FECFILE
           RECORDING MODE IS F.
       COPY FECREC.
       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS PIC XX.
       01 WS-OUT-STATUS PIC XX.
       01 WS-FECHA-PROC PIC X(8).
       01 WS-FECHA-PROC-N PIC 9(8).
       01 WS-HOY PIC 9(8).
       01 WS-FEC-STATUS PIC XX.
       01 WS-FEC-KEY PIC 9(9) VALUE 1.
       01 WS-CONT-IN PIC 9(9) VALUE 0.
       01 WS-CONT-OUT PIC 9(9) VALUE 0.
       01 WS-CONT-OK PIC 9(9) VALUE 0.
       MAIN-CUADRE.

           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           PERFORM LEE-FECHA-NEGOCIO.
           ACCEPT WS-FECHA-PROC.
           IF WS-FECHA-PROC IS NUMERIC
               MOVE WS-FECHA-PROC TO WS-FECHA-PROC-N
           END-IF.
           STOP RUN.

           LEE-FECHA-NEGOCIO.
           MOVE 1 TO WS-FEC-KEY.
           OPEN INPUT FECFILE.
           IF WS-FEC-STATUS = "00"
               READ FECFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE FEC-FECHA-NEGOCIO TO WS-HOY
               END-READ
               CLOSE FECFILE
           END-IF.

           CUENTA-ENTRADA.
           MOVE "N" TO WS-EOF.
           OPEN INPUT TRANIN.
