               FILE STATUS IS WS-OPER-STATUS.
           SELECT JRNFILE ASSIGN TO "JRNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECFILE ASSIGN TO "FECCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-FEC-KEY
               FILE STATUS IS WS-FEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOGFILE
       COPY OPERREC.
       FD JRNFILE.
       01 JRN-RECORD PIC X(132).
       FD FECFILE
           RECORDING MODE IS F.
       COPY FECREC.
       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS PIC XX.
       01 WS-OPER-STATUS PIC XX.
       01 WS-FECHA-PROC PIC X(8).
       01 WS-FECHA-PROC-N PIC 9(8).
       01 WS-HOY PIC 9(8).
       01 WS-FEC-STATUS PIC XX.
       01 WS-FEC-KEY PIC 9(9) VALUE 1.
       01 WS-JRN-LINE PIC X(132).
       01 WS-PAGINA PIC 9(4) VALUE 0.
       01 WS-LINEAS PIC 9(3) VALUE 0.
       MAIN-DIARIO.

           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           PERFORM LEE-FECHA-NEGOCIO.
           ACCEPT WS-FECHA-PROC.
           IF WS-FECHA-PROC IS NUMERIC
               MOVE WS-FECHA-PROC TO WS-FECHA-PROC-N
           CLOSE JRNFILE.
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

           CARGA-MAESTRO.
           MOVE "N" TO WS-EOF-OPER.
           OPEN INPUT OPERFILE.
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
