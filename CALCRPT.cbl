       01 WS-CONT-NETO PIC 9(7) VALUE 0.
       01 WS-CONT-CONV PIC 9(7) VALUE 0.
       01 WS-CONT-REV PIC 9(7) VALUE 0.
       01 WS-CONT-AJU PIC 9(7) VALUE 0.
       01 WS-CONT-COM PIC 9(7) VALUE 0.
       01 WS-SUMA-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-RESTA-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-MULT-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-NETO-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-CONV-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-REV-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-AJU-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-COM-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-GRAN-TOTAL PIC 9(7) VALUE 0.
       01 WS-REPORT-LINE PIC X(80).
       01 WS-LINEA-NOMBRE PIC X(20).
           WHEN 11
               ADD 1 TO WS-CONT-REV
               ADD LOG-RESULTADO TO WS-REV-TOTAL
           WHEN 12
               ADD 1 TO WS-CONT-AJU
               ADD LOG-RESULTADO TO WS-AJU-TOTAL
           WHEN 13
               ADD 1 TO WS-CONT-COM
               ADD LOG-RESULTADO TO WS-COM-TOTAL
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           MOVE WS-REV-TOTAL TO WS-LINEA-TOTAL.
           PERFORM IMPRIME-LINEA.

           MOVE "AJUSTE CAMBIO" TO WS-LINEA-NOMBRE.
           MOVE WS-CONT-AJU TO WS-LINEA-CONT.
           MOVE WS-AJU-TOTAL TO WS-LINEA-TOTAL.
           PERFORM IMPRIME-LINEA.

           MOVE "COMISION TARIFA" TO WS-LINEA-NOMBRE.
           MOVE WS-CONT-COM TO WS-LINEA-CONT.
           MOVE WS-COM-TOTAL TO WS-LINEA-TOTAL.
           PERFORM IMPRIME-LINEA.

           MOVE WS-GRAN-TOTAL TO WS-ED-CONT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAL DE OPERACIONES: " DELIMITED BY SIZE
