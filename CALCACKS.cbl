       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCACKS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACKFILE ASSIGN TO "TRANACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT SALFILE ASSIGN TO "ACKSAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACKFILE
           RECORDING MODE IS F.
       COPY ACKREC.
       FD SALFILE
           RECORDING MODE IS F.
       01 SAL-RECORD PIC X(106).
       WORKING-STORAGE SECTION.
       01 WS-ACK-STATUS PIC XX.
       01 WS-SAL-STATUS PIC XX.
       01 WS-EOF-ACK PIC X VALUE "N".
       01 WS-GRUPO-ABIERTO PIC X VALUE "N".
       01 WS-PREFIJO PIC X(26).
       01 WS-DSN PIC X(44).
       01 WS-GRP-FUENTE PIC X(8).
       01 WS-GRP-FECHA PIC 9(8).
       01 WS-GRP-FECHA-R REDEFINES WS-GRP-FECHA.
           05 FILLER PIC 9(2).
           05 WS-GRP-AAMMDD PIC 9(6).
       01 WS-GRP-REGS PIC 9(9).
       01 WS-ED-REGS PIC ZZZZZZZZ9.
       01 WS-DSN-CANT PIC 9(3) VALUE 0.
       01 WS-DSN-IDX PIC 9(3).
       01 WS-DSN-MAX PIC 9(3) VALUE 200.
       01 WS-DSN-HALLADO PIC X.
       01 WS-DSN-TABLA.
           05 WS-DSN-ENT OCCURS 200.
               10 WS-DSN-FUENTE PIC X(8).
               10 WS-DSN-FECHA PIC 9(8).
       01 WS-DYN-PARM.
           05 WS-DYN-LONG PIC S9(4) COMP.
           05 WS-DYN-TEXTO PIC X(160).
       01 WS-DYN-PTR PIC 9(3).
       01 WS-DYN-RC PIC S9(9).
       01 WS-RC PIC 9(2) VALUE 0.
       01 WS-CONT-LEIDOS PIC 9(9) VALUE 0.
       01 WS-CONT-GRUPOS PIC 9(9) VALUE 0.
       01 WS-CONT-SIN-CIERRE PIC 9(9) VALUE 0.
       01 WS-CONT-FUERA PIC 9(9) VALUE 0.
       01 WS-RPT-NOMBRE PIC X(30).
       01 WS-RPT-CONT PIC 9(9).
       01 WS-ED-RPT PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-SEPARA.

           ACCEPT WS-PREFIJO.
           IF WS-PREFIJO = SPACES
               MOVE "PROD.CALC.ACK" TO WS-PREFIJO
           END-IF.
           DISPLAY "SEPARACION DE ACUSES TRANACK POR FUENTE".
           OPEN INPUT ACKFILE.
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR TRANACK (ESTADO "
                   WS-ACK-STATUS ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEE-ACUSE.
           PERFORM PROCESA-ACUSE
               UNTIL WS-EOF-ACK = "S" OR WS-RC = 12.
           IF WS-GRUPO-ABIERTO = "S"
               DISPLAY "** GRUPO " WS-GRP-FUENTE " " WS-GRP-FECHA
                   " SIN REGISTRO DE CIERRE"
               ADD 1 TO WS-CONT-SIN-CIERRE
               PERFORM CIERRA-GRUPO
           END-IF.
           CLOSE ACKFILE.
           IF WS-RC < 8
               IF WS-CONT-SIN-CIERRE > 0 OR WS-CONT-FUERA > 0
                   MOVE 8 TO WS-RC
               END-IF
           END-IF.
           PERFORM ESCRIBE-TOTALES.
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

           LEE-ACUSE.
           READ ACKFILE
               AT END MOVE "S" TO WS-EOF-ACK
           END-READ.
           IF WS-EOF-ACK = "N"
               IF WS-ACK-STATUS = "00"
                   ADD 1 TO WS-CONT-LEIDOS
               ELSE
                   DISPLAY "ERROR AL LEER TRANACK (ESTADO "
                       WS-ACK-STATUS ")"
                   MOVE "S" TO WS-EOF-ACK
                   MOVE 12 TO WS-RC
               END-IF
           END-IF.

           PROCESA-ACUSE.
           IF ACK-TIPO-REG = "H"
               IF WS-GRUPO-ABIERTO = "S"
                   DISPLAY "** GRUPO " WS-GRP-FUENTE " "
                       WS-GRP-FECHA " SIN REGISTRO DE CIERRE"
                   ADD 1 TO WS-CONT-SIN-CIERRE
                   PERFORM CIERRA-GRUPO
               END-IF
               PERFORM ABRE-GRUPO
           ELSE
               IF WS-GRUPO-ABIERTO = "S"
               AND ACK-FUENTE = WS-GRP-FUENTE
               AND ACK-FECHA = WS-GRP-FECHA
                   PERFORM GRABA-ACUSE
                   IF ACK-TIPO-REG = "T" AND WS-RC < 12
                       ADD 1 TO WS-CONT-GRUPOS
                       PERFORM CIERRA-GRUPO
                   END-IF
               ELSE
                   DISPLAY "** REGISTRO " ACK-TIPO-REG " DE "
                       ACK-FUENTE " " ACK-FECHA
                       " FUERA DE SU GRUPO; NO SE COPIA"
                   ADD 1 TO WS-CONT-FUERA
               END-IF
           END-IF.
           IF WS-RC < 12
               PERFORM LEE-ACUSE
           END-IF.

           ABRE-GRUPO.
           MOVE ACK-FUENTE TO WS-GRP-FUENTE.
           MOVE ACK-FECHA TO WS-GRP-FECHA.
           MOVE 0 TO WS-GRP-REGS.
           MOVE SPACES TO WS-DSN.
           STRING WS-PREFIJO DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-GRP-FUENTE DELIMITED BY SPACE
               ".D" DELIMITED BY SIZE
               WS-GRP-AAMMDD DELIMITED BY SIZE
               INTO WS-DSN.
           PERFORM BUSCA-DSN.
           PERFORM ASIGNA-EXISTENTE.
           IF WS-DYN-RC NOT = 0 AND WS-DSN-HALLADO = "N"
               PERFORM ASIGNA-NUEVO
           END-IF.
           IF WS-DYN-RC NOT = 0
               DISPLAY "NO SE PUDO ASIGNAR " WS-DSN " (BPXWDYN "
                   WS-DYN-RC ")"
               MOVE 12 TO WS-RC
           ELSE
               IF WS-DSN-HALLADO = "S"
                   OPEN EXTEND SALFILE
               ELSE
                   OPEN OUTPUT SALFILE
               END-IF
               PERFORM REVISA-APERTURA
           END-IF.

           REVISA-APERTURA.
           IF WS-SAL-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR " WS-DSN " (ESTADO "
                   WS-SAL-STATUS ")"
               MOVE 12 TO WS-RC
               PERFORM LIBERA-SALIDA
           ELSE
               MOVE "S" TO WS-GRUPO-ABIERTO
               PERFORM GRABA-ACUSE
           END-IF.

           ASIGNA-EXISTENTE.
           MOVE SPACES TO WS-DYN-TEXTO.
           MOVE 1 TO WS-DYN-PTR.
           STRING "ALLOC DD(ACKSAL) DSN('" DELIMITED BY SIZE
               WS-DSN DELIMITED BY SPACE
               "') OLD MSG(WTP)" DELIMITED BY SIZE
               INTO WS-DYN-TEXTO WITH POINTER WS-DYN-PTR.
           PERFORM LLAMA-BPXWDYN.

           ASIGNA-NUEVO.
           MOVE SPACES TO WS-DYN-TEXTO.
           MOVE 1 TO WS-DYN-PTR.
           STRING "ALLOC DD(ACKSAL) DSN('" DELIMITED BY SIZE
               WS-DSN DELIMITED BY SPACE
               "') NEW CATALOG TRACKS SPACE(1,1)" DELIMITED BY SIZE
               " RECFM(F,B) LRECL(106) MSG(WTP)" DELIMITED BY SIZE
               INTO WS-DYN-TEXTO WITH POINTER WS-DYN-PTR.
           PERFORM LLAMA-BPXWDYN.

           LIBERA-SALIDA.
           MOVE SPACES TO WS-DYN-TEXTO.
           MOVE 1 TO WS-DYN-PTR.
           STRING "FREE DD(ACKSAL)" DELIMITED BY SIZE
               INTO WS-DYN-TEXTO WITH POINTER WS-DYN-PTR.
           PERFORM LLAMA-BPXWDYN.

           LLAMA-BPXWDYN.
           COMPUTE WS-DYN-LONG = WS-DYN-PTR - 1.
           CALL "BPXWDYN" USING WS-DYN-PARM.
           MOVE RETURN-CODE TO WS-DYN-RC.

           BUSCA-DSN.
           MOVE "N" TO WS-DSN-HALLADO.
           MOVE 1 TO WS-DSN-IDX.
           PERFORM COMPARA-DSN
               UNTIL WS-DSN-HALLADO = "S"
               OR WS-DSN-IDX > WS-DSN-CANT.
           IF WS-DSN-HALLADO = "N" AND WS-DSN-CANT < WS-DSN-MAX
               ADD 1 TO WS-DSN-CANT
               MOVE WS-GRP-FUENTE TO WS-DSN-FUENTE(WS-DSN-CANT)
               MOVE WS-GRP-FECHA TO WS-DSN-FECHA(WS-DSN-CANT)
           END-IF.

           COMPARA-DSN.
           IF WS-DSN-FUENTE(WS-DSN-IDX) = WS-GRP-FUENTE
           AND WS-DSN-FECHA(WS-DSN-IDX) = WS-GRP-FECHA
               MOVE "S" TO WS-DSN-HALLADO
           ELSE
               ADD 1 TO WS-DSN-IDX
           END-IF.

           GRABA-ACUSE.
           WRITE SAL-RECORD FROM ACK-RECORD.
           IF WS-SAL-STATUS = "00"
               ADD 1 TO WS-GRP-REGS
           ELSE
               DISPLAY "ERROR AL GRABAR " WS-DSN " (ESTADO "
                   WS-SAL-STATUS ")"
               MOVE 12 TO WS-RC
           END-IF.

           CIERRA-GRUPO.
           CLOSE SALFILE.
           PERFORM LIBERA-SALIDA.
           MOVE "N" TO WS-GRUPO-ABIERTO.
           MOVE WS-GRP-REGS TO WS-ED-REGS.
           DISPLAY WS-DSN " " WS-ED-REGS " REGISTROS".

           ESCRIBE-TOTALES.
           MOVE "REGISTROS LEIDOS DE TRANACK" TO WS-RPT-NOMBRE.
           MOVE WS-CONT-LEIDOS TO WS-RPT-CONT.
           PERFORM ESCRIBE-RPT-CIFRA.
           MOVE "GRUPOS SEPARADOS COMPLETOS" TO WS-RPT-NOMBRE.
           MOVE WS-CONT-GRUPOS TO WS-RPT-CONT.
           PERFORM ESCRIBE-RPT-CIFRA.
           MOVE "GRUPOS SIN REGISTRO DE CIERRE" TO WS-RPT-NOMBRE.
           MOVE WS-CONT-SIN-CIERRE TO WS-RPT-CONT.
           PERFORM ESCRIBE-RPT-CIFRA.
           MOVE "REGISTROS FUERA DE SU GRUPO" TO WS-RPT-NOMBRE.
           MOVE WS-CONT-FUERA TO WS-RPT-CONT.
           PERFORM ESCRIBE-RPT-CIFRA.
           DISPLAY "CODIGO DE RETORNO: " WS-RC.

           ESCRIBE-RPT-CIFRA.
           MOVE WS-RPT-CONT TO WS-ED-RPT.
           DISPLAY WS-RPT-NOMBRE ": " WS-ED-RPT.

       END PROGRAM CALCACKS.
