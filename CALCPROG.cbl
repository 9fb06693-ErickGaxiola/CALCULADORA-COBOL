       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPROG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSFILE ASSIGN TO "INSTRUC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-CLAVE
               FILE STATUS IS WS-INS-STATUS.
           SELECT OPERFILE ASSIGN TO "OPERMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT TRANINF ASSIGN TO "TRANIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT PRGFILE ASSIGN TO "PRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECFILE ASSIGN TO "FECCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-FEC-KEY
               FILE STATUS IS WS-FEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD INSFILE
           RECORDING MODE IS F.
       COPY INSREC.
       FD OPERFILE
           RECORDING MODE IS F.
       COPY OPERREC.
       FD TRANINF
           RECORDING MODE IS F.
       COPY TRANREC.
       FD PRGFILE.
       01 PRG-RECORD PIC X(80).
       FD FECFILE
           RECORDING MODE IS F.
       COPY FECREC.
       WORKING-STORAGE SECTION.
       01 WS-INS-STATUS PIC XX.
       01 WS-OPER-STATUS PIC XX.
       01 WS-IN-STATUS PIC XX.
       01 WS-EOF-INS PIC X.
       01 WS-EOF-OPER PIC X.
       01 WS-HOY PIC 9(8).
       01 WS-FEC-STATUS PIC XX.
       01 WS-FEC-KEY PIC 9(9) VALUE 1.
       01 WS-HORA PIC 9(8).
       01 WS-FECHA-PROC PIC X(8).
       01 WS-FECHA-PROC-N PIC 9(8).
       01 WS-FUENTE PIC X(8).
       01 WS-GEN-HASTA PIC 9(8).
       01 WS-INT-DESDE PIC 9(7).
       01 WS-INT-HASTA PIC 9(7).
       01 WS-INT-DIA PIC 9(7).
       01 WS-DIA-SEMANA PIC 9.
       01 WS-DIA-FECHA PIC 9(8).
       01 WS-DIA-FECHA-R REDEFINES WS-DIA-FECHA.
           05 WS-DIA-AAAAMM PIC 9(6).
           05 WS-DIA-DD PIC 9(2).
       01 WS-SIG-FECHA PIC 9(8).
       01 WS-SIG-FECHA-R REDEFINES WS-SIG-FECHA.
           05 WS-SIG-AAAAMM PIC 9(6).
           05 WS-SIG-DD PIC 9(2).
       01 WS-TOCA PIC X.
       01 WS-ED-IMPORTE PIC -9(9).99.
       01 WS-HASH-NUM PIC S9(11)V99.
       01 WS-CONT-CIERRE PIC 9(9) VALUE 0.
       01 WS-CIERRE-HASH PIC 9(11)V99 VALUE 0.
       01 WS-CONT-INS PIC 9(7) VALUE 0.
       01 WS-CONT-GENERADAS PIC 9(7) VALUE 0.
       01 WS-CONT-OMITIDAS PIC 9(7) VALUE 0.
       01 WS-CONT-MARCADAS PIC 9(7) VALUE 0.
       01 WS-CONT-ERRORES PIC 9(7) VALUE 0.
       01 WS-GEN-CANT PIC 9(3) VALUE 0.
       01 WS-GEN-IDX PIC 9(3).
       01 WS-GEN-MAX PIC 9(3) VALUE 500.
       01 WS-GEN-TABLA.
           05 WS-GEN-ENT OCCURS 500.
               10 WS-GEN-CLAVE PIC X(8).
               10 WS-GEN-FECHA PIC 9(8).
       01 WS-PRG-LINE PIC X(80).
       01 WS-ED-CONT PIC ZZZZZZ9.
       01 WS-OPER-CANT PIC 9(3) VALUE 0.
       01 WS-OPER-IDX PIC 9(3).
       01 WS-OPER-OK PIC X.
       01 WS-OPER-DESBORDE PIC X VALUE "N".
       01 WS-OPER-TABLA.
           05 WS-OPER-ENT OCCURS 100.
               10 WS-OPER-TAB-ID PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROGRAMADAS.

           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           PERFORM LEE-FECHA-NEGOCIO.
           ACCEPT WS-HORA FROM TIME.
           ACCEPT WS-FECHA-PROC.
           IF WS-FECHA-PROC IS NUMERIC
               MOVE WS-FECHA-PROC TO WS-FECHA-PROC-N
           ELSE
               MOVE WS-HOY TO WS-FECHA-PROC-N
           END-IF.
           OPEN I-O INSFILE.
           IF WS-INS-STATUS = "35"
               DISPLAY "NO EXISTE EL MAESTRO DE INSTRUCCIONES!"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGA-OPERADORES.
           MOVE "PROG" TO WS-FUENTE(1:4).
           MOVE WS-HORA(1:4) TO WS-FUENTE(5:4).
           OPEN OUTPUT TRANINF.
           OPEN OUTPUT PRGFILE.
           PERFORM ENCABEZADO-REPORTE.
           PERFORM ESCRIBE-ENCABEZADO.
           MOVE "N" TO WS-EOF-INS.
           MOVE LOW-VALUES TO INS-CLAVE.
           START INSFILE KEY IS NOT LESS THAN INS-CLAVE
               INVALID KEY MOVE "S" TO WS-EOF-INS
           END-START.
           PERFORM LEE-INSTRUCCION UNTIL WS-EOF-INS = "S".
           PERFORM ESCRIBE-CIERRE.
           CLOSE TRANINF.
           IF WS-IN-STATUS = "00"
               MOVE 1 TO WS-GEN-IDX
               PERFORM MARCA-GENERADA UNTIL WS-GEN-IDX > WS-GEN-CANT
           ELSE
               MOVE SPACES TO WS-PRG-LINE
               STRING "** NO SE PUDO CERRAR TRANPRG (ESTADO "
                   DELIMITED BY SIZE
                   WS-IN-STATUS DELIMITED BY SIZE
                   "); NO SE MARCA NINGUNA INSTRUCCION"
                   DELIMITED BY SIZE
                   INTO WS-PRG-LINE
               PERFORM ESCRIBE-PRG-LINEA
               ADD 1 TO WS-CONT-ERRORES
           END-IF.
           PERFORM ESCRIBE-TOTALES.
           CLOSE PRGFILE.
           CLOSE INSFILE.
           IF WS-CONT-ERRORES > 0
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-CONT-OMITIDAS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
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

           CARGA-OPERADORES.
           MOVE "N" TO WS-EOF-OPER.
           OPEN INPUT OPERFILE.
           IF WS-OPER-STATUS = "35"
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
                   IF OPER-ACTIVO = "S"
                       IF WS-OPER-CANT < 100
                           ADD 1 TO WS-OPER-CANT
                           MOVE OPER-ID TO WS-OPER-TAB-ID(WS-OPER-CANT)
                       ELSE
                           MOVE "S" TO WS-OPER-DESBORDE
                       END-IF
                   END-IF
           END-READ.

           BUSCA-OPERADOR.
           IF WS-OPER-TAB-ID(WS-OPER-IDX) = INS-OPERADOR
               MOVE "S" TO WS-OPER-OK
           ELSE
               ADD 1 TO WS-OPER-IDX
           END-IF.

           LEE-INSTRUCCION.
           READ INSFILE NEXT RECORD
               AT END MOVE "S" TO WS-EOF-INS
               NOT AT END
                   ADD 1 TO WS-CONT-INS
                   IF INS-ACTIVA = "S"
                       PERFORM PROCESA-INSTRUCCION
                   END-IF
           END-READ.
           IF WS-INS-STATUS NOT = "00" AND WS-INS-STATUS NOT = "02"
               MOVE "S" TO WS-EOF-INS
           END-IF.

           PROCESA-INSTRUCCION.
           IF INS-FECHA-FIN < WS-FECHA-PROC-N
               MOVE INS-FECHA-FIN TO WS-GEN-HASTA
           ELSE
               MOVE WS-FECHA-PROC-N TO WS-GEN-HASTA
           END-IF.
           IF INS-ULT-GEN < WS-GEN-HASTA
           AND INS-FECHA-INICIO <= WS-GEN-HASTA
               MOVE "N" TO WS-OPER-OK
               MOVE 1 TO WS-OPER-IDX
               PERFORM BUSCA-OPERADOR
                   UNTIL WS-OPER-OK = "S"
                   OR WS-OPER-IDX > WS-OPER-CANT
               IF WS-OPER-OK = "N" AND WS-OPER-DESBORDE = "N"
                   PERFORM REPORTA-OMITIDA
               ELSE
                   IF WS-GEN-CANT < WS-GEN-MAX
                       PERFORM GENERA-INSTRUCCION
                   ELSE
                       PERFORM REPORTA-DIFERIDA
                   END-IF
               END-IF
           END-IF.

           GENERA-INSTRUCCION.
           IF INS-ULT-GEN >= INS-FECHA-INICIO
               COMPUTE WS-INT-DESDE =
                   FUNCTION INTEGER-OF-DATE(INS-ULT-GEN) + 1
           ELSE
               COMPUTE WS-INT-DESDE =
                   FUNCTION INTEGER-OF-DATE(INS-FECHA-INICIO)
           END-IF.
           COMPUTE WS-INT-HASTA =
               FUNCTION INTEGER-OF-DATE(WS-GEN-HASTA).
           MOVE WS-INT-DESDE TO WS-INT-DIA.
           PERFORM REVISA-DIA UNTIL WS-INT-DIA > WS-INT-HASTA.
           ADD 1 TO WS-GEN-CANT.
           MOVE INS-CLAVE TO WS-GEN-CLAVE(WS-GEN-CANT).
           MOVE WS-GEN-HASTA TO WS-GEN-FECHA(WS-GEN-CANT).

           MARCA-GENERADA.
           MOVE WS-GEN-CLAVE(WS-GEN-IDX) TO INS-CLAVE.
           READ INSFILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-INS-STATUS = "00" OR WS-INS-STATUS = "02"
               MOVE WS-GEN-FECHA(WS-GEN-IDX) TO INS-ULT-GEN
               REWRITE INS-RECORD
           END-IF.
           IF WS-INS-STATUS = "00" OR WS-INS-STATUS = "02"
               ADD 1 TO WS-CONT-MARCADAS
           ELSE
               ADD 1 TO WS-CONT-ERRORES
               MOVE SPACES TO WS-PRG-LINE
               STRING "** " DELIMITED BY SIZE
                   WS-GEN-CLAVE(WS-GEN-IDX) DELIMITED BY SIZE
                   " GENERADA PERO NO MARCADA HASTA " DELIMITED BY SIZE
                   WS-GEN-FECHA(WS-GEN-IDX) DELIMITED BY SIZE
                   " (ESTADO " DELIMITED BY SIZE
                   WS-INS-STATUS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-PRG-LINE
               PERFORM ESCRIBE-PRG-LINEA
           END-IF.
           ADD 1 TO WS-GEN-IDX.

           REVISA-DIA.
           MOVE "N" TO WS-TOCA.
           COMPUTE WS-DIA-FECHA = FUNCTION DATE-OF-INTEGER(WS-INT-DIA).
           EVALUATE INS-FRECUENCIA
           WHEN "D"
               MOVE "S" TO WS-TOCA
           WHEN "S"
               COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-INT-DIA - 1, 7) + 1
               IF WS-DIA-SEMANA = INS-DIA
                   MOVE "S" TO WS-TOCA
               END-IF
           WHEN "M"
               IF WS-DIA-DD = INS-DIA
                   MOVE "S" TO WS-TOCA
               ELSE
                   IF INS-DIA > WS-DIA-DD
                       COMPUTE WS-SIG-FECHA =
                           FUNCTION DATE-OF-INTEGER(WS-INT-DIA + 1)
                       IF WS-SIG-DD = 1
                           MOVE "S" TO WS-TOCA
                       END-IF
                   END-IF
               END-IF
           END-EVALUATE.
           IF WS-TOCA = "S"
               PERFORM ESCRIBE-DETALLE
           END-IF.
           ADD 1 TO WS-INT-DIA.

           ESCRIBE-DETALLE.
           MOVE SPACES TO TRAN-RECORD.
           MOVE "D" TO TRAN-TIPO-REG.
           MOVE INS-NUM1 TO WS-ED-IMPORTE.
           MOVE WS-ED-IMPORTE TO TRAN-CHECK-NUM1.
           MOVE INS-NUM2 TO WS-ED-IMPORTE.
           MOVE WS-ED-IMPORTE TO TRAN-CHECK-NUM2.
           IF INS-OPCION = 9
               MOVE INS-NUM3 TO WS-ED-IMPORTE
               MOVE WS-ED-IMPORTE TO TRAN-CHECK-NUM3
           END-IF.
           MOVE INS-OPCION TO TRAN-OPCION.
           MOVE INS-OPERADOR TO TRAN-OPERADOR.
           MOVE INS-MONEDA TO TRAN-MONEDA.
           PERFORM SUMA-HASH.
           WRITE TRAN-RECORD.
           ADD 1 TO WS-CONT-CIERRE.
           ADD 1 TO WS-CONT-GENERADAS.
           MOVE SPACES TO WS-PRG-LINE.
           STRING INS-CLAVE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIA-FECHA DELIMITED BY SIZE
               "  OPCION " DELIMITED BY SIZE
               INS-OPCION DELIMITED BY SIZE
               "  OPERADOR " DELIMITED BY SIZE
               INS-OPERADOR DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               INS-DESCRIPCION DELIMITED BY SIZE
               INTO WS-PRG-LINE.
           PERFORM ESCRIBE-PRG-LINEA.

           SUMA-HASH.
           MOVE INS-NUM1 TO WS-HASH-NUM.
           IF WS-HASH-NUM < 0
               COMPUTE WS-HASH-NUM = 0 - WS-HASH-NUM
           END-IF.
           ADD WS-HASH-NUM TO WS-CIERRE-HASH.
           MOVE INS-NUM2 TO WS-HASH-NUM.
           IF WS-HASH-NUM < 0
               COMPUTE WS-HASH-NUM = 0 - WS-HASH-NUM
           END-IF.
           ADD WS-HASH-NUM TO WS-CIERRE-HASH.
           IF INS-OPCION = 9
               MOVE INS-NUM3 TO WS-HASH-NUM
               IF WS-HASH-NUM < 0
                   COMPUTE WS-HASH-NUM = 0 - WS-HASH-NUM
               END-IF
               ADD WS-HASH-NUM TO WS-CIERRE-HASH
           END-IF.

           REPORTA-DIFERIDA.
           ADD 1 TO WS-CONT-OMITIDAS.
           MOVE SPACES TO WS-PRG-LINE.
           STRING INS-CLAVE DELIMITED BY SIZE
               " NO SE GENERA: MAS DE 500 INSTRUCCIONES;"
               DELIMITED BY SIZE
               " PASA A LA SIGUIENTE" DELIMITED BY SIZE
               INTO WS-PRG-LINE.
           PERFORM ESCRIBE-PRG-LINEA.

           REPORTA-OMITIDA.
           ADD 1 TO WS-CONT-OMITIDAS.
           MOVE SPACES TO WS-PRG-LINE.
           STRING INS-CLAVE DELIMITED BY SIZE
               " NO SE GENERA: OPERADOR " DELIMITED BY SIZE
               INS-OPERADOR DELIMITED BY SIZE
               " INACTIVO O INEXISTENTE EN OPERMST" DELIMITED BY SIZE
               INTO WS-PRG-LINE.
           PERFORM ESCRIBE-PRG-LINEA.

           ESCRIBE-ENCABEZADO.
           MOVE SPACES TO TRAN-RECORD.
           MOVE "H" TO TRAN-TIPO-REG.
           MOVE WS-FECHA-PROC-N TO TRAN-HDR-FECHA.
           MOVE WS-FUENTE TO TRAN-HDR-FUENTE.
           WRITE TRAN-RECORD.

           ESCRIBE-CIERRE.
           MOVE SPACES TO TRAN-RECORD.
           MOVE "T" TO TRAN-TIPO-REG.
           MOVE WS-CONT-CIERRE TO TRAN-TRL-CUENTA.
           MOVE WS-CIERRE-HASH TO TRAN-TRL-HASH.
           WRITE TRAN-RECORD.

           ENCABEZADO-REPORTE.
           MOVE SPACES TO WS-PRG-LINE.
           STRING "INSTRUCCIONES PERMANENTES  FECHA DE NEGOCIO: "
               DELIMITED BY SIZE
               WS-FECHA-PROC-N DELIMITED BY SIZE
               "  FUENTE: " DELIMITED BY SIZE
               WS-FUENTE DELIMITED BY SIZE
               INTO WS-PRG-LINE.
           PERFORM ESCRIBE-PRG-LINEA.

           ESCRIBE-TOTALES.
           MOVE WS-CONT-INS TO WS-ED-CONT.
           MOVE SPACES TO WS-PRG-LINE.
           STRING "INSTRUCCIONES LEIDAS:     " DELIMITED BY SIZE
               WS-ED-CONT DELIMITED BY SIZE
               INTO WS-PRG-LINE.
           PERFORM ESCRIBE-PRG-LINEA.
           MOVE WS-CONT-GENERADAS TO WS-ED-CONT.
           MOVE SPACES TO WS-PRG-LINE.
           STRING "DETALLES GENERADOS:       " DELIMITED BY SIZE
               WS-ED-CONT DELIMITED BY SIZE
               INTO WS-PRG-LINE.
           PERFORM ESCRIBE-PRG-LINEA.
           MOVE WS-CONT-OMITIDAS TO WS-ED-CONT.
           MOVE SPACES TO WS-PRG-LINE.
           STRING "INSTRUCCIONES OMITIDAS:   " DELIMITED BY SIZE
               WS-ED-CONT DELIMITED BY SIZE
               INTO WS-PRG-LINE.
           PERFORM ESCRIBE-PRG-LINEA.
           MOVE WS-CONT-MARCADAS TO WS-ED-CONT.
           MOVE SPACES TO WS-PRG-LINE.
           STRING "INSTRUCCIONES MARCADAS:   " DELIMITED BY SIZE
               WS-ED-CONT DELIMITED BY SIZE
               INTO WS-PRG-LINE.
           PERFORM ESCRIBE-PRG-LINEA.
           MOVE WS-CONT-ERRORES TO WS-ED-CONT.
           MOVE SPACES TO WS-PRG-LINE.
           STRING "ERRORES AL MARCAR:        " DELIMITED BY SIZE
               WS-ED-CONT DELIMITED BY SIZE
               INTO WS-PRG-LINE.
           PERFORM ESCRIBE-PRG-LINEA.

           ESCRIBE-PRG-LINEA.
           WRITE PRG-RECORD FROM WS-PRG-LINE.
           DISPLAY WS-PRG-LINE.


       END PROGRAM CALCPROG.
