       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRCV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKPFILE ASSIGN TO "TRANBKP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-STATUS.
           SELECT RCVFILE ASSIGN TO "TRANRCV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCV-ID
               FILE STATUS IS WS-RCV-STATUS.
           SELECT LOGFILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-TRAN-NUM
               ALTERNATE RECORD KEY IS LOG-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-LOG-STATUS.
           SELECT NUMFILE ASSIGN TO "TRANNUM"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-NUM-KEY
               FILE STATUS IS WS-NUM-STATUS.
           SELECT RPTFILE ASSIGN TO "RCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BKPFILE
           RECORDING MODE IS F.
       COPY LOGREC REPLACING LEADING ==LOG-== BY ==BKP-==.
       FD RCVFILE
           RECORDING MODE IS F.
       COPY RCVREC.
       FD LOGFILE
           RECORDING MODE IS F.
       COPY LOGREC.
       FD NUMFILE
           RECORDING MODE IS F.
       COPY NUMREC.
       FD RPTFILE.
       01 RPT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-BKP-STATUS PIC XX.
       01 WS-RCV-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-NUM-STATUS PIC XX.
       01 WS-NUM-KEY PIC 9(9) VALUE 1.
       01 WS-EOF-BKP PIC X.
       01 WS-EOF-RCV PIC X.
       01 WS-EOF-LOG PIC X.
       01 WS-RESP-FECHA PIC X(8).
       01 WS-RESP-HORA PIC X(8).
       01 WS-PUNTO-FECHA PIC X(8).
       01 WS-PUNTO-HORA PIC X(8).
       01 WS-SYSIN-OK PIC X VALUE "S".
       01 WS-DESDE.
           05 WS-DESDE-FECHA PIC 9(8) VALUE 0.
           05 WS-DESDE-HORA PIC 9(8) VALUE 0.
       01 WS-HASTA.
           05 WS-HASTA-FECHA PIC 9(8) VALUE 99999999.
           05 WS-HASTA-HORA PIC 9(8) VALUE 99999999.
       01 WS-MOMENTO.
           05 WS-MOM-FECHA PIC 9(8).
           05 WS-MOM-HORA PIC 9(8).
       01 WS-ULTIMO-APLICADO.
           05 WS-ULT-FECHA PIC 9(8) VALUE 0.
           05 WS-ULT-HORA PIC 9(8) VALUE 0.
       01 WS-NUM-IMAGEN.
           05 WS-NUM-IMG-ULTIMO PIC 9(9).
           05 FILLER PIC X(141).
       01 WS-NUMERADOR PIC 9(9) VALUE 0.
       01 WS-MAYOR-TRAN PIC 9(9) VALUE 0.
       01 WS-RC PIC 9(2) VALUE 0.
       01 WS-CONT-RESPALDO PIC 9(9) VALUE 0.
       01 WS-CONT-RESP-DUP PIC 9(9) VALUE 0.
       01 WS-CONT-DIARIO PIC 9(9) VALUE 0.
       01 WS-CONT-PREVIOS PIC 9(9) VALUE 0.
       01 WS-CONT-POSTERIORES PIC 9(9) VALUE 0.
       01 WS-CONT-ALTAS PIC 9(9) VALUE 0.
       01 WS-CONT-CAMBIOS PIC 9(9) VALUE 0.
       01 WS-CONT-BAJAS PIC 9(9) VALUE 0.
       01 WS-CONT-NUMERADOR PIC 9(9) VALUE 0.
       01 WS-CONT-CONFLICTOS PIC 9(9) VALUE 0.
       01 WS-CONT-FINAL PIC 9(9) VALUE 0.
       01 WS-CONFLICTO PIC X(30).
       01 WS-RPT-LINE PIC X(80).
       01 WS-RPT-NOMBRE PIC X(30).
       01 WS-RPT-CONT PIC 9(9).
       01 WS-ED-RPT PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-RECUPERA.

           ACCEPT WS-RESP-FECHA.
           ACCEPT WS-RESP-HORA.
           ACCEPT WS-PUNTO-FECHA.
           ACCEPT WS-PUNTO-HORA.
           OPEN OUTPUT RPTFILE.
           MOVE "RECUPERACION DE TRANLOG DESDE RESPALDO Y DIARIO"
               TO WS-RPT-LINE.
           PERFORM ESCRIBE-RPT-LINEA.
           PERFORM VALIDA-PARAMETROS.
           IF WS-RC < 12
               PERFORM CARGA-RESPALDO
           END-IF.
           IF WS-RC < 12
               PERFORM APLICA-DIARIO
           END-IF.
           IF WS-RC < 12
               PERFORM VERIFICA-NUMERADOR
               PERFORM ESCRIBE-TOTALES
           END-IF.
           CLOSE RPTFILE.
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

           VALIDA-PARAMETROS.
           IF WS-RESP-FECHA NOT = SPACES
               IF WS-RESP-FECHA IS NUMERIC
                   MOVE WS-RESP-FECHA TO WS-DESDE-FECHA
               ELSE
                   MOVE "N" TO WS-SYSIN-OK
               END-IF
           END-IF.
           IF WS-RESP-HORA NOT = SPACES
               IF WS-RESP-HORA IS NUMERIC
                   MOVE WS-RESP-HORA TO WS-DESDE-HORA
               ELSE
                   MOVE "N" TO WS-SYSIN-OK
               END-IF
           END-IF.
           IF WS-PUNTO-FECHA NOT = SPACES
               IF WS-PUNTO-FECHA IS NUMERIC
                   MOVE WS-PUNTO-FECHA TO WS-HASTA-FECHA
               ELSE
                   MOVE "N" TO WS-SYSIN-OK
               END-IF
           END-IF.
           IF WS-PUNTO-HORA NOT = SPACES
               IF WS-PUNTO-HORA IS NUMERIC
                   MOVE WS-PUNTO-HORA TO WS-HASTA-HORA
               ELSE
                   MOVE "N" TO WS-SYSIN-OK
               END-IF
           END-IF.
           IF WS-SYSIN-OK = "N"
               MOVE "** SYSIN INVALIDO: FECHAS AAAAMMDD, HORAS HHMMSSCC"
                   TO WS-RPT-LINE
               PERFORM ESCRIBE-RPT-LINEA
               MOVE 12 TO WS-RC
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               IF WS-DESDE-FECHA = 0
                   MOVE "APLICA EL DIARIO DESDE SU INICIO"
                       TO WS-RPT-LINE
               ELSE
                   STRING "APLICA EL DIARIO POSTERIOR AL RESPALDO DEL "
                       DELIMITED BY SIZE
                       WS-DESDE-FECHA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DESDE-HORA DELIMITED BY SIZE
                       INTO WS-RPT-LINE
               END-IF
               PERFORM ESCRIBE-RPT-LINEA
               MOVE SPACES TO WS-RPT-LINE
               IF WS-HASTA-FECHA = 99999999
                   MOVE "HASTA EL FIN DEL DIARIO" TO WS-RPT-LINE
               ELSE
                   STRING "HASTA EL " DELIMITED BY SIZE
                       WS-HASTA-FECHA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-HASTA-HORA DELIMITED BY SIZE
                       " INCLUSIVE" DELIMITED BY SIZE
                       INTO WS-RPT-LINE
               END-IF
               PERFORM ESCRIBE-RPT-LINEA
           END-IF.

           CARGA-RESPALDO.
           OPEN INPUT BKPFILE.
           IF WS-BKP-STATUS NOT = "00"
               MOVE "** NO SE PUDO ABRIR EL RESPALDO TRANBKP"
                   TO WS-RPT-LINE
               PERFORM ESCRIBE-RPT-LINEA
               MOVE 12 TO WS-RC
           ELSE
               OPEN OUTPUT LOGFILE
               IF WS-LOG-STATUS NOT = "00"
                   MOVE "** NO SE PUDO CREAR TRANLOG" TO WS-RPT-LINE
                   PERFORM ESCRIBE-RPT-LINEA
                   MOVE 12 TO WS-RC
               ELSE
                   MOVE "N" TO WS-EOF-BKP
                   PERFORM LEE-RESPALDO UNTIL WS-EOF-BKP = "S"
                   CLOSE LOGFILE
               END-IF
               CLOSE BKPFILE
           END-IF.

           LEE-RESPALDO.
           READ BKPFILE
               AT END MOVE "S" TO WS-EOF-BKP
               NOT AT END
                   ADD 1 TO WS-CONT-RESPALDO
                   MOVE BKP-RECORD TO LOG-RECORD
                   WRITE LOG-RECORD
                       INVALID KEY ADD 1 TO WS-CONT-RESP-DUP
                   END-WRITE
                   IF BKP-TRAN-NUM > WS-NUMERADOR
                       MOVE BKP-TRAN-NUM TO WS-NUMERADOR
                   END-IF
           END-READ.

           APLICA-DIARIO.
           OPEN I-O LOGFILE.
           IF WS-LOG-STATUS NOT = "00"
               MOVE "** NO SE PUDO REABRIR TRANLOG PARA APLICAR EL"
                   TO WS-RPT-LINE
               PERFORM ESCRIBE-RPT-LINEA
               MOVE "   DIARIO; TRANLOG QUEDA IGUAL AL RESPALDO"
                   TO WS-RPT-LINE
               PERFORM ESCRIBE-RPT-LINEA
               MOVE 12 TO WS-RC
           ELSE
               PERFORM LEE-DIARIO-COMPLETO
           END-IF.

           LEE-DIARIO-COMPLETO.
           OPEN INPUT RCVFILE.
           IF WS-RCV-STATUS NOT = "00"
               MOVE "** NO SE PUDO ABRIR EL DIARIO TRANRCV; TRANLOG"
                   TO WS-RPT-LINE
               PERFORM ESCRIBE-RPT-LINEA
               MOVE "   QUEDA IGUAL AL RESPALDO" TO WS-RPT-LINE
               PERFORM ESCRIBE-RPT-LINEA
               MOVE 4 TO WS-RC
           ELSE
               MOVE "N" TO WS-EOF-RCV
               PERFORM LEE-DIARIO UNTIL WS-EOF-RCV = "S"
               CLOSE RCVFILE
           END-IF.

           LEE-DIARIO.
           READ RCVFILE
               AT END MOVE "S" TO WS-EOF-RCV
               NOT AT END PERFORM EXAMINA-DIARIO
           END-READ.
           IF WS-RCV-STATUS NOT = "00" AND WS-RCV-STATUS NOT = "02"
               MOVE "S" TO WS-EOF-RCV
               IF WS-RCV-STATUS NOT = "10"
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "** ERROR AL LEER TRANRCV (ESTADO "
                       DELIMITED BY SIZE
                       WS-RCV-STATUS DELIMITED BY SIZE
                       "); TRANLOG QUEDA INCOMPLETO" DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   PERFORM ESCRIBE-RPT-LINEA
                   MOVE 12 TO WS-RC
               END-IF
           END-IF.

           EXAMINA-DIARIO.
           ADD 1 TO WS-CONT-DIARIO.
           MOVE RCV-FECHA TO WS-MOM-FECHA.
           MOVE RCV-HORA TO WS-MOM-HORA.
           IF WS-MOMENTO NOT > WS-DESDE
               ADD 1 TO WS-CONT-PREVIOS
           ELSE
               IF WS-MOMENTO > WS-HASTA
                   ADD 1 TO WS-CONT-POSTERIORES
               ELSE
                   PERFORM APLICA-MOVIMIENTO
               END-IF
           END-IF.

           APLICA-MOVIMIENTO.
           MOVE WS-MOMENTO TO WS-ULTIMO-APLICADO.
           EVALUATE TRUE
           WHEN RCV-ARCHIVO = "TRANLOG" AND RCV-ACCION = "A"
               PERFORM APLICA-ALTA
           WHEN RCV-ARCHIVO = "TRANLOG" AND RCV-ACCION = "R"
               PERFORM APLICA-CAMBIO
           WHEN RCV-ARCHIVO = "TRANLOG" AND RCV-ACCION = "D"
               PERFORM APLICA-BAJA
           WHEN RCV-ARCHIVO = "TRANNUM" AND RCV-ACCION NOT = "D"
               PERFORM APLICA-NUMERADOR
           WHEN OTHER
               MOVE "MOVIMIENTO NO RECONOCIDO" TO WS-CONFLICTO
               PERFORM REPORTA-CONFLICTO
           END-EVALUATE.

           APLICA-ALTA.
           MOVE RCV-DESPUES TO LOG-RECORD.
           WRITE LOG-RECORD
               INVALID KEY
                   MOVE "ALTA DE UNA LLAVE YA EXISTENTE"
                       TO WS-CONFLICTO
                   PERFORM REPORTA-CONFLICTO
                   REWRITE LOG-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-ALTAS
           END-WRITE.

           APLICA-CAMBIO.
           MOVE RCV-DESPUES TO LOG-RECORD.
           REWRITE LOG-RECORD
               INVALID KEY
                   MOVE "CAMBIO DE UNA LLAVE INEXISTENTE"
                       TO WS-CONFLICTO
                   PERFORM REPORTA-CONFLICTO
                   WRITE LOG-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-CAMBIOS
           END-REWRITE.

           APLICA-BAJA.
           MOVE RCV-LLAVE TO LOG-TRAN-NUM.
           DELETE LOGFILE RECORD
               INVALID KEY
                   MOVE "BAJA DE UNA LLAVE INEXISTENTE"
                       TO WS-CONFLICTO
                   PERFORM REPORTA-CONFLICTO
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-BAJAS
           END-DELETE.

           APLICA-NUMERADOR.
           MOVE RCV-DESPUES TO WS-NUM-IMAGEN.
           IF WS-NUM-IMG-ULTIMO IS NUMERIC
               IF WS-NUM-IMG-ULTIMO > WS-NUMERADOR
                   MOVE WS-NUM-IMG-ULTIMO TO WS-NUMERADOR
               END-IF
               ADD 1 TO WS-CONT-NUMERADOR
           ELSE
               MOVE "IMAGEN DE TRANNUM INVALIDA" TO WS-CONFLICTO
               PERFORM REPORTA-CONFLICTO
           END-IF.

           REPORTA-CONFLICTO.
           ADD 1 TO WS-CONT-CONFLICTOS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "** " DELIMITED BY SIZE
               WS-CONFLICTO DELIMITED BY SIZE
               " LLAVE " DELIMITED BY SIZE
               RCV-LLAVE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCV-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCV-HORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCV-PROGRAMA DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM ESCRIBE-RPT-LINEA.

           VERIFICA-NUMERADOR.
           MOVE "N" TO WS-EOF-LOG.
           MOVE 0 TO LOG-TRAN-NUM.
           START LOGFILE KEY IS NOT LESS THAN LOG-TRAN-NUM
               INVALID KEY MOVE "S" TO WS-EOF-LOG
           END-START.
           PERFORM LEE-RECONSTRUIDO UNTIL WS-EOF-LOG = "S".
           CLOSE LOGFILE.
           MOVE 1 TO WS-NUM-KEY.
           OPEN OUTPUT NUMFILE.
           IF WS-NUM-STATUS = "00"
               MOVE WS-NUMERADOR TO NUM-ULTIMO-TRAN
               WRITE NUM-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               IF WS-NUM-STATUS NOT = "00"
                   PERFORM REPORTA-FALLA-NUMERADOR
               END-IF
               CLOSE NUMFILE
           ELSE
               PERFORM REPORTA-FALLA-NUMERADOR
           END-IF.

           REPORTA-FALLA-NUMERADOR.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "** NO SE PUDO GRABAR TRANNUM (ESTADO "
               DELIMITED BY SIZE
               WS-NUM-STATUS DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM ESCRIBE-RPT-LINEA.
           MOVE 12 TO WS-RC.

           LEE-RECONSTRUIDO.
           READ LOGFILE NEXT RECORD
               AT END MOVE "S" TO WS-EOF-LOG
               NOT AT END
                   ADD 1 TO WS-CONT-FINAL
                   MOVE LOG-TRAN-NUM TO WS-MAYOR-TRAN
           END-READ.
           IF WS-LOG-STATUS NOT = "00" AND WS-LOG-STATUS NOT = "02"
               MOVE "S" TO WS-EOF-LOG
               IF WS-LOG-STATUS NOT = "10"
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "** ERROR AL LEER TRANLOG RECONSTRUIDO"
                       DELIMITED BY SIZE
                       " (ESTADO " DELIMITED BY SIZE
                       WS-LOG-STATUS DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   PERFORM ESCRIBE-RPT-LINEA
                   MOVE 12 TO WS-RC
               END-IF
           END-IF.

           ESCRIBE-TOTALES.
           MOVE "REGISTROS DEL RESPALDO" TO WS-RPT-NOMBRE.
           MOVE WS-CONT-RESPALDO TO WS-RPT-CONT.
           PERFORM ESCRIBE-RPT-CIFRA.
           MOVE "  LLAVES DUPLICADAS OMITIDAS" TO WS-RPT-NOMBRE.
           MOVE WS-CONT-RESP-DUP TO WS-RPT-CONT.
           PERFORM ESCRIBE-RPT-CIFRA.
           MOVE "MOVIMIENTOS EN EL DIARIO" TO WS-RPT-NOMBRE.
           MOVE WS-CONT-DIARIO TO WS-RPT-CONT.
           PERFORM ESCRIBE-RPT-CIFRA.
           MOVE "  YA INCLUIDOS EN EL RESPALDO" TO WS-RPT-NOMBRE.
           MOVE WS-CONT-PREVIOS TO WS-RPT-CONT.
           PERFORM ESCRIBE-RPT-CIFRA.
           MOVE "  POSTERIORES AL PUNTO" TO WS-RPT-NOMBRE.
           MOVE WS-CONT-POSTERIORES TO WS-RPT-CONT.
           PERFORM ESCRIBE-RPT-CIFRA.
           MOVE "  ALTAS APLICADAS" TO WS-RPT-NOMBRE.
           MOVE WS-CONT-ALTAS TO WS-RPT-CONT.
           PERFORM ESCRIBE-RPT-CIFRA.
           MOVE "  CAMBIOS APLICADOS" TO WS-RPT-NOMBRE.
           MOVE WS-CONT-CAMBIOS TO WS-RPT-CONT.
           PERFORM ESCRIBE-RPT-CIFRA.
           MOVE "  BAJAS APLICADAS" TO WS-RPT-NOMBRE.
           MOVE WS-CONT-BAJAS TO WS-RPT-CONT.
           PERFORM ESCRIBE-RPT-CIFRA.
           MOVE "  CAMBIOS DEL NUMERADOR" TO WS-RPT-NOMBRE.
           MOVE WS-CONT-NUMERADOR TO WS-RPT-CONT.
           PERFORM ESCRIBE-RPT-CIFRA.
           MOVE "  CONFLICTOS" TO WS-RPT-NOMBRE.
           MOVE WS-CONT-CONFLICTOS TO WS-RPT-CONT.
           PERFORM ESCRIBE-RPT-CIFRA.
           IF WS-ULT-FECHA NOT = 0
               MOVE SPACES TO WS-RPT-LINE
               STRING "ULTIMO MOVIMIENTO APLICADO    : "
                   DELIMITED BY SIZE
                   WS-ULT-FECHA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ULT-HORA DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               PERFORM ESCRIBE-RPT-LINEA
           END-IF.
           MOVE "REGISTROS EN TRANLOG" TO WS-RPT-NOMBRE.
           MOVE WS-CONT-FINAL TO WS-RPT-CONT.
           PERFORM ESCRIBE-RPT-CIFRA.
           MOVE "MAYOR LOG-TRAN-NUM" TO WS-RPT-NOMBRE.
           MOVE WS-MAYOR-TRAN TO WS-RPT-CONT.
           PERFORM ESCRIBE-RPT-CIFRA.
           MOVE "TRANNUM RECONSTRUIDO" TO WS-RPT-NOMBRE.
           MOVE WS-NUMERADOR TO WS-RPT-CONT.
           PERFORM ESCRIBE-RPT-CIFRA.
           IF WS-CONT-RESP-DUP > 0 OR WS-CONT-CONFLICTOS > 0
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           END-IF.
           IF WS-RC = 12
               MOVE "** RECUPERACION INCOMPLETA; VER ERRORES ANTERIORES"
                   TO WS-RPT-LINE
           ELSE
               IF WS-NUMERADOR = WS-MAYOR-TRAN
                   MOVE "TRANNUM COINCIDE CON EL MAYOR LOG-TRAN-NUM"
                       TO WS-RPT-LINE
               ELSE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "** TRANNUM NO COINCIDE CON EL MAYOR"
                       DELIMITED BY SIZE
                       " LOG-TRAN-NUM" DELIMITED BY SIZE
                       INTO WS-RPT-LINE
                   MOVE 8 TO WS-RC
               END-IF
           END-IF.
           PERFORM ESCRIBE-RPT-LINEA.
           MOVE "CODIGO DE RETORNO" TO WS-RPT-NOMBRE.
           MOVE WS-RC TO WS-RPT-CONT.
           PERFORM ESCRIBE-RPT-CIFRA.

           ESCRIBE-RPT-CIFRA.
           MOVE WS-RPT-CONT TO WS-ED-RPT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-RPT-NOMBRE DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-ED-RPT DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           PERFORM ESCRIBE-RPT-LINEA.

           ESCRIBE-RPT-LINEA.
           WRITE RPT-RECORD FROM WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.

       END PROGRAM CALCRCV.
