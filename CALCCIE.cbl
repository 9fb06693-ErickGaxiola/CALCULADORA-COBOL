       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCIE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECFILE ASSIGN TO "FECCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-FEC-KEY
               FILE STATUS IS WS-FEC-STATUS.
           SELECT FERFILE ASSIGN TO "FERIADOS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FER-STATUS.
           SELECT OPERFILE ASSIGN TO "OPERMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT CIEFILE ASSIGN TO "CIERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD FECFILE
           RECORDING MODE IS F.
       COPY FECREC.
       FD FERFILE
           RECORDING MODE IS F.
       COPY FERREC.
       FD OPERFILE
           RECORDING MODE IS F.
       COPY OPERREC.
       FD CIEFILE.
       01 CIE-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FEC-STATUS PIC XX.
       01 WS-FEC-OPERACION PIC X(5).
       01 WS-FER-STATUS PIC XX.
       01 WS-OPER-STATUS PIC XX.
       01 WS-FEC-KEY PIC 9(9) VALUE 1.
       01 WS-EOF-FER PIC X.
       01 WS-EOF-OPER PIC X.
       01 WS-HOY PIC 9(8).
       01 WS-HORA PIC 9(8).
       01 WS-SUPERVISOR-ID PIC X(8).
       01 WS-SUPERVISOR-OK PIC X VALUE "N".
       01 WS-FECHA-PROC PIC X(8).
       01 WS-FECHA-PROC-N PIC 9(8).
       01 WS-FECHA-CIERRE PIC 9(8).
       01 WS-FECHA-SIG PIC 9(8).
       01 WS-INT-DIA PIC 9(7).
       01 WS-DIA-SEMANA PIC 9.
       01 WS-HABIL PIC X.
       01 WS-CONT-SALTADOS PIC 9(3) VALUE 0.
       01 WS-RC PIC 9(2) VALUE 0.
       01 WS-FER-CANT PIC 9(3) VALUE 0.
       01 WS-FER-IDX PIC 9(3).
       01 WS-FER-HALLADO PIC X.
       01 WS-FER-DESBORDE PIC X VALUE "N".
       01 WS-FER-TABLA.
           05 WS-FER-ENT OCCURS 100.
               10 WS-FER-TAB-FECHA PIC 9(8).
               10 WS-FER-TAB-DESC PIC X(30).
       01 WS-CIE-LINE PIC X(80).
       01 WS-MOTIVO PIC X(30).

       PROCEDURE DIVISION.
       MAIN-CIERRE.

           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           ACCEPT WS-SUPERVISOR-ID.
           ACCEPT WS-FECHA-PROC.
           IF WS-FECHA-PROC IS NUMERIC
               MOVE WS-FECHA-PROC TO WS-FECHA-PROC-N
           ELSE
               MOVE 0 TO WS-FECHA-PROC-N
           END-IF.
           OPEN OUTPUT CIEFILE.
           MOVE "CIERRE DE FECHA DE NEGOCIO" TO WS-CIE-LINE.
           PERFORM ESCRIBE-CIE-LINEA.
           PERFORM VALIDA-SUPERVISOR.
           IF WS-SUPERVISOR-OK NOT = "S"
               MOVE SPACES TO WS-CIE-LINE
               STRING "** " DELIMITED BY SIZE
                   WS-SUPERVISOR-ID DELIMITED BY SIZE
                   " NO ES UN SUPERVISOR ACTIVO EN OPERMST;"
                   DELIMITED BY SIZE
                   " NO SE CIERRA" DELIMITED BY SIZE
                   INTO WS-CIE-LINE
               PERFORM ESCRIBE-CIE-LINEA
               MOVE 8 TO WS-RC
           ELSE
               PERFORM ABRE-CONTROL
           END-IF.
           CLOSE CIEFILE.
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

           VALIDA-SUPERVISOR.
           MOVE "N" TO WS-SUPERVISOR-OK.
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
                   IF OPER-ID = WS-SUPERVISOR-ID
                   AND OPER-ACTIVO = "S"
                   AND OPER-NIVEL = "S"
                       MOVE "S" TO WS-SUPERVISOR-OK
                       MOVE "S" TO WS-EOF-OPER
                   END-IF
           END-READ.

           ABRE-CONTROL.
           MOVE 1 TO WS-FEC-KEY.
           OPEN I-O FECFILE.
           IF WS-FEC-STATUS = "35"
               OPEN OUTPUT FECFILE
               CLOSE FECFILE
               OPEN I-O FECFILE
           END-IF.
           IF WS-FEC-STATUS NOT = "00"
               MOVE "ABRIR" TO WS-FEC-OPERACION
               PERFORM REPORTA-FALLA-CONTROL
           ELSE
               READ FECFILE
                   INVALID KEY CONTINUE
               END-READ
               EVALUATE WS-FEC-STATUS
               WHEN "00"
               WHEN "02"
                   PERFORM CIERRA-FECHA
               WHEN "23"
                   PERFORM INICIA-CONTROL
               WHEN OTHER
                   MOVE "LEER" TO WS-FEC-OPERACION
                   PERFORM REPORTA-FALLA-CONTROL
               END-EVALUATE
               CLOSE FECFILE
           END-IF.

           REPORTA-FALLA-CONTROL.
           MOVE SPACES TO WS-CIE-LINE.
           STRING "** NO SE PUDO " DELIMITED BY SIZE
               WS-FEC-OPERACION DELIMITED BY SPACE
               " FECCTL (ESTADO " DELIMITED BY SIZE
               WS-FEC-STATUS DELIMITED BY SIZE
               "); NO SE CIERRA NADA" DELIMITED BY SIZE
               INTO WS-CIE-LINE.
           PERFORM ESCRIBE-CIE-LINEA.
           MOVE 12 TO WS-RC.

           INICIA-CONTROL.
           IF WS-FECHA-PROC-N = 0
               MOVE WS-HOY TO WS-FECHA-PROC-N
           END-IF.
           MOVE WS-FECHA-PROC-N TO FEC-FECHA-NEGOCIO.
           MOVE 0 TO FEC-FECHA-CERRADA.
           MOVE WS-SUPERVISOR-ID TO FEC-CIERRE-OPER.
           MOVE WS-HOY TO FEC-CIERRE-FECHA.
           MOVE WS-HORA TO FEC-CIERRE-HORA.
           WRITE FEC-RECORD
               INVALID KEY MOVE 12 TO WS-RC
           END-WRITE.
           IF WS-FEC-STATUS NOT = "00"
               MOVE 12 TO WS-RC
           END-IF.
           MOVE SPACES TO WS-CIE-LINE.
           IF WS-RC = 12
               MOVE "** NO SE PUDO GRABAR FECCTL" TO WS-CIE-LINE
           ELSE
               MOVE 4 TO WS-RC
               STRING "FECCTL NO EXISTIA: SE ABRE LA FECHA DE"
                   DELIMITED BY SIZE
                   " NEGOCIO " DELIMITED BY SIZE
                   FEC-FECHA-NEGOCIO DELIMITED BY SIZE
                   "; NADA SE CIERRA" DELIMITED BY SIZE
                   INTO WS-CIE-LINE
           END-IF.
           PERFORM ESCRIBE-CIE-LINEA.

           CIERRA-FECHA.
           MOVE FEC-FECHA-NEGOCIO TO WS-FECHA-CIERRE.
           IF WS-FECHA-PROC-N NOT = 0
           AND WS-FECHA-PROC-N NOT = WS-FECHA-CIERRE
               MOVE SPACES TO WS-CIE-LINE
               STRING "** LA FECHA INDICADA " DELIMITED BY SIZE
                   WS-FECHA-PROC-N DELIMITED BY SIZE
                   " NO ES LA ABIERTA " DELIMITED BY SIZE
                   WS-FECHA-CIERRE DELIMITED BY SIZE
                   "; NO SE CIERRA" DELIMITED BY SIZE
                   INTO WS-CIE-LINE
               PERFORM ESCRIBE-CIE-LINEA
               MOVE 8 TO WS-RC
           ELSE
               PERFORM CARGA-FERIADOS
               PERFORM BUSCA-SIGUIENTE-HABIL
               MOVE WS-FECHA-CIERRE TO FEC-FECHA-CERRADA
               MOVE WS-FECHA-SIG TO FEC-FECHA-NEGOCIO
               MOVE WS-SUPERVISOR-ID TO FEC-CIERRE-OPER
               MOVE WS-HOY TO FEC-CIERRE-FECHA
               MOVE WS-HORA TO FEC-CIERRE-HORA
               REWRITE FEC-RECORD
                   INVALID KEY MOVE 12 TO WS-RC
               END-REWRITE
               IF WS-FEC-STATUS NOT = "00"
                   MOVE 12 TO WS-RC
               END-IF
               IF WS-RC = 12
                   MOVE "** NO SE PUDO GRABAR FECCTL" TO WS-CIE-LINE
                   PERFORM ESCRIBE-CIE-LINEA
               ELSE
                   PERFORM REPORTA-CIERRE
               END-IF
           END-IF.

           CARGA-FERIADOS.
           MOVE "N" TO WS-EOF-FER.
           OPEN INPUT FERFILE.
           IF WS-FER-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-FER
           END-IF.
           PERFORM LEE-FERIADO UNTIL WS-EOF-FER = "S".
           IF WS-FER-STATUS NOT = "35"
               CLOSE FERFILE
           END-IF.

           LEE-FERIADO.
           READ FERFILE
               AT END MOVE "S" TO WS-EOF-FER
               NOT AT END
                   IF FER-FECHA IS NUMERIC
                   AND FER-FECHA > WS-FECHA-CIERRE
                       IF WS-FER-CANT < 100
                           ADD 1 TO WS-FER-CANT
                           MOVE FER-FECHA
                               TO WS-FER-TAB-FECHA(WS-FER-CANT)
                           MOVE FER-DESCRIPCION
                               TO WS-FER-TAB-DESC(WS-FER-CANT)
                       ELSE
                           MOVE "S" TO WS-FER-DESBORDE
                       END-IF
                   END-IF
           END-READ.

           BUSCA-SIGUIENTE-HABIL.
           COMPUTE WS-INT-DIA =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-CIERRE).
           MOVE "N" TO WS-HABIL.
           PERFORM REVISA-DIA UNTIL WS-HABIL = "S".

           REVISA-DIA.
           ADD 1 TO WS-INT-DIA.
           COMPUTE WS-FECHA-SIG = FUNCTION DATE-OF-INTEGER(WS-INT-DIA).
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-INT-DIA - 1, 7) + 1.
           MOVE "S" TO WS-HABIL.
           IF WS-DIA-SEMANA = 6
               MOVE "SABADO" TO WS-MOTIVO
               MOVE "N" TO WS-HABIL
           END-IF.
           IF WS-DIA-SEMANA = 7
               MOVE "DOMINGO" TO WS-MOTIVO
               MOVE "N" TO WS-HABIL
           END-IF.
           IF WS-HABIL = "S"
               MOVE "N" TO WS-FER-HALLADO
               MOVE 1 TO WS-FER-IDX
               PERFORM BUSCA-FERIADO
                   UNTIL WS-FER-HALLADO = "S"
                   OR WS-FER-IDX > WS-FER-CANT
               IF WS-FER-HALLADO = "S"
                   MOVE WS-FER-TAB-DESC(WS-FER-IDX) TO WS-MOTIVO
                   MOVE "N" TO WS-HABIL
               END-IF
           END-IF.
           IF WS-HABIL = "N"
               ADD 1 TO WS-CONT-SALTADOS
               MOVE SPACES TO WS-CIE-LINE
               STRING "  DIA INHABIL " DELIMITED BY SIZE
                   WS-FECHA-SIG DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-MOTIVO DELIMITED BY SIZE
                   INTO WS-CIE-LINE
               PERFORM ESCRIBE-CIE-LINEA
           END-IF.

           BUSCA-FERIADO.
           IF WS-FER-TAB-FECHA(WS-FER-IDX) = WS-FECHA-SIG
               MOVE "S" TO WS-FER-HALLADO
           ELSE
               ADD 1 TO WS-FER-IDX
           END-IF.

           REPORTA-CIERRE.
           MOVE SPACES TO WS-CIE-LINE.
           STRING "FECHA CERRADA:            " DELIMITED BY SIZE
               FEC-FECHA-CERRADA DELIMITED BY SIZE
               INTO WS-CIE-LINE.
           PERFORM ESCRIBE-CIE-LINEA.
           MOVE SPACES TO WS-CIE-LINE.
           STRING "CERRADA POR:              " DELIMITED BY SIZE
               FEC-CIERRE-OPER DELIMITED BY SIZE
               " EL " DELIMITED BY SIZE
               FEC-CIERRE-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FEC-CIERRE-HORA DELIMITED BY SIZE
               INTO WS-CIE-LINE.
           PERFORM ESCRIBE-CIE-LINEA.
           MOVE SPACES TO WS-CIE-LINE.
           STRING "NUEVA FECHA DE NEGOCIO:   " DELIMITED BY SIZE
               FEC-FECHA-NEGOCIO DELIMITED BY SIZE
               INTO WS-CIE-LINE.
           PERFORM ESCRIBE-CIE-LINEA.
           IF WS-FER-DESBORDE = "S"
               MOVE "** FERIADOS EXCEDE 100 DIAS FUTUROS; REVISAR"
                   TO WS-CIE-LINE
               PERFORM ESCRIBE-CIE-LINEA
               MOVE 4 TO WS-RC
           END-IF.

           ESCRIBE-CIE-LINEA.
           WRITE CIE-RECORD FROM WS-CIE-LINE.
           DISPLAY WS-CIE-LINE.

       END PROGRAM CALCCIE.
