       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCGL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOGFILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-TRAN-NUM
               ALTERNATE RECORD KEY IS LOG-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ORIFILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORI-TRAN-NUM
               ALTERNATE RECORD KEY IS ORI-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-ORI-STATUS.
           SELECT CTAFILE ASSIGN TO "CTAMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-LLAVE
               FILE STATUS IS WS-CTA-STATUS.
           SELECT GLFILE ASSIGN TO "GLENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT EXCFILE ASSIGN TO "GLEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECFILE ASSIGN TO "FECCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-FEC-KEY
               FILE STATUS IS WS-FEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOGFILE
           RECORDING MODE IS F.
       COPY LOGREC.
       FD ORIFILE
           RECORDING MODE IS F.
       COPY LOGREC REPLACING LEADING ==LOG-== BY ==ORI-==.
       FD CTAFILE
           RECORDING MODE IS F.
       COPY CTAREC.
       FD GLFILE
           RECORDING MODE IS F.
       COPY GLEREC.
       FD EXCFILE.
       01 EXC-RECORD PIC X(80).
       FD FECFILE
           RECORDING MODE IS F.
       COPY FECREC.
       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS PIC XX.
       01 WS-ORI-STATUS PIC XX.
       01 WS-CTA-STATUS PIC XX.
       01 WS-GL-STATUS PIC XX.
       01 WS-EOF-LOG PIC X.
       01 WS-FECHA-PROC PIC X(8).
       01 WS-FECHA-PROC-N PIC 9(8).
       01 WS-HOY PIC 9(8).
       01 WS-FEC-STATUS PIC XX.
       01 WS-FEC-KEY PIC 9(9) VALUE 1.
       01 WS-MODO PIC X.
       01 WS-GENERA PIC X.
       01 WS-CONT-LEIDOS PIC 9(9) VALUE 0.
       01 WS-CONT-CONTAB PIC 9(9) VALUE 0.
       01 WS-CONT-CERO PIC 9(9) VALUE 0.
       01 WS-CONT-EXC PIC 9(9) VALUE 0.
       01 WS-CONT-RENGLONES PIC 9(9) VALUE 0.
       01 WS-TOT-CARGOS PIC 9(13)V99 VALUE 0.
       01 WS-TOT-ABONOS PIC 9(13)V99 VALUE 0.
       01 WS-TOT-DESBORDE PIC X VALUE "N".
       01 WS-GRB-CARGOS PIC 9(13)V99 VALUE 0.
       01 WS-GRB-ABONOS PIC 9(13)V99 VALUE 0.
       01 WS-GL-FALLA PIC X VALUE "N".
       01 WS-MAPA-OK PIC X.
       01 WS-MAPA-OPCION PIC 9(2).
       01 WS-MAPA-MONEDA PIC X(3).
       01 WS-CUENTA-CARGO PIC X(12).
       01 WS-CUENTA-ABONO PIC X(12).
       01 WS-CONCEPTO PIC X(30).
       01 WS-IMPORTE PIC 9(11)V99.
       01 WS-MOTIVO PIC X(50).
       01 WS-BUSCA-CUENTA PIC X(12).
       01 WS-BUSCA-NATURALEZA PIC X.
       01 WS-RES-CANT PIC 9(3) VALUE 0.
       01 WS-RES-IDX PIC 9(3).
       01 WS-RES-HALLADO PIC X.
       01 WS-RES-DESBORDE PIC X VALUE "N".
       01 WS-RES-TABLA.
           05 WS-RES-ENT OCCURS 200.
               10 WS-RES-CUENTA PIC X(12).
               10 WS-RES-NATURALEZA PIC X.
               10 WS-RES-IMPORTE PIC 9(11)V99.
       01 WS-EXC-LINE PIC X(80).
       01 WS-ED-TRAN PIC 9(9).
       01 WS-ED-CONT PIC ZZZZZZZZ9.
       01 WS-ED-IMPORTE PIC ZZZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-CONTABILIDAD.

           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           PERFORM LEE-FECHA-NEGOCIO.
           ACCEPT WS-FECHA-PROC.
           IF WS-FECHA-PROC IS NUMERIC
               MOVE WS-FECHA-PROC TO WS-FECHA-PROC-N
           ELSE
               MOVE WS-HOY TO WS-FECHA-PROC-N
           END-IF.
           ACCEPT WS-MODO.
           IF WS-MODO NOT = "R"
               MOVE "D" TO WS-MODO
           END-IF.
           OPEN INPUT LOGFILE.
           IF WS-LOG-STATUS = "35"
               DISPLAY "NO EXISTE EL LOG DE TRANSACCIONES!"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CTAFILE.
           IF WS-CTA-STATUS = "35"
               DISPLAY "NO EXISTE EL MAESTRO DE CUENTAS CONTABLES!"
               CLOSE LOGFILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ORIFILE.
           OPEN OUTPUT EXCFILE.
           OPEN OUTPUT GLFILE.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR GLENT (ESTADO "
                   WS-GL-STATUS ")"
               CLOSE LOGFILE
               CLOSE ORIFILE
               CLOSE CTAFILE
               CLOSE EXCFILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-EXC-LINE.
           STRING "POLIZA CONTABLE DE TRANLOG  FECHA DE NEGOCIO: "
               DELIMITED BY SIZE
               WS-FECHA-PROC-N DELIMITED BY SIZE
               INTO WS-EXC-LINE.
           PERFORM ESCRIBE-EXC-LINEA.
           IF WS-MODO = "R"
               MOVE "MODO: RESUMIDO POR CUENTA" TO WS-EXC-LINE
           ELSE
               MOVE "MODO: UN ASIENTO POR TRANSACCION"
                   TO WS-EXC-LINE
           END-IF.
           PERFORM ESCRIBE-EXC-LINEA.
           MOVE "N" TO WS-GENERA.
           PERFORM RECORRE-DIA.
           IF WS-MODO = "R"
               MOVE 1 TO WS-RES-IDX
               PERFORM SUMA-RESUMEN UNTIL WS-RES-IDX > WS-RES-CANT
           END-IF.
           PERFORM VERIFICA-CUADRE.
           IF WS-CONT-EXC = 0
               MOVE "S" TO WS-GENERA
               IF WS-MODO = "R"
                   MOVE 1 TO WS-RES-IDX
                   PERFORM ESCRIBE-RENGLON-RESUMEN
                       UNTIL WS-RES-IDX > WS-RES-CANT
               ELSE
                   PERFORM RECORRE-DIA
               END-IF
               PERFORM ESCRIBE-CIERRE-GL
               PERFORM VERIFICA-GRABADO
           END-IF.
           PERFORM ESCRIBE-RESUMEN.
           CLOSE LOGFILE.
           CLOSE ORIFILE.
           CLOSE CTAFILE.
           CLOSE GLFILE.
           CLOSE EXCFILE.
           IF WS-GL-FALLA = "S"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-CONT-EXC > 0
                   MOVE 8 TO RETURN-CODE
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

           RECORRE-DIA.
           MOVE "N" TO WS-EOF-LOG.
           MOVE WS-FECHA-PROC-N TO LOG-FECHA.
           START LOGFILE KEY IS NOT LESS THAN LOG-FECHA
               INVALID KEY MOVE "S" TO WS-EOF-LOG
           END-START.
           PERFORM PROCESA-TRANSACCION UNTIL WS-EOF-LOG = "S".

           PROCESA-TRANSACCION.
           PERFORM LEE-LOG-FECHA.
           IF WS-EOF-LOG NOT = "S"
               PERFORM CONTABILIZA-TRANSACCION
           END-IF.

           LEE-LOG-FECHA.
           READ LOGFILE NEXT RECORD
               AT END MOVE "S" TO WS-EOF-LOG
               NOT AT END
                   IF LOG-FECHA NOT = WS-FECHA-PROC-N
                       MOVE "S" TO WS-EOF-LOG
                   END-IF
           END-READ.
           IF WS-LOG-STATUS NOT = "00" AND WS-LOG-STATUS NOT = "02"
               MOVE "S" TO WS-EOF-LOG
           END-IF.

           CONTABILIZA-TRANSACCION.
           IF WS-GENERA = "N"
               ADD 1 TO WS-CONT-LEIDOS
           END-IF.
           IF LOG-RESULTADO = 0
               IF WS-GENERA = "N"
                   ADD 1 TO WS-CONT-CERO
               END-IF
           ELSE
               PERFORM DETERMINA-CUENTAS
               IF WS-MAPA-OK = "S"
                   PERFORM APLICA-ASIENTO
               END-IF
           END-IF.

           DETERMINA-CUENTAS.
           MOVE "S" TO WS-MAPA-OK.
           MOVE SPACES TO WS-CONCEPTO.
           IF LOG-OPCION = 11
               MOVE LOG-TRAN-REV TO ORI-TRAN-NUM
               READ ORIFILE
                   INVALID KEY
                       MOVE "N" TO WS-MAPA-OK
                   NOT INVALID KEY
                       MOVE ORI-OPCION TO WS-MAPA-OPCION
                       MOVE ORI-MONEDA TO WS-MAPA-MONEDA
               END-READ
               IF WS-MAPA-OK = "N"
                   MOVE "REVERSO SIN TRANSACCION ORIGINAL EN TRANLOG"
                       TO WS-MOTIVO
                   PERFORM REGISTRA-EXCEPCION
               ELSE
                   MOVE LOG-TRAN-REV TO WS-ED-TRAN
                   STRING "REVERSO DE TRAN " DELIMITED BY SIZE
                       WS-ED-TRAN DELIMITED BY SIZE
                       INTO WS-CONCEPTO
               END-IF
           ELSE
               MOVE LOG-OPCION TO WS-MAPA-OPCION
               MOVE LOG-MONEDA TO WS-MAPA-MONEDA
           END-IF.
           IF WS-MAPA-OK = "S"
               PERFORM BUSCA-CUENTAS
           END-IF.

           BUSCA-CUENTAS.
           IF WS-MAPA-OPCION NOT = 10 AND WS-MAPA-OPCION NOT = 12
               MOVE SPACES TO WS-MAPA-MONEDA
           END-IF.
           MOVE WS-MAPA-OPCION TO CTA-OPCION.
           MOVE WS-MAPA-MONEDA TO CTA-MONEDA.
           READ CTAFILE
               INVALID KEY MOVE "N" TO WS-MAPA-OK
           END-READ.
           IF WS-MAPA-OK = "N" AND WS-MAPA-MONEDA NOT = SPACES
               MOVE "S" TO WS-MAPA-OK
               MOVE WS-MAPA-OPCION TO CTA-OPCION
               MOVE SPACES TO CTA-MONEDA
               READ CTAFILE
                   INVALID KEY MOVE "N" TO WS-MAPA-OK
               END-READ
           END-IF.
           IF WS-MAPA-OK = "S"
               IF CTA-CUENTA-CARGO = SPACES
               OR CTA-CUENTA-ABONO = SPACES
                   MOVE "N" TO WS-MAPA-OK
               END-IF
           END-IF.
           IF WS-MAPA-OK = "N"
               MOVE SPACES TO WS-MOTIVO
               STRING "SIN CUENTAS CONTABLES PARA OPCION "
                   DELIMITED BY SIZE
                   WS-MAPA-OPCION DELIMITED BY SIZE
                   " MONEDA " DELIMITED BY SIZE
                   WS-MAPA-MONEDA DELIMITED BY SIZE
                   INTO WS-MOTIVO
               PERFORM REGISTRA-EXCEPCION
           ELSE
               IF WS-CONCEPTO = SPACES
                   MOVE CTA-DESCRIPCION TO WS-CONCEPTO
               END-IF
               IF LOG-RESULTADO > 0
                   MOVE CTA-CUENTA-CARGO TO WS-CUENTA-CARGO
                   MOVE CTA-CUENTA-ABONO TO WS-CUENTA-ABONO
                   MOVE LOG-RESULTADO TO WS-IMPORTE
               ELSE
                   MOVE CTA-CUENTA-ABONO TO WS-CUENTA-CARGO
                   MOVE CTA-CUENTA-CARGO TO WS-CUENTA-ABONO
                   COMPUTE WS-IMPORTE = 0 - LOG-RESULTADO
               END-IF
           END-IF.

           REGISTRA-EXCEPCION.
           IF WS-GENERA = "N"
               ADD 1 TO WS-CONT-EXC
               MOVE LOG-TRAN-NUM TO WS-ED-TRAN
               MOVE SPACES TO WS-EXC-LINE
               STRING "TRAN " DELIMITED BY SIZE
                   WS-ED-TRAN DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-MOTIVO DELIMITED BY SIZE
                   INTO WS-EXC-LINE
               PERFORM ESCRIBE-EXC-LINEA
           END-IF.

           APLICA-ASIENTO.
           IF WS-GENERA = "N"
               ADD 1 TO WS-CONT-CONTAB
               IF WS-MODO = "R"
                   MOVE WS-CUENTA-CARGO TO WS-BUSCA-CUENTA
                   MOVE "C" TO WS-BUSCA-NATURALEZA
                   PERFORM ACUMULA-RESUMEN
                   MOVE WS-CUENTA-ABONO TO WS-BUSCA-CUENTA
                   MOVE "A" TO WS-BUSCA-NATURALEZA
                   PERFORM ACUMULA-RESUMEN
               ELSE
                   MOVE "C" TO WS-BUSCA-NATURALEZA
                   PERFORM SUMA-LADO
                   MOVE "A" TO WS-BUSCA-NATURALEZA
                   PERFORM SUMA-LADO
               END-IF
           ELSE
               MOVE WS-CUENTA-CARGO TO GL-CUENTA
               MOVE "C" TO GL-NATURALEZA
               PERFORM ESCRIBE-RENGLON-TRAN
               MOVE WS-CUENTA-ABONO TO GL-CUENTA
               MOVE "A" TO GL-NATURALEZA
               PERFORM ESCRIBE-RENGLON-TRAN
           END-IF.

           ACUMULA-RESUMEN.
           MOVE "N" TO WS-RES-HALLADO.
           MOVE 1 TO WS-RES-IDX.
           PERFORM BUSCA-RESUMEN
               UNTIL WS-RES-HALLADO = "S"
               OR WS-RES-IDX > WS-RES-CANT.
           IF WS-RES-HALLADO = "N"
               IF WS-RES-CANT < 200
                   ADD 1 TO WS-RES-CANT
                   MOVE WS-RES-CANT TO WS-RES-IDX
                   MOVE WS-BUSCA-CUENTA TO WS-RES-CUENTA(WS-RES-IDX)
                   MOVE WS-BUSCA-NATURALEZA
                       TO WS-RES-NATURALEZA(WS-RES-IDX)
                   MOVE 0 TO WS-RES-IMPORTE(WS-RES-IDX)
                   MOVE "S" TO WS-RES-HALLADO
               ELSE
                   MOVE "S" TO WS-RES-DESBORDE
               END-IF
           END-IF.
           IF WS-RES-HALLADO = "S"
               ADD WS-IMPORTE TO WS-RES-IMPORTE(WS-RES-IDX)
                   ON SIZE ERROR MOVE "S" TO WS-TOT-DESBORDE
               END-ADD
           END-IF.

           SUMA-RESUMEN.
           MOVE WS-RES-NATURALEZA(WS-RES-IDX) TO WS-BUSCA-NATURALEZA.
           MOVE WS-RES-IMPORTE(WS-RES-IDX) TO WS-IMPORTE.
           PERFORM SUMA-LADO.
           ADD 1 TO WS-RES-IDX.

           SUMA-LADO.
           IF WS-BUSCA-NATURALEZA = "C"
               ADD WS-IMPORTE TO WS-TOT-CARGOS
                   ON SIZE ERROR MOVE "S" TO WS-TOT-DESBORDE
               END-ADD
           ELSE
               ADD WS-IMPORTE TO WS-TOT-ABONOS
                   ON SIZE ERROR MOVE "S" TO WS-TOT-DESBORDE
               END-ADD
           END-IF.

           BUSCA-RESUMEN.
           IF WS-RES-CUENTA(WS-RES-IDX) = WS-BUSCA-CUENTA
           AND WS-RES-NATURALEZA(WS-RES-IDX) = WS-BUSCA-NATURALEZA
               MOVE "S" TO WS-RES-HALLADO
           ELSE
               ADD 1 TO WS-RES-IDX
           END-IF.

           VERIFICA-CUADRE.
           IF WS-RES-DESBORDE = "S"
               ADD 1 TO WS-CONT-EXC
               MOVE "MAS DE 200 RENGLONES CUENTA/NATURALEZA EN EL"
                   TO WS-EXC-LINE
               PERFORM ESCRIBE-EXC-LINEA
               MOVE "RESUMEN; CORRER EN MODO DETALLADO"
                   TO WS-EXC-LINE
               PERFORM ESCRIBE-EXC-LINEA
           END-IF.
           IF WS-TOT-DESBORDE = "S"
               ADD 1 TO WS-CONT-EXC
               MOVE "DESBORDAMIENTO EN LOS TOTALES DE LA POLIZA"
                   TO WS-EXC-LINE
               PERFORM ESCRIBE-EXC-LINEA
           END-IF.
           IF WS-TOT-CARGOS NOT = WS-TOT-ABONOS
               ADD 1 TO WS-CONT-EXC
               MOVE "CARGOS Y ABONOS DEL DIA NO CUADRAN"
                   TO WS-EXC-LINE
               PERFORM ESCRIBE-EXC-LINEA
           END-IF.

           ESCRIBE-RENGLON-TRAN.
           MOVE "D" TO GL-TIPO-REG.
           MOVE WS-FECHA-PROC-N TO GL-FECHA.
           MOVE WS-IMPORTE TO GL-IMPORTE.
           MOVE LOG-TRAN-NUM TO GL-TRAN-NUM.
           MOVE LOG-OPCION TO GL-OPCION.
           MOVE WS-MAPA-MONEDA TO GL-MONEDA.
           MOVE WS-CONCEPTO TO GL-CONCEPTO.
           PERFORM GRABA-RENGLON.

           ESCRIBE-RENGLON-RESUMEN.
           MOVE "D" TO GL-TIPO-REG.
           MOVE WS-FECHA-PROC-N TO GL-FECHA.
           MOVE WS-RES-CUENTA(WS-RES-IDX) TO GL-CUENTA.
           MOVE WS-RES-NATURALEZA(WS-RES-IDX) TO GL-NATURALEZA.
           MOVE WS-RES-IMPORTE(WS-RES-IDX) TO GL-IMPORTE.
           MOVE 0 TO GL-TRAN-NUM.
           MOVE 0 TO GL-OPCION.
           MOVE SPACES TO GL-MONEDA.
           MOVE "RESUMEN DEL DIA" TO GL-CONCEPTO.
           PERFORM GRABA-RENGLON.
           ADD 1 TO WS-RES-IDX.

           GRABA-RENGLON.
           IF WS-GL-FALLA = "N"
               WRITE GL-RECORD
               IF WS-GL-STATUS = "00"
                   ADD 1 TO WS-CONT-RENGLONES
                   IF GL-NATURALEZA = "C"
                       ADD GL-IMPORTE TO WS-GRB-CARGOS
                   ELSE
                       ADD GL-IMPORTE TO WS-GRB-ABONOS
                   END-IF
               ELSE
                   PERFORM REPORTA-FALLA-GL
               END-IF
           END-IF.

           REPORTA-FALLA-GL.
           MOVE "S" TO WS-GL-FALLA.
           ADD 1 TO WS-CONT-EXC.
           MOVE SPACES TO WS-EXC-LINE.
           STRING "ERROR AL GRABAR GLENT (ESTADO " DELIMITED BY SIZE
               WS-GL-STATUS DELIMITED BY SIZE
               "); LA POLIZA QUEDA INCOMPLETA" DELIMITED BY SIZE
               INTO WS-EXC-LINE.
           PERFORM ESCRIBE-EXC-LINEA.

           ESCRIBE-CIERRE-GL.
           MOVE SPACES TO GL-RECORD.
           MOVE "T" TO GL-TIPO-REG.
           MOVE WS-FECHA-PROC-N TO GL-TRL-FECHA.
           MOVE WS-CONT-RENGLONES TO GL-TRL-RENGLONES.
           MOVE WS-GRB-CARGOS TO GL-TRL-CARGOS.
           MOVE WS-GRB-ABONOS TO GL-TRL-ABONOS.
           IF WS-GL-FALLA = "N"
               WRITE GL-RECORD
               IF WS-GL-STATUS NOT = "00"
                   PERFORM REPORTA-FALLA-GL
               END-IF
           END-IF.

           VERIFICA-GRABADO.
           IF WS-GL-FALLA = "N"
               IF WS-GRB-CARGOS NOT = WS-GRB-ABONOS
               OR WS-GRB-CARGOS NOT = WS-TOT-CARGOS
               OR WS-GRB-ABONOS NOT = WS-TOT-ABONOS
                   MOVE "S" TO WS-GL-FALLA
                   ADD 1 TO WS-CONT-EXC
                   MOVE "LOS RENGLONES GRABADOS EN GLENT NO CUADRAN"
                       TO WS-EXC-LINE
                   PERFORM ESCRIBE-EXC-LINEA
                   MOVE "CON LOS TOTALES VERIFICADOS DEL DIA"
                       TO WS-EXC-LINE
                   PERFORM ESCRIBE-EXC-LINEA
               END-IF
           END-IF.

           ESCRIBE-RESUMEN.
           MOVE WS-CONT-LEIDOS TO WS-ED-CONT.
           MOVE SPACES TO WS-EXC-LINE.
           STRING "TRANSACCIONES DEL DIA:      " DELIMITED BY SIZE
               WS-ED-CONT DELIMITED BY SIZE
               INTO WS-EXC-LINE.
           PERFORM ESCRIBE-EXC-LINEA.
           MOVE WS-CONT-CONTAB TO WS-ED-CONT.
           MOVE SPACES TO WS-EXC-LINE.
           STRING "CONTABILIZADAS:             " DELIMITED BY SIZE
               WS-ED-CONT DELIMITED BY SIZE
               INTO WS-EXC-LINE.
           PERFORM ESCRIBE-EXC-LINEA.
           MOVE WS-CONT-CERO TO WS-ED-CONT.
           MOVE SPACES TO WS-EXC-LINE.
           STRING "SIN IMPORTE (NO SE ASIENTAN): " DELIMITED BY SIZE
               WS-ED-CONT DELIMITED BY SIZE
               INTO WS-EXC-LINE.
           PERFORM ESCRIBE-EXC-LINEA.
           MOVE WS-CONT-EXC TO WS-ED-CONT.
           MOVE SPACES TO WS-EXC-LINE.
           STRING "EXCEPCIONES:                " DELIMITED BY SIZE
               WS-ED-CONT DELIMITED BY SIZE
               INTO WS-EXC-LINE.
           PERFORM ESCRIBE-EXC-LINEA.
           MOVE WS-TOT-CARGOS TO WS-ED-IMPORTE.
           MOVE SPACES TO WS-EXC-LINE.
           STRING "TOTAL CARGOS:     " DELIMITED BY SIZE
               WS-ED-IMPORTE DELIMITED BY SIZE
               INTO WS-EXC-LINE.
           PERFORM ESCRIBE-EXC-LINEA.
           MOVE WS-TOT-ABONOS TO WS-ED-IMPORTE.
           MOVE SPACES TO WS-EXC-LINE.
           STRING "TOTAL ABONOS:     " DELIMITED BY SIZE
               WS-ED-IMPORTE DELIMITED BY SIZE
               INTO WS-EXC-LINE.
           PERFORM ESCRIBE-EXC-LINEA.
           MOVE WS-CONT-RENGLONES TO WS-ED-CONT.
           MOVE SPACES TO WS-EXC-LINE.
           STRING "RENGLONES DE POLIZA GENERADOS: " DELIMITED BY SIZE
               WS-ED-CONT DELIMITED BY SIZE
               INTO WS-EXC-LINE.
           PERFORM ESCRIBE-EXC-LINEA.
           IF WS-CONT-EXC = 0
               MOVE "POLIZA CUADRADA - ENTREGAR A CONTABILIDAD"
                   TO WS-EXC-LINE
           ELSE
               IF WS-GL-FALLA = "S"
                   MOVE "POLIZA NO VALIDA - NO ENTREGAR GLENT"
                       TO WS-EXC-LINE
               ELSE
                   MOVE
                   "POLIZA NO GENERADA - CORREGIR LAS EXCEPCIONES"
                       TO WS-EXC-LINE
               END-IF
           END-IF.
           PERFORM ESCRIBE-EXC-LINEA.

           ESCRIBE-EXC-LINEA.
           WRITE EXC-RECORD FROM WS-EXC-LINE.
           DISPLAY WS-EXC-LINE.


       END PROGRAM CALCGL.
