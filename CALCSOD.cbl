       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSOD.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORI-TRAN-NUM
               ALTERNATE RECORD KEY IS ORI-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-ORI-STATUS.
           SELECT APRFILE ASSIGN TO "TRANAPR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.
           SELECT AUDFILE ASSIGN TO "CAMAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT OPERFILE ASSIGN TO "OPERMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT SODFILE ASSIGN TO "SODRPT"
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
       FD APRFILE
           RECORDING MODE IS F.
       COPY APRREC.
       FD AUDFILE
           RECORDING MODE IS F.
       COPY AUDREC.
       FD OPERFILE
           RECORDING MODE IS F.
       COPY OPERREC.
       FD SODFILE.
       01 SOD-RECORD PIC X(132).
       FD FECFILE
           RECORDING MODE IS F.
       COPY FECREC.
       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS PIC XX.
       01 WS-ORI-STATUS PIC XX.
       01 WS-APR-STATUS PIC XX.
       01 WS-AUD-STATUS PIC XX.
       01 WS-OPER-STATUS PIC XX.
       01 WS-EOF-LOG PIC X.
       01 WS-EOF-APR PIC X.
       01 WS-EOF-AUD PIC X.
       01 WS-EOF-OPER PIC X.
       01 WS-HOY PIC 9(8).
       01 WS-FEC-STATUS PIC XX.
       01 WS-FEC-KEY PIC 9(9) VALUE 1.
       01 WS-FECHA-DESDE PIC X(8).
       01 WS-FECHA-HASTA PIC X(8).
       01 WS-DESDE-N PIC 9(8).
       01 WS-HASTA-N PIC 9(8).
       01 WS-SOD-LINE PIC X(132).
       01 WS-SOD-TIPO PIC X(30).
       01 WS-ED-TRAN PIC 9(9).
       01 WS-ED-TRAN2 PIC 9(9).
       01 WS-ED-CONT PIC ZZZZZZ9.
       01 WS-ED-PORC PIC ZZ9.99.
       01 WS-ED-PORC-GRUPO PIC ZZ9.99.
       01 WS-REV-FACTOR PIC 9(3) VALUE 2.
       01 WS-REV-MINIMO PIC 9(3) VALUE 3.
       01 WS-MAE-CANT PIC 9(3) VALUE 0.
       01 WS-MAE-IDX PIC 9(3).
       01 WS-MAE-HALLADO PIC X.
       01 WS-MAE-DESBORDE PIC X VALUE "N".
       01 WS-MAE-TABLA.
           05 WS-MAE-ENT OCCURS 100.
               10 WS-MAE-ID PIC X(8).
               10 WS-MAE-ACTIVO PIC X.
       01 WS-CAM-CANT PIC 9(3) VALUE 0.
       01 WS-CAM-IDX PIC 9(3).
       01 WS-CAM-HALLADO PIC X.
       01 WS-CAM-DESBORDE PIC X VALUE "N".
       01 WS-CAM-TABLA.
           05 WS-CAM-ENT OCCURS 200.
               10 WS-CAM-FECHA PIC 9(8).
               10 WS-CAM-MONEDA PIC X(3).
               10 WS-CAM-OPERADOR PIC X(8).
       01 WS-LIB-CANT PIC 9(3) VALUE 0.
       01 WS-LIB-IDX PIC 9(3).
       01 WS-LIB-HALLADO PIC X.
       01 WS-LIB-DESBORDE PIC X VALUE "N".
       01 WS-LIB-TABLA.
           05 WS-LIB-ENT OCCURS 500.
               10 WS-LIB-OPERADOR PIC X(8).
               10 WS-LIB-OPCION PIC 9(2).
               10 WS-LIB-NUM1 PIC S9(9)V99.
               10 WS-LIB-NUM2 PIC S9(9)V99.
               10 WS-LIB-RESULTADO PIC S9(9)V99.
               10 WS-LIB-USADA PIC X.
       01 WS-OPS-CANT PIC 9(3) VALUE 0.
       01 WS-OPS-IDX PIC 9(3).
       01 WS-OPS-HALLADO PIC X.
       01 WS-OPS-DESBORDE PIC X VALUE "N".
       01 WS-OPS-TABLA.
           05 WS-OPS-ENT OCCURS 100.
               10 WS-OPS-ID PIC X(8).
               10 WS-OPS-TOTAL PIC 9(7).
               10 WS-OPS-REVERSOS PIC 9(7).
               10 WS-OPS-REV-TRAN PIC 9(9) OCCURS 10.
       01 WS-REV-IDX PIC 9(3).
       01 WS-REV-POS PIC 9(3).
       01 WS-GRUPO-TOTAL PIC 9(9) VALUE 0.
       01 WS-GRUPO-REVERSOS PIC 9(9) VALUE 0.
       01 WS-PORC-OP PIC 9(3)V99.
       01 WS-PORC-GRUPO PIC 9(3)V99.
       01 WS-PROD-OP PIC 9(18).
       01 WS-PROD-GRUPO PIC 9(18).
       01 WS-CONT-LEIDAS PIC 9(9) VALUE 0.
       01 WS-CONT-AUTOLIB PIC 9(7) VALUE 0.
       01 WS-CONT-AUTOREV PIC 9(7) VALUE 0.
       01 WS-CONT-REVTARDE PIC 9(7) VALUE 0.
       01 WS-CONT-CONVTASA PIC 9(7) VALUE 0.
       01 WS-CONT-INACTIVO PIC 9(7) VALUE 0.
       01 WS-CONT-TASAREV PIC 9(7) VALUE 0.
       01 WS-CONT-SINPEND PIC 9(7) VALUE 0.
       01 WS-CONT-EXC PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SEGREGACION.

           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           PERFORM LEE-FECHA-NEGOCIO.
           ACCEPT WS-FECHA-DESDE.
           ACCEPT WS-FECHA-HASTA.
           IF WS-FECHA-DESDE IS NUMERIC
               MOVE WS-FECHA-DESDE TO WS-DESDE-N
           ELSE
               MOVE WS-HOY TO WS-DESDE-N
           END-IF.
           IF WS-FECHA-HASTA IS NUMERIC
               MOVE WS-FECHA-HASTA TO WS-HASTA-N
           ELSE
               MOVE WS-DESDE-N TO WS-HASTA-N
           END-IF.
           OPEN INPUT LOGFILE.
           IF WS-LOG-STATUS = "35"
               DISPLAY "NO EXISTE EL LOG DE TRANSACCIONES!"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ORIFILE.
           OPEN OUTPUT SODFILE.
           PERFORM CARGA-MAESTRO.
           PERFORM CARGA-AUDITORIA.
           PERFORM CARGA-LIBERADAS.
           PERFORM ENCABEZADO-REPORTE.
           PERFORM POSICIONA-FECHA.
           PERFORM REVISA-TRANSACCION UNTIL WS-EOF-LOG = "S".
           PERFORM REVISA-TASA-REVERSOS.
           PERFORM AVISA-DESBORDES.
           PERFORM ESCRIBE-RESUMEN.
           CLOSE LOGFILE.
           CLOSE ORIFILE.
           CLOSE SODFILE.
           IF WS-CONT-EXC > 0
               MOVE 8 TO RETURN-CODE
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

           CARGA-MAESTRO.
           MOVE "N" TO WS-EOF-OPER.
           OPEN INPUT OPERFILE.
           IF WS-OPER-STATUS = "35"
               MOVE "S" TO WS-EOF-OPER
           END-IF.
           PERFORM LEE-MAESTRO UNTIL WS-EOF-OPER = "S".
           IF WS-OPER-STATUS NOT = "35"
               CLOSE OPERFILE
           END-IF.

           LEE-MAESTRO.
           READ OPERFILE
               AT END MOVE "S" TO WS-EOF-OPER
               NOT AT END
                   IF WS-MAE-CANT < 100
                       ADD 1 TO WS-MAE-CANT
                       MOVE OPER-ID TO WS-MAE-ID(WS-MAE-CANT)
                       MOVE OPER-ACTIVO TO WS-MAE-ACTIVO(WS-MAE-CANT)
                   ELSE
                       MOVE "S" TO WS-MAE-DESBORDE
                   END-IF
           END-READ.

           CARGA-AUDITORIA.
           MOVE "N" TO WS-EOF-AUD.
           OPEN INPUT AUDFILE.
           IF WS-AUD-STATUS = "35"
               MOVE "S" TO WS-EOF-AUD
           END-IF.
           PERFORM LEE-AUDITORIA UNTIL WS-EOF-AUD = "S".
           IF WS-AUD-STATUS NOT = "35"
               CLOSE AUDFILE
           END-IF.

           LEE-AUDITORIA.
           READ AUDFILE
               AT END MOVE "S" TO WS-EOF-AUD
               NOT AT END
                   IF AUD-FECHA-MOV >= WS-DESDE-N
                   AND AUD-FECHA-MOV <= WS-HASTA-N
                       IF WS-CAM-CANT < 200
                           ADD 1 TO WS-CAM-CANT
                           MOVE AUD-FECHA-MOV
                               TO WS-CAM-FECHA(WS-CAM-CANT)
                           MOVE AUD-MONEDA
                               TO WS-CAM-MONEDA(WS-CAM-CANT)
                           MOVE AUD-OPERADOR
                               TO WS-CAM-OPERADOR(WS-CAM-CANT)
                       ELSE
                           MOVE "S" TO WS-CAM-DESBORDE
                       END-IF
                   END-IF
           END-READ.

           CARGA-LIBERADAS.
           MOVE "N" TO WS-EOF-APR.
           OPEN INPUT APRFILE.
           IF WS-APR-STATUS = "35"
               MOVE "S" TO WS-EOF-APR
           END-IF.
           PERFORM LEE-PENDIENTE UNTIL WS-EOF-APR = "S".
           IF WS-APR-STATUS NOT = "35"
               CLOSE APRFILE
           END-IF.

           LEE-PENDIENTE.
           READ APRFILE
               AT END MOVE "S" TO WS-EOF-APR
               NOT AT END
                   IF APR-ESTADO = "L"
                   AND APR-FECHA <= WS-HASTA-N
                       IF WS-LIB-CANT < 500
                           ADD 1 TO WS-LIB-CANT
                           MOVE APR-OPERADOR
                               TO WS-LIB-OPERADOR(WS-LIB-CANT)
                           MOVE APR-OPCION
                               TO WS-LIB-OPCION(WS-LIB-CANT)
                           MOVE APR-NUM1 TO WS-LIB-NUM1(WS-LIB-CANT)
                           MOVE APR-NUM2 TO WS-LIB-NUM2(WS-LIB-CANT)
                           MOVE APR-RESULTADO
                               TO WS-LIB-RESULTADO(WS-LIB-CANT)
                           MOVE "N" TO WS-LIB-USADA(WS-LIB-CANT)
                       ELSE
                           MOVE "S" TO WS-LIB-DESBORDE
                       END-IF
                   END-IF
           END-READ.

           POSICIONA-FECHA.
           MOVE "N" TO WS-EOF-LOG.
           MOVE WS-DESDE-N TO LOG-FECHA.
           START LOGFILE KEY IS NOT LESS THAN LOG-FECHA
               INVALID KEY MOVE "S" TO WS-EOF-LOG
           END-START.

           LEE-LOG-FECHA.
           READ LOGFILE NEXT RECORD
               AT END MOVE "S" TO WS-EOF-LOG
               NOT AT END
                   IF LOG-FECHA > WS-HASTA-N
                       MOVE "S" TO WS-EOF-LOG
                   END-IF
           END-READ.
           IF WS-LOG-STATUS NOT = "00" AND WS-LOG-STATUS NOT = "02"
               MOVE "S" TO WS-EOF-LOG
           END-IF.

           REVISA-TRANSACCION.
           PERFORM LEE-LOG-FECHA.
           IF WS-EOF-LOG NOT = "S"
               ADD 1 TO WS-CONT-LEIDAS
               PERFORM REVISA-AUTOLIBERACION
               PERFORM REVISA-OPERADOR-ACTIVO
               IF LOG-OPCION = 11
                   PERFORM REVISA-REVERSO
               END-IF
               IF LOG-OPCION = 10
                   PERFORM REVISA-CONVERSION
               END-IF
               PERFORM ACUMULA-OPERADOR
           END-IF.

           REVISA-AUTOLIBERACION.
           IF LOG-APROBADOR NOT = SPACES
               IF LOG-APROBADOR = LOG-OPERADOR
                   ADD 1 TO WS-CONT-AUTOLIB
                   MOVE "AUTOLIBERACION" TO WS-SOD-TIPO
                   MOVE LOG-TRAN-NUM TO WS-ED-TRAN
                   MOVE SPACES TO WS-SOD-LINE
                   STRING WS-SOD-TIPO DELIMITED BY SIZE
                       "TRAN " DELIMITED BY SIZE
                       WS-ED-TRAN DELIMITED BY SIZE
                       " DEL " DELIMITED BY SIZE
                       LOG-FECHA DELIMITED BY SIZE
                       " ORIGINADA Y LIBERADA POR " DELIMITED BY SIZE
                       LOG-OPERADOR DELIMITED BY SIZE
                       INTO WS-SOD-LINE
                   PERFORM REGISTRA-EXCEPCION
               END-IF
               IF LOG-OPCION NOT = 12
                   PERFORM BUSCA-LIBERADA
               END-IF
           END-IF.

           BUSCA-LIBERADA.
           MOVE "N" TO WS-LIB-HALLADO.
           MOVE 1 TO WS-LIB-IDX.
           PERFORM CHECA-LIBERADA
               UNTIL WS-LIB-HALLADO = "S"
               OR WS-LIB-IDX > WS-LIB-CANT.
           IF WS-LIB-HALLADO = "S"
               MOVE "S" TO WS-LIB-USADA(WS-LIB-IDX)
           ELSE
               IF WS-LIB-DESBORDE = "N"
                   ADD 1 TO WS-CONT-SINPEND
                   MOVE "LIBERADA SIN PENDIENTE" TO WS-SOD-TIPO
                   MOVE LOG-TRAN-NUM TO WS-ED-TRAN
                   MOVE SPACES TO WS-SOD-LINE
                   STRING WS-SOD-TIPO DELIMITED BY SIZE
                       "TRAN " DELIMITED BY SIZE
                       WS-ED-TRAN DELIMITED BY SIZE
                       " DEL " DELIMITED BY SIZE
                       LOG-FECHA DELIMITED BY SIZE
                       " APROBADOR " DELIMITED BY SIZE
                       LOG-APROBADOR DELIMITED BY SIZE
                       ": NO HAY PENDIENTE LIBERADA EN TRANAPR"
                       DELIMITED BY SIZE
                       INTO WS-SOD-LINE
                   PERFORM REGISTRA-EXCEPCION
               END-IF
           END-IF.

           CHECA-LIBERADA.
           IF WS-LIB-USADA(WS-LIB-IDX) = "N"
           AND WS-LIB-OPERADOR(WS-LIB-IDX) = LOG-OPERADOR
           AND WS-LIB-OPCION(WS-LIB-IDX) = LOG-OPCION
           AND WS-LIB-NUM1(WS-LIB-IDX) = LOG-NUM1
           AND WS-LIB-NUM2(WS-LIB-IDX) = LOG-NUM2
           AND WS-LIB-RESULTADO(WS-LIB-IDX) = LOG-RESULTADO
               MOVE "S" TO WS-LIB-HALLADO
           ELSE
               ADD 1 TO WS-LIB-IDX
           END-IF.

           REVISA-OPERADOR-ACTIVO.
           MOVE "N" TO WS-MAE-HALLADO.
           MOVE 1 TO WS-MAE-IDX.
           PERFORM BUSCA-MAESTRO
               UNTIL WS-MAE-HALLADO = "S"
               OR WS-MAE-IDX > WS-MAE-CANT.
           IF WS-MAE-HALLADO = "N" AND WS-MAE-DESBORDE = "S"
               CONTINUE
           ELSE
               IF WS-MAE-HALLADO = "N"
               OR WS-MAE-ACTIVO(WS-MAE-IDX) NOT = "S"
                   ADD 1 TO WS-CONT-INACTIVO
                   MOVE "OPERADOR INACTIVO" TO WS-SOD-TIPO
                   MOVE LOG-TRAN-NUM TO WS-ED-TRAN
                   MOVE SPACES TO WS-SOD-LINE
                   IF WS-MAE-HALLADO = "N"
                       STRING WS-SOD-TIPO DELIMITED BY SIZE
                           "TRAN " DELIMITED BY SIZE
                           WS-ED-TRAN DELIMITED BY SIZE
                           " DEL " DELIMITED BY SIZE
                           LOG-FECHA DELIMITED BY SIZE
                           " OPERADOR " DELIMITED BY SIZE
                           LOG-OPERADOR DELIMITED BY SIZE
                           " NO ESTA EN OPERMST" DELIMITED BY SIZE
                           INTO WS-SOD-LINE
                   ELSE
                       STRING WS-SOD-TIPO DELIMITED BY SIZE
                           "TRAN " DELIMITED BY SIZE
                           WS-ED-TRAN DELIMITED BY SIZE
                           " DEL " DELIMITED BY SIZE
                           LOG-FECHA DELIMITED BY SIZE
                           " OPERADOR " DELIMITED BY SIZE
                           LOG-OPERADOR DELIMITED BY SIZE
                           " HOY INACTIVO EN OPERMST" DELIMITED BY SIZE
                           INTO WS-SOD-LINE
                   END-IF
                   PERFORM REGISTRA-EXCEPCION
               END-IF
           END-IF.

           BUSCA-MAESTRO.
           IF WS-MAE-ID(WS-MAE-IDX) = LOG-OPERADOR
               MOVE "S" TO WS-MAE-HALLADO
           ELSE
               ADD 1 TO WS-MAE-IDX
           END-IF.

           REVISA-REVERSO.
           MOVE LOG-TRAN-NUM TO WS-ED-TRAN.
           MOVE LOG-TRAN-REV TO WS-ED-TRAN2.
           MOVE LOG-TRAN-REV TO ORI-TRAN-NUM.
           READ ORIFILE
               INVALID KEY
                   ADD 1 TO WS-CONT-REVTARDE
                   MOVE "REVERSO EN DIA POSTERIOR" TO WS-SOD-TIPO
                   MOVE SPACES TO WS-SOD-LINE
                   STRING WS-SOD-TIPO DELIMITED BY SIZE
                       "TRAN " DELIMITED BY SIZE
                       WS-ED-TRAN DELIMITED BY SIZE
                       " DEL " DELIMITED BY SIZE
                       LOG-FECHA DELIMITED BY SIZE
                       " REVIERTE TRAN " DELIMITED BY SIZE
                       WS-ED-TRAN2 DELIMITED BY SIZE
                       " (ORIGINAL YA ARCHIVADA)" DELIMITED BY SIZE
                       INTO WS-SOD-LINE
                   PERFORM REGISTRA-EXCEPCION
               NOT INVALID KEY
                   PERFORM COMPARA-ORIGINAL
           END-READ.

           COMPARA-ORIGINAL.
           IF ORI-OPERADOR = LOG-OPERADOR
               ADD 1 TO WS-CONT-AUTOREV
               MOVE "AUTORREVERSO" TO WS-SOD-TIPO
               MOVE SPACES TO WS-SOD-LINE
               STRING WS-SOD-TIPO DELIMITED BY SIZE
                   "TRAN " DELIMITED BY SIZE
                   WS-ED-TRAN DELIMITED BY SIZE
                   " REVIERTE TRAN " DELIMITED BY SIZE
                   WS-ED-TRAN2 DELIMITED BY SIZE
                   "; AMBAS DEL OPERADOR " DELIMITED BY SIZE
                   LOG-OPERADOR DELIMITED BY SIZE
                   INTO WS-SOD-LINE
               PERFORM REGISTRA-EXCEPCION
           END-IF.
           IF LOG-FECHA > ORI-FECHA
               ADD 1 TO WS-CONT-REVTARDE
               MOVE "REVERSO EN DIA POSTERIOR" TO WS-SOD-TIPO
               MOVE SPACES TO WS-SOD-LINE
               STRING WS-SOD-TIPO DELIMITED BY SIZE
                   "TRAN " DELIMITED BY SIZE
                   WS-ED-TRAN DELIMITED BY SIZE
                   " DEL " DELIMITED BY SIZE
                   LOG-FECHA DELIMITED BY SIZE
                   " REVIERTE TRAN " DELIMITED BY SIZE
                   WS-ED-TRAN2 DELIMITED BY SIZE
                   " DEL " DELIMITED BY SIZE
                   ORI-FECHA DELIMITED BY SIZE
                   INTO WS-SOD-LINE
               PERFORM REGISTRA-EXCEPCION
           END-IF.

           REVISA-CONVERSION.
           MOVE "N" TO WS-CAM-HALLADO.
           MOVE 1 TO WS-CAM-IDX.
           PERFORM BUSCA-CAMBIO-TASA
               UNTIL WS-CAM-HALLADO = "S"
               OR WS-CAM-IDX > WS-CAM-CANT.
           IF WS-CAM-HALLADO = "S"
               ADD 1 TO WS-CONT-CONVTASA
               MOVE "CONVIRTIO QUIEN CAMBIO TASA" TO WS-SOD-TIPO
               MOVE LOG-TRAN-NUM TO WS-ED-TRAN
               MOVE SPACES TO WS-SOD-LINE
               STRING WS-SOD-TIPO DELIMITED BY SIZE
                   "TRAN " DELIMITED BY SIZE
                   WS-ED-TRAN DELIMITED BY SIZE
                   " DEL " DELIMITED BY SIZE
                   LOG-FECHA DELIMITED BY SIZE
                   " MONEDA " DELIMITED BY SIZE
                   LOG-MONEDA DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-CAM-OPERADOR(WS-CAM-IDX) DELIMITED BY SIZE
                   " MODIFICO LA TASA EN CAMAUD ESE DIA"
                   DELIMITED BY SIZE
                   INTO WS-SOD-LINE
               PERFORM REGISTRA-EXCEPCION
           END-IF.

           BUSCA-CAMBIO-TASA.
           IF WS-CAM-FECHA(WS-CAM-IDX) = LOG-FECHA
           AND WS-CAM-MONEDA(WS-CAM-IDX) = LOG-MONEDA
           AND (WS-CAM-OPERADOR(WS-CAM-IDX) = LOG-OPERADOR
           OR WS-CAM-OPERADOR(WS-CAM-IDX) = LOG-APROBADOR)
               MOVE "S" TO WS-CAM-HALLADO
           ELSE
               ADD 1 TO WS-CAM-IDX
           END-IF.

           ACUMULA-OPERADOR.
           ADD 1 TO WS-GRUPO-TOTAL.
           MOVE "N" TO WS-OPS-HALLADO.
           MOVE 1 TO WS-OPS-IDX.
           PERFORM BUSCA-OPERADOR
               UNTIL WS-OPS-HALLADO = "S"
               OR WS-OPS-IDX > WS-OPS-CANT.
           IF WS-OPS-HALLADO = "N"
               IF WS-OPS-CANT < 100
                   ADD 1 TO WS-OPS-CANT
                   MOVE WS-OPS-CANT TO WS-OPS-IDX
                   MOVE LOG-OPERADOR TO WS-OPS-ID(WS-OPS-IDX)
                   MOVE 0 TO WS-OPS-TOTAL(WS-OPS-IDX)
                   MOVE 0 TO WS-OPS-REVERSOS(WS-OPS-IDX)
                   MOVE "S" TO WS-OPS-HALLADO
               ELSE
                   MOVE "S" TO WS-OPS-DESBORDE
               END-IF
           END-IF.
           IF LOG-OPCION = 11
               ADD 1 TO WS-GRUPO-REVERSOS
           END-IF.
           IF WS-OPS-HALLADO = "S"
               ADD 1 TO WS-OPS-TOTAL(WS-OPS-IDX)
               IF LOG-OPCION = 11
                   ADD 1 TO WS-OPS-REVERSOS(WS-OPS-IDX)
                   IF WS-OPS-REVERSOS(WS-OPS-IDX) <= 10
                       MOVE WS-OPS-REVERSOS(WS-OPS-IDX) TO WS-REV-IDX
                       MOVE LOG-TRAN-NUM
                           TO WS-OPS-REV-TRAN(WS-OPS-IDX, WS-REV-IDX)
                   END-IF
               END-IF
           END-IF.

           BUSCA-OPERADOR.
           IF WS-OPS-ID(WS-OPS-IDX) = LOG-OPERADOR
               MOVE "S" TO WS-OPS-HALLADO
           ELSE
               ADD 1 TO WS-OPS-IDX
           END-IF.

           REVISA-TASA-REVERSOS.
           IF WS-GRUPO-TOTAL > 0
               COMPUTE WS-PORC-GRUPO ROUNDED =
                   WS-GRUPO-REVERSOS * 100 / WS-GRUPO-TOTAL
               MOVE 1 TO WS-OPS-IDX
               PERFORM EVALUA-OPERADOR
                   UNTIL WS-OPS-IDX > WS-OPS-CANT
           END-IF.

           EVALUA-OPERADOR.
           COMPUTE WS-PROD-OP =
               WS-OPS-REVERSOS(WS-OPS-IDX) * WS-GRUPO-TOTAL.
           COMPUTE WS-PROD-GRUPO = WS-REV-FACTOR
               * WS-GRUPO-REVERSOS * WS-OPS-TOTAL(WS-OPS-IDX).
           IF WS-OPS-REVERSOS(WS-OPS-IDX) >= WS-REV-MINIMO
           AND WS-PROD-OP > WS-PROD-GRUPO
               ADD 1 TO WS-CONT-TASAREV
               COMPUTE WS-PORC-OP ROUNDED =
                   WS-OPS-REVERSOS(WS-OPS-IDX) * 100
                   / WS-OPS-TOTAL(WS-OPS-IDX)
               MOVE "TASA DE REVERSOS ALTA" TO WS-SOD-TIPO
               MOVE WS-OPS-REVERSOS(WS-OPS-IDX) TO WS-ED-CONT
               MOVE WS-PORC-OP TO WS-ED-PORC
               MOVE WS-PORC-GRUPO TO WS-ED-PORC-GRUPO
               MOVE SPACES TO WS-SOD-LINE
               STRING WS-SOD-TIPO DELIMITED BY SIZE
                   "OPERADOR " DELIMITED BY SIZE
                   WS-OPS-ID(WS-OPS-IDX) DELIMITED BY SIZE
                   " REVERSOS " DELIMITED BY SIZE
                   WS-ED-CONT DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-ED-PORC DELIMITED BY SIZE
                   "%) CONTRA " DELIMITED BY SIZE
                   WS-ED-PORC-GRUPO DELIMITED BY SIZE
                   "% DEL GRUPO" DELIMITED BY SIZE
                   INTO WS-SOD-LINE
               PERFORM REGISTRA-EXCEPCION
               MOVE SPACES TO WS-SOD-LINE
               MOVE "  REVERSOS:" TO WS-SOD-LINE
               MOVE 1 TO WS-REV-IDX
               PERFORM LISTA-REVERSO
                   UNTIL WS-REV-IDX > 10
                   OR WS-REV-IDX > WS-OPS-REVERSOS(WS-OPS-IDX)
               PERFORM ESCRIBE-SOD-LINEA
               IF WS-OPS-REVERSOS(WS-OPS-IDX) > 10
                   MOVE "  (SOLO SE LISTAN LOS PRIMEROS 10)"
                       TO WS-SOD-LINE
                   PERFORM ESCRIBE-SOD-LINEA
               END-IF
           END-IF.
           ADD 1 TO WS-OPS-IDX.

           LISTA-REVERSO.
           MOVE WS-OPS-REV-TRAN(WS-OPS-IDX, WS-REV-IDX) TO WS-ED-TRAN.
           COMPUTE WS-REV-POS = 2 + (WS-REV-IDX * 10).
           MOVE WS-ED-TRAN TO WS-SOD-LINE(WS-REV-POS:9).
           ADD 1 TO WS-REV-IDX.

           REGISTRA-EXCEPCION.
           ADD 1 TO WS-CONT-EXC.
           PERFORM ESCRIBE-SOD-LINEA.

           AVISA-DESBORDES.
           IF WS-MAE-DESBORDE = "S"
               MOVE "** MAS DE 100 OPERADORES EN OPERMST: LOS DEMAS NO"
                   TO WS-SOD-LINE
               PERFORM ESCRIBE-SOD-LINEA
               MOVE "** SE REVISARON COMO INACTIVOS" TO WS-SOD-LINE
               PERFORM ESCRIBE-SOD-LINEA
           END-IF.
           IF WS-CAM-DESBORDE = "S"
               MOVE "** MAS DE 200 MOVIMIENTOS DE CAMAUD EN EL PERIODO;"
                   TO WS-SOD-LINE
               PERFORM ESCRIBE-SOD-LINEA
               MOVE "** CORRER CON UN RANGO DE FECHAS MENOR"
                   TO WS-SOD-LINE
               PERFORM ESCRIBE-SOD-LINEA
           END-IF.
           IF WS-LIB-DESBORDE = "S"
               MOVE "** MAS DE 500 LIBERADAS EN TRANAPR: NO SE REVISO"
                   TO WS-SOD-LINE
               PERFORM ESCRIBE-SOD-LINEA
               MOVE "** LA LIBERACION CONTRA SU PENDIENTE"
                   TO WS-SOD-LINE
               PERFORM ESCRIBE-SOD-LINEA
           END-IF.
           IF WS-OPS-DESBORDE = "S"
               MOVE "** MAS DE 100 OPERADORES EN EL PERIODO: LOS DEMAS"
                   TO WS-SOD-LINE
               PERFORM ESCRIBE-SOD-LINEA
               MOVE "** NO ENTRAN A LA TASA DE REVERSOS POR OPERADOR"
                   TO WS-SOD-LINE
               PERFORM ESCRIBE-SOD-LINEA
           END-IF.

           ENCABEZADO-REPORTE.
           MOVE SPACES TO WS-SOD-LINE.
           STRING "EXCEPCIONES DE CONTROL Y SEGREGACION DE FUNCIONES"
               DELIMITED BY SIZE
               "  DEL " DELIMITED BY SIZE
               WS-DESDE-N DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               WS-HASTA-N DELIMITED BY SIZE
               INTO WS-SOD-LINE.
           PERFORM ESCRIBE-SOD-LINEA.
           MOVE SPACES TO WS-SOD-LINE.
           PERFORM ESCRIBE-SOD-LINEA.

           ESCRIBE-RESUMEN.
           MOVE SPACES TO WS-SOD-LINE.
           PERFORM ESCRIBE-SOD-LINEA.
           MOVE WS-CONT-LEIDAS TO WS-ED-CONT.
           MOVE SPACES TO WS-SOD-LINE.
           STRING "TRANSACCIONES REVISADAS:      " DELIMITED BY SIZE
               WS-ED-CONT DELIMITED BY SIZE
               INTO WS-SOD-LINE.
           PERFORM ESCRIBE-SOD-LINEA.
           MOVE "AUTOLIBERACION" TO WS-SOD-TIPO.
           MOVE WS-CONT-AUTOLIB TO WS-ED-CONT.
           PERFORM ESCRIBE-RESUMEN-LINEA.
           MOVE "LIBERADA SIN PENDIENTE" TO WS-SOD-TIPO.
           MOVE WS-CONT-SINPEND TO WS-ED-CONT.
           PERFORM ESCRIBE-RESUMEN-LINEA.
           MOVE "AUTORREVERSO" TO WS-SOD-TIPO.
           MOVE WS-CONT-AUTOREV TO WS-ED-CONT.
           PERFORM ESCRIBE-RESUMEN-LINEA.
           MOVE "REVERSO EN DIA POSTERIOR" TO WS-SOD-TIPO.
           MOVE WS-CONT-REVTARDE TO WS-ED-CONT.
           PERFORM ESCRIBE-RESUMEN-LINEA.
           MOVE "CONVIRTIO QUIEN CAMBIO TASA" TO WS-SOD-TIPO.
           MOVE WS-CONT-CONVTASA TO WS-ED-CONT.
           PERFORM ESCRIBE-RESUMEN-LINEA.
           MOVE "OPERADOR INACTIVO" TO WS-SOD-TIPO.
           MOVE WS-CONT-INACTIVO TO WS-ED-CONT.
           PERFORM ESCRIBE-RESUMEN-LINEA.
           MOVE "TASA DE REVERSOS ALTA" TO WS-SOD-TIPO.
           MOVE WS-CONT-TASAREV TO WS-ED-CONT.
           PERFORM ESCRIBE-RESUMEN-LINEA.
           MOVE WS-CONT-EXC TO WS-ED-CONT.
           MOVE SPACES TO WS-SOD-LINE.
           STRING "TOTAL DE EXCEPCIONES:         " DELIMITED BY SIZE
               WS-ED-CONT DELIMITED BY SIZE
               INTO WS-SOD-LINE.
           PERFORM ESCRIBE-SOD-LINEA.

           ESCRIBE-RESUMEN-LINEA.
           MOVE SPACES TO WS-SOD-LINE.
           STRING WS-SOD-TIPO DELIMITED BY SIZE
               WS-ED-CONT DELIMITED BY SIZE
               INTO WS-SOD-LINE.
           PERFORM ESCRIBE-SOD-LINEA.

           ESCRIBE-SOD-LINEA.
           WRITE SOD-RECORD FROM WS-SOD-LINE.
           DISPLAY WS-SOD-LINE.


       END PROGRAM CALCSOD.
