       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCAJTC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDFILE ASSIGN TO "CAMAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT CAMFILE ASSIGN TO "TIPOCAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAM-LLAVE
               FILE STATUS IS WS-CAM-STATUS.
           SELECT LOGFILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS MANUAL
               RECORD KEY IS LOG-TRAN-NUM
               ALTERNATE RECORD KEY IS LOG-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-LOG-STATUS.
           SELECT NUMFILE ASSIGN TO "TRANNUM"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               LOCK MODE IS MANUAL
               RELATIVE KEY IS WS-NUM-KEY
               FILE STATUS IS WS-NUM-STATUS.
           SELECT FECFILE ASSIGN TO "FECCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-FEC-KEY
               FILE STATUS IS WS-FEC-STATUS.
           SELECT OPERFILE ASSIGN TO "OPERMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT AJUFILE ASSIGN TO "AJURPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RCVFILE ASSIGN TO "TRANRCV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               LOCK MODE IS MANUAL
               RECORD KEY IS RCV-ID
               FILE STATUS IS WS-RCV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AUDFILE
           RECORDING MODE IS F.
       COPY AUDREC.
       FD CAMFILE
           RECORDING MODE IS F.
       COPY CAMREC.
       FD LOGFILE
           RECORDING MODE IS F.
       COPY LOGREC.
       FD NUMFILE
           RECORDING MODE IS F.
       COPY NUMREC.
       FD FECFILE
           RECORDING MODE IS F.
       COPY FECREC.
       FD OPERFILE
           RECORDING MODE IS F.
       COPY OPERREC.
       FD AJUFILE.
       01 AJU-RECORD PIC X(132).
       FD RCVFILE
           RECORDING MODE IS F.
       COPY RCVREC.
       WORKING-STORAGE SECTION.
       01 WS-AUD-STATUS PIC XX.
       01 WS-CAM-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-NUM-STATUS PIC XX.
       01 WS-OPER-STATUS PIC XX.
       01 WS-EOF-AUD PIC X.
       01 WS-EOF-LOG PIC X.
       01 WS-EOF-OPER PIC X.
       01 WS-HOY PIC 9(8).
       01 WS-FECHA PIC 9(8).
       01 WS-HORA PIC 9(8).
       01 WS-FEC-STATUS PIC XX.
       01 WS-FEC-KEY PIC 9(9) VALUE 1.
       01 WS-FECHA-NEGOCIO PIC 9(8).
       01 WS-MOV-DESDE PIC X(8).
       01 WS-MOV-HASTA PIC X(8).
       01 WS-MOV-DESDE-N PIC 9(8).
       01 WS-MOV-HASTA-N PIC 9(8).
       01 WS-MODO PIC X.
       01 WS-APROBADOR-ID PIC X(8).
       01 WS-APROBADOR-OK PIC X VALUE "N".
       01 WS-ASIENTA PIC X VALUE "N".
       01 WS-ASIENTA-COR PIC X.
       01 WS-NUM-KEY PIC 9(9) VALUE 1.
       01 WS-ULTIMO-TRAN PIC 9(9) VALUE 0.
       01 WS-COR-CANT PIC 9(3) VALUE 0.
       01 WS-COR-IDX PIC 9(3).
       01 WS-COR-BUSCA PIC 9(3).
       01 WS-COR-HALLADO PIC X.
       01 WS-COR-DESBORDE PIC X VALUE "N".
       01 WS-COR-TABLA.
           05 WS-COR-ENT OCCURS 100.
               10 WS-COR-MONEDA PIC X(3).
               10 WS-COR-FECHA-EF PIC 9(8).
               10 WS-COR-TASA-ANT PIC 9(5)V9(6).
               10 WS-COR-OPERADOR PIC X(8).
               10 WS-COR-FECHA-MOV PIC 9(8).
       01 WS-CNV-CANT PIC 9(3) VALUE 0.
       01 WS-CNV-IDX PIC 9(3).
       01 WS-CNV-DESBORDE PIC X VALUE "N".
       01 WS-CNV-TABLA.
           05 WS-CNV-ENT OCCURS 500.
               10 WS-CNV-TRAN PIC 9(9).
       01 WS-TASA-OK PIC X.
       01 WS-TASA-NUEVA PIC 9(5)V9(6).
       01 WS-FIN-VIGENCIA PIC 9(8).
       01 WS-CONV-NUM PIC 9(9).
       01 WS-CONV-FECHA PIC 9(8).
       01 WS-CONV-IMPORTE PIC S9(9)V99.
       01 WS-TASA-REFLEJADA PIC 9(5)V9(6).
       01 WS-IMP-ASENTADO PIC S9(9)V99.
       01 WS-IMP-NUEVO PIC S9(9)V99.
       01 WS-CALCULO PIC S9(9)V9(8).
       01 WS-CONV-REDONDEO PIC X.
       01 WS-DIFERENCIA PIC S9(9)V99.
       01 WS-CALC-OK PIC X.
       01 WS-ESTADO-AJUSTE PIC X(20).
       01 WS-COR-CONT PIC 9(7).
       01 WS-COR-DIF PIC S9(11)V99.
       01 WS-CONT-CORRECCIONES PIC 9(7) VALUE 0.
       01 WS-CONT-AFECTADAS PIC 9(7) VALUE 0.
       01 WS-CONT-ASENTADOS PIC 9(7) VALUE 0.
       01 WS-CONT-SIN-ASENTAR PIC 9(7) VALUE 0.
       01 WS-CONT-ERRORES PIC 9(7) VALUE 0.
       01 WS-MARCA-OK PIC X VALUE "S".
       01 WS-TOT-DIF PIC S9(11)V99 VALUE 0.
       01 WS-AJU-LINE PIC X(132).
       01 WS-ED-TRAN PIC 9(9).
       01 WS-ED-IMPORTE PIC -ZZZZZZZZZ9.99.
       01 WS-ED-TASA-ANT PIC ZZZZ9.999999.
       01 WS-ED-TASA-NUEVA PIC ZZZZ9.999999.
       01 WS-ED-ASENTADO PIC -ZZZZZZZZZ9.99.
       01 WS-ED-NUEVO PIC -ZZZZZZZZZ9.99.
       01 WS-ED-DIF PIC -ZZZZZZZZZ9.99.
       01 WS-ED-TOTAL PIC -ZZZZZZZZZZZ9.99.
       01 WS-ED-CONT PIC ZZZZZZ9.
       01 WS-RCV-STATUS PIC XX.
       01 WS-RCV-ACCION PIC X.
       01 WS-RCV-ARCHIVO PIC X(8).
       01 WS-RCV-LLAVE PIC 9(9).
       01 WS-RCV-ANTES PIC X(150).
       01 WS-RCV-DESPUES PIC X(150).
       01 WS-RCV-GRABADO PIC X.
       01 WS-INTENTOS-DIARIO PIC 9(5).
       01 WS-DIARIO-OK PIC X VALUE "S".
       01 WS-NUM-ANTES PIC 9(9) VALUE 0.
       01 WS-NUM-ASIGNADO PIC X.
       01 WS-LOG-GRABADO PIC X.
       01 WS-ORI-BLOQUEO PIC X.
       01 WS-INTENTOS-BLOQUEO PIC 9(5).
       01 WS-MAX-INTENTOS PIC 9(5) VALUE 1000.

       PROCEDURE DIVISION.
       MAIN-AJUSTE.

           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-MOV-DESDE.
           ACCEPT WS-MOV-HASTA.
           ACCEPT WS-MODO.
           ACCEPT WS-APROBADOR-ID.
           IF WS-MOV-DESDE IS NUMERIC
               MOVE WS-MOV-DESDE TO WS-MOV-DESDE-N
           ELSE
               MOVE WS-HOY TO WS-MOV-DESDE-N
           END-IF.
           IF WS-MOV-HASTA IS NUMERIC
               MOVE WS-MOV-HASTA TO WS-MOV-HASTA-N
           ELSE
               MOVE WS-MOV-DESDE-N TO WS-MOV-HASTA-N
           END-IF.
           IF WS-MODO = "A"
               PERFORM VALIDA-APROBADOR
           END-IF.
           OPEN OUTPUT AJUFILE.
           PERFORM ENCABEZADO-REPORTE.
           IF WS-MODO = "A" AND WS-APROBADOR-OK NOT = "S"
               ADD 1 TO WS-CONT-ERRORES
               MOVE "** EL APROBADOR NO ES UN SUPERVISOR ACTIVO EN"
                   TO WS-AJU-LINE
               PERFORM ESCRIBE-AJU-LINEA
               MOVE "** OPERMST: SOLO SE REPORTA, NO SE ASIENTA NADA"
                   TO WS-AJU-LINE
               PERFORM ESCRIBE-AJU-LINEA
           END-IF.
           IF WS-ASIENTA = "S"
               OPEN I-O LOGFILE
           ELSE
               OPEN INPUT LOGFILE
           END-IF.
           IF WS-LOG-STATUS = "35"
               DISPLAY "NO EXISTE EL LOG DE TRANSACCIONES!"
               CLOSE AJUFILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ASIENTA = "S"
               PERFORM ABRE-NUMERADOR
               PERFORM LEE-FECHA-NEGOCIO
               PERFORM ABRE-DIARIO
               IF WS-DIARIO-OK = "N"
                   CLOSE AJUFILE
                   CLOSE LOGFILE
                   CLOSE NUMFILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT CAMFILE.
           PERFORM CARGA-CORRECCIONES.
           MOVE 1 TO WS-COR-IDX.
           PERFORM PROCESA-CORRECCION
               UNTIL WS-COR-IDX > WS-COR-CANT OR WS-DIARIO-OK = "N".
           PERFORM ESCRIBE-TOTALES.
           CLOSE AJUFILE.
           CLOSE LOGFILE.
           IF WS-CAM-STATUS NOT = "35"
               CLOSE CAMFILE
           END-IF.
           IF WS-ASIENTA = "S"
               CLOSE NUMFILE
               CLOSE RCVFILE
           END-IF.
           IF WS-CONT-ERRORES > 0
           OR WS-COR-DESBORDE = "S"
           OR WS-CNV-DESBORDE = "S"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONT-SIN-ASENTAR > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-DIARIO-OK = "N" OR WS-MARCA-OK = "N"
               MOVE 12 TO RETURN-CODE
           END-IF.
           STOP RUN.

           LEE-FECHA-NEGOCIO.
           MOVE 1 TO WS-FEC-KEY.
           OPEN INPUT FECFILE.
           IF WS-FEC-STATUS = "00"
               READ FECFILE
                   INVALID KEY MOVE WS-HOY TO WS-FECHA-NEGOCIO
                   NOT INVALID KEY
                       MOVE FEC-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
               END-READ
               CLOSE FECFILE
           ELSE
               MOVE WS-HOY TO WS-FECHA-NEGOCIO
           END-IF.

           VALIDA-APROBADOR.
           MOVE "N" TO WS-APROBADOR-OK.
           MOVE "N" TO WS-EOF-OPER.
           OPEN INPUT OPERFILE.
           IF WS-OPER-STATUS = "35"
               MOVE "S" TO WS-EOF-OPER
           END-IF.
           PERFORM LEE-OPERADOR UNTIL WS-EOF-OPER = "S".
           IF WS-OPER-STATUS NOT = "35"
               CLOSE OPERFILE
           END-IF.
           IF WS-APROBADOR-OK = "S"
               MOVE "S" TO WS-ASIENTA
           END-IF.

           LEE-OPERADOR.
           READ OPERFILE
               AT END MOVE "S" TO WS-EOF-OPER
               NOT AT END
                   IF OPER-ID = WS-APROBADOR-ID
                   AND OPER-ACTIVO = "S"
                   AND OPER-NIVEL = "S"
                       MOVE "S" TO WS-APROBADOR-OK
                       MOVE "S" TO WS-EOF-OPER
                   END-IF
           END-READ.

           ABRE-NUMERADOR.
           OPEN I-O NUMFILE.
           IF WS-NUM-STATUS = "35"
               OPEN OUTPUT NUMFILE
               CLOSE NUMFILE
               OPEN I-O NUMFILE
           END-IF.

           ASIGNA-NUMERO.
           MOVE "N" TO WS-NUM-ASIGNADO.
           MOVE 0 TO WS-INTENTOS-BLOQUEO.
           PERFORM INTENTA-NUMERO UNTIL WS-NUM-ASIGNADO NOT = "N".

           INTENTA-NUMERO.
           ADD 1 TO WS-INTENTOS-BLOQUEO.
           MOVE 1 TO WS-NUM-KEY.
           READ NUMFILE WITH LOCK
               INVALID KEY MOVE 0 TO NUM-ULTIMO-TRAN
           END-READ.
           IF WS-NUM-STATUS = "00" OR WS-NUM-STATUS = "23"
               PERFORM INCREMENTA-NUMERO
           END-IF.
           IF WS-NUM-ASIGNADO = "N"
           AND WS-INTENTOS-BLOQUEO >= WS-MAX-INTENTOS
               MOVE "X" TO WS-NUM-ASIGNADO
           END-IF.

           INCREMENTA-NUMERO.
           MOVE NUM-ULTIMO-TRAN TO WS-NUM-ANTES.
           ADD 1 TO NUM-ULTIMO-TRAN.
           MOVE NUM-ULTIMO-TRAN TO WS-ULTIMO-TRAN.
           IF WS-NUM-STATUS = "00"
               MOVE "R" TO WS-RCV-ACCION
               REWRITE NUM-RECORD
           ELSE
               MOVE "A" TO WS-RCV-ACCION
               WRITE NUM-RECORD
           END-IF.
           IF WS-NUM-STATUS = "00"
               MOVE "S" TO WS-NUM-ASIGNADO
               PERFORM DIARIO-NUMERADOR
           END-IF.
           UNLOCK NUMFILE.

           GRABA-TRANSACCION.
           MOVE "N" TO WS-LOG-GRABADO.
           PERFORM INTENTA-GRABA-LOG UNTIL WS-LOG-GRABADO NOT = "N".

           INTENTA-GRABA-LOG.
           PERFORM ASIGNA-NUMERO.
           IF WS-NUM-ASIGNADO = "S"
               MOVE WS-ULTIMO-TRAN TO LOG-TRAN-NUM
               WRITE LOG-RECORD
               IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "02"
                   MOVE "S" TO WS-LOG-GRABADO
                   PERFORM DIARIO-LOG-ALTA
               ELSE
                   IF WS-LOG-STATUS NOT = "22"
                       MOVE "E" TO WS-LOG-GRABADO
                   END-IF
               END-IF
           ELSE
               MOVE "X" TO WS-LOG-GRABADO
           END-IF.

           CARGA-CORRECCIONES.
           MOVE "N" TO WS-EOF-AUD.
           OPEN INPUT AUDFILE.
           IF WS-AUD-STATUS = "35"
               MOVE "SIN MOVIMIENTOS EN CAMAUD" TO WS-AJU-LINE
               PERFORM ESCRIBE-AJU-LINEA
               MOVE "S" TO WS-EOF-AUD
           END-IF.
           PERFORM LEE-AUDITORIA UNTIL WS-EOF-AUD = "S".
           IF WS-AUD-STATUS NOT = "35"
               CLOSE AUDFILE
           END-IF.
           IF WS-COR-DESBORDE = "S"
               MOVE "** MAS DE 100 TASAS CORREGIDAS EN EL PERIODO;"
                   TO WS-AJU-LINE
               PERFORM ESCRIBE-AJU-LINEA
               MOVE "** CORRER DE NUEVO CON UN RANGO MENOR"
                   TO WS-AJU-LINE
               PERFORM ESCRIBE-AJU-LINEA
           END-IF.

           LEE-AUDITORIA.
           READ AUDFILE
               AT END MOVE "S" TO WS-EOF-AUD
               NOT AT END
                   IF AUD-ACCION = "C"
                   AND AUD-FECHA-MOV >= WS-MOV-DESDE-N
                   AND AUD-FECHA-MOV <= WS-MOV-HASTA-N
                       PERFORM REGISTRA-CORRECCION
                   END-IF
           END-READ.

           REGISTRA-CORRECCION.
           MOVE "N" TO WS-COR-HALLADO.
           MOVE 1 TO WS-COR-BUSCA.
           PERFORM BUSCA-CORRECCION
               UNTIL WS-COR-HALLADO = "S"
               OR WS-COR-BUSCA > WS-COR-CANT.
           IF WS-COR-HALLADO = "S"
               MOVE AUD-OPERADOR TO WS-COR-OPERADOR(WS-COR-BUSCA)
               MOVE AUD-FECHA-MOV TO WS-COR-FECHA-MOV(WS-COR-BUSCA)
           ELSE
               IF WS-COR-CANT < 100
                   ADD 1 TO WS-COR-CANT
                   MOVE AUD-MONEDA TO WS-COR-MONEDA(WS-COR-CANT)
                   MOVE AUD-FECHA-EF TO WS-COR-FECHA-EF(WS-COR-CANT)
                   MOVE AUD-TASA-ANT TO WS-COR-TASA-ANT(WS-COR-CANT)
                   MOVE AUD-OPERADOR TO WS-COR-OPERADOR(WS-COR-CANT)
                   MOVE AUD-FECHA-MOV
                       TO WS-COR-FECHA-MOV(WS-COR-CANT)
               ELSE
                   MOVE "S" TO WS-COR-DESBORDE
               END-IF
           END-IF.

           BUSCA-CORRECCION.
           IF WS-COR-MONEDA(WS-COR-BUSCA) = AUD-MONEDA
           AND WS-COR-FECHA-EF(WS-COR-BUSCA) = AUD-FECHA-EF
               MOVE "S" TO WS-COR-HALLADO
           ELSE
               ADD 1 TO WS-COR-BUSCA
           END-IF.

           PROCESA-CORRECCION.
           ADD 1 TO WS-CONT-CORRECCIONES.
           MOVE 0 TO WS-COR-CONT.
           MOVE 0 TO WS-COR-DIF.
           PERFORM LEE-TASA-VIGENTE.
           PERFORM ENCABEZADO-CORRECCION.
           IF WS-TASA-OK = "S"
               MOVE WS-ASIENTA TO WS-ASIENTA-COR
               IF WS-ASIENTA = "S"
               AND WS-APROBADOR-ID = WS-COR-OPERADOR(WS-COR-IDX)
                   MOVE "N" TO WS-ASIENTA-COR
                   MOVE "  EL APROBADOR ES QUIEN CORRIGIO LA TASA: LOS"
                       TO WS-AJU-LINE
                   PERFORM ESCRIBE-AJU-LINEA
                   MOVE "  AJUSTES DE ESTA CORRECCION NO SE ASIENTAN"
                       TO WS-AJU-LINE
                   PERFORM ESCRIBE-AJU-LINEA
               END-IF
               PERFORM JUNTA-CONVERSIONES
               MOVE 1 TO WS-CNV-IDX
               PERFORM PROCESA-CONVERSION
                   UNTIL WS-CNV-IDX > WS-CNV-CANT
                   OR WS-DIARIO-OK = "N"
               PERFORM SUBTOTAL-CORRECCION
           END-IF.
           ADD 1 TO WS-COR-IDX.

           LEE-TASA-VIGENTE.
           MOVE "N" TO WS-TASA-OK.
           MOVE 0 TO WS-TASA-NUEVA.
           MOVE 99999999 TO WS-FIN-VIGENCIA.
           IF WS-CAM-STATUS NOT = "35"
               MOVE WS-COR-MONEDA(WS-COR-IDX) TO CAM-MONEDA
               MOVE WS-COR-FECHA-EF(WS-COR-IDX) TO CAM-FECHA
               READ CAMFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-TASA-OK
                       MOVE CAM-TASA TO WS-TASA-NUEVA
               END-READ
           END-IF.
           IF WS-TASA-OK = "S"
               START CAMFILE KEY IS GREATER THAN CAM-LLAVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ CAMFILE NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF CAM-MONEDA =
                                   WS-COR-MONEDA(WS-COR-IDX)
                                   MOVE CAM-FECHA TO WS-FIN-VIGENCIA
                               END-IF
                       END-READ
               END-START
           END-IF.

           JUNTA-CONVERSIONES.
           MOVE 0 TO WS-CNV-CANT.
           MOVE "N" TO WS-EOF-LOG.
           MOVE WS-COR-FECHA-EF(WS-COR-IDX) TO LOG-FECHA.
           START LOGFILE KEY IS NOT LESS THAN LOG-FECHA
               INVALID KEY MOVE "S" TO WS-EOF-LOG
           END-START.
           PERFORM LEE-CONVERSION UNTIL WS-EOF-LOG = "S".

           LEE-CONVERSION.
           READ LOGFILE NEXT RECORD WITH NO LOCK
               AT END MOVE "S" TO WS-EOF-LOG
               NOT AT END
                   IF LOG-FECHA >= WS-FIN-VIGENCIA
                       MOVE "S" TO WS-EOF-LOG
                   ELSE
                       IF LOG-OPCION = 10
                       AND LOG-MONEDA = WS-COR-MONEDA(WS-COR-IDX)
                       AND LOG-REVERSADA NOT = "S"
                           IF WS-CNV-CANT < 500
                               ADD 1 TO WS-CNV-CANT
                               MOVE LOG-TRAN-NUM
                                   TO WS-CNV-TRAN(WS-CNV-CANT)
                           ELSE
                               MOVE "S" TO WS-CNV-DESBORDE
                               MOVE "S" TO WS-EOF-LOG
                               MOVE SPACES TO WS-AJU-LINE
                               STRING "  ** MAS DE 500 CONVERSIONES EN"
                                   DELIMITED BY SIZE
                                   " LA VIGENCIA; LAS DEMAS NO SE"
                                   DELIMITED BY SIZE
                                   " REVISARON" DELIMITED BY SIZE
                                   INTO WS-AJU-LINE
                               PERFORM ESCRIBE-AJU-LINEA
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           IF WS-LOG-STATUS NOT = "00" AND WS-LOG-STATUS NOT = "02"
               MOVE "S" TO WS-EOF-LOG
           END-IF.

           PROCESA-CONVERSION.
           MOVE WS-CNV-TRAN(WS-CNV-IDX) TO WS-CONV-NUM.
           MOVE WS-CONV-NUM TO LOG-TRAN-NUM.
           READ LOGFILE WITH NO LOCK
               INVALID KEY MOVE "N" TO WS-CALC-OK
               NOT INVALID KEY MOVE "S" TO WS-CALC-OK
           END-READ.
           IF WS-CALC-OK = "S"
               MOVE LOG-FECHA TO WS-CONV-FECHA
               MOVE LOG-NUM1 TO WS-CONV-IMPORTE
               MOVE LOG-TASA TO WS-TASA-REFLEJADA
               MOVE LOG-RESULTADO TO WS-IMP-ASENTADO
               MOVE LOG-REDONDEO TO WS-CONV-REDONDEO
               IF WS-CONV-REDONDEO = SPACE
                   MOVE "R" TO WS-CONV-REDONDEO
               END-IF
               IF LOG-TRAN-AJU > 0
                   PERFORM LEE-ULTIMO-AJUSTE
               END-IF
               COMPUTE WS-CALCULO =
                   WS-CONV-IMPORTE * WS-TASA-NUEVA
                   ON SIZE ERROR MOVE "N" TO WS-CALC-OK
               END-COMPUTE
               IF WS-CALC-OK = "S"
                   PERFORM REDONDEA-NUEVO
               END-IF
               IF WS-CALC-OK = "N"
                   ADD 1 TO WS-CONT-ERRORES
                   MOVE WS-CONV-NUM TO WS-ED-TRAN
                   MOVE SPACES TO WS-AJU-LINE
                   STRING WS-ED-TRAN DELIMITED BY SIZE
                       " DESBORDAMIENTO AL RECALCULAR CON LA TASA"
                       DELIMITED BY SIZE
                       " NUEVA; REVISAR A MANO" DELIMITED BY SIZE
                       INTO WS-AJU-LINE
                   PERFORM ESCRIBE-AJU-LINEA
               ELSE
                   COMPUTE WS-DIFERENCIA =
                       WS-IMP-NUEVO - WS-IMP-ASENTADO
                   IF WS-DIFERENCIA NOT = 0
                       PERFORM REPORTA-DIFERENCIA
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-CNV-IDX.

           REDONDEA-NUEVO.
           EVALUATE WS-CONV-REDONDEO
           WHEN "R"
               COMPUTE WS-IMP-NUEVO ROUNDED = WS-CALCULO
                   ON SIZE ERROR MOVE "N" TO WS-CALC-OK
               END-COMPUTE
           WHEN "B"
               COMPUTE WS-IMP-NUEVO ROUNDED MODE IS NEAREST-EVEN
                   = WS-CALCULO
                   ON SIZE ERROR MOVE "N" TO WS-CALC-OK
               END-COMPUTE
           WHEN OTHER
               COMPUTE WS-IMP-NUEVO = WS-CALCULO
                   ON SIZE ERROR MOVE "N" TO WS-CALC-OK
               END-COMPUTE
           END-EVALUATE.

           LEE-ULTIMO-AJUSTE.
           MOVE LOG-TRAN-AJU TO LOG-TRAN-NUM.
           READ LOGFILE WITH NO LOCK
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF LOG-REVERSADA = "S"
                       MOVE LOG-NUM2 TO WS-IMP-ASENTADO
                   ELSE
                       COMPUTE WS-IMP-ASENTADO =
                           LOG-NUM2 + LOG-RESULTADO
                       MOVE LOG-TASA TO WS-TASA-REFLEJADA
                   END-IF
           END-READ.

           REPORTA-DIFERENCIA.
           ADD 1 TO WS-CONT-AFECTADAS.
           ADD 1 TO WS-COR-CONT.
           ADD WS-DIFERENCIA TO WS-COR-DIF.
           ADD WS-DIFERENCIA TO WS-TOT-DIF.
           IF WS-ASIENTA-COR = "S"
               PERFORM ASIENTA-AJUSTE
           ELSE
               ADD 1 TO WS-CONT-SIN-ASENTAR
               MOVE "SIN ASENTAR" TO WS-ESTADO-AJUSTE
           END-IF.
           MOVE WS-CONV-NUM TO WS-ED-TRAN.
           MOVE WS-CONV-IMPORTE TO WS-ED-IMPORTE.
           MOVE WS-TASA-REFLEJADA TO WS-ED-TASA-ANT.
           MOVE WS-TASA-NUEVA TO WS-ED-TASA-NUEVA.
           MOVE WS-IMP-ASENTADO TO WS-ED-ASENTADO.
           MOVE WS-IMP-NUEVO TO WS-ED-NUEVO.
           MOVE WS-DIFERENCIA TO WS-ED-DIF.
           MOVE SPACES TO WS-AJU-LINE.
           STRING WS-ED-TRAN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CONV-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-IMPORTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-TASA-ANT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-TASA-NUEVA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-ASENTADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-NUEVO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-DIF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ESTADO-AJUSTE DELIMITED BY SIZE
               INTO WS-AJU-LINE.
           PERFORM ESCRIBE-AJU-LINEA.

           ASIENTA-AJUSTE.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-FECHA TO LOG-FECHA.
           MOVE WS-HORA TO LOG-HORA.
           MOVE WS-COR-OPERADOR(WS-COR-IDX) TO LOG-OPERADOR.
           MOVE WS-CONV-IMPORTE TO LOG-NUM1.
           MOVE WS-IMP-ASENTADO TO LOG-NUM2.
           MOVE 0 TO LOG-NUM3.
           MOVE 12 TO LOG-OPCION.
           MOVE WS-DIFERENCIA TO LOG-RESULTADO.
           MOVE WS-COR-MONEDA(WS-COR-IDX) TO LOG-MONEDA.
           MOVE WS-TASA-NUEVA TO LOG-TASA.
           MOVE WS-CONV-NUM TO LOG-TRAN-REV.
           MOVE "N" TO LOG-REVERSADA.
           MOVE WS-APROBADOR-ID TO LOG-APROBADOR.
           MOVE 0 TO LOG-TRAN-AJU.
           MOVE WS-CONV-REDONDEO TO LOG-REDONDEO.
           MOVE SPACES TO LOG-TARIFA.
           MOVE 0 TO LOG-TRAMO.
           PERFORM GRABA-TRANSACCION.
           IF WS-LOG-GRABADO NOT = "S"
               ADD 1 TO WS-CONT-ERRORES
               ADD 1 TO WS-CONT-SIN-ASENTAR
               IF WS-LOG-GRABADO = "X"
                   MOVE "TRANNUM BLOQUEADO" TO WS-ESTADO-AJUSTE
               ELSE
                   MOVE "ERROR AL ASENTAR" TO WS-ESTADO-AJUSTE
               END-IF
           ELSE
               ADD 1 TO WS-CONT-ASENTADOS
               MOVE WS-ULTIMO-TRAN TO WS-ED-TRAN
               MOVE SPACES TO WS-ESTADO-AJUSTE
               STRING "AJUSTE " DELIMITED BY SIZE
                   WS-ED-TRAN DELIMITED BY SIZE
                   INTO WS-ESTADO-AJUSTE
               PERFORM MARCA-AJUSTADA
           END-IF.

           MARCA-AJUSTADA.
           MOVE "N" TO WS-ORI-BLOQUEO.
           MOVE 0 TO WS-INTENTOS-BLOQUEO.
           PERFORM BLOQUEA-ORIGINAL UNTIL WS-ORI-BLOQUEO NOT = "N".
           IF WS-ORI-BLOQUEO = "S"
               MOVE LOG-RECORD TO WS-RCV-ANTES
               MOVE WS-ULTIMO-TRAN TO LOG-TRAN-AJU
               REWRITE LOG-RECORD
               IF WS-LOG-STATUS = "00"
                   PERFORM DIARIO-LOG-CAMBIO
               ELSE
                   PERFORM REPORTA-MARCA-FALLIDA
               END-IF
               UNLOCK LOGFILE
           END-IF.
           IF WS-ORI-BLOQUEO = "X"
               ADD 1 TO WS-CONT-ERRORES
               MOVE WS-CONV-NUM TO WS-ED-TRAN
               MOVE SPACES TO WS-AJU-LINE
               STRING "  ** " DELIMITED BY SIZE
                   WS-ED-TRAN DELIMITED BY SIZE
                   " BLOQUEADA POR OTRO PROCESO; NO SE LE ANOTO"
                   DELIMITED BY SIZE
                   " EL AJUSTE" DELIMITED BY SIZE
                   INTO WS-AJU-LINE
               PERFORM ESCRIBE-AJU-LINEA
           END-IF.

           REPORTA-MARCA-FALLIDA.
           ADD 1 TO WS-CONT-ERRORES.
           MOVE "N" TO WS-MARCA-OK.
           MOVE WS-CONV-NUM TO WS-ED-TRAN.
           MOVE SPACES TO WS-AJU-LINE.
           STRING "  ** " DELIMITED BY SIZE
               WS-ED-TRAN DELIMITED BY SIZE
               " NO SE LE ANOTO EL AJUSTE (ESTADO " DELIMITED BY SIZE
               WS-LOG-STATUS DELIMITED BY SIZE
               "); YA ESTA ASENTADO" DELIMITED BY SIZE
               INTO WS-AJU-LINE.
           PERFORM ESCRIBE-AJU-LINEA.

           BLOQUEA-ORIGINAL.
           ADD 1 TO WS-INTENTOS-BLOQUEO.
           MOVE WS-CONV-NUM TO LOG-TRAN-NUM.
           READ LOGFILE WITH LOCK
               INVALID KEY MOVE "F" TO WS-ORI-BLOQUEO
           END-READ.
           IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "02"
               MOVE "S" TO WS-ORI-BLOQUEO
           END-IF.
           IF WS-ORI-BLOQUEO = "N"
           AND WS-INTENTOS-BLOQUEO >= WS-MAX-INTENTOS
               MOVE "X" TO WS-ORI-BLOQUEO
           END-IF.

           ENCABEZADO-REPORTE.
           MOVE SPACES TO WS-AJU-LINE.
           STRING "AJUSTES CAMBIARIOS POR CORRECCION RETROACTIVA DE"
               DELIMITED BY SIZE
               " TASAS  MOVIMIENTOS DE CAMAUD DEL " DELIMITED BY SIZE
               WS-MOV-DESDE-N DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               WS-MOV-HASTA-N DELIMITED BY SIZE
               INTO WS-AJU-LINE.
           PERFORM ESCRIBE-AJU-LINEA.
           MOVE SPACES TO WS-AJU-LINE.
           IF WS-ASIENTA = "S"
               STRING "MODO: ASIENTO DE AJUSTES  APROBADOR: "
                   DELIMITED BY SIZE
                   WS-APROBADOR-ID DELIMITED BY SIZE
                   INTO WS-AJU-LINE
           ELSE
               MOVE "MODO: SOLO REPORTE (NO SE ASIENTA NADA)"
                   TO WS-AJU-LINE
           END-IF.
           PERFORM ESCRIBE-AJU-LINEA.

           ENCABEZADO-CORRECCION.
           MOVE SPACES TO WS-AJU-LINE.
           PERFORM ESCRIBE-AJU-LINEA.
           MOVE WS-COR-TASA-ANT(WS-COR-IDX) TO WS-ED-TASA-ANT.
           MOVE WS-TASA-NUEVA TO WS-ED-TASA-NUEVA.
           MOVE SPACES TO WS-AJU-LINE.
           STRING "CORRECCION: MONEDA " DELIMITED BY SIZE
               WS-COR-MONEDA(WS-COR-IDX) DELIMITED BY SIZE
               "  VIGENTE DESDE " DELIMITED BY SIZE
               WS-COR-FECHA-EF(WS-COR-IDX) DELIMITED BY SIZE
               " HASTA ANTES DE " DELIMITED BY SIZE
               WS-FIN-VIGENCIA DELIMITED BY SIZE
               "  TASA ANTERIOR " DELIMITED BY SIZE
               WS-ED-TASA-ANT DELIMITED BY SIZE
               "  TASA VIGENTE " DELIMITED BY SIZE
               WS-ED-TASA-NUEVA DELIMITED BY SIZE
               INTO WS-AJU-LINE.
           PERFORM ESCRIBE-AJU-LINEA.
           MOVE SPACES TO WS-AJU-LINE.
           STRING "CORRIGIO: " DELIMITED BY SIZE
               WS-COR-OPERADOR(WS-COR-IDX) DELIMITED BY SIZE
               " EL " DELIMITED BY SIZE
               WS-COR-FECHA-MOV(WS-COR-IDX) DELIMITED BY SIZE
               INTO WS-AJU-LINE.
           PERFORM ESCRIBE-AJU-LINEA.
           IF WS-TASA-OK NOT = "S"
               ADD 1 TO WS-CONT-ERRORES
               MOVE SPACES TO WS-AJU-LINE
               STRING "  ** LA TASA YA NO EXISTE EN TIPOCAM; NO SE"
                   DELIMITED BY SIZE
                   " REVISAN CONVERSIONES" DELIMITED BY SIZE
                   INTO WS-AJU-LINE
               PERFORM ESCRIBE-AJU-LINEA
           ELSE
               MOVE SPACES TO WS-AJU-LINE
               STRING "TRAN      FECHA     IMPORTE ORIG"
                   DELIMITED BY SIZE
                   "  TASA ANTERIOR   TASA NUEVA" DELIMITED BY SIZE
                   "  RESULT ASENTADO  RESULTADO NUEVO"
                   DELIMITED BY SIZE
                   "     DIFERENCIA ESTADO" DELIMITED BY SIZE
                   INTO WS-AJU-LINE
               PERFORM ESCRIBE-AJU-LINEA
           END-IF.

           SUBTOTAL-CORRECCION.
           MOVE WS-COR-CONT TO WS-ED-CONT.
           MOVE WS-COR-DIF TO WS-ED-TOTAL.
           MOVE SPACES TO WS-AJU-LINE.
           STRING "  CONVERSIONES CON DIFERENCIA: " DELIMITED BY SIZE
               WS-ED-CONT DELIMITED BY SIZE
               "  DIFERENCIA TOTAL: " DELIMITED BY SIZE
               WS-ED-TOTAL DELIMITED BY SIZE
               INTO WS-AJU-LINE.
           PERFORM ESCRIBE-AJU-LINEA.

           ESCRIBE-TOTALES.
           MOVE SPACES TO WS-AJU-LINE.
           PERFORM ESCRIBE-AJU-LINEA.
           MOVE WS-CONT-CORRECCIONES TO WS-ED-CONT.
           MOVE SPACES TO WS-AJU-LINE.
           STRING "TASAS CORREGIDAS REVISADAS:   " DELIMITED BY SIZE
               WS-ED-CONT DELIMITED BY SIZE
               INTO WS-AJU-LINE.
           PERFORM ESCRIBE-AJU-LINEA.
           MOVE WS-CONT-AFECTADAS TO WS-ED-CONT.
           MOVE SPACES TO WS-AJU-LINE.
           STRING "CONVERSIONES CON DIFERENCIA:  " DELIMITED BY SIZE
               WS-ED-CONT DELIMITED BY SIZE
               INTO WS-AJU-LINE.
           PERFORM ESCRIBE-AJU-LINEA.
           MOVE WS-CONT-ASENTADOS TO WS-ED-CONT.
           MOVE SPACES TO WS-AJU-LINE.
           STRING "AJUSTES ASENTADOS:            " DELIMITED BY SIZE
               WS-ED-CONT DELIMITED BY SIZE
               INTO WS-AJU-LINE.
           PERFORM ESCRIBE-AJU-LINEA.
           MOVE WS-CONT-SIN-ASENTAR TO WS-ED-CONT.
           MOVE SPACES TO WS-AJU-LINE.
           STRING "DIFERENCIAS SIN ASENTAR:      " DELIMITED BY SIZE
               WS-ED-CONT DELIMITED BY SIZE
               INTO WS-AJU-LINE.
           PERFORM ESCRIBE-AJU-LINEA.
           MOVE WS-TOT-DIF TO WS-ED-TOTAL.
           MOVE SPACES TO WS-AJU-LINE.
           STRING "DIFERENCIA CAMBIARIA TOTAL: " DELIMITED BY SIZE
               WS-ED-TOTAL DELIMITED BY SIZE
               INTO WS-AJU-LINE.
           PERFORM ESCRIBE-AJU-LINEA.

           ESCRIBE-AJU-LINEA.
           WRITE AJU-RECORD FROM WS-AJU-LINE.
           DISPLAY WS-AJU-LINE.

           DIARIO-LOG-ALTA.
           MOVE "A" TO WS-RCV-ACCION.
           MOVE SPACES TO WS-RCV-ANTES.
           MOVE LOG-RECORD TO WS-RCV-DESPUES.
           PERFORM DIARIO-LOG.

           DIARIO-LOG-CAMBIO.
           MOVE "R" TO WS-RCV-ACCION.
           MOVE LOG-RECORD TO WS-RCV-DESPUES.
           PERFORM DIARIO-LOG.

           DIARIO-LOG.
           MOVE "TRANLOG" TO WS-RCV-ARCHIVO.
           MOVE LOG-TRAN-NUM TO WS-RCV-LLAVE.
           PERFORM GRABA-DIARIO.

           DIARIO-NUMERADOR.
           MOVE "TRANNUM" TO WS-RCV-ARCHIVO.
           MOVE WS-NUM-KEY TO WS-RCV-LLAVE.
           MOVE SPACES TO WS-RCV-ANTES.
           IF WS-RCV-ACCION = "R"
               MOVE WS-NUM-ANTES TO WS-RCV-ANTES
           END-IF.
           MOVE NUM-RECORD TO WS-RCV-DESPUES.
           MOVE NUM-ULTIMO-TRAN TO WS-NUM-ANTES.
           PERFORM GRABA-DIARIO.

           ABRE-DIARIO.
           MOVE 0 TO WS-INTENTOS-DIARIO.
           MOVE SPACES TO WS-RCV-STATUS.
           PERFORM INTENTA-ABRE-DIARIO
               UNTIL WS-RCV-STATUS = "00"
               OR WS-INTENTOS-DIARIO >= WS-MAX-INTENTOS.
           IF WS-RCV-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL DIARIO TRANRCV (ESTADO "
                   WS-RCV-STATUS ")"
               MOVE "N" TO WS-DIARIO-OK
           END-IF.

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
           MOVE "CALCAJTC" TO RCV-PROGRAMA.
           MOVE 0 TO RCV-SECUENCIA.
           MOVE WS-APROBADOR-ID TO RCV-OPERADOR.
           MOVE WS-RCV-ARCHIVO TO RCV-ARCHIVO.
           MOVE WS-RCV-ACCION TO RCV-ACCION.
           MOVE WS-RCV-LLAVE TO RCV-LLAVE.
           MOVE WS-RCV-ANTES TO RCV-ANTES.
           MOVE WS-RCV-DESPUES TO RCV-DESPUES.
           MOVE "N" TO WS-RCV-GRABADO.
           MOVE 0 TO WS-INTENTOS-DIARIO.
           PERFORM INTENTA-DIARIO UNTIL WS-RCV-GRABADO NOT = "N".
           IF WS-RCV-GRABADO = "E"
               MOVE SPACES TO WS-AJU-LINE
               STRING "** ERROR AL GRABAR EL DIARIO TRANRCV (ESTADO "
                   DELIMITED BY SIZE
                   WS-RCV-STATUS DELIMITED BY SIZE
                   "); SE DETIENE EL ASIENTO" DELIMITED BY SIZE
                   INTO WS-AJU-LINE
               PERFORM ESCRIBE-AJU-LINEA
               MOVE "N" TO WS-DIARIO-OK
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


       END PROGRAM CALCAJTC.
