           SELECT LOGFILE ASSIGN TO "TRANLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS MANUAL
               RECORD KEY IS LOG-TRAN-NUM
               ALTERNATE RECORD KEY IS LOG-FECHA
                   WITH DUPLICATES
           SELECT NUMFILE ASSIGN TO "TRANNUM"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               LOCK MODE IS MANUAL
               RELATIVE KEY IS WS-NUM-KEY
               FILE STATUS IS WS-NUM-STATUS.
           SELECT OPERFILE ASSIGN TO "OPERMST"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAM-LLAVE
               FILE STATUS IS WS-CAM-STATUS.
           SELECT TARFILE ASSIGN TO "TARIFAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-LLAVE
               FILE STATUS IS WS-TAR-STATUS.
           SELECT REGFILE ASSIGN TO "RUNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT APRFILE ASSIGN TO "TRANAPR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.
           SELECT FECFILE ASSIGN TO "FECCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-FEC-KEY
               FILE STATUS IS WS-FEC-STATUS.
           SELECT REDFILE ASSIGN TO "CALCRED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RED-STATUS.
           SELECT ACKFILE ASSIGN TO "TRANACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT RCVFILE ASSIGN TO "TRANRCV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               LOCK MODE IS MANUAL
               RECORD KEY IS RCV-ID
               FILE STATUS IS WS-RCV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRANIN
       FD CAMFILE
           RECORDING MODE IS F.
       COPY CAMREC.
       FD TARFILE
           RECORDING MODE IS F.
       COPY TARREC.
       FD REGFILE
           RECORDING MODE IS F.
       COPY REGREC.
       FD APRFILE
           RECORDING MODE IS F.
       COPY APRREC.
       FD FECFILE
           RECORDING MODE IS F.
       COPY FECREC.
       FD REDFILE
           RECORDING MODE IS F.
       COPY REDREC.
       FD ACKFILE
           RECORDING MODE IS F.
       COPY ACKREC.
       FD RCVFILE
           RECORDING MODE IS F.
       COPY RCVREC.
       WORKING-STORAGE SECTION.
       01 NUM1 PIC S999999999V99.
       01 NUM2 PIC S999999999V99.
       01 NUM3 PIC S999999999V99.
       01 RESULTADO PIC S999999999V99.
       01 WS-CALCULO PIC S9(9)V9(8).
       01 OPCION_OPERACION PIC 9(2).
       01 VALIDACION_MENU PIC X.
       01 VALIDACION_NUMERO PIC X.
       01 WS-CONV-MONEDA PIC X(3).
       01 WS-TASA PIC 9(5)V9(6).
       01 WS-TASA-HALLADA PIC X.
       01 WS-TAR-STATUS PIC XX.
       01 WS-EOF-TAR PIC X.
       01 WS-HAY-TARIFAS PIC X VALUE "N".
       01 WS-TARIFA PIC X(6).
       01 WS-TARIFA-HALLADA PIC X.
       01 WS-TRAMO PIC 9(2).
       COPY TARREC REPLACING LEADING ==TAR-== BY ==WS-TAR-==.
       01 WS-REG-STATUS PIC XX.
       01 WS-REG-ABIERTO PIC X VALUE "N".
       01 WS-CTL-OK PIC X VALUE "Y".
       01 WS-EN-LOTE PIC X.
       01 WS-HDR-FECHA PIC 9(8) VALUE 0.
       01 WS-FEC-STATUS PIC XX.
       01 WS-FEC-KEY PIC 9(9) VALUE 1.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-FECHA-CERRADA PIC 9(8) VALUE 0.
       01 WS-FECHA-ASIENTO PIC 9(8) VALUE 0.
       01 WS-CONT-CERRADOS PIC 9(3) VALUE 0.
       01 WS-AUTORIZA-ID PIC X(8).
       01 WS-AUTORIZA-OK PIC X VALUE "N".
       01 WS-HDR-FUENTE PIC X(8) VALUE SPACES.
       01 WS-LOTE-CANT PIC 9(3) VALUE 0.
       01 WS-LOTE-IDX PIC 9(3).
               10 WS-LOTE-R-OPC PIC 9(9).
               10 WS-LOTE-R-DIV PIC 9(9).
               10 WS-LOTE-R-CAMBIO PIC 9(9).
               10 WS-LOTE-R-TARIFA PIC 9(9).
               10 WS-LOTE-R-DESB PIC 9(9).
               10 WS-LOTE-R-REV PIC 9(9).
               10 WS-LOTE-R-BLOQ PIC 9(9).
               10 WS-LOTE-R-GRAB PIC 9(9).
               10 WS-LOTE-PEND PIC 9(9).
               10 WS-LOTE-CERRADO PIC X.
               10 WS-LOTE-ACK-A PIC 9(9).
               10 WS-LOTE-ACK-P PIC 9(9).
               10 WS-LOTE-ACK-R PIC 9(9).
               10 WS-LOTE-HASH-A PIC 9(11)V99.
               10 WS-LOTE-HASH-P PIC 9(11)V99.
               10 WS-LOTE-HASH-R PIC 9(11)V99.
       01 WS-CTL-CUENTA PIC 9(9).
       01 WS-CTL-HASH PIC 9(11)V99.
       01 WS-HASH-NUM PIC S9(11)V99.
       01 WS-CONT-R-OPC PIC 9(9) VALUE 0.
       01 WS-CONT-R-DIV PIC 9(9) VALUE 0.
       01 WS-CONT-R-CAMBIO PIC 9(9) VALUE 0.
       01 WS-CONT-R-TARIFA PIC 9(9) VALUE 0.
       01 WS-CONT-R-DESB PIC 9(9) VALUE 0.
       01 WS-CONT-R-REV PIC 9(9) VALUE 0.
       01 WS-CONT-R-BLOQ PIC 9(9) VALUE 0.
       01 WS-CONT-R-GRAB PIC 9(9) VALUE 0.
       01 WS-CONT-PEND PIC 9(9) VALUE 0.
       01 WS-REV-NUM PIC 9(9).
       01 WS-REV-RESULTADO PIC S9(9)V99.
           05 WS-LIM-ENT OCCURS 20.
               10 WS-LIM-OPC PIC 9(2).
               10 WS-LIM-TOPE PIC 9(9)V99.
       01 WS-RED-STATUS PIC XX.
       01 WS-EOF-RED PIC X.
       01 WS-RED-HALLADO PIC X.
       01 WS-REDONDEO PIC X.
       01 WS-RED-CANT PIC 9(2) VALUE 0.
       01 WS-RED-IDX PIC 9(2).
       01 WS-RED-TABLA.
           05 WS-RED-ENT OCCURS 20.
               10 WS-RED-OPC PIC 9(2).
               10 WS-RED-MET PIC X.
       01 WS-ACK-STATUS PIC XX.
       01 WS-EOF-ACK PIC X.
       01 WS-ACK-HALLADO PIC X.
       01 WS-ACK-IDX PIC 9(3).
       01 WS-ACK-CUENTA PIC 9(9).
       01 WS-ACK-HASH PIC 9(11)V99.
       01 WS-RECH-POR10 PIC 9(10).
       01 WS-RUN-LINE PIC X(80).
       01 WS-RUN-NOMBRE PIC X(30).
       01 WS-OPER-TABLA.
           05 WS-OPER-ENT OCCURS 100.
               10 WS-OPER-TAB-ID PIC X(8).
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
       01 WS-REV-BLOQUEO PIC X.
       01 WS-REV-ORIGINAL PIC X(150).
       01 WS-REV-CONV-RES PIC S9(9)V99.
       01 WS-REV-AJU-OK PIC X.
       01 WS-INTENTOS-BLOQUEO PIC 9(5).
       01 WS-MAX-INTENTOS PIC 9(5) VALUE 1000.

       PROCEDURE DIVISION.
       MAIN-BATCH.

           ACCEPT WS-AUTORIZA-ID.
           PERFORM LEE-FECHA-NEGOCIO.
           OPEN INPUT TRANIN.
           PERFORM VALIDA-CONTROL.
           IF WS-CTL-OK = "Y"
               PERFORM REVISA-FECHAS-CERRADAS
           END-IF.
           IF WS-CTL-OK = "Y"
               PERFORM VERIFICA-REGISTRO
           END-IF.
           OPEN OUTPUT REJFILE.
           PERFORM CARGA-OPERADORES.
           PERFORM CARGA-LIMITES.
           PERFORM CARGA-REDONDEO.
           PERFORM ABRE-TIPOCAM.
           PERFORM ABRE-TARIFAS.
           PERFORM ABRE-LOG.
           PERFORM LEE-CHECKPOINT.
           PERFORM ABRE-ACUSE.
           PERFORM SALTA-PROCESADOS
               UNTIL WS-REC-NUM >= WS-CKPT-INICIO OR WS-EOF-IN = "S".
           PERFORM PROCESA-ARCHIVO
               UNTIL WS-EOF-IN = "S" OR WS-DIARIO-OK = "N".
           IF WS-DIARIO-OK = "S"
               PERFORM MARCA-COMPLETADA
               PERFORM CALCULA-RC
           ELSE
               DISPLAY "CORRIDA DETENIDA POR FALLA DEL DIARIO TRANRCV"
               MOVE 12 TO WS-RC
           END-IF.
           PERFORM ESCRIBE-RUNLOG.
           PERFORM ESCRIBE-RUNHIST.
           IF WS-HAY-TIPOCAM = "S"
               CLOSE CAMFILE
           END-IF.
           IF WS-HAY-TARIFAS = "S"
               CLOSE TARFILE
           END-IF.
           CLOSE TRANIN.
           CLOSE TRANOUTF.
           CLOSE REJFILE.
           CLOSE ACKFILE.
           CLOSE LOGFILE.
           CLOSE NUMFILE.
           CLOSE RCVFILE.
           CLOSE CKPTFILE.
           CLOSE REGFILE.
           MOVE WS-RC TO RETURN-CODE.
           MOVE "  POR SIN TIPO DE CAMBIO" TO WS-RUN-NOMBRE.
           MOVE WS-CONT-R-CAMBIO TO WS-RUN-CONT.
           PERFORM ESCRIBE-RUN-CIFRA.
           MOVE "  POR SIN TARIFA VIGENTE" TO WS-RUN-NOMBRE.
           MOVE WS-CONT-R-TARIFA TO WS-RUN-CONT.
           PERFORM ESCRIBE-RUN-CIFRA.
           MOVE "  POR DESBORDAMIENTO" TO WS-RUN-NOMBRE.
           MOVE WS-CONT-R-DESB TO WS-RUN-CONT.
           PERFORM ESCRIBE-RUN-CIFRA.
           MOVE "  POR REVERSO INVALIDO" TO WS-RUN-NOMBRE.
           MOVE WS-CONT-R-REV TO WS-RUN-CONT.
           PERFORM ESCRIBE-RUN-CIFRA.
           MOVE "  POR BLOQUEO DE TRANLOG" TO WS-RUN-NOMBRE.
           MOVE WS-CONT-R-BLOQ TO WS-RUN-CONT.
           PERFORM ESCRIBE-RUN-CIFRA.
           MOVE "  POR ERROR DE TRANLOG" TO WS-RUN-NOMBRE.
           MOVE WS-CONT-R-GRAB TO WS-RUN-CONT.
           PERFORM ESCRIBE-RUN-CIFRA.
           IF WS-CKPT-INICIO > 0
               MOVE "REINICIO DESDE REGISTRO" TO WS-RUN-NOMBRE
               MOVE WS-CKPT-INICIO TO WS-RUN-CONT
               MOVE 0 TO WS-RUN-CONT
           END-IF.
           PERFORM ESCRIBE-RUN-CIFRA.
           IF WS-DIARIO-OK = "N"
               MOVE "** CORRIDA DETENIDA: FALLO EL DIARIO TRANRCV"
                   TO WS-RUN-LINE
               PERFORM ESCRIBE-RUN-LINEA
           END-IF.
           MOVE "CODIGO DE RETORNO" TO WS-RUN-NOMBRE.
           MOVE WS-RC TO WS-RUN-CONT.
           PERFORM ESCRIBE-RUN-CIFRA.
               WS-LOTE-FUENTE(WS-LOTE-IDX) DELIMITED BY SIZE
               INTO WS-RUN-LINE.
           PERFORM ESCRIBE-RUN-LINEA.
           IF WS-LOTE-CERRADO(WS-LOTE-IDX) = "S"
               MOVE SPACES TO WS-RUN-LINE
               STRING "  FECHA CERRADA; ASENTADO CON AUTORIZACION DE "
                   DELIMITED BY SIZE
                   WS-AUTORIZA-ID DELIMITED BY SIZE
                   INTO WS-RUN-LINE
               PERFORM ESCRIBE-RUN-LINEA
           END-IF.
           MOVE "  DETALLES LEIDOS" TO WS-RUN-NOMBRE.
           MOVE WS-LOTE-LEIDOS(WS-LOTE-IDX) TO WS-RUN-CONT.
           PERFORM ESCRIBE-RUN-CIFRA.
           MOVE "    POR SIN TIPO DE CAMBIO" TO WS-RUN-NOMBRE.
           MOVE WS-LOTE-R-CAMBIO(WS-LOTE-IDX) TO WS-RUN-CONT.
           PERFORM ESCRIBE-RUN-CIFRA.
           MOVE "    POR SIN TARIFA VIGENTE" TO WS-RUN-NOMBRE.
           MOVE WS-LOTE-R-TARIFA(WS-LOTE-IDX) TO WS-RUN-CONT.
           PERFORM ESCRIBE-RUN-CIFRA.
           MOVE "    POR DESBORDAMIENTO" TO WS-RUN-NOMBRE.
           MOVE WS-LOTE-R-DESB(WS-LOTE-IDX) TO WS-RUN-CONT.
           PERFORM ESCRIBE-RUN-CIFRA.
           MOVE "    POR REVERSO INVALIDO" TO WS-RUN-NOMBRE.
           MOVE WS-LOTE-R-REV(WS-LOTE-IDX) TO WS-RUN-CONT.
           PERFORM ESCRIBE-RUN-CIFRA.
           MOVE "    POR BLOQUEO DE TRANLOG" TO WS-RUN-NOMBRE.
           MOVE WS-LOTE-R-BLOQ(WS-LOTE-IDX) TO WS-RUN-CONT.
           PERFORM ESCRIBE-RUN-CIFRA.
           MOVE "    POR ERROR DE TRANLOG" TO WS-RUN-NOMBRE.
           MOVE WS-LOTE-R-GRAB(WS-LOTE-IDX) TO WS-RUN-CONT.
           PERFORM ESCRIBE-RUN-CIFRA.
           ADD 1 TO WS-LOTE-IDX.

           ESCRIBE-RUN-CIFRA.
                       MOVE 0 TO WS-LOTE-R-OPC(WS-LOTE-CANT)
                       MOVE 0 TO WS-LOTE-R-DIV(WS-LOTE-CANT)
                       MOVE 0 TO WS-LOTE-R-CAMBIO(WS-LOTE-CANT)
                       MOVE 0 TO WS-LOTE-R-TARIFA(WS-LOTE-CANT)
                       MOVE 0 TO WS-LOTE-R-DESB(WS-LOTE-CANT)
                       MOVE 0 TO WS-LOTE-R-REV(WS-LOTE-CANT)
                       MOVE 0 TO WS-LOTE-R-BLOQ(WS-LOTE-CANT)
                       MOVE 0 TO WS-LOTE-R-GRAB(WS-LOTE-CANT)
                       MOVE 0 TO WS-LOTE-PEND(WS-LOTE-CANT)
                       MOVE "N" TO WS-LOTE-CERRADO(WS-LOTE-CANT)
                       MOVE 0 TO WS-LOTE-ACK-A(WS-LOTE-CANT)
                       MOVE 0 TO WS-LOTE-ACK-P(WS-LOTE-CANT)
                       MOVE 0 TO WS-LOTE-ACK-R(WS-LOTE-CANT)
                       MOVE 0 TO WS-LOTE-HASH-A(WS-LOTE-CANT)
                       MOVE 0 TO WS-LOTE-HASH-P(WS-LOTE-CANT)
                       MOVE 0 TO WS-LOTE-HASH-R(WS-LOTE-CANT)
                       MOVE "S" TO WS-EN-LOTE
                       MOVE 0 TO WS-CTL-CUENTA
                       MOVE 0 TO WS-CTL-HASH
               ADD WS-HASH-NUM TO WS-CTL-HASH
           END-IF.

           LEE-FECHA-NEGOCIO.
           MOVE 1 TO WS-FEC-KEY.
           OPEN INPUT FECFILE.
           IF WS-FEC-STATUS = "00"
               READ FECFILE
                   INVALID KEY
                       ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
                   NOT INVALID KEY
                       MOVE FEC-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
                       MOVE FEC-FECHA-CERRADA TO WS-FECHA-CERRADA
               END-READ
               CLOSE FECFILE
           ELSE
               ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-ASIENTO.
           DISPLAY "FECHA DE NEGOCIO: " WS-FECHA-NEGOCIO.

           REVISA-FECHAS-CERRADAS.
           MOVE 0 TO WS-CONT-CERRADOS.
           MOVE 1 TO WS-LOTE-IDX.
           PERFORM MARCA-LOTE-CERRADO
               UNTIL WS-LOTE-IDX > WS-LOTE-CANT.
           IF WS-CONT-CERRADOS > 0
               IF WS-AUTORIZA-ID NOT = SPACES
                   PERFORM VALIDA-AUTORIZA
               END-IF
               IF WS-AUTORIZA-OK = "S"
                   DISPLAY "ASIENTO EN FECHA CERRADA AUTORIZADO POR "
                       WS-AUTORIZA-ID
               ELSE
                   DISPLAY "LOTES CON FECHA DE NEGOCIO CERRADA: SE"
                       " REQUIERE AUTORIZACION DE SUPERVISOR"
                   MOVE "N" TO WS-CTL-OK
               END-IF
           END-IF.

           MARCA-LOTE-CERRADO.
           IF WS-LOTE-FECHA(WS-LOTE-IDX) <= WS-FECHA-CERRADA
               MOVE "S" TO WS-LOTE-CERRADO(WS-LOTE-IDX)
               ADD 1 TO WS-CONT-CERRADOS
               DISPLAY "FECHA DE NEGOCIO CERRADA: FECHA "
                   WS-LOTE-FECHA(WS-LOTE-IDX) " FUENTE "
                   WS-LOTE-FUENTE(WS-LOTE-IDX)
           ELSE
               MOVE "N" TO WS-LOTE-CERRADO(WS-LOTE-IDX)
           END-IF.
           ADD 1 TO WS-LOTE-IDX.

           VALIDA-AUTORIZA.
           MOVE "N" TO WS-AUTORIZA-OK.
           MOVE "N" TO WS-EOF-OPER.
           OPEN INPUT OPERFILE.
           IF WS-OPER-STATUS = "35"
               MOVE "S" TO WS-EOF-OPER
           END-IF.
           PERFORM LEE-AUTORIZA UNTIL WS-EOF-OPER = "S".
           IF WS-OPER-STATUS NOT = "35"
               CLOSE OPERFILE
           END-IF.
           IF WS-AUTORIZA-OK NOT = "S"
               DISPLAY "AUTORIZACION INVALIDA: " WS-AUTORIZA-ID
                   " NO ES UN SUPERVISOR ACTIVO EN OPERMST"
           END-IF.

           LEE-AUTORIZA.
           READ OPERFILE
               AT END MOVE "S" TO WS-EOF-OPER
               NOT AT END
                   IF OPER-ID = WS-AUTORIZA-ID
                   AND OPER-ACTIVO = "S"
                   AND OPER-NIVEL = "S"
                       MOVE "S" TO WS-AUTORIZA-OK
                       MOVE "S" TO WS-EOF-OPER
                   END-IF
           END-READ.

           VERIFICA-REGISTRO.
           OPEN I-O REGFILE.
           IF WS-REG-STATUS = "35"
               CLOSE LOGFILE
               OPEN I-O LOGFILE
           END-IF.
           PERFORM ABRE-NUMERADOR.
           PERFORM ABRE-DIARIO.

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
           IF WS-LOG-GRABADO NOT = "S"
               MOVE "N" TO WS-TRAN-OK
           END-IF.
           IF WS-LOG-GRABADO = "E"
               MOVE "ERROR: TRANLOG NO GRABADO" TO WS-TRAN-STATUS
               ADD 1 TO WS-CONT-R-GRAB
           END-IF.
           IF WS-LOG-GRABADO = "X"
               MOVE "ERROR: REGISTRO BLOQUEADO" TO WS-TRAN-STATUS
               ADD 1 TO WS-CONT-R-BLOQ
           END-IF.

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

           ABRE-TIPOCAM.
           OPEN INPUT CAMFILE.
               MOVE "S" TO WS-EOF-CAM
           END-IF.

           ABRE-TARIFAS.
           OPEN INPUT TARFILE.
           IF WS-TAR-STATUS = "00"
               MOVE "S" TO WS-HAY-TARIFAS
           ELSE
               MOVE "N" TO WS-HAY-TARIFAS
           END-IF.

           BUSCA-TARIFA.
           MOVE "N" TO WS-TARIFA-HALLADA.
           IF WS-HAY-TARIFAS = "S"
               MOVE "N" TO WS-EOF-TAR
               MOVE WS-TARIFA TO TAR-CODIGO
               MOVE 0 TO TAR-FECHA
               START TARFILE KEY IS NOT LESS THAN TAR-LLAVE
                   INVALID KEY MOVE "S" TO WS-EOF-TAR
               END-START
               PERFORM LEE-TARIFA UNTIL WS-EOF-TAR = "S"
           END-IF.
           IF WS-TARIFA-HALLADA = "S"
               IF WS-TAR-CANT-TRAMOS < 1 OR WS-TAR-CANT-TRAMOS > 10
                   MOVE "N" TO WS-TARIFA-HALLADA
               END-IF
           END-IF.

           LEE-TARIFA.
           READ TARFILE NEXT RECORD
               AT END MOVE "S" TO WS-EOF-TAR
               NOT AT END
                   IF TAR-CODIGO NOT = WS-TARIFA
                   OR TAR-FECHA > WS-FECHA-ASIENTO
                       MOVE "S" TO WS-EOF-TAR
                   ELSE
                       MOVE TAR-RECORD TO WS-TAR-RECORD
                       MOVE "S" TO WS-TARIFA-HALLADA
                   END-IF
           END-READ.
           IF WS-TAR-STATUS NOT = "00" AND WS-TAR-STATUS NOT = "02"
               MOVE "S" TO WS-EOF-TAR
           END-IF.

           ELIGE-TRAMO.
           MOVE 1 TO WS-TRAMO.
           PERFORM SIGUIENTE-TRAMO
               UNTIL WS-TRAMO NOT < WS-TAR-CANT-TRAMOS
               OR NUM1 NOT > WS-TAR-LIMITE(WS-TRAMO).
           MOVE WS-TAR-PORCENTAJE(WS-TRAMO) TO WS-TASA.

           SIGUIENTE-TRAMO.
           ADD 1 TO WS-TRAMO.

           TOPA-COMISION.
           IF WS-CALCULO < WS-TAR-MINIMO
               MOVE WS-TAR-MINIMO TO WS-CALCULO
           END-IF.
           IF WS-TAR-MAXIMO > 0 AND WS-CALCULO > WS-TAR-MAXIMO
               MOVE WS-TAR-MAXIMO TO WS-CALCULO
           END-IF.

           CARGA-LIMITES.
           MOVE "N" TO WS-EOF-LIM.
           OPEN INPUT LIMFILE.
               ADD 1 TO WS-LIM-IDX
           END-IF.

           CARGA-REDONDEO.
           MOVE "N" TO WS-EOF-RED.
           OPEN INPUT REDFILE.
           IF WS-RED-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-RED
           END-IF.
           PERFORM LEE-REDONDEO UNTIL WS-EOF-RED = "S".
           IF WS-RED-STATUS NOT = "35"
               CLOSE REDFILE
           END-IF.

           LEE-REDONDEO.
           READ REDFILE
               AT END MOVE "S" TO WS-EOF-RED
               NOT AT END
                   IF RED-OPCION IS NUMERIC
                   AND (RED-METODO = "T" OR RED-METODO = "R"
                   OR RED-METODO = "B")
                   AND WS-RED-CANT < 20
                       ADD 1 TO WS-RED-CANT
                       MOVE RED-OPCION TO WS-RED-OPC(WS-RED-CANT)
                       MOVE RED-METODO TO WS-RED-MET(WS-RED-CANT)
                   END-IF
           END-READ.

           APLICA-REDONDEO.
           MOVE "N" TO WS-RED-HALLADO.
           MOVE 1 TO WS-RED-IDX.
           PERFORM BUSCA-REDONDEO
               UNTIL WS-RED-HALLADO = "S"
               OR WS-RED-IDX > WS-RED-CANT.
           IF WS-RED-HALLADO = "S"
               MOVE WS-RED-MET(WS-RED-IDX) TO WS-REDONDEO
           ELSE
               PERFORM REDONDEO-ANTERIOR
           END-IF.
           PERFORM REDONDEA-RESULTADO.

           BUSCA-REDONDEO.
           IF WS-RED-OPC(WS-RED-IDX) = OPCION_OPERACION
               MOVE "S" TO WS-RED-HALLADO
           ELSE
               ADD 1 TO WS-RED-IDX
           END-IF.

           REDONDEO-ANTERIOR.
           IF OPCION_OPERACION = 9 OR OPCION_OPERACION = 10
           OR OPCION_OPERACION = 12 OR OPCION_OPERACION = 13
               MOVE "R" TO WS-REDONDEO
           ELSE
               MOVE "T" TO WS-REDONDEO
           END-IF.

           REDONDEA-RESULTADO.
           EVALUATE WS-REDONDEO
           WHEN "R"
               COMPUTE RESULTADO ROUNDED = WS-CALCULO
                   ON SIZE ERROR MOVE "S" TO VALIDACION_OVERFLOW
               END-COMPUTE
           WHEN "B"
               COMPUTE RESULTADO ROUNDED MODE IS NEAREST-EVEN
                   = WS-CALCULO
                   ON SIZE ERROR MOVE "S" TO VALIDACION_OVERFLOW
               END-COMPUTE
           WHEN OTHER
               COMPUTE RESULTADO = WS-CALCULO
                   ON SIZE ERROR MOVE "S" TO VALIDACION_OVERFLOW
               END-COMPUTE
           END-EVALUATE.

           ENVIA-AUTORIZACION.
           MOVE WS-FECHA-ASIENTO TO WS-FECHA.
           ACCEPT WS-HORA FROM TIME.
           OPEN EXTEND APRFILE.
           IF WS-APR-STATUS = "35"
           MOVE RESULTADO TO APR-RESULTADO.
           MOVE WS-CONV-MONEDA TO APR-MONEDA.
           MOVE WS-TASA TO APR-TASA.
           MOVE WS-REDONDEO TO APR-REDONDEO.
           MOVE WS-TARIFA TO APR-TARIFA.
           MOVE WS-TRAMO TO APR-TRAMO.
           WRITE APR-RECORD.
           CLOSE APRFILE.

                   ADD 1 TO WS-REC-NUM
                   IF TRAN-TIPO-REG = "H"
                       PERFORM INICIA-LOTE-PROCESO
                       PERFORM ESCRIBE-ACUSE-ENCABEZADO
                   END-IF
                   IF TRAN-TIPO-REG = "D"
                       PERFORM PROCESA-TRANSACCION
                   END-IF
                   IF TRAN-TIPO-REG = "T"
                       PERFORM ESCRIBE-ACUSE-CIERRE
                   END-IF
                   PERFORM ESCRIBE-CHECKPOINT
           END-READ.

               ADD 1 TO WS-LOTE-ACT
               MOVE WS-LOTE-FECHA(WS-LOTE-ACT) TO WS-HDR-FECHA
               MOVE WS-LOTE-FUENTE(WS-LOTE-ACT) TO WS-HDR-FUENTE
               IF WS-LOTE-CERRADO(WS-LOTE-ACT) = "S"
                   MOVE WS-LOTE-FECHA(WS-LOTE-ACT) TO WS-FECHA-ASIENTO
               ELSE
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-ASIENTO
               END-IF
           END-IF.

           ESCRIBE-CHECKPOINT.
           MOVE 0 TO NUM3.
           MOVE SPACES TO WS-CONV-MONEDA.
           MOVE 0 TO WS-TASA.
           MOVE SPACES TO WS-TARIFA.
           MOVE 0 TO WS-TRAMO.
           MOVE "Y" TO WS-TRAN-OK.
           MOVE SPACES TO WS-TRAN-STATUS.
           ADD 1 TO WS-CONT-LEIDOS.
                   ADD 1 TO WS-CONT-R-CAMBIO
               END-IF
           END-IF.
           IF WS-TRAN-OK = "Y" AND OPCION_OPERACION = 13
               IF NUM1 NOT > 0
                   MOVE "N" TO WS-TRAN-OK
                   MOVE "ERROR: NUMEROS INVALIDOS" TO
                       WS-TRAN-STATUS
                   ADD 1 TO WS-CONT-R-NUM
               ELSE
                   MOVE TRAN-TARIFA TO WS-TARIFA
                   PERFORM BUSCA-TARIFA
                   IF WS-TARIFA-HALLADA = "N"
                       MOVE "N" TO WS-TRAN-OK
                       MOVE "ERROR: SIN TARIFA VIGENTE" TO
                           WS-TRAN-STATUS
                       ADD 1 TO WS-CONT-R-TARIFA
                   END-IF
               END-IF
           END-IF.
           IF WS-TRAN-OK = "Y" AND OPCION_OPERACION NOT = 11
               PERFORM OPERACIONES-REALIZA
               IF VALIDACION_OVERFLOW = "S"
                       ADD 1 TO WS-CONT-PEND
                   ELSE
                       PERFORM REGISTRA-LOG
                       IF WS-LOG-GRABADO = "S"
                           MOVE "OK" TO WS-TRAN-STATUS
                           ADD 1 TO WS-CONT-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.
           END-IF.
           PERFORM ACUMULA-LOTE.
           PERFORM ESCRIBE-SALIDA.
           PERFORM ESCRIBE-ACUSE.

           ACUMULA-LOTE.
           IF WS-LOTE-ACT > 0
                       ADD 1 TO WS-LOTE-R-DIV(WS-LOTE-ACT)
                   WHEN "ERROR: SIN TIPO DE CAMBIO"
                       ADD 1 TO WS-LOTE-R-CAMBIO(WS-LOTE-ACT)
                   WHEN "ERROR: SIN TARIFA VIGENTE"
                       ADD 1 TO WS-LOTE-R-TARIFA(WS-LOTE-ACT)
                   WHEN "ERROR: DESBORDAMIENTO"
                       ADD 1 TO WS-LOTE-R-DESB(WS-LOTE-ACT)
                   WHEN "ERROR: REVERSO INVALIDO"
                       ADD 1 TO WS-LOTE-R-REV(WS-LOTE-ACT)
                   WHEN "ERROR: YA REVERSADA"
                       ADD 1 TO WS-LOTE-R-REV(WS-LOTE-ACT)
                   WHEN "ERROR: REGISTRO BLOQUEADO"
                       ADD 1 TO WS-LOTE-R-BLOQ(WS-LOTE-ACT)
                   WHEN "ERROR: TRANLOG NO GRABADO"
                       ADD 1 TO WS-LOTE-R-GRAB(WS-LOTE-ACT)
                   WHEN OTHER
                       CONTINUE
                   END-EVALUATE
           MOVE "N" TO VALIDACION_OVERFLOW.
           EVALUATE TRUE
           WHEN OPCION_OPERACION = 1
           COMPUTE WS-CALCULO = NUM1 + NUM2
               ON SIZE ERROR MOVE "S" TO VALIDACION_OVERFLOW
           END-COMPUTE

           WHEN OPCION_OPERACION = 2
           COMPUTE WS-CALCULO = NUM1 - NUM2
               ON SIZE ERROR MOVE "S" TO VALIDACION_OVERFLOW
           END-COMPUTE

           WHEN OPCION_OPERACION = 3
           COMPUTE WS-CALCULO = NUM1 * NUM2
               ON SIZE ERROR MOVE "S" TO VALIDACION_OVERFLOW
           END-COMPUTE

           WHEN OPCION_OPERACION = 4
           COMPUTE WS-CALCULO = NUM1 / NUM2
               ON SIZE ERROR MOVE "S" TO VALIDACION_OVERFLOW
           END-COMPUTE

           WHEN OPCION_OPERACION = 7
           COMPUTE WS-CALCULO = (NUM1 * NUM2) / 100
               ON SIZE ERROR MOVE "S" TO VALIDACION_OVERFLOW
           END-COMPUTE

           WHEN OPCION_OPERACION = 8
           COMPUTE WS-CALCULO = NUM1 ** NUM2
               ON SIZE ERROR MOVE "S" TO VALIDACION_OVERFLOW
           END-COMPUTE

           WHEN OPCION_OPERACION = 9
           COMPUTE WS-CALCULO = NUM1
               * (100 - NUM2) * (100 + NUM3) / 10000
               ON SIZE ERROR MOVE "S" TO VALIDACION_OVERFLOW
           END-COMPUTE

           WHEN OPCION_OPERACION = 10
           COMPUTE WS-CALCULO = NUM1 * WS-TASA
               ON SIZE ERROR MOVE "S" TO VALIDACION_OVERFLOW
           END-COMPUTE

           WHEN OPCION_OPERACION = 13
           PERFORM ELIGE-TRAMO
           COMPUTE WS-CALCULO = NUM1 * WS-TASA / 100
               + WS-TAR-CUOTA(WS-TRAMO)
               ON SIZE ERROR MOVE "S" TO VALIDACION_OVERFLOW
           END-COMPUTE
           IF VALIDACION_OVERFLOW = "N"
               PERFORM TOPA-COMISION
           END-IF
           END-EVALUATE.
           IF VALIDACION_OVERFLOW = "N"
               PERFORM APLICA-REDONDEO
           END-IF.

           REGISTRA-LOG.
           MOVE WS-FECHA-ASIENTO TO WS-FECHA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-FECHA TO LOG-FECHA.
           MOVE WS-HORA TO LOG-HORA.
           MOVE TRAN-OPERADOR TO LOG-OPERADOR.
           MOVE 0 TO LOG-TRAN-REV.
           MOVE "N" TO LOG-REVERSADA.
           MOVE SPACES TO LOG-APROBADOR.
           MOVE 0 TO LOG-TRAN-AJU.
           MOVE WS-REDONDEO TO LOG-REDONDEO.
           MOVE WS-TARIFA TO LOG-TARIFA.
           MOVE WS-TRAMO TO LOG-TRAMO.
           PERFORM GRABA-TRANSACCION.

           PROCESA-REVERSO.
           IF FUNCTION TEST-NUMVAL(CHECK_NUM1) = 0
               ADD 1 TO WS-CONT-R-REV
           ELSE
               MOVE WS-REV-NUM TO LOG-TRAN-NUM
               READ LOGFILE WITH NO LOCK
                   INVALID KEY
                       MOVE "N" TO WS-TRAN-OK
                       MOVE "ERROR: REVERSO INVALIDO" TO
           END-IF.
           IF WS-TRAN-OK = "Y"
               PERFORM ASIENTA-REVERSO
           END-IF.
           IF WS-TRAN-OK = "Y"
               MOVE "OK" TO WS-TRAN-STATUS
               ADD 1 TO WS-CONT-OK
           END-IF.
           END-IF.

           ASIENTA-REVERSO.
           PERFORM BLOQUEA-ORIGINAL.
           IF WS-REV-BLOQUEO = "F"
               MOVE "N" TO WS-TRAN-OK
               MOVE "ERROR: REVERSO INVALIDO" TO WS-TRAN-STATUS
               ADD 1 TO WS-CONT-R-REV
           END-IF.
           IF WS-REV-BLOQUEO = "X"
               MOVE "N" TO WS-TRAN-OK
               MOVE "ERROR: REGISTRO BLOQUEADO" TO WS-TRAN-STATUS
               ADD 1 TO WS-CONT-R-BLOQ
           END-IF.
           IF WS-REV-BLOQUEO = "S"
               PERFORM MARCA-REVERSADA
           END-IF.
           IF WS-REV-BLOQUEO = "S"
               PERFORM GRABA-REVERSO
               IF WS-LOG-GRABADO NOT = "S"
                   PERFORM DESMARCA-REVERSADA
               END-IF
           END-IF.

           BLOQUEA-ORIGINAL.
           MOVE "N" TO WS-REV-BLOQUEO.
           MOVE 0 TO WS-INTENTOS-BLOQUEO.
           PERFORM INTENTA-BLOQUEO UNTIL WS-REV-BLOQUEO NOT = "N".

           INTENTA-BLOQUEO.
           ADD 1 TO WS-INTENTOS-BLOQUEO.
           MOVE WS-REV-NUM TO LOG-TRAN-NUM.
           READ LOGFILE WITH LOCK
               INVALID KEY MOVE "F" TO WS-REV-BLOQUEO
           END-READ.
           IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "02"
               MOVE "S" TO WS-REV-BLOQUEO
           END-IF.
           IF WS-REV-BLOQUEO = "N"
           AND WS-INTENTOS-BLOQUEO >= WS-MAX-INTENTOS
               MOVE "X" TO WS-REV-BLOQUEO
           END-IF.

           MARCA-REVERSADA.
           IF LOG-REVERSADA = "S"
               UNLOCK LOGFILE
               MOVE "N" TO WS-TRAN-OK
               MOVE "ERROR: YA REVERSADA" TO WS-TRAN-STATUS
               ADD 1 TO WS-CONT-R-REV
               MOVE "X" TO WS-REV-BLOQUEO
           ELSE
               PERFORM VERIFICA-AJUSTE-REVERSO
               IF WS-REV-BLOQUEO = "S"
                   COMPUTE WS-REV-RESULTADO = 0 - LOG-RESULTADO
                   MOVE LOG-RECORD TO WS-RCV-ANTES
                   MOVE "S" TO LOG-REVERSADA
                   REWRITE LOG-RECORD
                   IF WS-LOG-STATUS = "00"
                       PERFORM DIARIO-LOG-CAMBIO
                   ELSE
                       MOVE "N" TO WS-TRAN-OK
                       MOVE "ERROR: TRANLOG NO GRABADO" TO
                           WS-TRAN-STATUS
                       ADD 1 TO WS-CONT-R-GRAB
                       MOVE "X" TO WS-REV-BLOQUEO
                   END-IF
                   UNLOCK LOGFILE
               END-IF
           END-IF.

           VERIFICA-AJUSTE-REVERSO.
           IF LOG-OPCION = 10 AND LOG-TRAN-AJU > 0
               MOVE LOG-RECORD TO WS-REV-ORIGINAL
               MOVE LOG-RESULTADO TO WS-REV-CONV-RES
               MOVE "N" TO WS-REV-AJU-OK
               MOVE LOG-TRAN-AJU TO LOG-TRAN-NUM
               READ LOGFILE WITH NO LOCK
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF LOG-REVERSADA = "S"
                       AND LOG-NUM2 = WS-REV-CONV-RES
                           MOVE "S" TO WS-REV-AJU-OK
                       END-IF
               END-READ
               MOVE WS-REV-ORIGINAL TO LOG-RECORD
               IF WS-REV-AJU-OK = "N"
                   UNLOCK LOGFILE
                   MOVE "N" TO WS-TRAN-OK
                   MOVE "ERROR: REVERSO INVALIDO" TO
                       WS-TRAN-STATUS
                   ADD 1 TO WS-CONT-R-REV
                   MOVE "X" TO WS-REV-BLOQUEO
               END-IF
           END-IF.

           DESMARCA-REVERSADA.
           PERFORM BLOQUEA-ORIGINAL.
           IF WS-REV-BLOQUEO = "S"
               MOVE LOG-RECORD TO WS-RCV-ANTES
               MOVE "N" TO LOG-REVERSADA
               REWRITE LOG-RECORD
               IF WS-LOG-STATUS = "00"
                   PERFORM DIARIO-LOG-CAMBIO
               END-IF
               UNLOCK LOGFILE
           ELSE
               DISPLAY "TRANSACCION " WS-REV-NUM " QUEDO MARCADA"
                   " COMO REVERSADA SIN REVERSO"
           END-IF.

           GRABA-REVERSO.
           MOVE WS-FECHA-ASIENTO TO WS-FECHA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-FECHA TO LOG-FECHA.
           MOVE WS-HORA TO LOG-HORA.
           MOVE TRAN-OPERADOR TO LOG-OPERADOR.
           MOVE WS-REV-NUM TO LOG-TRAN-REV.
           MOVE "N" TO LOG-REVERSADA.
           MOVE SPACES TO LOG-APROBADOR.
           MOVE 0 TO LOG-TRAN-AJU.
           PERFORM GRABA-TRANSACCION.
           MOVE WS-REV-NUM TO NUM1.
           MOVE 0 TO NUM2.
           MOVE WS-REV-RESULTADO TO RESULTADO.
           IF (OPCION_OPERACION >= 1 AND OPCION_OPERACION <= 4)
           OR OPCION_OPERACION = 7 OR OPCION_OPERACION = 8
           OR OPCION_OPERACION = 9 OR OPCION_OPERACION = 10
           OR OPCION_OPERACION = 13
               MOVE "S" TO VALIDACION_MENU
           ELSE
               MOVE "N" TO VALIDACION_MENU
           MOVE WS-TRAN-STATUS TO REJ-MOTIVO.
           WRITE REJ-RECORD.

           ABRE-ACUSE.
           IF WS-CKPT-INICIO > 0
               PERFORM RECONSTRUYE-ACUSE
               OPEN EXTEND ACKFILE
               IF WS-ACK-STATUS = "35"
                   OPEN OUTPUT ACKFILE
               END-IF
           ELSE
               OPEN OUTPUT ACKFILE
           END-IF.

           RECONSTRUYE-ACUSE.
           MOVE "N" TO WS-EOF-ACK.
           OPEN INPUT ACKFILE.
           IF WS-ACK-STATUS NOT = "00"
               MOVE "S" TO WS-EOF-ACK
           END-IF.
           PERFORM LEE-ACUSE-PREVIO UNTIL WS-EOF-ACK = "S".
           IF WS-ACK-STATUS NOT = "35"
               CLOSE ACKFILE
           END-IF.

           LEE-ACUSE-PREVIO.
           READ ACKFILE
               AT END MOVE "S" TO WS-EOF-ACK
               NOT AT END
                   IF ACK-TIPO-REG = "D"
                       PERFORM BUSCA-LOTE-ACUSE
                       IF WS-ACK-HALLADO = "S"
                           PERFORM SUMA-ACUSE-PREVIO
                       END-IF
                   END-IF
           END-READ.

           BUSCA-LOTE-ACUSE.
           MOVE "N" TO WS-ACK-HALLADO.
           MOVE 1 TO WS-ACK-IDX.
           PERFORM CHECA-LOTE-ACUSE
               UNTIL WS-ACK-HALLADO = "S"
               OR WS-ACK-IDX > WS-LOTE-CANT.

           CHECA-LOTE-ACUSE.
           IF WS-LOTE-FECHA(WS-ACK-IDX) = ACK-FECHA
           AND WS-LOTE-FUENTE(WS-ACK-IDX) = ACK-FUENTE
               MOVE "S" TO WS-ACK-HALLADO
           ELSE
               ADD 1 TO WS-ACK-IDX
           END-IF.

           SUMA-ACUSE-PREVIO.
           EVALUATE ACK-ESTADO
           WHEN "A"
               ADD 1 TO WS-LOTE-ACK-A(WS-ACK-IDX)
               ADD ACK-HASH TO WS-LOTE-HASH-A(WS-ACK-IDX)
           WHEN "P"
               ADD 1 TO WS-LOTE-ACK-P(WS-ACK-IDX)
               ADD ACK-HASH TO WS-LOTE-HASH-P(WS-ACK-IDX)
           WHEN OTHER
               ADD 1 TO WS-LOTE-ACK-R(WS-ACK-IDX)
               ADD ACK-HASH TO WS-LOTE-HASH-R(WS-ACK-IDX)
           END-EVALUATE.

           ESCRIBE-ACUSE-ENCABEZADO.
           IF WS-LOTE-ACT > 0
               MOVE SPACES TO ACK-RECORD
               MOVE "H" TO ACK-TIPO-REG
               MOVE WS-HDR-FUENTE TO ACK-FUENTE
               MOVE WS-HDR-FECHA TO ACK-FECHA
               MOVE WS-FECHA-ASIENTO TO ACK-HDR-FECHA-ASIENTO
               ACCEPT ACK-HDR-FECHA-CORRIDA FROM DATE YYYYMMDD
               ACCEPT ACK-HDR-HORA-CORRIDA FROM TIME
               WRITE ACK-RECORD
           END-IF.

           ESCRIBE-ACUSE.
           IF WS-LOTE-ACT > 0
               MOVE 0 TO WS-CTL-HASH
               PERFORM SUMA-HASH
               MOVE SPACES TO ACK-RECORD
               MOVE "D" TO ACK-TIPO-REG
               MOVE WS-HDR-FUENTE TO ACK-FUENTE
               MOVE WS-HDR-FECHA TO ACK-FECHA
               MOVE TRAN-OPCION TO ACK-OPCION
               MOVE WS-CTL-HASH TO ACK-HASH
               MOVE WS-TRAN-STATUS TO ACK-MOTIVO
               IF WS-TRAN-OK = "Y"
                   MOVE RESULTADO TO ACK-RESULTADO
                   IF WS-TRAN-STATUS = "PENDIENTE DE AUTORIZACION"
                       MOVE "P" TO ACK-ESTADO
                       MOVE 0 TO ACK-TRAN-NUM
                       ADD 1 TO WS-LOTE-ACK-P(WS-LOTE-ACT)
                       ADD WS-CTL-HASH TO WS-LOTE-HASH-P(WS-LOTE-ACT)
                   ELSE
                       MOVE "A" TO ACK-ESTADO
                       MOVE WS-ULTIMO-TRAN TO ACK-TRAN-NUM
                       ADD 1 TO WS-LOTE-ACK-A(WS-LOTE-ACT)
                       ADD WS-CTL-HASH TO WS-LOTE-HASH-A(WS-LOTE-ACT)
                   END-IF
               ELSE
                   MOVE "R" TO ACK-ESTADO
                   MOVE 0 TO ACK-TRAN-NUM
                   MOVE 0 TO ACK-RESULTADO
                   ADD 1 TO WS-LOTE-ACK-R(WS-LOTE-ACT)
                   ADD WS-CTL-HASH TO WS-LOTE-HASH-R(WS-LOTE-ACT)
               END-IF
               COMPUTE ACK-SECUENCIA = WS-LOTE-ACK-A(WS-LOTE-ACT)
                   + WS-LOTE-ACK-P(WS-LOTE-ACT)
                   + WS-LOTE-ACK-R(WS-LOTE-ACT)
               WRITE ACK-RECORD
           END-IF.

           ESCRIBE-ACUSE-CIERRE.
           IF WS-LOTE-ACT > 0
               MOVE SPACES TO ACK-RECORD
               MOVE "T" TO ACK-TIPO-REG
               MOVE WS-HDR-FUENTE TO ACK-FUENTE
               MOVE WS-HDR-FECHA TO ACK-FECHA
               MOVE TRAN-TRL-CUENTA TO ACK-TRL-CUENTA
               MOVE TRAN-TRL-HASH TO ACK-TRL-HASH
               MOVE WS-LOTE-ACK-A(WS-LOTE-ACT) TO ACK-TRL-ASENTADAS
               MOVE WS-LOTE-HASH-A(WS-LOTE-ACT) TO ACK-TRL-HASH-ASEN
               MOVE WS-LOTE-ACK-P(WS-LOTE-ACT) TO ACK-TRL-PENDIENTES
               MOVE WS-LOTE-HASH-P(WS-LOTE-ACT) TO ACK-TRL-HASH-PEND
               MOVE WS-LOTE-ACK-R(WS-LOTE-ACT) TO ACK-TRL-RECHAZADAS
               MOVE WS-LOTE-HASH-R(WS-LOTE-ACT) TO ACK-TRL-HASH-RECH
               COMPUTE WS-ACK-CUENTA = WS-LOTE-ACK-A(WS-LOTE-ACT)
                   + WS-LOTE-ACK-P(WS-LOTE-ACT)
                   + WS-LOTE-ACK-R(WS-LOTE-ACT)
               COMPUTE WS-ACK-HASH = WS-LOTE-HASH-A(WS-LOTE-ACT)
                   + WS-LOTE-HASH-P(WS-LOTE-ACT)
                   + WS-LOTE-HASH-R(WS-LOTE-ACT)
               IF WS-ACK-CUENTA = TRAN-TRL-CUENTA
               AND WS-ACK-HASH = TRAN-TRL-HASH
                   MOVE "S" TO ACK-TRL-CUADRA
               ELSE
                   MOVE "N" TO ACK-TRL-CUADRA
                   DISPLAY "ACUSE NO CUADRA CON EL CIERRE: FECHA "
                       WS-HDR-FECHA " FUENTE " WS-HDR-FUENTE
               END-IF
               WRITE ACK-RECORD
           END-IF.

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
           MOVE "CALCBATCH" TO RCV-PROGRAMA.
           MOVE 0 TO RCV-SECUENCIA.
           MOVE TRAN-OPERADOR TO RCV-OPERADOR.
           MOVE WS-RCV-ARCHIVO TO RCV-ARCHIVO.
           MOVE WS-RCV-ACCION TO RCV-ACCION.
           MOVE WS-RCV-LLAVE TO RCV-LLAVE.
           MOVE WS-RCV-ANTES TO RCV-ANTES.
           MOVE WS-RCV-DESPUES TO RCV-DESPUES.
           MOVE "N" TO WS-RCV-GRABADO.
           MOVE 0 TO WS-INTENTOS-DIARIO.
           PERFORM INTENTA-DIARIO UNTIL WS-RCV-GRABADO NOT = "N".
           IF WS-RCV-GRABADO = "E"
               DISPLAY "ERROR AL GRABAR EL DIARIO TRANRCV (ESTADO "
                   WS-RCV-STATUS ") " WS-RCV-ARCHIVO " LLAVE "
                   WS-RCV-LLAVE
               DISPLAY "EL CAMBIO QUEDO ASENTADO SIN DIARIO; RESPALDAR"
                   " TRANLOG ANTES DE REANUDAR"
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


       END PROGRAM CALCBATCH.
