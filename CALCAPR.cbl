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
           SELECT FECFILE ASSIGN TO "FECCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-FEC-KEY
               FILE STATUS IS WS-FEC-STATUS.
           SELECT TARFILE ASSIGN TO "TARIFAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-LLAVE
               FILE STATUS IS WS-TAR-STATUS.
           SELECT OPERFILE ASSIGN TO "OPERMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT RCVFILE ASSIGN TO "TRANRCV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               LOCK MODE IS MANUAL
               RECORD KEY IS RCV-ID
               FILE STATUS IS WS-RCV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD APRFILE
       FD NUMFILE
           RECORDING MODE IS F.
       COPY NUMREC.
       FD FECFILE
           RECORDING MODE IS F.
       COPY FECREC.
       FD TARFILE
           RECORDING MODE IS F.
       COPY TARREC.
       FD OPERFILE
           RECORDING MODE IS F.
       COPY OPERREC.
       FD RCVFILE
           RECORDING MODE IS F.
       COPY RCVREC.
       WORKING-STORAGE SECTION.
       01 WS-APR-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-ACCION PIC X.
       01 WS-FECHA PIC 9(8).
       01 WS-HORA PIC 9(8).
       01 WS-FEC-STATUS PIC XX.
       01 WS-FEC-KEY PIC 9(9) VALUE 1.
       01 WS-FECHA-SESION PIC 9(8) VALUE 0.
       01 WS-NUM-KEY PIC 9(9) VALUE 1.
       01 WS-ULTIMO-TRAN PIC 9(9) VALUE 0.
       01 WS-CONT-PEND PIC 9(5) VALUE 0.
       01 WS-OPERADOR-NOMBRE PIC X(30).
       01 WS-OPERADOR-OK PIC X.
       01 WS-INTENTOS-SESION PIC 9(2).
       01 WS-RCV-STATUS PIC XX.
       01 WS-RCV-ACCION PIC X.
       01 WS-RCV-ARCHIVO PIC X(8).
       01 WS-RCV-LLAVE PIC 9(9).
       01 WS-RCV-ANTES PIC X(150).
       01 WS-RCV-DESPUES PIC X(150).
       01 WS-RCV-GRABADO PIC X.
       01 WS-INTENTOS-DIARIO PIC 9(4).
       01 WS-NUM-ANTES PIC 9(9) VALUE 0.
       01 WS-NUM-ASIGNADO PIC X.
       01 WS-LOG-GRABADO PIC X.
       01 WS-INTENTOS-BLOQUEO PIC 9(4).
       01 WS-MAX-INTENTOS PIC 9(4) VALUE 100.
       01 WS-RESP-BLOQUEO PIC X.
       01 WS-TAR-STATUS PIC XX.
       01 WS-EOF-TAR PIC X.
       01 WS-HAY-TARIFAS PIC X VALUE "N".
       01 WS-TARIFA PIC X(6).
       01 WS-TARIFA-HALLADA PIC X.
       01 WS-TRAMO PIC 9(2).
       COPY TARREC REPLACING LEADING ==TAR-== BY ==WS-TAR-==.
       01 WS-TASA PIC 9(5)V9(6).
       01 WS-CALCULO PIC S9(9)V9(8).
       01 WS-RECALCULO PIC S9(9)V99.
       01 WS-REDONDEO PIC X.
       01 WS-COMISION-OK PIC X.

       PROCEDURE DIVISION.
       MAIN-AUTORIZA.
           CLOSE APRFILE.
           CLOSE LOGFILE.
           CLOSE NUMFILE.
           IF WS-HAY-TARIFAS = "S"
               CLOSE TARFILE
           END-IF.
           DISPLAY "Pendientes revisadas: " WS-CONT-PEND.
           DISPLAY "Liberadas:            " WS-CONT-LIB.
           DISPLAY "Rechazadas:           " WS-CONT-RECH.
               CLOSE LOGFILE
               OPEN I-O LOGFILE
           END-IF.
           PERFORM ABRE-NUMERADOR.
           PERFORM ABRE-TARIFAS.
           PERFORM LEE-FECHA-NEGOCIO.
           DISPLAY "Fecha de negocio: " WS-FECHA-SESION.

           ABRE-TARIFAS.
           OPEN INPUT TARFILE.
           IF WS-TAR-STATUS = "00"
               MOVE "S" TO WS-HAY-TARIFAS
           ELSE
               MOVE "N" TO WS-HAY-TARIFAS
           END-IF.

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
               PERFORM NUMERO-OCUPADO
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

           NUMERO-OCUPADO.
           IF WS-INTENTOS-BLOQUEO >= WS-MAX-INTENTOS
               DISPLAY "El numerador de transacciones esta ocupado"
                   " por otra sesion (estado " WS-NUM-STATUS ")."
               PERFORM PREGUNTA-REINTENTO
               IF WS-RESP-BLOQUEO = "C"
                   MOVE "X" TO WS-NUM-ASIGNADO
               END-IF
           END-IF.

           PREGUNTA-REINTENTO.
           DISPLAY "ENTER = reintentar, C = cancelar (no se asienta"
               " nada): ".
           MOVE SPACE TO WS-RESP-BLOQUEO.
           ACCEPT WS-RESP-BLOQUEO.
           IF WS-RESP-BLOQUEO = "c" MOVE "C" TO WS-RESP-BLOQUEO END-IF.
           MOVE 0 TO WS-INTENTOS-BLOQUEO.

           GRABA-TRANSACCION.
           MOVE "N" TO WS-LOG-GRABADO.
           PERFORM INTENTA-GRABA-LOG UNTIL WS-LOG-GRABADO NOT = "N".
           IF WS-LOG-GRABADO = "E"
               DISPLAY "No se pudo grabar en TRANLOG (estado "
                   WS-LOG-STATUS "); la operacion no se asento."
           END-IF.
           IF WS-LOG-GRABADO = "X"
               DISPLAY "Operacion cancelada; no se asento."
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

           LEE-FECHA-NEGOCIO.
           MOVE 1 TO WS-FEC-KEY.
           OPEN INPUT FECFILE.
           IF WS-FEC-STATUS = "00"
               READ FECFILE
                   INVALID KEY ACCEPT WS-FECHA FROM DATE YYYYMMDD
                   NOT INVALID KEY MOVE FEC-FECHA-NEGOCIO TO WS-FECHA
               END-READ
               CLOSE FECFILE
           ELSE
               ACCEPT WS-FECHA FROM DATE YYYYMMDD
           END-IF.
           IF WS-FECHA-SESION NOT = 0
           AND WS-FECHA NOT = WS-FECHA-SESION
               DISPLAY "La fecha de negocio " WS-FECHA-SESION
                   " ya se cerro; se asienta con fecha " WS-FECHA "."
           END-IF.
           MOVE WS-FECHA TO WS-FECHA-SESION.

           ATIENDE-PENDIENTE.
           READ APRFILE
               "  Num3: " APR-NUM3.
           DISPLAY "Resultado: " APR-RESULTADO
               "  Moneda: " APR-MONEDA
               "  Tasa: " APR-TASA
               "  Redondeo: " APR-REDONDEO.
           IF APR-OPCION = 13
               DISPLAY "Tarifa: " APR-TARIFA
                   "  Tramo: " APR-TRAMO
           END-IF.
           MOVE SPACE TO WS-ACCION.
           PERFORM PREGUNTA-ACCION
               UNTIL WS-ACCION = "L" OR WS-ACCION = "R"
           EVALUATE WS-ACCION
           WHEN "L"
               PERFORM ASIENTA-APROBADA
               IF WS-LOG-GRABADO = "S"
                   MOVE "L" TO APR-ESTADO
                   REWRITE APR-RECORD
                   ADD 1 TO WS-CONT-LIB
               ELSE
                   DISPLAY "Queda pendiente."
                   ADD 1 TO WS-CONT-SALT
               END-IF
           WHEN "R"
               MOVE "R" TO APR-ESTADO
               REWRITE APR-RECORD
           IF WS-ACCION = "s" MOVE "S" TO WS-ACCION END-IF.

           ASIENTA-APROBADA.
           PERFORM LEE-FECHA-NEGOCIO.
           MOVE "S" TO WS-COMISION-OK.
           IF APR-OPCION = 13
               PERFORM VERIFICA-COMISION
           END-IF.
           IF WS-COMISION-OK = "S"
               PERFORM GRABA-APROBADA
           ELSE
               DISPLAY "Tarifa cambio desde la captura; rechazar y"
                   " recapturar."
               MOVE "N" TO WS-LOG-GRABADO
           END-IF.

           GRABA-APROBADA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-FECHA TO LOG-FECHA.
           MOVE WS-HORA TO LOG-HORA.
           MOVE APR-OPERADOR TO LOG-OPERADOR.
           MOVE 0 TO LOG-TRAN-REV.
           MOVE "N" TO LOG-REVERSADA.
           MOVE WS-OPERADOR-ID TO LOG-APROBADOR.
           MOVE 0 TO LOG-TRAN-AJU.
           MOVE APR-REDONDEO TO LOG-REDONDEO.
           MOVE APR-TARIFA TO LOG-TARIFA.
           MOVE APR-TRAMO TO LOG-TRAMO.
           PERFORM GRABA-TRANSACCION.
           IF WS-LOG-GRABADO = "S"
               DISPLAY "Liberada y asentada como transaccion "
                   LOG-TRAN-NUM "."
           END-IF.

           VERIFICA-COMISION.
           MOVE APR-TARIFA TO WS-TARIFA.
           PERFORM BUSCA-TARIFA.
           IF WS-TARIFA-HALLADA = "N"
               DISPLAY "No hay tarifa vigente " WS-TARIFA
                   " al " WS-FECHA "."
               MOVE "N" TO WS-COMISION-OK
           ELSE
               IF WS-TAR-FECHA > APR-FECHA
                   MOVE "N" TO WS-COMISION-OK
               ELSE
                   PERFORM ELIGE-TRAMO
                   COMPUTE WS-CALCULO = APR-NUM1 * WS-TASA / 100
                       + WS-TAR-CUOTA(WS-TRAMO)
                       ON SIZE ERROR MOVE "N" TO WS-COMISION-OK
                   END-COMPUTE
                   IF WS-COMISION-OK = "S"
                       PERFORM TOPA-COMISION
                       PERFORM REDONDEA-COMISION
                   END-IF
                   IF WS-COMISION-OK = "S"
                       IF WS-TRAMO NOT = APR-TRAMO
                       OR WS-RECALCULO NOT = APR-RESULTADO
                           MOVE "N" TO WS-COMISION-OK
                       END-IF
                   END-IF
               END-IF
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
                   OR TAR-FECHA > WS-FECHA
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
               OR APR-NUM1 NOT > WS-TAR-LIMITE(WS-TRAMO).
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

           REDONDEA-COMISION.
           MOVE APR-REDONDEO TO WS-REDONDEO.
           IF WS-REDONDEO = SPACE
               MOVE "R" TO WS-REDONDEO
           END-IF.
           EVALUATE WS-REDONDEO
           WHEN "R"
               COMPUTE WS-RECALCULO ROUNDED = WS-CALCULO
                   ON SIZE ERROR MOVE "N" TO WS-COMISION-OK
               END-COMPUTE
           WHEN "B"
               COMPUTE WS-RECALCULO ROUNDED MODE IS NEAREST-EVEN
                   = WS-CALCULO
                   ON SIZE ERROR MOVE "N" TO WS-COMISION-OK
               END-COMPUTE
           WHEN OTHER
               COMPUTE WS-RECALCULO = WS-CALCULO
                   ON SIZE ERROR MOVE "N" TO WS-COMISION-OK
               END-COMPUTE
           END-EVALUATE.

           DIARIO-LOG-ALTA.
           MOVE "A" TO WS-RCV-ACCION.
           MOVE SPACES TO WS-RCV-ANTES.
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

           GRABA-DIARIO.
           ACCEPT RCV-FECHA FROM DATE YYYYMMDD.
           ACCEPT RCV-HORA FROM TIME.
           MOVE "CALCAPR" TO RCV-PROGRAMA.
           MOVE 0 TO RCV-SECUENCIA.
           MOVE WS-OPERADOR-ID TO RCV-OPERADOR.
           MOVE WS-RCV-ARCHIVO TO RCV-ARCHIVO.
           MOVE WS-RCV-ACCION TO RCV-ACCION.
           MOVE WS-RCV-LLAVE TO RCV-LLAVE.
           MOVE WS-RCV-ANTES TO RCV-ANTES.
           MOVE WS-RCV-DESPUES TO RCV-DESPUES.
           MOVE "N" TO WS-RCV-GRABADO.
           MOVE 0 TO WS-INTENTOS-DIARIO.
           MOVE SPACES TO WS-RCV-STATUS.
           PERFORM ABRE-DIARIO
               UNTIL WS-RCV-STATUS = "00"
               OR WS-INTENTOS-DIARIO >= WS-MAX-INTENTOS.
           IF WS-RCV-STATUS = "00"
               MOVE 0 TO WS-INTENTOS-DIARIO
               PERFORM INTENTA-DIARIO UNTIL WS-RCV-GRABADO NOT = "N"
               CLOSE RCVFILE
           ELSE
               MOVE "E" TO WS-RCV-GRABADO
           END-IF.
           IF WS-RCV-GRABADO = "E"
               PERFORM AVISA-DIARIO
           END-IF.

           ABRE-DIARIO.
           ADD 1 TO WS-INTENTOS-DIARIO.
           OPEN I-O RCVFILE.
           IF WS-RCV-STATUS = "35"
               OPEN OUTPUT RCVFILE
               CLOSE RCVFILE
               OPEN I-O RCVFILE
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

           AVISA-DIARIO.
           DISPLAY "No se pudo grabar en el diario de recuperacion"
               " TRANRCV (estado " WS-RCV-STATUS ").".
           DISPLAY "El cambio a " WS-RCV-ARCHIVO " llave "
               WS-RCV-LLAVE " quedo asentado sin diario; avise al"
               " supervisor para respaldar TRANLOG.".


       END PROGRAM CALCAPR.
