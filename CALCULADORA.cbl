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
           SELECT LIMFILE ASSIGN TO "CALCLIM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIM-STATUS.
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
           SELECT RCVFILE ASSIGN TO "TRANRCV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               LOCK MODE IS MANUAL
               RECORD KEY IS RCV-ID
               FILE STATUS IS WS-RCV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOGFILE
       FD CAMFILE
           RECORDING MODE IS F.
       COPY CAMREC.
       FD TARFILE
           RECORDING MODE IS F.
       COPY TARREC.
       FD LIMFILE
           RECORDING MODE IS F.
       COPY LIMREC.
       FD APRFILE
           RECORDING MODE IS F.
       COPY APRREC.
       FD FECFILE
           RECORDING MODE IS F.
       COPY FECREC.
       FD REDFILE
           RECORDING MODE IS F.
       COPY REDREC.
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
       01 CHECK_NUM3 PIC X(13).
       01 WS-FECHA PIC 9(8).
       01 WS-HORA PIC 9(8).
       01 WS-FEC-STATUS PIC XX.
       01 WS-FEC-KEY PIC 9(9) VALUE 1.
       01 WS-FECHA-SESION PIC 9(8) VALUE 0.
       01 WS-EOF-LOG PIC X.
       01 WS-LOG-STATUS PIC XX.
       01 WS-SALIR-PROGRAMA PIC X VALUE "N".
       01 WS-TASA PIC 9(5)V9(6).
       01 WS-TASA-HALLADA PIC X.
       01 WS-CONSULTA-MONEDA PIC X(3).
       01 WS-TAR-STATUS PIC XX.
       01 WS-EOF-TAR PIC X.
       01 WS-HAY-TARIFAS PIC X VALUE "N".
       01 WS-TARIFA PIC X(6).
       01 WS-TARIFA-HALLADA PIC X.
       01 WS-TRAMO PIC 9(2).
       COPY TARREC REPLACING LEADING ==TAR-== BY ==WS-TAR-==.
       01 WS-ULTIMO-RESULTADO PIC S999999999V99 VALUE 0.
       01 WS-HAY-RESULTADO PIC X VALUE "N".
       01 WS-MEMORIA PIC S999999999V99 VALUE 0.
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
       01 WS-OPER-STATUS PIC XX.
       01 WS-EOF-OPER PIC X.
       01 WS-OPERADOR-ID PIC X(8).
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
       01 WS-REV-BLOQUEO PIC X.
       01 WS-REV-ORIGINAL PIC X(150).
       01 WS-REV-CONV-RES PIC S9(9)V99.
       01 WS-REV-AJU-OK PIC X.
       01 WS-INTENTOS-BLOQUEO PIC 9(4).
       01 WS-MAX-INTENTOS PIC 9(4) VALUE 100.
       01 WS-RESP-BLOQUEO PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE1.
               IF WS-HAY-TIPOCAM = "S"
                   CLOSE CAMFILE
               END-IF
               IF WS-HAY-TARIFAS = "S"
                   CLOSE TARFILE
               END-IF
           END-IF.
           STOP RUN.

               CLOSE LOGFILE
               OPEN I-O LOGFILE
           END-IF.
           PERFORM ABRE-NUMERADOR.
           PERFORM ABRE-TIPOCAM.
           PERFORM ABRE-TARIFAS.
           PERFORM CARGA-LIMITES.
           PERFORM CARGA-REDONDEO.
           PERFORM LEE-FECHA-NEGOCIO.
           DISPLAY "Fecha de negocio: " WS-FECHA-SESION.

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

           ABRE-TIPOCAM.
           OPEN INPUT CAMFILE.
           END-IF.

           BUSCA-TASA.
           PERFORM LEE-FECHA-NEGOCIO.
           MOVE "N" TO WS-TASA-HALLADA.
           MOVE 0 TO WS-TASA.
           IF WS-HAY-TIPOCAM = "S"
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
           PERFORM LEE-FECHA-NEGOCIO.
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
                   ON SIZE ERROR
                       DISPLAY "Desbordamiento! Verifique los"
                           " numeros."
                       MOVE "S" TO WS-REINTENTA-CALCULO
               END-COMPUTE
           WHEN "B"
               COMPUTE RESULTADO ROUNDED MODE IS NEAREST-EVEN
                   = WS-CALCULO
                   ON SIZE ERROR
                       DISPLAY "Desbordamiento! Verifique los"
                           " numeros."
                       MOVE "S" TO WS-REINTENTA-CALCULO
               END-COMPUTE
           WHEN OTHER
               COMPUTE RESULTADO = WS-CALCULO
                   ON SIZE ERROR
                       DISPLAY "Desbordamiento! Verifique los"
                           " numeros."
                       MOVE "S" TO WS-REINTENTA-CALCULO
               END-COMPUTE
           END-EVALUATE.

           ENVIA-AUTORIZACION.
           PERFORM LEE-FECHA-NEGOCIO.
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
           DISPLAY "El resultado excede el tope de la operacion;"
               " queda pendiente de autorizacion (CALCAPR).".

           ABRE-NUMERADOR.
           OPEN I-O NUMFILE.
           IF WS-NUM-STATUS = "35"
               OPEN OUTPUT NUMFILE
               CLOSE NUMFILE
               OPEN I-O NUMFILE
           END-IF.
           PERFORM LEE-NUMERADOR.

           LEE-NUMERADOR.
           MOVE 1 TO WS-NUM-KEY.
           READ NUMFILE WITH NO LOCK
               INVALID KEY MOVE 0 TO WS-ULTIMO-TRAN
               NOT INVALID KEY
                   MOVE NUM-ULTIMO-TRAN TO WS-ULTIMO-TRAN
           END-READ.

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

           CICLO-PRINCIPAL.
           MOVE "S" TO WS-REINTENTA-CALCULO.
           MOVE 0 TO NUM3.
           MOVE SPACES TO WS-CONV-MONEDA.
           MOVE 0 TO WS-TASA.
           MOVE SPACES TO WS-TARIFA.
           MOVE 0 TO WS-TRAMO.
           PERFORM EXCEPCIONES_NUMEROS.
           PERFORM CAPTURA-DATOS UNTIL VALIDACION_NUMERO = "S".

               DISPLAY "9.- Importe neto (base, desc %, imp %)"
               DISPLAY "10.- Conversion de moneda"
               DISPLAY "11.- Reverso (num1 = transaccion a reversar)"
               DISPLAY "13.- Comision por tarifa (num1 = importe)"
           ACCEPT OPCION_OPERACION.
           PERFORM EXCEPCIONES_MENU.
           IF OPCION_OPERACION = 6
           IF OPCION_OPERACION = 10 AND VALIDACION_MENU = "S"
               PERFORM CAPTURA-MONEDA
           END-IF.
           IF OPCION_OPERACION = 13 AND VALIDACION_MENU = "S"
               PERFORM CAPTURA-TARIFA
           END-IF.
           PERFORM OPERACIONES-CAPTURA UNTIL VALIDACION_MENU = "S".

           CAPTURA-MONEDA.
           PERFORM CAPTURA-MONEDA
               UNTIL WS-CONV-MONEDA NOT = SPACES.

           CAPTURA-TARIFA.
           DISPLAY "Importe sobre el que se cobra = primer numero."
           DISPLAY "Ingrese el codigo de tarifa: ".
           ACCEPT WS-TARIFA.
           PERFORM CAPTURA-TARIFA
               UNTIL WS-TARIFA NOT = SPACES.

           CAPTURA-IMPUESTO.
           MOVE "S" TO VALIDACION_NUMERO.
           DISPLAY "Base = primer numero, descuento % = segundo."
           MOVE "N" TO WS-REINTENTA-CALCULO.
           EVALUATE TRUE
           WHEN OPCION_OPERACION = 1
           COMPUTE WS-CALCULO = NUM1 + NUM2
               ON SIZE ERROR
                   DISPLAY "Desbordamiento! Verifique los numeros."
                   MOVE "S" TO WS-REINTENTA-CALCULO
           END-COMPUTE

           WHEN OPCION_OPERACION = 2
           COMPUTE WS-CALCULO = NUM1 - NUM2
               ON SIZE ERROR
                   DISPLAY "Desbordamiento! Verifique los numeros."
                   MOVE "S" TO WS-REINTENTA-CALCULO
           END-COMPUTE

           WHEN OPCION_OPERACION = 3
           COMPUTE WS-CALCULO = NUM1 * NUM2
               ON SIZE ERROR
                   DISPLAY "Desbordamiento! Verifique los numeros."
                   MOVE "S" TO WS-REINTENTA-CALCULO
           IF VALIDACION_DIVISION = "N"
               MOVE "S" TO WS-REINTENTA-CALCULO
           ELSE
               COMPUTE WS-CALCULO = NUM1 / NUM2
                   ON SIZE ERROR
                       DISPLAY "Desbordamiento! Verifique los numeros."
                       MOVE "S" TO WS-REINTENTA-CALCULO
           END-IF

           WHEN OPCION_OPERACION = 7
           COMPUTE WS-CALCULO = (NUM1 * NUM2) / 100
               ON SIZE ERROR
                   DISPLAY "Desbordamiento! Verifique los numeros."
                   MOVE "S" TO WS-REINTENTA-CALCULO
           END-COMPUTE

           WHEN OPCION_OPERACION = 8
           COMPUTE WS-CALCULO = NUM1 ** NUM2
               ON SIZE ERROR
                   DISPLAY "Desbordamiento! Verifique los numeros."
                   MOVE "S" TO WS-REINTENTA-CALCULO
           END-COMPUTE

           WHEN OPCION_OPERACION = 9
           COMPUTE WS-CALCULO = NUM1
               * (100 - NUM2) * (100 + NUM3) / 10000
               ON SIZE ERROR
                   DISPLAY "Desbordamiento! Verifique los numeros."
               MOVE "S" TO WS-REINTENTA-CALCULO
           ELSE
               DISPLAY "Tasa aplicada: " WS-TASA
               COMPUTE WS-CALCULO = NUM1 * WS-TASA
                   ON SIZE ERROR
                       DISPLAY "Desbordamiento! Verifique los"
                           " numeros."
                       MOVE "S" TO WS-REINTENTA-CALCULO
               END-COMPUTE
           END-IF

           WHEN OPCION_OPERACION = 13
           IF NUM1 NOT > 0
               DISPLAY "El importe debe ser mayor a cero!"
               MOVE "S" TO WS-REINTENTA-CALCULO
           ELSE
               PERFORM BUSCA-TARIFA
               IF WS-TARIFA-HALLADA = "N"
                   DISPLAY "No hay tarifa vigente " WS-TARIFA
                       " - avise al supervisor (CALCTARF)."
                   MOVE "S" TO WS-REINTENTA-CALCULO
               ELSE
                   PERFORM ELIGE-TRAMO
                   DISPLAY "Tramo aplicado: " WS-TRAMO
                       " Porcentaje: " WS-TASA
                       " Cuota: " WS-TAR-CUOTA(WS-TRAMO)
                   COMPUTE WS-CALCULO = NUM1 * WS-TASA / 100
                       + WS-TAR-CUOTA(WS-TRAMO)
                       ON SIZE ERROR
                           DISPLAY "Desbordamiento! Verifique los"
                               " numeros."
                           MOVE "S" TO WS-REINTENTA-CALCULO
                   END-COMPUTE
                   PERFORM TOPA-COMISION
               END-IF
           END-IF
           END-EVALUATE.
           IF WS-REINTENTA-CALCULO = "N"
               PERFORM APLICA-REDONDEO
           END-IF.

           REGISTRA-LOG.
           PERFORM LEE-FECHA-NEGOCIO.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-FECHA TO LOG-FECHA.
           MOVE WS-HORA TO LOG-HORA.
           MOVE WS-OPERADOR-ID TO LOG-OPERADOR.
           MOVE 0 TO LOG-TRAN-REV.
           MOVE "N" TO LOG-REVERSADA.
           MOVE SPACES TO LOG-APROBADOR.
           MOVE 0 TO LOG-TRAN-AJU.
           MOVE WS-REDONDEO TO LOG-REDONDEO.
           MOVE WS-TARIFA TO LOG-TARIFA.
           MOVE WS-TRAMO TO LOG-TRAMO.
           PERFORM GRABA-TRANSACCION.

           REALIZA-REVERSO.
           MOVE NUM1 TO WS-REV-NUM.
               DISPLAY "Numero de transaccion invalido!"
           ELSE
               MOVE WS-REV-NUM TO LOG-TRAN-NUM
               READ LOGFILE WITH NO LOCK
                   INVALID KEY
                       DISPLAY "No existe la transaccion "
                           WS-REV-NUM "!"
           END-IF.

           ASIENTA-REVERSO.
           PERFORM BLOQUEA-ORIGINAL.
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
               INVALID KEY
                   DISPLAY "No existe la transaccion "
                       WS-REV-NUM "!"
                   MOVE "X" TO WS-REV-BLOQUEO
           END-READ.
           IF WS-LOG-STATUS = "00" OR WS-LOG-STATUS = "02"
               MOVE "S" TO WS-REV-BLOQUEO
           END-IF.
           IF WS-REV-BLOQUEO = "N"
           AND WS-INTENTOS-BLOQUEO >= WS-MAX-INTENTOS
               DISPLAY "La transaccion " WS-REV-NUM
                   " esta siendo actualizada por otra sesion"
                   " (estado " WS-LOG-STATUS ")."
               PERFORM PREGUNTA-REINTENTO
               IF WS-RESP-BLOQUEO = "C"
                   DISPLAY "Reverso cancelado; no se asento."
                   MOVE "X" TO WS-REV-BLOQUEO
               END-IF
           END-IF.

           MARCA-REVERSADA.
           IF LOG-REVERSADA = "S"
               UNLOCK LOGFILE
               DISPLAY "La transaccion ya fue reversada por otra"
                   " sesion!"
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
                       DISPLAY "No se pudo marcar la transaccion "
                           WS-REV-NUM " (estado " WS-LOG-STATUS ")."
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
                   DISPLAY "La conversion " WS-REV-NUM
                       " tiene ajuste cambiario vigente;"
                       " reverse primero el/los ajuste(s)."
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
               DISPLAY "La transaccion " WS-REV-NUM " quedo marcada"
                   " como reversada sin reverso; avise al supervisor."
           END-IF.

           GRABA-REVERSO.
           PERFORM LEE-FECHA-NEGOCIO.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-FECHA TO LOG-FECHA.
           MOVE WS-HORA TO LOG-HORA.
           MOVE WS-OPERADOR-ID TO LOG-OPERADOR.
           MOVE WS-REV-NUM TO LOG-TRAN-REV.
           MOVE "N" TO LOG-REVERSADA.
           MOVE SPACES TO LOG-APROBADOR.
           MOVE 0 TO LOG-TRAN-AJU.
           PERFORM GRABA-TRANSACCION.
           IF WS-LOG-GRABADO = "S"
               DISPLAY "Reverso asentado: transaccion " LOG-TRAN-NUM
                   " por " WS-REV-RESULTADO "."
           END-IF.

           EXCEPCIONES_DIVISION.
           IF NUM2 = ZERO
           OR OPCION_OPERACION = 5 OR OPCION_OPERACION = 6
           OR OPCION_OPERACION = 7 OR OPCION_OPERACION = 8
           OR OPCION_OPERACION = 9 OR OPCION_OPERACION = 10
           OR OPCION_OPERACION = 11 OR OPCION_OPERACION = 13
               MOVE "S" TO VALIDACION_MENU
           ELSE
               DISPLAY "Ingrese una opcion valida!"
               PERFORM CAPTURA-RANGO
               PERFORM CONSULTA-RANGO
           WHEN 3
               DISPLAY "Tipo de operacion (1-4, 7-10, 13): "
               ACCEPT WS-CONSULTA-TIPO
               PERFORM CAPTURA-RANGO
               PERFORM CONSULTA-RANGO
           ACCEPT WS-CONSULTA-HASTA.

           CONSULTA-ULTIMAS.
           PERFORM LEE-NUMERADOR.
           IF WS-ULTIMO-TRAN > WS-HISTORIAL-MAX
               COMPUTE WS-HISTORIAL-DESDE =
                   WS-ULTIMO-TRAN - WS-HISTORIAL-MAX + 1
           PERFORM LEE-HISTORIAL-SIG UNTIL WS-EOF-LOG = "S".

           LEE-HISTORIAL-SIG.
           READ LOGFILE NEXT RECORD WITH NO LOCK
               AT END MOVE "S" TO WS-EOF-LOG
               NOT AT END PERFORM MUESTRA-REGISTRO
           END-READ.
           DISPLAY "Registros encontrados: " WS-CONSULTA-CONT.

           LEE-CONSULTA-SIG.
           READ LOGFILE NEXT RECORD WITH NO LOCK
               AT END MOVE "S" TO WS-EOF-LOG
               NOT AT END
                   IF LOG-FECHA > WS-CONSULTA-HASTA
               " Opcion: " LOG-OPCION
               " Resultado: " LOG-RESULTADO
               " Moneda: " LOG-MONEDA
               " Tasa: " LOG-TASA
               " Tarifa: " LOG-TARIFA
               " Tramo: " LOG-TRAMO.


           DISPLAY-USUARIO.
               END-IF
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

           GRABA-DIARIO.
           ACCEPT RCV-FECHA FROM DATE YYYYMMDD.
           ACCEPT RCV-HORA FROM TIME.
           MOVE "CALCULADORA" TO RCV-PROGRAMA.
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


       END PROGRAM CALCULADORA.
