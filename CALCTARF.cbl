       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCTARF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARFILE ASSIGN TO "TARIFAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-LLAVE
               FILE STATUS IS WS-TAR-STATUS.
           SELECT OPERFILE ASSIGN TO "OPERMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT TAUFILE ASSIGN TO "TARAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAU-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TARFILE
           RECORDING MODE IS F.
       COPY TARREC.
       FD OPERFILE
           RECORDING MODE IS F.
       COPY OPERREC.
       FD TAUFILE
           RECORDING MODE IS F.
       COPY TAUREC.
       WORKING-STORAGE SECTION.
       01 WS-TAR-STATUS PIC XX.
       01 WS-OPER-STATUS PIC XX.
       01 WS-TAU-STATUS PIC XX.
       01 WS-EOF-TAR PIC X.
       01 WS-EOF-OPER PIC X.
       01 WS-EOF-TAU PIC X.
       01 WS-SALIR PIC X VALUE "N".
       01 WS-OPCION-TARF PIC 9.
       01 WS-CAPT-CODIGO PIC X(6).
       01 WS-CAPT-FECHA PIC X(8).
       01 WS-CAPT-VALOR PIC X(13).
       01 WS-CAPT-OK PIC X.
       01 WS-VALOR-NUM PIC S9(10)V9(4).
       01 WS-LIMITE-ANT PIC 9(9)V99.
       01 WS-TRAMO-IDX PIC 9(2).
       01 WS-MUESTRA-IDX PIC 9(2).
       01 WS-TARIFA-EXISTIA PIC X.
       01 WS-TAR-ANTES PIC X(334).
       01 WS-CONT-TARIFAS PIC 9(5).
       01 WS-CONT-AUD PIC 9(5).
       01 WS-FECHA-MOV PIC 9(8).
       01 WS-HORA-MOV PIC 9(8).
       01 WS-AUD-DESDE PIC X(8).
       01 WS-AUD-HASTA PIC X(8).
       01 WS-AUD-DESDE-N PIC 9(8).
       01 WS-AUD-HASTA-N PIC 9(8).
       01 WS-OPERADOR-ID PIC X(8).
       01 WS-OPERADOR-NOMBRE PIC X(30).
       01 WS-OPERADOR-OK PIC X.
       01 WS-INTENTOS-SESION PIC 9(2).
       COPY TARREC REPLACING LEADING ==TAR-== BY ==WS-TAR-==.

       PROCEDURE DIVISION.
       MAIN-TARF.

           PERFORM INICIA-SESION.
           IF WS-OPERADOR-OK NOT = "S"
               STOP RUN
           END-IF.
           OPEN I-O TARFILE.
           IF WS-TAR-STATUS = "35"
               OPEN OUTPUT TARFILE
               CLOSE TARFILE
               OPEN I-O TARFILE
           END-IF.
           PERFORM MENU-TARF UNTIL WS-SALIR = "S".
           CLOSE TARFILE.
           STOP RUN.

           INICIA-SESION.
           MOVE "N" TO WS-OPERADOR-OK.
           MOVE 0 TO WS-INTENTOS-SESION.
           PERFORM CAPTURA-OPERADOR
               UNTIL WS-OPERADOR-OK = "S"
               OR WS-INTENTOS-SESION >= 3.
           IF WS-OPERADOR-OK NOT = "S"
               DISPLAY "Operador no autorizado. Sesion terminada."
           END-IF.

           CAPTURA-OPERADOR.
           ADD 1 TO WS-INTENTOS-SESION.
           DISPLAY "Ingrese su ID de operador (supervisor): ".
           ACCEPT WS-OPERADOR-ID.
           PERFORM VALIDA-OPERADOR.
           IF WS-OPERADOR-OK = "S"
               DISPLAY "Bienvenido " WS-OPERADOR-NOMBRE
           ELSE
               DISPLAY "Se requiere un supervisor activo!"
           END-IF.

           VALIDA-OPERADOR.
           MOVE "N" TO WS-OPERADOR-OK.
           MOVE "N" TO WS-EOF-OPER.
           OPEN INPUT OPERFILE.
           IF WS-OPER-STATUS = "35"
               DISPLAY "No se encontro el maestro de operadores!"
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
                   IF OPER-ID = WS-OPERADOR-ID
                   AND OPER-ACTIVO = "S"
                   AND OPER-NIVEL = "S"
                       MOVE OPER-NOMBRE TO WS-OPERADOR-NOMBRE
                       MOVE "S" TO WS-OPERADOR-OK
                       MOVE "S" TO WS-EOF-OPER
                   END-IF
           END-READ.

           MENU-TARF.
           DISPLAY "MANTENIMIENTO DE TARIFAS DE COMISION".
           DISPLAY "1.- Alta o correccion de tarifa".
           DISPLAY "2.- Consulta por tarifa".
           DISPLAY "3.- Consulta de auditoria".
           DISPLAY "4.- Salir".
           ACCEPT WS-OPCION-TARF.
           EVALUATE WS-OPCION-TARF
           WHEN 1
               PERFORM ALTA-TARIFA
           WHEN 2
               PERFORM CONSULTA-TARIFAS
           WHEN 3
               PERFORM CONSULTA-AUDITORIA
           WHEN 4
               MOVE "S" TO WS-SALIR
           WHEN OTHER
               DISPLAY "Ingrese una opcion valida!"
           END-EVALUATE.

           ALTA-TARIFA.
           MOVE "S" TO WS-CAPT-OK.
           DISPLAY "Codigo de tarifa (hasta 6 posiciones): ".
           ACCEPT WS-CAPT-CODIGO.
           DISPLAY "Fecha efectiva (AAAAMMDD): ".
           ACCEPT WS-CAPT-FECHA.
           IF WS-CAPT-CODIGO = SPACES
               DISPLAY "Codigo de tarifa invalido!"
               MOVE "N" TO WS-CAPT-OK
           ELSE
               IF WS-CAPT-FECHA IS NOT NUMERIC
                   DISPLAY "Fecha invalida!"
                   MOVE "N" TO WS-CAPT-OK
               END-IF
           END-IF.
           IF WS-CAPT-OK = "S"
               PERFORM LEE-VERSION
               PERFORM CAPTURA-ENCABEZADO
           END-IF.
           IF WS-CAPT-OK = "S"
               MOVE 0 TO WS-LIMITE-ANT
               MOVE 1 TO WS-TRAMO-IDX
               PERFORM CAPTURA-TRAMO
                   UNTIL WS-CAPT-OK = "N"
                   OR WS-TRAMO-IDX > WS-TAR-CANT-TRAMOS
           END-IF.
           IF WS-CAPT-OK = "S"
               PERFORM GRABA-TARIFA
           ELSE
               DISPLAY "La tarifa no se registro."
           END-IF.

           LEE-VERSION.
           MOVE "N" TO WS-TARIFA-EXISTIA.
           MOVE SPACES TO WS-TAR-ANTES.
           MOVE WS-CAPT-CODIGO TO TAR-CODIGO.
           MOVE WS-CAPT-FECHA TO TAR-FECHA.
           READ TARFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-TARIFA-EXISTIA
                   MOVE TAR-RECORD TO WS-TAR-ANTES
                   MOVE TAR-RECORD TO WS-TAR-RECORD
                   DISPLAY "La version ya existe; se corrige:"
                   PERFORM MUESTRA-TARIFA
           END-READ.

           CAPTURA-ENCABEZADO.
           INITIALIZE WS-TAR-RECORD.
           MOVE WS-CAPT-CODIGO TO WS-TAR-CODIGO.
           MOVE WS-CAPT-FECHA TO WS-TAR-FECHA.
           DISPLAY "Descripcion: ".
           ACCEPT WS-TAR-DESCRIPCION.
           DISPLAY "Comision minima (0 = sin minimo): ".
           PERFORM LEE-VALOR.
           IF WS-CAPT-OK = "S"
               IF WS-VALOR-NUM > 9999999.99
                   DISPLAY "Comision minima invalida!"
                   MOVE "N" TO WS-CAPT-OK
               ELSE
                   MOVE WS-VALOR-NUM TO WS-TAR-MINIMO
               END-IF
           END-IF.
           IF WS-CAPT-OK = "S"
               DISPLAY "Comision maxima (0 = sin maximo): "
               PERFORM LEE-VALOR
           END-IF.
           IF WS-CAPT-OK = "S"
               IF WS-VALOR-NUM > 9999999.99
               OR (WS-VALOR-NUM > 0
               AND WS-VALOR-NUM < WS-TAR-MINIMO)
                   DISPLAY "Comision maxima invalida!"
                   MOVE "N" TO WS-CAPT-OK
               ELSE
                   MOVE WS-VALOR-NUM TO WS-TAR-MAXIMO
               END-IF
           END-IF.
           IF WS-CAPT-OK = "S"
               DISPLAY "Cantidad de tramos (1-10): "
               PERFORM LEE-VALOR
           END-IF.
           IF WS-CAPT-OK = "S"
               IF WS-VALOR-NUM < 1 OR WS-VALOR-NUM > 10
                   DISPLAY "Cantidad de tramos invalida!"
                   MOVE "N" TO WS-CAPT-OK
               ELSE
                   MOVE WS-VALOR-NUM TO WS-TAR-CANT-TRAMOS
                   IF WS-TAR-CANT-TRAMOS NOT = WS-VALOR-NUM
                       DISPLAY "Cantidad de tramos invalida!"
                       MOVE "N" TO WS-CAPT-OK
                   END-IF
               END-IF
           END-IF.

           CAPTURA-TRAMO.
           DISPLAY "Tramo " WS-TRAMO-IDX
               " (el ultimo cubre cualquier importe mayor)".
           DISPLAY "  Limite superior del importe: ".
           PERFORM LEE-VALOR.
           IF WS-CAPT-OK = "S"
               IF WS-VALOR-NUM > 999999999.99
               OR WS-VALOR-NUM NOT > WS-LIMITE-ANT
                   DISPLAY "El limite debe ser mayor al del tramo"
                       " anterior!"
                   MOVE "N" TO WS-CAPT-OK
               ELSE
                   MOVE WS-VALOR-NUM TO WS-TAR-LIMITE(WS-TRAMO-IDX)
                   MOVE WS-VALOR-NUM TO WS-LIMITE-ANT
               END-IF
           END-IF.
           IF WS-CAPT-OK = "S"
               DISPLAY "  Porcentaje sobre el importe (ej. 1.25): "
               PERFORM LEE-VALOR
           END-IF.
           IF WS-CAPT-OK = "S"
               IF WS-VALOR-NUM > 999.9999
                   DISPLAY "Porcentaje invalido!"
                   MOVE "N" TO WS-CAPT-OK
               ELSE
                   MOVE WS-VALOR-NUM
                       TO WS-TAR-PORCENTAJE(WS-TRAMO-IDX)
               END-IF
           END-IF.
           IF WS-CAPT-OK = "S"
               DISPLAY "  Cuota fija (0 = sin cuota): "
               PERFORM LEE-VALOR
           END-IF.
           IF WS-CAPT-OK = "S"
               IF WS-VALOR-NUM > 9999999.99
                   DISPLAY "Cuota invalida!"
                   MOVE "N" TO WS-CAPT-OK
               ELSE
                   MOVE WS-VALOR-NUM TO WS-TAR-CUOTA(WS-TRAMO-IDX)
               END-IF
           END-IF.
           ADD 1 TO WS-TRAMO-IDX.

           LEE-VALOR.
           ACCEPT WS-CAPT-VALOR.
           IF FUNCTION TEST-NUMVAL(WS-CAPT-VALOR) NOT = 0
               DISPLAY "Valor invalido!"
               MOVE "N" TO WS-CAPT-OK
           ELSE
               COMPUTE WS-VALOR-NUM = FUNCTION NUMVAL(WS-CAPT-VALOR)
                   ON SIZE ERROR
                       DISPLAY "Valor invalido!"
                       MOVE "N" TO WS-CAPT-OK
               END-COMPUTE
           END-IF.
           IF WS-CAPT-OK = "S" AND WS-VALOR-NUM < 0
               DISPLAY "El valor no puede ser negativo!"
               MOVE "N" TO WS-CAPT-OK
           END-IF.

           GRABA-TARIFA.
           MOVE WS-TAR-RECORD TO TAR-RECORD.
           IF WS-TARIFA-EXISTIA = "S"
               REWRITE TAR-RECORD
           ELSE
               WRITE TAR-RECORD
           END-IF.
           IF WS-TAR-STATUS = "00" OR WS-TAR-STATUS = "02"
               IF WS-TARIFA-EXISTIA = "S"
                   DISPLAY "Tarifa corregida."
               ELSE
                   DISPLAY "Tarifa registrada: " WS-CAPT-CODIGO
                       " " WS-CAPT-FECHA
               END-IF
               PERFORM GRABA-AUDITORIA
           ELSE
               DISPLAY "No se pudo grabar la tarifa: " WS-TAR-STATUS
           END-IF.

           GRABA-AUDITORIA.
           ACCEPT WS-FECHA-MOV FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-MOV FROM TIME.
           OPEN EXTEND TAUFILE.
           IF WS-TAU-STATUS = "35"
               OPEN OUTPUT TAUFILE
           END-IF.
           MOVE WS-FECHA-MOV TO TAU-FECHA-MOV.
           MOVE WS-HORA-MOV TO TAU-HORA-MOV.
           MOVE WS-OPERADOR-ID TO TAU-OPERADOR.
           IF WS-TARIFA-EXISTIA = "S"
               MOVE "C" TO TAU-ACCION
           ELSE
               MOVE "A" TO TAU-ACCION
           END-IF.
           MOVE WS-CAPT-CODIGO TO TAU-CODIGO.
           MOVE WS-CAPT-FECHA TO TAU-FECHA-EF.
           MOVE WS-TAR-ANTES TO TAU-ANTES.
           MOVE TAR-RECORD TO TAU-DESPUES.
           WRITE TAU-RECORD.
           CLOSE TAUFILE.

           MUESTRA-TARIFA.
           DISPLAY "Tarifa: " WS-TAR-CODIGO
               " Vigente desde: " WS-TAR-FECHA
               " " WS-TAR-DESCRIPCION.
           DISPLAY "  Minimo: " WS-TAR-MINIMO
               " Maximo: " WS-TAR-MAXIMO
               " Tramos: " WS-TAR-CANT-TRAMOS.
           MOVE 1 TO WS-MUESTRA-IDX.
           PERFORM MUESTRA-TRAMO
               UNTIL WS-MUESTRA-IDX > WS-TAR-CANT-TRAMOS
               OR WS-MUESTRA-IDX > 10.

           MUESTRA-TRAMO.
           DISPLAY "  Tramo " WS-MUESTRA-IDX
               " Hasta: " WS-TAR-LIMITE(WS-MUESTRA-IDX)
               " Porcentaje: " WS-TAR-PORCENTAJE(WS-MUESTRA-IDX)
               " Cuota: " WS-TAR-CUOTA(WS-MUESTRA-IDX).
           ADD 1 TO WS-MUESTRA-IDX.

           CONSULTA-AUDITORIA.
           DISPLAY "Codigo de tarifa (vacio = todas): ".
           ACCEPT WS-CAPT-CODIGO.
           DISPLAY "Fecha inicial del movimiento (AAAAMMDD): ".
           ACCEPT WS-AUD-DESDE.
           DISPLAY "Fecha final del movimiento (AAAAMMDD): ".
           ACCEPT WS-AUD-HASTA.
           IF WS-AUD-DESDE IS NUMERIC
               MOVE WS-AUD-DESDE TO WS-AUD-DESDE-N
           ELSE
               MOVE 0 TO WS-AUD-DESDE-N
           END-IF.
           IF WS-AUD-HASTA IS NUMERIC
               MOVE WS-AUD-HASTA TO WS-AUD-HASTA-N
           ELSE
               MOVE 99999999 TO WS-AUD-HASTA-N
           END-IF.
           MOVE 0 TO WS-CONT-AUD.
           MOVE "N" TO WS-EOF-TAU.
           OPEN INPUT TAUFILE.
           IF WS-TAU-STATUS = "35"
               DISPLAY "Aun no hay movimientos de auditoria."
               MOVE "S" TO WS-EOF-TAU
           END-IF.
           PERFORM LEE-AUDITORIA UNTIL WS-EOF-TAU = "S".
           IF WS-TAU-STATUS NOT = "35"
               CLOSE TAUFILE
               DISPLAY "Movimientos encontrados: " WS-CONT-AUD
           END-IF.

           LEE-AUDITORIA.
           READ TAUFILE
               AT END MOVE "S" TO WS-EOF-TAU
               NOT AT END
                   IF (WS-CAPT-CODIGO = SPACES
                   OR TAU-CODIGO = WS-CAPT-CODIGO)
                   AND TAU-FECHA-MOV >= WS-AUD-DESDE-N
                   AND TAU-FECHA-MOV <= WS-AUD-HASTA-N
                       ADD 1 TO WS-CONT-AUD
                       PERFORM MUESTRA-AUDITORIA
                   END-IF
           END-READ.

           MUESTRA-AUDITORIA.
           DISPLAY "Mov: " TAU-FECHA-MOV
               " " TAU-HORA-MOV
               " Operador: " TAU-OPERADOR
               " Accion: " TAU-ACCION
               " Tarifa: " TAU-CODIGO
               " Vigente desde: " TAU-FECHA-EF.
           IF TAU-ANTES NOT = SPACES
               DISPLAY " Antes:"
               MOVE TAU-ANTES TO WS-TAR-RECORD
               PERFORM MUESTRA-TARIFA
           END-IF.
           DISPLAY " Despues:".
           MOVE TAU-DESPUES TO WS-TAR-RECORD.
           PERFORM MUESTRA-TARIFA.

           CONSULTA-TARIFAS.
           DISPLAY "Codigo de tarifa a consultar: ".
           ACCEPT WS-CAPT-CODIGO.
           MOVE 0 TO WS-CONT-TARIFAS.
           MOVE "N" TO WS-EOF-TAR.
           MOVE WS-CAPT-CODIGO TO TAR-CODIGO.
           MOVE 0 TO TAR-FECHA.
           START TARFILE KEY IS NOT LESS THAN TAR-LLAVE
               INVALID KEY MOVE "S" TO WS-EOF-TAR
           END-START.
           PERFORM LEE-TARIFA UNTIL WS-EOF-TAR = "S".
           DISPLAY "Versiones encontradas: " WS-CONT-TARIFAS.

           LEE-TARIFA.
           READ TARFILE NEXT RECORD
               AT END MOVE "S" TO WS-EOF-TAR
               NOT AT END
                   IF TAR-CODIGO NOT = WS-CAPT-CODIGO
                       MOVE "S" TO WS-EOF-TAR
                   ELSE
                       ADD 1 TO WS-CONT-TARIFAS
                       MOVE TAR-RECORD TO WS-TAR-RECORD
                       PERFORM MUESTRA-TARIFA
                   END-IF
           END-READ.
           IF WS-TAR-STATUS NOT = "00" AND WS-TAR-STATUS NOT = "02"
               MOVE "S" TO WS-EOF-TAR
           END-IF.


       END PROGRAM CALCTARF.
