       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCINS.
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
       DATA DIVISION.
       FILE SECTION.
       FD INSFILE
           RECORDING MODE IS F.
       COPY INSREC.
       FD OPERFILE
           RECORDING MODE IS F.
       COPY OPERREC.
       WORKING-STORAGE SECTION.
       01 WS-INS-STATUS PIC XX.
       01 WS-OPER-STATUS PIC XX.
       01 WS-EOF-INS PIC X.
       01 WS-EOF-OPER PIC X.
       01 WS-SALIR PIC X VALUE "N".
       01 WS-OPCION-INS PIC 9.
       01 WS-CAPTURA PIC X(30).
       01 WS-CAPT-OK PIC X.
       01 WS-CAPT-CLAVE PIC X(8).
       01 WS-CAPT-FECHA PIC X(8).
       01 WS-CAPT-FECHA-N PIC 9(8).
       01 WS-HOY PIC 9(8).
       01 WS-INS-EXISTIA PIC X.
       01 WS-ULT-GEN-ANT PIC 9(8).
       01 WS-CONT-INS PIC 9(5).
       01 WS-DUENO-ID PIC X(8).
       01 WS-DUENO-OK PIC X.
       01 WS-CAPT-NUM PIC S9(9)V99.
       01 WS-ED-NUM1 PIC -ZZZZZZZZZ9.99.
       01 WS-ED-NUM2 PIC -ZZZZZZZZZ9.99.
       01 WS-ED-NUM3 PIC -ZZZZZZZZZ9.99.
       01 WS-OPERADOR-ID PIC X(8).
       01 WS-OPERADOR-NOMBRE PIC X(30).
       01 WS-OPERADOR-NIVEL PIC X.
       01 WS-OPERADOR-OK PIC X.
       01 WS-INTENTOS-SESION PIC 9(2).
       01 WS-NUEVA.
           05 WS-NV-DESCRIPCION PIC X(30).
           05 WS-NV-OPCION PIC 9(2).
           05 WS-NV-NUM1 PIC S9(9)V99.
           05 WS-NV-NUM2 PIC S9(9)V99.
           05 WS-NV-NUM3 PIC S9(9)V99.
           05 WS-NV-MONEDA PIC X(3).
           05 WS-NV-OPERADOR PIC X(8).
           05 WS-NV-FRECUENCIA PIC X.
           05 WS-NV-DIA PIC 9(2).
           05 WS-NV-FECHA-INICIO PIC 9(8).
           05 WS-NV-FECHA-FIN PIC 9(8).
           05 WS-NV-ACTIVA PIC X.

       PROCEDURE DIVISION.
       MAIN-INSTRUCCIONES.

           PERFORM INICIA-SESION.
           IF WS-OPERADOR-OK NOT = "S"
               STOP RUN
           END-IF.
           OPEN I-O INSFILE.
           IF WS-INS-STATUS = "35"
               OPEN OUTPUT INSFILE
               CLOSE INSFILE
               OPEN I-O INSFILE
           END-IF.
           PERFORM MENU-INSTRUCCIONES UNTIL WS-SALIR = "S".
           CLOSE INSFILE.
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
           DISPLAY "Ingrese su ID de operador: ".
           ACCEPT WS-OPERADOR-ID.
           PERFORM VALIDA-OPERADOR.
           IF WS-OPERADOR-OK = "S"
               DISPLAY "Bienvenido " WS-OPERADOR-NOMBRE
           ELSE
               DISPLAY "Operador no valido o inactivo!"
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
                       MOVE OPER-NOMBRE TO WS-OPERADOR-NOMBRE
                       MOVE OPER-NIVEL TO WS-OPERADOR-NIVEL
                       MOVE "S" TO WS-OPERADOR-OK
                       MOVE "S" TO WS-EOF-OPER
                   END-IF
           END-READ.

           VALIDA-DUENO.
           MOVE "N" TO WS-DUENO-OK.
           MOVE "N" TO WS-EOF-OPER.
           OPEN INPUT OPERFILE.
           IF WS-OPER-STATUS = "35"
               MOVE "S" TO WS-EOF-OPER
           END-IF.
           PERFORM LEE-DUENO UNTIL WS-EOF-OPER = "S".
           IF WS-OPER-STATUS NOT = "35"
               CLOSE OPERFILE
           END-IF.

           LEE-DUENO.
           READ OPERFILE
               AT END MOVE "S" TO WS-EOF-OPER
               NOT AT END
                   IF OPER-ID = WS-DUENO-ID
                   AND OPER-ACTIVO = "S"
                       MOVE "S" TO WS-DUENO-OK
                       MOVE "S" TO WS-EOF-OPER
                   END-IF
           END-READ.

           MENU-INSTRUCCIONES.
           DISPLAY "INSTRUCCIONES PERMANENTES".
           DISPLAY "1.- Alta o correccion de instruccion".
           DISPLAY "2.- Baja de instruccion".
           DISPLAY "3.- Listado de instrucciones".
           DISPLAY "4.- Salir".
           ACCEPT WS-OPCION-INS.
           EVALUATE WS-OPCION-INS
           WHEN 1
               PERFORM ALTA-INSTRUCCION
           WHEN 2
               PERFORM BAJA-INSTRUCCION
           WHEN 3
               PERFORM LISTA-INSTRUCCIONES
           WHEN 4
               MOVE "S" TO WS-SALIR
           WHEN OTHER
               DISPLAY "Ingrese una opcion valida!"
           END-EVALUATE.

           CAPTURA-CLAVE.
           MOVE "S" TO WS-CAPT-OK.
           MOVE "N" TO WS-INS-EXISTIA.
           DISPLAY "Clave de la instruccion (8 caracteres): ".
           ACCEPT WS-CAPTURA.
           MOVE WS-CAPTURA(1:8) TO WS-CAPT-CLAVE.
           IF WS-CAPT-CLAVE = SPACES
               DISPLAY "Clave invalida!"
               MOVE "N" TO WS-CAPT-OK
           ELSE
               MOVE WS-CAPT-CLAVE TO INS-CLAVE
               READ INSFILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-INS-EXISTIA
               END-READ
           END-IF.
           IF WS-CAPT-OK = "S" AND WS-INS-EXISTIA = "S"
           AND WS-OPERADOR-NIVEL NOT = "S"
           AND INS-OPERADOR NOT = WS-OPERADOR-ID
               DISPLAY "La instruccion pertenece a otro operador!"
               MOVE "N" TO WS-CAPT-OK
           END-IF.

           ALTA-INSTRUCCION.
           PERFORM CAPTURA-CLAVE.
           IF WS-CAPT-OK = "S"
               IF WS-INS-EXISTIA = "S"
                   PERFORM MUESTRA-INSTRUCCION
                   MOVE INS-ULT-GEN TO WS-ULT-GEN-ANT
               ELSE
                   MOVE 0 TO WS-ULT-GEN-ANT
               END-IF
               PERFORM CAPTURA-DATOS
           END-IF.
           IF WS-CAPT-OK = "S"
               PERFORM CAPTURA-VIGENCIA
           END-IF.
           IF WS-CAPT-OK = "S"
               PERFORM GRABA-INSTRUCCION
           END-IF.

           CAPTURA-DATOS.
           MOVE SPACES TO WS-NUEVA.
           MOVE 0 TO WS-NV-NUM1.
           MOVE 0 TO WS-NV-NUM2.
           MOVE 0 TO WS-NV-NUM3.
           DISPLAY "Descripcion: ".
           ACCEPT WS-NV-DESCRIPCION.
           DISPLAY "Opcion (1-4, 7-10): ".
           ACCEPT WS-CAPTURA.
           IF WS-CAPTURA(2:1) = SPACE
               MOVE "0" TO WS-NV-OPCION(1:1)
               MOVE WS-CAPTURA(1:1) TO WS-NV-OPCION(2:1)
           ELSE
               MOVE WS-CAPTURA(1:2) TO WS-NV-OPCION
           END-IF.
           PERFORM VALIDA-OPCION.
           IF WS-CAPT-OK = "S"
               DISPLAY "Num1 (admite signo y punto decimal): "
               ACCEPT WS-CAPTURA
               PERFORM CONVIERTE-NUMERO
               MOVE WS-CAPT-NUM TO WS-NV-NUM1
           END-IF.
           IF WS-CAPT-OK = "S"
               DISPLAY "Num2: "
               ACCEPT WS-CAPTURA
               PERFORM CONVIERTE-NUMERO
               MOVE WS-CAPT-NUM TO WS-NV-NUM2
           END-IF.
           IF WS-CAPT-OK = "S" AND WS-NV-OPCION = 9
               DISPLAY "Num3 (tasa de impuesto %): "
               ACCEPT WS-CAPTURA
               PERFORM CONVIERTE-NUMERO
               MOVE WS-CAPT-NUM TO WS-NV-NUM3
           END-IF.
           IF WS-CAPT-OK = "S" AND WS-NV-OPCION = 10
               DISPLAY "Moneda (3 letras, ej. USD): "
               ACCEPT WS-CAPTURA
               MOVE WS-CAPTURA(1:3) TO WS-NV-MONEDA
               IF WS-NV-MONEDA = SPACES
                   DISPLAY "Moneda invalida!"
                   MOVE "N" TO WS-CAPT-OK
               END-IF
           END-IF.
           IF WS-CAPT-OK = "S"
               IF WS-OPERADOR-NIVEL = "S"
                   DISPLAY "Operador dueno (vacio = usted): "
                   ACCEPT WS-CAPTURA
                   MOVE WS-CAPTURA(1:8) TO WS-DUENO-ID
                   IF WS-DUENO-ID = SPACES
                       MOVE WS-OPERADOR-ID TO WS-DUENO-ID
                   END-IF
                   PERFORM VALIDA-DUENO
                   IF WS-DUENO-OK = "S"
                       MOVE WS-DUENO-ID TO WS-NV-OPERADOR
                   ELSE
                       DISPLAY "El dueno debe ser un operador"
                           " activo!"
                       MOVE "N" TO WS-CAPT-OK
                   END-IF
               ELSE
                   MOVE WS-OPERADOR-ID TO WS-NV-OPERADOR
               END-IF
           END-IF.

           CONVIERTE-NUMERO.
           MOVE 0 TO WS-CAPT-NUM.
           IF FUNCTION TEST-NUMVAL(WS-CAPTURA) = 0
               COMPUTE WS-CAPT-NUM = FUNCTION NUMVAL(WS-CAPTURA)
                   ON SIZE ERROR
                       DISPLAY "Numero invalido!"
                       MOVE "N" TO WS-CAPT-OK
               END-COMPUTE
           ELSE
               DISPLAY "Numero invalido!"
               MOVE "N" TO WS-CAPT-OK
           END-IF.

           VALIDA-OPCION.
           IF WS-NV-OPCION IS NOT NUMERIC
               DISPLAY "Ingrese una opcion valida!"
               MOVE "N" TO WS-CAPT-OK
           ELSE
               IF (WS-NV-OPCION >= 1 AND WS-NV-OPCION <= 4)
               OR WS-NV-OPCION = 7 OR WS-NV-OPCION = 8
               OR WS-NV-OPCION = 9 OR WS-NV-OPCION = 10
                   CONTINUE
               ELSE
                   DISPLAY "Ingrese una opcion valida!"
                   MOVE "N" TO WS-CAPT-OK
               END-IF
           END-IF.

           CAPTURA-VIGENCIA.
           DISPLAY "Frecuencia (D=diaria, S=semanal, M=mensual): ".
           ACCEPT WS-CAPTURA.
           MOVE WS-CAPTURA(1:1) TO WS-NV-FRECUENCIA.
           IF WS-NV-FRECUENCIA = "d"
               MOVE "D" TO WS-NV-FRECUENCIA
           END-IF.
           IF WS-NV-FRECUENCIA = "s"
               MOVE "S" TO WS-NV-FRECUENCIA
           END-IF.
           IF WS-NV-FRECUENCIA = "m"
               MOVE "M" TO WS-NV-FRECUENCIA
           END-IF.
           MOVE 0 TO WS-NV-DIA.
           EVALUATE WS-NV-FRECUENCIA
           WHEN "D"
               CONTINUE
           WHEN "S"
               DISPLAY "Dia de la semana (1=lunes ... 7=domingo): "
               PERFORM CAPTURA-DIA
               IF WS-CAPT-OK = "S"
               AND (WS-NV-DIA < 1 OR WS-NV-DIA > 7)
                   DISPLAY "Dia invalido!"
                   MOVE "N" TO WS-CAPT-OK
               END-IF
           WHEN "M"
               DISPLAY "Dia del mes (1-31): "
               PERFORM CAPTURA-DIA
               IF WS-CAPT-OK = "S"
               AND (WS-NV-DIA < 1 OR WS-NV-DIA > 31)
                   DISPLAY "Dia invalido!"
                   MOVE "N" TO WS-CAPT-OK
               END-IF
           WHEN OTHER
               DISPLAY "Frecuencia invalida!"
               MOVE "N" TO WS-CAPT-OK
           END-EVALUATE.
           IF WS-CAPT-OK = "S"
               ACCEPT WS-HOY FROM DATE YYYYMMDD
               DISPLAY "Fecha de inicio (AAAAMMDD, vacio = hoy): "
               ACCEPT WS-CAPT-FECHA
               IF WS-CAPT-FECHA = SPACES
                   MOVE WS-HOY TO WS-CAPT-FECHA-N
               ELSE
                   PERFORM VALIDA-FECHA
               END-IF
               MOVE WS-CAPT-FECHA-N TO WS-NV-FECHA-INICIO
           END-IF.
           IF WS-CAPT-OK = "S"
               DISPLAY "Fecha final (AAAAMMDD, vacio = sin fin): "
               ACCEPT WS-CAPT-FECHA
               IF WS-CAPT-FECHA = SPACES
                   MOVE 99999999 TO WS-CAPT-FECHA-N
               ELSE
                   PERFORM VALIDA-FECHA
               END-IF
               MOVE WS-CAPT-FECHA-N TO WS-NV-FECHA-FIN
               IF WS-CAPT-OK = "S"
               AND WS-NV-FECHA-FIN < WS-NV-FECHA-INICIO
                   DISPLAY "La fecha final es anterior a la de"
                       " inicio!"
                   MOVE "N" TO WS-CAPT-OK
               END-IF
           END-IF.
           IF WS-CAPT-OK = "S"
               MOVE "S" TO WS-NV-ACTIVA
               IF WS-INS-EXISTIA = "S"
                   DISPLAY "Activa (S/N): "
                   ACCEPT WS-CAPTURA
                   IF WS-CAPTURA(1:1) = "N" OR WS-CAPTURA(1:1) = "n"
                       MOVE "N" TO WS-NV-ACTIVA
                   END-IF
               END-IF
           END-IF.

           CAPTURA-DIA.
           ACCEPT WS-CAPTURA.
           IF WS-CAPTURA(2:1) = SPACE
               MOVE "0" TO WS-NV-DIA(1:1)
               MOVE WS-CAPTURA(1:1) TO WS-NV-DIA(2:1)
           ELSE
               MOVE WS-CAPTURA(1:2) TO WS-NV-DIA
           END-IF.
           IF WS-NV-DIA IS NOT NUMERIC
               DISPLAY "Dia invalido!"
               MOVE 0 TO WS-NV-DIA
               MOVE "N" TO WS-CAPT-OK
           END-IF.

           VALIDA-FECHA.
           IF WS-CAPT-FECHA IS NOT NUMERIC
               DISPLAY "Fecha invalida!"
               MOVE "N" TO WS-CAPT-OK
               MOVE 0 TO WS-CAPT-FECHA-N
           ELSE
               MOVE WS-CAPT-FECHA TO WS-CAPT-FECHA-N
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAPT-FECHA-N) NOT = 0
                   DISPLAY "Fecha invalida!"
                   MOVE "N" TO WS-CAPT-OK
               END-IF
           END-IF.

           GRABA-INSTRUCCION.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           MOVE WS-CAPT-CLAVE TO INS-CLAVE.
           MOVE WS-NV-DESCRIPCION TO INS-DESCRIPCION.
           MOVE WS-NV-OPCION TO INS-OPCION.
           MOVE WS-NV-NUM1 TO INS-NUM1.
           MOVE WS-NV-NUM2 TO INS-NUM2.
           MOVE WS-NV-NUM3 TO INS-NUM3.
           MOVE WS-NV-MONEDA TO INS-MONEDA.
           MOVE WS-NV-OPERADOR TO INS-OPERADOR.
           MOVE WS-NV-FRECUENCIA TO INS-FRECUENCIA.
           MOVE WS-NV-DIA TO INS-DIA.
           MOVE WS-NV-FECHA-INICIO TO INS-FECHA-INICIO.
           MOVE WS-NV-FECHA-FIN TO INS-FECHA-FIN.
           MOVE WS-NV-ACTIVA TO INS-ACTIVA.
           MOVE WS-ULT-GEN-ANT TO INS-ULT-GEN.
           MOVE WS-OPERADOR-ID TO INS-MODIF-OPER.
           MOVE WS-HOY TO INS-MODIF-FECHA.
           IF WS-INS-EXISTIA = "S"
               REWRITE INS-RECORD
               IF WS-INS-STATUS = "00" OR WS-INS-STATUS = "02"
                   DISPLAY "Instruccion corregida."
               ELSE
                   DISPLAY "No se pudo grabar la instruccion: "
                       WS-INS-STATUS
               END-IF
           ELSE
               WRITE INS-RECORD
               IF WS-INS-STATUS = "00" OR WS-INS-STATUS = "02"
                   DISPLAY "Instruccion registrada: " INS-CLAVE
                       " dueno " INS-OPERADOR
               ELSE
                   DISPLAY "No se pudo grabar la instruccion: "
                       WS-INS-STATUS
               END-IF
           END-IF.

           BAJA-INSTRUCCION.
           PERFORM CAPTURA-CLAVE.
           IF WS-CAPT-OK = "S"
               IF WS-INS-EXISTIA = "N"
                   DISPLAY "No existe esa instruccion!"
               ELSE
                   PERFORM MUESTRA-INSTRUCCION
                   DISPLAY "Confirma la baja (S/N): "
                   ACCEPT WS-CAPTURA
                   IF WS-CAPTURA(1:1) = "S" OR WS-CAPTURA(1:1) = "s"
                       DELETE INSFILE
                           INVALID KEY
                               DISPLAY "No existe esa instruccion!"
                           NOT INVALID KEY
                               DISPLAY "Instruccion dada de baja."
                       END-DELETE
                   END-IF
               END-IF
           END-IF.

           LISTA-INSTRUCCIONES.
           MOVE 0 TO WS-CONT-INS.
           MOVE "N" TO WS-EOF-INS.
           MOVE LOW-VALUES TO INS-CLAVE.
           START INSFILE KEY IS NOT LESS THAN INS-CLAVE
               INVALID KEY MOVE "S" TO WS-EOF-INS
           END-START.
           PERFORM LEE-INSTRUCCION UNTIL WS-EOF-INS = "S".
           DISPLAY "Instrucciones encontradas: " WS-CONT-INS.

           LEE-INSTRUCCION.
           READ INSFILE NEXT RECORD
               AT END MOVE "S" TO WS-EOF-INS
               NOT AT END
                   IF WS-OPERADOR-NIVEL = "S"
                   OR INS-OPERADOR = WS-OPERADOR-ID
                       ADD 1 TO WS-CONT-INS
                       PERFORM MUESTRA-INSTRUCCION
                   END-IF
           END-READ.
           IF WS-INS-STATUS NOT = "00" AND WS-INS-STATUS NOT = "02"
               MOVE "S" TO WS-EOF-INS
           END-IF.

           MUESTRA-INSTRUCCION.
           DISPLAY "Clave: " INS-CLAVE " " INS-DESCRIPCION
               " Dueno: " INS-OPERADOR
               " Activa: " INS-ACTIVA.
           MOVE INS-NUM1 TO WS-ED-NUM1.
           MOVE INS-NUM2 TO WS-ED-NUM2.
           MOVE INS-NUM3 TO WS-ED-NUM3.
           DISPLAY "  Opcion: " INS-OPCION
               " Num1: " WS-ED-NUM1
               " Num2: " WS-ED-NUM2
               " Num3: " WS-ED-NUM3
               " Moneda: " INS-MONEDA.
           DISPLAY "  Frecuencia: " INS-FRECUENCIA
               " Dia: " INS-DIA
               " Del " INS-FECHA-INICIO " al " INS-FECHA-FIN
               " Ultima generada: " INS-ULT-GEN.


       END PROGRAM CALCINS.
