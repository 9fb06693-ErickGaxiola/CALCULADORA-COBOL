               ALTERNATE RECORD KEY IS LOG-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WS-LOG-STATUS.
           SELECT TARFILE ASSIGN TO "TARIFAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-LLAVE
               FILE STATUS IS WS-TAR-STATUS.
           SELECT VERFILE ASSIGN TO "VERRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD LOGFILE
           RECORDING MODE IS F.
       COPY LOGREC.
       FD TARFILE
           RECORDING MODE IS F.
       COPY TARREC.
       FD VERFILE.
       01 VER-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-CONT-DIF PIC 9(9) VALUE 0.
       01 WS-CONT-NOVER PIC 9(9) VALUE 0.
       01 WS-RECALC PIC S9(9)V99.
       01 WS-CALCULO PIC S9(9)V9(8).
       01 WS-REDONDEO PIC X.
       01 WS-RECALC-OK PIC X.
       01 WS-DIF-CONTADA PIC X.
       01 WS-OVERFLOW PIC X.
       01 WS-ULT-NUM PIC 9(9).
       01 WS-REV-RESULTADO PIC S9(9)V99.
       01 WS-REV-HALLADA PIC X.
       01 WS-TAR-STATUS PIC XX.
       01 WS-EOF-TAR PIC X.
       01 WS-HAY-TARIFAS PIC X VALUE "N".
       01 WS-TARIFA-HALLADA PIC X.
       01 WS-TRAMO PIC 9(2).
       COPY TARREC REPLACING LEADING ==TAR-== BY ==WS-TAR-==.
       01 WS-VER-LINE PIC X(80).
       01 WS-ED-TRAN PIC ZZZZZZZZ9.
       01 WS-ED-LOG PIC -ZZZZZZZZZ9.99.
               STOP RUN
           END-IF.
           OPEN OUTPUT VERFILE.
           PERFORM ABRE-TARIFAS.
           MOVE "VERIFICACION DE INTEGRIDAD DE TRANLOG"
               TO WS-VER-LINE.
           PERFORM ESCRIBE-VER-LINEA.
           PERFORM ESCRIBE-RESUMEN.
           CLOSE LOGFILE.
           CLOSE VERFILE.
           IF WS-HAY-TARIFAS = "S"
               CLOSE TARFILE
           END-IF.
           IF WS-CONT-DIF > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

           RECALCULA-RESULTADO.
           MOVE "S" TO WS-RECALC-OK.
           MOVE "N" TO WS-DIF-CONTADA.
           MOVE "N" TO WS-OVERFLOW.
           MOVE 0 TO WS-RECALC.
           EVALUATE LOG-OPCION
           WHEN 1
               COMPUTE WS-CALCULO = LOG-NUM1 + LOG-NUM2
                   ON SIZE ERROR MOVE "S" TO WS-OVERFLOW
               END-COMPUTE
           WHEN 2
               COMPUTE WS-CALCULO = LOG-NUM1 - LOG-NUM2
                   ON SIZE ERROR MOVE "S" TO WS-OVERFLOW
               END-COMPUTE
           WHEN 3
               COMPUTE WS-CALCULO = LOG-NUM1 * LOG-NUM2
                   ON SIZE ERROR MOVE "S" TO WS-OVERFLOW
               END-COMPUTE
           WHEN 4
               IF LOG-NUM2 = 0
                   MOVE "S" TO WS-OVERFLOW
               ELSE
                   COMPUTE WS-CALCULO = LOG-NUM1 / LOG-NUM2
                       ON SIZE ERROR MOVE "S" TO WS-OVERFLOW
                   END-COMPUTE
               END-IF
           WHEN 7
               COMPUTE WS-CALCULO = (LOG-NUM1 * LOG-NUM2) / 100
                   ON SIZE ERROR MOVE "S" TO WS-OVERFLOW
               END-COMPUTE
           WHEN 8
               COMPUTE WS-CALCULO = LOG-NUM1 ** LOG-NUM2
                   ON SIZE ERROR MOVE "S" TO WS-OVERFLOW
               END-COMPUTE
           WHEN 9
               COMPUTE WS-CALCULO = LOG-NUM1
                   * (100 - LOG-NUM2) * (100 + LOG-NUM3) / 10000
                   ON SIZE ERROR MOVE "S" TO WS-OVERFLOW
               END-COMPUTE
           WHEN 10
               COMPUTE WS-CALCULO = LOG-NUM1 * LOG-TASA
                   ON SIZE ERROR MOVE "S" TO WS-OVERFLOW
               END-COMPUTE
           WHEN 11
               PERFORM RECALCULA-REVERSO
           WHEN 12
               COMPUTE WS-CALCULO = LOG-NUM1 * LOG-TASA
                   ON SIZE ERROR MOVE "S" TO WS-OVERFLOW
               END-COMPUTE
           WHEN 13
               PERFORM RECALCULA-COMISION
           WHEN OTHER
               MOVE "N" TO WS-RECALC-OK
           END-EVALUATE.
           IF WS-RECALC-OK = "S" AND WS-OVERFLOW = "N"
           AND LOG-OPCION NOT = 11
               PERFORM REDONDEA-RECALCULO
           END-IF.
           IF LOG-OPCION = 12 AND WS-OVERFLOW = "N"
               COMPUTE WS-RECALC = WS-RECALC - LOG-NUM2
                   ON SIZE ERROR MOVE "S" TO WS-OVERFLOW
               END-COMPUTE
           END-IF.
           IF WS-OVERFLOW = "S"
               MOVE "N" TO WS-RECALC-OK
           END-IF.

           REDONDEA-RECALCULO.
           MOVE LOG-REDONDEO TO WS-REDONDEO.
           IF WS-REDONDEO = SPACE
               IF LOG-OPCION = 9 OR LOG-OPCION = 10
               OR LOG-OPCION = 12 OR LOG-OPCION = 13
                   MOVE "R" TO WS-REDONDEO
               ELSE
                   MOVE "T" TO WS-REDONDEO
               END-IF
           END-IF.
           EVALUATE WS-REDONDEO
           WHEN "R"
               COMPUTE WS-RECALC ROUNDED = WS-CALCULO
                   ON SIZE ERROR MOVE "S" TO WS-OVERFLOW
               END-COMPUTE
           WHEN "B"
               COMPUTE WS-RECALC ROUNDED MODE IS NEAREST-EVEN
                   = WS-CALCULO
                   ON SIZE ERROR MOVE "S" TO WS-OVERFLOW
               END-COMPUTE
           WHEN OTHER
               COMPUTE WS-RECALC = WS-CALCULO
                   ON SIZE ERROR MOVE "S" TO WS-OVERFLOW
               END-COMPUTE
           END-EVALUATE.

           RECALCULA-REVERSO.
           MOVE "N" TO WS-REV-HALLADA.
           MOVE LOG-RESULTADO TO WS-REV-RESULTADO.
               MOVE LOG-RESULTADO TO WS-RECALC
           END-IF.

           RECALCULA-COMISION.
           PERFORM BUSCA-TARIFA.
           IF WS-TARIFA-HALLADA = "N"
               ADD 1 TO WS-CONT-NOVER
               MOVE LOG-TRAN-NUM TO WS-ED-TRAN
               MOVE SPACES TO WS-VER-LINE
               STRING "TRAN " DELIMITED BY SIZE
                   WS-ED-TRAN DELIMITED BY SIZE
                   ": COMISION NO VERIFICABLE (SIN TARIFA "
                   DELIMITED BY SIZE
                   LOG-TARIFA DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-VER-LINE
               PERFORM ESCRIBE-VER-LINEA
               MOVE LOG-RESULTADO TO WS-CALCULO
           ELSE
               MOVE 1 TO WS-TRAMO
               PERFORM SIGUIENTE-TRAMO
                   UNTIL WS-TRAMO NOT < WS-TAR-CANT-TRAMOS
                   OR LOG-NUM1 NOT > WS-TAR-LIMITE(WS-TRAMO)
               IF WS-TRAMO NOT = LOG-TRAMO
                   ADD 1 TO WS-CONT-DIF
                   MOVE "S" TO WS-DIF-CONTADA
                   MOVE LOG-TRAN-NUM TO WS-ED-TRAN
                   MOVE SPACES TO WS-VER-LINE
                   STRING "TRAN " DELIMITED BY SIZE
                       WS-ED-TRAN DELIMITED BY SIZE
                       ": TRAMO GRABADO " DELIMITED BY SIZE
                       LOG-TRAMO DELIMITED BY SIZE
                       "  RECALCULADO " DELIMITED BY SIZE
                       WS-TRAMO DELIMITED BY SIZE
                       INTO WS-VER-LINE
                   PERFORM ESCRIBE-VER-LINEA
               END-IF
               COMPUTE WS-CALCULO = LOG-NUM1
                   * WS-TAR-PORCENTAJE(WS-TRAMO) / 100
                   + WS-TAR-CUOTA(WS-TRAMO)
                   ON SIZE ERROR MOVE "S" TO WS-OVERFLOW
               END-COMPUTE
               IF WS-OVERFLOW = "N"
                   PERFORM TOPA-COMISION
               END-IF
           END-IF.

           SIGUIENTE-TRAMO.
           ADD 1 TO WS-TRAMO.

           TOPA-COMISION.
           IF WS-CALCULO < WS-TAR-MINIMO
               MOVE WS-TAR-MINIMO TO WS-CALCULO
           END-IF.
           IF WS-TAR-MAXIMO > 0 AND WS-CALCULO > WS-TAR-MAXIMO
               MOVE WS-TAR-MAXIMO TO WS-CALCULO
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
               MOVE LOG-TARIFA TO TAR-CODIGO
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
                   IF TAR-CODIGO NOT = LOG-TARIFA
                   OR TAR-FECHA > LOG-FECHA
                       MOVE "S" TO WS-EOF-TAR
                   ELSE
                       MOVE TAR-RECORD TO WS-TAR-RECORD
                       MOVE "S" TO WS-TARIFA-HALLADA
                   END-IF
           END-READ.
           IF WS-TAR-STATUS NOT = "00" AND WS-TAR-STATUS NOT = "02"
               MOVE "S" TO WS-EOF-TAR
           END-IF.

           COMPARA-RESULTADO.
           IF WS-RECALC-OK = "N"
               IF WS-DIF-CONTADA = "N"
                   ADD 1 TO WS-CONT-DIF
               END-IF
               MOVE LOG-TRAN-NUM TO WS-ED-TRAN
               MOVE SPACES TO WS-VER-LINE
               STRING "TRAN " DELIMITED BY SIZE
               PERFORM ESCRIBE-VER-LINEA
           ELSE
               IF WS-RECALC NOT = LOG-RESULTADO
                   IF WS-DIF-CONTADA = "N"
                       ADD 1 TO WS-CONT-DIF
                   END-IF
                   MOVE LOG-TRAN-NUM TO WS-ED-TRAN
                   MOVE LOG-RESULTADO TO WS-ED-LOG
                   MOVE WS-RECALC TO WS-ED-CALC
