               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAM-LLAVE
               FILE STATUS IS WS-CAM-STATUS.
           SELECT TARFILE ASSIGN TO "TARIFAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAR-LLAVE
               FILE STATUS IS WS-TAR-STATUS.
           SELECT FECFILE ASSIGN TO "FECCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-FEC-KEY
               FILE STATUS IS WS-FEC-STATUS.
           SELECT EDITFILE ASSIGN TO "EDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD CAMFILE
           RECORDING MODE IS F.
       COPY CAMREC.
       FD TARFILE
           RECORDING MODE IS F.
       COPY TARREC.
       FD FECFILE
           RECORDING MODE IS F.
       COPY FECREC.
       FD EDITFILE.
       01 EDIT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-HAY-TIPOCAM PIC X VALUE "N".
       01 WS-REC-NUM PIC 9(9) VALUE 0.
       01 WS-HDR-FECHA PIC 9(8) VALUE 0.
       01 WS-FEC-STATUS PIC XX.
       01 WS-FEC-KEY PIC 9(9) VALUE 1.
       01 WS-FECHA-NEGOCIO PIC 9(8) VALUE 0.
       01 WS-FECHA-CERRADA PIC 9(8) VALUE 0.
       01 WS-FECHA-ASIENTO PIC 9(8) VALUE 0.
       01 WS-REC-MALO PIC X.
       01 WS-CONT-DET PIC 9(9) VALUE 0.
       01 WS-CONT-ERR PIC 9(9) VALUE 0.
       01 WS-CONV-MONEDA PIC X(3).
       01 WS-TASA PIC 9(5)V9(6).
       01 WS-TASA-HALLADA PIC X.
       01 WS-TAR-STATUS PIC XX.
       01 WS-EOF-TAR PIC X.
       01 WS-HAY-TARIFAS PIC X VALUE "N".
       01 WS-TARIFA PIC X(6).
       01 WS-TARIFA-HALLADA PIC X.
       01 WS-OPER-OK PIC X.
       01 WS-OPER-CANT PIC 9(3) VALUE 0.
       01 WS-OPER-IDX PIC 9(3).
           OPEN OUTPUT EDITFILE.
           PERFORM CARGA-OPERADORES.
           PERFORM ABRE-TIPOCAM.
           PERFORM ABRE-TARIFAS.
           PERFORM LEE-FECHA-NEGOCIO.
           MOVE "REPORTE DE EDICION DE TRANIN" TO WS-EDIT-LINE.
           PERFORM ESCRIBE-EDIT-LINEA.
           MOVE SPACES TO WS-EDIT-LINE.
           STRING "FECHA DE NEGOCIO: " DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               INTO WS-EDIT-LINE.
           PERFORM ESCRIBE-EDIT-LINEA.
           PERFORM EDITA-ARCHIVO UNTIL WS-EOF-IN = "S".
           PERFORM ESCRIBE-RESUMEN.
           IF WS-HAY-TIPOCAM = "S"
               CLOSE CAMFILE
           END-IF.
           IF WS-HAY-TARIFAS = "S"
               CLOSE TARFILE
           END-IF.
           CLOSE TRANIN.
           CLOSE EDITFILE.
           MOVE WS-RC TO RETURN-CODE.
           STOP RUN.

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

           EDITA-ARCHIVO.
           READ TRANIN
               AT END MOVE "S" TO WS-EOF-IN
               PERFORM ESCRIBE-ERROR
               ADD 1 TO WS-CONT-ERR
           END-IF.
           IF WS-HDR-FECHA <= WS-FECHA-CERRADA
               MOVE WS-HDR-FECHA TO WS-FECHA-ASIENTO
           ELSE
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-ASIENTO
           END-IF.

           EDITA-DETALLE.
           ADD 1 TO WS-CONT-DET.
               IF (WS-OPCION-NUM >= 1 AND WS-OPCION-NUM <= 4)
               OR WS-OPCION-NUM = 7 OR WS-OPCION-NUM = 8
               OR WS-OPCION-NUM = 9 OR WS-OPCION-NUM = 10
               OR WS-OPCION-NUM = 11 OR WS-OPCION-NUM = 13
                   CONTINUE
               ELSE
                   MOVE "OPCION INVALIDA" TO WS-MOTIVO
                   MOVE "S" TO WS-REC-MALO
               END-IF
           END-IF.
           IF WS-OPCION-NUM = 13
               IF WS-NUM1 NOT > 0
                   MOVE "IMPORTE DEBE SER MAYOR A CERO" TO WS-MOTIVO
                   PERFORM ESCRIBE-ERROR
                   MOVE "S" TO WS-REC-MALO
               END-IF
               MOVE TRAN-TARIFA TO WS-TARIFA
               PERFORM BUSCA-TARIFA
               IF WS-TARIFA-HALLADA = "N"
                   MOVE "SIN TARIFA VIGENTE PARA LA FECHA"
                       TO WS-MOTIVO
                   PERFORM ESCRIBE-ERROR
                   MOVE "S" TO WS-REC-MALO
               END-IF
           END-IF.

           EDITA-REVERSO.
           IF FUNCTION TEST-NUMVAL(TRAN-CHECK-NUM1) NOT = 0
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

           LEE-TARIFA.
           READ TARFILE NEXT RECORD
               AT END MOVE "S" TO WS-EOF-TAR
               NOT AT END
                   IF TAR-CODIGO NOT = WS-TARIFA
                   OR TAR-FECHA > WS-FECHA-ASIENTO
                       MOVE "S" TO WS-EOF-TAR
                   ELSE
                       IF TAR-CANT-TRAMOS >= 1
                       AND TAR-CANT-TRAMOS <= 10
                           MOVE "S" TO WS-TARIFA-HALLADA
                       ELSE
                           MOVE "N" TO WS-TARIFA-HALLADA
                       END-IF
                   END-IF
           END-READ.
           IF WS-TAR-STATUS NOT = "00" AND WS-TAR-STATUS NOT = "02"
               MOVE "S" TO WS-EOF-TAR
           END-IF.


       END PROGRAM CALCEDIT.
