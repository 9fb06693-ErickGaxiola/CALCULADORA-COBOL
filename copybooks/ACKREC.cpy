      *****************************************************
      * ACKREC.cpy
      * Registro del archivo de acuses TRANACK de CALCBATCH,
      * la respuesta que se devuelve a cada fuente sobre lo
      * que paso con su lote. Por cada lote de TRANIN sale
      * un grupo propio, en el mismo orden del lote:
      *   TIPO "H" encabezado: fecha con que se asento y
      *            fecha y hora de la corrida
      *   TIPO "D" un acuse por detalle, en el orden en que
      *            llego, con su estado:
      *              "A" asentada en TRANLOG (ACK-TRAN-NUM)
      *              "P" enviada a autorizacion en TRANAPR
      *              "R" rechazada, motivo de TRANREJ en
      *                  ACK-MOTIVO
      *            ACK-HASH es lo que ese detalle aporto a
      *            la suma hash del lote
      *   TIPO "T" cierre: la cuenta y la suma hash del
      *            cierre de la fuente (TRAN-TRL-CUENTA y
      *            TRAN-TRL-HASH) y su desglose por estado;
      *            las tres cuentas suman ACK-TRL-CUENTA y
      *            las tres sumas ACK-TRL-HASH cuando
      *            ACK-TRL-CUADRA = "S"
      * Todos los registros llevan fuente y fecha de negocio
      * del encabezado del lote; CALCACKS separa cada grupo
      * a su propio archivo por esa llave para devolverselo.
      *****************************************************
       01 ACK-RECORD.
           05 ACK-TIPO-REG PIC X.
           05 ACK-FUENTE PIC X(8).
           05 ACK-FECHA PIC 9(8).
           05 ACK-DETALLE.
               10 ACK-SECUENCIA PIC 9(9).
               10 ACK-ESTADO PIC X.
               10 ACK-TRAN-NUM PIC 9(9).
               10 ACK-OPCION PIC 9(2).
               10 ACK-RESULTADO PIC S9(9)V99.
               10 ACK-HASH PIC 9(11)V99.
               10 ACK-MOTIVO PIC X(30).
               10 FILLER PIC X(14).
           05 ACK-HEADER REDEFINES ACK-DETALLE.
               10 ACK-HDR-FECHA-ASIENTO PIC 9(8).
               10 ACK-HDR-FECHA-CORRIDA PIC 9(8).
               10 ACK-HDR-HORA-CORRIDA PIC 9(8).
               10 FILLER PIC X(65).
           05 ACK-TRAILER REDEFINES ACK-DETALLE.
               10 ACK-TRL-CUENTA PIC 9(9).
               10 ACK-TRL-HASH PIC 9(11)V99.
               10 ACK-TRL-ASENTADAS PIC 9(9).
               10 ACK-TRL-HASH-ASEN PIC 9(11)V99.
               10 ACK-TRL-PENDIENTES PIC 9(9).
               10 ACK-TRL-HASH-PEND PIC 9(11)V99.
               10 ACK-TRL-RECHAZADAS PIC 9(9).
               10 ACK-TRL-HASH-RECH PIC 9(11)V99.
               10 ACK-TRL-CUADRA PIC X.
