      *****************************************************
      * GLEREC.cpy
      * Registro del archivo de polizas GLENT que CALCGL
      * entrega a contabilidad para cargar en el mayor.
      * Cada transaccion (o cada cuenta, en modo resumido)
      * genera renglones TIPO "D" con la cuenta, la
      * naturaleza ("C" cargo, "A" abono) y el importe; en
      * modo detallado GL-TRAN-NUM y GL-OPCION identifican
      * la transaccion de TRANLOG y en modo resumido van en
      * cero. El archivo cierra con un registro TIPO "T"
      * con la fecha de negocio, el numero de renglones y
      * la suma de cargos y de abonos, que siempre cuadran:
      * CALCGL no genera renglones si el dia trae
      * excepciones o no cuadra.
      *****************************************************
       01 GL-RECORD.
           05 GL-TIPO-REG PIC X.
           05 GL-DETALLE.
               10 GL-FECHA PIC 9(8).
               10 GL-CUENTA PIC X(12).
               10 GL-NATURALEZA PIC X.
               10 GL-IMPORTE PIC 9(11)V99.
               10 GL-TRAN-NUM PIC 9(9).
               10 GL-OPCION PIC 9(2).
               10 GL-MONEDA PIC X(3).
               10 GL-CONCEPTO PIC X(30).
           05 GL-TRAILER REDEFINES GL-DETALLE.
               10 GL-TRL-FECHA PIC 9(8).
               10 GL-TRL-RENGLONES PIC 9(9).
               10 GL-TRL-CARGOS PIC 9(13)V99.
               10 GL-TRL-ABONOS PIC 9(13)V99.
               10 FILLER PIC X(31).
