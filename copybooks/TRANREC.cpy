      * TRAN-CHECK-NUM3 lleva la tasa de impuesto del
      * importe neto (opcion 9) y espacios en las demas;
      * participa en la suma hash del cierre. TRAN-MONEDA
      * lleva la moneda de la conversion (opcion 10) y
      * TRAN-TARIFA el codigo de tarifa de la comision por
      * tarifa (opcion 13, importe en TRAN-CHECK-NUM1).
      * El archivo lleva registros de control: cada lote
      * abre con un encabezado (TIPO "H": fecha de negocio y
      * fuente) y cierra con un registro TIPO "T" (cuenta de
               10 TRAN-OPCION PIC 9(2).
               10 TRAN-OPERADOR PIC X(8).
               10 TRAN-MONEDA PIC X(3).
               10 TRAN-TARIFA PIC X(6).
           05 TRAN-HEADER REDEFINES TRAN-DETALLE.
               10 TRAN-HDR-FECHA PIC 9(8).
               10 TRAN-HDR-FUENTE PIC X(8).
               10 FILLER PIC X(42).
           05 TRAN-TRAILER REDEFINES TRAN-DETALLE.
               10 TRAN-TRL-CUENTA PIC 9(9).
               10 TRAN-TRL-HASH PIC 9(11)V99.
               10 FILLER PIC X(36).
