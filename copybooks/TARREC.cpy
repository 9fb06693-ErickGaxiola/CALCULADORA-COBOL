      *****************************************************
      * TARREC.cpy
      * Registro del maestro de tarifas de comision TARIFAS.
      * Archivo indexado con llave codigo de tarifa + fecha
      * efectiva; la comision por tarifa (opcion 13) toma la
      * version con la fecha efectiva mas reciente que no
      * exceda la fecha de la transaccion, igual que el tipo
      * de cambio en TIPOCAM. Cada version trae hasta 10
      * tramos por importe en orden ascendente:
      *   TAR-LIMITE      limite superior del tramo (inclusive)
      *   TAR-PORCENTAJE  porcentaje que se cobra sobre el
      *                   importe completo
      *   TAR-CUOTA       cuota fija que se suma al porcentaje
      * El importe cae en el primer tramo cuyo limite no
      * excede; un importe mayor al limite del ultimo tramo
      * usa el ultimo tramo. La comision resultante se lleva
      * al menos a TAR-MINIMO y a lo mas a TAR-MAXIMO (cero =
      * sin maximo). CALCTARF mantiene el archivo y deja el
      * rastro de cada alta o correccion en TARAUD (ver
      * TAUREC); la transaccion graba en TRANLOG el codigo de
      * tarifa y el tramo aplicado (LOG-TARIFA, LOG-TRAMO).
      *****************************************************
       01 TAR-RECORD.
           05 TAR-LLAVE.
               10 TAR-CODIGO PIC X(6).
               10 TAR-FECHA PIC 9(8).
           05 TAR-DESCRIPCION PIC X(30).
           05 TAR-MINIMO PIC 9(7)V99.
           05 TAR-MAXIMO PIC 9(7)V99.
           05 TAR-CANT-TRAMOS PIC 9(2).
           05 TAR-TRAMO OCCURS 10.
               10 TAR-LIMITE PIC 9(9)V99.
               10 TAR-PORCENTAJE PIC 9(3)V9(4).
               10 TAR-CUOTA PIC 9(7)V99.
