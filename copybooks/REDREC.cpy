      *****************************************************
      * REDREC.cpy
      * Registro del archivo de reglas de redondeo CALCRED.
      * Un registro por tipo de operacion con el metodo que
      * se aplica al llevar el resultado a los dos decimales
      * de RESULTADO:
      *   RED-METODO "T" trunca los decimales sobrantes
      *              "R" redondea, la mitad hacia arriba
      *              "B" redondea, la mitad al par (bancario)
      * Una opcion sin registro aqui (o con un metodo que no
      * es ninguno de los tres) conserva el tratamiento
      * anterior al archivo: redondeo "R" en el importe neto,
      * la conversion, el ajuste cambiario y la comision por
      * tarifa (opciones 9, 10, 12 y 13) y truncado "T" en
      * las demas. CALCULADORA,
      * CALCBATCH y CALCAPR graban en LOG-REDONDEO el metodo
      * con que se calculo cada transaccion y CALCVER la
      * verifica con ese mismo metodo. El archivo lo
      * mantiene el supervisor editando el dataset.
      *****************************************************
       01 RED-RECORD.
           05 RED-OPCION PIC 9(2).
           05 RED-METODO PIC X.
