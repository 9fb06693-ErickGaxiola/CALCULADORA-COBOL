      * la transaccion cuando esta excedio el umbral de
      * autorizacion (CALCLIM/TRANAPR) y espacios en las
      * transacciones que asentaron directo.
      * Un ajuste cambiario (opcion 12, CALCAJTC) corrige una
      * conversion asentada con una tasa que despues se
      * corrigio en forma retroactiva: LOG-NUM1 es el importe
      * convertido, LOG-NUM2 el resultado que la conversion
      * reflejaba antes del ajuste, LOG-TASA la tasa nueva,
      * LOG-RESULTADO la diferencia y LOG-TRAN-REV apunta a la
      * conversion ajustada; en la conversion LOG-TRAN-AJU
      * lleva el numero del ultimo ajuste que se le asento
      * (cero si nunca se ajusto).
      * LOG-REDONDEO es el metodo de redondeo (CALCRED, ver
      * REDREC) con que se llevo el resultado a dos
      * decimales: "T" truncado, "R" mitad hacia arriba, "B"
      * mitad al par. Un reverso conserva el de la original
      * y un ajuste cambiario el de la conversion ajustada.
      * En espacios (transacciones anteriores a CALCRED) vale
      * el tratamiento de entonces: "R" en las opciones 9, 10
      * y 12 y "T" en las demas.
      * Una comision por tarifa (opcion 13) cobra sobre el
      * importe LOG-NUM1 segun el maestro TARIFAS (ver
      * TARREC) vigente a LOG-FECHA: LOG-TARIFA lleva el
      * codigo de tarifa, LOG-TRAMO el numero del tramo que
      * se aplico y LOG-TASA su porcentaje; en las demas
      * operaciones LOG-TARIFA va en espacios y LOG-TRAMO en
      * cero.
      * Archivo indexado: llave primaria
      * LOG-TRAN-NUM (numerador TRANNUM) y llave alterna
      * LOG-FECHA con duplicados para consultas por fecha.
           05 LOG-TRAN-REV PIC 9(9).
           05 LOG-REVERSADA PIC X.
           05 LOG-APROBADOR PIC X(8).
           05 LOG-TRAN-AJU PIC 9(9).
           05 LOG-REDONDEO PIC X.
           05 LOG-TARIFA PIC X(6).
           05 LOG-TRAMO PIC 9(2).
