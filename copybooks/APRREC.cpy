      * (ya asentada en TRANLOG con el aprobador grabado en
      * LOG-APROBADOR), "R" rechazada por el supervisor.
      * CALCAPR lista las pendientes y las libera o
      * rechaza. APR-REDONDEO es el metodo de redondeo
      * (CALCRED) con que se calculo APR-RESULTADO; al
      * liberarse pasa a LOG-REDONDEO (en espacios, pendientes
      * anteriores a CALCRED, vale el tratamiento de
      * entonces, ver LOGREC). APR-TARIFA y APR-TRAMO llevan
      * la tarifa y el tramo de una comision por tarifa
      * (opcion 13) y pasan a LOG-TARIFA y LOG-TRAMO.
      *****************************************************
       01 APR-RECORD.
           05 APR-ESTADO PIC X.
           05 APR-RESULTADO PIC S9(9)V99.
           05 APR-MONEDA PIC X(3).
           05 APR-TASA PIC 9(5)V9(6).
           05 APR-REDONDEO PIC X.
           05 APR-TARIFA PIC X(6).
           05 APR-TRAMO PIC 9(2).
