      * Registro del numerador de transacciones TRANNUM.
      * Guarda el ultimo LOG-TRAN-NUM asignado en TRANLOG
      * para que CALCULADORA y CALCBATCH numeren en serie.
      * Cada programa que asienta (CALCULADORA, CALCAPR,
      * CALCBATCH, CALCAJTC) toma un numero por transaccion:
      * lee el registro con bloqueo, le suma uno, lo regraba
      * y lo libera; nadie guarda el numero en memoria entre
      * una transaccion y otra, asi que varias sesiones y el
      * batch pueden asentar al mismo tiempo sin repetirlo.
      * Si el registro esta bloqueado se reintenta; si al
      * grabar en TRANLOG el numero ya existe se toma otro.
      *****************************************************
       01 NUM-RECORD.
           05 NUM-ULTIMO-TRAN PIC 9(9).
