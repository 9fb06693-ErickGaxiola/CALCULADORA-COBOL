      *****************************************************
      * CTAREC.cpy
      * Registro del maestro de cuentas contables CTAMAP.
      * Relaciona cada tipo de operacion de TRANLOG
      * (LOG-OPCION) con la cuenta de mayor que se carga y
      * la que se abona al contabilizar el resultado. Para
      * las conversiones (opcion 10) y sus ajustes
      * cambiarios (opcion 12) la llave lleva ademas la
      * moneda, de modo que cada divisa puede tener sus
      * propias cuentas; sin renglon para su moneda se toma
      * el de la misma opcion con moneda en blanco. En las
      * demas opciones CTA-MONEDA va en
      * blanco. Los reversos (opcion 11) no llevan renglon:
      * se contabilizan como contrapartida de la operacion
      * original. Un resultado negativo intercambia cargo y
      * abono. Archivo indexado con llave opcion + moneda;
      * CALCCTA lo mantiene y CALCGL lo consulta.
      *****************************************************
       01 CTA-RECORD.
           05 CTA-LLAVE.
               10 CTA-OPCION PIC 9(2).
               10 CTA-MONEDA PIC X(3).
           05 CTA-CUENTA-CARGO PIC X(12).
           05 CTA-CUENTA-ABONO PIC X(12).
           05 CTA-DESCRIPCION PIC X(30).
