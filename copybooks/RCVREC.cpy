      *****************************************************
      * RCVREC.cpy
      * Registro del diario de recuperacion TRANRCV. Cada
      * alta, cambio o baja que un programa hace en TRANLOG
      * o en el numerador TRANNUM deja aqui un registro con
      * la imagen del registro antes y despues del cambio:
      *   RCV-ACCION "A" alta      (RCV-ANTES en espacios)
      *              "R" cambio    (ambas imagenes)
      *              "D" baja      (RCV-DESPUES en espacios)
      * RCV-ARCHIVO dice a cual de los dos archivos se
      * aplico ("TRANLOG" o "TRANNUM") y RCV-LLAVE su llave
      * (LOG-TRAN-NUM, o 1 en TRANNUM). Las imagenes van
      * ajustadas a la izquierda (LOG-RECORD o NUM-RECORD);
      * el resto del campo en espacios. RCV-FECHA/RCV-HORA
      * son fecha y hora del reloj al momento del cambio
      * (no la fecha de negocio) y RCV-OPERADOR quien lo
      * hizo: el operador de la sesion o de la transaccion,
      * el supervisor que libero o asento, o espacios en un
      * proceso batch sin operador (CALCARCH).
      * TRANRCV es indexado con llave RCV-ID (fecha, hora,
      * programa y RCV-SECUENCIA) y lo comparten abierto en
      * I-O las sesiones de CALCULADORA y CALCAPR y los
      * procesos batch al mismo tiempo, igual que TRANLOG;
      * cada quien agrega sus registros con WRITE por llave.
      * Si la llave ya existe (dos cambios del mismo programa
      * en la misma centesima) se suma 1 a RCV-SECUENCIA y se
      * vuelve a grabar. Leido en orden de llave, el diario
      * queda en el orden en que ocurrieron los cambios.
      * CALCRCV aplica el diario sobre un respaldo de
      * TRANLOG para reconstruirlo hasta un momento dado.
      *****************************************************
       01 RCV-RECORD.
           05 RCV-ID.
               10 RCV-FECHA PIC 9(8).
               10 RCV-HORA PIC 9(8).
               10 RCV-PROGRAMA PIC X(12).
               10 RCV-SECUENCIA PIC 9(4).
           05 RCV-OPERADOR PIC X(8).
           05 RCV-ARCHIVO PIC X(8).
           05 RCV-ACCION PIC X.
           05 RCV-LLAVE PIC 9(9).
           05 RCV-ANTES PIC X(150).
           05 RCV-DESPUES PIC X(150).
