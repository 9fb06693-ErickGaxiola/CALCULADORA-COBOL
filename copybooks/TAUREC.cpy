      *****************************************************
      * TAUREC.cpy
      * Registro del archivo de auditoria TARAUD del
      * mantenimiento de tarifas de comision. CALCTARF agrega
      * un registro por cada alta o correccion de una version
      * de tarifa con fecha y hora del movimiento, el
      * operador que lo hizo, la accion ("A" alta, "C"
      * correccion), la llave de la version y la imagen
      * completa del registro de TARIFAS antes y despues del
      * cambio (TAU-ANTES en espacios en las altas). Archivo
      * secuencial de solo agregar; la consulta por tarifa y
      * rango de fechas esta en el propio menu de CALCTARF.
      *****************************************************
       01 TAU-RECORD.
           05 TAU-FECHA-MOV PIC 9(8).
           05 TAU-HORA-MOV PIC 9(8).
           05 TAU-OPERADOR PIC X(8).
           05 TAU-ACCION PIC X.
           05 TAU-CODIGO PIC X(6).
           05 TAU-FECHA-EF PIC 9(8).
           05 TAU-ANTES PIC X(334).
           05 TAU-DESPUES PIC X(334).
