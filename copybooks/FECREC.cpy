      *****************************************************
      * FECREC.cpy
      * Registro de control de la fecha de negocio FECCTL.
      * Archivo relativo de un solo registro (llave 1), como
      * el numerador TRANNUM. FEC-FECHA-NEGOCIO es el dia de
      * negocio abierto: CALCULADORA, CALCBATCH, CALCAPR y
      * CALCAJTC la graban en LOG-FECHA (la hora del reloj
      * sigue en LOG-HORA) y CALCENT la propone para el
      * encabezado del lote. FEC-FECHA-CERRADA es el ultimo
      * dia cerrado: nada se asienta con fecha igual o
      * anterior salvo un lote de CALCBATCH que un supervisor
      * autoriza por SYSIN. CALCCIE cierra la fecha abierta,
      * deja en FEC-CIERRE-xxx quien y cuando la cerro y
      * avanza FEC-FECHA-NEGOCIO al siguiente dia habil
      * (sin sabados, domingos ni dias de FERIADOS, ver
      * FERREC). Mientras el archivo no exista los programas
      * usan la fecha del reloj.
      *****************************************************
       01 FEC-RECORD.
           05 FEC-FECHA-NEGOCIO PIC 9(8).
           05 FEC-FECHA-CERRADA PIC 9(8).
           05 FEC-CIERRE-OPER PIC X(8).
           05 FEC-CIERRE-FECHA PIC 9(8).
           05 FEC-CIERRE-HORA PIC 9(8).
