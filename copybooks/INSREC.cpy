      *****************************************************
      * INSREC.cpy
      * Registro del maestro de instrucciones permanentes
      * INSTRUC: calculos que se repiten con los mismos
      * datos (cuotas fijas, netos mensuales, conversiones
      * de importes fijos). Cada instruccion lleva la
      * operacion y sus datos (mismos campos que un detalle
      * de TRANIN), el operador dueno y la frecuencia:
      * INS-FRECUENCIA "D" diaria, "S" semanal (INS-DIA es
      * el dia de la semana, 1 = lunes ... 7 = domingo) o
      * "M" mensual (INS-DIA es el dia del mes; si el mes
      * no lo tiene se toma su ultimo dia), vigente de
      * INS-FECHA-INICIO a INS-FECHA-FIN (99999999 = sin
      * fin). INS-ACTIVA = "N" la suspende sin borrarla.
      * INS-ULT-GEN es la ultima fecha de negocio hasta la
      * que CALCPROG ya genero la instruccion (cero si nunca
      * se ha generado); una corrida solo genera fechas
      * posteriores, asi que repetirla no duplica. Archivo
      * indexado con llave INS-CLAVE; CALCINS lo mantiene y
      * CALCPROG lo lee para armar el lote de TRANIN.
      *****************************************************
       01 INS-RECORD.
           05 INS-CLAVE PIC X(8).
           05 INS-DESCRIPCION PIC X(30).
           05 INS-OPCION PIC 9(2).
           05 INS-NUM1 PIC S9(9)V99.
           05 INS-NUM2 PIC S9(9)V99.
           05 INS-NUM3 PIC S9(9)V99.
           05 INS-MONEDA PIC X(3).
           05 INS-OPERADOR PIC X(8).
           05 INS-FRECUENCIA PIC X.
           05 INS-DIA PIC 9(2).
           05 INS-FECHA-INICIO PIC 9(8).
           05 INS-FECHA-FIN PIC 9(8).
           05 INS-ACTIVA PIC X.
           05 INS-ULT-GEN PIC 9(8).
           05 INS-MODIF-OPER PIC X(8).
           05 INS-MODIF-FECHA PIC 9(8).
