      *****************************************************
      * FERREC.cpy
      * Registro del calendario de dias feriados FERIADOS.
      * Un registro por dia inhabil que no cae en sabado o
      * domingo (los fines de semana siempre son inhabiles).
      * CALCCIE lo consulta al avanzar la fecha de negocio
      * (ver FECREC) para saltar esos dias. El archivo lo
      * mantiene el supervisor editando el dataset; conviene
      * cargar el calendario del ano siguiente antes de
      * diciembre.
      *****************************************************
       01 FER-RECORD.
           05 FER-FECHA PIC 9(8).
           05 FER-DESCRIPCION PIC X(30).
