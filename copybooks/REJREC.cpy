      * CALCCORR permita corregir y reenviar sin recapturar.
      *****************************************************
       01 REJ-RECORD.
           05 REJ-TRAN PIC X(59).
           05 REJ-MOTIVO PIC X(30).
