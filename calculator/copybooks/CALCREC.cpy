      *           extract selects one day's records by this field.
      *           Records written before the field existed carry
      *           zeros and are never selected for billing.
      *
      *           CALC-REC-AGENCIA is the branch the transaction came
      *           from (TRANS-AGENCIA in batch, CALC-AGENCIA of the
      *           session online); spaces when none was known.
      ******************************************************************
       01  CALC-REC.
           05  CALC-REC-MODO       PIC X(01).
           05  CALC-REC-OPERADOR   PIC X(08).
           05  CALC-REC-SESSAO     PIC 9(06).
           05  CALC-REC-DATA       PIC 9(08).
           05  CALC-REC-AGENCIA    PIC X(02).
