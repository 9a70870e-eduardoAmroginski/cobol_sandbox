      *           supervisor authorization - with the attempted first
      *           operand in AUDIT-NUM-1 and both operator IDs, and
      *           pairs with nothing on CALCOUT.
      *
      *           AUDIT-AGENCIA is the branch the transaction came
      *           from, as on CALCOUT; spaces when none was known.
      ******************************************************************
       01  AUDIT-REC.
           05  AUDIT-MODO          PIC X(01).
           05  AUDIT-OPERADOR      PIC X(08).
           05  AUDIT-SESSAO        PIC 9(06).
           05  AUDIT-AUTORIZADOR   PIC X(08).
           05  AUDIT-AGENCIA       PIC X(02).
