      ******************************************************************
      * Copybook: INSTAREC
      * Purpose:  Layout of one standing-instruction maintenance audit
      *           record appended to INSTAUD by INSTMNT for every add,
      *           change or cancellation of an instruction. Carries
      *           the action, the maintaining operator's ID, a
      *           timestamp and the full before and after images of
      *           the instruction record, so a schedule that started
      *           generating the wrong amount can be traced to who
      *           changed it and when.
      *
      *           Actions:
      *             I - inclusão de instrução
      *             A - alteração de instrução
      *             C - cancelamento de instrução
      ******************************************************************
       01  INSTA-REC.
           05  INSTA-TIMESTAMP     PIC X(26).
           05  INSTA-OPERADOR      PIC X(08).
           05  INSTA-ACAO          PIC X(01).
           05  INSTA-ANTES         PIC X(120).
           05  INSTA-DEPOIS        PIC X(120).
