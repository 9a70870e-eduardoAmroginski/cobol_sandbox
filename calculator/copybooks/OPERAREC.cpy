      ******************************************************************
      * Copybook: OPERAREC
      * Purpose:  Layout of one operator-maintenance audit record
      *           appended to OPERAUD by OPERMNT for every add,
      *           change, password reset or deactivation on the
      *           operator master. Carries the action, the security
      *           officer's ID, a timestamp and the full before and
      *           after images of the operator record in the OPERREC
      *           layout. The password field of both images is
      *           masked - the audit file shows that a password was
      *           reset, never what it was or became.
      *
      *           Actions:
      *             I - inclusão de operador
      *             A - alteração de nome, nível ou limite
      *             S - troca de senha
      *             D - desativação
      ******************************************************************
       01  OPERA-REC.
           05  OPERA-TIMESTAMP     PIC X(26).
           05  OPERA-OPERADOR      PIC X(08).
           05  OPERA-ACAO          PIC X(01).
           05  OPERA-ANTES         PIC X(59).
           05  OPERA-DEPOIS        PIC X(59).
