      *           rebuilt into a supplemental transaction ("R"), so
      *           a second recycle run does not select it again and
      *           the day's counts are not doubled.
      *
      *           EXCP-AGENCIA is the branch the transaction came from,
      *           carried into the rebuilt supplemental detail.
      ******************************************************************
       01  EXCP-REC.
           05  EXCP-MODO           PIC X(01).
           05  EXCP-SESSAO         PIC 9(06).
           05  EXCP-SITUACAO       PIC X(01).
               88  EXCP-REPROCESSADA VALUE "R".
           05  EXCP-AGENCIA        PIC X(02).
