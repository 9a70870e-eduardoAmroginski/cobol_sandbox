      * Purpose:  Layout of one checkpoint record written to CKPTOUT
      *           so a long unattended session leaves a periodic
      *           marker of how many operations it has completed.
      *           A restart takes its counters back from the last
      *           one: operations, transactions to skip, exceptions
      *           and refused attempts (CKPT-NEGATIVAS), so the day's
      *           totals still balance after the rerun.
      ******************************************************************
       01  CKPT-REC.
           05  CKPT-CONTADOR       PIC 9(09).
           05  CKPT-TIMESTAMP      PIC X(26).
           05  CKPT-OPERADOR       PIC X(08).
           05  CKPT-SESSAO         PIC 9(06).
           05  CKPT-NEGATIVAS      PIC 9(09).
