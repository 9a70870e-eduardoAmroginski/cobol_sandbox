      ******************************************************************
      * Copybook: BKPREC
      * Purpose:  Control record closing each nightly backup of the
      *           results master CALCMST written by MSTBACK. The
      *           backup holds the master's records (CALCMREC, 116
      *           bytes) in key order followed by this record, whose
      *           key is all nines so it sorts after every real key.
      *           MSTRECOV restores from the backup and takes it from
      *           there:
      *             BKP-ULTIMO-TS      latest CALCM-TIMESTAMP on the
      *                                backup - audit records after it
      *                                were posted after the backup;
      *             BKP-QTD-REGISTROS  records on the backup and
      *             BKP-TOTAL-RESULT   the sum of their CALCM-RESULT,
      *                                to prove the backup complete;
      *             BKP-QTD-CALCOUT    records on the results feed
      *                                CALCOUT when the backup was
      *                                taken - the feed records after
      *                                them pair with the audit
      *                                records after BKP-ULTIMO-TS.
      *           BKP-DATA-MOVTO and BKP-NUM-EXECUCAO are the
      *           run-control date and execution at backup time.
      ******************************************************************
       01  BKP-TRAILER.
           05  BKP-CHAVE           PIC X(15).
               88  BKP-E-TRAILER   VALUE "999999999999999".
           05  BKP-DATA-MOVTO      PIC 9(08).
           05  BKP-NUM-EXECUCAO    PIC 9(04).
           05  BKP-DATA-COPIA      PIC 9(08).
           05  BKP-HORA-COPIA      PIC 9(06).
           05  BKP-ULTIMO-TS       PIC X(26).
           05  BKP-QTD-REGISTROS   PIC 9(09).
           05  BKP-TOTAL-RESULT    PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
           05  BKP-QTD-CALCOUT     PIC 9(09).
           05  FILLER              PIC X(15).
