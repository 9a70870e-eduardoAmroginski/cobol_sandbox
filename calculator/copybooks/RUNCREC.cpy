      *
      *           DAYCLOSE marks the day closed after reconciliation
      *           is clean and opens the next business date.
      *
      *           RUNC-MES-FECHADO is the last business month closed by
      *           MONTHEND (AAAAMM) - months of the business date
      *           CALCM-DATA-MOVTO, not of the calendar - zeros before
      *           the first close, and RUNC-MES-FECHADO-TS the moment
      *           it was closed. A reversal keyed in TELA against a
      *           calculation whose business month is up to
      *           RUNC-MES-FECHADO is posted as a prior-period
      *           adjustment of the current month instead of changing
      *           the closed one. DAYCLOSE carries both fields over
      *           when it opens a new date.
      *
      *           RUNC-DATA-ANTERIOR is the last business date that was
      *           processed before the open one - the date DAYCLOSE just
      *           closed when it rolled to the next business day. The
      *           report programs run after the close (AUDITRPT,
      *           OPERRPT, SUSPREV) report on it while the open date
      *           has no execution yet. Zeros or spaces: none.
      ******************************************************************
       01  RUNC-REC.
           05  RUNC-DATA-MOVTO     PIC 9(08).
               88  RUNC-ABERTO     VALUE "A".
               88  RUNC-EM-EXECUCAO VALUE "E".
               88  RUNC-FECHADO    VALUE "F".
           05  RUNC-MES-FECHADO    PIC 9(06).
           05  RUNC-MES-FECHADO-TS PIC X(26).
           05  RUNC-DATA-ANTERIOR  PIC 9(08).
