      *           reversal entry ("R"); CALCM-XREF carries the key of
      *           the other half of the pair so audit can walk from
      *           either record to the one that balances it.
      *           A reversal of a calculation from a month already
      *           closed by MONTHEND is marked "A" instead of "R": it
      *           belongs to the month it was posted in and is shown
      *           there as a prior-period adjustment; the original
      *           is still marked "E" so it cannot be reversed twice.
      *
      *           CALCM-DATA is the clock date the result was written
      *           on; CALCM-DATA-MOVTO is the business date it was
      *           posted under, as CALC-REC-DATA on CALCOUT (the run-
      *           control date in batch, the calendar date online).
      *           They differ for a batch run past midnight or for a
      *           date still open on a later day, and MONTHEND closes
      *           a month by CALCM-DATA-MOVTO.
      ******************************************************************
       01  CALCM-REC.
           05  CALCM-CHAVE.
           05  CALCM-SESSAO        PIC 9(06).
           05  CALCM-SITUACAO      PIC X(01).
               88  CALCM-ESTORNADO VALUE "E".
               88  CALCM-REVERSAO  VALUE "R" "A".
               88  CALCM-AJUSTE-ANTERIOR VALUE "A".
           05  CALCM-XREF.
               10  CALCM-XREF-DATA PIC 9(08).
               10  CALCM-XREF-SEQ  PIC 9(07).
           05  CALCM-DATA-MOVTO    PIC 9(08).
