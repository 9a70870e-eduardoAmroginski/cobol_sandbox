      ******************************************************************
      * Copybook: GLJREC
      * Purpose:  Layouts of the daily general-ledger journal GLOUT
      *           written by GLJRNL from the day's CALCOUT. Same
      *           control-record style as TRANSIN and BILLOUT: one
      *           header ("H" with the business date) before the
      *           entries, one trailer ("T") after them with the entry
      *           count and separate hash totals over the debit and
      *           the credit amounts, so the ledger's intake can prove
      *           the journal balances before posting it.
      *
      *           Each detail is one side of a double entry: every
      *           mode with a nonzero net gives a debit line and a
      *           credit line of the same amount, always positive,
      *           with GLJ-DET-NATUREZA telling the side.
      ******************************************************************
       01  GLJ-REC-HEADER.
           05  GLJ-HDR-TIPO        PIC X(01).
               88  GLJ-HEADER      VALUE "H".
           05  GLJ-HDR-DATA        PIC 9(08).
           05  FILLER              PIC X(64).

       01  GLJ-REC-DETALHE.
           05  GLJ-DET-TIPO        PIC X(01).
               88  GLJ-DETALHE     VALUE "D".
           05  GLJ-DET-DATA        PIC 9(08).
           05  GLJ-DET-LANCAMENTO  PIC 9(05).
           05  GLJ-DET-CONTA       PIC X(12).
           05  GLJ-DET-NATUREZA    PIC X(01).
               88  GLJ-DEBITO      VALUE "D".
               88  GLJ-CREDITO     VALUE "C".
           05  GLJ-DET-VALOR       PIC 9(13)V99.
           05  GLJ-DET-MODO        PIC X(01).
           05  GLJ-DET-HISTORICO   PIC X(30).

       01  GLJ-REC-TRAILER.
           05  GLJ-TRL-TIPO        PIC X(01).
               88  GLJ-TRAILER     VALUE "T".
           05  GLJ-TRL-CONTAGEM    PIC 9(09).
           05  GLJ-TRL-HASH-DEBITO PIC 9(13)V99.
           05  GLJ-TRL-HASH-CREDITO PIC 9(13)V99.
           05  FILLER              PIC X(33).
