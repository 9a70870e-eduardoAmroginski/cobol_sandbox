      *           a hash total over TRANS-NUM-1) after them, so a
      *           truncated transfer from the branch system is caught
      *           before any detail is processed.
      *
      *           Each branch sends its own file, identified by
      *           TRANS-HDR-AGENCIA (AGENREC branch master); several
      *           branch files arrive one after another on the raw
      *           daily file, each with its own header and trailer.
      *           TRANSRCYC verifies them one by one and merges the
      *           good ones under a single header and trailer, with
      *           the sending branch stamped on every detail in
      *           TRANS-AGENCIA - the branch itself leaves it blank.
      ******************************************************************
       01  TRANS-REC.
           05  TRANS-MODO          PIC X(01).
           05  TRANS-DADOS-TAXA    REDEFINES TRANS-NUM-2.
               10  TRANS-TAXA-CODIGO PIC X(04).
               10  FILLER          PIC X(08).
           05  TRANS-AGENCIA       PIC X(02).

       01  TRANS-REC-HEADER.
           05  TRANS-HDR-TIPO      PIC X(01).
               88  TRANS-HEADER    VALUE "H".
           05  TRANS-HDR-DATA      PIC 9(08).
           05  TRANS-HDR-AGENCIA   PIC X(02).
           05  FILLER              PIC X(16).

       01  TRANS-REC-TRAILER.
           05  TRANS-TRL-TIPO      PIC X(01).
