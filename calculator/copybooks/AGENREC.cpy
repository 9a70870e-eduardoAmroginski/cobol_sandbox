      ******************************************************************
      * Copybook: AGENREC
      * Purpose:  Layout of one branch on the branch master AGENMST,
      *           maintained by the desk: every branch allowed to send
      *           a transaction file, and whether its file is expected
      *           on every business day (AGEN-ESPERADA "S"). A file
      *           from a branch not on the master is held by TRANSRCYC;
      *           an expected branch with no file received is reported
      *           missing by AGENRPT and keeps DAYCLOSE from closing
      *           the date until it arrives or the desk waives it.
      *           The standing instructions due on the date arrive as
      *           a branch file of their own, written by INSTGEN on
      *           every business day under the code in
      *           CALC-AGENCIA-INSTRUCAO (default "IP"), which must be
      *           on the master as expected daily.
      ******************************************************************
       01  AGEN-REC.
           05  AGEN-CODIGO         PIC X(02).
           05  AGEN-NOME           PIC X(30).
           05  AGEN-ESPERADA       PIC X(01).
               88  AGEN-ESPERADA-DIARIA VALUE "S".
           05  FILLER              PIC X(07).
