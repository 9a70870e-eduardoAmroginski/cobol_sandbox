      *           line is the day's volume and value of one operator
      *           and operation mode, priced from the billable-rates
      *           table.
      *
      *           BILL-HDR-SEQ-ENVIO numbers the transmissions of one
      *           business date: 001 for the first extract, 002 and
      *           up for each corrected resend. Billing echoes date
      *           and sequence on its acknowledgement file (BACKREC)
      *           so every acknowledgement is matched to the exact
      *           extract it answers.
      ******************************************************************
       01  BILL-REC-HEADER.
           05  BILL-HDR-TIPO       PIC X(01).
               88  BILL-HEADER     VALUE "H".
           05  BILL-HDR-DATA       PIC 9(08).
           05  BILL-HDR-SEQ-ENVIO  PIC 9(03).
           05  FILLER              PIC X(46).

       01  BILL-REC-DETALHE.
           05  BILL-DET-TIPO       PIC X(01).
