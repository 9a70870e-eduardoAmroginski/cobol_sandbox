      ******************************************************************
      * Copybook: BSTAREC
      * Purpose:  Layout of one event on the billing transmission
      *           history BILLSTAT, appended by BILLEXTR when it
      *           writes an extract and by BILLACK when billing's
      *           acknowledgement comes back. The events of one
      *           business date and sequence, read in file order,
      *           tell where that extract stands; the last one wins.
      *
      *           BSTA-EVENTO:
      *             E - sent (first extract of the business date)
      *             N - resent (corrected extract, sequence 002 up)
      *             A - acknowledged: billing accepted the extract
      *                 (BSTA-REJEITADAS lines may still be refused)
      *             R - rejected: billing refused the whole extract
      *                 (reason in BSTA-MOTIVO)
      *
      *           BSTA-DATA-EVENTO is the run-control business date
      *           the event happened under - for a send, the day the
      *           two-business-day acknowledgement clock starts.
      ******************************************************************
       01  BSTA-REC.
           05  BSTA-DATA           PIC 9(08).
           05  BSTA-SEQ-ENVIO      PIC 9(03).
           05  BSTA-EVENTO         PIC X(01).
               88  BSTA-ENVIADO    VALUE "E".
               88  BSTA-REENVIADO  VALUE "N".
               88  BSTA-ACEITO     VALUE "A".
               88  BSTA-REJEITADO  VALUE "R".
           05  BSTA-DATA-EVENTO    PIC 9(08).
           05  BSTA-TIMESTAMP      PIC X(26).
           05  BSTA-LINHAS         PIC 9(09).
           05  BSTA-REJEITADAS     PIC 9(09).
           05  BSTA-HASH           PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
           05  BSTA-MOTIVO         PIC X(04).
