      ******************************************************************
      * Copybook: BSENREC
      * Purpose:  Layout of one sent billing line on BILLSENT, the
      *           history BILLEXTR appends every extract's detail
      *           lines to, keyed by business date, transmission
      *           sequence and line number (the detail's position on
      *           BILLOUT, 1 for the first detail after the header).
      *           BILLACK reads it to show the desk what a line
      *           billing refused actually carried.
      ******************************************************************
       01  BSEN-REC.
           05  BSEN-DATA           PIC 9(08).
           05  BSEN-SEQ-ENVIO      PIC 9(03).
           05  BSEN-LINHA          PIC 9(05).
           05  BSEN-OPERADOR       PIC X(08).
           05  BSEN-MODO           PIC X(01).
           05  BSEN-VOLUME         PIC 9(09).
           05  BSEN-VALOR          PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
           05  BSEN-PRECO          PIC 9(05)V99.
           05  BSEN-COBRANCA       PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
