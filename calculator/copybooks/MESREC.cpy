      ******************************************************************
      * Copybook: MESREC
      * Purpose:  Layouts of the monthly summary MONTHEND writes when
      *           it closes a calendar month of the results master
      *           CALCMST: to MESOUT, the file billing reconciles the
      *           month's invoices against, and appended to the
      *           history MESHIST the next close compares with. Same
      *           control-record style as BILLREC: one header ("H"
      *           with the month and the moment it was closed), one
      *           detail per operator and operation mode, and a
      *           trailer ("T" with the detail count, the net count
      *           and a hash total over the net values).
      *
      *           Every detail carries its month. Per operator and
      *           mode of the calculation:
      *             LANCADA    calculations whose business date
      *                        (CALCM-DATA-MOVTO, the date on CALCOUT)
      *                        falls in the month, as they went to
      *                        billing day by day;
      *             ESTORNADA  of those, the ones reversed before the
      *                        month was closed - netted out;
      *             AJUSTE     reversals posted in the month against
      *                        calculations of months already closed
      *                        (prior-period adjustments, "A" on
      *                        CALCMST), on the line of the original
      *                        calculation; the value is the reversal
      *                        entry's, so it carries the opposite
      *                        sign;
      *             LIQUIDA    LANCADA less ESTORNADA less AJUSTE;
      *                        the net value is LANCADO less ESTORNADO
      *                        plus AJUSTE.
      *           The reversal entries themselves (mode "E") are not
      *           lines of their own: each is netted against the
      *           calculation it took out.
      *           A later block for the same month on the history
      *           supersedes an earlier one.
      ******************************************************************
       01  MES-REC-HEADER.
           05  MES-HDR-TIPO        PIC X(01).
               88  MES-HEADER      VALUE "H".
           05  MES-HDR-MES         PIC 9(06).
           05  MES-HDR-DATA-MOVTO  PIC 9(08).
           05  MES-HDR-TIMESTAMP   PIC X(26).
           05  FILLER              PIC X(79).

       01  MES-REC-DETALHE.
           05  MES-DET-TIPO        PIC X(01).
               88  MES-DETALHE     VALUE "D".
           05  MES-DET-MES         PIC 9(06).
           05  MES-DET-OPERADOR    PIC X(08).
           05  MES-DET-MODO        PIC X(01).
           05  MES-DET-QTD-LANCADA PIC 9(09).
           05  MES-DET-VALOR-LANCADO
                                   PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
           05  MES-DET-QTD-ESTORNADA
                                   PIC 9(09).
           05  MES-DET-VALOR-ESTORNADO
                                   PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
           05  MES-DET-QTD-AJUSTE  PIC 9(09).
           05  MES-DET-VALOR-AJUSTE
                                   PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
           05  MES-DET-QTD-LIQUIDA PIC S9(09)
                                    SIGN LEADING SEPARATE CHARACTER.
           05  MES-DET-VALOR-LIQUIDO
                                   PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X(03).

       01  MES-REC-TRAILER.
           05  MES-TRL-TIPO        PIC X(01).
               88  MES-TRAILER     VALUE "T".
           05  MES-TRL-MES         PIC 9(06).
           05  MES-TRL-CONTAGEM    PIC 9(09).
           05  MES-TRL-QTD-LIQUIDA PIC S9(09)
                                    SIGN LEADING SEPARATE CHARACTER.
           05  MES-TRL-HASH        PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X(78).
