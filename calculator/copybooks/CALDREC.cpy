      ******************************************************************
      * Copybook: CALDREC
      * Purpose:  Layout of one day on the business calendar CALEND,
      *           one record per calendar day in date order, built a
      *           year at a time by CALMNT from the weekends plus the
      *           desk's holiday cards. DAYCLOSE rolls the business
      *           date to the next day flagged "S"; AUDPURGE, AUDITRPT
      *           and OPERRPT count business days on it instead of
      *           calendar days.
      *
      *           CALD-DIA-UTIL:
      *             S - business day
      *             N - weekend or holiday (reason in CALD-DESCRICAO)
      ******************************************************************
       01  CALD-REC.
           05  CALD-DATA           PIC 9(08).
           05  CALD-DIA-UTIL       PIC X(01).
               88  CALD-UTIL       VALUE "S".
               88  CALD-NAO-UTIL   VALUE "N".
           05  CALD-DESCRICAO      PIC X(30).
