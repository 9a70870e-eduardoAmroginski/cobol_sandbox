      ******************************************************************
      * Copybook: INSTREC
      * Purpose:  Layout of one standing instruction on the master
      *           INSTMST, maintained through INSTMNT: a calculation
      *           the desk wants keyed on a schedule (the same amount
      *           and rate code on modo "B" every month, a fixed
      *           monthly addition, a quarterly adjustment). INSTGEN
      *           turns every instruction due on the business date
      *           into a detail of the day's raw transaction file, in
      *           the TRANSREC layout, and advances its next due date.
      *
      *           INST-MODO, INST-NUM-1 and INST-NUM-2 are the detail
      *           to generate, with the rate code in INST-TAXA-CODIGO
      *           on modo "B" as on the transaction record.
      *
      *           INST-FREQUENCIA:
      *             D - diária (every business day)
      *             S - semanal
      *             M - mensal
      *             T - trimestral
      *             E - semestral
      *             A - anual
      *           INST-PROX-VENCTO is the next due date; the detail is
      *           generated on the first business day on or after it.
      *           The monthly frequencies keep the day of the month in
      *           INST-DIA-BASE, so a due date on the 31st comes back
      *           to the 31st after a shorter month.
      *           INST-DATA-FIM zero means no end date; an instruction
      *           whose next due date passes the end date is expired.
      *
      *           INST-SITUACAO:
      *             A - ativa
      *             E - encerrada (end date passed, set by INSTGEN)
      *             C - cancelada pela mesa
      *
      *           INST-ULT-GERACAO is the business date of the last
      *           generation and INST-ULT-VENCTO the due date it
      *           covered: a rerun of the cycle on the same business
      *           date emits the same detail again instead of
      *           generating the next occurrence.
      ******************************************************************
       01  INST-REC.
           05  INST-ID             PIC X(08).
           05  INST-DESCRICAO      PIC X(20).
           05  INST-MODO           PIC X(01).
           05  INST-NUM-1          PIC S9(09)V99
                                    SIGN LEADING SEPARATE CHARACTER.
           05  INST-NUM-2          PIC S9(09)V99
                                    SIGN LEADING SEPARATE CHARACTER.
           05  INST-DADOS-TAXA     REDEFINES INST-NUM-2.
               10  INST-TAXA-CODIGO PIC X(04).
               10  FILLER          PIC X(08).
           05  INST-FREQUENCIA     PIC X(01).
               88  INST-FREQ-DIARIA     VALUE "D".
               88  INST-FREQ-SEMANAL    VALUE "S".
               88  INST-FREQ-MENSAL     VALUE "M".
               88  INST-FREQ-TRIMESTRAL VALUE "T".
               88  INST-FREQ-SEMESTRAL  VALUE "E".
               88  INST-FREQ-ANUAL      VALUE "A".
               88  INST-FREQ-VALIDA     VALUE "D" "S" "M" "T" "E" "A".
           05  INST-DIA-BASE       PIC 9(02).
           05  INST-PROX-VENCTO    PIC 9(08).
           05  INST-DATA-FIM       PIC 9(08).
           05  INST-OPERADOR       PIC X(08).
           05  INST-SITUACAO       PIC X(01).
               88  INST-ATIVA      VALUE "A".
               88  INST-ENCERRADA  VALUE "E".
               88  INST-CANCELADA  VALUE "C".
           05  INST-ULT-GERACAO    PIC 9(08).
           05  INST-ULT-VENCTO     PIC 9(08).
           05  FILLER              PIC X(23).
