      ******************************************************************
      * Copybook: RLOGREC
      * Purpose:  Layout of one control record on the shared run log
      *           RUNLOG (DISP=MOD, one record appended by every step
      *           of the daily cycle as it ends). It identifies the
      *           run - job from CALC-JOB-ID, program, business date
      *           and execution number from RUNCTL - with its start
      *           and end timestamps and return code, and carries the
      *           step's own record counts and value totals in up to
      *           eight named categories. CALCBAL ties the categories
      *           of one step to the next for the business date before
      *           DAYCLOSE; the file is also the history of how long
      *           each step ran on each day.
      *
      *           Categories written (name - count / value):
      *             INSTGEN    INSTRUC   standing instructions read
      *                        GERADAS   details generated / NUM-1 hash
      *                        REEMITID  details emitted again on a
      *                                  rerun / NUM-1 hash
      *                        PULADAS   occurrences skipped
      *                        ENCERRAD  instructions expired
      *             TRANSRCYC  REJLIDOS  corrected rejects read
      *                        RECICLAD  rejects recycled / NUM-1 hash
      *                        REBOTADO  rejects bounced again
      *                        BRUTO     details of the branch files
      *                                  received / NUM-1 hash
      *                        RETIDO    details in the branch files
      *                                  held / NUM-1 hash
      *                        MESCLADO  details merged / NUM-1 hash
      *             AGENRPT    RECEBIDA  branches with a file received
      *                                  for the date
      *                        RETIDAS   branch files held
      *                        FALTANTE  daily branches still missing
      *                                  or with held files only
      *             TRANSEDIT  LIDOS     details read / NUM-1 hash
      *                        EDITADO   details accepted / NUM-1 hash
      *                        REJEITAD  details rejected / NUM-1 hash
      *             CALCULATOR LIDOS     details on TRANSIN / hash
      *                        CALCOUT   results posted / result sum
      *                        EXCPOUT   exceptions written
      *                        RECUSADO  refused "X" attempts
      *                        IGNORADO  details with an unknown mode
      *             CALCRECON  AUDITORI  audit records / result sum
      *                        CALCOUT   results feed / result sum
      *                        SEGURANC  security ("X") records
      *                        DIVERGEN  discrepancies
      *             GLJRNL     CALCOUT   results of the date / net
      *                        PARTIDAS  journal entries / debit hash
      *             BILLEXTR   CALCOUT   results of the date / value
      *                        LINHAS    extract lines / charge hash
      *                        VOLUME    volume on BILLOUT / value
      *             EXCPRCYC   EXCPLIDA  exceptions read
      *                        SUPLEMEN  details written / NUM-1 hash
      *             CALCBAL    VERIFIC   checks made
      *                        QUEBRAS   breaks found
      *             DAYCLOSE   (none - date, RC and timestamps only)
      *             MSTBACK    COPIADOS  CALCMST records backed up /
      *                                  result sum
      *                        CALCOUT   results feed / result sum
      *
      *           RLOG-NUM-EXECUCAO is RUNC-NUM-EXECUCAO as the step
      *           read it: the front-end steps run before CALCULATOR
      *           counts the execution, so they show the previous
      *           number.
      ******************************************************************
       01  RLOG-REC.
           05  RLOG-JOB            PIC X(08).
           05  RLOG-PROGRAMA       PIC X(10).
           05  RLOG-DATA-MOVTO     PIC 9(08).
           05  RLOG-NUM-EXECUCAO   PIC 9(04).
           05  RLOG-INICIO         PIC X(26).
           05  RLOG-FIM            PIC X(26).
           05  RLOG-RC             PIC 9(04).
           05  RLOG-CATEGORIA      OCCURS 8 TIMES.
               10  RLOG-CAT-NOME   PIC X(08).
               10  RLOG-CAT-QTD    PIC 9(09).
               10  RLOG-CAT-VALOR  PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
