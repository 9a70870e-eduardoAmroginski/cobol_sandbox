      ******************************************************************
      * Copybook: CHEGREC
      * Purpose:  Layout of one record on the branch arrival log
      *           CHEGADA (DISP=MOD, accumulates across days). TRANSRCYC
      *           appends one record per branch file found on the raw
      *           daily file - received into the cycle, or held with
      *           the reason - and DAYCLOSE appends one per branch the
      *           desk waived. A branch counts as in for the business
      *           date once it has a received or waived record for it;
      *           a held record alone does not.
      *
      *           Hold reasons (CHEG-MOTIVO):
      *             01 - contagem do trailer não confere
      *             02 - hash do trailer não confere
      *             03 - remessa sem trailer
      *             04 - detalhes fora de remessa (sem header)
      *             05 - data do header difere do movimento
      *             06 - agência fora do cadastro AGENMST
      *             07 - remessa repetida da agência no dia
      *
      *           CHEG-QTD-DETALHES and CHEG-HASH are the details read
      *           in the file and their TRANS-NUM-1 hash total.
      *           CHEG-NUM-EXECUCAO is RUNC-NUM-EXECUCAO at the time:
      *           a second file from a branch already received under
      *           an earlier execution is a duplicate, while a rerun of
      *           the front end before the calculator posted it is not.
      ******************************************************************
       01  CHEG-REC.
           05  CHEG-DATA-MOVTO     PIC 9(08).
           05  CHEG-AGENCIA        PIC X(02).
           05  CHEG-SITUACAO       PIC X(01).
               88  CHEG-RECEBIDA   VALUE "R".
               88  CHEG-RETIDA     VALUE "T".
               88  CHEG-DISPENSADA VALUE "D".
           05  CHEG-MOTIVO         PIC X(02).
           05  CHEG-QTD-DETALHES   PIC 9(09).
           05  CHEG-HASH           PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
           05  CHEG-NUM-EXECUCAO   PIC 9(04).
           05  CHEG-JOB            PIC X(08).
           05  CHEG-TIMESTAMP      PIC X(26).
