      *             03 - segundo número não numérico
      *             04 - divisor zero em divisão ou MOD
      *             05 - código de taxa em branco na operação de taxa
      *
      *           The record image carries the sending branch in its
      *           last two positions (TRANS-AGENCIA), shown here as
      *           REJ-AGENCIA; a corrected reject keeps it, so the
      *           recycled detail goes back under its own branch.
      ******************************************************************
       01  REJ-REC.
           05  REJ-TRANS-REG       PIC X(27).
           05  REJ-TRANS-REG-R     REDEFINES REJ-TRANS-REG.
               10  FILLER          PIC X(25).
               10  REJ-AGENCIA     PIC X(02).
           05  REJ-MOTIVO          PIC X(02).
           05  REJ-NUM-REGISTRO    PIC 9(09).
