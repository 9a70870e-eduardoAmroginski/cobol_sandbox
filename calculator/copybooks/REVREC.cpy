      ******************************************************************
      * Copybook: REVREC
      * Purpose:  Layout of one item on the suspicious-activity review
      *           file REVMST, kept by SUSPREV: a pattern the review
      *           flagged for one operator, with the supervisor's
      *           disposition. The key - type, operator, reference -
      *           is the same every time the review finds the same
      *           pattern, so an item already cleared is not raised
      *           again.
      *
      *           REV-TIPO (reference):
      *             R - recusas repetidas na sessão
      *                 (date + session)
      *             F - lançamentos logo abaixo do limite do operador
      *                 (date)
      *             A - mesmo supervisor autorizando o operador
      *                 (supervisor + year/month)
      *             P - estorno pelo mesmo par que lançou o cálculo
      *                 (date + sequence of the reversal on CALCMST)
      *             Q - estorno logo após o lançamento
      *                 (date + sequence of the reversal on CALCMST)
      *             H - atividade fora do horário ou em dia não útil
      *                 (date + session)
      *           The operator is the one whose activity is in
      *           question: for P and Q, the one who posted the
      *           calculation that was reversed.
      *
      *           REV-DISPOSICAO:
      *             space - pendente
      *             I     - em análise (still raised)
      *             L     - liberado, nothing irregular
      *             C     - confirmado e encaminhado
      *           L and C are final: the item is not raised again and
      *           is dropped once its last occurrence leaves the
      *           review window.
      ******************************************************************
       01  REV-REC.
           05  REV-CHAVE.
               10  REV-TIPO        PIC X(01).
                   88  REV-TIPO-RECUSAS     VALUE "R".
                   88  REV-TIPO-FRACIONADO  VALUE "F".
                   88  REV-TIPO-AUTORIZACAO VALUE "A".
                   88  REV-TIPO-ESTORNO-PAR VALUE "P".
                   88  REV-TIPO-ESTORNO-RAPIDO VALUE "Q".
                   88  REV-TIPO-HORARIO     VALUE "H".
               10  REV-OPERADOR    PIC X(08).
               10  REV-REFERENCIA  PIC X(20).
           05  REV-PONTOS          PIC 9(03).
           05  REV-QTD             PIC 9(05).
           05  REV-DESCRICAO       PIC X(60).
           05  REV-DATA-PRIMEIRA   PIC 9(08).
           05  REV-DATA-ULTIMA     PIC 9(08).
           05  REV-DISPOSICAO      PIC X(01).
               88  REV-PENDENTE    VALUE " ".
               88  REV-EM-ANALISE  VALUE "I".
               88  REV-LIBERADO    VALUE "L".
               88  REV-CONFIRMADO  VALUE "C".
               88  REV-TRATADO     VALUE "L" "C".
           05  REV-SUPERVISOR      PIC X(08).
           05  REV-DATA-DISPOSICAO PIC 9(08).
           05  REV-OBSERVACAO      PIC X(30).
           05  FILLER              PIC X(10).
