      ******************************************************************
      * Copybook: BACKREC
      * Purpose:  Layout of billing's acknowledgement file BILLACK,
      *           returned after their intake edit of a BILLOUT
      *           extract. Every record names the extract it answers
      *           by the business date and transmission sequence on
      *           the BILLOUT header.
      *
      *           BACK-TIPO:
      *             E - the extract as a whole (BACK-LINHA zero)
      *             L - one BILL-REC-DETALHE line, by its position
      *                 on the extract, with the operator and mode
      *                 billing read on it
      *           BACK-SITUACAO "A" accepted, "R" rejected; a
      *           rejection carries billing's reason code and text.
      ******************************************************************
       01  BACK-REC.
           05  BACK-TIPO           PIC X(01).
               88  BACK-EXTRATO    VALUE "E".
               88  BACK-LINHA-DET  VALUE "L".
           05  BACK-DATA           PIC 9(08).
           05  BACK-SEQ-ENVIO      PIC 9(03).
           05  BACK-LINHA          PIC 9(05).
           05  BACK-OPERADOR       PIC X(08).
           05  BACK-MODO           PIC X(01).
           05  BACK-SITUACAO       PIC X(01).
               88  BACK-ACEITO     VALUE "A".
               88  BACK-REJEITADO  VALUE "R".
           05  BACK-MOTIVO         PIC X(04).
           05  BACK-DESCRICAO      PIC X(30).
