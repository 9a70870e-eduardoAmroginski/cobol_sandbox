      *              to 2 (clerk) so every existing operator keeps
      *              working, amount limit to zero (no limit); the
      *              desk raises supervisors to level 3 and sets
      *              limits afterwards with OPERMNT ("A" cards).
      *            AUDITOUT 77 -> 85: authorizer defaults to spaces.
      *            EXCPOUT  67 -> 68: situation defaults to space.
      *            RATEMST  51 -> 62: end date defaults to zero
      *          out are displayed per file and must match.
      *
      * Modification history:
      * 15/10/2026 EAS  Comentários: supervisores e limites são
      *                 ajustados pelo OPERMNT após a conversão.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTCONV.
      ******************************************************************
      * Existing operators come out level 2 with no amount limit, so
      * sign-on keeps working the morning after install; the desk
      * promotes the supervisors and sets limits afterwards with
      * OPERMNT.
      ******************************************************************
       PROC-CONVERTER-OPERMST.
            MOVE "N" TO WS-FIM-ARQUIVO
