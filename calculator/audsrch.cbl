      *          covered the whole period.
      *
      * Modification history:
      * 15/10/2026 EAS  O registro de auditoria cresceu com a agência
      *                 de origem: gerações e extrato passam a 87
      *                 posições (gerações anteriores passam antes
      *                 pelo AGECONV).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSRCH.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH1-FILE.
       01  ARCH1-REC               PIC X(87).

       FD  ARCH2-FILE.
       01  ARCH2-REC               PIC X(87).

       FD  ARCH3-FILE.
       01  ARCH3-REC               PIC X(87).

       FD  SEL-FILE.
       01  SEL-REC                 PIC X(87).

       FD  RPT-FILE.
           COPY RPTREC.
