      *                 remontagem por imagem passou a usar uma área
      *                 de trabalho alfanumérica sobre o registro,
      *                 como o TRANSEDIT faz.
      * 15/10/2026 EAS  Ao terminar grava o registro de controle no
      *                 log de execução RUNLOG (RLOGREC) com as
      *                 exceções lidas e os detalhes suplementares
      *                 gerados e seu hash.
      * 15/10/2026 EAS  O detalhe suplementar volta com a agência de
      *                 origem da exceção (EXCP-AGENCIA), inclusive
      *                 os dos cartões POTCARD; registro de exceção
      *                 agora com 70 posições.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCPRCYC.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-FS.

           SELECT RLOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCP-FILE.
       01  SUPL-REC                PIC X(27).

       FD  NOVO-FILE.
       01  NOVO-REC                PIC X(70).

       FD  RUNC-FILE.
           COPY RUNCREC.
           05  CARD-NUM-2          PIC X(12).
           05  FILLER              PIC X(29).

       FD  RLOG-FILE.
           COPY RLOGREC.

       WORKING-STORAGE SECTION.
       77 WS-EXCP-FS            PIC X(02)  VALUE "00".
       77 WS-SUPL-FS            PIC X(02)  VALUE "00".
       77 WS-NOVO-FS            PIC X(02)  VALUE "00".
       77 WS-RUNC-FS            PIC X(02)  VALUE "00".
       77 WS-CARD-FS            PIC X(02)  VALUE "00".
       77 WS-RLOG-FS            PIC X(02)  VALUE "00".

       77 WS-FIM-EXCP-FLAG      PIC X(01)  VALUE "N".
           88 WS-FIM-EXCP       VALUE "S".

       77 WS-DATA-ATUAL         PIC 9(08).
       77 WS-HORA-ATUAL         PIC 9(08).
       77 WS-TIMESTAMP          PIC X(26)  VALUE SPACES.

       77 WS-DATA-MOVTO         PIC 9(08)  VALUE ZERO.
       77 WS-NUM-EXECUCAO       PIC 9(04)  VALUE ZERO.
       77 WS-RLOG-JOB           PIC X(08)  VALUE "CALCRCYC".
       77 WS-RLOG-INICIO        PIC X(26)  VALUE SPACES.

       77 WS-POT-ENTRADA        PIC X(01)  VALUE "N".
           88 WS-RECICLA-POTENCIA VALUE "S".
           05  WS-DET-MODO         PIC X(01).
           05  WS-DET-NUM-1        PIC X(12).
           05  WS-DET-NUM-2        PIC X(12).
           05  WS-DET-AGENCIA      PIC X(02) VALUE SPACES.

      * Alphanumeric view of the exception record, so the operands
      * can be moved by image into the detail - the same device
           05  WS-EXA-MODO         PIC X(01).
           05  WS-EXA-NUM-1        PIC X(12).
           05  WS-EXA-NUM-2        PIC X(12).
           05  FILLER              PIC X(45).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN-PROCEDURE-END.

       PROC-INICIALIZAR.
            PERFORM PROC-MONTAR-TIMESTAMP
                    THRU PROC-MONTAR-TIMESTAMP-END
            MOVE WS-TIMESTAMP TO WS-RLOG-INICIO

            ACCEPT WS-RLOG-JOB FROM ENVIRONMENT "CALC-JOB-ID"
            IF WS-RLOG-JOB = SPACES
               MOVE "CALCRCYC" TO WS-RLOG-JOB
            END-IF

            ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD

            PERFORM PROC-LER-RUN-CONTROL
                    THRU PROC-LER-RUN-CONTROL-END

            MOVE WS-DATA-ATUAL TO WS-DATA-MOVTO

            ACCEPT WS-POT-ENTRADA FROM ENVIRONMENT "CALC-RPRC-POT"

            IF WS-RECICLA-POTENCIA
                AT END
                    DISPLAY "RUNCTL sem registro de controle"
                NOT AT END
                    MOVE RUNC-DATA-MOVTO   TO WS-DATA-ATUAL
                    MOVE RUNC-NUM-EXECUCAO TO WS-NUM-EXECUCAO
            END-READ

            CLOSE RUNC-FILE
            MOVE WS-EXA-MODO  TO WS-DET-MODO
            MOVE WS-EXA-NUM-1 TO WS-DET-NUM-1
            MOVE WS-EXA-NUM-2 TO WS-DET-NUM-2
            MOVE EXCP-AGENCIA TO WS-DET-AGENCIA

            WRITE SUPL-REC FROM WS-DET-SAIDA

            MOVE WS-CARTAO-MODO(WS-CARTAO-IDX)  TO WS-DET-MODO
            MOVE WS-CARTAO-NUM-1(WS-CARTAO-IDX) TO WS-DET-NUM-1
            MOVE WS-CARTAO-NUM-2(WS-CARTAO-IDX) TO WS-DET-NUM-2
            MOVE EXCP-AGENCIA                   TO WS-DET-AGENCIA

            WRITE SUPL-REC FROM WS-DET-SAIDA

                       "suplementar sai vazio"
            END-IF

            PERFORM PROC-GRAVAR-RUN-LOG
                    THRU PROC-GRAVAR-RUN-LOG-END

            STOP RUN.

       PROC-GRAVAR-RUN-LOG.
            PERFORM PROC-MONTAR-TIMESTAMP
                    THRU PROC-MONTAR-TIMESTAMP-END

            OPEN EXTEND RLOG-FILE

            IF WS-RLOG-FS NOT = "00"
               DISPLAY "Erro ao abrir RUNLOG, status: " WS-RLOG-FS
               GO TO PROC-GRAVAR-RUN-LOG-END
            END-IF

            INITIALIZE RLOG-REC

            MOVE WS-RLOG-JOB          TO RLOG-JOB
            MOVE "EXCPRCYC"           TO RLOG-PROGRAMA
            MOVE WS-DATA-MOVTO        TO RLOG-DATA-MOVTO
            MOVE WS-NUM-EXECUCAO      TO RLOG-NUM-EXECUCAO
            MOVE WS-RLOG-INICIO       TO RLOG-INICIO
            MOVE WS-TIMESTAMP         TO RLOG-FIM
            MOVE RETURN-CODE          TO RLOG-RC

            MOVE "EXCPLIDA"           TO RLOG-CAT-NOME (1)
            MOVE WS-CONT-LIDAS        TO RLOG-CAT-QTD (1)
            MOVE "SUPLEMEN"           TO RLOG-CAT-NOME (2)
            MOVE WS-CONT-SELECIONADAS TO RLOG-CAT-QTD (2)
            MOVE WS-HASH-SAIDA        TO RLOG-CAT-VALOR (2)

            WRITE RLOG-REC

            IF WS-RLOG-FS NOT = "00"
               DISPLAY "Erro ao gravar RUNLOG, status: " WS-RLOG-FS
            END-IF

            CLOSE RLOG-FILE
            .
       PROC-GRAVAR-RUN-LOG-END.

       PROC-MONTAR-TIMESTAMP.
            ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
            ACCEPT WS-HORA-ATUAL FROM TIME

            STRING WS-DATA-ATUAL(1:4) "-" WS-DATA-ATUAL(5:2) "-"
                   WS-DATA-ATUAL(7:2) " " WS-HORA-ATUAL(1:2) ":"
                   WS-HORA-ATUAL(3:2) ":" WS-HORA-ATUAL(5:2) "."
                   WS-HORA-ATUAL(7:2)
                   DELIMITED BY SIZE INTO WS-TIMESTAMP
            END-STRING
            .
       PROC-MONTAR-TIMESTAMP-END.

       END PROGRAM EXCPRCYC.
