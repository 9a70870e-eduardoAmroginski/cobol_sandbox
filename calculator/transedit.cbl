      *                 segundo número carrega o código da taxa, que
      *                 deve vir preenchido (motivo 05 quando em
      *                 branco) e não passa pela crítica numérica.
      * 15/10/2026 EAS  Ao terminar o passo grava o registro de
      *                 controle no log de execução RUNLOG (RLOGREC)
      *                 com detalhes lidos, editados e rejeitados e
      *                 seus hashes, para o balanceamento do dia.
      * 15/10/2026 EAS  Hash dos rejeitados somado a cada registro
      *                 gravado no REJOUT, não mais pela diferença
      *                 entre entrada e saída.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSEDIT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-FS.

           SELECT RUNC-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-FS.

           SELECT RLOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       FD  REJ-FILE.
           COPY REJREC.

       FD  RUNC-FILE.
           COPY RUNCREC.

       FD  RLOG-FILE.
           COPY RLOGREC.

       WORKING-STORAGE SECTION.
       77 WS-TRANS-FS           PIC X(02)  VALUE "00".
       77 WS-SAIDA-FS           PIC X(02)  VALUE "00".
       77 WS-REJ-FS             PIC X(02)  VALUE "00".
       77 WS-RUNC-FS            PIC X(02)  VALUE "00".
       77 WS-RLOG-FS            PIC X(02)  VALUE "00".

       77 WS-DATA-MOVTO         PIC 9(08)  VALUE ZERO.
       77 WS-NUM-EXECUCAO       PIC 9(04)  VALUE ZERO.
       77 WS-RLOG-JOB           PIC X(08)  VALUE "CALCBAT".
       77 WS-RLOG-INICIO        PIC X(26)  VALUE SPACES.
       77 WS-TIMESTAMP          PIC X(26)  VALUE SPACES.
       77 WS-DATA-ATUAL         PIC 9(08).
       77 WS-HORA-ATUAL         PIC 9(08).

       77 WS-FIM-ARQUIVO        PIC X(01)  VALUE "N".
           88 WS-FIM-TRANS      VALUE "S".
       77 WS-HASH-SAIDA         PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.
       77 WS-HASH-REJEITADOS    PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.

       01  WS-TRL-SAIDA.
           05  WS-TRL-SAIDA-TIPO   PIC X(01) VALUE "T".
       MAIN-PROCEDURE-END.

       PROC-INICIALIZAR.
            PERFORM PROC-MONTAR-TIMESTAMP
                    THRU PROC-MONTAR-TIMESTAMP-END
            MOVE WS-TIMESTAMP TO WS-RLOG-INICIO

            ACCEPT WS-RLOG-JOB FROM ENVIRONMENT "CALC-JOB-ID"
            IF WS-RLOG-JOB = SPACES
               MOVE "CALCBAT" TO WS-RLOG-JOB
            END-IF

            PERFORM PROC-LER-RUN-CONTROL
                    THRU PROC-LER-RUN-CONTROL-END

            OPEN INPUT TRANS-FILE

            IF WS-TRANS-FS NOT = "00"
            .
       PROC-INICIALIZAR-END.

       PROC-LER-RUN-CONTROL.
            OPEN INPUT RUNC-FILE

            IF WS-RUNC-FS NOT = "00"
               DISPLAY "Erro ao abrir RUNCTL, status: " WS-RUNC-FS
               GO TO PROC-LER-RUN-CONTROL-END
            END-IF

            READ RUNC-FILE
                AT END
                    DISPLAY "RUNCTL sem registro de controle"
                NOT AT END
                    MOVE RUNC-DATA-MOVTO   TO WS-DATA-MOVTO
                    MOVE RUNC-NUM-EXECUCAO TO WS-NUM-EXECUCAO
            END-READ

            CLOSE RUNC-FILE
            .
       PROC-LER-RUN-CONTROL-END.

       PROC-LER-TRANSACAO.
            READ TRANS-FILE
                AT END
               DISPLAY "Erro ao gravar REJOUT, status: " WS-REJ-FS
            ELSE
               ADD 1 TO WS-CONT-REJEITADOS
               IF WS-EDIT-NUM-1-DIGITOS IS NUMERIC
                  ADD TRANS-NUM-1 TO WS-HASH-REJEITADOS
               END-IF
            END-IF
            .
       PROC-GRAVAR-REJEITADO-END.
               MOVE 4 TO RETURN-CODE
            END-IF

            PERFORM PROC-GRAVAR-RUN-LOG
                    THRU PROC-GRAVAR-RUN-LOG-END

            STOP RUN.

      ******************************************************************
      * Control record for the day's balancing: details read must be
      * the merged file's details, and split into accepted plus
      * rejected. Only a numeric TRANS-NUM-1 enters the input hash
      * and every accepted record is numeric, so the rejected hash
      * is what the input hash has that the output hash has not.
      ******************************************************************
       PROC-GRAVAR-RUN-LOG.
            PERFORM PROC-MONTAR-TIMESTAMP
                    THRU PROC-MONTAR-TIMESTAMP-END

            OPEN EXTEND RLOG-FILE

            IF WS-RLOG-FS NOT = "00"
               DISPLAY "Erro ao abrir RUNLOG, status: " WS-RLOG-FS
               GO TO PROC-GRAVAR-RUN-LOG-END
            END-IF

            INITIALIZE RLOG-REC

            MOVE WS-RLOG-JOB        TO RLOG-JOB
            MOVE "TRANSEDIT"        TO RLOG-PROGRAMA
            MOVE WS-DATA-MOVTO      TO RLOG-DATA-MOVTO
            MOVE WS-NUM-EXECUCAO    TO RLOG-NUM-EXECUCAO
            MOVE WS-RLOG-INICIO     TO RLOG-INICIO
            MOVE WS-TIMESTAMP       TO RLOG-FIM
            MOVE RETURN-CODE        TO RLOG-RC

            MOVE "LIDOS"            TO RLOG-CAT-NOME (1)
            MOVE WS-CONT-DETALHES   TO RLOG-CAT-QTD (1)
            MOVE WS-HASH-ENTRADA    TO RLOG-CAT-VALOR (1)
            MOVE "EDITADO"          TO RLOG-CAT-NOME (2)
            MOVE WS-CONT-ACEITOS    TO RLOG-CAT-QTD (2)
            MOVE WS-HASH-SAIDA      TO RLOG-CAT-VALOR (2)
            MOVE "REJEITAD"         TO RLOG-CAT-NOME (3)
            MOVE WS-CONT-REJEITADOS TO RLOG-CAT-QTD (3)
            MOVE WS-HASH-REJEITADOS TO RLOG-CAT-VALOR (3)

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

       END PROGRAM TRANSEDIT.
