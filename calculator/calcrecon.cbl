      *                 recusada) não têm par no CALCOUT por desenho:
      *                 são saltados do pareamento e contados à
      *                 parte no rodapé.
      * 15/10/2026 EAS  Ao terminar grava o registro de controle no
      *                 log de execução RUNLOG (RLOGREC) com as
      *                 contagens e totais dos dois arquivos, eventos
      *                 de segurança e divergências.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRECON.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-FS.

           SELECT RLOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       FD  RUNC-FILE.
           COPY RUNCREC.

       FD  RLOG-FILE.
           COPY RLOGREC.

       WORKING-STORAGE SECTION.
       77 WS-AUDIT-FS           PIC X(02)  VALUE "00".
       77 WS-CALC-FS            PIC X(02)  VALUE "00".
       77 WS-RUNC-FS            PIC X(02)  VALUE "00".

       77 WS-RLOG-FS            PIC X(02)  VALUE "00".

       77 WS-DATA-MOVTO         PIC 9(08)  VALUE ZERO.
       77 WS-NUM-EXECUCAO       PIC 9(04)  VALUE ZERO.
       77 WS-RLOG-JOB           PIC X(08)  VALUE "CALCBAT".
       77 WS-RLOG-INICIO        PIC X(26)  VALUE SPACES.
       77 WS-TIMESTAMP          PIC X(26)  VALUE SPACES.
       77 WS-DATA-ATUAL         PIC 9(08).
       77 WS-HORA-ATUAL         PIC 9(08).

       77 WS-FIM-AUDIT          PIC X(01)  VALUE "N".
           88 WS-AUDIT-ESGOTADO VALUE "S".
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

                AT END
                    DISPLAY "RUNCTL sem registro de controle"
                NOT AT END
                    MOVE RUNC-DATA-MOVTO   TO WS-DATA-MOVTO
                    MOVE RUNC-NUM-EXECUCAO TO WS-NUM-EXECUCAO
            END-READ

            CLOSE RUNC-FILE
               MOVE 8 TO RETURN-CODE
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

            MOVE WS-RLOG-JOB         TO RLOG-JOB
            MOVE "CALCRECON"         TO RLOG-PROGRAMA
            MOVE WS-DATA-MOVTO       TO RLOG-DATA-MOVTO
            MOVE WS-NUM-EXECUCAO     TO RLOG-NUM-EXECUCAO
            MOVE WS-RLOG-INICIO      TO RLOG-INICIO
            MOVE WS-TIMESTAMP        TO RLOG-FIM
            MOVE RETURN-CODE         TO RLOG-RC

            MOVE "AUDITORI"          TO RLOG-CAT-NOME (1)
            MOVE WS-CONT-AUDIT       TO RLOG-CAT-QTD (1)
            MOVE WS-TOTAL-AUDIT      TO RLOG-CAT-VALOR (1)
            MOVE "CALCOUT"           TO RLOG-CAT-NOME (2)
            MOVE WS-CONT-CALC        TO RLOG-CAT-QTD (2)
            MOVE WS-TOTAL-CALC       TO RLOG-CAT-VALOR (2)
            MOVE "SEGURANC"          TO RLOG-CAT-NOME (3)
            MOVE WS-CONT-SEGURANCA   TO RLOG-CAT-QTD (3)
            MOVE "DIVERGEN"          TO RLOG-CAT-NOME (4)
            MOVE WS-CONT-DIVERGENTES TO RLOG-CAT-QTD (4)

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

       END PROGRAM CALCRECON.
