      ******************************************************************
      * Author: Eduardo Amroginski Santos
      * Date: 15/10/2026
      * Purpose: One-time conversion of the results master CALCMST to
      *          the layout that carries the business date of each
      *          posting (CALCM-DATA-MOVTO), 108 -> 116 bytes (keyed).
      *          Every record is copied in key order to the NEW
      *          cluster with the business date filled in:
      *            - a posting of a batch run - operator equal to the
      *              job of a CALCULATOR record on the run log RUNLOG
      *              and timestamp within that run's start and end -
      *              takes the run's business date (RLOG-DATA-MOVTO);
      *            - any other posting takes its clock date
      *              CALCM-DATA, which is what TELA posts under.
      *          Only runs whose business date differs from the clock
      *          date at their start or end are kept from RUNLOG: for
      *          every other run the clock date is already right.
      *          Postings from before the run log existed, or of a
      *          run that abended without logging, keep the clock
      *          date. RETURN-CODE 4 when RUNLOG cannot be read or
      *          holds more runs than the table (the records
      *          concerned keep the clock date), 8 when the master
      *          cannot be converted. Counts in and out are displayed
      *          and must match.
      *
      * Modification history:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RLOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-FS.

           SELECT CALCM-ENT-FILE
               ASSIGN TO "CALCMVEL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CVELHO-CHAVE
               FILE STATUS IS WS-CALCM-ENT-FS.

           SELECT CALCM-SAI-FILE
               ASSIGN TO "CALCMNOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CALCM-CHAVE
               FILE STATUS IS WS-CALCM-SAI-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RLOG-FILE.
           COPY RLOGREC.

       FD  CALCM-ENT-FILE.
       01  CVELHO-REC.
           05  CVELHO-CHAVE        PIC X(15).
           05  CVELHO-RESTO        PIC X(93).

       FD  CALCM-SAI-FILE.
           COPY CALCMREC.

       WORKING-STORAGE SECTION.
       77 WS-RLOG-FS            PIC X(02)  VALUE "00".
       77 WS-CALCM-ENT-FS       PIC X(02)  VALUE "00".
       77 WS-CALCM-SAI-FS       PIC X(02)  VALUE "00".

       77 WS-FIM-ARQUIVO        PIC X(01).
           88 WS-FIM-ENTRADA    VALUE "S".

      * Batch runs whose business date is not the clock date.
       77 WS-MAX-EXECUCOES      PIC 9(04) COMP VALUE 500.
       77 WS-QTD-EXECUCOES      PIC 9(04) COMP VALUE 0.

       01  WS-EXECUCOES.
           05  WS-EXE-ENT          OCCURS 500 TIMES.
               10  WS-EXE-JOB      PIC X(08).
               10  WS-EXE-DATA-MOVTO PIC 9(08).
               10  WS-EXE-INICIO   PIC X(26).
               10  WS-EXE-FIM      PIC X(26).

       77 WS-EXE-IDX            PIC 9(04) COMP.
       77 WS-ACHADO-IDX         PIC 9(04) COMP.

      * Clock date of a run-log timestamp (AAAA-MM-DD ...).
       01  WS-DATA-TS.
           05  WS-DTS-ANO          PIC 9(04).
           05  WS-DTS-MES          PIC 9(02).
           05  WS-DTS-DIA          PIC 9(02).
       01  WS-DATA-TS-N          REDEFINES WS-DATA-TS PIC 9(08).

       77 WS-DATA-INICIO        PIC 9(08).
       77 WS-DATA-FIM           PIC 9(08).

       77 WS-CONT-EXECUCOES     PIC 9(09) COMP VALUE 0.
       77 WS-CONT-LIDOS         PIC 9(09) COMP VALUE 0.
       77 WS-CONT-GRAVADOS      PIC 9(09) COMP VALUE 0.
       77 WS-CONT-DO-LOTE       PIC 9(09) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM PROC-CARREGAR-EXECUCOES
                    THRU PROC-CARREGAR-EXECUCOES-END

            PERFORM PROC-CONVERTER-CALCMST
                    THRU PROC-CONVERTER-CALCMST-END

            STOP RUN.
       MAIN-PROCEDURE-END.

      ******************************************************************
      * CALCULATOR records on the run log. A run that started and
      * ended on its business date needs no entry: its postings'
      * clock date is the business date.
      ******************************************************************
       PROC-CARREGAR-EXECUCOES.
            MOVE "N" TO WS-FIM-ARQUIVO

            OPEN INPUT RLOG-FILE

            IF WS-RLOG-FS NOT = "00"
               DISPLAY "RUNLOG não lido, status: " WS-RLOG-FS
                       " - todos os registros com a data do relógio"
               MOVE 4 TO RETURN-CODE
               GO TO PROC-CARREGAR-EXECUCOES-END
            END-IF

            PERFORM PROC-LER-RUN-LOG
                    THRU PROC-LER-RUN-LOG-END
                    UNTIL WS-FIM-ENTRADA

            CLOSE RLOG-FILE

            DISPLAY "MOVCONV - execuções do CALCULATOR no RUNLOG "
                    WS-CONT-EXECUCOES " fora da data do relógio "
                    WS-QTD-EXECUCOES
            .
       PROC-CARREGAR-EXECUCOES-END.

       PROC-LER-RUN-LOG.
            READ RLOG-FILE
                AT END
                    SET WS-FIM-ENTRADA TO TRUE
                    GO TO PROC-LER-RUN-LOG-END
            END-READ

            IF RLOG-PROGRAMA NOT = "CALCULATOR"
               GO TO PROC-LER-RUN-LOG-END
            END-IF

            ADD 1 TO WS-CONT-EXECUCOES

            MOVE RLOG-INICIO(1:4) TO WS-DTS-ANO
            MOVE RLOG-INICIO(6:2) TO WS-DTS-MES
            MOVE RLOG-INICIO(9:2) TO WS-DTS-DIA
            MOVE WS-DATA-TS-N     TO WS-DATA-INICIO

            MOVE RLOG-FIM(1:4)    TO WS-DTS-ANO
            MOVE RLOG-FIM(6:2)    TO WS-DTS-MES
            MOVE RLOG-FIM(9:2)    TO WS-DTS-DIA
            MOVE WS-DATA-TS-N     TO WS-DATA-FIM

            IF RLOG-DATA-MOVTO = WS-DATA-INICIO
               AND RLOG-DATA-MOVTO = WS-DATA-FIM
               GO TO PROC-LER-RUN-LOG-END
            END-IF

            IF WS-QTD-EXECUCOES NOT < WS-MAX-EXECUCOES
               DISPLAY "Tabela de execuções cheia, execução de "
                       RLOG-JOB " de " RLOG-INICIO
                       " fica com a data do relógio"
               MOVE 4 TO RETURN-CODE
               GO TO PROC-LER-RUN-LOG-END
            END-IF

            ADD 1 TO WS-QTD-EXECUCOES
            MOVE RLOG-JOB        TO WS-EXE-JOB(WS-QTD-EXECUCOES)
            MOVE RLOG-DATA-MOVTO TO WS-EXE-DATA-MOVTO(WS-QTD-EXECUCOES)
            MOVE RLOG-INICIO     TO WS-EXE-INICIO(WS-QTD-EXECUCOES)
            MOVE RLOG-FIM        TO WS-EXE-FIM(WS-QTD-EXECUCOES)
            .
       PROC-LER-RUN-LOG-END.

       PROC-CONVERTER-CALCMST.
            MOVE "N" TO WS-FIM-ARQUIVO

            OPEN INPUT CALCM-ENT-FILE

            IF WS-CALCM-ENT-FS NOT = "00"
               DISPLAY "Erro ao abrir CALCMVEL, status: "
                       WS-CALCM-ENT-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-CONVERTER-CALCMST-END
            END-IF

            OPEN OUTPUT CALCM-SAI-FILE

            IF WS-CALCM-SAI-FS NOT = "00"
               DISPLAY "Erro ao abrir CALCMNOV, status: "
                       WS-CALCM-SAI-FS
               MOVE 8 TO RETURN-CODE
               CLOSE CALCM-ENT-FILE
               GO TO PROC-CONVERTER-CALCMST-END
            END-IF

            PERFORM PROC-COPIAR-CALCM
                    THRU PROC-COPIAR-CALCM-END
                    UNTIL WS-FIM-ENTRADA

            CLOSE CALCM-ENT-FILE
            CLOSE CALCM-SAI-FILE

            DISPLAY "MOVCONV - CALCMST lidos " WS-CONT-LIDOS
                    " gravados " WS-CONT-GRAVADOS
                    " com a data de movimento do lote "
                    WS-CONT-DO-LOTE
            .
       PROC-CONVERTER-CALCMST-END.

       PROC-COPIAR-CALCM.
            READ CALCM-ENT-FILE NEXT RECORD
                AT END
                    SET WS-FIM-ENTRADA TO TRUE
                    GO TO PROC-COPIAR-CALCM-END
            END-READ

            IF WS-CALCM-ENT-FS NOT = "00"
               DISPLAY "Erro ao ler CALCMVEL, status: "
                       WS-CALCM-ENT-FS
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-ENTRADA TO TRUE
               GO TO PROC-COPIAR-CALCM-END
            END-IF

            ADD 1 TO WS-CONT-LIDOS

            MOVE CVELHO-REC TO CALCM-REC
            MOVE CALCM-DATA TO CALCM-DATA-MOVTO

            MOVE 0 TO WS-ACHADO-IDX

            PERFORM PROC-COMPARAR-EXECUCAO
                    THRU PROC-COMPARAR-EXECUCAO-END
                    VARYING WS-EXE-IDX FROM 1 BY 1
                    UNTIL WS-EXE-IDX > WS-QTD-EXECUCOES
                          OR WS-ACHADO-IDX > 0

            IF WS-ACHADO-IDX > 0
               MOVE WS-EXE-DATA-MOVTO(WS-ACHADO-IDX)
                    TO CALCM-DATA-MOVTO
               ADD 1 TO WS-CONT-DO-LOTE
            END-IF

            WRITE CALCM-REC

            IF WS-CALCM-SAI-FS NOT = "00"
               DISPLAY "Erro ao gravar CALCMNOV, status: "
                       WS-CALCM-SAI-FS
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-ENTRADA TO TRUE
            ELSE
               ADD 1 TO WS-CONT-GRAVADOS
            END-IF
            .
       PROC-COPIAR-CALCM-END.

       PROC-COMPARAR-EXECUCAO.
            IF WS-EXE-JOB(WS-EXE-IDX) = CALCM-OPERADOR
               AND CALCM-TIMESTAMP NOT < WS-EXE-INICIO(WS-EXE-IDX)
               AND CALCM-TIMESTAMP NOT > WS-EXE-FIM(WS-EXE-IDX)
               MOVE WS-EXE-IDX TO WS-ACHADO-IDX
            END-IF
            .
       PROC-COMPARAR-EXECUCAO-END.

       END PROGRAM MOVCONV.
