      *          in front of the new day's details on MERGEOUT and
      *          regenerates the header and trailer control records
      *          so the detail count and the TRANS-NUM-1 hash total
      *          cover the combined file. The raw file holds one file
      *          per branch, each with its own header and trailer:
      *          every branch file is verified on its own (trailer
      *          count and hash, business date, branch on the master
      *          AGENMST, not already received) and logged on the
      *          arrival log CHEGADA; a good one is merged with the
      *          branch stamped on its details, a bad one is copied
      *          as it came to HOLDOUT without holding up the rest.
      *          A reject that fails the
      *          edits again goes to REJ2OUT - a record that bounced
      *          twice needs a supervisor, not another resubmission -
      *          and is reported separately from the recycled records
      *          normal no-corrections day: the raw file passes
      *          through with its controls regenerated and the step
      *          ends clean. Ends with RETURN-CODE 4 when any reject
      *          bounced again or any branch file was held, and 8
      *          when a file cannot be read or written.
      *
      * Modification history:
      * 15/10/2026 EAS  Ao terminar o passo grava o registro de
      *                 controle no log de execução RUNLOG (RLOGREC):
      *                 data e execução do RUNCTL, início e fim, RC e
      *                 as contagens e hashes de rejeitos, detalhes
      *                 brutos e arquivo mesclado, para o balanceamento
      *                 do dia (CALCBAL).
      * 15/10/2026 EAS  Remessas por agência: cada remessa do arquivo
      *                 bruto é conferida pelo seu header e trailer,
      *                 pela data do movimento, pelo cadastro AGENMST e
      *                 contra remessa já recebida (CHEGADA); a remessa
      *                 com problema vai para HOLDOUT sem reter as
      *                 demais, e a agência vai carimbada no detalhe.
      *                 Header e trailer do mesclado são gerados.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSRCYC.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ2-FS.

           SELECT HOLD-FILE
               ASSIGN TO "HOLDOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-FS.

           SELECT AGEN-FILE
               ASSIGN TO "AGENMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGEN-FS.

           SELECT CHEG-FILE
               ASSIGN TO "CHEGADA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHEG-FS.

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
       FD  REJ-FILE.
       FD  REJ2-FILE.
       01  REJ2-REC                PIC X(38).

       FD  HOLD-FILE.
       01  HOLD-REC                PIC X(27).

       FD  AGEN-FILE.
           COPY AGENREC.

       FD  CHEG-FILE.
           COPY CHEGREC.

       FD  RUNC-FILE.
           COPY RUNCREC.

       FD  RLOG-FILE.
           COPY RLOGREC.

       WORKING-STORAGE SECTION.
       77 WS-REJ-FS             PIC X(02)  VALUE "00".
       77 WS-TRANS-FS           PIC X(02)  VALUE "00".
       77 WS-SAIDA-FS           PIC X(02)  VALUE "00".
       77 WS-REJ2-FS            PIC X(02)  VALUE "00".
       77 WS-HOLD-FS            PIC X(02)  VALUE "00".
       77 WS-AGEN-FS            PIC X(02)  VALUE "00".
       77 WS-CHEG-FS            PIC X(02)  VALUE "00".
       77 WS-RUNC-FS            PIC X(02)  VALUE "00".
       77 WS-RLOG-FS            PIC X(02)  VALUE "00".

       77 WS-DATA-MOVTO         PIC 9(08)  VALUE ZERO.
       77 WS-NUM-EXECUCAO       PIC 9(04)  VALUE ZERO.
       77 WS-RLOG-JOB           PIC X(08)  VALUE "CALCBAT".
       77 WS-RLOG-INICIO        PIC X(26)  VALUE SPACES.
       77 WS-TIMESTAMP          PIC X(26)  VALUE SPACES.
       77 WS-DATA-ATUAL         PIC 9(08).
       77 WS-HORA-ATUAL         PIC 9(08).

       77 WS-FIM-REJ-FLAG       PIC X(01)  VALUE "N".
           88 WS-FIM-REJ        VALUE "S".
       77 WS-CONT-DET-DIA       PIC 9(09) COMP VALUE 0.
       77 WS-CONT-DET-SAIDA     PIC 9(09) COMP VALUE 0.
       77 WS-CONT-LIDOS-DIA     PIC 9(09) COMP VALUE 0.
       77 WS-CONT-COPIADOS      PIC 9(09) COMP VALUE 0.
       77 WS-CONT-DET-RETIDOS   PIC 9(09) COMP VALUE 0.
       77 WS-CONT-REG-RETIDOS   PIC 9(09) COMP VALUE 0.
       77 WS-CONT-REM-RECEBIDAS PIC 9(09) COMP VALUE 0.
       77 WS-CONT-REM-RETIDAS   PIC 9(09) COMP VALUE 0.

       77 WS-REMESSA-EXTRA      PIC X(01)  VALUE "N".
           88 WS-REMESSA-EXTRA-LIBERADA VALUE "S".

       77 WS-REM-ABERTA-FLAG    PIC X(01)  VALUE "N".
           88 WS-REM-ABERTA     VALUE "S".
           88 WS-REM-FECHADA    VALUE "N".

       77 WS-ACHOU-FLAG         PIC X(01)  VALUE "N".
           88 WS-ACHOU          VALUE "S".

       77 WS-FIM-AGEN-FLAG      PIC X(01)  VALUE "N".
           88 WS-FIM-AGEN       VALUE "S".

       77 WS-FIM-CHEG-FLAG      PIC X(01)  VALUE "N".
           88 WS-FIM-CHEG       VALUE "S".

       77 WS-QTD-REM            PIC 9(04) COMP VALUE 0.
       77 WS-IND-REM            PIC 9(04) COMP VALUE 0.
       77 WS-IND-ANT            PIC 9(04) COMP VALUE 0.
       77 WS-QTD-AGEN           PIC 9(04) COMP VALUE 0.
       77 WS-IND-AGEN           PIC 9(04) COMP VALUE 0.
       77 WS-QTD-CHEG           PIC 9(04) COMP VALUE 0.
       77 WS-IND-CHEG           PIC 9(04) COMP VALUE 0.

       77 WS-MOTIVO             PIC X(02).
           88 WS-REGISTRO-LIMPO VALUE "00".
       77 WS-HDR-STATUS         PIC X(01)  VALUE "N".
           88 WS-HDR-VISTO      VALUE "S".

       77 WS-HASH-DIA           PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.
       77 WS-HASH-SAIDA         PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.
       77 WS-HASH-RECICLADOS    PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.
       77 WS-HASH-RETIDOS       PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.

      ******************************************************************
      * One entry per branch file found on the raw file, by record
      * position: a file runs from its header to its trailer. Details
      * outside any header make an entry of their own, held.
      ******************************************************************
       01  WS-TAB-REMESSAS.
           05  WS-REM              OCCURS 50 TIMES.
               10  WS-REM-AGENCIA  PIC X(02).
               10  WS-REM-DATA     PIC 9(08).
               10  WS-REM-PRIMEIRO PIC 9(09) COMP.
               10  WS-REM-ULTIMO   PIC 9(09) COMP.
               10  WS-REM-QTD      PIC 9(09) COMP.
               10  WS-REM-HASH     PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
               10  WS-REM-SITUACAO PIC X(01).
                   88  WS-REM-RECEBIDA VALUE "R".
                   88  WS-REM-RETIDA   VALUE "T".
               10  WS-REM-MOTIVO   PIC X(02).

       01  WS-TAB-AGENCIAS.
           05  WS-AGEN-COD         OCCURS 200 TIMES PIC X(02).

      ******************************************************************
      * Branches already received for the business date on an earlier
      * run, with the execution number they were received under.
      ******************************************************************
       01  WS-TAB-CHEGADAS.
           05  WS-CHEG-ANT         OCCURS 200 TIMES.
               10  WS-CHEG-ANT-AGENCIA PIC X(02).
               10  WS-CHEG-ANT-EXECUCAO PIC 9(04).

       01  WS-HDR-SAIDA.
           05  WS-HDR-SAIDA-TIPO   PIC X(01) VALUE "H".
           05  WS-HDR-SAIDA-DATA   PIC 9(08).
           05  FILLER              PIC X(18) VALUE SPACES.

       01  WS-TRL-SAIDA.
           05  WS-TRL-SAIDA-TIPO   PIC X(01) VALUE "T".
            PERFORM PROC-INICIALIZAR
                    THRU PROC-INICIALIZAR-END

            PERFORM PROC-VERIFICAR-REMESSA
                    THRU PROC-VERIFICAR-REMESSA-END
                    UNTIL WS-FIM-TRANS

            IF RETURN-CODE < 8
               PERFORM PROC-CONCLUIR-VERIFICACAO
                       THRU PROC-CONCLUIR-VERIFICACAO-END
            END-IF

            PERFORM PROC-RECICLAR-REJEITO
                    THRU PROC-RECICLAR-REJEITO-END
                    UNTIL WS-FIM-REJ
      * or empty REJIN just means nothing to recycle, and the raw
      * file is passed through with its controls regenerated.
      ******************************************************************
            PERFORM PROC-MONTAR-TIMESTAMP
                    THRU PROC-MONTAR-TIMESTAMP-END
            MOVE WS-TIMESTAMP TO WS-RLOG-INICIO

            ACCEPT WS-RLOG-JOB FROM ENVIRONMENT "CALC-JOB-ID"
            IF WS-RLOG-JOB = SPACES
               MOVE "CALCBAT" TO WS-RLOG-JOB
            END-IF

      *    Set by the desk to accept a second file from a branch
      *    already received for the date (a supplement, not a resend).
            ACCEPT WS-REMESSA-EXTRA FROM ENVIRONMENT
                   "CALC-REMESSA-EXTRA"

            PERFORM PROC-LER-RUN-CONTROL
                    THRU PROC-LER-RUN-CONTROL-END

            IF WS-DATA-MOVTO = ZERO
               DISPLAY "Sem data do movimento no RUNCTL - remessas "
                       "não podem ser conferidas"
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-REJ TO TRUE
               SET WS-FIM-TRANS TO TRUE
               GO TO PROC-INICIALIZAR-END
            END-IF

            PERFORM PROC-CARREGAR-AGENCIAS
                    THRU PROC-CARREGAR-AGENCIAS-END

            IF RETURN-CODE NOT < 8
               SET WS-FIM-REJ TO TRUE
               SET WS-FIM-TRANS TO TRUE
               GO TO PROC-INICIALIZAR-END
            END-IF

            PERFORM PROC-CARREGAR-CHEGADAS
                    THRU PROC-CARREGAR-CHEGADAS-END

            OPEN INPUT REJ-FILE

            IF WS-REJ-FS NOT = "00"
               GO TO PROC-INICIALIZAR-END
            END-IF

            OPEN OUTPUT HOLD-FILE

            IF WS-HOLD-FS NOT = "00"
               DISPLAY "Erro ao abrir HOLDOUT, status: " WS-HOLD-FS
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-REJ TO TRUE
               SET WS-FIM-TRANS TO TRUE
               GO TO PROC-INICIALIZAR-END
            END-IF
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

      ******************************************************************
      * Without the branch master no file can be told from a stranger's,
      * so the step stops rather than hold every branch.
      ******************************************************************
       PROC-CARREGAR-AGENCIAS.
            OPEN INPUT AGEN-FILE

            IF WS-AGEN-FS NOT = "00"
               DISPLAY "Erro ao abrir AGENMST, status: " WS-AGEN-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-CARREGAR-AGENCIAS-END
            END-IF

            PERFORM PROC-LER-AGENCIA
                    THRU PROC-LER-AGENCIA-END
                    UNTIL WS-FIM-AGEN

            CLOSE AGEN-FILE

            IF RETURN-CODE NOT < 8
               GO TO PROC-CARREGAR-AGENCIAS-END
            END-IF

            IF WS-QTD-AGEN = 0
               DISPLAY "AGENMST sem agências cadastradas"
               MOVE 8 TO RETURN-CODE
            END-IF
            .
       PROC-CARREGAR-AGENCIAS-END.

       PROC-LER-AGENCIA.
            READ AGEN-FILE
                AT END
                    SET WS-FIM-AGEN TO TRUE
                    GO TO PROC-LER-AGENCIA-END
            END-READ

            IF WS-QTD-AGEN = 200
               DISPLAY "AGENMST com mais de 200 agências"
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-AGEN TO TRUE
               GO TO PROC-LER-AGENCIA-END
            END-IF

            ADD 1 TO WS-QTD-AGEN
            MOVE AGEN-CODIGO TO WS-AGEN-COD (WS-QTD-AGEN)
            .
       PROC-LER-AGENCIA-END.

      ******************************************************************
      * A missing or empty arrival log is a first day: nothing yet
      * received for any date.
      ******************************************************************
       PROC-CARREGAR-CHEGADAS.
            OPEN INPUT CHEG-FILE

            IF WS-CHEG-FS NOT = "00"
               GO TO PROC-CARREGAR-CHEGADAS-END
            END-IF

            PERFORM PROC-LER-CHEGADA
                    THRU PROC-LER-CHEGADA-END
                    UNTIL WS-FIM-CHEG

            CLOSE CHEG-FILE
            .
       PROC-CARREGAR-CHEGADAS-END.

       PROC-LER-CHEGADA.
            READ CHEG-FILE
                AT END
                    SET WS-FIM-CHEG TO TRUE
                    GO TO PROC-LER-CHEGADA-END
            END-READ

            IF CHEG-DATA-MOVTO NOT = WS-DATA-MOVTO
               OR NOT CHEG-RECEBIDA
               GO TO PROC-LER-CHEGADA-END
            END-IF

            IF WS-QTD-CHEG < 200
               ADD 1 TO WS-QTD-CHEG
               MOVE CHEG-AGENCIA      TO
                    WS-CHEG-ANT-AGENCIA (WS-QTD-CHEG)
               MOVE CHEG-NUM-EXECUCAO TO
                    WS-CHEG-ANT-EXECUCAO (WS-QTD-CHEG)
            END-IF
            .
       PROC-LER-CHEGADA-END.

      ******************************************************************
      * First pass over the raw file: splits it into branch files and
      * proves each one's trailer against its own details.
      ******************************************************************
       PROC-VERIFICAR-REMESSA.
            READ TRANS-FILE
                AT END
                    SET WS-FIM-TRANS TO TRUE
                    GO TO PROC-VERIFICAR-REMESSA-END
            END-READ

            ADD 1 TO WS-CONT-LIDOS-DIA

            IF TRANS-HEADER
               IF WS-REM-ABERTA
                  IF WS-REM-MOTIVO (WS-QTD-REM) = SPACES
                     MOVE "03" TO WS-REM-MOTIVO (WS-QTD-REM)
                  END-IF
                  SET WS-REM-FECHADA TO TRUE
               END-IF
               PERFORM PROC-ABRIR-REMESSA
                       THRU PROC-ABRIR-REMESSA-END
               IF RETURN-CODE < 8
                  MOVE TRANS-HDR-AGENCIA TO WS-REM-AGENCIA (WS-QTD-REM)
                  MOVE TRANS-HDR-DATA    TO WS-REM-DATA (WS-QTD-REM)
               END-IF
               GO TO PROC-VERIFICAR-REMESSA-END
            END-IF

            IF NOT WS-REM-ABERTA
               PERFORM PROC-ABRIR-REMESSA
                       THRU PROC-ABRIR-REMESSA-END
               IF RETURN-CODE NOT < 8
                  GO TO PROC-VERIFICAR-REMESSA-END
               END-IF
               MOVE "04" TO WS-REM-MOTIVO (WS-QTD-REM)
            END-IF

            MOVE WS-CONT-LIDOS-DIA TO WS-REM-ULTIMO (WS-QTD-REM)

            IF TRANS-TRAILER
               PERFORM PROC-TRATAR-TRAILER-DIA
                       THRU PROC-TRATAR-TRAILER-DIA-END
               GO TO PROC-VERIFICAR-REMESSA-END
            END-IF

            ADD 1 TO WS-REM-QTD (WS-QTD-REM)

            MOVE TRANS-REC TO WS-TRANS-AREA

            IF WS-EDIT-NUM-1-DIGITOS IS NUMERIC
               ADD TRANS-NUM-1 TO WS-REM-HASH (WS-QTD-REM)
            END-IF
            .
       PROC-VERIFICAR-REMESSA-END.

       PROC-ABRIR-REMESSA.
            IF WS-QTD-REM = 50
               DISPLAY "TRANSRAW com mais de 50 remessas, registro: "
                       WS-CONT-LIDOS-DIA
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-REJ TO TRUE
               SET WS-FIM-TRANS TO TRUE
               GO TO PROC-ABRIR-REMESSA-END
            END-IF

            ADD 1 TO WS-QTD-REM

            MOVE SPACES            TO WS-REM-AGENCIA (WS-QTD-REM)
            MOVE ZERO              TO WS-REM-DATA (WS-QTD-REM)
            MOVE WS-CONT-LIDOS-DIA TO WS-REM-PRIMEIRO (WS-QTD-REM)
            MOVE WS-CONT-LIDOS-DIA TO WS-REM-ULTIMO (WS-QTD-REM)
            MOVE ZERO              TO WS-REM-QTD (WS-QTD-REM)
            MOVE ZERO              TO WS-REM-HASH (WS-QTD-REM)
            MOVE SPACES            TO WS-REM-SITUACAO (WS-QTD-REM)
            MOVE SPACES            TO WS-REM-MOTIVO (WS-QTD-REM)

            SET WS-REM-ABERTA TO TRUE
            .
       PROC-ABRIR-REMESSA-END.

      ******************************************************************
      * Each branch trailer must still cover that branch's details: a
      * truncated transfer is caught here, before the regenerated
      * trailer hides it under the combined totals.
      ******************************************************************
       PROC-TRATAR-TRAILER-DIA.
            SET WS-REM-FECHADA TO TRUE

            IF WS-REM-MOTIVO (WS-QTD-REM) NOT = SPACES
               GO TO PROC-TRATAR-TRAILER-DIA-END
            END-IF

            IF TRANS-TRL-CONTAGEM NOT = WS-REM-QTD (WS-QTD-REM)
               DISPLAY "Contagem do trailer da agência "
                       WS-REM-AGENCIA (WS-QTD-REM) " não confere: "
                       "trailer " TRANS-TRL-CONTAGEM " x lidos "
                       WS-REM-QTD (WS-QTD-REM)
               MOVE "01" TO WS-REM-MOTIVO (WS-QTD-REM)
               GO TO PROC-TRATAR-TRAILER-DIA-END
            END-IF

            IF TRANS-TRL-HASH NOT = WS-REM-HASH (WS-QTD-REM)
               DISPLAY "Hash do trailer da agência "
                       WS-REM-AGENCIA (WS-QTD-REM) " não confere"
               MOVE "02" TO WS-REM-MOTIVO (WS-QTD-REM)
            END-IF
            .
       PROC-TRATAR-TRAILER-DIA-END.

      ******************************************************************
      * With every branch file delimited, each one is judged, logged
      * on the arrival log, and the raw file is rewound for the copy.
      * The merged file carries a header of its own for the business
      * date: the recycled records become part of the day's movement.
      ******************************************************************
       PROC-CONCLUIR-VERIFICACAO.
            IF WS-REM-ABERTA
               IF WS-REM-MOTIVO (WS-QTD-REM) = SPACES
                  MOVE "03" TO WS-REM-MOTIVO (WS-QTD-REM)
               END-IF
               SET WS-REM-FECHADA TO TRUE
            END-IF

            OPEN EXTEND CHEG-FILE

            IF WS-CHEG-FS NOT = "00"
               DISPLAY "Erro ao abrir CHEGADA, status: " WS-CHEG-FS
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-REJ TO TRUE
               SET WS-FIM-TRANS TO TRUE
               GO TO PROC-CONCLUIR-VERIFICACAO-END
            END-IF

            PERFORM PROC-AVALIAR-REMESSA
                    THRU PROC-AVALIAR-REMESSA-END
                    VARYING WS-IND-REM FROM 1 BY 1
                    UNTIL WS-IND-REM > WS-QTD-REM

            CLOSE CHEG-FILE

            IF RETURN-CODE NOT < 8
               SET WS-FIM-REJ TO TRUE
               SET WS-FIM-TRANS TO TRUE
               GO TO PROC-CONCLUIR-VERIFICACAO-END
            END-IF

            CLOSE TRANS-FILE
            OPEN INPUT TRANS-FILE

            IF WS-TRANS-FS NOT = "00"
               DISPLAY "Erro ao reabrir TRANSRAW, status: "
                       WS-TRANS-FS
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-REJ TO TRUE
               GO TO PROC-CONCLUIR-VERIFICACAO-END
            END-IF

            MOVE "N" TO WS-FIM-ARQUIVO
            MOVE ZERO TO WS-IND-REM

            MOVE WS-DATA-MOVTO TO WS-HDR-SAIDA-DATA

            WRITE SAIDA-REC FROM WS-HDR-SAIDA

            IF WS-SAIDA-FS NOT = "00"
               DISPLAY "Erro ao gravar MERGEOUT, status: " WS-SAIDA-FS
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-REJ TO TRUE
               SET WS-FIM-TRANS TO TRUE
               GO TO PROC-CONCLUIR-VERIFICACAO-END
            END-IF

            SET WS-HDR-VISTO TO TRUE

            IF NOT WS-FIM-REJ
               PERFORM PROC-LER-REJEITO
                       THRU PROC-LER-REJEITO-END
            END-IF
            .
       PROC-CONCLUIR-VERIFICACAO-END.

      ******************************************************************
      * A file whose trailer proved is still held when it is for
      * another date, from a branch not on the master, or from a
      * branch already received - on this raw file, or under an
      * earlier execution (the calculator has posted it). A rerun of
      * the front end before the calculator ran is not a duplicate.
      ******************************************************************
       PROC-AVALIAR-REMESSA.
            IF WS-REM-MOTIVO (WS-IND-REM) = SPACES
               AND WS-REM-DATA (WS-IND-REM) NOT = WS-DATA-MOVTO
               DISPLAY "Remessa da agência "
                       WS-REM-AGENCIA (WS-IND-REM)
                       " com data " WS-REM-DATA (WS-IND-REM)
                       " - movimento " WS-DATA-MOVTO
               MOVE "05" TO WS-REM-MOTIVO (WS-IND-REM)
            END-IF

            IF WS-REM-MOTIVO (WS-IND-REM) = SPACES
               MOVE "N" TO WS-ACHOU-FLAG
               PERFORM PROC-PROCURAR-AGENCIA
                       THRU PROC-PROCURAR-AGENCIA-END
                       VARYING WS-IND-AGEN FROM 1 BY 1
                       UNTIL WS-IND-AGEN > WS-QTD-AGEN OR WS-ACHOU
               IF NOT WS-ACHOU
                  MOVE "06" TO WS-REM-MOTIVO (WS-IND-REM)
               END-IF
            END-IF

            IF WS-REM-MOTIVO (WS-IND-REM) = SPACES
               AND NOT WS-REMESSA-EXTRA-LIBERADA
               MOVE "N" TO WS-ACHOU-FLAG
               PERFORM PROC-PROCURAR-CHEGADA
                       THRU PROC-PROCURAR-CHEGADA-END
                       VARYING WS-IND-CHEG FROM 1 BY 1
                       UNTIL WS-IND-CHEG > WS-QTD-CHEG OR WS-ACHOU
               PERFORM PROC-PROCURAR-REPETIDA
                       THRU PROC-PROCURAR-REPETIDA-END
                       VARYING WS-IND-ANT FROM 1 BY 1
                       UNTIL WS-IND-ANT NOT < WS-IND-REM OR WS-ACHOU
               IF WS-ACHOU
                  MOVE "07" TO WS-REM-MOTIVO (WS-IND-REM)
               END-IF
            END-IF

            IF WS-REM-MOTIVO (WS-IND-REM) = SPACES
               SET WS-REM-RECEBIDA (WS-IND-REM) TO TRUE
               ADD 1 TO WS-CONT-REM-RECEBIDAS
               ADD WS-REM-QTD (WS-IND-REM)  TO WS-CONT-DET-DIA
               ADD WS-REM-HASH (WS-IND-REM) TO WS-HASH-DIA
               DISPLAY "Remessa da agência "
                       WS-REM-AGENCIA (WS-IND-REM)
                       " recebida, detalhes: " WS-REM-QTD (WS-IND-REM)
            ELSE
               SET WS-REM-RETIDA (WS-IND-REM) TO TRUE
               ADD 1 TO WS-CONT-REM-RETIDAS
               ADD WS-REM-QTD (WS-IND-REM)  TO WS-CONT-DET-RETIDOS
               ADD WS-REM-HASH (WS-IND-REM) TO WS-HASH-RETIDOS
               DISPLAY "Remessa da agência "
                       WS-REM-AGENCIA (WS-IND-REM)
                       " RETIDA, motivo " WS-REM-MOTIVO (WS-IND-REM)
                       ", registros " WS-REM-PRIMEIRO (WS-IND-REM)
                       " a " WS-REM-ULTIMO (WS-IND-REM)
            END-IF

            MOVE WS-DATA-MOVTO                TO CHEG-DATA-MOVTO
            MOVE WS-REM-AGENCIA (WS-IND-REM)  TO CHEG-AGENCIA
            MOVE WS-REM-SITUACAO (WS-IND-REM) TO CHEG-SITUACAO
            MOVE WS-REM-MOTIVO (WS-IND-REM)   TO CHEG-MOTIVO
            MOVE WS-REM-QTD (WS-IND-REM)      TO CHEG-QTD-DETALHES
            MOVE WS-REM-HASH (WS-IND-REM)     TO CHEG-HASH
            MOVE WS-NUM-EXECUCAO              TO CHEG-NUM-EXECUCAO
            MOVE WS-RLOG-JOB                  TO CHEG-JOB
            MOVE WS-RLOG-INICIO               TO CHEG-TIMESTAMP

            WRITE CHEG-REC

            IF WS-CHEG-FS NOT = "00"
               DISPLAY "Erro ao gravar CHEGADA, status: " WS-CHEG-FS
               MOVE 8 TO RETURN-CODE
            END-IF
            .
       PROC-AVALIAR-REMESSA-END.

       PROC-PROCURAR-AGENCIA.
            IF WS-AGEN-COD (WS-IND-AGEN) = WS-REM-AGENCIA (WS-IND-REM)
               SET WS-ACHOU TO TRUE
            END-IF
            .
       PROC-PROCURAR-AGENCIA-END.

       PROC-PROCURAR-CHEGADA.
            IF WS-CHEG-ANT-AGENCIA (WS-IND-CHEG) =
               WS-REM-AGENCIA (WS-IND-REM)
               AND WS-CHEG-ANT-EXECUCAO (WS-IND-CHEG) < WS-NUM-EXECUCAO
               DISPLAY "Agência " WS-REM-AGENCIA (WS-IND-REM)
                       " já recebida na execução "
                       WS-CHEG-ANT-EXECUCAO (WS-IND-CHEG)
               SET WS-ACHOU TO TRUE
            END-IF
            .
       PROC-PROCURAR-CHEGADA-END.

       PROC-PROCURAR-REPETIDA.
            IF WS-REM-RECEBIDA (WS-IND-ANT)
               AND WS-REM-AGENCIA (WS-IND-ANT) =
                   WS-REM-AGENCIA (WS-IND-REM)
               DISPLAY "Agência " WS-REM-AGENCIA (WS-IND-REM)
                       " com mais de uma remessa em TRANSRAW"
               SET WS-ACHOU TO TRUE
            END-IF
            .
       PROC-PROCURAR-REPETIDA-END.

       PROC-LER-REJEITO.
            READ REJ-FILE
               ADD 1 TO WS-CONT-RECICLADOS
               ADD 1 TO WS-CONT-DET-SAIDA
               ADD WS-EDIT-NUM-1-NUM TO WS-HASH-SAIDA
               ADD WS-EDIT-NUM-1-NUM TO WS-HASH-RECICLADOS
            END-IF
            .
       PROC-GRAVAR-RECICLADO-END.
            .
       PROC-GRAVAR-REBOTADO-END.

      ******************************************************************
      * Second pass: the details of every received branch file go to
      * the merged file with the branch stamped on them; a held file
      * goes to HOLDOUT whole, header and trailer included, so the
      * desk can correct it and send it again.
      ******************************************************************
       PROC-COPIAR-DIA.
            READ TRANS-FILE
                AT END
                    GO TO PROC-COPIAR-DIA-END
            END-READ

            ADD 1 TO WS-CONT-COPIADOS

            IF WS-IND-REM = 0
               OR WS-CONT-COPIADOS > WS-REM-ULTIMO (WS-IND-REM)
               ADD 1 TO WS-IND-REM
            END-IF

            IF WS-IND-REM > WS-QTD-REM
               DISPLAY "TRANSRAW mudou entre as passagens, registro: "
                       WS-CONT-COPIADOS
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-TRANS TO TRUE
               GO TO PROC-COPIAR-DIA-END
            END-IF

            IF WS-REM-RETIDA (WS-IND-REM)
               WRITE HOLD-REC FROM TRANS-REC
               IF WS-HOLD-FS NOT = "00"
                  DISPLAY "Erro ao gravar HOLDOUT, status: "
                          WS-HOLD-FS
                  MOVE 8 TO RETURN-CODE
                  SET WS-FIM-TRANS TO TRUE
               ELSE
                  ADD 1 TO WS-CONT-REG-RETIDOS
               END-IF
               GO TO PROC-COPIAR-DIA-END
            END-IF

            IF TRANS-HEADER OR TRANS-TRAILER
               GO TO PROC-COPIAR-DIA-END
            END-IF

            MOVE WS-REM-AGENCIA (WS-IND-REM) TO TRANS-AGENCIA

            MOVE TRANS-REC TO WS-TRANS-AREA

            WRITE SAIDA-REC FROM TRANS-REC

            IF WS-SAIDA-FS NOT = "00"
            .
       PROC-COPIAR-DIA-END.

       PROC-ENCERRAR.
            IF WS-SAIDA-FS = "00" AND WS-HDR-VISTO
               MOVE WS-CONT-DET-SAIDA TO WS-TRL-SAIDA-CONT
               MOVE WS-HASH-SAIDA     TO WS-TRL-SAIDA-HASH
               CLOSE REJ2-FILE
            END-IF

            IF WS-HOLD-FS = "00"
               CLOSE HOLD-FILE
            END-IF

            DISPLAY "TRANSRCYC - rejeitos lidos...........: "
                    WS-CONT-REJ-LIDOS
            DISPLAY "TRANSRCYC - reciclados aceitos.......: "
                    WS-CONT-RECICLADOS
            DISPLAY "TRANSRCYC - rejeitados pela 2a vez...: "
                    WS-CONT-REBOTADOS
            DISPLAY "TRANSRCYC - remessas recebidas.......: "
                    WS-CONT-REM-RECEBIDAS
            DISPLAY "TRANSRCYC - remessas retidas.........: "
                    WS-CONT-REM-RETIDAS
            DISPLAY "TRANSRCYC - detalhes do dia copiados.: "
                    WS-CONT-DET-DIA
            DISPLAY "TRANSRCYC - detalhes retidos.........: "
                    WS-CONT-DET-RETIDOS
            DISPLAY "TRANSRCYC - detalhes no arquivo final: "
                    WS-CONT-DET-SAIDA

            IF (WS-CONT-REBOTADOS > 0 OR WS-CONT-REM-RETIDAS > 0)
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
            END-IF

            PERFORM PROC-GRAVAR-RUN-LOG
                    THRU PROC-GRAVAR-RUN-LOG-END

            STOP RUN.

      ******************************************************************
      * Control record for the day's balancing: the details of the
      * branch files received plus the recycled rejects must make up
      * the merged file TRANSEDIT reads next, in count and in
      * TRANS-NUM-1 hash. Held files are logged apart.
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
            MOVE "TRANSRCYC"        TO RLOG-PROGRAMA
            MOVE WS-DATA-MOVTO      TO RLOG-DATA-MOVTO
            MOVE WS-NUM-EXECUCAO    TO RLOG-NUM-EXECUCAO
            MOVE WS-RLOG-INICIO     TO RLOG-INICIO
            MOVE WS-TIMESTAMP       TO RLOG-FIM
            MOVE RETURN-CODE        TO RLOG-RC

            MOVE "REJLIDOS"         TO RLOG-CAT-NOME (1)
            MOVE WS-CONT-REJ-LIDOS  TO RLOG-CAT-QTD (1)
            MOVE "RECICLAD"         TO RLOG-CAT-NOME (2)
            MOVE WS-CONT-RECICLADOS TO RLOG-CAT-QTD (2)
            MOVE WS-HASH-RECICLADOS TO RLOG-CAT-VALOR (2)
            MOVE "REBOTADO"         TO RLOG-CAT-NOME (3)
            MOVE WS-CONT-REBOTADOS  TO RLOG-CAT-QTD (3)
            MOVE "BRUTO"            TO RLOG-CAT-NOME (4)
            MOVE WS-CONT-DET-DIA    TO RLOG-CAT-QTD (4)
            MOVE WS-HASH-DIA        TO RLOG-CAT-VALOR (4)
            MOVE "MESCLADO"         TO RLOG-CAT-NOME (5)
            MOVE WS-CONT-DET-SAIDA  TO RLOG-CAT-QTD (5)
            MOVE WS-HASH-SAIDA      TO RLOG-CAT-VALOR (5)
            MOVE "RETIDO"           TO RLOG-CAT-NOME (6)
            MOVE WS-CONT-DET-RETIDOS TO RLOG-CAT-QTD (6)
            MOVE WS-HASH-RETIDOS    TO RLOG-CAT-VALOR (6)

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

       END PROGRAM TRANSRCYC.
