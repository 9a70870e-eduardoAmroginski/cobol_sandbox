      ******************************************************************
      * Author: Eduardo Amroginski Santos
      * Date: 15/10/2026
      * Purpose: Daily general-ledger journal. Finance re-keyed the
      *          day's calculator totals into the ledger from the
      *          session report. Reads the cumulative results feed on
      *          CALCIN (CALCREC layout) and selects the records
      *          stamped with the business date on the run-control
      *          master, the same way BILLEXTR does, so a day is
      *          journalled exactly once. The day's net of each
      *          operation mode - apply-rate "B" and reversal "E"
      *          included - is posted as one double entry to the
      *          debit and credit accounts the desk maintains for
      *          that mode on GLMAP (GLMREC layout). GLOUT (GLJREC
      *          layout) carries a header with the business date and
      *          a trailer with the entry count and separate debit
      *          and credit hash totals.
      *
      *          Nothing goes out unless the whole day can: a mode
      *          with no mapping, debits that do not equal credits, or
      *          entries whose signed nets do not add back to the
      *          control total of the day's results (every selected
      *          CALCOUT result, summed as read) holds the journal -
      *          GLOUT is not written and the step ends RC=8 - and the
      *          journal proof on RPTOUT shows the offending modes and
      *          both totals. The proof prints on every run, so the
      *          desk sights the figures that went to the ledger too.
      *
      *          CALC-DATA-JORNAL=AAAAMMDD in the environment journals
      *          a past business date instead of the run-control date,
      *          for a day held and corrected after it was closed.
      *
      * Modification history:
      * 15/10/2026 EAS  Ao terminar grava o registro de controle no
      *                 log de execução RUNLOG (RLOGREC) com os
      *                 resultados da data e as partidas montadas.
      * 15/10/2026 EAS  Prova independente: o total de controle dos
      *                 resultados do dia, somado na leitura, tem de
      *                 bater com o líquido com sinal dos lançamentos
      *                 montados; diferença retém o jornal (RC=8) e
      *                 os dois totais saem na prova.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-FILE
               ASSIGN TO "CALCIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALC-FS.

           SELECT GLM-FILE
               ASSIGN TO "GLMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLM-FS.

           SELECT RUNC-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-FS.

           SELECT GLJ-FILE
               ASSIGN TO "GLOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-FS.

           SELECT RPT-FILE
               ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL.

           SELECT RLOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-FILE.
           COPY CALCREC.

       FD  GLM-FILE.
           COPY GLMREC.

       FD  RUNC-FILE.
           COPY RUNCREC.

       FD  GLJ-FILE.
           COPY GLJREC.

       FD  RPT-FILE.
           COPY RPTREC.

       FD  RLOG-FILE.
           COPY RLOGREC.

       WORKING-STORAGE SECTION.
       77 WS-CALC-FS            PIC X(02)  VALUE "00".
       77 WS-GLM-FS             PIC X(02)  VALUE "00".
       77 WS-RUNC-FS            PIC X(02)  VALUE "00".
       77 WS-GLJ-FS             PIC X(02)  VALUE "00".
       77 WS-RLOG-FS            PIC X(02)  VALUE "00".

       77 WS-FIM-CALC           PIC X(01)  VALUE "N".
           88 WS-CALC-ESGOTADO  VALUE "S".

       77 WS-FIM-GLM            PIC X(01)  VALUE "N".
           88 WS-GLM-ESGOTADO   VALUE "S".

      * Held as soon as anything makes the day unfit for the ledger;
      * the journal file is only opened while this stays "N".
       77 WS-RETENCAO-FLAG      PIC X(01)  VALUE "N".
           88 WS-JORNAL-RETIDO  VALUE "S".

       77 WS-DATA-MOVTO         PIC 9(08)  VALUE ZERO.
       77 WS-DATA-ENTRADA       PIC X(08)  VALUE SPACES.
       77 WS-NUM-EXECUCAO       PIC 9(04)  VALUE ZERO.
       77 WS-RLOG-JOB           PIC X(08)  VALUE "CALCBAT".
       77 WS-RLOG-INICIO        PIC X(26)  VALUE SPACES.
       77 WS-TIMESTAMP          PIC X(26)  VALUE SPACES.
       77 WS-DATA-ATUAL         PIC 9(08).
       77 WS-HORA-ATUAL         PIC 9(08).

       77 WS-MAX-CONTAS         PIC 9(04) COMP VALUE 40.
       77 WS-QTD-CONTAS         PIC 9(04) COMP VALUE 0.

       01  WS-TABELA-CONTAS.
           05  WS-CONTA-ENT        OCCURS 40 TIMES.
               10  WS-CONTA-MODO       PIC X(01).
               10  WS-CONTA-DESCRICAO  PIC X(20).
               10  WS-CONTA-DEBITO     PIC X(12).
               10  WS-CONTA-CREDITO    PIC X(12).

      * One line per operation mode found on the day's results.
       77 WS-MAX-MODOS          PIC 9(04) COMP VALUE 40.
       77 WS-QTD-MODOS          PIC 9(04) COMP VALUE 0.
       77 WS-MOD-IDX            PIC 9(04) COMP.
       77 WS-BUSCA-IDX          PIC 9(04) COMP.
       77 WS-ACHADO-IDX         PIC 9(04) COMP.
       77 WS-SORT-IDX           PIC 9(04) COMP.
       77 WS-MENOR-IDX          PIC 9(04) COMP.

       01  WS-MODOS-DIA.
           05  WS-MOD-ENT          OCCURS 40 TIMES.
               10  WS-MOD-MODO         PIC X(01).
               10  WS-MOD-VOLUME       PIC 9(09) COMP.
               10  WS-MOD-VALOR        PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER.
               10  WS-MOD-CONTA-IDX    PIC 9(04) COMP.
               10  WS-MOD-DEBITO       PIC X(12).
               10  WS-MOD-CREDITO      PIC X(12).
               10  WS-MOD-MONTANTE     PIC 9(13)V99.

       77 WS-MOD-TROCA          PIC X(70).

       77 WS-CONT-RESULTADOS    PIC 9(09) COMP VALUE 0.
       77 WS-CONT-FORA-DATA     PIC 9(09) COMP VALUE 0.
       77 WS-CONT-DO-DIA        PIC 9(09) COMP VALUE 0.
       77 WS-CONT-SEM-CONTA     PIC 9(04) COMP VALUE 0.
       77 WS-CONT-LANCAMENTOS   PIC 9(05) VALUE 0.
       77 WS-CONT-LINHAS        PIC 9(09) COMP VALUE 0.

       77 WS-TOTAL-DEBITO       PIC 9(13)V99 VALUE 0.
       77 WS-TOTAL-CREDITO      PIC 9(13)V99 VALUE 0.
       77 WS-TOTAL-LIQUIDO      PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.
      * Signed net of the entries built, rebuilt from the side each
      * amount went on - proved against WS-TOTAL-LIQUIDO.
       77 WS-TOTAL-JORNAL       PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.

       77 WS-VOL-EDITADO        PIC Z(08)9.
       77 WS-VAL-EDITADO        PIC -(13)9.99.
       77 WS-MONT-EDITADO       PIC Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM PROC-INICIALIZAR
                    THRU PROC-INICIALIZAR-END

            PERFORM PROC-ACUMULAR-RESULTADO
                    THRU PROC-ACUMULAR-RESULTADO-END
                    UNTIL WS-CALC-ESGOTADO

            PERFORM PROC-ORDENAR-MODOS
                    THRU PROC-ORDENAR-MODOS-END

            PERFORM PROC-MONTAR-LANCAMENTO
                    THRU PROC-MONTAR-LANCAMENTO-END
                    VARYING WS-MOD-IDX FROM 1 BY 1
                    UNTIL WS-MOD-IDX > WS-QTD-MODOS

            PERFORM PROC-CONFERIR-PARTIDAS
                    THRU PROC-CONFERIR-PARTIDAS-END

            PERFORM PROC-GRAVAR-JORNAL
                    THRU PROC-GRAVAR-JORNAL-END

            PERFORM PROC-IMPRIMIR-PROVA
                    THRU PROC-IMPRIMIR-PROVA-END

            PERFORM PROC-ENCERRAR
            .
       MAIN-PROCEDURE-END.

       PROC-INICIALIZAR.
            INITIALIZE WS-MODOS-DIA
                       WS-TABELA-CONTAS

            PERFORM PROC-MONTAR-TIMESTAMP
                    THRU PROC-MONTAR-TIMESTAMP-END
            MOVE WS-TIMESTAMP TO WS-RLOG-INICIO

            ACCEPT WS-RLOG-JOB FROM ENVIRONMENT "CALC-JOB-ID"
            IF WS-RLOG-JOB = SPACES
               MOVE "CALCBAT" TO WS-RLOG-JOB
            END-IF

            ACCEPT WS-DATA-MOVTO FROM DATE YYYYMMDD

            PERFORM PROC-LER-RUN-CONTROL
                    THRU PROC-LER-RUN-CONTROL-END

            MOVE SPACES TO WS-DATA-ENTRADA
            ACCEPT WS-DATA-ENTRADA FROM ENVIRONMENT "CALC-DATA-JORNAL"

            IF WS-DATA-ENTRADA NOT = SPACES
               IF WS-DATA-ENTRADA IS NUMERIC
                  MOVE WS-DATA-ENTRADA TO WS-DATA-MOVTO
                  DISPLAY "GLJRNL - data de CALC-DATA-JORNAL: "
                          WS-DATA-MOVTO
               ELSE
                  DISPLAY "CALC-DATA-JORNAL inválida: " WS-DATA-ENTRADA
                  MOVE 8 TO RETURN-CODE
                  SET WS-JORNAL-RETIDO TO TRUE
               END-IF
            END-IF

            PERFORM PROC-CARREGAR-CONTAS
                    THRU PROC-CARREGAR-CONTAS-END

            OPEN INPUT CALC-FILE

            IF WS-CALC-FS NOT = "00"
               DISPLAY "Erro ao abrir CALCIN, status: " WS-CALC-FS
               MOVE 8 TO RETURN-CODE
               SET WS-JORNAL-RETIDO TO TRUE
               SET WS-CALC-ESGOTADO TO TRUE
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

       PROC-CARREGAR-CONTAS.
            OPEN INPUT GLM-FILE

            IF WS-GLM-FS NOT = "00"
               DISPLAY "Erro ao abrir GLMAP, status: " WS-GLM-FS
               MOVE 8 TO RETURN-CODE
               SET WS-JORNAL-RETIDO TO TRUE
               GO TO PROC-CARREGAR-CONTAS-END
            END-IF

            PERFORM PROC-LER-CONTA
                    THRU PROC-LER-CONTA-END
                    UNTIL WS-GLM-ESGOTADO

            CLOSE GLM-FILE

            DISPLAY "GLJRNL - mapeamentos carregados: " WS-QTD-CONTAS
            .
       PROC-CARREGAR-CONTAS-END.

       PROC-LER-CONTA.
            READ GLM-FILE
                AT END
                    SET WS-GLM-ESGOTADO TO TRUE
                    GO TO PROC-LER-CONTA-END
            END-READ

            IF WS-QTD-CONTAS NOT < WS-MAX-CONTAS
               DISPLAY "Tabela de contas cheia, registro ignorado"
               MOVE 8 TO RETURN-CODE
               SET WS-JORNAL-RETIDO TO TRUE
               GO TO PROC-LER-CONTA-END
            END-IF

            ADD 1 TO WS-QTD-CONTAS
            MOVE GLM-MODO          TO WS-CONTA-MODO(WS-QTD-CONTAS)
            MOVE GLM-DESCRICAO     TO WS-CONTA-DESCRICAO(WS-QTD-CONTAS)
            MOVE GLM-CONTA-DEBITO  TO WS-CONTA-DEBITO(WS-QTD-CONTAS)
            MOVE GLM-CONTA-CREDITO TO WS-CONTA-CREDITO(WS-QTD-CONTAS)
            .
       PROC-LER-CONTA-END.

       PROC-ACUMULAR-RESULTADO.
            READ CALC-FILE
                AT END
                    SET WS-CALC-ESGOTADO TO TRUE
                    GO TO PROC-ACUMULAR-RESULTADO-END
            END-READ

            ADD 1 TO WS-CONT-RESULTADOS

            IF CALC-REC-DATA NOT = WS-DATA-MOVTO
               ADD 1 TO WS-CONT-FORA-DATA
               GO TO PROC-ACUMULAR-RESULTADO-END
            END-IF

            ADD 1 TO WS-CONT-DO-DIA

            ADD CALC-REC-RESULT TO WS-TOTAL-LIQUIDO
                ON SIZE ERROR
                    DISPLAY "Estouro no total líquido do dia"
                    MOVE 8 TO RETURN-CODE
                    SET WS-JORNAL-RETIDO TO TRUE
            END-ADD

            PERFORM PROC-LOCALIZAR-MODO
                    THRU PROC-LOCALIZAR-MODO-END

            IF WS-ACHADO-IDX = 0
               GO TO PROC-ACUMULAR-RESULTADO-END
            END-IF

            ADD 1 TO WS-MOD-VOLUME(WS-ACHADO-IDX)

            ADD CALC-REC-RESULT TO WS-MOD-VALOR(WS-ACHADO-IDX)
                ON SIZE ERROR
                    DISPLAY "Estouro no total do modo "
                            CALC-REC-MODO
                    MOVE 8 TO RETURN-CODE
                    SET WS-JORNAL-RETIDO TO TRUE
            END-ADD
            .
       PROC-ACUMULAR-RESULTADO-END.

       PROC-LOCALIZAR-MODO.
            MOVE 0 TO WS-ACHADO-IDX
            MOVE 1 TO WS-BUSCA-IDX

            PERFORM PROC-COMPARAR-MODO
                    THRU PROC-COMPARAR-MODO-END
                    UNTIL WS-ACHADO-IDX > 0
                          OR WS-BUSCA-IDX > WS-QTD-MODOS

            IF WS-ACHADO-IDX > 0
               GO TO PROC-LOCALIZAR-MODO-END
            END-IF

            IF WS-QTD-MODOS NOT < WS-MAX-MODOS
               DISPLAY "Tabela de modos cheia, resultado ignorado"
               MOVE 8 TO RETURN-CODE
               SET WS-JORNAL-RETIDO TO TRUE
               GO TO PROC-LOCALIZAR-MODO-END
            END-IF

            ADD 1 TO WS-QTD-MODOS
            MOVE WS-QTD-MODOS TO WS-ACHADO-IDX

            INITIALIZE WS-MOD-ENT(WS-ACHADO-IDX)
            MOVE CALC-REC-MODO TO WS-MOD-MODO(WS-ACHADO-IDX)
            .
       PROC-LOCALIZAR-MODO-END.

       PROC-COMPARAR-MODO.
            IF WS-MOD-MODO(WS-BUSCA-IDX) = CALC-REC-MODO
               MOVE WS-BUSCA-IDX TO WS-ACHADO-IDX
            END-IF

            ADD 1 TO WS-BUSCA-IDX
            .
       PROC-COMPARAR-MODO-END.

       PROC-ORDENAR-MODOS.
            IF WS-QTD-MODOS < 2
               GO TO PROC-ORDENAR-MODOS-END
            END-IF

            PERFORM PROC-SELECIONAR-MENOR
                    THRU PROC-SELECIONAR-MENOR-END
                    VARYING WS-MOD-IDX FROM 1 BY 1
                    UNTIL WS-MOD-IDX NOT < WS-QTD-MODOS
            .
       PROC-ORDENAR-MODOS-END.

       PROC-SELECIONAR-MENOR.
            MOVE WS-MOD-IDX TO WS-MENOR-IDX

            COMPUTE WS-SORT-IDX = WS-MOD-IDX + 1

            PERFORM PROC-COMPARAR-MENOR
                    THRU PROC-COMPARAR-MENOR-END
                    UNTIL WS-SORT-IDX > WS-QTD-MODOS

            IF WS-MENOR-IDX NOT = WS-MOD-IDX
               MOVE WS-MOD-ENT(WS-MOD-IDX)   TO WS-MOD-TROCA
               MOVE WS-MOD-ENT(WS-MENOR-IDX)
                    TO WS-MOD-ENT(WS-MOD-IDX)
               MOVE WS-MOD-TROCA TO WS-MOD-ENT(WS-MENOR-IDX)
            END-IF
            .
       PROC-SELECIONAR-MENOR-END.

       PROC-COMPARAR-MENOR.
            IF WS-MOD-MODO(WS-SORT-IDX) < WS-MOD-MODO(WS-MENOR-IDX)
               MOVE WS-SORT-IDX TO WS-MENOR-IDX
            END-IF

            ADD 1 TO WS-SORT-IDX
            .
       PROC-COMPARAR-MENOR-END.

      ******************************************************************
      * Resolves the accounts of one mode and the side each one goes
      * on. The mapping names the accounts for a positive net; a
      * negative net swaps them so every amount on the journal is
      * positive. A mode netting to zero still needs its mapping - it
      * just produces no entry.
      ******************************************************************
       PROC-MONTAR-LANCAMENTO.
            MOVE 0 TO WS-ACHADO-IDX
            MOVE 1 TO WS-BUSCA-IDX

            PERFORM PROC-PROCURAR-CONTA
                    THRU PROC-PROCURAR-CONTA-END
                    UNTIL WS-ACHADO-IDX > 0
                          OR WS-BUSCA-IDX > WS-QTD-CONTAS

            MOVE WS-ACHADO-IDX TO WS-MOD-CONTA-IDX(WS-MOD-IDX)

            IF WS-ACHADO-IDX = 0
               ADD 1 TO WS-CONT-SEM-CONTA
               SET WS-JORNAL-RETIDO TO TRUE
               GO TO PROC-MONTAR-LANCAMENTO-END
            END-IF

            IF WS-CONTA-DEBITO(WS-ACHADO-IDX) = SPACES
               OR WS-CONTA-CREDITO(WS-ACHADO-IDX) = SPACES
               MOVE 0 TO WS-MOD-CONTA-IDX(WS-MOD-IDX)
               ADD 1 TO WS-CONT-SEM-CONTA
               SET WS-JORNAL-RETIDO TO TRUE
               GO TO PROC-MONTAR-LANCAMENTO-END
            END-IF

            IF WS-MOD-VALOR(WS-MOD-IDX) < ZERO
               MOVE WS-CONTA-CREDITO(WS-ACHADO-IDX)
                    TO WS-MOD-DEBITO(WS-MOD-IDX)
               MOVE WS-CONTA-DEBITO(WS-ACHADO-IDX)
                    TO WS-MOD-CREDITO(WS-MOD-IDX)
               COMPUTE WS-MOD-MONTANTE(WS-MOD-IDX) =
                       WS-MOD-VALOR(WS-MOD-IDX) * -1
            ELSE
               MOVE WS-CONTA-DEBITO(WS-ACHADO-IDX)
                    TO WS-MOD-DEBITO(WS-MOD-IDX)
               MOVE WS-CONTA-CREDITO(WS-ACHADO-IDX)
                    TO WS-MOD-CREDITO(WS-MOD-IDX)
               MOVE WS-MOD-VALOR(WS-MOD-IDX)
                    TO WS-MOD-MONTANTE(WS-MOD-IDX)
            END-IF

            IF WS-MOD-MONTANTE(WS-MOD-IDX) = ZERO
               GO TO PROC-MONTAR-LANCAMENTO-END
            END-IF

            ADD WS-MOD-MONTANTE(WS-MOD-IDX) TO WS-TOTAL-DEBITO
                ON SIZE ERROR
                    DISPLAY "Estouro no total de débitos"
                    SET WS-JORNAL-RETIDO TO TRUE
            END-ADD

            ADD WS-MOD-MONTANTE(WS-MOD-IDX) TO WS-TOTAL-CREDITO
                ON SIZE ERROR
                    DISPLAY "Estouro no total de créditos"
                    SET WS-JORNAL-RETIDO TO TRUE
            END-ADD

            IF WS-MOD-DEBITO(WS-MOD-IDX) =
               WS-CONTA-DEBITO(WS-ACHADO-IDX)
               ADD WS-MOD-MONTANTE(WS-MOD-IDX) TO WS-TOTAL-JORNAL
                   ON SIZE ERROR
                       DISPLAY "Estouro no líquido do jornal"
                       SET WS-JORNAL-RETIDO TO TRUE
               END-ADD
            ELSE
               SUBTRACT WS-MOD-MONTANTE(WS-MOD-IDX)
                        FROM WS-TOTAL-JORNAL
                   ON SIZE ERROR
                       DISPLAY "Estouro no líquido do jornal"
                       SET WS-JORNAL-RETIDO TO TRUE
               END-SUBTRACT
            END-IF

            ADD 1 TO WS-CONT-LANCAMENTOS
            ADD 2 TO WS-CONT-LINHAS
            .
       PROC-MONTAR-LANCAMENTO-END.

       PROC-PROCURAR-CONTA.
            IF WS-CONTA-MODO(WS-BUSCA-IDX) = WS-MOD-MODO(WS-MOD-IDX)
               MOVE WS-BUSCA-IDX TO WS-ACHADO-IDX
            END-IF

            ADD 1 TO WS-BUSCA-IDX
            .
       PROC-PROCURAR-CONTA-END.

      ******************************************************************
      * The day is fit for the ledger only when every mode found on
      * the results is mapped, the debits equal the credits and the
      * entries net back to the control total of the results read.
      ******************************************************************
       PROC-CONFERIR-PARTIDAS.
            IF WS-CONT-SEM-CONTA > 0
               DISPLAY "GLJRNL - modos sem mapeamento de contas: "
                       WS-CONT-SEM-CONTA
               MOVE 8 TO RETURN-CODE
            END-IF

            IF WS-TOTAL-DEBITO NOT = WS-TOTAL-CREDITO
               DISPLAY "GLJRNL - débitos diferentes dos créditos"
               MOVE 8 TO RETURN-CODE
               SET WS-JORNAL-RETIDO TO TRUE
            END-IF

            IF WS-TOTAL-JORNAL NOT = WS-TOTAL-LIQUIDO
               DISPLAY "GLJRNL - líquido do jornal " WS-TOTAL-JORNAL
                       " difere do total do CALCOUT "
                       WS-TOTAL-LIQUIDO
               MOVE 8 TO RETURN-CODE
               SET WS-JORNAL-RETIDO TO TRUE
            END-IF

            IF WS-JORNAL-RETIDO
               MOVE 8 TO RETURN-CODE
            END-IF
            .
       PROC-CONFERIR-PARTIDAS-END.

       PROC-GRAVAR-JORNAL.
            IF WS-JORNAL-RETIDO
               DISPLAY "GLJRNL - jornal retido, GLOUT não gravado"
               GO TO PROC-GRAVAR-JORNAL-END
            END-IF

            OPEN OUTPUT GLJ-FILE

            IF WS-GLJ-FS NOT = "00"
               DISPLAY "Erro ao abrir GLOUT, status: " WS-GLJ-FS
               MOVE 8 TO RETURN-CODE
               SET WS-JORNAL-RETIDO TO TRUE
               GO TO PROC-GRAVAR-JORNAL-END
            END-IF

            MOVE SPACES        TO GLJ-REC-HEADER
            MOVE "H"           TO GLJ-HDR-TIPO
            MOVE WS-DATA-MOVTO TO GLJ-HDR-DATA

            WRITE GLJ-REC-HEADER

            IF WS-GLJ-FS NOT = "00"
               DISPLAY "Erro ao gravar GLOUT, status: " WS-GLJ-FS
               MOVE 8 TO RETURN-CODE
            END-IF

            MOVE 0 TO WS-CONT-LANCAMENTOS

            PERFORM PROC-GRAVAR-PARTIDAS
                    THRU PROC-GRAVAR-PARTIDAS-END
                    VARYING WS-MOD-IDX FROM 1 BY 1
                    UNTIL WS-MOD-IDX > WS-QTD-MODOS

            MOVE SPACES           TO GLJ-REC-TRAILER
            MOVE "T"              TO GLJ-TRL-TIPO
            MOVE WS-CONT-LINHAS   TO GLJ-TRL-CONTAGEM
            MOVE WS-TOTAL-DEBITO  TO GLJ-TRL-HASH-DEBITO
            MOVE WS-TOTAL-CREDITO TO GLJ-TRL-HASH-CREDITO

            WRITE GLJ-REC-TRAILER

            IF WS-GLJ-FS NOT = "00"
               DISPLAY "Erro ao gravar GLOUT, status: " WS-GLJ-FS
               MOVE 8 TO RETURN-CODE
            END-IF

            CLOSE GLJ-FILE
            .
       PROC-GRAVAR-JORNAL-END.

       PROC-GRAVAR-PARTIDAS.
            IF WS-MOD-MONTANTE(WS-MOD-IDX) = ZERO
               GO TO PROC-GRAVAR-PARTIDAS-END
            END-IF

            ADD 1 TO WS-CONT-LANCAMENTOS

            MOVE SPACES                 TO GLJ-REC-DETALHE
            MOVE "D"                    TO GLJ-DET-TIPO
            MOVE WS-DATA-MOVTO          TO GLJ-DET-DATA
            MOVE WS-CONT-LANCAMENTOS    TO GLJ-DET-LANCAMENTO
            MOVE WS-MOD-MODO(WS-MOD-IDX) TO GLJ-DET-MODO
            MOVE WS-MOD-MONTANTE(WS-MOD-IDX) TO GLJ-DET-VALOR

            MOVE WS-MOD-CONTA-IDX(WS-MOD-IDX) TO WS-ACHADO-IDX
            STRING "CALCULADORA " WS-CONTA-DESCRICAO(WS-ACHADO-IDX)
                   DELIMITED BY SIZE INTO GLJ-DET-HISTORICO
            END-STRING

            MOVE WS-MOD-DEBITO(WS-MOD-IDX) TO GLJ-DET-CONTA
            SET GLJ-DEBITO TO TRUE

            WRITE GLJ-REC-DETALHE

            IF WS-GLJ-FS NOT = "00"
               DISPLAY "Erro ao gravar GLOUT, status: " WS-GLJ-FS
               MOVE 8 TO RETURN-CODE
            END-IF

            MOVE WS-MOD-CREDITO(WS-MOD-IDX) TO GLJ-DET-CONTA
            SET GLJ-CREDITO TO TRUE

            WRITE GLJ-REC-DETALHE

            IF WS-GLJ-FS NOT = "00"
               DISPLAY "Erro ao gravar GLOUT, status: " WS-GLJ-FS
               MOVE 8 TO RETURN-CODE
            END-IF
            .
       PROC-GRAVAR-PARTIDAS-END.

      ******************************************************************
      * Journal proof: one line per mode with the day's volume and
      * net, then the accounts it went to - or why it held the day.
      ******************************************************************
       PROC-IMPRIMIR-PROVA.
            OPEN OUTPUT RPT-FILE

            MOVE "PROVA DO JORNAL CONTÁBIL - CALCOUT" TO RPT-LINE
            WRITE RPT-LINE

            MOVE SPACES TO RPT-LINE
            STRING "Data do movimento: " WS-DATA-MOVTO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE

            PERFORM PROC-IMPRIMIR-MODO
                    THRU PROC-IMPRIMIR-MODO-END
                    VARYING WS-MOD-IDX FROM 1 BY 1
                    UNTIL WS-MOD-IDX > WS-QTD-MODOS

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE

            MOVE WS-CONT-DO-DIA TO WS-VOL-EDITADO
            MOVE WS-TOTAL-LIQUIDO TO WS-VAL-EDITADO

            MOVE SPACES TO RPT-LINE
            STRING "RESULTADOS DO DIA ..: " WS-VOL-EDITADO
                   "  líquido " WS-VAL-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            MOVE WS-TOTAL-JORNAL TO WS-VAL-EDITADO

            MOVE SPACES TO RPT-LINE
            STRING "LÍQUIDO NO JORNAL ..:           "
                   "  líquido " WS-VAL-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            IF WS-TOTAL-JORNAL NOT = WS-TOTAL-LIQUIDO
               MOVE "*** LÍQUIDO DO JORNAL DIFERE DO TOTAL DO DIA"
                    TO RPT-LINE
               WRITE RPT-LINE
            END-IF

            MOVE WS-TOTAL-DEBITO TO WS-MONT-EDITADO

            MOVE SPACES TO RPT-LINE
            STRING "TOTAL A DÉBITO .....: " WS-MONT-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            MOVE WS-TOTAL-CREDITO TO WS-MONT-EDITADO

            MOVE SPACES TO RPT-LINE
            STRING "TOTAL A CRÉDITO ....: " WS-MONT-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            MOVE WS-CONT-LINHAS TO WS-VOL-EDITADO

            MOVE SPACES TO RPT-LINE
            STRING "PARTIDAS NO JORNAL .: " WS-VOL-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE

            IF WS-JORNAL-RETIDO
               MOVE "*** JORNAL RETIDO - NADA FOI GRAVADO PARA A "
                    TO RPT-LINE
               WRITE RPT-LINE
               MOVE "*** CONTABILIDADE. CORRIGIR O GLMAP OU O MOVIMENTO"
                    TO RPT-LINE
               WRITE RPT-LINE
               MOVE "*** E REPROCESSAR COM CALC-DATA-JORNAL."
                    TO RPT-LINE
               WRITE RPT-LINE
            ELSE
               MOVE "JORNAL BALANCEADO E LIBERADO PARA A CONTABILIDADE"
                    TO RPT-LINE
               WRITE RPT-LINE
            END-IF

            CLOSE RPT-FILE
            .
       PROC-IMPRIMIR-PROVA-END.

       PROC-IMPRIMIR-MODO.
            MOVE WS-MOD-VOLUME(WS-MOD-IDX) TO WS-VOL-EDITADO
            MOVE WS-MOD-VALOR(WS-MOD-IDX)  TO WS-VAL-EDITADO

            MOVE SPACES TO RPT-LINE
            STRING "Modo " WS-MOD-MODO(WS-MOD-IDX)
                   "  vol " WS-VOL-EDITADO
                   "  líquido " WS-VAL-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            MOVE WS-MOD-CONTA-IDX(WS-MOD-IDX) TO WS-ACHADO-IDX

            IF WS-ACHADO-IDX = 0
               MOVE "        *** MODO SEM MAPEAMENTO DE CONTAS NO GLMAP"
                    TO RPT-LINE
               WRITE RPT-LINE
               GO TO PROC-IMPRIMIR-MODO-END
            END-IF

            IF WS-MOD-MONTANTE(WS-MOD-IDX) = ZERO
               MOVE "        líquido zero - sem lançamento"
                    TO RPT-LINE
               WRITE RPT-LINE
               GO TO PROC-IMPRIMIR-MODO-END
            END-IF

            MOVE WS-MOD-MONTANTE(WS-MOD-IDX) TO WS-MONT-EDITADO

            MOVE SPACES TO RPT-LINE
            STRING "        D " WS-MOD-DEBITO(WS-MOD-IDX)
                   "  C " WS-MOD-CREDITO(WS-MOD-IDX)
                   "  " WS-MONT-EDITADO
                   "  " WS-CONTA-DESCRICAO(WS-ACHADO-IDX)
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE
            .
       PROC-IMPRIMIR-MODO-END.

       PROC-ENCERRAR.
            IF WS-CALC-FS = "00" OR WS-CALC-FS = "10"
               CLOSE CALC-FILE
            END-IF

            DISPLAY "GLJRNL - resultados lidos....: "
                    WS-CONT-RESULTADOS
            DISPLAY "GLJRNL - fora da data........: "
                    WS-CONT-FORA-DATA
            DISPLAY "GLJRNL - resultados do dia...: " WS-CONT-DO-DIA
            DISPLAY "GLJRNL - partidas montadas...: " WS-CONT-LINHAS
            DISPLAY "GLJRNL - modos sem mapeamento: "
                    WS-CONT-SEM-CONTA

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
            MOVE "GLJRNL"             TO RLOG-PROGRAMA
            MOVE WS-DATA-MOVTO        TO RLOG-DATA-MOVTO
            MOVE WS-NUM-EXECUCAO      TO RLOG-NUM-EXECUCAO
            MOVE WS-RLOG-INICIO       TO RLOG-INICIO
            MOVE WS-TIMESTAMP         TO RLOG-FIM
            MOVE RETURN-CODE          TO RLOG-RC

            MOVE "CALCOUT"            TO RLOG-CAT-NOME (1)
            MOVE WS-CONT-DO-DIA       TO RLOG-CAT-QTD (1)
            MOVE WS-TOTAL-LIQUIDO     TO RLOG-CAT-VALOR (1)
            MOVE "PARTIDAS"           TO RLOG-CAT-NOME (2)
            MOVE WS-CONT-LINHAS       TO RLOG-CAT-QTD (2)
            MOVE WS-TOTAL-DEBITO      TO RLOG-CAT-VALOR (2)

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

       END PROGRAM GLJRNL.
