      *                 AUDIT-AUTORIZADOR. Tentativas recusadas vão
      *                 para a trilha como registros de modo "X" com
      *                 os dois operadores, sem par no CALCOUT.
      * 15/10/2026 EAS  O lote grava ao terminar o registro de
      *                 controle no log de execução RUNLOG (RLOGREC):
      *                 detalhes lidos e hash do TRANSIN, resultados
      *                 no CALCOUT, exceções, recusas "X" e
      *                 transações de modo desconhecido, com a data e
      *                 a execução do RUNCTL, início, fim e RC. Num
      *                 reinício as contagens cobrem o dia inteiro,
      *                 como as do checkpoint.
      * 15/10/2026 EAS  Trilha, exceções e resultados levam a agência
      *                 de origem (AUDIT-AGENCIA, EXCP-AGENCIA,
      *                 CALC-REC-AGENCIA): no lote vem do detalhe do
      *                 TRANSIN (TRANS-AGENCIA, carimbada pelo
      *                 TRANSRCYC), na sessão interativa ou TELA da
      *                 variável CALC-AGENCIA.
      * 15/10/2026 EAS  Estorno na TELA de cálculo de um mês já
      *                 fechado pelo MONTHEND (RUNC-MES-FECHADO no
      *                 RUNCTL): o lançamento compensatório sai no
      *                 mês corrente marcado "A" (ajuste de período
      *                 anterior) em vez de "R", e o operador é
      *                 avisado antes de confirmar; sem o RUNCTL o
      *                 estorno é recusado.
      * 15/10/2026 EAS  O checkpoint passa a levar as recusas "X"
      *                 (CKPT-NEGATIVAS), restauradas no reinício com
      *                 as exceções: o balanceamento do dia não
      *                 quebra mais depois de um CALC-RESTART=S.
      * 15/10/2026 EAS  O CALCMST leva a data de movimento do
      *                 lançamento (CALCM-DATA-MOVTO), a mesma do
      *                 CALCOUT; o estorno de mês fechado é apurado
      *                 pelo mês de movimento do original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULATOR.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-FS.

           SELECT RLOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-FS.

           SELECT CALCM-FILE
               ASSIGN TO "CALCMST"
               ORGANIZATION IS INDEXED
       FD  RUNC-FILE.
           COPY RUNCREC.

       FD  RLOG-FILE.
           COPY RLOGREC.

       WORKING-STORAGE SECTION.
       COPY CALCFLDS.


       77 WS-DATA-ATUAL         PIC 9(08).
       77 WS-HORA-ATUAL         PIC 9(08).
       77 WS-TIMESTAMP          PIC X(26)  VALUE SPACES.

       77 WS-QUOCIENTE-TEMP     PIC S9(09)
                                 SIGN LEADING SEPARATE CHARACTER.

       77 WS-OPERADOR-ID        PIC X(08)  VALUE SPACES.
       77 WS-SESSAO-NUMERO      PIC 9(06)  VALUE ZERO.
       77 WS-AGENCIA            PIC X(02)  VALUE SPACES.

       77 WS-OPER-NIVEL          PIC 9(01)  VALUE 0.
       77 WS-OPER-LIMITE         PIC 9(09)V99 VALUE 0.
       77 WS-EST-REV-DATA         PIC 9(08).
       77 WS-EST-REV-SEQ          PIC 9(07).

      * Situation the reversal entry is written with: "R", or "A"
      * when the original belongs to a month already closed.
       77 WS-EST-SITUACAO         PIC X(01)  VALUE "R".
           88 WS-EST-AJUSTE-ANTERIOR VALUE "A".
       77 WS-EST-ORIG-MES         PIC 9(06)  VALUE ZERO.
       77 WS-MES-FECHADO          PIC 9(06)  VALUE ZERO.

       77 WS-PERIODO-STATUS       PIC X(01)  VALUE "N".
           88 WS-PERIODO-LIDO     VALUE "S".

       77 WS-ESTORNO-STATUS       PIC X(01)  VALUE "N".
           88 WS-ESTORNO-EM-CURSO VALUE "S".


       77 WS-DATA-MOVTO          PIC 9(08)  VALUE ZERO.

       77 WS-RLOG-FS             PIC X(02)  VALUE "00".
       77 WS-RLOG-INICIO         PIC X(26)  VALUE SPACES.
       77 WS-NUM-EXECUCAO        PIC 9(04)  VALUE ZERO.
       77 WS-CONT-NEGATIVAS      PIC 9(09) COMP VALUE 0.
       77 WS-CONT-IGNORADAS      PIC 9(09) COMP VALUE 0.

       77 WS-TAXA-CODIGO         PIC X(04).
       77 WS-TAXA-VALOR          PIC 9(03)V9(06).
       77 WS-TAXA-STATUS         PIC X(01).
            ACCEPT WS-RUN-MODE FROM ENVIRONMENT "CALC-RUN-MODE"

            ACCEPT WS-RESTART-MODE FROM ENVIRONMENT "CALC-RESTART"

            ACCEPT WS-AGENCIA FROM ENVIRONMENT "CALC-AGENCIA"

            PERFORM PROC-MONTAR-TIMESTAMP
                    THRU PROC-MONTAR-TIMESTAMP-END
            MOVE WS-TIMESTAMP TO WS-RLOG-INICIO
            .
       PROC-INICIALIZAR-END.

               MOVE WS-OPERADOR-ID    TO AUDIT-OPERADOR
               MOVE WS-SESSAO-NUMERO  TO AUDIT-SESSAO
               MOVE WS-AUTORIZADOR-ID TO AUDIT-AUTORIZADOR
               MOVE WS-AGENCIA        TO AUDIT-AGENCIA

               WRITE AUDIT-REC

               MOVE WS-OPERADOR-ID    TO EXCP-OPERADOR
               MOVE WS-SESSAO-NUMERO  TO EXCP-SESSAO
               MOVE SPACE             TO EXCP-SITUACAO
               MOVE WS-AGENCIA        TO EXCP-AGENCIA

               WRITE EXCP-REC

               MOVE WS-RESULT TO CALC-REC-RESULT
               MOVE WS-OPERADOR-ID   TO CALC-REC-OPERADOR
               MOVE WS-SESSAO-NUMERO TO CALC-REC-SESSAO
               MOVE WS-AGENCIA       TO CALC-REC-AGENCIA

               IF WS-MODO-BATCH AND WS-DATA-MOVTO > 0
                  MOVE WS-DATA-MOVTO TO CALC-REC-DATA
            MOVE WS-OPERADOR-ID   TO CALCM-OPERADOR
            MOVE WS-SESSAO-NUMERO TO CALCM-SESSAO

            IF WS-MODO-BATCH AND WS-DATA-MOVTO > 0
               MOVE WS-DATA-MOVTO TO CALCM-DATA-MOVTO
            ELSE
               MOVE WS-DATA-ATUAL TO CALCM-DATA-MOVTO
            END-IF

            IF WS-ESTORNO-EM-CURSO
               MOVE WS-EST-SITUACAO  TO CALCM-SITUACAO
               MOVE WS-EST-ORIG-DATA TO CALCM-XREF-DATA
               MOVE WS-EST-ORIG-SEQ  TO CALCM-XREF-SEQ
            ELSE
               GO TO PROC-ESTORNAR-TELA-END
            END-IF

            PERFORM PROC-VERIFICAR-PERIODO
                    THRU PROC-VERIFICAR-PERIODO-END

            IF NOT WS-PERIODO-LIDO
               DISPLAY "Estorno negado: período do cálculo não "
                       "verificado no RUNCTL"
               GO TO PROC-ESTORNAR-TELA-END
            END-IF

            IF WS-EST-AJUSTE-ANTERIOR
               DISPLAY "Mês " WS-EST-ORIG-MES " já fechado: o estorno"
                       " sai no mês corrente como ajuste de período"
                       " anterior"
            END-IF

            DISPLAY SS-ESTORNO-CONF-TELA
            ACCEPT SS-ESTORNO-CONF-TELA

               DISPLAY "Estorno efetivado: " WS-EST-ORIG-DATA "/"
                       WS-EST-ORIG-SEQ " compensado por "
                       WS-EST-REV-DATA "/" WS-EST-REV-SEQ
               IF WS-EST-AJUSTE-ANTERIOR
                  DISPLAY "Lançado como ajuste de período anterior "
                          "do mês " WS-EST-REV-DATA(1:6)
               END-IF
            END-IF
            .
       PROC-POSTAR-ESTORNO-END.

      ******************************************************************
      * A month MONTHEND has closed was already reported: reversing
      * one of its calculations must not change it. The reversal is
      * still posted today, in the open month, but marked "A" so the
      * next statement shows it as a prior-period adjustment. The
      * business month of the original (still in CALCM-REC) is
      * compared with the last closed month on RUNCTL.
      ******************************************************************
       PROC-VERIFICAR-PERIODO.
            MOVE "N"  TO WS-PERIODO-STATUS
            MOVE "R"  TO WS-EST-SITUACAO
            MOVE ZERO TO WS-MES-FECHADO
            MOVE CALCM-DATA-MOVTO(1:6) TO WS-EST-ORIG-MES

            OPEN INPUT RUNC-FILE

            IF WS-RUNC-FS NOT = "00"
               DISPLAY "Erro ao abrir RUNCTL, status: " WS-RUNC-FS
               GO TO PROC-VERIFICAR-PERIODO-END
            END-IF

            READ RUNC-FILE
                AT END
                    DISPLAY "RUNCTL sem registro de controle"
                    CLOSE RUNC-FILE
                    GO TO PROC-VERIFICAR-PERIODO-END
            END-READ

            IF RUNC-MES-FECHADO IS NUMERIC
               MOVE RUNC-MES-FECHADO TO WS-MES-FECHADO
            END-IF

            CLOSE RUNC-FILE

            SET WS-PERIODO-LIDO TO TRUE

            IF WS-EST-ORIG-MES NOT > WS-MES-FECHADO
               SET WS-EST-AJUSTE-ANTERIOR TO TRUE
            END-IF
            .
       PROC-VERIFICAR-PERIODO-END.

       PROC-AUTORIZAR-SUPERVISOR.
            MOVE "N"    TO WS-SUPERV-STATUS
            MOVE SPACES TO WS-SUPERV-ENTRADA
            MOVE WS-OPERADOR-ID   TO AUDIT-OPERADOR
            MOVE WS-SESSAO-NUMERO TO AUDIT-SESSAO
            MOVE WS-SUPERV-ID     TO AUDIT-AUTORIZADOR
            MOVE WS-AGENCIA       TO AUDIT-AGENCIA

            WRITE AUDIT-REC

            IF WS-AUDIT-FS NOT = "00"
               DISPLAY "Erro ao gravar AUDITOUT, status: "
                       WS-AUDIT-FS
            ELSE
               ADD 1 TO WS-CONT-NEGATIVAS
            END-IF
            .
       PROC-REGISTRAR-NEGATIVA-END.
               MOVE WS-CONTADOR-OPERACOES TO CKPT-CONTADOR
               MOVE WS-CONT-TRANS-PROC     TO CKPT-TRANS-LIDAS
               MOVE WS-CONT-EXCECOES       TO CKPT-EXCECOES
               MOVE WS-CONT-NEGATIVAS      TO CKPT-NEGATIVAS
               MOVE WS-TIMESTAMP           TO CKPT-TIMESTAMP
               MOVE WS-OPERADOR-ID         TO CKPT-OPERADOR
               MOVE WS-SESSAO-NUMERO       TO CKPT-SESSAO
            IF RUNC-FECHADO
               DISPLAY "Reinício sobre movimento fechado de "
                       WS-DATA-MOVTO ": situação preservada"
               MOVE RUNC-NUM-EXECUCAO TO WS-NUM-EXECUCAO
               CLOSE RUNC-FILE
               SET WS-RUNC-OK TO TRUE
               GO TO PROC-ABRIR-RUN-CONTROL-END
            DISPLAY "Movimento de " WS-DATA-MOVTO ", execução "
                    RUNC-NUM-EXECUCAO

            MOVE RUNC-NUM-EXECUCAO TO WS-NUM-EXECUCAO

            CLOSE RUNC-FILE

            SET WS-RUNC-OK TO TRUE
                    MOVE CKPT-CONTADOR    TO WS-CONTADOR-OPERACOES
                    MOVE CKPT-TRANS-LIDAS TO WS-CKPT-SALTAR
                    MOVE CKPT-EXCECOES    TO WS-CONT-EXCECOES
                    MOVE CKPT-NEGATIVAS   TO WS-CONT-NEGATIVAS
            END-READ
            .
       PROC-LER-REGISTRO-CKPT-END.
       PROC-LER-TRANSACAO-END.

       PROC-PROCESSAR-TRANSACAO.
            MOVE TRANS-MODO    TO WS-MODO
            MOVE TRANS-NUM-1   TO WS-NUM-1
            MOVE TRANS-NUM-2   TO WS-NUM-2
            MOVE TRANS-AGENCIA TO WS-AGENCIA

            EVALUATE WS-MODO
               WHEN "1"
               WHEN OTHER
                   DISPLAY "Transação com modo inválido ignorada: "
                           TRANS-MODO
                   ADD 1 TO WS-CONT-IGNORADAS
            END-EVALUATE

            ADD 1 TO WS-CONT-TRANS-PROC
               MOVE 4 TO RETURN-CODE
            END-IF

            IF WS-MODO-BATCH
               PERFORM PROC-GRAVAR-RUN-LOG
                       THRU PROC-GRAVAR-RUN-LOG-END
            END-IF

            STOP RUN.

      ******************************************************************
      * Control record for the day's balancing: every detail on
      * TRANSIN must come out as a posted result, an exception or a
      * refused attempt. Details a restart skipped are counted on
      * TRANSIN as they go by, and the posted and exception counts
      * come back from the checkpoint, so a restarted run still
      * accounts for the whole day; the result sum covers only the
      * results posted by this run.
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

            MOVE WS-OPERADOR-ID        TO RLOG-JOB
            MOVE "CALCULATOR"          TO RLOG-PROGRAMA
            MOVE WS-DATA-MOVTO         TO RLOG-DATA-MOVTO
            MOVE WS-NUM-EXECUCAO       TO RLOG-NUM-EXECUCAO
            MOVE WS-RLOG-INICIO        TO RLOG-INICIO
            MOVE WS-TIMESTAMP          TO RLOG-FIM
            MOVE RETURN-CODE           TO RLOG-RC

            MOVE "LIDOS"               TO RLOG-CAT-NOME (1)
            MOVE WS-VAL-CONT-DETALHES  TO RLOG-CAT-QTD (1)
            MOVE WS-VAL-HASH           TO RLOG-CAT-VALOR (1)
            MOVE "CALCOUT"             TO RLOG-CAT-NOME (2)
            MOVE WS-CONTADOR-OPERACOES TO RLOG-CAT-QTD (2)
            MOVE WS-SOMA-RESULTADOS    TO RLOG-CAT-VALOR (2)
            MOVE "EXCPOUT"             TO RLOG-CAT-NOME (3)
            MOVE WS-CONT-EXCECOES      TO RLOG-CAT-QTD (3)
            MOVE "RECUSADO"            TO RLOG-CAT-NOME (4)
            MOVE WS-CONT-NEGATIVAS     TO RLOG-CAT-QTD (4)
            MOVE "IGNORADO"            TO RLOG-CAT-NOME (5)
            MOVE WS-CONT-IGNORADAS     TO RLOG-CAT-QTD (5)

            WRITE RLOG-REC

            IF WS-RLOG-FS NOT = "00"
               DISPLAY "Erro ao gravar RUNLOG, status: " WS-RLOG-FS
            END-IF

            CLOSE RLOG-FILE
            .
       PROC-GRAVAR-RUN-LOG-END.

       END PROGRAM CALCULATOR.
