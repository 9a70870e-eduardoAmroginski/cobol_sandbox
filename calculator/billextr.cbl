      *                 campo CALC-REC-DATA (data de movimento): o
      *                 CALCOUT é acumulativo e o arquivo inteiro
      *                 estava sendo refaturado a cada dia.
      * 15/10/2026 EAS  Controle de transmissão: o header do BILLOUT
      *                 leva o número de envio da data (001 no
      *                 primeiro extrato, 002 em diante nos
      *                 reenvios), cada extrato gravado registra o
      *                 evento no histórico BILLSTAT e suas linhas no
      *                 BILLSENT para o BILLACK casar o retorno do
      *                 faturamento. CALC-DATA-REENVIO=AAAAMMDD
      *                 regera o extrato corrigido de uma data
      *                 passada sob o próximo número de envio.
      * 15/10/2026 EAS  Ao terminar grava o registro de controle no
      *                 log de execução RUNLOG (RLOGREC): resultados
      *                 da data selecionados no CALCOUT, linhas do
      *                 extrato e volume e valor levados ao BILLOUT,
      *                 que o balanceamento do dia compara.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLEXTR.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILL-FS.

           SELECT BSTA-FILE
               ASSIGN TO "BILLSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BSTA-FS.

           SELECT BSEN-FILE
               ASSIGN TO "BILLSENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BSEN-FS.

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
       FD  BILL-FILE.
           COPY BILLREC.

       FD  BSTA-FILE.
           COPY BSTAREC.

       FD  BSEN-FILE.
           COPY BSENREC.

       FD  RPT-FILE.
           COPY RPTREC.

       FD  RLOG-FILE.
           COPY RLOGREC.

       WORKING-STORAGE SECTION.
       77 WS-CALC-FS            PIC X(02)  VALUE "00".
       77 WS-BILLR-FS           PIC X(02)  VALUE "00".
       77 WS-RUNC-FS            PIC X(02)  VALUE "00".
       77 WS-BILL-FS            PIC X(02)  VALUE "00".
       77 WS-BSTA-FS            PIC X(02)  VALUE "00".
       77 WS-BSEN-FS            PIC X(02)  VALUE "00".
       77 WS-RLOG-FS            PIC X(02)  VALUE "00".

       77 WS-FIM-BSTA           PIC X(01)  VALUE "N".
           88 WS-BSTA-ESGOTADO  VALUE "S".

       77 WS-FIM-CALC           PIC X(01)  VALUE "N".
           88 WS-CALC-ESGOTADO  VALUE "S".

       77 WS-DATA-MOVTO         PIC 9(08)  VALUE ZERO.

      * Business date the extract is sent under (the run-control
      * date) - differs from WS-DATA-MOVTO only on a resend of a past
      * date - and the transmission sequence for the extracted date.
       77 WS-DATA-ENVIO         PIC 9(08)  VALUE ZERO.
       77 WS-DATA-ENTRADA       PIC X(08)  VALUE SPACES.
       77 WS-SEQ-ENVIO          PIC 9(03)  VALUE ZERO.
       77 WS-TIMESTAMP          PIC X(26)  VALUE SPACES.
       77 WS-DATA-ATUAL         PIC 9(08).
       77 WS-HORA-ATUAL         PIC 9(08).

       77 WS-NUM-EXECUCAO       PIC 9(04)  VALUE ZERO.
       77 WS-RLOG-JOB           PIC X(08)  VALUE "CALCBILL".
       77 WS-RLOG-INICIO        PIC X(26)  VALUE SPACES.

       77 WS-MAX-PRECOS         PIC 9(04) COMP VALUE 20.
       77 WS-QTD-PRECOS         PIC 9(04) COMP VALUE 0.

               10  WS-LIN-VOLUME   PIC 9(09) COMP.
               10  WS-LIN-VALOR    PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
               10  WS-LIN-PRECO    PIC 9(05)V99.
               10  WS-LIN-COBRANCA PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.

       77 WS-LIN-TROCA          PIC X(60).

       77 WS-PRECO-LINHA        PIC 9(05)V99.
       77 WS-COBRANCA-LINHA     PIC S9(13)V99
       77 WS-CONT-RESULTADOS    PIC 9(09) COMP VALUE 0.
       77 WS-CONT-FORA-DATA     PIC 9(09) COMP VALUE 0.
       77 WS-CONT-SEM-PRECO     PIC 9(04) COMP VALUE 0.
       77 WS-CONT-DO-DIA        PIC 9(09) COMP VALUE 0.
       77 WS-VALOR-DO-DIA       PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.
       77 WS-VOLUME-EXTRATO     PIC 9(09) COMP VALUE 0.
       77 WS-VALOR-EXTRATO      PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.
       77 WS-HASH-COBRANCA      PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.
            INITIALIZE WS-LINHAS-EXTRATO
                       WS-TABELA-PRECOS

            PERFORM PROC-MONTAR-TIMESTAMP
                    THRU PROC-MONTAR-TIMESTAMP-END
            MOVE WS-TIMESTAMP TO WS-RLOG-INICIO

            ACCEPT WS-RLOG-JOB FROM ENVIRONMENT "CALC-JOB-ID"
            IF WS-RLOG-JOB = SPACES
               MOVE "CALCBILL" TO WS-RLOG-JOB
            END-IF

            ACCEPT WS-DATA-MOVTO FROM DATE YYYYMMDD

            PERFORM PROC-LER-RUN-CONTROL
                    THRU PROC-LER-RUN-CONTROL-END

            MOVE WS-DATA-MOVTO TO WS-DATA-ENVIO

            MOVE SPACES TO WS-DATA-ENTRADA
            ACCEPT WS-DATA-ENTRADA FROM ENVIRONMENT "CALC-DATA-REENVIO"

            IF WS-DATA-ENTRADA NOT = SPACES
               IF WS-DATA-ENTRADA IS NUMERIC
                  MOVE WS-DATA-ENTRADA TO WS-DATA-MOVTO
                  DISPLAY "BILLEXTR - reenvio do extrato de "
                          WS-DATA-MOVTO
               ELSE
                  DISPLAY "CALC-DATA-REENVIO inválida: "
                          WS-DATA-ENTRADA
                  MOVE 8 TO RETURN-CODE
               END-IF
            END-IF

            PERFORM PROC-APURAR-SEQ-ENVIO
                    THRU PROC-APURAR-SEQ-ENVIO-END

            PERFORM PROC-CARREGAR-PRECOS
                    THRU PROC-CARREGAR-PRECOS-END

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
      * The next transmission sequence for the extracted date is one
      * above the highest already on the history; no history at all
      * is the first run of the file.
      ******************************************************************
       PROC-APURAR-SEQ-ENVIO.
            MOVE ZERO TO WS-SEQ-ENVIO

            OPEN INPUT BSTA-FILE

            IF WS-BSTA-FS = "35"
               DISPLAY "BILLSTAT vazio, primeiro envio registrado"
               GO TO PROC-APURAR-SEQ-ENVIO-FIM
            END-IF

            IF WS-BSTA-FS NOT = "00"
               DISPLAY "Erro ao abrir BILLSTAT, status: " WS-BSTA-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-APURAR-SEQ-ENVIO-END
            END-IF

            PERFORM PROC-LER-HISTORICO
                    THRU PROC-LER-HISTORICO-END
                    UNTIL WS-BSTA-ESGOTADO

            CLOSE BSTA-FILE
            .
       PROC-APURAR-SEQ-ENVIO-FIM.
            ADD 1 TO WS-SEQ-ENVIO

            IF WS-SEQ-ENVIO > 1
               DISPLAY "BILLEXTR - data " WS-DATA-MOVTO
                       " já transmitida, reenvio número " WS-SEQ-ENVIO
            END-IF
            .
       PROC-APURAR-SEQ-ENVIO-END.

       PROC-LER-HISTORICO.
            READ BSTA-FILE
                AT END
                    SET WS-BSTA-ESGOTADO TO TRUE
                    GO TO PROC-LER-HISTORICO-END
            END-READ

            IF BSTA-DATA = WS-DATA-MOVTO
               AND BSTA-SEQ-ENVIO > WS-SEQ-ENVIO
               MOVE BSTA-SEQ-ENVIO TO WS-SEQ-ENVIO
            END-IF
            .
       PROC-LER-HISTORICO-END.

       PROC-CARREGAR-PRECOS.
            OPEN INPUT BILLR-FILE

               GO TO PROC-ACUMULAR-RESULTADO-END
            END-IF

            ADD 1 TO WS-CONT-DO-DIA
            ADD CALC-REC-RESULT TO WS-VALOR-DO-DIA

            PERFORM PROC-LOCALIZAR-LINHA
                    THRU PROC-LOCALIZAR-LINHA-END


            MOVE SPACES TO RPT-LINE
            STRING "Data do movimento: " WS-DATA-MOVTO
                   "   Envio número: " WS-SEQ-ENVIO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            IF WS-SEQ-ENVIO > 1
               MOVE SPACES TO RPT-LINE
               STRING "REENVIO - substitui o extrato já transmitido "
                      "para a data"
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
            END-IF

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE

            MOVE SPACES        TO BILL-REC-HEADER
            MOVE "H"           TO BILL-HDR-TIPO
            MOVE WS-DATA-MOVTO TO BILL-HDR-DATA
            MOVE WS-SEQ-ENVIO  TO BILL-HDR-SEQ-ENVIO

            WRITE BILL-REC-HEADER


            CLOSE BILL-FILE

            IF RETURN-CODE < 8
               PERFORM PROC-REGISTRAR-ENVIO
                       THRU PROC-REGISTRAR-ENVIO-END
            ELSE
               DISPLAY "BILLEXTR - extrato com erro, envio não "
                       "registrado no BILLSTAT"
            END-IF

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE

            MOVE WS-PRECO-LINHA              TO BILL-DET-PRECO
            MOVE WS-COBRANCA-LINHA           TO BILL-DET-COBRANCA

            MOVE WS-PRECO-LINHA    TO WS-LIN-PRECO(WS-LIN-IDX)
            MOVE WS-COBRANCA-LINHA TO WS-LIN-COBRANCA(WS-LIN-IDX)

            WRITE BILL-REC-DETALHE

            IF WS-BILL-FS NOT = "00"
            END-IF

            ADD WS-COBRANCA-LINHA TO WS-HASH-COBRANCA
            ADD WS-LIN-VOLUME(WS-LIN-IDX) TO WS-VOLUME-EXTRATO
            ADD WS-LIN-VALOR(WS-LIN-IDX)  TO WS-VALOR-EXTRATO

            MOVE WS-LIN-VOLUME(WS-LIN-IDX) TO WS-VOL-EDITADO
            MOVE WS-LIN-VALOR(WS-LIN-IDX)  TO WS-VAL-EDITADO
            .
       PROC-GRAVAR-LINHA-END.

      ******************************************************************
      * Only a complete extract is recorded: its lines go to BILLSENT
      * and the send (or resend) event to BILLSTAT, which starts the
      * acknowledgement clock BILLACK watches.
      ******************************************************************
       PROC-REGISTRAR-ENVIO.
            OPEN EXTEND BSEN-FILE

            IF WS-BSEN-FS NOT = "00"
               DISPLAY "Erro ao abrir BILLSENT, status: " WS-BSEN-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-REGISTRAR-ENVIO-END
            END-IF

            PERFORM PROC-REGISTRAR-LINHA
                    THRU PROC-REGISTRAR-LINHA-END
                    VARYING WS-LIN-IDX FROM 1 BY 1
                    UNTIL WS-LIN-IDX > WS-QTD-LINHAS

            CLOSE BSEN-FILE

            OPEN EXTEND BSTA-FILE

            IF WS-BSTA-FS NOT = "00"
               DISPLAY "Erro ao abrir BILLSTAT, status: " WS-BSTA-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-REGISTRAR-ENVIO-END
            END-IF

            PERFORM PROC-MONTAR-TIMESTAMP
                    THRU PROC-MONTAR-TIMESTAMP-END

            INITIALIZE BSTA-REC
            MOVE WS-DATA-MOVTO    TO BSTA-DATA
            MOVE WS-SEQ-ENVIO     TO BSTA-SEQ-ENVIO

            IF WS-SEQ-ENVIO > 1
               SET BSTA-REENVIADO TO TRUE
            ELSE
               SET BSTA-ENVIADO TO TRUE
            END-IF

            MOVE WS-DATA-ENVIO    TO BSTA-DATA-EVENTO
            MOVE WS-TIMESTAMP     TO BSTA-TIMESTAMP
            MOVE WS-QTD-LINHAS    TO BSTA-LINHAS
            MOVE WS-HASH-COBRANCA TO BSTA-HASH

            WRITE BSTA-REC

            IF WS-BSTA-FS NOT = "00"
               DISPLAY "Erro ao gravar BILLSTAT, status: " WS-BSTA-FS
               MOVE 8 TO RETURN-CODE
            END-IF

            CLOSE BSTA-FILE
            .
       PROC-REGISTRAR-ENVIO-END.

       PROC-REGISTRAR-LINHA.
            MOVE WS-DATA-MOVTO               TO BSEN-DATA
            MOVE WS-SEQ-ENVIO                TO BSEN-SEQ-ENVIO
            MOVE WS-LIN-IDX                  TO BSEN-LINHA
            MOVE WS-LIN-OPERADOR(WS-LIN-IDX) TO BSEN-OPERADOR
            MOVE WS-LIN-MODO(WS-LIN-IDX)     TO BSEN-MODO
            MOVE WS-LIN-VOLUME(WS-LIN-IDX)   TO BSEN-VOLUME
            MOVE WS-LIN-VALOR(WS-LIN-IDX)    TO BSEN-VALOR
            MOVE WS-LIN-PRECO(WS-LIN-IDX)    TO BSEN-PRECO
            MOVE WS-LIN-COBRANCA(WS-LIN-IDX) TO BSEN-COBRANCA

            WRITE BSEN-REC

            IF WS-BSEN-FS NOT = "00"
               DISPLAY "Erro ao gravar BILLSENT, status: " WS-BSEN-FS
               MOVE 8 TO RETURN-CODE
            END-IF
            .
       PROC-REGISTRAR-LINHA-END.

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

       PROC-PRECIFICAR-LINHA.
            MOVE ZERO TO WS-PRECO-LINHA
            MOVE 0    TO WS-ACHADO-IDX
            DISPLAY "BILLEXTR - fora da data......: "
                    WS-CONT-FORA-DATA
            DISPLAY "BILLEXTR - linhas do extrato.: " WS-QTD-LINHAS
            DISPLAY "BILLEXTR - número de envio...: " WS-SEQ-ENVIO
            DISPLAY "BILLEXTR - linhas sem preço..: "
                    WS-CONT-SEM-PRECO

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
            MOVE "BILLEXTR"           TO RLOG-PROGRAMA
            MOVE WS-DATA-MOVTO        TO RLOG-DATA-MOVTO
            MOVE WS-NUM-EXECUCAO      TO RLOG-NUM-EXECUCAO
            MOVE WS-RLOG-INICIO       TO RLOG-INICIO
            MOVE WS-TIMESTAMP         TO RLOG-FIM
            MOVE RETURN-CODE          TO RLOG-RC

            MOVE "CALCOUT"            TO RLOG-CAT-NOME (1)
            MOVE WS-CONT-DO-DIA       TO RLOG-CAT-QTD (1)
            MOVE WS-VALOR-DO-DIA      TO RLOG-CAT-VALOR (1)
            MOVE "LINHAS"             TO RLOG-CAT-NOME (2)
            MOVE WS-QTD-LINHAS        TO RLOG-CAT-QTD (2)
            MOVE WS-HASH-COBRANCA     TO RLOG-CAT-VALOR (2)
            MOVE "VOLUME"             TO RLOG-CAT-NOME (3)
            MOVE WS-VOLUME-EXTRATO    TO RLOG-CAT-QTD (3)
            MOVE WS-VALOR-EXTRATO     TO RLOG-CAT-VALOR (3)

            WRITE RLOG-REC

            IF WS-RLOG-FS NOT = "00"
               DISPLAY "Erro ao gravar RUNLOG, status: " WS-RLOG-FS
            END-IF

            CLOSE RLOG-FILE
            .
       PROC-GRAVAR-RUN-LOG-END.

       END PROGRAM BILLEXTR.
