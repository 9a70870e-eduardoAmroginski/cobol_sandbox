      * Author: Eduardo Amroginski Santos
      * Date: 02/09/2026
      * Purpose: Close-of-day step for the run-control master RUNCTL.
      *          Normally runs at the end of CALCBAT after a clean
      *          reconciliation and balancing: marks the business date
      *          closed and opens the next business day on the
      *          calendar CALEND (execution count zero, status open),
      *          keeping the date just closed in RUNC-DATA-ANTERIOR
      *          for the reports that run after the close. A date
      *          already closed whose roll failed goes straight to the
      *          roll; a date with no execution is never closed. When
      *          the desk supplies CALC-NOVA-DATA=AAAAMMDD the program
      *          opens that date instead of closing anything - only a
      *          business day on the calendar later than the date on
      *          RUNCTL is accepted, so a closed date is never opened
      *          again.
      *          A date is not closed while a branch the master
      *          AGENMST expects every day has no received file on
      *          the arrival log CHEGADA, unless the desk waives it
      *          with CALC-AGENCIA-DISPENSA=01,05 (branch codes split
      *          by commas); each waiver is appended to CHEGADA so
      *          the arrival report shows it.
      *
      * Modification history:
      * 15/10/2026 EAS  Depois de um fechamento limpo a data de
      *                 movimento rola sozinha para o próximo dia
      *                 útil do calendário CALEND; a CALC-NOVA-DATA
      *                 fica para exceção e é recusada (RC=12) se
      *                 cair em dia não útil ou fora do calendário.
      *                 Data sem nenhuma execução não é fechada, e o
      *                 step avisa (RC=4) quando o calendário acaba
      *                 em menos de 30 dias.
      * 15/10/2026 EAS  Grava o registro de controle no log de
      *                 execução RUNLOG (RLOGREC) com a data fechada
      *                 (ou aberta pela CALC-NOVA-DATA), início, fim
      *                 e RC.
      * 15/10/2026 EAS  Recusa o fechamento (RC=8) enquanto houver
      *                 agência esperada no AGENMST sem remessa
      *                 recebida no CHEGADA; a CALC-AGENCIA-DISPENSA
      *                 dispensa agências e grava a dispensa no
      *                 CHEGADA.
      * 15/10/2026 EAS  A abertura da nova data preserva o último mês
      *                 fechado pelo MONTHEND (RUNC-MES-FECHADO e o
      *                 momento do fechamento) ao regravar o RUNCTL.
      * 15/10/2026 EAS  Ao abrir a nova data guarda em
      *                 RUNC-DATA-ANTERIOR o último movimento
      *                 processado (a data recém-fechada), de onde os
      *                 relatórios da noite tiram a data depois da
      *                 virada; a CALC-NOVA-DATA só é aceita se for
      *                 posterior ao movimento do RUNCTL (RC=12).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYCLOSE.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-FS.

           SELECT CAL-FILE
               ASSIGN TO "CALEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-FS.

           SELECT RLOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-FS.

           SELECT AGEN-FILE
               ASSIGN TO "AGENMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGEN-FS.

           SELECT CHEG-FILE
               ASSIGN TO "CHEGADA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHEG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNC-FILE.
           COPY RUNCREC.

       FD  CAL-FILE.
           COPY CALDREC.

       FD  RLOG-FILE.
           COPY RLOGREC.

       FD  AGEN-FILE.
           COPY AGENREC.

       FD  CHEG-FILE.
           COPY CHEGREC.

       WORKING-STORAGE SECTION.
       77 WS-RUNC-FS            PIC X(02)  VALUE "00".
       77 WS-CAL-FS             PIC X(02)  VALUE "00".
       77 WS-RLOG-FS            PIC X(02)  VALUE "00".
       77 WS-AGEN-FS            PIC X(02)  VALUE "00".
       77 WS-CHEG-FS            PIC X(02)  VALUE "00".

       77 WS-DATA-MOVTO         PIC 9(08)  VALUE ZERO.
       77 WS-NUM-EXECUCAO       PIC 9(04)  VALUE ZERO.
       77 WS-RLOG-JOB           PIC X(08)  VALUE "DAYCLOSE".
       77 WS-RLOG-INICIO        PIC X(26)  VALUE SPACES.
       77 WS-TIMESTAMP          PIC X(26)  VALUE SPACES.
       77 WS-DATA-ATUAL         PIC 9(08).
       77 WS-HORA-ATUAL         PIC 9(08).

       77 WS-NOVA-DATA-ENTRADA  PIC X(08).

       77 WS-FIM-CAL-FLAG       PIC X(01)  VALUE "N".
           88 WS-FIM-CAL        VALUE "S".

       77 WS-FECHAMENTO-FLAG    PIC X(01)  VALUE "N".
           88 WS-DIA-FECHADO    VALUE "S".

      * What the calendar pass found: the next business day after
      * WS-DATA-REFERENCIA, the entry of the date asked for, and the
      * last day the calendar covers.
       77 WS-DATA-REFERENCIA    PIC 9(08)  VALUE 0.
       77 WS-DATA-FECHADA       PIC 9(08)  VALUE 0.
       77 WS-PROXIMO-UTIL       PIC 9(08)  VALUE 0.
       77 WS-ULTIMO-DIA-CAL     PIC 9(08)  VALUE 0.
       77 WS-NOVA-DATA          PIC 9(08)  VALUE 0.

      * Period-close fields of the run-control record, carried over
      * when the record is written again for the new date.
       77 WS-MES-FECHADO        PIC 9(06)  VALUE 0.
       77 WS-MES-FECHADO-TS     PIC X(26)  VALUE SPACES.

      * The date on the control record before it is written again,
      * and the last date processed, kept on the new record.
       77 WS-DATA-NO-RUNCTL     PIC 9(08)  VALUE 0.
       77 WS-DATA-ANTERIOR      PIC 9(08)  VALUE 0.

       77 WS-DATA-PEDIDA-FLAG   PIC X(01)  VALUE " ".
           88 WS-DATA-PEDIDA-UTIL     VALUE "S".
           88 WS-DATA-PEDIDA-NAO-UTIL VALUE "N".
           88 WS-DATA-PEDIDA-AUSENTE  VALUE " ".
       77 WS-DATA-PEDIDA-DESC   PIC X(30)  VALUE SPACES.

       77 WS-DIAS-AVISO         PIC 9(03)  VALUE 30.
       77 WS-DIAS-INTEIRO       PIC 9(07)  COMP.
       77 WS-DATA-LIMITE        PIC 9(08).

      * Branch check of the close: the branches expected every day,
      * whether each is in for the date (received or waived), and
      * the codes the desk waived on this run.
       77 WS-FIM-AGEN-FLAG      PIC X(01)  VALUE "N".
           88 WS-FIM-AGEN       VALUE "S".
       77 WS-FIM-CHEG-FLAG      PIC X(01)  VALUE "N".
           88 WS-FIM-CHEG       VALUE "S".
       77 WS-AGENCIAS-FLAG      PIC X(01)  VALUE "S".
           88 WS-AGENCIAS-OK    VALUE "S".
       77 WS-MAX-AGENCIAS       PIC 9(04)  COMP VALUE 200.
       77 WS-QTD-AGENCIAS       PIC 9(04)  COMP VALUE 0.
       77 WS-IND-AGEN           PIC 9(04)  COMP.
       77 WS-AGEN-ACHADA        PIC 9(04)  COMP.
       77 WS-CONT-AUSENTES      PIC 9(04)  COMP VALUE 0.
       77 WS-CONT-DISPENSADAS   PIC 9(04)  COMP VALUE 0.

       77 WS-DISPENSA-ENTRADA   PIC X(60)  VALUE SPACES.
       77 WS-DISPENSA-PONTEIRO  PIC 9(04)  COMP.
       77 WS-DISPENSA-CODIGO    PIC X(02).
       77 WS-QTD-DISPENSA       PIC 9(04)  COMP VALUE 0.
       77 WS-IND-DISPENSA       PIC 9(04)  COMP.
       77 WS-DISPENSA-FLAG      PIC X(01).
           88 WS-DISPENSADA-AGORA VALUE "S".

       01  WS-TAB-AGENCIAS.
           05  WS-AGENCIA          OCCURS 200 TIMES.
               10  WS-AGEN-CODIGO  PIC X(02).
               10  WS-AGEN-SITUACAO PIC X(01).
                   88  WS-AGEN-PRESENTE  VALUE "R" "D".

       01  WS-TAB-DISPENSAS.
           05  WS-DISPENSA         PIC X(02) OCCURS 20 TIMES.

      * Latest run of each job and execution that logged files for
      * the date, as AGENRPT counts them: a file received by a run
      * that was done again under the same execution was replaced.
       77 WS-QTD-EXECUCOES      PIC 9(04)  COMP VALUE 0.
       77 WS-IND-EXE            PIC 9(04)  COMP.
       77 WS-EXE-ACHADA         PIC 9(04)  COMP.

       01  WS-EXECUCOES.
           05  WS-EXECUCAO         OCCURS 100 TIMES.
               10  WS-EXE-JOB      PIC X(08).
               10  WS-EXE-NUMERO   PIC 9(04).
               10  WS-EXE-TIMESTAMP PIC X(26).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM PROC-MONTAR-TIMESTAMP
                    THRU PROC-MONTAR-TIMESTAMP-END
            MOVE WS-TIMESTAMP TO WS-RLOG-INICIO

            ACCEPT WS-RLOG-JOB FROM ENVIRONMENT "CALC-JOB-ID"
            IF WS-RLOG-JOB = SPACES
               MOVE "DAYCLOSE" TO WS-RLOG-JOB
            END-IF

            MOVE SPACES TO WS-NOVA-DATA-ENTRADA
            ACCEPT WS-NOVA-DATA-ENTRADA
                   FROM ENVIRONMENT "CALC-NOVA-DATA"
            ELSE
               PERFORM PROC-FECHAR-DIA
                       THRU PROC-FECHAR-DIA-END
               IF WS-DIA-FECHADO
                  PERFORM PROC-ROLAR-DATA
                          THRU PROC-ROLAR-DATA-END
               END-IF
            END-IF

            IF WS-NOVA-DATA NOT = ZERO
               PERFORM PROC-VERIFICAR-HORIZONTE
                       THRU PROC-VERIFICAR-HORIZONTE-END
            END-IF

            IF WS-DATA-FECHADA NOT = ZERO
               MOVE WS-DATA-FECHADA TO WS-DATA-MOVTO
            ELSE
               MOVE WS-NOVA-DATA    TO WS-DATA-MOVTO
            END-IF

            PERFORM PROC-GRAVAR-RUN-LOG
                    THRU PROC-GRAVAR-RUN-LOG-END

            STOP RUN.
       MAIN-PROCEDURE-END.

      ******************************************************************
      * A date already closed - the roll failed on an earlier run, or
      * the desk closed it by hand - still goes on to the roll. A date
      * with no execution at all is never closed: that is this job
      * released a second time right after rolling the date.
      ******************************************************************
       PROC-FECHAR-DIA.
            OPEN I-O RUNC-FILE

                    GO TO PROC-FECHAR-DIA-END
            END-READ

            MOVE RUNC-DATA-MOVTO   TO WS-DATA-FECHADA
            MOVE RUNC-NUM-EXECUCAO TO WS-NUM-EXECUCAO

            IF RUNC-FECHADO
               DISPLAY "Movimento de " RUNC-DATA-MOVTO
                       " já estava fechado"
               SET WS-DIA-FECHADO TO TRUE
               CLOSE RUNC-FILE
               GO TO PROC-FECHAR-DIA-END
            END-IF

            IF RUNC-NUM-EXECUCAO = ZERO
               DISPLAY "Movimento de " RUNC-DATA-MOVTO
                       " sem nenhuma execução: fechamento recusado"
               MOVE 8 TO RETURN-CODE
               CLOSE RUNC-FILE
               GO TO PROC-FECHAR-DIA-END
            END-IF

            PERFORM PROC-VERIFICAR-AGENCIAS
                    THRU PROC-VERIFICAR-AGENCIAS-END

            IF NOT WS-AGENCIAS-OK
               DISPLAY "Movimento de " RUNC-DATA-MOVTO
                       " com agência pendente: fechamento recusado"
               MOVE 8 TO RETURN-CODE
               CLOSE RUNC-FILE
               GO TO PROC-FECHAR-DIA-END
            END-IF
            ELSE
               DISPLAY "Movimento de " RUNC-DATA-MOVTO " fechado, "
                       RUNC-NUM-EXECUCAO " execuções no dia"
               SET WS-DIA-FECHADO TO TRUE
            END-IF

            CLOSE RUNC-FILE
            .
       PROC-FECHAR-DIA-END.

      ******************************************************************
      * Every branch the master expects daily must be in for the date:
      * a received file on CHEGADA, or a waiver - one from an earlier
      * run, or one the desk keys now on CALC-AGENCIA-DISPENSA, which
      * is logged here. A held file does not count. Without the
      * master the check cannot be made and the close is refused.
      ******************************************************************
       PROC-VERIFICAR-AGENCIAS.
            MOVE "S" TO WS-AGENCIAS-FLAG
            INITIALIZE WS-TAB-AGENCIAS
            INITIALIZE WS-EXECUCOES

            OPEN INPUT AGEN-FILE

            IF WS-AGEN-FS NOT = "00"
               DISPLAY "Erro ao abrir AGENMST, status: " WS-AGEN-FS
               MOVE "N" TO WS-AGENCIAS-FLAG
               GO TO PROC-VERIFICAR-AGENCIAS-END
            END-IF

            PERFORM PROC-LER-AGENCIA
                    THRU PROC-LER-AGENCIA-END
                    UNTIL WS-FIM-AGEN

            CLOSE AGEN-FILE

            OPEN INPUT CHEG-FILE

            IF WS-CHEG-FS = "00"
               PERFORM PROC-MAPEAR-EXECUCAO
                       THRU PROC-MAPEAR-EXECUCAO-END
                       UNTIL WS-FIM-CHEG
               CLOSE CHEG-FILE
               MOVE "N" TO WS-FIM-CHEG-FLAG
               OPEN INPUT CHEG-FILE
               PERFORM PROC-LER-CHEGADA
                       THRU PROC-LER-CHEGADA-END
                       UNTIL WS-FIM-CHEG
               CLOSE CHEG-FILE
            ELSE
               DISPLAY "CHEGADA sem registros, status: " WS-CHEG-FS
            END-IF

            PERFORM PROC-CARREGAR-DISPENSAS
                    THRU PROC-CARREGAR-DISPENSAS-END

            PERFORM PROC-CONFERIR-AGENCIA
                    THRU PROC-CONFERIR-AGENCIA-END
                    VARYING WS-IND-AGEN FROM 1 BY 1
                    UNTIL WS-IND-AGEN > WS-QTD-AGENCIAS

            IF WS-CONT-AUSENTES > 0
               MOVE "N" TO WS-AGENCIAS-FLAG
            END-IF

            DISPLAY "DAYCLOSE - agências esperadas: " WS-QTD-AGENCIAS
                    " dispensadas agora: " WS-CONT-DISPENSADAS
                    " pendentes: " WS-CONT-AUSENTES
            .
       PROC-VERIFICAR-AGENCIAS-END.

       PROC-LER-AGENCIA.
            READ AGEN-FILE
                AT END
                    SET WS-FIM-AGEN TO TRUE
                    GO TO PROC-LER-AGENCIA-END
            END-READ

            IF NOT AGEN-ESPERADA-DIARIA
               GO TO PROC-LER-AGENCIA-END
            END-IF

            IF WS-QTD-AGENCIAS NOT < WS-MAX-AGENCIAS
               DISPLAY "AGENMST com mais de " WS-MAX-AGENCIAS
                       " agências esperadas: excedente ignorado"
               GO TO PROC-LER-AGENCIA-END
            END-IF

            ADD 1 TO WS-QTD-AGENCIAS
            MOVE AGEN-CODIGO TO WS-AGEN-CODIGO(WS-QTD-AGENCIAS)
            MOVE SPACE       TO WS-AGEN-SITUACAO(WS-QTD-AGENCIAS)
            .
       PROC-LER-AGENCIA-END.

       PROC-MAPEAR-EXECUCAO.
            READ CHEG-FILE
                AT END
                    SET WS-FIM-CHEG TO TRUE
                    GO TO PROC-MAPEAR-EXECUCAO-END
            END-READ

            IF CHEG-DATA-MOVTO NOT = WS-DATA-FECHADA
               OR CHEG-DISPENSADA
               GO TO PROC-MAPEAR-EXECUCAO-END
            END-IF

            PERFORM PROC-LOCALIZAR-EXECUCAO
                    THRU PROC-LOCALIZAR-EXECUCAO-END

            IF WS-EXE-ACHADA > 0
               IF CHEG-TIMESTAMP > WS-EXE-TIMESTAMP(WS-EXE-ACHADA)
                  MOVE CHEG-TIMESTAMP
                       TO WS-EXE-TIMESTAMP(WS-EXE-ACHADA)
               END-IF
               GO TO PROC-MAPEAR-EXECUCAO-END
            END-IF

            IF WS-QTD-EXECUCOES NOT < 100
               GO TO PROC-MAPEAR-EXECUCAO-END
            END-IF

            ADD 1 TO WS-QTD-EXECUCOES
            MOVE CHEG-JOB          TO WS-EXE-JOB(WS-QTD-EXECUCOES)
            MOVE CHEG-NUM-EXECUCAO TO WS-EXE-NUMERO(WS-QTD-EXECUCOES)
            MOVE CHEG-TIMESTAMP    TO WS-EXE-TIMESTAMP(WS-QTD-EXECUCOES)
            .
       PROC-MAPEAR-EXECUCAO-END.

       PROC-LOCALIZAR-EXECUCAO.
            MOVE 0 TO WS-EXE-ACHADA

            PERFORM PROC-COMPARAR-EXECUCAO
                    THRU PROC-COMPARAR-EXECUCAO-END
                    VARYING WS-IND-EXE FROM 1 BY 1
                    UNTIL WS-IND-EXE > WS-QTD-EXECUCOES
                          OR WS-EXE-ACHADA > 0
            .
       PROC-LOCALIZAR-EXECUCAO-END.

       PROC-COMPARAR-EXECUCAO.
            IF WS-EXE-JOB(WS-IND-EXE) = CHEG-JOB
               AND WS-EXE-NUMERO(WS-IND-EXE) = CHEG-NUM-EXECUCAO
               MOVE WS-IND-EXE TO WS-EXE-ACHADA
            END-IF
            .
       PROC-COMPARAR-EXECUCAO-END.

       PROC-LER-CHEGADA.
            READ CHEG-FILE
                AT END
                    SET WS-FIM-CHEG TO TRUE
                    GO TO PROC-LER-CHEGADA-END
            END-READ

            IF CHEG-DATA-MOVTO NOT = WS-DATA-FECHADA
               OR CHEG-RETIDA
               GO TO PROC-LER-CHEGADA-END
            END-IF

            IF CHEG-RECEBIDA
               PERFORM PROC-LOCALIZAR-EXECUCAO
                       THRU PROC-LOCALIZAR-EXECUCAO-END
               IF WS-EXE-ACHADA > 0
                  AND CHEG-TIMESTAMP NOT =
                      WS-EXE-TIMESTAMP(WS-EXE-ACHADA)
                  GO TO PROC-LER-CHEGADA-END
               END-IF
            END-IF

            MOVE CHEG-AGENCIA TO WS-DISPENSA-CODIGO
            PERFORM PROC-LOCALIZAR-AGENCIA
                    THRU PROC-LOCALIZAR-AGENCIA-END

            IF WS-AGEN-ACHADA > 0
               MOVE CHEG-SITUACAO TO WS-AGEN-SITUACAO(WS-AGEN-ACHADA)
            END-IF
            .
       PROC-LER-CHEGADA-END.

       PROC-LOCALIZAR-AGENCIA.
            MOVE 0 TO WS-AGEN-ACHADA

            PERFORM PROC-COMPARAR-AGENCIA
                    THRU PROC-COMPARAR-AGENCIA-END
                    VARYING WS-IND-AGEN FROM 1 BY 1
                    UNTIL WS-IND-AGEN > WS-QTD-AGENCIAS
                          OR WS-AGEN-ACHADA > 0
            .
       PROC-LOCALIZAR-AGENCIA-END.

       PROC-COMPARAR-AGENCIA.
            IF WS-AGEN-CODIGO(WS-IND-AGEN) = WS-DISPENSA-CODIGO
               MOVE WS-IND-AGEN TO WS-AGEN-ACHADA
            END-IF
            .
       PROC-COMPARAR-AGENCIA-END.

      ******************************************************************
      * CALC-AGENCIA-DISPENSA=01,05 - up to 20 codes split by commas.
      ******************************************************************
       PROC-CARREGAR-DISPENSAS.
            MOVE SPACES TO WS-DISPENSA-ENTRADA
            ACCEPT WS-DISPENSA-ENTRADA
                   FROM ENVIRONMENT "CALC-AGENCIA-DISPENSA"

            MOVE 1 TO WS-DISPENSA-PONTEIRO

            PERFORM PROC-SEPARAR-DISPENSA
                    THRU PROC-SEPARAR-DISPENSA-END
                    UNTIL WS-DISPENSA-PONTEIRO > 60
                          OR WS-QTD-DISPENSA NOT < 20
            .
       PROC-CARREGAR-DISPENSAS-END.

       PROC-SEPARAR-DISPENSA.
            MOVE SPACES TO WS-DISPENSA-CODIGO

            UNSTRING WS-DISPENSA-ENTRADA DELIMITED BY ","
                     INTO WS-DISPENSA-CODIGO
                     WITH POINTER WS-DISPENSA-PONTEIRO
            END-UNSTRING

            IF WS-DISPENSA-CODIGO NOT = SPACES
               ADD 1 TO WS-QTD-DISPENSA
               MOVE WS-DISPENSA-CODIGO TO WS-DISPENSA(WS-QTD-DISPENSA)
            END-IF
            .
       PROC-SEPARAR-DISPENSA-END.

       PROC-CONFERIR-AGENCIA.
            IF WS-AGEN-PRESENTE(WS-IND-AGEN)
               GO TO PROC-CONFERIR-AGENCIA-END
            END-IF

            MOVE "N" TO WS-DISPENSA-FLAG

            PERFORM PROC-PROCURAR-DISPENSA
                    THRU PROC-PROCURAR-DISPENSA-END
                    VARYING WS-IND-DISPENSA FROM 1 BY 1
                    UNTIL WS-IND-DISPENSA > WS-QTD-DISPENSA
                          OR WS-DISPENSADA-AGORA

            IF WS-DISPENSADA-AGORA
               PERFORM PROC-GRAVAR-DISPENSA
                       THRU PROC-GRAVAR-DISPENSA-END
            END-IF

            IF WS-AGEN-PRESENTE(WS-IND-AGEN)
               GO TO PROC-CONFERIR-AGENCIA-END
            END-IF

            ADD 1 TO WS-CONT-AUSENTES
            DISPLAY "Agência " WS-AGEN-CODIGO(WS-IND-AGEN)
                    " esperada sem remessa recebida em "
                    WS-DATA-FECHADA
            .
       PROC-CONFERIR-AGENCIA-END.

       PROC-PROCURAR-DISPENSA.
            IF WS-DISPENSA(WS-IND-DISPENSA) =
               WS-AGEN-CODIGO(WS-IND-AGEN)
               SET WS-DISPENSADA-AGORA TO TRUE
            END-IF
            .
       PROC-PROCURAR-DISPENSA-END.

       PROC-GRAVAR-DISPENSA.
            OPEN EXTEND CHEG-FILE

            IF WS-CHEG-FS NOT = "00"
               DISPLAY "Erro ao abrir CHEGADA, status: " WS-CHEG-FS
               GO TO PROC-GRAVAR-DISPENSA-END
            END-IF

            INITIALIZE CHEG-REC
            MOVE WS-DATA-FECHADA             TO CHEG-DATA-MOVTO
            MOVE WS-AGEN-CODIGO(WS-IND-AGEN) TO CHEG-AGENCIA
            SET CHEG-DISPENSADA              TO TRUE
            MOVE SPACES                      TO CHEG-MOTIVO
            MOVE WS-NUM-EXECUCAO             TO CHEG-NUM-EXECUCAO
            MOVE WS-RLOG-JOB                 TO CHEG-JOB
            MOVE WS-RLOG-INICIO              TO CHEG-TIMESTAMP

            WRITE CHEG-REC

            IF WS-CHEG-FS NOT = "00"
               DISPLAY "Erro ao gravar CHEGADA, status: " WS-CHEG-FS
            ELSE
               MOVE "D" TO WS-AGEN-SITUACAO(WS-IND-AGEN)
               ADD 1 TO WS-CONT-DISPENSADAS
               DISPLAY "Agência " WS-AGEN-CODIGO(WS-IND-AGEN)
                       " dispensada pela mesa em " WS-DATA-FECHADA
            END-IF

            CLOSE CHEG-FILE
            .
       PROC-GRAVAR-DISPENSA-END.

      ******************************************************************
      * Opens the next business day after the date just closed. With
      * no such day on the calendar the closed date stays on RUNCTL
      * and the step ends RC=8: the desk extends the calendar and
      * reruns, or opens the date by hand with CALC-NOVA-DATA.
      ******************************************************************
       PROC-ROLAR-DATA.
            MOVE WS-DATA-FECHADA TO WS-DATA-REFERENCIA

            PERFORM PROC-LER-CALENDARIO
                    THRU PROC-LER-CALENDARIO-END

            IF WS-PROXIMO-UTIL = ZERO
               DISPLAY "Calendário sem dia útil depois de "
                       WS-DATA-FECHADA ": próximo movimento não "
                       "aberto"
               MOVE 8 TO RETURN-CODE
               GO TO PROC-ROLAR-DATA-END
            END-IF

            MOVE WS-PROXIMO-UTIL TO WS-NOVA-DATA

            PERFORM PROC-GUARDAR-PERIODO
                    THRU PROC-GUARDAR-PERIODO-END

            PERFORM PROC-GRAVAR-NOVO-DIA
                    THRU PROC-GRAVAR-NOVO-DIA-END
            .
       PROC-ROLAR-DATA-END.

      ******************************************************************
      * The desk's override. Only a business day on the calendar later
      * than the date on RUNCTL is accepted; last year's date, a date
      * already processed or a Sunday keyed by mistake is refused
      * here instead of being opened again with no execution.
      ******************************************************************
       PROC-ABRIR-NOVO-DIA.
            MOVE WS-NOVA-DATA-ENTRADA TO WS-DATA-REFERENCIA

            PERFORM PROC-LER-CALENDARIO
                    THRU PROC-LER-CALENDARIO-END

            IF WS-DATA-PEDIDA-AUSENTE
               DISPLAY "CALC-NOVA-DATA " WS-NOVA-DATA-ENTRADA
                       " fora do calendário: abertura recusada"
               MOVE 12 TO RETURN-CODE
               GO TO PROC-ABRIR-NOVO-DIA-END
            END-IF

            IF WS-DATA-PEDIDA-NAO-UTIL
               DISPLAY "CALC-NOVA-DATA " WS-NOVA-DATA-ENTRADA
                       " não é dia útil (" WS-DATA-PEDIDA-DESC
                       "): abertura recusada"
               MOVE 12 TO RETURN-CODE
               GO TO PROC-ABRIR-NOVO-DIA-END
            END-IF

            PERFORM PROC-GUARDAR-PERIODO
                    THRU PROC-GUARDAR-PERIODO-END

            IF WS-RUNC-FS NOT = "00" AND WS-RUNC-FS NOT = "35"
               DISPLAY "Erro ao abrir RUNCTL, status: " WS-RUNC-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-ABRIR-NOVO-DIA-END
            END-IF

            IF WS-NOVA-DATA-ENTRADA NOT > WS-DATA-NO-RUNCTL
               DISPLAY "CALC-NOVA-DATA " WS-NOVA-DATA-ENTRADA
                       " não é posterior ao movimento "
                       WS-DATA-NO-RUNCTL " do RUNCTL: abertura recusada"
               MOVE 12 TO RETURN-CODE
               GO TO PROC-ABRIR-NOVO-DIA-END
            END-IF

            MOVE WS-NOVA-DATA-ENTRADA TO WS-NOVA-DATA

            PERFORM PROC-GRAVAR-NOVO-DIA
                    THRU PROC-GRAVAR-NOVO-DIA-END
            .
       PROC-ABRIR-NOVO-DIA-END.

       PROC-GRAVAR-NOVO-DIA.
            OPEN OUTPUT RUNC-FILE

            IF WS-RUNC-FS NOT = "00"
               DISPLAY "Erro ao abrir RUNCTL, status: " WS-RUNC-FS
               MOVE 8 TO RETURN-CODE
               MOVE ZERO TO WS-NOVA-DATA
               GO TO PROC-GRAVAR-NOVO-DIA-END
            END-IF

            MOVE WS-NOVA-DATA TO RUNC-DATA-MOVTO
            MOVE ZERO TO RUNC-NUM-EXECUCAO
            SET RUNC-ABERTO TO TRUE
            MOVE WS-MES-FECHADO    TO RUNC-MES-FECHADO
            MOVE WS-MES-FECHADO-TS TO RUNC-MES-FECHADO-TS
            MOVE WS-DATA-ANTERIOR  TO RUNC-DATA-ANTERIOR

            WRITE RUNC-REC


            CLOSE RUNC-FILE
            .
       PROC-GRAVAR-NOVO-DIA-END.

      ******************************************************************
      * The new date is written over the control record, so what it
      * carries over is read from the old record first: the last
      * month MONTHEND closed, and the last date processed - the date
      * on file if it was closed or had an execution, otherwise the
      * one it already kept. An empty or unreadable control file
      * leaves no month closed and no date processed.
      ******************************************************************
       PROC-GUARDAR-PERIODO.
            MOVE ZERO   TO WS-MES-FECHADO
            MOVE SPACES TO WS-MES-FECHADO-TS
            MOVE ZERO   TO WS-DATA-NO-RUNCTL
            MOVE ZERO   TO WS-DATA-ANTERIOR

            OPEN INPUT RUNC-FILE

            IF WS-RUNC-FS NOT = "00"
               GO TO PROC-GUARDAR-PERIODO-END
            END-IF

            READ RUNC-FILE
                AT END
                    CLOSE RUNC-FILE
                    GO TO PROC-GUARDAR-PERIODO-END
            END-READ

            IF RUNC-MES-FECHADO IS NUMERIC
               MOVE RUNC-MES-FECHADO    TO WS-MES-FECHADO
               MOVE RUNC-MES-FECHADO-TS TO WS-MES-FECHADO-TS
            END-IF

            MOVE RUNC-DATA-MOVTO TO WS-DATA-NO-RUNCTL

            IF RUNC-FECHADO OR RUNC-NUM-EXECUCAO > ZERO
               MOVE RUNC-DATA-MOVTO TO WS-DATA-ANTERIOR
            ELSE
               IF RUNC-DATA-ANTERIOR IS NUMERIC
                  MOVE RUNC-DATA-ANTERIOR TO WS-DATA-ANTERIOR
               END-IF
            END-IF

            CLOSE RUNC-FILE
            .
       PROC-GUARDAR-PERIODO-END.

      ******************************************************************
      * One pass over the calendar answers everything this step asks:
      * the first business day after the reference date, the entry of
      * the reference date itself and the last date on file.
      ******************************************************************
       PROC-LER-CALENDARIO.
            MOVE ZERO TO WS-PROXIMO-UTIL
            MOVE ZERO TO WS-ULTIMO-DIA-CAL
            MOVE " "  TO WS-DATA-PEDIDA-FLAG
            MOVE "N"  TO WS-FIM-CAL-FLAG

            OPEN INPUT CAL-FILE

            IF WS-CAL-FS NOT = "00"
               DISPLAY "Erro ao abrir CALEND, status: " WS-CAL-FS
               GO TO PROC-LER-CALENDARIO-END
            END-IF

            PERFORM PROC-LER-DIA-CALENDARIO
                    THRU PROC-LER-DIA-CALENDARIO-END
                    UNTIL WS-FIM-CAL

            CLOSE CAL-FILE
            .
       PROC-LER-CALENDARIO-END.

       PROC-LER-DIA-CALENDARIO.
            READ CAL-FILE
                AT END
                    SET WS-FIM-CAL TO TRUE
                    GO TO PROC-LER-DIA-CALENDARIO-END
            END-READ

            MOVE CALD-DATA TO WS-ULTIMO-DIA-CAL

            IF CALD-DATA = WS-DATA-REFERENCIA
               MOVE CALD-DIA-UTIL  TO WS-DATA-PEDIDA-FLAG
               MOVE CALD-DESCRICAO TO WS-DATA-PEDIDA-DESC
            END-IF

            IF CALD-DATA > WS-DATA-REFERENCIA
               AND CALD-UTIL
               AND WS-PROXIMO-UTIL = ZERO
               MOVE CALD-DATA TO WS-PROXIMO-UTIL
            END-IF
            .
       PROC-LER-DIA-CALENDARIO-END.

      ******************************************************************
      * The calendar is built a year at a time; a warning a month
      * ahead leaves the desk time to load next year before the roll
      * has nowhere to go.
      ******************************************************************
       PROC-VERIFICAR-HORIZONTE.
            COMPUTE WS-DIAS-INTEIRO =
                    FUNCTION INTEGER-OF-DATE(WS-NOVA-DATA)
                    + WS-DIAS-AVISO

            COMPUTE WS-DATA-LIMITE =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)

            IF WS-ULTIMO-DIA-CAL < WS-DATA-LIMITE
               DISPLAY "ATENÇÃO: calendário CALEND termina em "
                       WS-ULTIMO-DIA-CAL ", menos de " WS-DIAS-AVISO
                       " dias depois de " WS-NOVA-DATA
               IF RETURN-CODE = 0
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF
            .
       PROC-VERIFICAR-HORIZONTE-END.

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
            MOVE "DAYCLOSE"           TO RLOG-PROGRAMA
            MOVE WS-DATA-MOVTO        TO RLOG-DATA-MOVTO
            MOVE WS-NUM-EXECUCAO      TO RLOG-NUM-EXECUCAO
            MOVE WS-RLOG-INICIO       TO RLOG-INICIO
            MOVE WS-TIMESTAMP         TO RLOG-FIM
            MOVE RETURN-CODE          TO RLOG-RC

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

       END PROGRAM DAYCLOSE.
