      ******************************************************************
      * Author: Eduardo Amroginski Santos
      * Date: 15/10/2026
      * Purpose: Generation of the standing instructions due on the
      *          business date, as the first step of the daily batch.
      *          Reads the business date from RUNCTL and the standing-
      *          instruction master INSTMST (INSTREC layout, kept by
      *          INSTMNT) and writes every active instruction whose
      *          next due date has been reached as a detail of a
      *          branch file of its own on TRANSGER - header with the
      *          business date and the branch code of the standing
      *          instructions (CALC-AGENCIA-INSTRUCAO, default "IP",
      *          which the desk keeps on AGENMST), the details in the
      *          TRANSREC layout, trailer with count and TRANS-NUM-1
      *          hash. The job hands that file to TRANSRCYC behind
      *          the branch files of the day, so the generated details
      *          go through the same trailer check, edits and control
      *          totals as keyed ones. Each generated instruction gets
      *          its next due date advanced by its frequency and the
      *          new master is written to INSTOUT for the following
      *          rewrite step. An occurrence is skipped, never
      *          generated late, when the owning operator is no longer
      *          active on OPERMST or when more than one due date was
      *          reached at once (only the first one is generated);
      *          an instruction whose next due date passes its end
      *          date is marked expired. RPTOUT lists the details
      *          generated, then the instructions skipped or expired.
      *          An instruction already generated for the business
      *          date - the cycle is being rerun - is emitted again
      *          exactly as before and not advanced a second time, so
      *          the rerun file replaces the first one; once the
      *          calculator has posted it TRANSRCYC holds the repeated
      *          branch file as a duplicate. Refuses (RC=8) a business
      *          date already closed, or one opened by tonight's close
      *          that the clock has not reached yet (the batch released
      *          a second time). Ends with RETURN-CODE 4 when an
      *          occurrence was skipped and 8 when a file cannot be
      *          read or written.
      *
      * Modification history:
      * 15/10/2026 EAS  Recusa (RC=8) a data aberta pela virada do
      *                 DAYCLOSE enquanto o relógio não chega nela e
      *                 não houve execução: é o CALCBAT liberado de
      *                 novo na mesma noite.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INST-ENT-FILE
               ASSIGN TO "INSTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INSTIN-FS.

           SELECT INST-SAI-FILE
               ASSIGN TO "INSTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INSTOUT-FS.

           SELECT TRANS-FILE
               ASSIGN TO "TRANSGER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-FS.

           SELECT OPER-FILE
               ASSIGN TO "OPERMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPER-FS.

           SELECT RUNC-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-FS.

           SELECT RLOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-FS.

           SELECT RPT-FILE
               ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INST-ENT-FILE.
       01  INST-ENT-REG            PIC X(120).

       FD  INST-SAI-FILE.
       01  INST-SAI-REG            PIC X(120).

       FD  TRANS-FILE.
           COPY TRANSREC.

       FD  OPER-FILE.
           COPY OPERREC.

       FD  RUNC-FILE.
           COPY RUNCREC.

       FD  RLOG-FILE.
           COPY RLOGREC.

       FD  RPT-FILE.
           COPY RPTREC.

       WORKING-STORAGE SECTION.
       COPY INSTREC.

       77 WS-INSTIN-FS          PIC X(02)  VALUE "00".
       77 WS-INSTOUT-FS         PIC X(02)  VALUE "00".
       77 WS-TRANS-FS           PIC X(02)  VALUE "00".
       77 WS-OPER-FS            PIC X(02)  VALUE "00".
       77 WS-RUNC-FS            PIC X(02)  VALUE "00".
       77 WS-RLOG-FS            PIC X(02)  VALUE "00".

       77 WS-DATA-MOVTO         PIC 9(08)  VALUE ZERO.
       77 WS-NUM-EXECUCAO       PIC 9(04)  VALUE ZERO.
       77 WS-RLOG-JOB           PIC X(08)  VALUE "INSTGEN".
       77 WS-RLOG-INICIO        PIC X(26)  VALUE SPACES.
       77 WS-TIMESTAMP          PIC X(26)  VALUE SPACES.
       77 WS-DATA-ATUAL         PIC 9(08).
       77 WS-HORA-ATUAL         PIC 9(08).

       77 WS-AGENCIA-INSTRUCAO  PIC X(02)  VALUE SPACES.

       77 WS-ARQUIVOS-FLAG      PIC X(01)  VALUE "N".
           88 WS-ARQUIVOS-ABERTOS VALUE "S".

       77 WS-FIM-INSTIN-FLAG    PIC X(01)  VALUE "N".
           88 WS-FIM-INSTIN     VALUE "S".

       77 WS-FIM-OPER-FLAG      PIC X(01)  VALUE "N".
           88 WS-FIM-OPER       VALUE "S".

      * Operators on OPERMST: the owner of an instruction must still
      * be active for it to be generated.
       77 WS-MAX-OPERADORES     PIC 9(04) COMP VALUE 500.
       77 WS-QTD-OPERADORES     PIC 9(04) COMP VALUE 0.
       77 WS-OPER-IDX           PIC 9(04) COMP.
       77 WS-OPER-ACHADO        PIC 9(04) COMP.

       01  WS-TABELA-OPERADORES.
           05  WS-TAB-OPER         OCCURS 500 TIMES.
               10  WS-TAB-OPER-ID  PIC X(08).
               10  WS-TAB-OPER-SITUACAO PIC X(01).
                   88  WS-TAB-OPER-ATIVO VALUE "A".

      * Skipped and expired instructions, printed after the details
      * generated.
       77 WS-MAX-OCORRENCIAS    PIC 9(04) COMP VALUE 500.
       77 WS-QTD-OCORRENCIAS    PIC 9(04) COMP VALUE 0.
       77 WS-OCOR-IDX           PIC 9(04) COMP.
       77 WS-CONT-OMITIDAS      PIC 9(09) COMP VALUE 0.

       01  WS-TABELA-OCORRENCIAS.
           05  WS-OCORRENCIA       PIC X(80) OCCURS 500 TIMES.

       77 WS-LINHA-OCORRENCIA   PIC X(80).

       77 WS-CONT-LIDAS         PIC 9(09) COMP VALUE 0.
       77 WS-CONT-GERADAS       PIC 9(09) COMP VALUE 0.
       77 WS-CONT-REEMITIDAS    PIC 9(09) COMP VALUE 0.
       77 WS-CONT-PULADAS       PIC 9(09) COMP VALUE 0.
       77 WS-CONT-ENCERRADAS    PIC 9(09) COMP VALUE 0.

       77 WS-HASH-GERADAS       PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.
       77 WS-HASH-REEMITIDAS    PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.

       77 WS-MARCA-DETALHE      PIC X(09).
       77 WS-VENCTO-DETALHE     PIC 9(08).

      * Due-date arithmetic: days through the integer date, months
      * on the parts of the date with the day of the month capped at
      * the last day of the target month.
       77 WS-DIAS-INTEIRO       PIC 9(07)  COMP.
       77 WS-MESES-SOMAR        PIC 9(02).
       77 WS-MESES-TOTAL        PIC 9(04).
       77 WS-ANOS-SOMAR         PIC 9(04).
       77 WS-MES-NOVO           PIC 9(02).
       77 WS-DIA-ORIGINAL       PIC 9(02).

       01  WS-DATA-CALC            PIC 9(08).
       01  WS-DATA-CALC-PARTES     REDEFINES WS-DATA-CALC.
           05  WS-CALC-ANO         PIC 9(04).
           05  WS-CALC-MES         PIC 9(02).
           05  WS-CALC-DIA         PIC 9(02).

       01  WS-DIAS-MESES-VALORES.
           05  FILLER              PIC X(24)
                                   VALUE "312831303130313130313031".
       01  WS-DIAS-MESES         REDEFINES WS-DIAS-MESES-VALORES.
           05  WS-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.

       77 WS-ULTIMO-DIA          PIC 9(02).
       77 WS-QUOCIENTE           PIC 9(04).
       77 WS-RESTO-4             PIC 9(04).
       77 WS-RESTO-100           PIC 9(04).
       77 WS-RESTO-400           PIC 9(04).

       77 WS-VALOR-EDITADO       PIC -(9)9.99.
       77 WS-NUM-2-EDITADO       PIC X(13).
       77 WS-HASH-EDITADO        PIC -(13)9.99.
       77 WS-QTD-EDITADA         PIC Z(08)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM PROC-MONTAR-TIMESTAMP
                    THRU PROC-MONTAR-TIMESTAMP-END
            MOVE WS-TIMESTAMP TO WS-RLOG-INICIO

            ACCEPT WS-RLOG-JOB FROM ENVIRONMENT "CALC-JOB-ID"
            IF WS-RLOG-JOB = SPACES
               MOVE "INSTGEN" TO WS-RLOG-JOB
            END-IF

            ACCEPT WS-AGENCIA-INSTRUCAO
                   FROM ENVIRONMENT "CALC-AGENCIA-INSTRUCAO"
            IF WS-AGENCIA-INSTRUCAO = SPACES
               MOVE "IP" TO WS-AGENCIA-INSTRUCAO
            END-IF

            PERFORM PROC-INICIALIZAR
                    THRU PROC-INICIALIZAR-END

            IF WS-ARQUIVOS-ABERTOS
               PERFORM PROC-TRATAR-INSTRUCAO
                       THRU PROC-TRATAR-INSTRUCAO-END
                       UNTIL WS-FIM-INSTIN

               PERFORM PROC-ENCERRAR
                       THRU PROC-ENCERRAR-END
            END-IF

            PERFORM PROC-GRAVAR-RUN-LOG
                    THRU PROC-GRAVAR-RUN-LOG-END

            STOP RUN.
       MAIN-PROCEDURE-END.

      ******************************************************************
      * Nothing is generated unless every file is there: a missing
      * operator master would skip every instruction of the day, and
      * a missing instruction master would rewrite it empty.
      ******************************************************************
       PROC-INICIALIZAR.
            PERFORM PROC-LER-RUN-CONTROL
                    THRU PROC-LER-RUN-CONTROL-END

            IF RETURN-CODE NOT < 8
               GO TO PROC-INICIALIZAR-END
            END-IF

            PERFORM PROC-CARREGAR-OPERADORES
                    THRU PROC-CARREGAR-OPERADORES-END

            IF RETURN-CODE NOT < 8
               GO TO PROC-INICIALIZAR-END
            END-IF

            OPEN INPUT INST-ENT-FILE

            IF WS-INSTIN-FS NOT = "00"
               DISPLAY "Erro ao abrir INSTIN, status: " WS-INSTIN-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-INICIALIZAR-END
            END-IF

            OPEN OUTPUT INST-SAI-FILE

            IF WS-INSTOUT-FS NOT = "00"
               DISPLAY "Erro ao abrir INSTOUT, status: " WS-INSTOUT-FS
               MOVE 8 TO RETURN-CODE
               CLOSE INST-ENT-FILE
               GO TO PROC-INICIALIZAR-END
            END-IF

            OPEN OUTPUT TRANS-FILE

            IF WS-TRANS-FS NOT = "00"
               DISPLAY "Erro ao abrir TRANSGER, status: " WS-TRANS-FS
               MOVE 8 TO RETURN-CODE
               CLOSE INST-ENT-FILE
               CLOSE INST-SAI-FILE
               GO TO PROC-INICIALIZAR-END
            END-IF

            MOVE SPACES               TO TRANS-REC-HEADER
            SET TRANS-HEADER          TO TRUE
            MOVE WS-DATA-MOVTO        TO TRANS-HDR-DATA
            MOVE WS-AGENCIA-INSTRUCAO TO TRANS-HDR-AGENCIA

            WRITE TRANS-REC-HEADER

            IF WS-TRANS-FS NOT = "00"
               DISPLAY "Erro ao gravar TRANSGER, status: " WS-TRANS-FS
               MOVE 8 TO RETURN-CODE
               CLOSE INST-ENT-FILE
               CLOSE INST-SAI-FILE
               CLOSE TRANS-FILE
               GO TO PROC-INICIALIZAR-END
            END-IF

            OPEN OUTPUT RPT-FILE

            MOVE SPACES TO RPT-LINE
            STRING "INSTRUÇÕES PROGRAMADAS GERADAS - INSTGEN"
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            MOVE SPACES TO RPT-LINE
            STRING "Data do movimento: " WS-DATA-MOVTO
                   "   Agência da remessa: " WS-AGENCIA-INSTRUCAO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE

            MOVE SPACES          TO RPT-LINE
            MOVE "INSTRUC. M"    TO RPT-LINE(1:10)
            MOVE "NUMERO 1"      TO RPT-LINE(17:8)
            MOVE "NUM. 2/TAXA"   TO RPT-LINE(28:11)
            MOVE "VENCTO"        TO RPT-LINE(40:6)
            MOVE "OPERADOR"      TO RPT-LINE(49:8)
            WRITE RPT-LINE

            SET WS-ARQUIVOS-ABERTOS TO TRUE
            .
       PROC-INICIALIZAR-END.

      ******************************************************************
      * A closed date is refused like CALCULATOR refuses it: advancing
      * the due dates for a day that will not be posted would lose
      * the occurrences for good. So is a date the clock has not
      * reached with no execution yet: DAYCLOSE opened it at the end
      * of tonight's batch and this is the job released again -
      * generating now would post the day's instructions ahead of it.
      ******************************************************************
       PROC-LER-RUN-CONTROL.
            OPEN INPUT RUNC-FILE

            IF WS-RUNC-FS NOT = "00"
               DISPLAY "Erro ao abrir RUNCTL, status: " WS-RUNC-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-LER-RUN-CONTROL-END
            END-IF

            READ RUNC-FILE
                AT END
                    DISPLAY "RUNCTL sem registro de controle"
                    MOVE 8 TO RETURN-CODE
                    CLOSE RUNC-FILE
                    GO TO PROC-LER-RUN-CONTROL-END
            END-READ

            MOVE RUNC-DATA-MOVTO   TO WS-DATA-MOVTO
            MOVE RUNC-NUM-EXECUCAO TO WS-NUM-EXECUCAO

            IF RUNC-FECHADO
               DISPLAY "Movimento de " RUNC-DATA-MOVTO
                       " já fechado: instruções não geradas"
               MOVE 8 TO RETURN-CODE
            END-IF

            IF RUNC-ABERTO
               AND RUNC-NUM-EXECUCAO = ZERO
               AND RUNC-DATA-MOVTO > WS-DATA-ATUAL
               DISPLAY "Movimento de " RUNC-DATA-MOVTO
                       " ainda não começou (relógio em "
                       WS-DATA-ATUAL "): lote liberado de novo depois"
                       " do fechamento? Instruções não geradas"
               MOVE 8 TO RETURN-CODE
            END-IF

            CLOSE RUNC-FILE
            .
       PROC-LER-RUN-CONTROL-END.

       PROC-CARREGAR-OPERADORES.
            OPEN INPUT OPER-FILE

            IF WS-OPER-FS NOT = "00"
               DISPLAY "Erro ao abrir OPERMST, status: " WS-OPER-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-CARREGAR-OPERADORES-END
            END-IF

            PERFORM PROC-LER-OPERADOR
                    THRU PROC-LER-OPERADOR-END
                    UNTIL WS-FIM-OPER

            CLOSE OPER-FILE
            .
       PROC-CARREGAR-OPERADORES-END.

       PROC-LER-OPERADOR.
            READ OPER-FILE
                AT END
                    SET WS-FIM-OPER TO TRUE
                    GO TO PROC-LER-OPERADOR-END
            END-READ

            IF WS-QTD-OPERADORES NOT < WS-MAX-OPERADORES
               DISPLAY "Tabela de operadores cheia, registro ignorado"
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-OPER TO TRUE
               GO TO PROC-LER-OPERADOR-END
            END-IF

            ADD 1 TO WS-QTD-OPERADORES
            MOVE OPER-ID       TO WS-TAB-OPER-ID (WS-QTD-OPERADORES)
            MOVE OPER-SITUACAO
                 TO WS-TAB-OPER-SITUACAO (WS-QTD-OPERADORES)
            .
       PROC-LER-OPERADOR-END.

      ******************************************************************
      * One instruction: emitted again when it was already generated
      * for this date, generated and advanced when it is due, left as
      * it is otherwise. Every record goes on to the new master.
      ******************************************************************
       PROC-TRATAR-INSTRUCAO.
            READ INST-ENT-FILE
                AT END
                    SET WS-FIM-INSTIN TO TRUE
                    GO TO PROC-TRATAR-INSTRUCAO-END
            END-READ

            ADD 1 TO WS-CONT-LIDAS

            MOVE INST-ENT-REG TO INST-REC

            EVALUATE TRUE
               WHEN INST-CANCELADA
                   CONTINUE
               WHEN INST-ULT-GERACAO = WS-DATA-MOVTO
                   PERFORM PROC-REEMITIR-INSTRUCAO
                           THRU PROC-REEMITIR-INSTRUCAO-END
               WHEN INST-ATIVA
                   PERFORM PROC-AVALIAR-INSTRUCAO
                           THRU PROC-AVALIAR-INSTRUCAO-END
               WHEN OTHER
                   CONTINUE
            END-EVALUATE

            WRITE INST-SAI-REG FROM INST-REC

            IF WS-INSTOUT-FS NOT = "00"
               DISPLAY "Erro ao gravar INSTOUT, status: "
                       WS-INSTOUT-FS
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-INSTIN TO TRUE
            END-IF
            .
       PROC-TRATAR-INSTRUCAO-END.

       PROC-REEMITIR-INSTRUCAO.
            MOVE INST-ULT-VENCTO TO WS-VENCTO-DETALHE
            MOVE "REEMITIDA"     TO WS-MARCA-DETALHE

            PERFORM PROC-GERAR-DETALHE
                    THRU PROC-GERAR-DETALHE-END

            ADD 1          TO WS-CONT-REEMITIDAS
            ADD INST-NUM-1 TO WS-HASH-REEMITIDAS
            .
       PROC-REEMITIR-INSTRUCAO-END.

      ******************************************************************
      * An active instruction: expired when the due date is already
      * past the end date (the desk moved the end date back), left
      * alone when not yet due, else generated - or skipped when its
      * owner is no longer an active operator - and advanced past the
      * business date. Due dates that also fell on or before today
      * are skipped: one occurrence per business date, never a
      * backlog of them.
      ******************************************************************
       PROC-AVALIAR-INSTRUCAO.
            IF INST-DATA-FIM NOT = ZERO
               AND INST-PROX-VENCTO > INST-DATA-FIM
               PERFORM PROC-ENCERRAR-INSTRUCAO
                       THRU PROC-ENCERRAR-INSTRUCAO-END
               GO TO PROC-AVALIAR-INSTRUCAO-END
            END-IF

            IF INST-PROX-VENCTO > WS-DATA-MOVTO
               GO TO PROC-AVALIAR-INSTRUCAO-END
            END-IF

            IF NOT INST-FREQ-VALIDA
               MOVE SPACES TO WS-LINHA-OCORRENCIA
               STRING INST-ID " PULADA    venc. " INST-PROX-VENCTO
                      " frequência " INST-FREQUENCIA
                      " inválida: corrigir no INSTMNT"
                      DELIMITED BY SIZE INTO WS-LINHA-OCORRENCIA
               END-STRING
               PERFORM PROC-GUARDAR-OCORRENCIA
                       THRU PROC-GUARDAR-OCORRENCIA-END
               ADD 1 TO WS-CONT-PULADAS
               GO TO PROC-AVALIAR-INSTRUCAO-END
            END-IF

            MOVE 0 TO WS-OPER-ACHADO

            PERFORM PROC-COMPARAR-OPERADOR
                    THRU PROC-COMPARAR-OPERADOR-END
                    VARYING WS-OPER-IDX FROM 1 BY 1
                    UNTIL WS-OPER-ACHADO > 0
                          OR WS-OPER-IDX > WS-QTD-OPERADORES

            IF WS-OPER-ACHADO = 0
               MOVE SPACES TO WS-LINHA-OCORRENCIA
               STRING INST-ID " PULADA    venc. " INST-PROX-VENCTO
                      " operador " INST-OPERADOR
                      " inativo ou fora do OPERMST"
                      DELIMITED BY SIZE INTO WS-LINHA-OCORRENCIA
               END-STRING
               PERFORM PROC-GUARDAR-OCORRENCIA
                       THRU PROC-GUARDAR-OCORRENCIA-END
               ADD 1 TO WS-CONT-PULADAS
            ELSE
               MOVE INST-PROX-VENCTO TO WS-VENCTO-DETALHE
               MOVE SPACES           TO WS-MARCA-DETALHE
               PERFORM PROC-GERAR-DETALHE
                       THRU PROC-GERAR-DETALHE-END
               MOVE WS-DATA-MOVTO    TO INST-ULT-GERACAO
               MOVE INST-PROX-VENCTO TO INST-ULT-VENCTO
            END-IF

            PERFORM PROC-AVANCAR-VENCIMENTO
                    THRU PROC-AVANCAR-VENCIMENTO-END

            PERFORM PROC-PULAR-ATRASADO
                    THRU PROC-PULAR-ATRASADO-END
                    UNTIL INST-PROX-VENCTO > WS-DATA-MOVTO
                          OR (INST-DATA-FIM NOT = ZERO
                              AND INST-PROX-VENCTO > INST-DATA-FIM)

            IF INST-DATA-FIM NOT = ZERO
               AND INST-PROX-VENCTO > INST-DATA-FIM
               PERFORM PROC-ENCERRAR-INSTRUCAO
                       THRU PROC-ENCERRAR-INSTRUCAO-END
            END-IF
            .
       PROC-AVALIAR-INSTRUCAO-END.

       PROC-COMPARAR-OPERADOR.
            IF WS-TAB-OPER-ID (WS-OPER-IDX) = INST-OPERADOR
               AND WS-TAB-OPER-ATIVO (WS-OPER-IDX)
               MOVE WS-OPER-IDX TO WS-OPER-ACHADO
            END-IF
            .
       PROC-COMPARAR-OPERADOR-END.

       PROC-PULAR-ATRASADO.
            MOVE SPACES TO WS-LINHA-OCORRENCIA
            STRING INST-ID " PULADA    venc. " INST-PROX-VENCTO
                   " atrasado, não gerado (um por dia)"
                   DELIMITED BY SIZE INTO WS-LINHA-OCORRENCIA
            END-STRING
            PERFORM PROC-GUARDAR-OCORRENCIA
                    THRU PROC-GUARDAR-OCORRENCIA-END
            ADD 1 TO WS-CONT-PULADAS

            PERFORM PROC-AVANCAR-VENCIMENTO
                    THRU PROC-AVANCAR-VENCIMENTO-END
            .
       PROC-PULAR-ATRASADO-END.

       PROC-ENCERRAR-INSTRUCAO.
            SET INST-ENCERRADA TO TRUE
            ADD 1 TO WS-CONT-ENCERRADAS

            MOVE SPACES TO WS-LINHA-OCORRENCIA
            STRING INST-ID " ENCERRADA data fim " INST-DATA-FIM
                   ", próximo venc. seria " INST-PROX-VENCTO
                   DELIMITED BY SIZE INTO WS-LINHA-OCORRENCIA
            END-STRING
            PERFORM PROC-GUARDAR-OCORRENCIA
                    THRU PROC-GUARDAR-OCORRENCIA-END
            .
       PROC-ENCERRAR-INSTRUCAO-END.

       PROC-GUARDAR-OCORRENCIA.
            IF WS-QTD-OCORRENCIAS NOT < WS-MAX-OCORRENCIAS
               ADD 1 TO WS-CONT-OMITIDAS
               GO TO PROC-GUARDAR-OCORRENCIA-END
            END-IF

            ADD 1 TO WS-QTD-OCORRENCIAS
            MOVE WS-LINHA-OCORRENCIA
                 TO WS-OCORRENCIA (WS-QTD-OCORRENCIAS)
            .
       PROC-GUARDAR-OCORRENCIA-END.

      ******************************************************************
      * The detail as data entry would have keyed it. The branch is
      * left blank: TRANSRCYC stamps it from the header.
      ******************************************************************
       PROC-GERAR-DETALHE.
            MOVE SPACES          TO TRANS-REC
            MOVE INST-MODO       TO TRANS-MODO
            MOVE INST-NUM-1      TO TRANS-NUM-1
            MOVE INST-DADOS-TAXA TO TRANS-DADOS-TAXA

            WRITE TRANS-REC

            IF WS-TRANS-FS NOT = "00"
               DISPLAY "Erro ao gravar TRANSGER, status: " WS-TRANS-FS
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-INSTIN TO TRUE
               GO TO PROC-GERAR-DETALHE-END
            END-IF

            ADD 1          TO WS-CONT-GERADAS
            ADD INST-NUM-1 TO WS-HASH-GERADAS

            MOVE INST-NUM-1 TO WS-VALOR-EDITADO

            IF INST-MODO = "B"
               MOVE SPACES TO WS-NUM-2-EDITADO
               STRING "    taxa " INST-TAXA-CODIGO
                      DELIMITED BY SIZE INTO WS-NUM-2-EDITADO
               END-STRING
            ELSE
               MOVE INST-NUM-2 TO WS-VALOR-EDITADO
               MOVE WS-VALOR-EDITADO TO WS-NUM-2-EDITADO
               MOVE INST-NUM-1 TO WS-VALOR-EDITADO
            END-IF

            MOVE SPACES TO RPT-LINE
            STRING INST-ID " " INST-MODO " " WS-VALOR-EDITADO
                   " " WS-NUM-2-EDITADO " " WS-VENCTO-DETALHE
                   " " INST-OPERADOR " " WS-MARCA-DETALHE
                   " " INST-DESCRICAO(1:13)
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE
            .
       PROC-GERAR-DETALHE-END.

      ******************************************************************
      * Next due date by frequency. The daily one moves to the day
      * after the business date, so a weekend or holiday never counts
      * as a missed occurrence; the monthly ones come back to the
      * instruction's own day of the month wherever the month allows.
      ******************************************************************
       PROC-AVANCAR-VENCIMENTO.
            EVALUATE TRUE
               WHEN INST-FREQ-DIARIA
                   COMPUTE WS-DIAS-INTEIRO =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-MOVTO) + 1
                   COMPUTE INST-PROX-VENCTO =
                           FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
               WHEN INST-FREQ-SEMANAL
                   COMPUTE WS-DIAS-INTEIRO =
                           FUNCTION INTEGER-OF-DATE(INST-PROX-VENCTO)
                           + 7
                   COMPUTE INST-PROX-VENCTO =
                           FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
               WHEN INST-FREQ-MENSAL
                   MOVE 1 TO WS-MESES-SOMAR
                   PERFORM PROC-SOMAR-MESES
                           THRU PROC-SOMAR-MESES-END
               WHEN INST-FREQ-TRIMESTRAL
                   MOVE 3 TO WS-MESES-SOMAR
                   PERFORM PROC-SOMAR-MESES
                           THRU PROC-SOMAR-MESES-END
               WHEN INST-FREQ-SEMESTRAL
                   MOVE 6 TO WS-MESES-SOMAR
                   PERFORM PROC-SOMAR-MESES
                           THRU PROC-SOMAR-MESES-END
               WHEN INST-FREQ-ANUAL
                   MOVE 12 TO WS-MESES-SOMAR
                   PERFORM PROC-SOMAR-MESES
                           THRU PROC-SOMAR-MESES-END
            END-EVALUATE
            .
       PROC-AVANCAR-VENCIMENTO-END.

       PROC-SOMAR-MESES.
            MOVE INST-PROX-VENCTO TO WS-DATA-CALC
            MOVE WS-CALC-DIA      TO WS-DIA-ORIGINAL

            COMPUTE WS-MESES-TOTAL = WS-CALC-MES - 1 + WS-MESES-SOMAR

            DIVIDE WS-MESES-TOTAL BY 12
                   GIVING WS-ANOS-SOMAR REMAINDER WS-MES-NOVO

            ADD WS-ANOS-SOMAR TO WS-CALC-ANO
            COMPUTE WS-CALC-MES = WS-MES-NOVO + 1

            MOVE WS-DIAS-MES (WS-CALC-MES) TO WS-ULTIMO-DIA

            IF WS-CALC-MES = 2
               DIVIDE WS-CALC-ANO BY 4
                      GIVING WS-QUOCIENTE REMAINDER WS-RESTO-4
               DIVIDE WS-CALC-ANO BY 100
                      GIVING WS-QUOCIENTE REMAINDER WS-RESTO-100
               DIVIDE WS-CALC-ANO BY 400
                      GIVING WS-QUOCIENTE REMAINDER WS-RESTO-400
               IF WS-RESTO-400 = 0
                  OR (WS-RESTO-4 = 0 AND WS-RESTO-100 NOT = 0)
                  MOVE 29 TO WS-ULTIMO-DIA
               END-IF
            END-IF

            IF INST-DIA-BASE = ZERO
               MOVE WS-DIA-ORIGINAL TO WS-CALC-DIA
            ELSE
               MOVE INST-DIA-BASE   TO WS-CALC-DIA
            END-IF

            IF WS-CALC-DIA > WS-ULTIMO-DIA
               MOVE WS-ULTIMO-DIA TO WS-CALC-DIA
            END-IF

            MOVE WS-DATA-CALC TO INST-PROX-VENCTO
            .
       PROC-SOMAR-MESES-END.

      ******************************************************************
      * Trailer over the details written, the totals of the generated
      * list, then the list the desk must act on: occurrences skipped
      * and instructions that expired today.
      ******************************************************************
       PROC-ENCERRAR.
            MOVE SPACES          TO TRANS-REC-TRAILER
            SET TRANS-TRAILER    TO TRUE
            MOVE WS-CONT-GERADAS TO TRANS-TRL-CONTAGEM
            MOVE WS-HASH-GERADAS TO TRANS-TRL-HASH

            WRITE TRANS-REC-TRAILER

            IF WS-TRANS-FS NOT = "00"
               DISPLAY "Erro ao gravar TRANSGER, status: " WS-TRANS-FS
               MOVE 8 TO RETURN-CODE
            END-IF

            CLOSE INST-ENT-FILE
            CLOSE INST-SAI-FILE
            CLOSE TRANS-FILE

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE

            MOVE WS-CONT-GERADAS TO WS-QTD-EDITADA
            MOVE WS-HASH-GERADAS TO WS-HASH-EDITADO
            MOVE SPACES TO RPT-LINE
            STRING "Detalhes gerados.....: " WS-QTD-EDITADA
                   "   hash " WS-HASH-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            MOVE WS-CONT-REEMITIDAS TO WS-QTD-EDITADA
            MOVE WS-HASH-REEMITIDAS TO WS-HASH-EDITADO
            MOVE SPACES TO RPT-LINE
            STRING " dos quais reemitidos: " WS-QTD-EDITADA
                   "   hash " WS-HASH-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            MOVE WS-CONT-LIDAS TO WS-QTD-EDITADA
            MOVE SPACES TO RPT-LINE
            STRING "Instruções lidas.....: " WS-QTD-EDITADA
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE

            MOVE SPACES TO RPT-LINE
            STRING "INSTRUÇÕES ENCERRADAS OU PULADAS"
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE

            IF WS-QTD-OCORRENCIAS = 0
               MOVE SPACES TO RPT-LINE
               STRING "Nenhuma instrução encerrada ou pulada"
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
            END-IF

            PERFORM PROC-IMPRIMIR-OCORRENCIA
                    THRU PROC-IMPRIMIR-OCORRENCIA-END
                    VARYING WS-OCOR-IDX FROM 1 BY 1
                    UNTIL WS-OCOR-IDX > WS-QTD-OCORRENCIAS

            IF WS-CONT-OMITIDAS > 0
               MOVE WS-CONT-OMITIDAS TO WS-QTD-EDITADA
               MOVE SPACES TO RPT-LINE
               STRING "... mais " WS-QTD-EDITADA
                      " ocorrências não listadas"
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
            END-IF

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE

            MOVE WS-CONT-PULADAS TO WS-QTD-EDITADA
            MOVE SPACES TO RPT-LINE
            STRING "Ocorrências puladas..: " WS-QTD-EDITADA
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            MOVE WS-CONT-ENCERRADAS TO WS-QTD-EDITADA
            MOVE SPACES TO RPT-LINE
            STRING "Instruções encerradas: " WS-QTD-EDITADA
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            CLOSE RPT-FILE

            DISPLAY "INSTGEN - instruções lidas....: " WS-CONT-LIDAS
            DISPLAY "INSTGEN - detalhes gerados....: " WS-CONT-GERADAS
            DISPLAY "INSTGEN - reemitidos (rerun)..: "
                    WS-CONT-REEMITIDAS
            DISPLAY "INSTGEN - ocorrências puladas.: " WS-CONT-PULADAS
            DISPLAY "INSTGEN - instruções encerradas: "
                    WS-CONT-ENCERRADAS

            IF WS-CONT-PULADAS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
            END-IF
            .
       PROC-ENCERRAR-END.

       PROC-IMPRIMIR-OCORRENCIA.
            MOVE WS-OCORRENCIA (WS-OCOR-IDX) TO RPT-LINE
            WRITE RPT-LINE
            .
       PROC-IMPRIMIR-OCORRENCIA-END.

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
            MOVE "INSTGEN"          TO RLOG-PROGRAMA
            MOVE WS-DATA-MOVTO      TO RLOG-DATA-MOVTO
            MOVE WS-NUM-EXECUCAO    TO RLOG-NUM-EXECUCAO
            MOVE WS-RLOG-INICIO     TO RLOG-INICIO
            MOVE WS-TIMESTAMP       TO RLOG-FIM
            MOVE RETURN-CODE        TO RLOG-RC

            MOVE "INSTRUC"          TO RLOG-CAT-NOME (1)
            MOVE WS-CONT-LIDAS      TO RLOG-CAT-QTD (1)
            MOVE "GERADAS"          TO RLOG-CAT-NOME (2)
            MOVE WS-CONT-GERADAS    TO RLOG-CAT-QTD (2)
            MOVE WS-HASH-GERADAS    TO RLOG-CAT-VALOR (2)
            MOVE "REEMITID"         TO RLOG-CAT-NOME (3)
            MOVE WS-CONT-REEMITIDAS TO RLOG-CAT-QTD (3)
            MOVE WS-HASH-REEMITIDAS TO RLOG-CAT-VALOR (3)
            MOVE "PULADAS"          TO RLOG-CAT-NOME (4)
            MOVE WS-CONT-PULADAS    TO RLOG-CAT-QTD (4)
            MOVE "ENCERRAD"         TO RLOG-CAT-NOME (5)
            MOVE WS-CONT-ENCERRADAS TO RLOG-CAT-QTD (5)

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

       END PROGRAM INSTGEN.
