      ******************************************************************
      * Author: Eduardo Amroginski Santos
      * Date: 15/10/2026
      * Purpose: Month-end close. Reads the calculations of one
      *          calendar month from the results master CALCMST
      *          (month of the business date CALCM-DATA-MOVTO, so a
      *          batch run past midnight stays in the month it was
      *          posted under) and accumulates them per operator and
      *          operation mode, net of estornos: a
      *          calculation reversed before the close ("E") is
      *          netted out together with its reversal entry ("R");
      *          a reversal posted in the month against a month
      *          already closed ("A", prior-period adjustment) is
      *          netted on the line of the original calculation and
      *          listed on its own, so the month already reported is
      *          never changed. Prints the monthly statement on
      *          RPTOUT - daily breakdown, prior-period adjustments,
      *          totals per operator and per mode compared with the
      *          previous month as it was reported, and the lines of
      *          the summary file - writes the monthly summary
      *          (MESREC) to MESOUT for billing to reconcile the
      *          month's invoices against, appends it to the history
      *          MESHIST the next close compares with, and marks the
      *          month closed on the run-control master RUNCTL
      *          (RUNC-MES-FECHADO), after which a TELA estorno of
      *          one of its calculations posts as an adjustment of
      *          the open month.
      *          The month closed is the one before the business date
      *          on RUNCTL, or CALC-MES-FECHAR=AAAAMM. Months close in
      *          order, once, and only after they have ended on both
      *          the business date and the clock; anything else is
      *          refused with RETURN-CODE 12 and nothing is written.
      *          RETURN-CODE 4 when an adjustment's original is not on
      *          CALCMST or the previous month is missing from the
      *          history (the month still closes), 8 when a file
      *          cannot be used - the month is then not closed.
      *
      * Modification history:
      * 15/10/2026 EAS  Mês apurado pela data de movimento do
      *                 lançamento (CALCM-DATA-MOVTO), não pela data
      *                 do relógio da chave; o CALCMST é lido do
      *                 primeiro dia do mês até o fim.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTHEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNC-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-FS.

           SELECT CALCM-FILE
               ASSIGN TO "CALCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCM-CHAVE
               FILE STATUS IS WS-CALCM-FS.

           SELECT HIST-FILE
               ASSIGN TO "MESHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FS.

           SELECT MES-FILE
               ASSIGN TO "MESOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MES-FS.

           SELECT RPT-FILE
               ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNC-FILE.
           COPY RUNCREC.

       FD  CALCM-FILE.
           COPY CALCMREC.

       FD  HIST-FILE.
       01  HIST-REG                PIC X(120).

       FD  MES-FILE.
       01  MES-SAI-REG             PIC X(120).

       FD  RPT-FILE.
           COPY RPTREC.

       WORKING-STORAGE SECTION.
       COPY MESREC.

       77 WS-RUNC-FS            PIC X(02)  VALUE "00".
       77 WS-CALCM-FS           PIC X(02)  VALUE "00".
       77 WS-HIST-FS            PIC X(02)  VALUE "00".
       77 WS-MES-FS             PIC X(02)  VALUE "00".

       77 WS-PARM-6             PIC X(06).

       77 WS-DATA-ATUAL         PIC 9(08).
       77 WS-HORA-ATUAL         PIC 9(08).
       77 WS-TIMESTAMP          PIC X(26)  VALUE SPACES.
       77 WS-TS-FECHAMENTO      PIC X(26)  VALUE SPACES.

      * Run-control master as read at the start: the open business
      * date and the last month closed.
       77 WS-DATA-MOVTO         PIC 9(08)  VALUE ZERO.
       77 WS-MES-FECHADO        PIC 9(06)  VALUE ZERO.
       77 WS-MES-FECHADO-TS     PIC X(26)  VALUE SPACES.

      * Month being closed, the one it is compared with, and the
      * months of the business date and of the clock.
       77 WS-MES-ALVO           PIC 9(06)  VALUE ZERO.
       77 WS-MES-ANTERIOR       PIC 9(06)  VALUE ZERO.
       77 WS-MES-MOVTO          PIC 9(06)  VALUE ZERO.
       77 WS-MES-RELOGIO        PIC 9(06)  VALUE ZERO.
       77 WS-MES-REGISTRO       PIC 9(06)  VALUE ZERO.
       77 WS-MES-EDITADO        PIC X(07)  VALUE SPACES.
       77 WS-MES-ANT-EDITADO    PIC X(07)  VALUE SPACES.

       01  WS-MES-TRAB.
           05  WS-MT-ANO           PIC 9(04).
           05  WS-MT-MES           PIC 9(02).
       01  WS-MES-TRAB-N         REDEFINES WS-MES-TRAB PIC 9(06).

       77 WS-FIM-FLAG           PIC X(01)  VALUE "N".
           88 WS-FIM-ARQUIVO    VALUE "S".
       77 WS-ANTERIOR-FLAG      PIC X(01)  VALUE "N".
           88 WS-ANTERIOR-ACHADO VALUE "S".
       77 WS-FECHADO-FLAG       PIC X(01)  VALUE "N".
           88 WS-MES-FOI-FECHADO VALUE "S".

      * One line per operator and mode of the calculation: the
      * month's figures and the previous month's net as reported.
       77 WS-MAX-LINHAS         PIC 9(04) COMP VALUE 500.
       77 WS-QTD-LINHAS         PIC 9(04) COMP VALUE 0.

       01  WS-LINHAS.
           05  WS-LIN-ENT          OCCURS 500 TIMES.
               10  WS-LIN-CHAVE.
                   15  WS-LIN-OPERADOR PIC X(08).
                   15  WS-LIN-MODO     PIC X(01).
               10  WS-LIN-QTD-LANC PIC 9(09) COMP.
               10  WS-LIN-VAL-LANC PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
               10  WS-LIN-QTD-EST  PIC 9(09) COMP.
               10  WS-LIN-VAL-EST  PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
               10  WS-LIN-QTD-AJ   PIC 9(09) COMP.
               10  WS-LIN-VAL-AJ   PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
               10  WS-LIN-QTD-LIQ  PIC S9(09) COMP.
               10  WS-LIN-VAL-LIQ  PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
               10  WS-LIN-QTD-ANT  PIC S9(09) COMP.
               10  WS-LIN-VAL-ANT  PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.

       77 WS-LIN-TROCA          PIC X(130).

       01  WS-CHAVE-PROCURADA.
           05  WS-CP-OPERADOR      PIC X(08).
           05  WS-CP-MODO          PIC X(01).

      * Totals per operation mode, built from the lines.
       77 WS-MAX-MODOS          PIC 9(04) COMP VALUE 30.
       77 WS-QTD-MODOS          PIC 9(04) COMP VALUE 0.

       01  WS-MODOS.
           05  WS-MOD-ENT          OCCURS 30 TIMES.
               10  WS-MOD-MODO     PIC X(01).
               10  WS-MOD-QTD-LIQ  PIC S9(09) COMP.
               10  WS-MOD-VAL-LIQ  PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
               10  WS-MOD-QTD-ANT  PIC S9(09) COMP.
               10  WS-MOD-VAL-ANT  PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.

       77 WS-MOD-TROCA          PIC X(50).

      * Daily breakdown, by day of the month.
       01  WS-DIAS.
           05  WS-DIA-ENT          OCCURS 31 TIMES.
               10  WS-DIA-QTD-LANC PIC 9(09) COMP.
               10  WS-DIA-VAL-LANC PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
               10  WS-DIA-QTD-EST  PIC 9(09) COMP.
               10  WS-DIA-VAL-EST  PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
               10  WS-DIA-QTD-AJ   PIC 9(09) COMP.
               10  WS-DIA-VAL-AJ   PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.

       77 WS-DIA-MES            PIC 9(02).

      * Prior-period adjustments posted in the month, with the
      * calculation each one took out.
       77 WS-MAX-AJUSTES        PIC 9(04) COMP VALUE 500.
       77 WS-QTD-AJUSTES        PIC 9(04) COMP VALUE 0.

       01  WS-AJUSTES.
           05  WS-AJ-ENT           OCCURS 500 TIMES.
               10  WS-AJ-DATA      PIC 9(08).
               10  WS-AJ-SEQ       PIC 9(07).
               10  WS-AJ-OPERADOR  PIC X(08).
               10  WS-AJ-VALOR     PIC S9(09)V99
                                    SIGN LEADING SEPARATE CHARACTER.
               10  WS-AJ-ORIG-DATA PIC 9(08).
               10  WS-AJ-ORIG-SEQ  PIC 9(07).
               10  WS-AJ-ORIG-OPERADOR PIC X(08).
               10  WS-AJ-ORIG-MODO PIC X(01).
               10  WS-AJ-ORIG-FLAG PIC X(01).
                   88  WS-AJ-ORIG-ACHADO VALUE "S".

       77 WS-LIN-IDX            PIC 9(04) COMP.
       77 WS-MOD-IDX            PIC 9(04) COMP.
       77 WS-DIA-IDX            PIC 9(04) COMP.
       77 WS-AJ-IDX             PIC 9(04) COMP.
       77 WS-BUSCA-IDX          PIC 9(04) COMP.
       77 WS-ACHADO-IDX         PIC 9(04) COMP.
       77 WS-SORT-IDX           PIC 9(04) COMP.
       77 WS-MENOR-IDX          PIC 9(04) COMP.

       77 WS-CONT-LIDOS         PIC 9(09) COMP VALUE 0.
       77 WS-CONT-REVERSOES     PIC 9(09) COMP VALUE 0.
       77 WS-CONT-SEM-ORIGINAL  PIC 9(09) COMP VALUE 0.
       77 WS-CONT-HISTORICO     PIC 9(09) COMP VALUE 0.
       77 WS-CONT-GRAVADAS      PIC 9(09) COMP VALUE 0.
       77 WS-VAL-REVERSOES      PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.

      * Month totals, and the running totals of one operator while
      * the sorted lines are printed.
       77 WS-TOT-QTD-LANC       PIC 9(09) COMP VALUE 0.
       77 WS-TOT-VAL-LANC       PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.
       77 WS-TOT-QTD-EST        PIC 9(09) COMP VALUE 0.
       77 WS-TOT-VAL-EST        PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.
       77 WS-TOT-QTD-AJ         PIC 9(09) COMP VALUE 0.
       77 WS-TOT-VAL-AJ         PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.
       77 WS-TOT-QTD-LIQ        PIC S9(09) COMP VALUE 0.
       77 WS-TOT-VAL-LIQ        PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.
       77 WS-TOT-QTD-ANT        PIC S9(09) COMP VALUE 0.
       77 WS-TOT-VAL-ANT        PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.

       77 WS-OPER-ATUAL         PIC X(08)  VALUE SPACES.
       77 WS-OPER-QTD-LIQ       PIC S9(09) COMP VALUE 0.
       77 WS-OPER-VAL-LIQ       PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.
       77 WS-OPER-QTD-ANT       PIC S9(09) COMP VALUE 0.
       77 WS-OPER-VAL-ANT       PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.

      * One printed comparison line: label, month, previous month.
       77 WS-CMP-ROTULO         PIC X(08).
       77 WS-CMP-QTD            PIC S9(09) COMP.
       77 WS-CMP-VALOR          PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER.
       77 WS-CMP-QTD-ANT        PIC S9(09) COMP.
       77 WS-CMP-VAL-ANT        PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER.
       77 WS-VARIACAO           PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER.

       77 WS-VAL-DIA-LIQ        PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER.

       77 WS-LINHA-CONT         PIC 9(03) COMP VALUE 99.
       77 WS-LINHAS-POR-PAGINA  PIC 9(03) COMP VALUE 55.
       77 WS-PAGINA             PIC 9(05) VALUE 0.
       77 WS-PAG-EDITADA        PIC Z(04)9.
       77 WS-LINHA-PENDENTE     PIC X(80).

       77 WS-DIA-EDITADO        PIC X(05).
       77 WS-QTD-EDITADA        PIC Z(08)9.
       77 WS-QTD-EDITADA-2      PIC Z(08)9.
       77 WS-QTD-CURTA          PIC Z(06)9.
       77 WS-QTD-CURTA-2        PIC Z(06)9.
       77 WS-QTD-AJ-EDITADA     PIC Z(04)9.
       77 WS-QTD-SINAL          PIC -(08)9.
       77 WS-QTD-SINAL-2        PIC -(08)9.
       77 WS-VAL-EDITADO        PIC -(10)9.99.
       77 WS-VAL-EDITADO-2      PIC -(10)9.99.
       77 WS-VAL-EDITADO-3      PIC -(10)9.99.
       77 WS-VAL-EDITADO-4      PIC -(10)9.99.
       77 WS-TOTAL-EDITADO      PIC -(13)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM PROC-INICIALIZAR
                    THRU PROC-INICIALIZAR-END

            IF RETURN-CODE < 8
               PERFORM PROC-LER-HISTORICO
                       THRU PROC-LER-HISTORICO-END
            END-IF

            IF RETURN-CODE < 8
               PERFORM PROC-LER-MESTRE
                       THRU PROC-LER-MESTRE-END
            END-IF

            IF RETURN-CODE < 8
               PERFORM PROC-APURAR-LINHAS
                       THRU PROC-APURAR-LINHAS-END
               PERFORM PROC-GRAVAR-RESUMO
                       THRU PROC-GRAVAR-RESUMO-END
            END-IF

            IF RETURN-CODE < 8
               PERFORM PROC-IMPRIMIR-EXTRATO
                       THRU PROC-IMPRIMIR-EXTRATO-END
               PERFORM PROC-FECHAR-PERIODO
                       THRU PROC-FECHAR-PERIODO-END
            END-IF

            PERFORM PROC-ENCERRAR
            .
       MAIN-PROCEDURE-END.

       PROC-INICIALIZAR.
            INITIALIZE WS-LINHAS
                       WS-MODOS
                       WS-DIAS
                       WS-AJUSTES

            PERFORM PROC-MONTAR-TIMESTAMP
                    THRU PROC-MONTAR-TIMESTAMP-END
            MOVE WS-TIMESTAMP TO WS-TS-FECHAMENTO

            OPEN OUTPUT RPT-FILE

            PERFORM PROC-LER-RUN-CONTROL
                    THRU PROC-LER-RUN-CONTROL-END

            IF RETURN-CODE NOT < 8
               GO TO PROC-INICIALIZAR-END
            END-IF

            MOVE WS-DATA-MOVTO(1:6) TO WS-MES-MOVTO
            MOVE WS-DATA-ATUAL(1:6) TO WS-MES-RELOGIO

            MOVE WS-MES-MOVTO TO WS-MES-TRAB-N
            PERFORM PROC-MES-ANTERIOR
                    THRU PROC-MES-ANTERIOR-END
            MOVE WS-MES-TRAB-N TO WS-MES-ALVO

            MOVE SPACES TO WS-PARM-6
            ACCEPT WS-PARM-6 FROM ENVIRONMENT "CALC-MES-FECHAR"

            IF WS-PARM-6 NOT = SPACES
               IF WS-PARM-6 IS NUMERIC
                  MOVE WS-PARM-6 TO WS-MES-ALVO
               ELSE
                  DISPLAY "CALC-MES-FECHAR inválido: " WS-PARM-6
                  MOVE 12 TO RETURN-CODE
                  GO TO PROC-INICIALIZAR-END
               END-IF
            END-IF

            MOVE WS-MES-ALVO TO WS-MES-TRAB-N

            IF WS-MT-MES < 1 OR WS-MT-MES > 12
               DISPLAY "Mês a fechar inválido: " WS-MES-ALVO
               MOVE 12 TO RETURN-CODE
               GO TO PROC-INICIALIZAR-END
            END-IF

            STRING WS-MT-MES "/" WS-MT-ANO
                   DELIMITED BY SIZE INTO WS-MES-EDITADO
            END-STRING

            PERFORM PROC-MES-ANTERIOR
                    THRU PROC-MES-ANTERIOR-END
            MOVE WS-MES-TRAB-N TO WS-MES-ANTERIOR

            STRING WS-MT-MES "/" WS-MT-ANO
                   DELIMITED BY SIZE INTO WS-MES-ANT-EDITADO
            END-STRING

            PERFORM PROC-VERIFICAR-PERIODO
                    THRU PROC-VERIFICAR-PERIODO-END

            IF RETURN-CODE NOT < 8
               GO TO PROC-INICIALIZAR-END
            END-IF

            MOVE SPACES TO RPT-LINE
            STRING "Mês fechado.........: " WS-MES-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE SPACES TO RPT-LINE
            STRING "Movimento aberto....: " WS-DATA-MOVTO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE SPACES TO RPT-LINE
            STRING "Fechamento em.......: " WS-TS-FECHAMENTO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            DISPLAY "MONTHEND - fechamento do mês " WS-MES-EDITADO
                    ", movimento aberto " WS-DATA-MOVTO
            .
       PROC-INICIALIZAR-END.

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

            MOVE RUNC-DATA-MOVTO TO WS-DATA-MOVTO

            IF RUNC-MES-FECHADO IS NUMERIC
               MOVE RUNC-MES-FECHADO    TO WS-MES-FECHADO
               MOVE RUNC-MES-FECHADO-TS TO WS-MES-FECHADO-TS
            END-IF

            CLOSE RUNC-FILE
            .
       PROC-LER-RUN-CONTROL-END.

      ******************************************************************
      * A month is closed once, in order, and only when it is over:
      * the business date has moved past it (nothing more can be
      * posted under it by the batch) and so has the clock (nothing
      * more can be keyed in TELA with its date).
      ******************************************************************
       PROC-VERIFICAR-PERIODO.
            IF WS-MES-FECHADO > 0
               AND WS-MES-ALVO NOT > WS-MES-FECHADO
               DISPLAY "Mês " WS-MES-EDITADO " já fechado (último "
                       "fechado " WS-MES-FECHADO " em "
                       WS-MES-FECHADO-TS "): fechamento recusado"
               MOVE 12 TO RETURN-CODE
               GO TO PROC-VERIFICAR-PERIODO-END
            END-IF

            IF WS-MES-FECHADO > 0
               AND WS-MES-ANTERIOR NOT = WS-MES-FECHADO
               DISPLAY "Mês " WS-MES-ANT-EDITADO " ainda não "
                       "fechado (último fechado " WS-MES-FECHADO
                       "): feche os meses em ordem"
               MOVE 12 TO RETURN-CODE
               GO TO PROC-VERIFICAR-PERIODO-END
            END-IF

            IF WS-MES-ALVO NOT < WS-MES-MOVTO
               DISPLAY "Movimento aberto em " WS-DATA-MOVTO
                       " ainda não passou do mês " WS-MES-EDITADO
                       ": fechamento recusado"
               MOVE 12 TO RETURN-CODE
               GO TO PROC-VERIFICAR-PERIODO-END
            END-IF

            IF WS-MES-ALVO NOT < WS-MES-RELOGIO
               DISPLAY "Mês " WS-MES-EDITADO " ainda não terminou "
                       "(relógio em " WS-DATA-ATUAL
                       "): fechamento recusado"
               MOVE 12 TO RETURN-CODE
               GO TO PROC-VERIFICAR-PERIODO-END
            END-IF
            .
       PROC-VERIFICAR-PERIODO-END.

       PROC-MES-ANTERIOR.
            IF WS-MT-MES = 1
               SUBTRACT 1 FROM WS-MT-ANO
               MOVE 12 TO WS-MT-MES
            ELSE
               SUBTRACT 1 FROM WS-MT-MES
            END-IF
            .
       PROC-MES-ANTERIOR-END.

      ******************************************************************
      * The previous month as it was reported: its net lines on the
      * history. A later block for a month supersedes an earlier one,
      * so a block header for the previous month starts it over.
      ******************************************************************
       PROC-LER-HISTORICO.
            OPEN INPUT HIST-FILE

            IF WS-HIST-FS = "35"
               DISPLAY "MESHIST vazio, primeiro fechamento registrado"
               PERFORM PROC-INFORMAR-ANTERIOR
                       THRU PROC-INFORMAR-ANTERIOR-END
               GO TO PROC-LER-HISTORICO-END
            END-IF

            IF WS-HIST-FS NOT = "00"
               DISPLAY "Erro ao abrir MESHIST, status: " WS-HIST-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-LER-HISTORICO-END
            END-IF

            MOVE "N" TO WS-FIM-FLAG

            PERFORM PROC-LER-REG-HISTORICO
                    THRU PROC-LER-REG-HISTORICO-END
                    UNTIL WS-FIM-ARQUIVO

            CLOSE HIST-FILE

            PERFORM PROC-INFORMAR-ANTERIOR
                    THRU PROC-INFORMAR-ANTERIOR-END
            .
       PROC-LER-HISTORICO-END.

      ******************************************************************
      * Statement line on what the month is compared with; a close
      * with months already closed but none found on the history
      * ends RC=4.
      ******************************************************************
       PROC-INFORMAR-ANTERIOR.
            MOVE SPACES TO RPT-LINE

            IF WS-ANTERIOR-ACHADO
               STRING "Mês anterior........: " WS-MES-ANT-EDITADO
                      " como fechado (histórico)"
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
            ELSE
               STRING "Mês anterior........: " WS-MES-ANT-EDITADO
                      " sem fechamento no histórico - comparado com"
                      " zero"
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING

               IF WS-MES-FECHADO > 0 AND RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF

            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            .
       PROC-INFORMAR-ANTERIOR-END.

       PROC-LER-REG-HISTORICO.
            READ HIST-FILE
                AT END
                    SET WS-FIM-ARQUIVO TO TRUE
                    GO TO PROC-LER-REG-HISTORICO-END
            END-READ

            IF HIST-REG(1:1) = "H"
               MOVE HIST-REG TO MES-REC-HEADER
               IF MES-HDR-MES = WS-MES-ANTERIOR
                  SET WS-ANTERIOR-ACHADO TO TRUE
                  MOVE 0 TO WS-CONT-HISTORICO
                  PERFORM PROC-ZERAR-ANTERIOR
                          THRU PROC-ZERAR-ANTERIOR-END
                          VARYING WS-LIN-IDX FROM 1 BY 1
                          UNTIL WS-LIN-IDX > WS-QTD-LINHAS
               END-IF
               IF MES-HDR-MES = WS-MES-ALVO
                  DISPLAY "MESHIST já tem um bloco de " WS-MES-EDITADO
                          " de " MES-HDR-TIMESTAMP
                          " sem o fechamento no RUNCTL: substituído"
               END-IF
               GO TO PROC-LER-REG-HISTORICO-END
            END-IF

            IF HIST-REG(1:1) NOT = "D"
               GO TO PROC-LER-REG-HISTORICO-END
            END-IF

            MOVE HIST-REG TO MES-REC-DETALHE

            IF MES-DET-MES NOT = WS-MES-ANTERIOR
               GO TO PROC-LER-REG-HISTORICO-END
            END-IF

            MOVE MES-DET-OPERADOR TO WS-CP-OPERADOR
            MOVE MES-DET-MODO     TO WS-CP-MODO

            PERFORM PROC-LOCALIZAR-LINHA
                    THRU PROC-LOCALIZAR-LINHA-END

            IF WS-ACHADO-IDX = 0
               GO TO PROC-LER-REG-HISTORICO-END
            END-IF

            ADD 1 TO WS-CONT-HISTORICO
            ADD MES-DET-QTD-LIQUIDA
                TO WS-LIN-QTD-ANT(WS-ACHADO-IDX)
            ADD MES-DET-VALOR-LIQUIDO
                TO WS-LIN-VAL-ANT(WS-ACHADO-IDX)
            .
       PROC-LER-REG-HISTORICO-END.

       PROC-ZERAR-ANTERIOR.
            MOVE 0 TO WS-LIN-QTD-ANT(WS-LIN-IDX)
                      WS-LIN-VAL-ANT(WS-LIN-IDX)
            .
       PROC-ZERAR-ANTERIOR-END.

      ******************************************************************
      * The month's records on the results master, by business date.
      * The key carries the clock date, which is never before the
      * business date but may be after it (a batch run past midnight,
      * or a date still open on a later day), so the browse starts on
      * the first day of the month and goes to the end of the master,
      * taking the records posted under the month. Adjustments are
      * held until the browse ends and then matched to their
      * originals by key.
      ******************************************************************
       PROC-LER-MESTRE.
            OPEN INPUT CALCM-FILE

            IF WS-CALCM-FS NOT = "00"
               DISPLAY "Erro ao abrir CALCMST, status: " WS-CALCM-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-LER-MESTRE-END
            END-IF

            COMPUTE CALCM-DATA = WS-MES-ALVO * 100 + 1
            MOVE ZEROS TO CALCM-SEQ
            MOVE "N"   TO WS-FIM-FLAG

            START CALCM-FILE KEY NOT < CALCM-CHAVE
                INVALID KEY
                    SET WS-FIM-ARQUIVO TO TRUE
            END-START

            PERFORM PROC-LER-CALCMST
                    THRU PROC-LER-CALCMST-END
                    UNTIL WS-FIM-ARQUIVO

            PERFORM PROC-LER-ORIGINAL
                    THRU PROC-LER-ORIGINAL-END
                    VARYING WS-AJ-IDX FROM 1 BY 1
                    UNTIL WS-AJ-IDX > WS-QTD-AJUSTES

            CLOSE CALCM-FILE

            DISPLAY "MONTHEND - registros do mês no CALCMST: "
                    WS-CONT-LIDOS
            .
       PROC-LER-MESTRE-END.

       PROC-LER-CALCMST.
            READ CALCM-FILE NEXT RECORD
                AT END
                    SET WS-FIM-ARQUIVO TO TRUE
                    GO TO PROC-LER-CALCMST-END
            END-READ

            IF WS-CALCM-FS NOT = "00"
               DISPLAY "Erro ao ler CALCMST, status: " WS-CALCM-FS
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-ARQUIVO TO TRUE
               GO TO PROC-LER-CALCMST-END
            END-IF

            MOVE CALCM-DATA-MOVTO(1:6) TO WS-MES-REGISTRO

            IF WS-MES-REGISTRO NOT = WS-MES-ALVO
               GO TO PROC-LER-CALCMST-END
            END-IF

            ADD 1 TO WS-CONT-LIDOS
            MOVE CALCM-DATA-MOVTO(7:2) TO WS-DIA-MES
            MOVE WS-DIA-MES TO WS-DIA-IDX

      * An adjustment posted this month for a month already closed.
            IF CALCM-AJUSTE-ANTERIOR
               PERFORM PROC-GUARDAR-AJUSTE
                       THRU PROC-GUARDAR-AJUSTE-END
               GO TO PROC-LER-CALCMST-END
            END-IF

      * A reversal entry of this month's own estornos: it is netted
      * by leaving out the calculation it took out.
            IF CALCM-REVERSAO
               ADD 1 TO WS-CONT-REVERSOES
               ADD CALCM-RESULT TO WS-VAL-REVERSOES
               GO TO PROC-LER-CALCMST-END
            END-IF

            MOVE CALCM-OPERADOR TO WS-CP-OPERADOR
            MOVE CALCM-MODO     TO WS-CP-MODO

            PERFORM PROC-LOCALIZAR-LINHA
                    THRU PROC-LOCALIZAR-LINHA-END

            IF WS-ACHADO-IDX = 0
               GO TO PROC-LER-CALCMST-END
            END-IF

            ADD 1 TO WS-LIN-QTD-LANC(WS-ACHADO-IDX)
                     WS-DIA-QTD-LANC(WS-DIA-IDX)
            ADD CALCM-RESULT TO WS-LIN-VAL-LANC(WS-ACHADO-IDX)
                                WS-DIA-VAL-LANC(WS-DIA-IDX)

            IF CALCM-ESTORNADO
               ADD 1 TO WS-LIN-QTD-EST(WS-ACHADO-IDX)
                        WS-DIA-QTD-EST(WS-DIA-IDX)
               ADD CALCM-RESULT TO WS-LIN-VAL-EST(WS-ACHADO-IDX)
                                   WS-DIA-VAL-EST(WS-DIA-IDX)
            END-IF
            .
       PROC-LER-CALCMST-END.

       PROC-GUARDAR-AJUSTE.
            IF WS-QTD-AJUSTES NOT < WS-MAX-AJUSTES
               DISPLAY "Tabela de ajustes cheia, ajuste "
                       CALCM-DATA "/" CALCM-SEQ " não apurado"
               MOVE 8 TO RETURN-CODE
               GO TO PROC-GUARDAR-AJUSTE-END
            END-IF

            ADD 1 TO WS-QTD-AJUSTES
            MOVE CALCM-DATA      TO WS-AJ-DATA(WS-QTD-AJUSTES)
            MOVE CALCM-SEQ       TO WS-AJ-SEQ(WS-QTD-AJUSTES)
            MOVE CALCM-OPERADOR  TO WS-AJ-OPERADOR(WS-QTD-AJUSTES)
            MOVE CALCM-RESULT    TO WS-AJ-VALOR(WS-QTD-AJUSTES)
            MOVE CALCM-XREF-DATA TO WS-AJ-ORIG-DATA(WS-QTD-AJUSTES)
            MOVE CALCM-XREF-SEQ  TO WS-AJ-ORIG-SEQ(WS-QTD-AJUSTES)
            MOVE "N"             TO WS-AJ-ORIG-FLAG(WS-QTD-AJUSTES)

            ADD 1 TO WS-DIA-QTD-AJ(WS-DIA-IDX)
            ADD CALCM-RESULT TO WS-DIA-VAL-AJ(WS-DIA-IDX)
            .
       PROC-GUARDAR-AJUSTE-END.

      ******************************************************************
      * The adjustment goes on the line of the calculation it took
      * out, so the operator and mode billed for it get the credit;
      * one whose original is gone stays on the reversal's own
      * operator under mode "E" and is listed.
      ******************************************************************
       PROC-LER-ORIGINAL.
            MOVE WS-AJ-ORIG-DATA(WS-AJ-IDX) TO CALCM-DATA
            MOVE WS-AJ-ORIG-SEQ(WS-AJ-IDX)  TO CALCM-SEQ

            READ CALCM-FILE
                INVALID KEY
                    ADD 1 TO WS-CONT-SEM-ORIGINAL
                    DISPLAY "Ajuste " WS-AJ-DATA(WS-AJ-IDX) "/"
                            WS-AJ-SEQ(WS-AJ-IDX)
                            " sem o cálculo original no CALCMST"
                    MOVE WS-AJ-OPERADOR(WS-AJ-IDX) TO WS-CP-OPERADOR
                    MOVE "E" TO WS-CP-MODO
                NOT INVALID KEY
                    SET WS-AJ-ORIG-ACHADO(WS-AJ-IDX) TO TRUE
                    MOVE CALCM-OPERADOR
                         TO WS-AJ-ORIG-OPERADOR(WS-AJ-IDX)
                    MOVE CALCM-MODO TO WS-AJ-ORIG-MODO(WS-AJ-IDX)
                    MOVE CALCM-OPERADOR TO WS-CP-OPERADOR
                    MOVE CALCM-MODO     TO WS-CP-MODO
            END-READ

            PERFORM PROC-LOCALIZAR-LINHA
                    THRU PROC-LOCALIZAR-LINHA-END

            IF WS-ACHADO-IDX = 0
               GO TO PROC-LER-ORIGINAL-END
            END-IF

            ADD 1 TO WS-LIN-QTD-AJ(WS-ACHADO-IDX)
            ADD WS-AJ-VALOR(WS-AJ-IDX) TO WS-LIN-VAL-AJ(WS-ACHADO-IDX)
            .
       PROC-LER-ORIGINAL-END.

       PROC-LOCALIZAR-LINHA.
            MOVE 0 TO WS-ACHADO-IDX
            MOVE 1 TO WS-BUSCA-IDX

            PERFORM PROC-COMPARAR-LINHA
                    THRU PROC-COMPARAR-LINHA-END
                    UNTIL WS-ACHADO-IDX > 0
                          OR WS-BUSCA-IDX > WS-QTD-LINHAS

            IF WS-ACHADO-IDX > 0
               GO TO PROC-LOCALIZAR-LINHA-END
            END-IF

            IF WS-QTD-LINHAS NOT < WS-MAX-LINHAS
               DISPLAY "Tabela de linhas cheia, " WS-CP-OPERADOR
                       " modo " WS-CP-MODO " não apurado"
               MOVE 8 TO RETURN-CODE
               GO TO PROC-LOCALIZAR-LINHA-END
            END-IF

            ADD 1 TO WS-QTD-LINHAS
            MOVE WS-QTD-LINHAS TO WS-ACHADO-IDX

            INITIALIZE WS-LIN-ENT(WS-ACHADO-IDX)
            MOVE WS-CP-OPERADOR TO WS-LIN-OPERADOR(WS-ACHADO-IDX)
            MOVE WS-CP-MODO     TO WS-LIN-MODO(WS-ACHADO-IDX)
            .
       PROC-LOCALIZAR-LINHA-END.

       PROC-COMPARAR-LINHA.
            IF WS-LIN-CHAVE(WS-BUSCA-IDX) = WS-CHAVE-PROCURADA
               MOVE WS-BUSCA-IDX TO WS-ACHADO-IDX
            END-IF

            ADD 1 TO WS-BUSCA-IDX
            .
       PROC-COMPARAR-LINHA-END.

      ******************************************************************
      * Net of each line, month totals, lines in operator/mode order
      * and the totals per mode.
      ******************************************************************
       PROC-APURAR-LINHAS.
            PERFORM PROC-APURAR-LINHA
                    THRU PROC-APURAR-LINHA-END
                    VARYING WS-LIN-IDX FROM 1 BY 1
                    UNTIL WS-LIN-IDX > WS-QTD-LINHAS

            IF WS-QTD-LINHAS > 1
               PERFORM PROC-SELECIONAR-MENOR
                       THRU PROC-SELECIONAR-MENOR-END
                       VARYING WS-LIN-IDX FROM 1 BY 1
                       UNTIL WS-LIN-IDX NOT < WS-QTD-LINHAS
            END-IF

            PERFORM PROC-SOMAR-MODO
                    THRU PROC-SOMAR-MODO-END
                    VARYING WS-LIN-IDX FROM 1 BY 1
                    UNTIL WS-LIN-IDX > WS-QTD-LINHAS

            IF WS-QTD-MODOS > 1
               PERFORM PROC-SELECIONAR-MODO
                       THRU PROC-SELECIONAR-MODO-END
                       VARYING WS-MOD-IDX FROM 1 BY 1
                       UNTIL WS-MOD-IDX NOT < WS-QTD-MODOS
            END-IF
            .
       PROC-APURAR-LINHAS-END.

       PROC-APURAR-LINHA.
            COMPUTE WS-LIN-QTD-LIQ(WS-LIN-IDX) =
                    WS-LIN-QTD-LANC(WS-LIN-IDX)
                    - WS-LIN-QTD-EST(WS-LIN-IDX)
                    - WS-LIN-QTD-AJ(WS-LIN-IDX)
            COMPUTE WS-LIN-VAL-LIQ(WS-LIN-IDX) =
                    WS-LIN-VAL-LANC(WS-LIN-IDX)
                    - WS-LIN-VAL-EST(WS-LIN-IDX)
                    + WS-LIN-VAL-AJ(WS-LIN-IDX)

            ADD WS-LIN-QTD-LANC(WS-LIN-IDX) TO WS-TOT-QTD-LANC
            ADD WS-LIN-VAL-LANC(WS-LIN-IDX) TO WS-TOT-VAL-LANC
            ADD WS-LIN-QTD-EST(WS-LIN-IDX)  TO WS-TOT-QTD-EST
            ADD WS-LIN-VAL-EST(WS-LIN-IDX)  TO WS-TOT-VAL-EST
            ADD WS-LIN-QTD-AJ(WS-LIN-IDX)   TO WS-TOT-QTD-AJ
            ADD WS-LIN-VAL-AJ(WS-LIN-IDX)   TO WS-TOT-VAL-AJ
            ADD WS-LIN-QTD-LIQ(WS-LIN-IDX)  TO WS-TOT-QTD-LIQ
            ADD WS-LIN-VAL-LIQ(WS-LIN-IDX)  TO WS-TOT-VAL-LIQ
            ADD WS-LIN-QTD-ANT(WS-LIN-IDX)  TO WS-TOT-QTD-ANT
            ADD WS-LIN-VAL-ANT(WS-LIN-IDX)  TO WS-TOT-VAL-ANT
            .
       PROC-APURAR-LINHA-END.

       PROC-SELECIONAR-MENOR.
            MOVE WS-LIN-IDX TO WS-MENOR-IDX

            COMPUTE WS-SORT-IDX = WS-LIN-IDX + 1

            PERFORM PROC-COMPARAR-MENOR
                    THRU PROC-COMPARAR-MENOR-END
                    UNTIL WS-SORT-IDX > WS-QTD-LINHAS

            IF WS-MENOR-IDX NOT = WS-LIN-IDX
               MOVE WS-LIN-ENT(WS-LIN-IDX)   TO WS-LIN-TROCA
               MOVE WS-LIN-ENT(WS-MENOR-IDX)
                    TO WS-LIN-ENT(WS-LIN-IDX)
               MOVE WS-LIN-TROCA TO WS-LIN-ENT(WS-MENOR-IDX)
            END-IF
            .
       PROC-SELECIONAR-MENOR-END.

       PROC-COMPARAR-MENOR.
            IF WS-LIN-CHAVE(WS-SORT-IDX) < WS-LIN-CHAVE(WS-MENOR-IDX)
               MOVE WS-SORT-IDX TO WS-MENOR-IDX
            END-IF

            ADD 1 TO WS-SORT-IDX
            .
       PROC-COMPARAR-MENOR-END.

       PROC-SOMAR-MODO.
            MOVE 0 TO WS-ACHADO-IDX
            MOVE 1 TO WS-BUSCA-IDX

            PERFORM PROC-COMPARAR-MODO
                    THRU PROC-COMPARAR-MODO-END
                    UNTIL WS-ACHADO-IDX > 0
                          OR WS-BUSCA-IDX > WS-QTD-MODOS

            IF WS-ACHADO-IDX = 0
               IF WS-QTD-MODOS NOT < WS-MAX-MODOS
                  DISPLAY "Tabela de modos cheia, modo "
                          WS-LIN-MODO(WS-LIN-IDX) " fora dos totais"
                  GO TO PROC-SOMAR-MODO-END
               END-IF
               ADD 1 TO WS-QTD-MODOS
               MOVE WS-QTD-MODOS TO WS-ACHADO-IDX
               INITIALIZE WS-MOD-ENT(WS-ACHADO-IDX)
               MOVE WS-LIN-MODO(WS-LIN-IDX)
                    TO WS-MOD-MODO(WS-ACHADO-IDX)
            END-IF

            ADD WS-LIN-QTD-LIQ(WS-LIN-IDX)
                TO WS-MOD-QTD-LIQ(WS-ACHADO-IDX)
            ADD WS-LIN-VAL-LIQ(WS-LIN-IDX)
                TO WS-MOD-VAL-LIQ(WS-ACHADO-IDX)
            ADD WS-LIN-QTD-ANT(WS-LIN-IDX)
                TO WS-MOD-QTD-ANT(WS-ACHADO-IDX)
            ADD WS-LIN-VAL-ANT(WS-LIN-IDX)
                TO WS-MOD-VAL-ANT(WS-ACHADO-IDX)
            .
       PROC-SOMAR-MODO-END.

       PROC-COMPARAR-MODO.
            IF WS-MOD-MODO(WS-BUSCA-IDX) = WS-LIN-MODO(WS-LIN-IDX)
               MOVE WS-BUSCA-IDX TO WS-ACHADO-IDX
            END-IF

            ADD 1 TO WS-BUSCA-IDX
            .
       PROC-COMPARAR-MODO-END.

       PROC-SELECIONAR-MODO.
            MOVE WS-MOD-IDX TO WS-MENOR-IDX

            COMPUTE WS-SORT-IDX = WS-MOD-IDX + 1

            PERFORM PROC-COMPARAR-MENOR-MODO
                    THRU PROC-COMPARAR-MENOR-MODO-END
                    UNTIL WS-SORT-IDX > WS-QTD-MODOS

            IF WS-MENOR-IDX NOT = WS-MOD-IDX
               MOVE WS-MOD-ENT(WS-MOD-IDX)   TO WS-MOD-TROCA
               MOVE WS-MOD-ENT(WS-MENOR-IDX)
                    TO WS-MOD-ENT(WS-MOD-IDX)
               MOVE WS-MOD-TROCA TO WS-MOD-ENT(WS-MENOR-IDX)
            END-IF
            .
       PROC-SELECIONAR-MODO-END.

       PROC-COMPARAR-MENOR-MODO.
            IF WS-MOD-MODO(WS-SORT-IDX) < WS-MOD-MODO(WS-MENOR-IDX)
               MOVE WS-SORT-IDX TO WS-MENOR-IDX
            END-IF

            ADD 1 TO WS-SORT-IDX
            .
       PROC-COMPARAR-MENOR-MODO-END.

      ******************************************************************
      * The monthly summary: to MESOUT for billing and appended to the
      * history, header, one detail per operator and mode with
      * anything in the month, trailer.
      ******************************************************************
       PROC-GRAVAR-RESUMO.
            OPEN OUTPUT MES-FILE

            IF WS-MES-FS NOT = "00"
               DISPLAY "Erro ao abrir MESOUT, status: " WS-MES-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-GRAVAR-RESUMO-END
            END-IF

            OPEN EXTEND HIST-FILE

            IF WS-HIST-FS NOT = "00"
               DISPLAY "Erro ao abrir MESHIST, status: " WS-HIST-FS
               MOVE 8 TO RETURN-CODE
               CLOSE MES-FILE
               GO TO PROC-GRAVAR-RESUMO-END
            END-IF

            MOVE SPACES           TO MES-REC-HEADER
            MOVE "H"              TO MES-HDR-TIPO
            MOVE WS-MES-ALVO      TO MES-HDR-MES
            MOVE WS-DATA-MOVTO    TO MES-HDR-DATA-MOVTO
            MOVE WS-TS-FECHAMENTO TO MES-HDR-TIMESTAMP

            MOVE MES-REC-HEADER TO MES-SAI-REG
            PERFORM PROC-GRAVAR-REGISTRO
                    THRU PROC-GRAVAR-REGISTRO-END

            PERFORM PROC-GRAVAR-DETALHE
                    THRU PROC-GRAVAR-DETALHE-END
                    VARYING WS-LIN-IDX FROM 1 BY 1
                    UNTIL WS-LIN-IDX > WS-QTD-LINHAS

            MOVE SPACES          TO MES-REC-TRAILER
            MOVE "T"             TO MES-TRL-TIPO
            MOVE WS-MES-ALVO     TO MES-TRL-MES
            MOVE WS-CONT-GRAVADAS TO MES-TRL-CONTAGEM
            MOVE WS-TOT-QTD-LIQ  TO MES-TRL-QTD-LIQUIDA
            MOVE WS-TOT-VAL-LIQ  TO MES-TRL-HASH

            MOVE MES-REC-TRAILER TO MES-SAI-REG
            PERFORM PROC-GRAVAR-REGISTRO
                    THRU PROC-GRAVAR-REGISTRO-END

            CLOSE MES-FILE
                  HIST-FILE

            DISPLAY "MONTHEND - linhas do resumo gravadas: "
                    WS-CONT-GRAVADAS
            .
       PROC-GRAVAR-RESUMO-END.

       PROC-GRAVAR-DETALHE.
            IF WS-LIN-QTD-LANC(WS-LIN-IDX) = 0
               AND WS-LIN-QTD-AJ(WS-LIN-IDX) = 0
               GO TO PROC-GRAVAR-DETALHE-END
            END-IF

            MOVE SPACES                      TO MES-REC-DETALHE
            MOVE "D"                         TO MES-DET-TIPO
            MOVE WS-MES-ALVO                 TO MES-DET-MES
            MOVE WS-LIN-OPERADOR(WS-LIN-IDX) TO MES-DET-OPERADOR
            MOVE WS-LIN-MODO(WS-LIN-IDX)     TO MES-DET-MODO
            MOVE WS-LIN-QTD-LANC(WS-LIN-IDX) TO MES-DET-QTD-LANCADA
            MOVE WS-LIN-VAL-LANC(WS-LIN-IDX) TO MES-DET-VALOR-LANCADO
            MOVE WS-LIN-QTD-EST(WS-LIN-IDX)  TO MES-DET-QTD-ESTORNADA
            MOVE WS-LIN-VAL-EST(WS-LIN-IDX)
                 TO MES-DET-VALOR-ESTORNADO
            MOVE WS-LIN-QTD-AJ(WS-LIN-IDX)   TO MES-DET-QTD-AJUSTE
            MOVE WS-LIN-VAL-AJ(WS-LIN-IDX)   TO MES-DET-VALOR-AJUSTE
            MOVE WS-LIN-QTD-LIQ(WS-LIN-IDX)  TO MES-DET-QTD-LIQUIDA
            MOVE WS-LIN-VAL-LIQ(WS-LIN-IDX)  TO MES-DET-VALOR-LIQUIDO

            MOVE MES-REC-DETALHE TO MES-SAI-REG
            PERFORM PROC-GRAVAR-REGISTRO
                    THRU PROC-GRAVAR-REGISTRO-END

            ADD 1 TO WS-CONT-GRAVADAS
            .
       PROC-GRAVAR-DETALHE-END.

       PROC-GRAVAR-REGISTRO.
            WRITE MES-SAI-REG

            IF WS-MES-FS NOT = "00"
               DISPLAY "Erro ao gravar MESOUT, status: " WS-MES-FS
               MOVE 8 TO RETURN-CODE
            END-IF

            WRITE HIST-REG FROM MES-SAI-REG

            IF WS-HIST-FS NOT = "00"
               DISPLAY "Erro ao gravar MESHIST, status: " WS-HIST-FS
               MOVE 8 TO RETURN-CODE
            END-IF
            .
       PROC-GRAVAR-REGISTRO-END.

      ******************************************************************
      * The monthly statement.
      ******************************************************************
       PROC-IMPRIMIR-EXTRATO.
            PERFORM PROC-IMPRIMIR-DIAS
                    THRU PROC-IMPRIMIR-DIAS-END

            PERFORM PROC-IMPRIMIR-AJUSTES
                    THRU PROC-IMPRIMIR-AJUSTES-END

            PERFORM PROC-IMPRIMIR-OPERADORES
                    THRU PROC-IMPRIMIR-OPERADORES-END

            PERFORM PROC-IMPRIMIR-MODOS
                    THRU PROC-IMPRIMIR-MODOS-END

            PERFORM PROC-IMPRIMIR-RESUMO
                    THRU PROC-IMPRIMIR-RESUMO-END
            .
       PROC-IMPRIMIR-EXTRATO-END.

       PROC-IMPRIMIR-DIAS.
            PERFORM PROC-ESCREVER-BRANCO
                    THRU PROC-ESCREVER-BRANCO-END
            MOVE "MOVIMENTO DIÁRIO" TO RPT-LINE
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            MOVE SPACES TO RPT-LINE
            STRING "Dia    Lançados  Valor lançado   Estorn.  "
                   "Vl. estornado Ajust  Valor líquido"
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            PERFORM PROC-IMPRIMIR-DIA
                    THRU PROC-IMPRIMIR-DIA-END
                    VARYING WS-DIA-IDX FROM 1 BY 1
                    UNTIL WS-DIA-IDX > 31

            MOVE WS-TOT-QTD-LANC TO WS-QTD-EDITADA
            MOVE WS-TOT-VAL-LANC TO WS-VAL-EDITADO
            MOVE WS-TOT-QTD-EST  TO WS-QTD-EDITADA-2
            MOVE WS-TOT-VAL-EST  TO WS-VAL-EDITADO-2
            MOVE WS-TOT-QTD-AJ   TO WS-QTD-AJ-EDITADA
            MOVE WS-TOT-VAL-LIQ  TO WS-VAL-EDITADO-3

            MOVE SPACES TO RPT-LINE
            STRING "Total " WS-QTD-EDITADA " " WS-VAL-EDITADO " "
                   WS-QTD-EDITADA-2 " " WS-VAL-EDITADO-2 " "
                   WS-QTD-AJ-EDITADA " " WS-VAL-EDITADO-3
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            .
       PROC-IMPRIMIR-DIAS-END.

       PROC-IMPRIMIR-DIA.
            IF WS-DIA-QTD-LANC(WS-DIA-IDX) = 0
               AND WS-DIA-QTD-AJ(WS-DIA-IDX) = 0
               GO TO PROC-IMPRIMIR-DIA-END
            END-IF

            MOVE WS-DIA-IDX TO WS-DIA-MES

            MOVE SPACES TO WS-DIA-EDITADO
            STRING WS-DIA-MES "/" WS-MES-EDITADO(1:2)
                   DELIMITED BY SIZE INTO WS-DIA-EDITADO
            END-STRING

            COMPUTE WS-VAL-DIA-LIQ = WS-DIA-VAL-LANC(WS-DIA-IDX)
                                   - WS-DIA-VAL-EST(WS-DIA-IDX)
                                   + WS-DIA-VAL-AJ(WS-DIA-IDX)

            MOVE WS-DIA-QTD-LANC(WS-DIA-IDX) TO WS-QTD-EDITADA
            MOVE WS-DIA-VAL-LANC(WS-DIA-IDX) TO WS-VAL-EDITADO
            MOVE WS-DIA-QTD-EST(WS-DIA-IDX)  TO WS-QTD-EDITADA-2
            MOVE WS-DIA-VAL-EST(WS-DIA-IDX)  TO WS-VAL-EDITADO-2
            MOVE WS-DIA-QTD-AJ(WS-DIA-IDX)   TO WS-QTD-AJ-EDITADA
            MOVE WS-VAL-DIA-LIQ              TO WS-VAL-EDITADO-3

            MOVE SPACES TO RPT-LINE
            STRING WS-DIA-EDITADO " " WS-QTD-EDITADA " "
                   WS-VAL-EDITADO " " WS-QTD-EDITADA-2 " "
                   WS-VAL-EDITADO-2 " " WS-QTD-AJ-EDITADA " "
                   WS-VAL-EDITADO-3
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            .
       PROC-IMPRIMIR-DIA-END.

       PROC-IMPRIMIR-AJUSTES.
            PERFORM PROC-ESCREVER-BRANCO
                    THRU PROC-ESCREVER-BRANCO-END
            MOVE "AJUSTES DE PERÍODO ANTERIOR" TO RPT-LINE
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            IF WS-QTD-AJUSTES = 0
               MOVE "  Nenhum estorno de mês já fechado lançado"
                    TO RPT-LINE
               PERFORM PROC-ESCREVER-LINHA
                       THRU PROC-ESCREVER-LINHA-END
               GO TO PROC-IMPRIMIR-AJUSTES-END
            END-IF

            MOVE SPACES TO RPT-LINE
            STRING "Lançamento       Cálculo original Mês    "
                   "Operador M          Valor Por"
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            PERFORM PROC-IMPRIMIR-AJUSTE
                    THRU PROC-IMPRIMIR-AJUSTE-END
                    VARYING WS-AJ-IDX FROM 1 BY 1
                    UNTIL WS-AJ-IDX > WS-QTD-AJUSTES

            MOVE WS-TOT-QTD-AJ TO WS-QTD-EDITADA
            MOVE WS-TOT-VAL-AJ TO WS-VAL-EDITADO
            MOVE SPACES TO RPT-LINE
            STRING "Total de ajustes " WS-QTD-EDITADA
                   "   valor " WS-VAL-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            .
       PROC-IMPRIMIR-AJUSTES-END.

       PROC-IMPRIMIR-AJUSTE.
            MOVE WS-AJ-VALOR(WS-AJ-IDX) TO WS-VAL-EDITADO

            IF NOT WS-AJ-ORIG-ACHADO(WS-AJ-IDX)
               MOVE "????????" TO WS-AJ-ORIG-OPERADOR(WS-AJ-IDX)
               MOVE "?"        TO WS-AJ-ORIG-MODO(WS-AJ-IDX)
            END-IF

            MOVE SPACES TO RPT-LINE
            STRING WS-AJ-DATA(WS-AJ-IDX) "/" WS-AJ-SEQ(WS-AJ-IDX) " "
                   WS-AJ-ORIG-DATA(WS-AJ-IDX) "/"
                   WS-AJ-ORIG-SEQ(WS-AJ-IDX) " "
                   WS-AJ-ORIG-DATA(WS-AJ-IDX)(1:6) " "
                   WS-AJ-ORIG-OPERADOR(WS-AJ-IDX) " "
                   WS-AJ-ORIG-MODO(WS-AJ-IDX) " "
                   WS-VAL-EDITADO " "
                   WS-AJ-OPERADOR(WS-AJ-IDX)
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            IF NOT WS-AJ-ORIG-ACHADO(WS-AJ-IDX)
               MOVE SPACES TO RPT-LINE
               STRING "    original fora do CALCMST - ajuste na linha "
                      "de " WS-AJ-OPERADOR(WS-AJ-IDX) " modo E"
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               PERFORM PROC-ESCREVER-LINHA
                       THRU PROC-ESCREVER-LINHA-END
            END-IF
            .
       PROC-IMPRIMIR-AJUSTE-END.

      ******************************************************************
      * Per operator, net of the month against the previous month's
      * net as reported. The lines are in operator order, so each
      * operator is printed when the next one starts.
      ******************************************************************
       PROC-IMPRIMIR-OPERADORES.
            PERFORM PROC-ESCREVER-BRANCO
                    THRU PROC-ESCREVER-BRANCO-END
            MOVE SPACES TO RPT-LINE
            STRING "TOTAIS POR OPERADOR - LÍQUIDO DO MÊS CONTRA "
                   WS-MES-ANT-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            PERFORM PROC-ESCREVER-TITULO-COMPARACAO
                    THRU PROC-ESCREVER-TITULO-COMPARACAO-END

            MOVE SPACES TO WS-OPER-ATUAL
            MOVE 0 TO WS-OPER-QTD-LIQ WS-OPER-VAL-LIQ
                      WS-OPER-QTD-ANT WS-OPER-VAL-ANT

            PERFORM PROC-ACUMULAR-OPERADOR
                    THRU PROC-ACUMULAR-OPERADOR-END
                    VARYING WS-LIN-IDX FROM 1 BY 1
                    UNTIL WS-LIN-IDX > WS-QTD-LINHAS

            IF WS-OPER-ATUAL NOT = SPACES
               PERFORM PROC-IMPRIMIR-OPERADOR
                       THRU PROC-IMPRIMIR-OPERADOR-END
            END-IF

            MOVE "Total"        TO WS-CMP-ROTULO
            MOVE WS-TOT-QTD-LIQ TO WS-CMP-QTD
            MOVE WS-TOT-VAL-LIQ TO WS-CMP-VALOR
            MOVE WS-TOT-QTD-ANT TO WS-CMP-QTD-ANT
            MOVE WS-TOT-VAL-ANT TO WS-CMP-VAL-ANT
            PERFORM PROC-ESCREVER-COMPARACAO
                    THRU PROC-ESCREVER-COMPARACAO-END
            .
       PROC-IMPRIMIR-OPERADORES-END.

       PROC-ACUMULAR-OPERADOR.
            IF WS-LIN-OPERADOR(WS-LIN-IDX) NOT = WS-OPER-ATUAL
               IF WS-OPER-ATUAL NOT = SPACES
                  PERFORM PROC-IMPRIMIR-OPERADOR
                          THRU PROC-IMPRIMIR-OPERADOR-END
               END-IF
               MOVE WS-LIN-OPERADOR(WS-LIN-IDX) TO WS-OPER-ATUAL
               MOVE 0 TO WS-OPER-QTD-LIQ WS-OPER-VAL-LIQ
                         WS-OPER-QTD-ANT WS-OPER-VAL-ANT
            END-IF

            ADD WS-LIN-QTD-LIQ(WS-LIN-IDX) TO WS-OPER-QTD-LIQ
            ADD WS-LIN-VAL-LIQ(WS-LIN-IDX) TO WS-OPER-VAL-LIQ
            ADD WS-LIN-QTD-ANT(WS-LIN-IDX) TO WS-OPER-QTD-ANT
            ADD WS-LIN-VAL-ANT(WS-LIN-IDX) TO WS-OPER-VAL-ANT
            .
       PROC-ACUMULAR-OPERADOR-END.

       PROC-IMPRIMIR-OPERADOR.
            MOVE WS-OPER-ATUAL   TO WS-CMP-ROTULO
            MOVE WS-OPER-QTD-LIQ TO WS-CMP-QTD
            MOVE WS-OPER-VAL-LIQ TO WS-CMP-VALOR
            MOVE WS-OPER-QTD-ANT TO WS-CMP-QTD-ANT
            MOVE WS-OPER-VAL-ANT TO WS-CMP-VAL-ANT
            PERFORM PROC-ESCREVER-COMPARACAO
                    THRU PROC-ESCREVER-COMPARACAO-END
            .
       PROC-IMPRIMIR-OPERADOR-END.

       PROC-IMPRIMIR-MODOS.
            PERFORM PROC-ESCREVER-BRANCO
                    THRU PROC-ESCREVER-BRANCO-END
            MOVE SPACES TO RPT-LINE
            STRING "TOTAIS POR MODO DE OPERAÇÃO - LÍQUIDO DO MÊS "
                   "CONTRA " WS-MES-ANT-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            PERFORM PROC-ESCREVER-TITULO-COMPARACAO
                    THRU PROC-ESCREVER-TITULO-COMPARACAO-END

            PERFORM PROC-IMPRIMIR-MODO
                    THRU PROC-IMPRIMIR-MODO-END
                    VARYING WS-MOD-IDX FROM 1 BY 1
                    UNTIL WS-MOD-IDX > WS-QTD-MODOS
            .
       PROC-IMPRIMIR-MODOS-END.

       PROC-IMPRIMIR-MODO.
            MOVE SPACES TO WS-CMP-ROTULO
            STRING "Modo " WS-MOD-MODO(WS-MOD-IDX)
                   DELIMITED BY SIZE INTO WS-CMP-ROTULO
            END-STRING
            MOVE WS-MOD-QTD-LIQ(WS-MOD-IDX) TO WS-CMP-QTD
            MOVE WS-MOD-VAL-LIQ(WS-MOD-IDX) TO WS-CMP-VALOR
            MOVE WS-MOD-QTD-ANT(WS-MOD-IDX) TO WS-CMP-QTD-ANT
            MOVE WS-MOD-VAL-ANT(WS-MOD-IDX) TO WS-CMP-VAL-ANT
            PERFORM PROC-ESCREVER-COMPARACAO
                    THRU PROC-ESCREVER-COMPARACAO-END
            .
       PROC-IMPRIMIR-MODO-END.

       PROC-ESCREVER-TITULO-COMPARACAO.
            MOVE SPACES TO RPT-LINE
            STRING "           Qtd mês      Valor do mês  Qtd ant."
                   " Valor anterior       Variação"
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            .
       PROC-ESCREVER-TITULO-COMPARACAO-END.

       PROC-ESCREVER-COMPARACAO.
            COMPUTE WS-VARIACAO = WS-CMP-VALOR - WS-CMP-VAL-ANT

            MOVE WS-CMP-QTD     TO WS-QTD-SINAL
            MOVE WS-CMP-VALOR   TO WS-VAL-EDITADO
            MOVE WS-CMP-QTD-ANT TO WS-QTD-SINAL-2
            MOVE WS-CMP-VAL-ANT TO WS-VAL-EDITADO-2
            MOVE WS-VARIACAO    TO WS-VAL-EDITADO-3

            MOVE SPACES TO RPT-LINE
            STRING WS-CMP-ROTULO " " WS-QTD-SINAL "    "
                   WS-VAL-EDITADO " " WS-QTD-SINAL-2 " "
                   WS-VAL-EDITADO-2 " " WS-VAL-EDITADO-3
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            .
       PROC-ESCREVER-COMPARACAO-END.

      ******************************************************************
      * The lines of the summary file as billing receives them, and
      * its control totals.
      ******************************************************************
       PROC-IMPRIMIR-RESUMO.
            PERFORM PROC-ESCREVER-BRANCO
                    THRU PROC-ESCREVER-BRANCO-END
            MOVE "RESUMO MENSAL PARA O FATURAMENTO (MESOUT)"
                 TO RPT-LINE
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            MOVE SPACES TO RPT-LINE
            STRING "Operador M Lançad.  Valor lançado Estorn.  "
                   "Vl. estornado Ajust  Valor ajustes"
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            PERFORM PROC-IMPRIMIR-LINHA
                    THRU PROC-IMPRIMIR-LINHA-END
                    VARYING WS-LIN-IDX FROM 1 BY 1
                    UNTIL WS-LIN-IDX > WS-QTD-LINHAS

            PERFORM PROC-ESCREVER-BRANCO
                    THRU PROC-ESCREVER-BRANCO-END

            MOVE WS-CONT-GRAVADAS TO WS-QTD-EDITADA
            MOVE WS-TOT-QTD-LIQ   TO WS-QTD-SINAL
            MOVE WS-TOT-VAL-LIQ   TO WS-TOTAL-EDITADO
            MOVE SPACES TO RPT-LINE
            STRING "Linhas " WS-QTD-EDITADA "   qtd líquida "
                   WS-QTD-SINAL "   hash " WS-TOTAL-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE WS-CONT-REVERSOES TO WS-QTD-EDITADA
            MOVE WS-VAL-REVERSOES  TO WS-TOTAL-EDITADO
            MOVE SPACES TO RPT-LINE
            STRING "Lançamentos de estorno no mês (compensados) "
                   WS-QTD-EDITADA
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            MOVE SPACES TO RPT-LINE
            STRING "  valor " WS-TOTAL-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            .
       PROC-IMPRIMIR-RESUMO-END.

       PROC-IMPRIMIR-LINHA.
            IF WS-LIN-QTD-LANC(WS-LIN-IDX) = 0
               AND WS-LIN-QTD-AJ(WS-LIN-IDX) = 0
               GO TO PROC-IMPRIMIR-LINHA-END
            END-IF

            MOVE WS-LIN-QTD-LANC(WS-LIN-IDX) TO WS-QTD-CURTA
            MOVE WS-LIN-VAL-LANC(WS-LIN-IDX) TO WS-VAL-EDITADO
            MOVE WS-LIN-QTD-EST(WS-LIN-IDX)  TO WS-QTD-CURTA-2
            MOVE WS-LIN-VAL-EST(WS-LIN-IDX)  TO WS-VAL-EDITADO-2
            MOVE WS-LIN-QTD-AJ(WS-LIN-IDX)   TO WS-QTD-AJ-EDITADA
            MOVE WS-LIN-VAL-AJ(WS-LIN-IDX)   TO WS-VAL-EDITADO-3

            MOVE SPACES TO RPT-LINE
            STRING WS-LIN-OPERADOR(WS-LIN-IDX) " "
                   WS-LIN-MODO(WS-LIN-IDX) " "
                   WS-QTD-CURTA " " WS-VAL-EDITADO " "
                   WS-QTD-CURTA-2 " " WS-VAL-EDITADO-2 " "
                   WS-QTD-AJ-EDITADA " " WS-VAL-EDITADO-3
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            .
       PROC-IMPRIMIR-LINHA-END.

      ******************************************************************
      * The month is marked closed on the run-control master last,
      * once the summary is written; a control record changed by
      * another close in the meantime is left alone.
      ******************************************************************
       PROC-FECHAR-PERIODO.
            OPEN I-O RUNC-FILE

            IF WS-RUNC-FS NOT = "00"
               DISPLAY "Erro ao abrir RUNCTL, status: " WS-RUNC-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-FECHAR-PERIODO-END
            END-IF

            READ RUNC-FILE
                AT END
                    DISPLAY "RUNCTL sem registro de controle"
                    MOVE 8 TO RETURN-CODE
                    CLOSE RUNC-FILE
                    GO TO PROC-FECHAR-PERIODO-END
            END-READ

            IF RUNC-MES-FECHADO NOT NUMERIC
               MOVE ZERO TO RUNC-MES-FECHADO
            END-IF

            IF RUNC-MES-FECHADO NOT = WS-MES-FECHADO
               DISPLAY "RUNCTL alterado durante o fechamento (mês "
                       "fechado " RUNC-MES-FECHADO "): não regravado"
               MOVE 8 TO RETURN-CODE
               CLOSE RUNC-FILE
               GO TO PROC-FECHAR-PERIODO-END
            END-IF

            MOVE WS-MES-ALVO      TO RUNC-MES-FECHADO
            MOVE WS-TS-FECHAMENTO TO RUNC-MES-FECHADO-TS

            REWRITE RUNC-REC

            IF WS-RUNC-FS NOT = "00"
               DISPLAY "Erro ao regravar RUNCTL, status: " WS-RUNC-FS
               MOVE 8 TO RETURN-CODE
            ELSE
               SET WS-MES-FOI-FECHADO TO TRUE
               DISPLAY "Mês " WS-MES-EDITADO " fechado no RUNCTL"
            END-IF

            CLOSE RUNC-FILE
            .
       PROC-FECHAR-PERIODO-END.

       PROC-ESCREVER-LINHA.
            IF WS-LINHA-CONT NOT < WS-LINHAS-POR-PAGINA
               PERFORM PROC-ESCREVER-CABECALHO
                       THRU PROC-ESCREVER-CABECALHO-END
            END-IF

            WRITE RPT-LINE
            ADD 1 TO WS-LINHA-CONT
            .
       PROC-ESCREVER-LINHA-END.

       PROC-ESCREVER-BRANCO.
            MOVE SPACES TO RPT-LINE
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            .
       PROC-ESCREVER-BRANCO-END.

       PROC-ESCREVER-CABECALHO.
            MOVE RPT-LINE TO WS-LINHA-PENDENTE
            ADD 1 TO WS-PAGINA
            MOVE WS-PAGINA TO WS-PAG-EDITADA

            MOVE SPACES TO RPT-LINE
            STRING "FECHAMENTO MENSAL - " WS-MES-EDITADO
                   "                                     PÁGINA "
                   WS-PAG-EDITADA
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            MOVE ALL "-" TO RPT-LINE
            WRITE RPT-LINE

            MOVE 2 TO WS-LINHA-CONT
            MOVE WS-LINHA-PENDENTE TO RPT-LINE
            .
       PROC-ESCREVER-CABECALHO-END.

       PROC-ENCERRAR.
            IF WS-CONT-SEM-ORIGINAL > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
            END-IF

            PERFORM PROC-ESCREVER-BRANCO
                    THRU PROC-ESCREVER-BRANCO-END

            MOVE SPACES TO RPT-LINE

            IF WS-MES-FOI-FECHADO
               STRING "MÊS " WS-MES-EDITADO " FECHADO EM "
                      WS-TS-FECHAMENTO
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
            ELSE
               STRING "MÊS " WS-MES-EDITADO " NÃO FECHADO - VER AS "
                      "MENSAGENS DO STEP"
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
            END-IF

            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            CLOSE RPT-FILE

            DISPLAY "MONTHEND - ajustes de período anterior: "
                    WS-QTD-AJUSTES
            DISPLAY "MONTHEND - ajustes sem original......: "
                    WS-CONT-SEM-ORIGINAL
            DISPLAY "MONTHEND - linhas do mês anterior....: "
                    WS-CONT-HISTORICO
            DISPLAY "MONTHEND - RC " RETURN-CODE

            STOP RUN.

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

       END PROGRAM MONTHEND.
