      ******************************************************************
      * Author: Eduardo Amroginski Santos
      * Date: 15/10/2026
      * Purpose: Daily balancing of the batch cycle from the run log.
      *          Each step checks its own controls, but nothing proved
      *          that the counts flow from one step to the next. Every
      *          step of the cycle appends a control record to RUNLOG
      *          (RLOGREC layout); this program reads the records of
      *          the business date on RUNCTL, keeps the latest run of
      *          each step, and ties them together:
      *
      *            raw details + recycled rejects = merged details
      *            merged details = details read by the front-end edit
      *            details read = edited + rejected (REJOUT)
      *            edited = details read by the calculator
      *            calculator details = CALCOUT + EXCPOUT + "X" refused
      *            (the same for a supplemental exception batch, whose
      *             details must be the ones EXCPRCYC rebuilt)
      *          Each job that runs the front end or the calculator -
      *          the daily cycle, a late branch file run by CALCAGEN,
      *          the exception recycle - is balanced as a chain of its
      *          own; the billing checks cover the date as a whole.
      *            CALCOUT records of the date = volume on BILLOUT
      *            batch postings do not exceed CALCOUT of the date
      *
      *          The CALCOUT side of the billing check is counted here
      *          from the results feed on CALCIN, not taken from a step.
      *          A step with no record for the date is a break too, and
      *          so is a calculator run of the cycle or of a late
      *          branch file that ended with exceptions (RC=4) when no
      *          exception recycle (EXCPRCYC) started after it: the
      *          date stays open until the exceptions are posted. A
      *          one-page balancing report goes to RPTOUT with the runs
      *          found (start, end, RC) and every check, breaks flagged
      *          with asterisks; any break ends the step RC=8, which
      *          keeps DAYCLOSE from closing the date.
      *
      *          CALC-DATA-BALANCO=AAAAMMDD balances a past date
      *          instead of the run-control date, for review only.
      *
      * Modification history:
      * 15/10/2026 EAS  Balanceia cada job (ciclo diário, remessa de
      *                 agência atrasada, lote suplementar) como uma
      *                 cadeia própria de passos.
      * 15/10/2026 EAS  Lote com exceções (CALCULATOR RC=4) sem
      *                 reprocessamento EXCPRCYC posterior é quebra:
      *                 o fechamento espera o CALCRCYC. Tabela de
      *                 passos ampliada para 40.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCBAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RLOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-FS.

           SELECT CALC-FILE
               ASSIGN TO "CALCIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALC-FS.

           SELECT RUNC-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-FS.

           SELECT RPT-FILE
               ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RLOG-FILE.
           COPY RLOGREC.

       FD  CALC-FILE.
           COPY CALCREC.

       FD  RUNC-FILE.
           COPY RUNCREC.

       FD  RPT-FILE.
           COPY RPTREC.

       WORKING-STORAGE SECTION.
       77 WS-RLOG-FS            PIC X(02)  VALUE "00".
       77 WS-CALC-FS            PIC X(02)  VALUE "00".
       77 WS-RUNC-FS            PIC X(02)  VALUE "00".

       77 WS-FIM-RLOG           PIC X(01)  VALUE "N".
           88 WS-RLOG-ESGOTADO  VALUE "S".

       77 WS-FIM-CALC           PIC X(01)  VALUE "N".
           88 WS-CALC-ESGOTADO  VALUE "S".

       77 WS-DATA-MOVTO         PIC 9(08)  VALUE ZERO.
       77 WS-DATA-ENTRADA       PIC X(08)  VALUE SPACES.
       77 WS-NUM-EXECUCAO       PIC 9(04)  VALUE ZERO.
       77 WS-RLOG-JOB           PIC X(08)  VALUE "CALCBAT".
       77 WS-RLOG-INICIO        PIC X(26)  VALUE SPACES.
       77 WS-TIMESTAMP          PIC X(26)  VALUE SPACES.
       77 WS-DATA-ATUAL         PIC 9(08).
       77 WS-HORA-ATUAL         PIC 9(08).

       77 WS-CONT-REGISTROS     PIC 9(09) COMP VALUE 0.
       77 WS-CONT-DO-DIA        PIC 9(09) COMP VALUE 0.
       77 WS-CONT-VERIFICACOES  PIC 9(09) COMP VALUE 0.
       77 WS-CONT-QUEBRAS       PIC 9(09) COMP VALUE 0.

      * Latest run of each job and program for the date, in order of
      * first appearance on the log.
       77 WS-MAX-PASSOS         PIC 9(04) COMP VALUE 40.
       77 WS-QTD-PASSOS         PIC 9(04) COMP VALUE 0.
       77 WS-PAS-IDX            PIC 9(04) COMP.
       77 WS-BUSCA-IDX          PIC 9(04) COMP.
       77 WS-ACHADO-IDX         PIC 9(04) COMP.

       01  WS-PASSOS.
           05  WS-PASSO            OCCURS 40 TIMES.
               10  WS-PAS-JOB      PIC X(08).
               10  WS-PAS-PROGRAMA PIC X(10).
               10  WS-PAS-EXECUCAO PIC 9(04).
               10  WS-PAS-INICIO   PIC X(26).
               10  WS-PAS-FIM      PIC X(26).
               10  WS-PAS-RC       PIC 9(04).

      * Category lookup on the record just read.
       77 WS-CAT-IDX            PIC 9(04) COMP.
       77 WS-CAT-NOME           PIC X(08).
       77 WS-CAT-QTD            PIC 9(09) COMP.
       77 WS-CAT-VALOR          PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER.

      * Figures of the latest run of each step, per job: every job
      * that runs the front end or the calculator - the daily cycle,
      * a late branch file, the supplemental exception batch - is a
      * chain of its own and balances on its own. The calculator run
      * of a chain with the front end reads what its TRANSEDIT wrote;
      * one in a chain with EXCPRCYC reads what EXCPRCYC rebuilt.
       77 WS-MAX-CADEIAS        PIC 9(04) COMP VALUE 10.
       77 WS-QTD-CADEIAS        PIC 9(04) COMP VALUE 0.
       77 WS-CAD-IDX            PIC 9(04) COMP.
       77 WS-CAD-BUSCA          PIC 9(04) COMP.
       77 WS-FRENTE-FLAG        PIC X(01)  VALUE "N".
           88 WS-FRENTE-VISTA   VALUE "S".
       77 WS-CAD-CALCOUT-TOTAL  PIC 9(09) COMP VALUE 0.

       01  WS-CADEIAS.
           05  WS-CADEIA           OCCURS 10 TIMES.
               10  WS-CAD-JOB      PIC X(08).
               10  WS-CAD-RCY-FLAG PIC X(01).
                   88  WS-CAD-RCY-VISTO VALUE "S".
               10  WS-CAD-BRUTO-QTD PIC 9(09) COMP.
               10  WS-CAD-BRUTO-VAL PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
               10  WS-CAD-RECIC-QTD PIC 9(09) COMP.
               10  WS-CAD-RECIC-VAL PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
               10  WS-CAD-MESCL-QTD PIC 9(09) COMP.
               10  WS-CAD-MESCL-VAL PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
               10  WS-CAD-EDT-FLAG PIC X(01).
                   88  WS-CAD-EDT-VISTO VALUE "S".
               10  WS-CAD-LIDOS-QTD PIC 9(09) COMP.
               10  WS-CAD-LIDOS-VAL PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
               10  WS-CAD-EDITA-QTD PIC 9(09) COMP.
               10  WS-CAD-EDITA-VAL PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
               10  WS-CAD-REJEI-QTD PIC 9(09) COMP.
               10  WS-CAD-REJEI-VAL PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
               10  WS-CAD-CAL-FLAG PIC X(01).
                   88  WS-CAD-CAL-VISTO VALUE "S".
               10  WS-CAD-CAL-LIDOS-QTD PIC 9(09) COMP.
               10  WS-CAD-CAL-LIDOS-VAL PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
               10  WS-CAD-CAL-SAIDAS-QTD PIC 9(09) COMP.
               10  WS-CAD-CAL-CALCOUT-QTD PIC 9(09) COMP.
               10  WS-CAD-CAL-RC   PIC 9(04).
               10  WS-CAD-CAL-FIM  PIC X(26).
               10  WS-CAD-EXR-FLAG PIC X(01).
                   88  WS-CAD-EXR-VISTO VALUE "S".
               10  WS-CAD-SUPL-QTD PIC 9(09) COMP.
               10  WS-CAD-SUPL-VAL PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
               10  WS-CAD-EXR-INICIO PIC X(26).

      * Exception recycle started after a calculator run with
      * exceptions: its chain, zero while none is found.
       77 WS-RCY-ACHADA         PIC 9(04) COMP VALUE 0.

       77 WS-BIL-FLAG           PIC X(01)  VALUE "N".
           88 WS-BIL-VISTO      VALUE "S".
       77 WS-BIL-VOLUME-QTD     PIC 9(09) COMP VALUE 0.
       77 WS-BIL-VOLUME-VAL     PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.

       77 WS-CDT-QTD            PIC 9(09) COMP VALUE 0.
       77 WS-CDT-VAL            PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.

      * One check: origin and destination counts, and values when
      * the check carries them. Rule "I" wants them equal, rule "L"
      * wants the origin not above the destination.
       77 WS-VER-DESCRICAO      PIC X(34).
       77 WS-VER-QTD-A          PIC 9(09) COMP.
       77 WS-VER-QTD-B          PIC 9(09) COMP.
       77 WS-VER-VAL-A          PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER.
       77 WS-VER-VAL-B          PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER.
       77 WS-VER-VALOR-FLAG     PIC X(01).
           88 WS-VER-COM-VALOR  VALUE "S".
       77 WS-VER-REGRA          PIC X(01).
           88 WS-VER-IGUAL      VALUE "I".
           88 WS-VER-ATE        VALUE "L".
       77 WS-VER-QUEBRA-FLAG    PIC X(01).
           88 WS-VER-QUEBRA     VALUE "S".
       77 WS-VER-SITUACAO       PIC X(14).

       77 WS-PROG-AUSENTE       PIC X(10).

       77 WS-QTD-EDITADA-A      PIC Z(08)9.
       77 WS-QTD-EDITADA-B      PIC Z(08)9.
       77 WS-VAL-EDITADO-A      PIC -(13)9.99.
       77 WS-VAL-EDITADO-B      PIC -(13)9.99.
       77 WS-EXEC-EDITADA       PIC Z(03)9.
       77 WS-RC-EDITADO         PIC Z(03)9.
       77 WS-RC-MARCA           PIC X(04).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM PROC-INICIALIZAR
                    THRU PROC-INICIALIZAR-END

            PERFORM PROC-LER-RUN-LOG
                    THRU PROC-LER-RUN-LOG-END
                    UNTIL WS-RLOG-ESGOTADO

            PERFORM PROC-CONTAR-CALCOUT
                    THRU PROC-CONTAR-CALCOUT-END
                    UNTIL WS-CALC-ESGOTADO

            PERFORM PROC-IMPRIMIR-BALANCO
                    THRU PROC-IMPRIMIR-BALANCO-END

            PERFORM PROC-ENCERRAR
            .
       MAIN-PROCEDURE-END.

       PROC-INICIALIZAR.
            INITIALIZE WS-PASSOS
            INITIALIZE WS-CADEIAS

            PERFORM PROC-MONTAR-TIMESTAMP
                    THRU PROC-MONTAR-TIMESTAMP-END
            MOVE WS-TIMESTAMP TO WS-RLOG-INICIO

            ACCEPT WS-RLOG-JOB FROM ENVIRONMENT "CALC-JOB-ID"
            IF WS-RLOG-JOB = SPACES
               MOVE "CALCBAT" TO WS-RLOG-JOB
            END-IF

            PERFORM PROC-LER-RUN-CONTROL
                    THRU PROC-LER-RUN-CONTROL-END

            MOVE SPACES TO WS-DATA-ENTRADA
            ACCEPT WS-DATA-ENTRADA FROM ENVIRONMENT "CALC-DATA-BALANCO"

            IF WS-DATA-ENTRADA NOT = SPACES
               IF WS-DATA-ENTRADA IS NUMERIC
                  MOVE WS-DATA-ENTRADA TO WS-DATA-MOVTO
                  DISPLAY "CALCBAL - data de CALC-DATA-BALANCO: "
                          WS-DATA-MOVTO
               ELSE
                  DISPLAY "CALC-DATA-BALANCO inválida: "
                          WS-DATA-ENTRADA
                  MOVE 8 TO RETURN-CODE
               END-IF
            END-IF

            OPEN INPUT RLOG-FILE

            IF WS-RLOG-FS NOT = "00"
               DISPLAY "Erro ao abrir RUNLOG, status: " WS-RLOG-FS
               SET WS-RLOG-ESGOTADO TO TRUE
            END-IF

            OPEN INPUT CALC-FILE

            IF WS-CALC-FS NOT = "00"
               DISPLAY "Erro ao abrir CALCIN, status: " WS-CALC-FS
               MOVE 8 TO RETURN-CODE
               SET WS-CALC-ESGOTADO TO TRUE
            END-IF
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
                NOT AT END
                    MOVE RUNC-DATA-MOVTO   TO WS-DATA-MOVTO
                    MOVE RUNC-NUM-EXECUCAO TO WS-NUM-EXECUCAO
            END-READ

            CLOSE RUNC-FILE
            .
       PROC-LER-RUN-CONTROL-END.

      ******************************************************************
      * The log is in run order, so a later record of the same step
      * replaces an earlier one: a rerun after a failed step, or a
      * restart, is what counts for the day.
      ******************************************************************
       PROC-LER-RUN-LOG.
            READ RLOG-FILE
                AT END
                    SET WS-RLOG-ESGOTADO TO TRUE
                    GO TO PROC-LER-RUN-LOG-END
            END-READ

            ADD 1 TO WS-CONT-REGISTROS

            IF RLOG-DATA-MOVTO NOT = WS-DATA-MOVTO
               GO TO PROC-LER-RUN-LOG-END
            END-IF

            ADD 1 TO WS-CONT-DO-DIA

            PERFORM PROC-GUARDAR-PASSO
                    THRU PROC-GUARDAR-PASSO-END

            IF RLOG-PROGRAMA = "TRANSRCYC" OR "TRANSEDIT"
                               OR "CALCULATOR" OR "EXCPRCYC"
               PERFORM PROC-LOCALIZAR-CADEIA
                       THRU PROC-LOCALIZAR-CADEIA-END
               IF WS-CAD-IDX = 0
                  GO TO PROC-LER-RUN-LOG-END
               END-IF
            END-IF

            EVALUATE RLOG-PROGRAMA
               WHEN "TRANSRCYC"
                   PERFORM PROC-GUARDAR-RECICLAGEM
                           THRU PROC-GUARDAR-RECICLAGEM-END
               WHEN "TRANSEDIT"
                   PERFORM PROC-GUARDAR-EDICAO
                           THRU PROC-GUARDAR-EDICAO-END
               WHEN "CALCULATOR"
                   PERFORM PROC-GUARDAR-CALCULO
                           THRU PROC-GUARDAR-CALCULO-END
               WHEN "EXCPRCYC"
                   SET WS-CAD-EXR-VISTO(WS-CAD-IDX) TO TRUE
                   MOVE RLOG-INICIO TO WS-CAD-EXR-INICIO(WS-CAD-IDX)
                   MOVE "SUPLEMEN" TO WS-CAT-NOME
                   PERFORM PROC-OBTER-CATEGORIA
                           THRU PROC-OBTER-CATEGORIA-END
                   MOVE WS-CAT-QTD   TO WS-CAD-SUPL-QTD(WS-CAD-IDX)
                   MOVE WS-CAT-VALOR TO WS-CAD-SUPL-VAL(WS-CAD-IDX)
               WHEN "BILLEXTR"
                   SET WS-BIL-VISTO TO TRUE
                   MOVE "VOLUME" TO WS-CAT-NOME
                   PERFORM PROC-OBTER-CATEGORIA
                           THRU PROC-OBTER-CATEGORIA-END
                   MOVE WS-CAT-QTD   TO WS-BIL-VOLUME-QTD
                   MOVE WS-CAT-VALOR TO WS-BIL-VOLUME-VAL
            END-EVALUATE
            .
       PROC-LER-RUN-LOG-END.

       PROC-GUARDAR-PASSO.
            MOVE 0 TO WS-ACHADO-IDX

            PERFORM PROC-COMPARAR-PASSO
                    THRU PROC-COMPARAR-PASSO-END
                    VARYING WS-BUSCA-IDX FROM 1 BY 1
                    UNTIL WS-BUSCA-IDX > WS-QTD-PASSOS
                          OR WS-ACHADO-IDX > 0

            IF WS-ACHADO-IDX = 0
               IF WS-QTD-PASSOS NOT < WS-MAX-PASSOS
                  DISPLAY "Tabela de passos cheia, execução de "
                          RLOG-PROGRAMA " não listada"
                  GO TO PROC-GUARDAR-PASSO-END
               END-IF
               ADD 1 TO WS-QTD-PASSOS
               MOVE WS-QTD-PASSOS TO WS-ACHADO-IDX
               MOVE RLOG-JOB      TO WS-PAS-JOB(WS-ACHADO-IDX)
               MOVE RLOG-PROGRAMA TO WS-PAS-PROGRAMA(WS-ACHADO-IDX)
            END-IF

            MOVE RLOG-NUM-EXECUCAO TO WS-PAS-EXECUCAO(WS-ACHADO-IDX)
            MOVE RLOG-INICIO       TO WS-PAS-INICIO(WS-ACHADO-IDX)
            MOVE RLOG-FIM          TO WS-PAS-FIM(WS-ACHADO-IDX)
            MOVE RLOG-RC           TO WS-PAS-RC(WS-ACHADO-IDX)
            .
       PROC-GUARDAR-PASSO-END.

       PROC-COMPARAR-PASSO.
            IF WS-PAS-JOB(WS-BUSCA-IDX) = RLOG-JOB
               AND WS-PAS-PROGRAMA(WS-BUSCA-IDX) = RLOG-PROGRAMA
               MOVE WS-BUSCA-IDX TO WS-ACHADO-IDX
            END-IF
            .
       PROC-COMPARAR-PASSO-END.

      ******************************************************************
      * The chain of the job on the record just read, added in order
      * of first appearance.
      ******************************************************************
       PROC-LOCALIZAR-CADEIA.
            MOVE 0 TO WS-CAD-IDX

            PERFORM PROC-COMPARAR-CADEIA
                    THRU PROC-COMPARAR-CADEIA-END
                    VARYING WS-CAD-BUSCA FROM 1 BY 1
                    UNTIL WS-CAD-BUSCA > WS-QTD-CADEIAS
                          OR WS-CAD-IDX > 0

            IF WS-CAD-IDX > 0
               GO TO PROC-LOCALIZAR-CADEIA-END
            END-IF

            IF WS-QTD-CADEIAS NOT < WS-MAX-CADEIAS
               DISPLAY "Tabela de jobs cheia, execução de "
                       RLOG-PROGRAMA " do job " RLOG-JOB
                       " não balanceada"
               GO TO PROC-LOCALIZAR-CADEIA-END
            END-IF

            ADD 1 TO WS-QTD-CADEIAS
            MOVE WS-QTD-CADEIAS TO WS-CAD-IDX
            MOVE RLOG-JOB       TO WS-CAD-JOB(WS-CAD-IDX)
            .
       PROC-LOCALIZAR-CADEIA-END.

       PROC-COMPARAR-CADEIA.
            IF WS-CAD-JOB(WS-CAD-BUSCA) = RLOG-JOB
               MOVE WS-CAD-BUSCA TO WS-CAD-IDX
            END-IF
            .
       PROC-COMPARAR-CADEIA-END.

       PROC-GUARDAR-RECICLAGEM.
            SET WS-CAD-RCY-VISTO(WS-CAD-IDX) TO TRUE

            MOVE "BRUTO" TO WS-CAT-NOME
            PERFORM PROC-OBTER-CATEGORIA
                    THRU PROC-OBTER-CATEGORIA-END
            MOVE WS-CAT-QTD   TO WS-CAD-BRUTO-QTD(WS-CAD-IDX)
            MOVE WS-CAT-VALOR TO WS-CAD-BRUTO-VAL(WS-CAD-IDX)

            MOVE "RECICLAD" TO WS-CAT-NOME
            PERFORM PROC-OBTER-CATEGORIA
                    THRU PROC-OBTER-CATEGORIA-END
            MOVE WS-CAT-QTD   TO WS-CAD-RECIC-QTD(WS-CAD-IDX)
            MOVE WS-CAT-VALOR TO WS-CAD-RECIC-VAL(WS-CAD-IDX)

            MOVE "MESCLADO" TO WS-CAT-NOME
            PERFORM PROC-OBTER-CATEGORIA
                    THRU PROC-OBTER-CATEGORIA-END
            MOVE WS-CAT-QTD   TO WS-CAD-MESCL-QTD(WS-CAD-IDX)
            MOVE WS-CAT-VALOR TO WS-CAD-MESCL-VAL(WS-CAD-IDX)
            .
       PROC-GUARDAR-RECICLAGEM-END.

       PROC-GUARDAR-EDICAO.
            SET WS-CAD-EDT-VISTO(WS-CAD-IDX) TO TRUE

            MOVE "LIDOS" TO WS-CAT-NOME
            PERFORM PROC-OBTER-CATEGORIA
                    THRU PROC-OBTER-CATEGORIA-END
            MOVE WS-CAT-QTD   TO WS-CAD-LIDOS-QTD(WS-CAD-IDX)
            MOVE WS-CAT-VALOR TO WS-CAD-LIDOS-VAL(WS-CAD-IDX)

            MOVE "EDITADO" TO WS-CAT-NOME
            PERFORM PROC-OBTER-CATEGORIA
                    THRU PROC-OBTER-CATEGORIA-END
            MOVE WS-CAT-QTD   TO WS-CAD-EDITA-QTD(WS-CAD-IDX)
            MOVE WS-CAT-VALOR TO WS-CAD-EDITA-VAL(WS-CAD-IDX)

            MOVE "REJEITAD" TO WS-CAT-NOME
            PERFORM PROC-OBTER-CATEGORIA
                    THRU PROC-OBTER-CATEGORIA-END
            MOVE WS-CAT-QTD   TO WS-CAD-REJEI-QTD(WS-CAD-IDX)
            MOVE WS-CAT-VALOR TO WS-CAD-REJEI-VAL(WS-CAD-IDX)
            .
       PROC-GUARDAR-EDICAO-END.

      ******************************************************************
      * A calculator run adds up its outputs as it is stored: posted
      * results, exceptions and refused attempts must account for
      * every detail read.
      ******************************************************************
       PROC-GUARDAR-CALCULO.
            SET WS-CAD-CAL-VISTO(WS-CAD-IDX) TO TRUE
            MOVE 0 TO WS-CAD-CAL-SAIDAS-QTD(WS-CAD-IDX)
            MOVE RLOG-RC  TO WS-CAD-CAL-RC(WS-CAD-IDX)
            MOVE RLOG-FIM TO WS-CAD-CAL-FIM(WS-CAD-IDX)

            MOVE "LIDOS" TO WS-CAT-NOME
            PERFORM PROC-OBTER-CATEGORIA
                    THRU PROC-OBTER-CATEGORIA-END
            MOVE WS-CAT-QTD   TO WS-CAD-CAL-LIDOS-QTD(WS-CAD-IDX)
            MOVE WS-CAT-VALOR TO WS-CAD-CAL-LIDOS-VAL(WS-CAD-IDX)

            MOVE "CALCOUT" TO WS-CAT-NOME
            PERFORM PROC-OBTER-CATEGORIA
                    THRU PROC-OBTER-CATEGORIA-END
            MOVE WS-CAT-QTD TO WS-CAD-CAL-CALCOUT-QTD(WS-CAD-IDX)
            ADD WS-CAT-QTD  TO WS-CAD-CAL-SAIDAS-QTD(WS-CAD-IDX)

            MOVE "EXCPOUT" TO WS-CAT-NOME
            PERFORM PROC-OBTER-CATEGORIA
                    THRU PROC-OBTER-CATEGORIA-END
            ADD WS-CAT-QTD  TO WS-CAD-CAL-SAIDAS-QTD(WS-CAD-IDX)

            MOVE "RECUSADO" TO WS-CAT-NOME
            PERFORM PROC-OBTER-CATEGORIA
                    THRU PROC-OBTER-CATEGORIA-END
            ADD WS-CAT-QTD  TO WS-CAD-CAL-SAIDAS-QTD(WS-CAD-IDX)
            .
       PROC-GUARDAR-CALCULO-END.

       PROC-OBTER-CATEGORIA.
            MOVE 0 TO WS-CAT-QTD
            MOVE 0 TO WS-CAT-VALOR

            PERFORM PROC-COMPARAR-CATEGORIA
                    THRU PROC-COMPARAR-CATEGORIA-END
                    VARYING WS-CAT-IDX FROM 1 BY 1
                    UNTIL WS-CAT-IDX > 8
            .
       PROC-OBTER-CATEGORIA-END.

       PROC-COMPARAR-CATEGORIA.
            IF RLOG-CAT-NOME(WS-CAT-IDX) = WS-CAT-NOME
               MOVE RLOG-CAT-QTD(WS-CAT-IDX)   TO WS-CAT-QTD
               MOVE RLOG-CAT-VALOR(WS-CAT-IDX) TO WS-CAT-VALOR
            END-IF
            .
       PROC-COMPARAR-CATEGORIA-END.

      ******************************************************************
      * The billing side is checked against the feed itself, not
      * against what a step says it wrote: every result stamped with
      * the date - batch and TELA alike - must be on BILLOUT.
      ******************************************************************
       PROC-CONTAR-CALCOUT.
            READ CALC-FILE
                AT END
                    SET WS-CALC-ESGOTADO TO TRUE
                    GO TO PROC-CONTAR-CALCOUT-END
            END-READ

            IF CALC-REC-DATA = WS-DATA-MOVTO
               ADD 1 TO WS-CDT-QTD
               ADD CALC-REC-RESULT TO WS-CDT-VAL
            END-IF
            .
       PROC-CONTAR-CALCOUT-END.

       PROC-IMPRIMIR-BALANCO.
            OPEN OUTPUT RPT-FILE

            MOVE "BALANCEAMENTO DIÁRIO DO CICLO - LOG DE EXECUÇÃO"
                 TO RPT-LINE
            WRITE RPT-LINE

            MOVE SPACES TO RPT-LINE
            STRING "Data do movimento: " WS-DATA-MOVTO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE

            MOVE SPACES    TO RPT-LINE
            MOVE "PASSO"   TO RPT-LINE(1:5)
            MOVE "JOB"     TO RPT-LINE(12:3)
            MOVE "EXEC"    TO RPT-LINE(21:4)
            MOVE "INICIO"  TO RPT-LINE(26:6)
            MOVE "FIM"     TO RPT-LINE(46:3)
            MOVE "RC"      TO RPT-LINE(58:2)
            WRITE RPT-LINE

            PERFORM PROC-IMPRIMIR-PASSO
                    THRU PROC-IMPRIMIR-PASSO-END
                    VARYING WS-PAS-IDX FROM 1 BY 1
                    UNTIL WS-PAS-IDX > WS-QTD-PASSOS

            IF WS-QTD-PASSOS = 0
               MOVE "  nenhuma execução registrada para a data"
                    TO RPT-LINE
               WRITE RPT-LINE
            END-IF

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE

            MOVE SPACES     TO RPT-LINE
            MOVE "VERIFICACAO" TO RPT-LINE(1:11)
            MOVE "ORIGEM"   TO RPT-LINE(39:6)
            MOVE "DESTINO"  TO RPT-LINE(48:7)
            MOVE "SITUACAO" TO RPT-LINE(57:8)
            WRITE RPT-LINE

            PERFORM PROC-VERIFICAR-CADEIA
                    THRU PROC-VERIFICAR-CADEIA-END
                    VARYING WS-CAD-IDX FROM 1 BY 1
                    UNTIL WS-CAD-IDX > WS-QTD-CADEIAS

            IF NOT WS-FRENTE-VISTA
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "Ciclo diário" TO RPT-LINE
               WRITE RPT-LINE
               MOVE "TRANSRCYC" TO WS-PROG-AUSENTE
               PERFORM PROC-IMPRIMIR-AUSENTE
                       THRU PROC-IMPRIMIR-AUSENTE-END
               MOVE "TRANSEDIT" TO WS-PROG-AUSENTE
               PERFORM PROC-IMPRIMIR-AUSENTE
                       THRU PROC-IMPRIMIR-AUSENTE-END
               MOVE "CALCULATOR" TO WS-PROG-AUSENTE
               PERFORM PROC-IMPRIMIR-AUSENTE
                       THRU PROC-IMPRIMIR-AUSENTE-END
            END-IF

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            MOVE "Faturamento" TO RPT-LINE
            WRITE RPT-LINE

            PERFORM PROC-VERIFICAR-FATURAMENTO
                    THRU PROC-VERIFICAR-FATURAMENTO-END

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE

            MOVE WS-CONT-VERIFICACOES TO WS-QTD-EDITADA-A
            MOVE WS-CONT-QUEBRAS      TO WS-QTD-EDITADA-B

            MOVE SPACES TO RPT-LINE
            STRING "VERIFICAÇÕES: " WS-QTD-EDITADA-A
                   "   QUEBRAS: " WS-QTD-EDITADA-B
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE

            IF WS-CONT-QUEBRAS > 0
               MOVE "*** DIA COM QUEBRAS - FECHAMENTO RETIDO ***"
                    TO RPT-LINE
               WRITE RPT-LINE
               MOVE "    Acertar o passo, reprocessar e balancear."
                    TO RPT-LINE
               WRITE RPT-LINE
            ELSE
               MOVE "DIA BALANCEADO - FECHAMENTO LIBERADO" TO RPT-LINE
               WRITE RPT-LINE
            END-IF

            CLOSE RPT-FILE
            .
       PROC-IMPRIMIR-BALANCO-END.

       PROC-IMPRIMIR-PASSO.
            MOVE WS-PAS-EXECUCAO(WS-PAS-IDX) TO WS-EXEC-EDITADA
            MOVE WS-PAS-RC(WS-PAS-IDX)       TO WS-RC-EDITADO

            IF WS-PAS-RC(WS-PAS-IDX) > 4
               MOVE " ***" TO WS-RC-MARCA
            ELSE
               MOVE SPACES TO WS-RC-MARCA
            END-IF

            MOVE SPACES TO RPT-LINE
            STRING WS-PAS-PROGRAMA(WS-PAS-IDX) " "
                   WS-PAS-JOB(WS-PAS-IDX) " "
                   WS-EXEC-EDITADA " "
                   WS-PAS-INICIO(WS-PAS-IDX)(1:19) " "
                   WS-PAS-FIM(WS-PAS-IDX)(12:8) "  "
                   WS-RC-EDITADO WS-RC-MARCA
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE
            .
       PROC-IMPRIMIR-PASSO-END.

      ******************************************************************
      * One job's chain. With the front end: raw files and recycled
      * rejects into the merged file, merged file into the edit, edit
      * split into accepted and rejected, accepted into its own
      * calculator run. Without it: a supplemental exception batch,
      * whose input must be what EXCPRCYC rebuilt. Either way every
      * detail the calculator read comes out as a result, an
      * exception or a refused attempt.
      ******************************************************************
       PROC-VERIFICAR-CADEIA.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE

            MOVE SPACES TO RPT-LINE
            STRING "Job " WS-CAD-JOB(WS-CAD-IDX)
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            IF WS-CAD-RCY-VISTO(WS-CAD-IDX)
               OR WS-CAD-EDT-VISTO(WS-CAD-IDX)
               SET WS-FRENTE-VISTA TO TRUE
               PERFORM PROC-VERIFICAR-FRENTE
                       THRU PROC-VERIFICAR-FRENTE-END
            ELSE
               IF WS-CAD-CAL-VISTO(WS-CAD-IDX)
                  AND WS-CAD-EXR-VISTO(WS-CAD-IDX)
                  MOVE "Suplementar: gerados = lidos"
                       TO WS-VER-DESCRICAO
                  MOVE WS-CAD-SUPL-QTD(WS-CAD-IDX)
                       TO WS-VER-QTD-A
                  MOVE WS-CAD-CAL-LIDOS-QTD(WS-CAD-IDX)
                       TO WS-VER-QTD-B
                  MOVE WS-CAD-SUPL-VAL(WS-CAD-IDX)
                       TO WS-VER-VAL-A
                  MOVE WS-CAD-CAL-LIDOS-VAL(WS-CAD-IDX)
                       TO WS-VER-VAL-B
                  MOVE "S" TO WS-VER-VALOR-FLAG
                  MOVE "I" TO WS-VER-REGRA
                  PERFORM PROC-IMPRIMIR-VERIFICACAO
                          THRU PROC-IMPRIMIR-VERIFICACAO-END
               END-IF
            END-IF

            IF NOT WS-CAD-CAL-VISTO(WS-CAD-IDX)
               IF WS-CAD-RCY-VISTO(WS-CAD-IDX)
                  OR WS-CAD-EDT-VISTO(WS-CAD-IDX)
                  OR WS-CAD-SUPL-QTD(WS-CAD-IDX) > 0
                  MOVE "CALCULATOR" TO WS-PROG-AUSENTE
                  PERFORM PROC-IMPRIMIR-AUSENTE
                          THRU PROC-IMPRIMIR-AUSENTE-END
               END-IF
               GO TO PROC-VERIFICAR-CADEIA-END
            END-IF

            ADD WS-CAD-CAL-CALCOUT-QTD(WS-CAD-IDX)
                TO WS-CAD-CALCOUT-TOTAL

            MOVE "Lidos = CALCOUT + EXCPOUT + X" TO WS-VER-DESCRICAO
            MOVE WS-CAD-CAL-LIDOS-QTD(WS-CAD-IDX)  TO WS-VER-QTD-A
            MOVE WS-CAD-CAL-SAIDAS-QTD(WS-CAD-IDX) TO WS-VER-QTD-B
            MOVE "N" TO WS-VER-VALOR-FLAG
            MOVE "I" TO WS-VER-REGRA
            PERFORM PROC-IMPRIMIR-VERIFICACAO
                    THRU PROC-IMPRIMIR-VERIFICACAO-END

            IF WS-CAD-CAL-RC(WS-CAD-IDX) = 4
               AND NOT WS-CAD-EXR-VISTO(WS-CAD-IDX)
               PERFORM PROC-VERIFICAR-RECICLAGEM
                       THRU PROC-VERIFICAR-RECICLAGEM-END
            END-IF
            .
       PROC-VERIFICAR-CADEIA-END.

      ******************************************************************
      * A calculator run of the cycle or of a late branch file that
      * ended with exceptions parked them for the exception recycle.
      * The date may only close once an EXCPRCYC run started after
      * that calculator run ended - otherwise the exceptions would
      * miss the day's ledger and billing.
      ******************************************************************
       PROC-VERIFICAR-RECICLAGEM.
            MOVE 0 TO WS-RCY-ACHADA

            PERFORM PROC-COMPARAR-RECICLAGEM
                    THRU PROC-COMPARAR-RECICLAGEM-END
                    VARYING WS-CAD-BUSCA FROM 1 BY 1
                    UNTIL WS-CAD-BUSCA > WS-QTD-CADEIAS
                          OR WS-RCY-ACHADA > 0

            ADD 1 TO WS-CONT-VERIFICACOES

            MOVE SPACES TO RPT-LINE
            MOVE "Exceções do lote reprocessadas" TO RPT-LINE(1:32)

            IF WS-RCY-ACHADA > 0
               MOVE WS-CAD-JOB(WS-RCY-ACHADA) TO RPT-LINE(48:8)
               MOVE "OK" TO RPT-LINE(57:2)
            ELSE
               ADD 1 TO WS-CONT-QUEBRAS
               MOVE "*** QUEBRA ***" TO RPT-LINE(57:14)
            END-IF

            WRITE RPT-LINE
            .
       PROC-VERIFICAR-RECICLAGEM-END.

       PROC-COMPARAR-RECICLAGEM.
            IF WS-CAD-EXR-VISTO(WS-CAD-BUSCA)
               AND WS-CAD-EXR-INICIO(WS-CAD-BUSCA)
                   > WS-CAD-CAL-FIM(WS-CAD-IDX)
               MOVE WS-CAD-BUSCA TO WS-RCY-ACHADA
            END-IF
            .
       PROC-COMPARAR-RECICLAGEM-END.

       PROC-VERIFICAR-FRENTE.
            IF NOT WS-CAD-RCY-VISTO(WS-CAD-IDX)
               MOVE "TRANSRCYC" TO WS-PROG-AUSENTE
               PERFORM PROC-IMPRIMIR-AUSENTE
                       THRU PROC-IMPRIMIR-AUSENTE-END
            END-IF

            IF NOT WS-CAD-EDT-VISTO(WS-CAD-IDX)
               MOVE "TRANSEDIT" TO WS-PROG-AUSENTE
               PERFORM PROC-IMPRIMIR-AUSENTE
                       THRU PROC-IMPRIMIR-AUSENTE-END
            END-IF

            IF WS-CAD-RCY-VISTO(WS-CAD-IDX)
               MOVE "Brutos + reciclados = mesclados"
                    TO WS-VER-DESCRICAO
               COMPUTE WS-VER-QTD-A = WS-CAD-BRUTO-QTD(WS-CAD-IDX)
                                    + WS-CAD-RECIC-QTD(WS-CAD-IDX)
               MOVE WS-CAD-MESCL-QTD(WS-CAD-IDX) TO WS-VER-QTD-B
               COMPUTE WS-VER-VAL-A = WS-CAD-BRUTO-VAL(WS-CAD-IDX)
                                    + WS-CAD-RECIC-VAL(WS-CAD-IDX)
               MOVE WS-CAD-MESCL-VAL(WS-CAD-IDX) TO WS-VER-VAL-B
               MOVE "S" TO WS-VER-VALOR-FLAG
               MOVE "I" TO WS-VER-REGRA
               PERFORM PROC-IMPRIMIR-VERIFICACAO
                       THRU PROC-IMPRIMIR-VERIFICACAO-END
            END-IF

            IF WS-CAD-RCY-VISTO(WS-CAD-IDX)
               AND WS-CAD-EDT-VISTO(WS-CAD-IDX)
               MOVE "Mesclados = lidos no TRANSEDIT"
                    TO WS-VER-DESCRICAO
               MOVE WS-CAD-MESCL-QTD(WS-CAD-IDX) TO WS-VER-QTD-A
               MOVE WS-CAD-LIDOS-QTD(WS-CAD-IDX) TO WS-VER-QTD-B
               MOVE WS-CAD-MESCL-VAL(WS-CAD-IDX) TO WS-VER-VAL-A
               MOVE WS-CAD-LIDOS-VAL(WS-CAD-IDX) TO WS-VER-VAL-B
               MOVE "S" TO WS-VER-VALOR-FLAG
               MOVE "I" TO WS-VER-REGRA
               PERFORM PROC-IMPRIMIR-VERIFICACAO
                       THRU PROC-IMPRIMIR-VERIFICACAO-END
            END-IF

            IF NOT WS-CAD-EDT-VISTO(WS-CAD-IDX)
               GO TO PROC-VERIFICAR-FRENTE-END
            END-IF

            MOVE "Lidos = editados + REJOUT" TO WS-VER-DESCRICAO
            MOVE WS-CAD-LIDOS-QTD(WS-CAD-IDX) TO WS-VER-QTD-A
            COMPUTE WS-VER-QTD-B = WS-CAD-EDITA-QTD(WS-CAD-IDX)
                                 + WS-CAD-REJEI-QTD(WS-CAD-IDX)
            MOVE WS-CAD-LIDOS-VAL(WS-CAD-IDX) TO WS-VER-VAL-A
            COMPUTE WS-VER-VAL-B = WS-CAD-EDITA-VAL(WS-CAD-IDX)
                                 + WS-CAD-REJEI-VAL(WS-CAD-IDX)
            MOVE "S" TO WS-VER-VALOR-FLAG
            MOVE "I" TO WS-VER-REGRA
            PERFORM PROC-IMPRIMIR-VERIFICACAO
                    THRU PROC-IMPRIMIR-VERIFICACAO-END

            IF NOT WS-CAD-CAL-VISTO(WS-CAD-IDX)
               GO TO PROC-VERIFICAR-FRENTE-END
            END-IF

            MOVE "Editados = lidos no CALCULATOR" TO WS-VER-DESCRICAO
            MOVE WS-CAD-EDITA-QTD(WS-CAD-IDX)     TO WS-VER-QTD-A
            MOVE WS-CAD-CAL-LIDOS-QTD(WS-CAD-IDX) TO WS-VER-QTD-B
            MOVE WS-CAD-EDITA-VAL(WS-CAD-IDX)     TO WS-VER-VAL-A
            MOVE WS-CAD-CAL-LIDOS-VAL(WS-CAD-IDX) TO WS-VER-VAL-B
            MOVE "S" TO WS-VER-VALOR-FLAG
            MOVE "I" TO WS-VER-REGRA
            PERFORM PROC-IMPRIMIR-VERIFICACAO
                    THRU PROC-IMPRIMIR-VERIFICACAO-END
            .
       PROC-VERIFICAR-FRENTE-END.

      ******************************************************************
      * Billing: the feed's records of the date against the volume the
      * extract carried, and the batch postings must all be on the
      * feed (the difference is what TELA posted under the date).
      ******************************************************************
       PROC-VERIFICAR-FATURAMENTO.
            IF NOT WS-BIL-VISTO
               MOVE "BILLEXTR" TO WS-PROG-AUSENTE
               PERFORM PROC-IMPRIMIR-AUSENTE
                       THRU PROC-IMPRIMIR-AUSENTE-END
            ELSE
               MOVE "CALCOUT da data = volume BILLOUT"
                    TO WS-VER-DESCRICAO
               MOVE WS-CDT-QTD        TO WS-VER-QTD-A
               MOVE WS-BIL-VOLUME-QTD TO WS-VER-QTD-B
               MOVE WS-CDT-VAL        TO WS-VER-VAL-A
               MOVE WS-BIL-VOLUME-VAL TO WS-VER-VAL-B
               MOVE "S" TO WS-VER-VALOR-FLAG
               MOVE "I" TO WS-VER-REGRA
               PERFORM PROC-IMPRIMIR-VERIFICACAO
                       THRU PROC-IMPRIMIR-VERIFICACAO-END
            END-IF

            MOVE "Lote no CALCOUT <= CALCOUT data" TO WS-VER-DESCRICAO
            MOVE WS-CAD-CALCOUT-TOTAL TO WS-VER-QTD-A
            MOVE WS-CDT-QTD TO WS-VER-QTD-B
            MOVE "N" TO WS-VER-VALOR-FLAG
            MOVE "L" TO WS-VER-REGRA
            PERFORM PROC-IMPRIMIR-VERIFICACAO
                    THRU PROC-IMPRIMIR-VERIFICACAO-END
            .
       PROC-VERIFICAR-FATURAMENTO-END.

       PROC-IMPRIMIR-VERIFICACAO.
            ADD 1 TO WS-CONT-VERIFICACOES
            MOVE "N" TO WS-VER-QUEBRA-FLAG

            IF WS-VER-IGUAL AND WS-VER-QTD-A NOT = WS-VER-QTD-B
               SET WS-VER-QUEBRA TO TRUE
            END-IF

            IF WS-VER-ATE AND WS-VER-QTD-A > WS-VER-QTD-B
               SET WS-VER-QUEBRA TO TRUE
            END-IF

            IF WS-VER-QUEBRA
               MOVE "*** QUEBRA ***" TO WS-VER-SITUACAO
            ELSE
               MOVE "OK" TO WS-VER-SITUACAO
            END-IF

            MOVE WS-VER-QTD-A TO WS-QTD-EDITADA-A
            MOVE WS-VER-QTD-B TO WS-QTD-EDITADA-B

            MOVE SPACES TO RPT-LINE
            STRING WS-VER-DESCRICAO " " WS-QTD-EDITADA-A " "
                   WS-QTD-EDITADA-B "  " WS-VER-SITUACAO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            IF WS-VER-COM-VALOR
               IF WS-VER-VAL-A NOT = WS-VER-VAL-B
                  MOVE "*** QUEBRA ***" TO WS-VER-SITUACAO
                  SET WS-VER-QUEBRA TO TRUE
               ELSE
                  MOVE "OK" TO WS-VER-SITUACAO
               END-IF

               MOVE WS-VER-VAL-A TO WS-VAL-EDITADO-A
               MOVE WS-VER-VAL-B TO WS-VAL-EDITADO-B

               MOVE SPACES           TO RPT-LINE
               MOVE "   valores"     TO RPT-LINE(1:10)
               MOVE WS-VAL-EDITADO-A TO RPT-LINE(21:17)
               MOVE WS-VAL-EDITADO-B TO RPT-LINE(38:17)
               MOVE WS-VER-SITUACAO  TO RPT-LINE(57:14)
               WRITE RPT-LINE
            END-IF

            IF WS-VER-QUEBRA
               ADD 1 TO WS-CONT-QUEBRAS
            END-IF
            .
       PROC-IMPRIMIR-VERIFICACAO-END.

       PROC-IMPRIMIR-AUSENTE.
            ADD 1 TO WS-CONT-VERIFICACOES
            ADD 1 TO WS-CONT-QUEBRAS

            MOVE SPACES TO RPT-LINE
            STRING "Sem execução de " WS-PROG-AUSENTE
                   " para a data no RUNLOG"
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            MOVE "*** QUEBRA ***" TO RPT-LINE(57:14)
            WRITE RPT-LINE
            .
       PROC-IMPRIMIR-AUSENTE-END.

       PROC-ENCERRAR.
            IF WS-RLOG-FS = "00" OR WS-RLOG-FS = "10"
               CLOSE RLOG-FILE
            END-IF

            IF WS-CALC-FS = "00" OR WS-CALC-FS = "10"
               CLOSE CALC-FILE
            END-IF

            DISPLAY "CALCBAL - registros no RUNLOG.: "
                    WS-CONT-REGISTROS
            DISPLAY "CALCBAL - registros da data...: " WS-CONT-DO-DIA
            DISPLAY "CALCBAL - CALCOUT da data.....: " WS-CDT-QTD
            DISPLAY "CALCBAL - verificações........: "
                    WS-CONT-VERIFICACOES
            DISPLAY "CALCBAL - quebras.............: " WS-CONT-QUEBRAS

            IF WS-CONT-QUEBRAS > 0
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

            MOVE WS-RLOG-JOB          TO RLOG-JOB
            MOVE "CALCBAL"            TO RLOG-PROGRAMA
            MOVE WS-DATA-MOVTO        TO RLOG-DATA-MOVTO
            MOVE WS-NUM-EXECUCAO      TO RLOG-NUM-EXECUCAO
            MOVE WS-RLOG-INICIO       TO RLOG-INICIO
            MOVE WS-TIMESTAMP         TO RLOG-FIM
            MOVE RETURN-CODE          TO RLOG-RC

            MOVE "VERIFIC"            TO RLOG-CAT-NOME (1)
            MOVE WS-CONT-VERIFICACOES TO RLOG-CAT-QTD (1)
            MOVE "QUEBRAS"            TO RLOG-CAT-NOME (2)
            MOVE WS-CONT-QUEBRAS      TO RLOG-CAT-QTD (2)

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

       END PROGRAM CALCBAL.
