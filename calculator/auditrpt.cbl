      *          master RUNCTL) and prints a paged report on
      *          RPTOUT with volumes and value totals per operation
      *          type per hour of day, a day grand total and a
      *          day-over-day comparison against the prior business
      *          day of the calendar CALEND, totalled from the same
      *          trail. Today's totals are rewritten to TOTDIA at the
      *          end; TOTDIA is only read for the comparison when the
      *          calendar cannot be.
      *
      * Modification history:
      * 22/08/2026 EAS  A operação de taxa (modo "B") entrou na
      *                 execução RUNCTL (data do movimento) em vez
      *                 da variável CALC-RPT-DATA e do relógio, que
      *                 depois da meia-noite apontavam o dia errado.
      * 15/10/2026 EAS  O comparativo dia a dia agora é contra o dia
      *                 útil anterior do calendário CALEND, apurado
      *                 na mesma passada da trilha - segunda-feira
      *                 compara com sexta, não com um domingo vazio.
      *                 Sem calendário continua valendo o TOTDIA da
      *                 execução anterior.
      * 15/10/2026 EAS  Depois da virada da data pelo DAYCLOSE (data
      *                 aberta sem execução) o relatório sai para o
      *                 movimento recém-fechado, RUNC-DATA-ANTERIOR,
      *                 e o TOTDIA guarda os totais desse dia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITRPT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-FS.

           SELECT CAL-FILE
               ASSIGN TO "CALEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       FD  RUNC-FILE.
           COPY RUNCREC.

       FD  CAL-FILE.
           COPY CALDREC.

       WORKING-STORAGE SECTION.
       77 WS-AUDIT-FS           PIC X(02)  VALUE "00".
       77 WS-TOT-FS             PIC X(02)  VALUE "00".
       77 WS-RUNC-FS            PIC X(02)  VALUE "00".
       77 WS-CAL-FS             PIC X(02)  VALUE "00".

       77 WS-FIM-AUDIT          PIC X(01)  VALUE "N".
           88 WS-AUDIT-ESGOTADO VALUE "S".
       77 WS-DATA-REL           PIC 9(08).
       77 WS-DATA-REL-X         PIC X(10).

       77 WS-FIM-CAL-FLAG       PIC X(01)  VALUE "N".
           88 WS-FIM-CAL        VALUE "S".

      * Prior business day on the calendar; zero when the calendar
      * could not be read, and the comparison falls back to TOTDIA.
       77 WS-DATA-UTIL-ANT      PIC 9(08)  VALUE 0.
       77 WS-DATA-UTIL-ANT-X    PIC X(10)  VALUE SPACES.

       77 WS-HORA-IDX           PIC 9(04) COMP.
       77 WS-MODO-IDX           PIC 9(04) COMP.

                   DELIMITED BY SIZE INTO WS-DATA-REL-X
            END-STRING

            PERFORM PROC-LER-DIA-UTIL-ANTERIOR
                    THRU PROC-LER-DIA-UTIL-ANTERIOR-END

            IF WS-DATA-UTIL-ANT = ZERO
               PERFORM PROC-LER-TOTAIS-ANTERIORES
                       THRU PROC-LER-TOTAIS-ANTERIORES-END
            ELSE
               MOVE WS-DATA-UTIL-ANT TO WS-ANT-DATA
               SET WS-TEM-ANTERIOR TO TRUE
            END-IF

            OPEN INPUT AUDIT-FILE

      ******************************************************************
      * The report date is the business date being processed, not the
      * wall-clock date: a run released after midnight still reports
      * the movement it belongs to - after the roll, the date just
      * closed. The run date stays as a fallback when the control
      * file cannot be read.
      ******************************************************************
       PROC-LER-RUN-CONTROL.
            OPEN INPUT RUNC-FILE
                    DISPLAY "RUNCTL sem registro de controle"
                NOT AT END
                    MOVE RUNC-DATA-MOVTO TO WS-DATA-REL
                    PERFORM PROC-VERIFICAR-VIRADA
                            THRU PROC-VERIFICAR-VIRADA-END
            END-READ

            CLOSE RUNC-FILE
            .
       PROC-LER-RUN-CONTROL-END.

      ******************************************************************
      * Once DAYCLOSE has rolled the date, the open date has no
      * execution yet and nothing to report: the movement is the one
      * it just closed, kept in RUNC-DATA-ANTERIOR.
      ******************************************************************
       PROC-VERIFICAR-VIRADA.
            IF RUNC-NUM-EXECUCAO = ZERO
               AND NOT RUNC-FECHADO
               AND RUNC-DATA-ANTERIOR IS NUMERIC
               AND RUNC-DATA-ANTERIOR > ZERO
               MOVE RUNC-DATA-ANTERIOR TO WS-DATA-REL
               DISPLAY "Movimento de " RUNC-DATA-MOVTO " ainda sem "
                       "execução: relatório do movimento de "
                       RUNC-DATA-ANTERIOR
            END-IF
            .
       PROC-VERIFICAR-VIRADA-END.

      ******************************************************************
      * The day compared against is the last business day before the
      * report date; its totals are picked up from the same trail in
      * the same pass.
      ******************************************************************
       PROC-LER-DIA-UTIL-ANTERIOR.
            OPEN INPUT CAL-FILE

            IF WS-CAL-FS NOT = "00"
               DISPLAY "Erro ao abrir CALEND, status: " WS-CAL-FS
               GO TO PROC-LER-DIA-UTIL-ANTERIOR-END
            END-IF

            PERFORM PROC-LER-CALENDARIO
                    THRU PROC-LER-CALENDARIO-END
                    UNTIL WS-FIM-CAL

            CLOSE CAL-FILE

            IF WS-DATA-UTIL-ANT = ZERO
               DISPLAY "Calendário sem dia útil antes de "
                       WS-DATA-REL
               GO TO PROC-LER-DIA-UTIL-ANTERIOR-END
            END-IF

            MOVE SPACES TO WS-DATA-UTIL-ANT-X
            STRING WS-DATA-UTIL-ANT(1:4) "-" WS-DATA-UTIL-ANT(5:2) "-"
                   WS-DATA-UTIL-ANT(7:2)
                   DELIMITED BY SIZE INTO WS-DATA-UTIL-ANT-X
            END-STRING
            .
       PROC-LER-DIA-UTIL-ANTERIOR-END.

       PROC-LER-CALENDARIO.
            READ CAL-FILE
                AT END
                    SET WS-FIM-CAL TO TRUE
                    GO TO PROC-LER-CALENDARIO-END
            END-READ

            IF CALD-DATA NOT < WS-DATA-REL
               SET WS-FIM-CAL TO TRUE
               GO TO PROC-LER-CALENDARIO-END
            END-IF

            IF CALD-UTIL
               MOVE CALD-DATA TO WS-DATA-UTIL-ANT
            END-IF
            .
       PROC-LER-CALENDARIO-END.

       PROC-LER-TOTAIS-ANTERIORES.
            OPEN INPUT TOT-FILE

                    GO TO PROC-ACUMULAR-AUDITORIA-END
            END-READ

            IF AUDIT-TIMESTAMP(1:10) = WS-DATA-UTIL-ANT-X
               PERFORM PROC-ACUMULAR-ANTERIOR
                       THRU PROC-ACUMULAR-ANTERIOR-END
               GO TO PROC-ACUMULAR-AUDITORIA-END
            END-IF

            IF AUDIT-TIMESTAMP(1:10) NOT = WS-DATA-REL-X
               GO TO PROC-ACUMULAR-AUDITORIA-END
            END-IF
            .
       PROC-ACUMULAR-AUDITORIA-END.

      ******************************************************************
      * The prior business day is counted with the same filters as
      * the report day (known mode, valid hour), so the two totals
      * compare like with like.
      ******************************************************************
       PROC-ACUMULAR-ANTERIOR.
            IF AUDIT-TIMESTAMP(12:2) IS NOT NUMERIC
               GO TO PROC-ACUMULAR-ANTERIOR-END
            END-IF

            MOVE AUDIT-TIMESTAMP(12:2) TO WS-HORA-NUM

            IF WS-HORA-NUM > 23
               GO TO PROC-ACUMULAR-ANTERIOR-END
            END-IF

            PERFORM PROC-LOCALIZAR-MODO
                    THRU PROC-LOCALIZAR-MODO-END

            IF WS-MODO-IDX = 0
               GO TO PROC-ACUMULAR-ANTERIOR-END
            END-IF

            ADD 1            TO WS-ANT-VOLUME
            ADD AUDIT-RESULT TO WS-ANT-VALOR
            .
       PROC-ACUMULAR-ANTERIOR-END.

       PROC-LOCALIZAR-MODO.
            MOVE "N" TO WS-MODO-ACHADO-FLAG
            MOVE 1   TO WS-MODO-IDX
            MOVE WS-ANT-VALOR  TO WS-VAL-EDITADO

            MOVE SPACES TO RPT-LINE
            IF WS-DATA-UTIL-ANT = ZERO
               STRING "EXECUÇÃO ANTERIOR (" WS-ANT-DATA ")..: "
                      WS-VOL-EDITADO " operações, valor "
                      WS-VAL-EDITADO
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
            ELSE
               STRING "DIA ÚTIL ANTERIOR (" WS-ANT-DATA ")..: "
                      WS-VOL-EDITADO " operações, valor "
                      WS-VAL-EDITADO
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
            END-IF
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

