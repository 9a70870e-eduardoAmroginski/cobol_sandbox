      *          30-minute idle threshold.
      *
      * Modification history:
      * 15/10/2026 EAS  A página de ranking ganhou o comparativo de
      *                 cada operador com o dia útil anterior do
      *                 calendário CALEND (segunda-feira compara com
      *                 sexta), apurado na mesma passada da trilha,
      *                 e lista quem trabalhou no dia anterior e não
      *                 apareceu hoje.
      * 15/10/2026 EAS  Depois da virada da data pelo DAYCLOSE (data
      *                 aberta sem execução) o relatório sai para o
      *                 movimento recém-fechado, RUNC-DATA-ANTERIOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERRPT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-FS.

           SELECT CAL-FILE
               ASSIGN TO "CALEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-FS.

           SELECT RPT-FILE
               ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL.
       FD  RUNC-FILE.
           COPY RUNCREC.

       FD  CAL-FILE.
           COPY CALDREC.

       FD  RPT-FILE.
           COPY RPTREC.

       77 WS-AUDIT-FS           PIC X(02)  VALUE "00".
       77 WS-EXCP-FS            PIC X(02)  VALUE "00".
       77 WS-RUNC-FS            PIC X(02)  VALUE "00".
       77 WS-CAL-FS             PIC X(02)  VALUE "00".

       77 WS-FIM-AUDIT          PIC X(01)  VALUE "N".
           88 WS-AUDIT-ESGOTADO VALUE "S".
       77 WS-DATA-REL           PIC 9(08).
       77 WS-DATA-REL-X         PIC X(10).

       77 WS-FIM-CAL-FLAG       PIC X(01)  VALUE "N".
           88 WS-FIM-CAL        VALUE "S".

      * Prior business day on the calendar; zero when the calendar
      * could not be read, and the ranking prints without comparison.
       77 WS-DATA-UTIL-ANT      PIC 9(08)  VALUE 0.
       77 WS-DATA-UTIL-ANT-X    PIC X(10)  VALUE SPACES.

       77 WS-OCIOSO-ENTRADA     PIC X(03).
       77 WS-OCIOSO-MINUTOS     PIC 9(03)  VALUE 30.
       77 WS-OCIOSO-SEGUNDOS    PIC 9(05) COMP.

       77 WS-OP-TROCA           PIC X(100).

      * Operations keyed per operator on the prior business day.
       77 WS-MAX-ANTERIORES     PIC 9(04) COMP VALUE 100.
       77 WS-QTD-ANTERIORES     PIC 9(04) COMP VALUE 0.
       77 WS-ANT-IDX            PIC 9(04) COMP.

       01  WS-ANTERIORES.
           05  WS-ANT-ENT          OCCURS 100 TIMES.
               10  WS-ANT-OP-ID        PIC X(08).
               10  WS-ANT-OP-OPERACOES PIC 9(09) COMP.
               10  WS-ANT-OP-HOJE      PIC X(01).
                   88 WS-ANT-OP-ATIVO-HOJE VALUE "S".

       77 WS-TOT-DIA-OPERACOES  PIC 9(09) COMP VALUE 0.
       77 WS-TOT-ANT-OPERACOES  PIC 9(09) COMP VALUE 0.
       77 WS-ANT-OPERACOES      PIC 9(09) COMP.
       77 WS-DIF-OPERACOES      PIC S9(09) COMP.
       77 WS-DIF-EDITADO        PIC +(08)9.

       77 WS-SEG-DIA            PIC 9(09) COMP.
       77 WS-SEG-HH             PIC 9(02).
       77 WS-SEG-MM             PIC 9(02).
                   DELIMITED BY SIZE INTO WS-DATA-REL-X
            END-STRING

            PERFORM PROC-LER-DIA-UTIL-ANTERIOR
                    THRU PROC-LER-DIA-UTIL-ANTERIOR-END

            MOVE SPACES TO WS-OCIOSO-ENTRADA
            ACCEPT WS-OCIOSO-ENTRADA
                   FROM ENVIRONMENT "CALC-OCIOSO-MIN"
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
      * The day each operator is compared against is the last business
      * day before the report date, picked up from the same trail.
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

       PROC-ACUMULAR-AUDITORIA.
            READ AUDIT-FILE
                AT END
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
      * Operations keyed on the prior business day, counted the way
      * the session lines count them: refused attempts left out.
      ******************************************************************
       PROC-ACUMULAR-ANTERIOR.
            IF AUDIT-MODO = "X"
               GO TO PROC-ACUMULAR-ANTERIOR-END
            END-IF

            MOVE AUDIT-OPERADOR TO WS-OPERADOR-CORRENTE

            PERFORM PROC-LOCALIZAR-ANTERIOR
                    THRU PROC-LOCALIZAR-ANTERIOR-END

            IF WS-ACHADO-IDX > 0
               GO TO PROC-ACUMULAR-ANTERIOR-SOMAR
            END-IF

            IF WS-QTD-ANTERIORES NOT < WS-MAX-ANTERIORES
               DISPLAY "Tabela do dia anterior cheia, registro "
                       "ignorado"
               GO TO PROC-ACUMULAR-ANTERIOR-END
            END-IF

            ADD 1 TO WS-QTD-ANTERIORES
            MOVE WS-QTD-ANTERIORES TO WS-ACHADO-IDX
            INITIALIZE WS-ANT-ENT(WS-ACHADO-IDX)
            MOVE AUDIT-OPERADOR TO WS-ANT-OP-ID(WS-ACHADO-IDX)
            MOVE "N"            TO WS-ANT-OP-HOJE(WS-ACHADO-IDX)
            .
       PROC-ACUMULAR-ANTERIOR-SOMAR.
            ADD 1 TO WS-ANT-OP-OPERACOES(WS-ACHADO-IDX)
            ADD 1 TO WS-TOT-ANT-OPERACOES
            .
       PROC-ACUMULAR-ANTERIOR-END.

       PROC-LOCALIZAR-ANTERIOR.
            MOVE 0 TO WS-ACHADO-IDX
            MOVE 1 TO WS-BUSCA-IDX

            PERFORM PROC-COMPARAR-ANTERIOR
                    THRU PROC-COMPARAR-ANTERIOR-END
                    UNTIL WS-ACHADO-IDX > 0
                          OR WS-BUSCA-IDX > WS-QTD-ANTERIORES
            .
       PROC-LOCALIZAR-ANTERIOR-END.

       PROC-COMPARAR-ANTERIOR.
            IF WS-ANT-OP-ID(WS-BUSCA-IDX) = WS-OPERADOR-CORRENTE
               MOVE WS-BUSCA-IDX TO WS-ACHADO-IDX
            END-IF

            ADD 1 TO WS-BUSCA-IDX
            .
       PROC-COMPARAR-ANTERIOR-END.

      ******************************************************************
      * Locates the table entry of the operator/session of the record
      * just read (audit or exception), creating it when first seen.
                    THRU PROC-IMPRIMIR-UM-RANK-END
                    VARYING WS-OP-IDX FROM 1 BY 1
                    UNTIL WS-OP-IDX > WS-QTD-OPERADORES

            IF WS-DATA-UTIL-ANT NOT = ZERO
               PERFORM PROC-IMPRIMIR-COMPARATIVO
                       THRU PROC-IMPRIMIR-COMPARATIVO-END
            END-IF
            .
       PROC-IMPRIMIR-RANKING-END.

                   WS-VAL-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            ADD WS-OP-OPERACOES(WS-OP-IDX) TO WS-TOT-DIA-OPERACOES

            IF WS-DATA-UTIL-ANT = ZERO
               GO TO PROC-IMPRIMIR-UM-RANK-END
            END-IF

            MOVE WS-OP-ID(WS-OP-IDX) TO WS-OPERADOR-CORRENTE

            PERFORM PROC-LOCALIZAR-ANTERIOR
                    THRU PROC-LOCALIZAR-ANTERIOR-END

            MOVE 0 TO WS-ANT-OPERACOES

            IF WS-ACHADO-IDX > 0
               MOVE WS-ANT-OP-OPERACOES(WS-ACHADO-IDX)
                    TO WS-ANT-OPERACOES
               SET WS-ANT-OP-ATIVO-HOJE(WS-ACHADO-IDX) TO TRUE
            END-IF

            COMPUTE WS-DIF-OPERACOES =
                    WS-OP-OPERACOES(WS-OP-IDX) - WS-ANT-OPERACOES

            MOVE WS-ANT-OPERACOES TO WS-VOL-EDITADO
            MOVE WS-DIF-OPERACOES TO WS-DIF-EDITADO

            MOVE SPACES TO RPT-LINE
            STRING "        dia útil anterior " WS-VOL-EDITADO
                   " operações, variação " WS-DIF-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            .
       PROC-IMPRIMIR-UM-RANK-END.

      ******************************************************************
      * Day totals against the prior business day, then whoever keyed
      * on that day and has no session today - an absence the ranking
      * alone would never show.
      ******************************************************************
       PROC-IMPRIMIR-COMPARATIVO.
            PERFORM PROC-ESCREVER-BRANCO
                    THRU PROC-ESCREVER-BRANCO-END

            MOVE WS-TOT-DIA-OPERACOES TO WS-VOL-EDITADO

            MOVE SPACES TO RPT-LINE
            STRING "TOTAL DO DIA ..............: " WS-VOL-EDITADO
                   " operações"
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE WS-TOT-ANT-OPERACOES TO WS-VOL-EDITADO

            MOVE SPACES TO RPT-LINE
            STRING "DIA ÚTIL ANTERIOR " WS-DATA-UTIL-ANT-X ": "
                   WS-VOL-EDITADO " operações"
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            COMPUTE WS-DIF-OPERACOES =
                    WS-TOT-DIA-OPERACOES - WS-TOT-ANT-OPERACOES
            MOVE WS-DIF-OPERACOES TO WS-DIF-EDITADO

            MOVE SPACES TO RPT-LINE
            STRING "VARIAÇÃO DIA A DIA ........: " WS-DIF-EDITADO
                   " operações"
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            PERFORM PROC-IMPRIMIR-AUSENTE
                    THRU PROC-IMPRIMIR-AUSENTE-END
                    VARYING WS-ANT-IDX FROM 1 BY 1
                    UNTIL WS-ANT-IDX > WS-QTD-ANTERIORES
            .
       PROC-IMPRIMIR-COMPARATIVO-END.

       PROC-IMPRIMIR-AUSENTE.
            IF WS-ANT-OP-ATIVO-HOJE(WS-ANT-IDX)
               GO TO PROC-IMPRIMIR-AUSENTE-END
            END-IF

            MOVE WS-ANT-OP-OPERACOES(WS-ANT-IDX) TO WS-VOL-EDITADO

            MOVE SPACES TO RPT-LINE
            STRING "  Sem atividade hoje: " WS-ANT-OP-ID(WS-ANT-IDX)
                   " (" WS-VOL-EDITADO
                   " operações no dia útil anterior)"
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            .
       PROC-IMPRIMIR-AUSENTE-END.

       PROC-ESCREVER-LINHA.
            IF WS-LINHA-CONT NOT < WS-LINHAS-POR-PAGINA
               PERFORM PROC-ESCREVER-CABECALHO
