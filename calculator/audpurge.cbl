      * Date: 22/08/2026
      * Purpose: Periodic maintenance of the audit trail. Reads the
      *          whole trail on AUDITIN, moves every record older
      *          than the retention threshold (90 business days of
      *          the calendar CALEND online, or CALC-RETENCAO when the
      *          desk needs another window) to the dated archive on
      *          ARCHOUT and writes the records still inside the
      *          window to KEEPOUT, from which the following job step
      *          rewrites the live file. Prints a
      *          disposition summary on RPTOUT - records kept,
      *          records archived and the value totals of each - so
      *          audit can see that every record landed on one side
      * 02/09/2026 EAS  O registro de auditoria cresceu com o campo
      *                 do autorizador: arquivo e cópia passam a
      *                 85 posições.
      * 15/10/2026 EAS  A janela de retenção (CALC-RETENCAO) passa a
      *                 contar dias úteis do calendário CALEND; sem
      *                 calendário que cubra a janela, volta a contar
      *                 dias corridos e avisa no sumário.
      * 15/10/2026 EAS  O registro de auditoria cresceu com a agência
      *                 de origem: arquivo e cópia passam a 87
      *                 posições.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDPURGE.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEEP-FS.

           SELECT CAL-FILE
               ASSIGN TO "CALEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-FS.

           SELECT RPT-FILE
               ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL.
           COPY AUDITREC.

       FD  ARCH-FILE.
       01  ARCH-REC                PIC X(87).

       FD  KEEP-FILE.
       01  KEEP-REC                PIC X(87).

       FD  CAL-FILE.
           COPY CALDREC.

       FD  RPT-FILE.
           COPY RPTREC.
       77 WS-AUDIT-FS           PIC X(02)  VALUE "00".
       77 WS-ARCH-FS            PIC X(02)  VALUE "00".
       77 WS-KEEP-FS            PIC X(02)  VALUE "00".
       77 WS-CAL-FS             PIC X(02)  VALUE "00".

       77 WS-FIM-AUDIT          PIC X(01)  VALUE "N".
           88 WS-AUDIT-ESGOTADO VALUE "S".
       77 WS-DATA-CORTE-X       PIC X(10).
       77 WS-DIAS-INTEIRO       PIC 9(07)  COMP.

       77 WS-FIM-CAL-FLAG       PIC X(01)  VALUE "N".
           88 WS-FIM-CAL        VALUE "S".

       77 WS-CORTE-FLAG         PIC X(01)  VALUE "N".
           88 WS-CORTE-DIAS-UTEIS VALUE "S".

      * Business days of the calendar up to the run date, oldest
      * first; the cutoff is found counting back from the newest.
       77 WS-MAX-UTEIS          PIC 9(04) COMP VALUE 3700.
       77 WS-QTD-UTEIS          PIC 9(04) COMP VALUE 0.
       77 WS-UTIL-IDX           PIC 9(04) COMP.
       77 WS-UTIL-ORIGEM        PIC 9(04) COMP.
       77 WS-UTIL-METADE        PIC 9(04) COMP.

       01  WS-TABELA-UTEIS.
           05  WS-UTIL-DATA        PIC 9(08) OCCURS 3700 TIMES.

       77 WS-CONT-MANTIDOS      PIC 9(09) COMP VALUE 0.
       77 WS-CONT-ARQUIVADOS    PIC 9(09) COMP VALUE 0.

               MOVE WS-RETENCAO-ENTRADA TO WS-RETENCAO-DIAS
            END-IF

            PERFORM PROC-CALCULAR-CORTE
                    THRU PROC-CALCULAR-CORTE-END

            MOVE SPACES TO WS-DATA-CORTE-X
            STRING WS-DATA-CORTE(1:4) "-" WS-DATA-CORTE(5:2) "-"
            .
       PROC-INICIALIZAR-END.

      ******************************************************************
      * The window is WS-RETENCAO-DIAS business days back from the
      * run date, so a long holiday weekend no longer eats into the
      * online days. A calendar that does not reach back that far
      * falls back to the old calendar-day count.
      ******************************************************************
       PROC-CALCULAR-CORTE.
            PERFORM PROC-CARREGAR-CALENDARIO
                    THRU PROC-CARREGAR-CALENDARIO-END

            IF WS-RETENCAO-DIAS > 0
               AND WS-QTD-UTEIS NOT < WS-RETENCAO-DIAS
               COMPUTE WS-UTIL-IDX =
                       WS-QTD-UTEIS - WS-RETENCAO-DIAS + 1
               MOVE WS-UTIL-DATA(WS-UTIL-IDX) TO WS-DATA-CORTE
               SET WS-CORTE-DIAS-UTEIS TO TRUE
               GO TO PROC-CALCULAR-CORTE-END
            END-IF

            DISPLAY "Calendário não cobre a janela de retenção: "
                    "corte em dias corridos"

            COMPUTE WS-DIAS-INTEIRO =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                    - WS-RETENCAO-DIAS

            COMPUTE WS-DATA-CORTE =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
            .
       PROC-CALCULAR-CORTE-END.

       PROC-CARREGAR-CALENDARIO.
            OPEN INPUT CAL-FILE

            IF WS-CAL-FS NOT = "00"
               DISPLAY "Erro ao abrir CALEND, status: " WS-CAL-FS
               GO TO PROC-CARREGAR-CALENDARIO-END
            END-IF

            PERFORM PROC-LER-CALENDARIO
                    THRU PROC-LER-CALENDARIO-END
                    UNTIL WS-FIM-CAL

            CLOSE CAL-FILE
            .
       PROC-CARREGAR-CALENDARIO-END.

      ******************************************************************
      * Only business days before the run date count; when the table
      * fills up the oldest half is dropped, the window never needs
      * more than the newest days.
      ******************************************************************
       PROC-LER-CALENDARIO.
            READ CAL-FILE
                AT END
                    SET WS-FIM-CAL TO TRUE
                    GO TO PROC-LER-CALENDARIO-END
            END-READ

            IF CALD-DATA NOT < WS-DATA-ATUAL
               SET WS-FIM-CAL TO TRUE
               GO TO PROC-LER-CALENDARIO-END
            END-IF

            IF NOT CALD-UTIL
               GO TO PROC-LER-CALENDARIO-END
            END-IF

            IF WS-QTD-UTEIS NOT < WS-MAX-UTEIS
               PERFORM PROC-DESCARTAR-ANTIGOS
                       THRU PROC-DESCARTAR-ANTIGOS-END
            END-IF

            ADD 1 TO WS-QTD-UTEIS
            MOVE CALD-DATA TO WS-UTIL-DATA(WS-QTD-UTEIS)
            .
       PROC-LER-CALENDARIO-END.

       PROC-DESCARTAR-ANTIGOS.
            COMPUTE WS-UTIL-METADE = WS-MAX-UTEIS / 2

            PERFORM PROC-DESLOCAR-UTIL
                    THRU PROC-DESLOCAR-UTIL-END
                    VARYING WS-UTIL-IDX FROM 1 BY 1
                    UNTIL WS-UTIL-IDX > WS-UTIL-METADE

            MOVE WS-UTIL-METADE TO WS-QTD-UTEIS
            .
       PROC-DESCARTAR-ANTIGOS-END.

       PROC-DESLOCAR-UTIL.
            COMPUTE WS-UTIL-ORIGEM = WS-UTIL-IDX + WS-UTIL-METADE

            MOVE WS-UTIL-DATA(WS-UTIL-ORIGEM)
                 TO WS-UTIL-DATA(WS-UTIL-IDX)
            .
       PROC-DESLOCAR-UTIL-END.

       PROC-CLASSIFICAR-REGISTRO.
            READ AUDIT-FILE
                AT END
            WRITE RPT-LINE

            MOVE SPACES TO RPT-LINE
            IF WS-CORTE-DIAS-UTEIS
               STRING "Data de corte (retenção " WS-RETENCAO-DIAS
                      " dias úteis): " WS-DATA-CORTE-X
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
            ELSE
               STRING "Data de corte (retenção " WS-RETENCAO-DIAS
                      " dias corridos - calendário não cobre): "
                      WS-DATA-CORTE-X
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
            END-IF
            WRITE RPT-LINE

            MOVE SPACES TO RPT-LINE
