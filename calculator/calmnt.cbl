      ******************************************************************
      * Author: Eduardo Amroginski Santos
      * Date: 15/10/2026
      * Purpose: Yearly maintenance of the business calendar CALEND.
      *          With CALC-ANO=AAAA in the environment the program
      *          generates every day of that year - Saturdays and
      *          Sundays flagged non-business, every other day a
      *          business day - replacing whatever the calendar held
      *          for the year; the desk's cards on CALCARD (date,
      *          flag S/N, description) then mark the holidays, or
      *          turn a day back into a business day, on the year
      *          being generated or on any day already on file.
      *          Without CALC-ANO only the cards are applied. The new
      *          calendar goes to CALOUT, in date order, for the
      *          following rewrite step, and RPTOUT lists the
      *          non-business days of the generated year, the cards
      *          applied and the last date the calendar covers, so
      *          the desk can sight-check it before DAYCLOSE starts
      *          rolling dates on it. A card for a date that is not on
      *          the calendar, or with a bad date or flag, is reported
      *          and ends the step with RETURN-CODE 4; a calendar out
      *          of date order ends it with RETURN-CODE 8. A CALC-ANO
      *          that neither overlaps the calendar on file nor starts
      *          the day after its last date would leave a gap
      *          DAYCLOSE rolls across: it is refused, nothing is
      *          written, RETURN-CODE 12.
      *
      * Modification history:
      * 15/10/2026 EAS  CALC-ANO não adjacente ao calendário
      *                 gravado é recusado com RETURN-CODE 12.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-ENT-FILE
               ASSIGN TO "CALIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALIN-FS.

           SELECT CAL-SAI-FILE
               ASSIGN TO "CALOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALOUT-FS.

           SELECT CARD-FILE
               ASSIGN TO "CALCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-FS.

           SELECT RPT-FILE
               ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CAL-ENT-FILE.
       01  CAL-ENT-REG             PIC X(39).

       FD  CAL-SAI-FILE.
       01  CAL-SAI-REG             PIC X(39).

       FD  CARD-FILE.
       01  CARD-REC.
           05  CARD-DATA           PIC X(08).
           05  CARD-DIA-UTIL       PIC X(01).
           05  CARD-DESCRICAO      PIC X(30).
           05  FILLER              PIC X(41).

       FD  RPT-FILE.
           COPY RPTREC.

       WORKING-STORAGE SECTION.
      * Staging area in the calendar layout: table entries and
      * generated days are built here before being written.
       COPY CALDREC.

       77 WS-CALIN-FS           PIC X(02)  VALUE "00".
       77 WS-CALOUT-FS          PIC X(02)  VALUE "00".
       77 WS-CARD-FS            PIC X(02)  VALUE "00".

       77 WS-FIM-CALIN-FLAG     PIC X(01)  VALUE "N".
           88 WS-FIM-CALIN      VALUE "S".

       77 WS-FIM-CARD-FLAG      PIC X(01)  VALUE "N".
           88 WS-FIM-CARD       VALUE "S".

       77 WS-ANO-ENTRADA        PIC X(04).
       77 WS-ANO-GERAR          PIC 9(04)  VALUE 0.
       77 WS-INICIO-ANO         PIC 9(08)  VALUE 0.
       77 WS-FIM-ANO            PIC 9(08)  VALUE 0.

       77 WS-ANO-STATUS         PIC X(01)  VALUE "N".
           88 WS-GERAR-ANO      VALUE "S".

       77 WS-ANO-GERADO-FLAG    PIC X(01)  VALUE "N".
           88 WS-ANO-GERADO     VALUE "S".

       77 WS-DIA-INTEIRO        PIC 9(07) COMP.
       77 WS-DIA-FINAL          PIC 9(07) COMP.
       77 WS-DIA-QUOCIENTE      PIC 9(07) COMP.
       77 WS-DIA-SEMANA         PIC 9(01).

       77 WS-MAX-DIAS           PIC 9(04) COMP VALUE 3700.
       77 WS-QTD-DIAS           PIC 9(04) COMP VALUE 0.
       77 WS-TAB-IDX            PIC 9(04) COMP.

       01  WS-TABELA-CALENDARIO.
           05  WS-TAB-ENT          OCCURS 3700 TIMES.
               10  WS-TAB-REGISTRO PIC X(39).

       77 WS-MAX-CARTOES        PIC 9(04) COMP VALUE 200.
       77 WS-QTD-CARTOES        PIC 9(04) COMP VALUE 0.
       77 WS-CARTAO-IDX         PIC 9(04) COMP.
       77 WS-BUSCA-IDX          PIC 9(04) COMP.
       77 WS-ACHADO-IDX         PIC 9(04) COMP.

       01  WS-TABELA-CARTOES.
           05  WS-CARTAO-ENT       OCCURS 200 TIMES.
               10  WS-CARTAO-DATA      PIC 9(08).
               10  WS-CARTAO-DIA-UTIL  PIC X(01).
               10  WS-CARTAO-DESCRICAO PIC X(30).
               10  WS-CARTAO-APLICADO  PIC X(01).
                   88 WS-CARTAO-USADO  VALUE "S".

       01  WS-CARTAO-DATA-X     PIC X(08).
       01  WS-CARTAO-DATA-N     REDEFINES WS-CARTAO-DATA-X.
           05  WS-CARTAO-AAAA      PIC 9(04).
           05  WS-CARTAO-MM        PIC 9(02).
           05  WS-CARTAO-DD        PIC 9(02).

       77 WS-ULTIMA-GRAVADA     PIC 9(08)  VALUE 0.
       77 WS-PRIMEIRA-GRAVADA   PIC 9(08)  VALUE 0.
       77 WS-PRIMEIRA-NO-ARQUIVO PIC 9(08) VALUE 0.
       77 WS-DIA-SEGUINTE       PIC 9(08)  VALUE 0.

       77 WS-CONT-GRAVADOS      PIC 9(05) VALUE 0.
       77 WS-CONT-UTEIS-ANO     PIC 9(05) VALUE 0.
       77 WS-CONT-CARTOES-LIDOS PIC 9(05) VALUE 0.
       77 WS-CONT-APLICADOS     PIC 9(05) VALUE 0.
       77 WS-CONT-REJEITADOS    PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM PROC-INICIALIZAR
                    THRU PROC-INICIALIZAR-END

            PERFORM PROC-CARREGAR-CARTOES
                    THRU PROC-CARREGAR-CARTOES-END

            PERFORM PROC-CARREGAR-CALENDARIO
                    THRU PROC-CARREGAR-CALENDARIO-END

            IF RETURN-CODE < 8 AND WS-GERAR-ANO
               PERFORM PROC-VERIFICAR-ANO
                       THRU PROC-VERIFICAR-ANO-END
            END-IF

            IF RETURN-CODE < 8
               PERFORM PROC-GRAVAR-CALENDARIO
                       THRU PROC-GRAVAR-CALENDARIO-END
            END-IF

            PERFORM PROC-IMPRIMIR-RESUMO
                    THRU PROC-IMPRIMIR-RESUMO-END

            PERFORM PROC-ENCERRAR
            .
       MAIN-PROCEDURE-END.

       PROC-INICIALIZAR.
            MOVE SPACES TO WS-ANO-ENTRADA
            ACCEPT WS-ANO-ENTRADA FROM ENVIRONMENT "CALC-ANO"

            IF WS-ANO-ENTRADA NOT = SPACES
               AND WS-ANO-ENTRADA IS NUMERIC
               MOVE WS-ANO-ENTRADA TO WS-ANO-GERAR
               COMPUTE WS-INICIO-ANO = WS-ANO-GERAR * 10000 + 0101
               COMPUTE WS-FIM-ANO    = WS-ANO-GERAR * 10000 + 1231
               SET WS-GERAR-ANO TO TRUE
               DISPLAY "CALMNT - gerando o ano " WS-ANO-GERAR
            ELSE
               DISPLAY "CALMNT - sem CALC-ANO, só os cartões são "
                       "aplicados"
            END-IF

            OPEN OUTPUT RPT-FILE

            MOVE "CALENDÁRIO DE DIAS ÚTEIS - CALEND" TO RPT-LINE
            WRITE RPT-LINE

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE
            .
       PROC-INICIALIZAR-END.

      ******************************************************************
      * Holiday cards: date AAAAMMDD, flag S or N, description. A bad
      * card is dropped and reported, never applied.
      ******************************************************************
       PROC-CARREGAR-CARTOES.
            OPEN INPUT CARD-FILE

            IF WS-CARD-FS NOT = "00"
               DISPLAY "Sem cartões CALCARD, status: " WS-CARD-FS
               GO TO PROC-CARREGAR-CARTOES-END
            END-IF

            PERFORM PROC-LER-CARTAO
                    THRU PROC-LER-CARTAO-END
                    UNTIL WS-FIM-CARD

            CLOSE CARD-FILE

            DISPLAY "CALMNT - cartões carregados: " WS-QTD-CARTOES
            .
       PROC-CARREGAR-CARTOES-END.

       PROC-LER-CARTAO.
            READ CARD-FILE
                AT END
                    SET WS-FIM-CARD TO TRUE
                    GO TO PROC-LER-CARTAO-END
            END-READ

            ADD 1 TO WS-CONT-CARTOES-LIDOS

            MOVE CARD-DATA TO WS-CARTAO-DATA-X

            IF WS-CARTAO-DATA-X NOT NUMERIC
               OR WS-CARTAO-MM < 1 OR WS-CARTAO-MM > 12
               OR WS-CARTAO-DD < 1 OR WS-CARTAO-DD > 31
               ADD 1 TO WS-CONT-REJEITADOS
               MOVE SPACES TO RPT-LINE
               STRING "Cartão rejeitado (" CARD-DATA
                      "): data inválida"
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               GO TO PROC-LER-CARTAO-END
            END-IF

            IF CARD-DIA-UTIL NOT = "S" AND CARD-DIA-UTIL NOT = "N"
               ADD 1 TO WS-CONT-REJEITADOS
               MOVE SPACES TO RPT-LINE
               STRING "Cartão rejeitado (" CARD-DATA
                      "): indicador de dia útil deve ser S ou N"
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               GO TO PROC-LER-CARTAO-END
            END-IF

            IF WS-QTD-CARTOES NOT < WS-MAX-CARTOES
               DISPLAY "Tabela de cartões cheia, cartão descartado"
               MOVE 8 TO RETURN-CODE
               GO TO PROC-LER-CARTAO-END
            END-IF

            ADD 1 TO WS-QTD-CARTOES
            MOVE WS-CARTAO-DATA-N TO WS-CARTAO-DATA(WS-QTD-CARTOES)
            MOVE CARD-DIA-UTIL    TO WS-CARTAO-DIA-UTIL(WS-QTD-CARTOES)
            MOVE CARD-DESCRICAO
                 TO WS-CARTAO-DESCRICAO(WS-QTD-CARTOES)
            MOVE "N"              TO WS-CARTAO-APLICADO(WS-QTD-CARTOES)
            .
       PROC-LER-CARTAO-END.

       PROC-CARREGAR-CALENDARIO.
            OPEN INPUT CAL-ENT-FILE

            IF WS-CALIN-FS NOT = "00"
               DISPLAY "Sem calendário anterior, status: " WS-CALIN-FS
               GO TO PROC-CARREGAR-CALENDARIO-END
            END-IF

            PERFORM PROC-LER-CAL-ENT
                    THRU PROC-LER-CAL-ENT-END
                    UNTIL WS-FIM-CALIN

            CLOSE CAL-ENT-FILE

            DISPLAY "CALMNT - dias carregados do calendário: "
                    WS-QTD-DIAS
            .
       PROC-CARREGAR-CALENDARIO-END.

       PROC-LER-CAL-ENT.
            READ CAL-ENT-FILE
                AT END
                    SET WS-FIM-CALIN TO TRUE
                    GO TO PROC-LER-CAL-ENT-END
            END-READ

            IF WS-QTD-DIAS NOT < WS-MAX-DIAS
               DISPLAY "Tabela do calendário cheia, dia ignorado"
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-CALIN TO TRUE
               GO TO PROC-LER-CAL-ENT-END
            END-IF

            MOVE CAL-ENT-REG TO CALD-REC

            IF WS-QTD-DIAS > 0
               AND CALD-DATA NOT > WS-ULTIMA-GRAVADA
               DISPLAY "Calendário fora de ordem em " CALD-DATA
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-CALIN TO TRUE
               GO TO PROC-LER-CAL-ENT-END
            END-IF

            MOVE CALD-DATA TO WS-ULTIMA-GRAVADA

            ADD 1 TO WS-QTD-DIAS
            MOVE CAL-ENT-REG TO WS-TAB-REGISTRO(WS-QTD-DIAS)
            .
       PROC-LER-CAL-ENT-END.

      ******************************************************************
      * The year generated must join the calendar on file: either it
      * overlaps the dates already there (a regeneration) or it
      * starts the day after the last one. A year further on would
      * leave a hole DAYCLOSE's next-business-day search jumps over
      * without the horizon warning ever firing. An empty calendar
      * takes any year.
      ******************************************************************
       PROC-VERIFICAR-ANO.
            IF WS-QTD-DIAS = 0
               GO TO PROC-VERIFICAR-ANO-END
            END-IF

            MOVE WS-TAB-REGISTRO(1) TO CALD-REC
            MOVE CALD-DATA TO WS-PRIMEIRA-NO-ARQUIVO

            IF WS-INICIO-ANO NOT > WS-ULTIMA-GRAVADA
               AND WS-FIM-ANO NOT < WS-PRIMEIRA-NO-ARQUIVO
               GO TO PROC-VERIFICAR-ANO-END
            END-IF

            COMPUTE WS-DIA-INTEIRO =
                    FUNCTION INTEGER-OF-DATE(WS-ULTIMA-GRAVADA) + 1
            COMPUTE WS-DIA-SEGUINTE =
                    FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)

            IF WS-INICIO-ANO = WS-DIA-SEGUINTE
               GO TO PROC-VERIFICAR-ANO-END
            END-IF

            DISPLAY "CALC-ANO " WS-ANO-GERAR " não continua o "
                    "calendário gravado (" WS-PRIMEIRA-NO-ARQUIVO
                    " a " WS-ULTIMA-GRAVADA "): geração recusada"
            MOVE SPACES TO RPT-LINE
            STRING "Ano " WS-ANO-GERAR " recusado: o calendário "
                   "termina em " WS-ULTIMA-GRAVADA
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE
            MOVE 12 TO RETURN-CODE
            .
       PROC-VERIFICAR-ANO-END.

      ******************************************************************
      * One pass in date order: the days on file before the year go
      * out as they were, the year is generated in place of whatever
      * the file had for it, and the days after it follow. Cards are
      * applied to each day on its way out.
      ******************************************************************
       PROC-GRAVAR-CALENDARIO.
            MOVE 0 TO WS-ULTIMA-GRAVADA

            OPEN OUTPUT CAL-SAI-FILE

            IF WS-CALOUT-FS NOT = "00"
               DISPLAY "Erro ao abrir CALOUT, status: " WS-CALOUT-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-GRAVAR-CALENDARIO-END
            END-IF

            IF WS-GERAR-ANO
               MOVE SPACES TO RPT-LINE
               STRING "Dias não úteis de " WS-ANO-GERAR ":"
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
            END-IF

            PERFORM PROC-GRAVAR-DIA-EXISTENTE
                    THRU PROC-GRAVAR-DIA-EXISTENTE-END
                    VARYING WS-TAB-IDX FROM 1 BY 1
                    UNTIL WS-TAB-IDX > WS-QTD-DIAS

            IF WS-GERAR-ANO AND NOT WS-ANO-GERADO
               PERFORM PROC-GERAR-ANO
                       THRU PROC-GERAR-ANO-END
            END-IF

            CLOSE CAL-SAI-FILE
            .
       PROC-GRAVAR-CALENDARIO-END.

       PROC-GRAVAR-DIA-EXISTENTE.
            MOVE WS-TAB-REGISTRO(WS-TAB-IDX) TO CALD-REC

            IF WS-GERAR-ANO
               AND CALD-DATA NOT < WS-INICIO-ANO
               AND CALD-DATA NOT > WS-FIM-ANO
               GO TO PROC-GRAVAR-DIA-EXISTENTE-END
            END-IF

            IF WS-GERAR-ANO AND NOT WS-ANO-GERADO
               AND CALD-DATA > WS-FIM-ANO
               PERFORM PROC-GERAR-ANO
                       THRU PROC-GERAR-ANO-END
               MOVE WS-TAB-REGISTRO(WS-TAB-IDX) TO CALD-REC
            END-IF

            PERFORM PROC-APLICAR-CARTAO
                    THRU PROC-APLICAR-CARTAO-END

            PERFORM PROC-GRAVAR-DIA
                    THRU PROC-GRAVAR-DIA-END
            .
       PROC-GRAVAR-DIA-EXISTENTE-END.

      ******************************************************************
      * INTEGER-OF-DATE counts from Monday 01/01/1601 = 1, so the
      * remainder by 7 gives the weekday: 6 Saturday, 0 Sunday.
      ******************************************************************
       PROC-GERAR-ANO.
            SET WS-ANO-GERADO TO TRUE

            COMPUTE WS-DIA-INTEIRO =
                    FUNCTION INTEGER-OF-DATE(WS-INICIO-ANO)
            COMPUTE WS-DIA-FINAL =
                    FUNCTION INTEGER-OF-DATE(WS-FIM-ANO)

            PERFORM PROC-GERAR-DIA
                    THRU PROC-GERAR-DIA-END
                    UNTIL WS-DIA-INTEIRO > WS-DIA-FINAL
            .
       PROC-GERAR-ANO-END.

       PROC-GERAR-DIA.
            MOVE SPACES TO CALD-REC

            COMPUTE CALD-DATA =
                    FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)

            DIVIDE WS-DIA-INTEIRO BY 7 GIVING WS-DIA-QUOCIENTE
                   REMAINDER WS-DIA-SEMANA

            EVALUATE WS-DIA-SEMANA
               WHEN 6
                   SET CALD-NAO-UTIL TO TRUE
                   MOVE "SÁBADO"  TO CALD-DESCRICAO
               WHEN 0
                   SET CALD-NAO-UTIL TO TRUE
                   MOVE "DOMINGO" TO CALD-DESCRICAO
               WHEN OTHER
                   SET CALD-UTIL TO TRUE
            END-EVALUATE

            PERFORM PROC-APLICAR-CARTAO
                    THRU PROC-APLICAR-CARTAO-END

            IF CALD-UTIL
               ADD 1 TO WS-CONT-UTEIS-ANO
            ELSE
               MOVE SPACES TO RPT-LINE
               STRING "  " CALD-DATA "  " CALD-DESCRICAO
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
            END-IF

            PERFORM PROC-GRAVAR-DIA
                    THRU PROC-GRAVAR-DIA-END

            ADD 1 TO WS-DIA-INTEIRO
            .
       PROC-GERAR-DIA-END.

       PROC-APLICAR-CARTAO.
            MOVE 0 TO WS-ACHADO-IDX
            MOVE 1 TO WS-BUSCA-IDX

            PERFORM PROC-COMPARAR-CARTAO
                    THRU PROC-COMPARAR-CARTAO-END
                    UNTIL WS-ACHADO-IDX > 0
                          OR WS-BUSCA-IDX > WS-QTD-CARTOES

            IF WS-ACHADO-IDX = 0
               GO TO PROC-APLICAR-CARTAO-END
            END-IF

            MOVE WS-CARTAO-DIA-UTIL(WS-ACHADO-IDX)  TO CALD-DIA-UTIL
            MOVE WS-CARTAO-DESCRICAO(WS-ACHADO-IDX) TO CALD-DESCRICAO

            IF NOT WS-CARTAO-USADO(WS-ACHADO-IDX)
               SET WS-CARTAO-USADO(WS-ACHADO-IDX) TO TRUE
               ADD 1 TO WS-CONT-APLICADOS
            END-IF
            .
       PROC-APLICAR-CARTAO-END.

       PROC-COMPARAR-CARTAO.
            IF WS-CARTAO-DATA(WS-BUSCA-IDX) = CALD-DATA
               MOVE WS-BUSCA-IDX TO WS-ACHADO-IDX
            END-IF

            ADD 1 TO WS-BUSCA-IDX
            .
       PROC-COMPARAR-CARTAO-END.

       PROC-GRAVAR-DIA.
            WRITE CAL-SAI-REG FROM CALD-REC

            IF WS-CALOUT-FS NOT = "00"
               DISPLAY "Erro ao gravar CALOUT, status: " WS-CALOUT-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-GRAVAR-DIA-END
            END-IF

            IF WS-CONT-GRAVADOS = 0
               MOVE CALD-DATA TO WS-PRIMEIRA-GRAVADA
            END-IF

            ADD 1 TO WS-CONT-GRAVADOS
            MOVE CALD-DATA TO WS-ULTIMA-GRAVADA
            .
       PROC-GRAVAR-DIA-END.

       PROC-IMPRIMIR-RESUMO.
            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE

            PERFORM PROC-IMPRIMIR-CARTAO
                    THRU PROC-IMPRIMIR-CARTAO-END
                    VARYING WS-CARTAO-IDX FROM 1 BY 1
                    UNTIL WS-CARTAO-IDX > WS-QTD-CARTOES

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE

            IF WS-GERAR-ANO
               MOVE SPACES TO RPT-LINE
               STRING "Dias úteis em " WS-ANO-GERAR ": "
                      WS-CONT-UTEIS-ANO
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
            END-IF

            MOVE SPACES TO RPT-LINE
            STRING "Calendário gravado de " WS-PRIMEIRA-GRAVADA
                   " a " WS-ULTIMA-GRAVADA ", " WS-CONT-GRAVADOS
                   " dias"
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            MOVE SPACES TO RPT-LINE
            STRING "Cartões lidos " WS-CONT-CARTOES-LIDOS
                   ", aplicados " WS-CONT-APLICADOS
                   ", rejeitados " WS-CONT-REJEITADOS
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE
            .
       PROC-IMPRIMIR-RESUMO-END.

      ******************************************************************
      * A valid card that matched no day - a date outside the year
      * generated and not on the calendar already - is as wrong as a
      * bad card: the holiday the desk meant was not marked.
      ******************************************************************
       PROC-IMPRIMIR-CARTAO.
            IF WS-CARTAO-USADO(WS-CARTAO-IDX)
               MOVE SPACES TO RPT-LINE
               STRING "Cartão aplicado  " WS-CARTAO-DATA(WS-CARTAO-IDX)
                      " " WS-CARTAO-DIA-UTIL(WS-CARTAO-IDX)
                      " " WS-CARTAO-DESCRICAO(WS-CARTAO-IDX)
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               GO TO PROC-IMPRIMIR-CARTAO-END
            END-IF

            ADD 1 TO WS-CONT-REJEITADOS

            MOVE SPACES TO RPT-LINE
            STRING "Cartão rejeitado (" WS-CARTAO-DATA(WS-CARTAO-IDX)
                   "): data fora do calendário"
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE
            .
       PROC-IMPRIMIR-CARTAO-END.

       PROC-ENCERRAR.
            CLOSE RPT-FILE

            DISPLAY "CALMNT - dias gravados.......: " WS-CONT-GRAVADOS
            DISPLAY "CALMNT - último dia coberto..: " WS-ULTIMA-GRAVADA
            DISPLAY "CALMNT - cartões aplicados...: " WS-CONT-APLICADOS
            DISPLAY "CALMNT - cartões rejeitados..: "
                    WS-CONT-REJEITADOS

            IF WS-CONT-REJEITADOS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
            END-IF

            STOP RUN.

       END PROGRAM CALMNT.
