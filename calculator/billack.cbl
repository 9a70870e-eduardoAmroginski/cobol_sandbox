      ******************************************************************
      * Author: Eduardo Amroginski Santos
      * Date: 15/10/2026
      * Purpose: Billing acknowledgement and outstanding transmissions.
      *          We sent BILLOUT and never learned whether billing's
      *          intake edit took it; a refused file or line turned up
      *          as a phone call days later. Reads billing's return
      *          file on ACKIN (BACKREC layout) - one record per
      *          extract and one per detail line, accepted or
      *          rejected with billing's reason - and matches every
      *          record to the extract it answers on the transmission
      *          history BILLSTAT (BSTAREC layout) that BILLEXTR keeps.
      *          Each extract acknowledgement is appended to BILLSTAT
      *          as an accepted or rejected event, and every rejected
      *          line is printed for the desk with what we actually
      *          sent on it, taken from the sent-lines history
      *          BILLSENT (BSENREC layout).
      *
      *          The outstanding-transmissions page lists every
      *          extract still waiting on billing - sent or resent and
      *          not yet acknowledged, or rejected and not yet resent -
      *          and flags as overdue those sent before the second-last
      *          business day on the calendar CALEND, i.e. not
      *          acknowledged within two business days. A later resend
      *          of the same date supersedes the earlier sequence.
      *          The run ends RC=4 when anything needs the desk: an
      *          overdue or rejected extract, a rejected line, or an
      *          acknowledgement that matches nothing we sent. The file
      *          may be empty: the outstanding page still prints.
      *
      * Modification history:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACK-FILE
               ASSIGN TO "ACKIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACK-FS.

           SELECT BSTA-FILE
               ASSIGN TO "BILLSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BSTA-FS.

           SELECT BSEN-FILE
               ASSIGN TO "BILLSENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BSEN-FS.

           SELECT CAL-FILE
               ASSIGN TO "CALEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-FS.

           SELECT RUNC-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-FS.

           SELECT RPT-FILE
               ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BACK-FILE.
           COPY BACKREC.

       FD  BSTA-FILE.
           COPY BSTAREC.

       FD  BSEN-FILE.
           COPY BSENREC.

       FD  CAL-FILE.
           COPY CALDREC.

       FD  RUNC-FILE.
           COPY RUNCREC.

       FD  RPT-FILE.
           COPY RPTREC.

       WORKING-STORAGE SECTION.
       77 WS-BACK-FS            PIC X(02)  VALUE "00".
       77 WS-BSTA-FS            PIC X(02)  VALUE "00".
       77 WS-BSEN-FS            PIC X(02)  VALUE "00".
       77 WS-CAL-FS             PIC X(02)  VALUE "00".
       77 WS-RUNC-FS            PIC X(02)  VALUE "00".

       77 WS-FIM-BACK           PIC X(01)  VALUE "N".
           88 WS-BACK-ESGOTADO  VALUE "S".

       77 WS-FIM-BSTA           PIC X(01)  VALUE "N".
           88 WS-BSTA-ESGOTADO  VALUE "S".

       77 WS-FIM-BSEN           PIC X(01)  VALUE "N".
           88 WS-BSEN-ESGOTADO  VALUE "S".

       77 WS-FIM-CAL-FLAG       PIC X(01)  VALUE "N".
           88 WS-FIM-CAL        VALUE "S".

       77 WS-DATA-HOJE          PIC 9(08)  VALUE ZERO.
       77 WS-DATA-HOJE-X        PIC X(10)  VALUE SPACES.

      * The last two business days up to today: an extract sent before
      * the older of the two has had two business days to be answered.
       77 WS-UTIL-1             PIC 9(08)  VALUE ZERO.
       77 WS-UTIL-2             PIC 9(08)  VALUE ZERO.
       77 WS-LIMITE-ATRASO      PIC 9(08)  VALUE ZERO.
       77 WS-INT-HOJE           PIC 9(08) COMP.

      * Transmission history, one entry per business date and
      * sequence, holding the last event seen.
       77 WS-MAX-ENVIOS         PIC 9(04) COMP VALUE 2000.
       77 WS-QTD-ENVIOS         PIC 9(04) COMP VALUE 0.
       77 WS-ENV-IDX            PIC 9(04) COMP.

       01  WS-ENVIOS.
           05  WS-ENV-ENT          OCCURS 2000 TIMES.
               10  WS-ENV-DATA         PIC 9(08).
               10  WS-ENV-SEQ          PIC 9(03).
               10  WS-ENV-EVENTO       PIC X(01).
                   88 WS-ENV-PENDENTE  VALUE "E" "N".
                   88 WS-ENV-ACEITO    VALUE "A".
                   88 WS-ENV-REJEITADO VALUE "R".
               10  WS-ENV-DATA-ENVIO   PIC 9(08).
               10  WS-ENV-LINHAS       PIC 9(09).
               10  WS-ENV-HASH         PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER.
               10  WS-ENV-MOTIVO       PIC X(04).
               10  WS-ENV-REJ-LINHAS   PIC 9(09) COMP.

      * Acknowledgement records of this run, with what was sent on the
      * line each one answers.
       77 WS-MAX-RETORNOS       PIC 9(04) COMP VALUE 2000.
       77 WS-QTD-RETORNOS       PIC 9(04) COMP VALUE 0.
       77 WS-RET-IDX            PIC 9(04) COMP.

       01  WS-RETORNOS.
           05  WS-RET-ENT          OCCURS 2000 TIMES.
               10  WS-RET-TIPO         PIC X(01).
               10  WS-RET-DATA         PIC 9(08).
               10  WS-RET-SEQ          PIC 9(03).
               10  WS-RET-LINHA        PIC 9(05).
               10  WS-RET-OPERADOR     PIC X(08).
               10  WS-RET-MODO         PIC X(01).
               10  WS-RET-SITUACAO     PIC X(01).
               10  WS-RET-MOTIVO       PIC X(04).
               10  WS-RET-DESCRICAO    PIC X(30).
               10  WS-RET-ENV-IDX      PIC 9(04) COMP.
               10  WS-RET-CASADA       PIC X(01).
                   88 WS-RET-LINHA-CASADA VALUE "S".
               10  WS-RET-ENV-OPERADOR PIC X(08).
               10  WS-RET-ENV-MODO     PIC X(01).
               10  WS-RET-ENV-VOLUME   PIC 9(09).
               10  WS-RET-ENV-COBRANCA PIC S9(13)V99
                                        SIGN LEADING SEPARATE CHARACTER.

       77 WS-BUSCA-IDX          PIC 9(04) COMP.
       77 WS-ACHADO-IDX         PIC 9(04) COMP.
       77 WS-SUPERADO-FLAG      PIC X(01).
           88 WS-ENV-SUPERADO   VALUE "S".

       77 WS-CHAVE-DATA         PIC 9(08).
       77 WS-CHAVE-SEQ          PIC 9(03).

       77 WS-TIMESTAMP          PIC X(26).
       77 WS-DATA-ATUAL         PIC 9(08).
       77 WS-HORA-ATUAL         PIC 9(08).

       77 WS-CONT-RETORNOS      PIC 9(09) COMP VALUE 0.
       77 WS-CONT-SEM-ENVIO     PIC 9(09) COMP VALUE 0.
       77 WS-CONT-EXT-ACEITOS   PIC 9(09) COMP VALUE 0.
       77 WS-CONT-EXT-REJEITADOS PIC 9(09) COMP VALUE 0.
       77 WS-CONT-LIN-REJEITADAS PIC 9(09) COMP VALUE 0.
       77 WS-CONT-PENDENTES     PIC 9(09) COMP VALUE 0.
       77 WS-CONT-ATRASADOS     PIC 9(09) COMP VALUE 0.

       77 WS-LINHA-CONT         PIC 9(03) COMP VALUE 99.
       77 WS-LINHAS-POR-PAGINA  PIC 9(03) COMP VALUE 55.
       77 WS-PAGINA             PIC 9(05) VALUE 0.
       77 WS-PAG-EDITADA        PIC Z(04)9.
       77 WS-LINHA-PENDENTE     PIC X(80).

       77 WS-VOL-EDITADO        PIC Z(08)9.
       77 WS-VAL-EDITADO        PIC -(13)9.99.
       77 WS-SITUACAO-TEXTO     PIC X(24).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM PROC-INICIALIZAR
                    THRU PROC-INICIALIZAR-END

            IF RETURN-CODE > 4
               GO TO MAIN-PROCEDURE-FIM
            END-IF

            PERFORM PROC-LER-RETORNO
                    THRU PROC-LER-RETORNO-END
                    UNTIL WS-BACK-ESGOTADO

            PERFORM PROC-CASAR-LINHAS-ENVIADAS
                    THRU PROC-CASAR-LINHAS-ENVIADAS-END

            PERFORM PROC-REGISTRAR-RETORNOS
                    THRU PROC-REGISTRAR-RETORNOS-END

            OPEN OUTPUT RPT-FILE

            PERFORM PROC-IMPRIMIR-RETORNOS
                    THRU PROC-IMPRIMIR-RETORNOS-END

            PERFORM PROC-IMPRIMIR-PENDENTES
                    THRU PROC-IMPRIMIR-PENDENTES-END

            CLOSE RPT-FILE

            IF RETURN-CODE = 0
               AND (WS-CONT-SEM-ENVIO > 0
                    OR WS-CONT-EXT-REJEITADOS > 0
                    OR WS-CONT-LIN-REJEITADAS > 0
                    OR WS-CONT-ATRASADOS > 0)
               MOVE 4 TO RETURN-CODE
            END-IF
            .
       MAIN-PROCEDURE-FIM.
            PERFORM PROC-ENCERRAR
            .
       MAIN-PROCEDURE-END.

       PROC-INICIALIZAR.
            INITIALIZE WS-ENVIOS
                       WS-RETORNOS

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM PROC-LER-RUN-CONTROL
                    THRU PROC-LER-RUN-CONTROL-END

            MOVE SPACES TO WS-DATA-HOJE-X
            STRING WS-DATA-HOJE(1:4) "-" WS-DATA-HOJE(5:2) "-"
                   WS-DATA-HOJE(7:2)
                   DELIMITED BY SIZE INTO WS-DATA-HOJE-X
            END-STRING

            PERFORM PROC-APURAR-LIMITE
                    THRU PROC-APURAR-LIMITE-END

            PERFORM PROC-CARREGAR-HISTORICO
                    THRU PROC-CARREGAR-HISTORICO-END

            OPEN INPUT BACK-FILE

            IF WS-BACK-FS NOT = "00"
               DISPLAY "Erro ao abrir ACKIN, status: " WS-BACK-FS
               MOVE 8 TO RETURN-CODE
               SET WS-BACK-ESGOTADO TO TRUE
            END-IF
            .
       PROC-INICIALIZAR-END.

       PROC-LER-RUN-CONTROL.
            OPEN INPUT RUNC-FILE

            IF WS-RUNC-FS NOT = "00"
               DISPLAY "Erro ao abrir RUNCTL, status: " WS-RUNC-FS
               GO TO PROC-LER-RUN-CONTROL-END
            END-IF

            READ RUNC-FILE
                AT END
                    DISPLAY "RUNCTL sem registro de controle"
                NOT AT END
                    MOVE RUNC-DATA-MOVTO TO WS-DATA-HOJE
            END-READ

            CLOSE RUNC-FILE
            .
       PROC-LER-RUN-CONTROL-END.

      ******************************************************************
      * An extract sent before WS-LIMITE-ATRASO is overdue. Without a
      * usable calendar the limit falls back to two calendar days.
      ******************************************************************
       PROC-APURAR-LIMITE.
            OPEN INPUT CAL-FILE

            IF WS-CAL-FS NOT = "00"
               DISPLAY "Erro ao abrir CALEND, status: " WS-CAL-FS
               GO TO PROC-APURAR-LIMITE-CORRIDO
            END-IF

            PERFORM PROC-LER-CALENDARIO
                    THRU PROC-LER-CALENDARIO-END
                    UNTIL WS-FIM-CAL

            CLOSE CAL-FILE

            IF WS-UTIL-2 NOT = ZERO
               MOVE WS-UTIL-2 TO WS-LIMITE-ATRASO
               GO TO PROC-APURAR-LIMITE-END
            END-IF

            DISPLAY "Calendário não cobre " WS-DATA-HOJE
            .
       PROC-APURAR-LIMITE-CORRIDO.
            DISPLAY "BILLACK - atraso contado em dias corridos"

            COMPUTE WS-INT-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - 1
            COMPUTE WS-LIMITE-ATRASO =
                    FUNCTION DATE-OF-INTEGER(WS-INT-HOJE)
            .
       PROC-APURAR-LIMITE-END.

       PROC-LER-CALENDARIO.
            READ CAL-FILE
                AT END
                    SET WS-FIM-CAL TO TRUE
                    GO TO PROC-LER-CALENDARIO-END
            END-READ

            IF CALD-DATA > WS-DATA-HOJE
               SET WS-FIM-CAL TO TRUE
               GO TO PROC-LER-CALENDARIO-END
            END-IF

            IF CALD-UTIL
               MOVE WS-UTIL-1 TO WS-UTIL-2
               MOVE CALD-DATA TO WS-UTIL-1
            END-IF
            .
       PROC-LER-CALENDARIO-END.

       PROC-CARREGAR-HISTORICO.
            OPEN INPUT BSTA-FILE

            IF WS-BSTA-FS = "35"
               DISPLAY "BILLSTAT vazio, nenhum envio registrado"
               GO TO PROC-CARREGAR-HISTORICO-END
            END-IF

            IF WS-BSTA-FS NOT = "00"
               DISPLAY "Erro ao abrir BILLSTAT, status: " WS-BSTA-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-CARREGAR-HISTORICO-END
            END-IF

            PERFORM PROC-LER-HISTORICO
                    THRU PROC-LER-HISTORICO-END
                    UNTIL WS-BSTA-ESGOTADO

            CLOSE BSTA-FILE

            DISPLAY "BILLACK - transmissões no histórico: "
                    WS-QTD-ENVIOS
            .
       PROC-CARREGAR-HISTORICO-END.

       PROC-LER-HISTORICO.
            READ BSTA-FILE
                AT END
                    SET WS-BSTA-ESGOTADO TO TRUE
                    GO TO PROC-LER-HISTORICO-END
            END-READ

            MOVE BSTA-DATA      TO WS-CHAVE-DATA
            MOVE BSTA-SEQ-ENVIO TO WS-CHAVE-SEQ

            PERFORM PROC-LOCALIZAR-ENVIO
                    THRU PROC-LOCALIZAR-ENVIO-END

            IF WS-ACHADO-IDX > 0
               GO TO PROC-LER-HISTORICO-EVENTO
            END-IF

            IF WS-QTD-ENVIOS NOT < WS-MAX-ENVIOS
               DISPLAY "Tabela de transmissões cheia, histórico "
                       "incompleto"
               MOVE 8 TO RETURN-CODE
               SET WS-BSTA-ESGOTADO TO TRUE
               GO TO PROC-LER-HISTORICO-END
            END-IF

            ADD 1 TO WS-QTD-ENVIOS
            MOVE WS-QTD-ENVIOS TO WS-ACHADO-IDX
            MOVE BSTA-DATA      TO WS-ENV-DATA(WS-ACHADO-IDX)
            MOVE BSTA-SEQ-ENVIO TO WS-ENV-SEQ(WS-ACHADO-IDX)
            .
       PROC-LER-HISTORICO-EVENTO.
            MOVE BSTA-EVENTO TO WS-ENV-EVENTO(WS-ACHADO-IDX)
            MOVE BSTA-MOTIVO TO WS-ENV-MOTIVO(WS-ACHADO-IDX)

            IF BSTA-ENVIADO OR BSTA-REENVIADO
               MOVE BSTA-DATA-EVENTO
                    TO WS-ENV-DATA-ENVIO(WS-ACHADO-IDX)
               MOVE BSTA-LINHAS TO WS-ENV-LINHAS(WS-ACHADO-IDX)
               MOVE BSTA-HASH   TO WS-ENV-HASH(WS-ACHADO-IDX)
            END-IF
            .
       PROC-LER-HISTORICO-END.

       PROC-LOCALIZAR-ENVIO.
            MOVE 0 TO WS-ACHADO-IDX
            MOVE 1 TO WS-BUSCA-IDX

            PERFORM PROC-COMPARAR-ENVIO
                    THRU PROC-COMPARAR-ENVIO-END
                    UNTIL WS-ACHADO-IDX > 0
                          OR WS-BUSCA-IDX > WS-QTD-ENVIOS
            .
       PROC-LOCALIZAR-ENVIO-END.

       PROC-COMPARAR-ENVIO.
            IF WS-ENV-DATA(WS-BUSCA-IDX) = WS-CHAVE-DATA
               AND WS-ENV-SEQ(WS-BUSCA-IDX) = WS-CHAVE-SEQ
               MOVE WS-BUSCA-IDX TO WS-ACHADO-IDX
            END-IF

            ADD 1 TO WS-BUSCA-IDX
            .
       PROC-COMPARAR-ENVIO-END.

      ******************************************************************
      * Every acknowledgement record must answer an extract we sent;
      * one that does not is kept for the report and counted.
      ******************************************************************
       PROC-LER-RETORNO.
            READ BACK-FILE
                AT END
                    SET WS-BACK-ESGOTADO TO TRUE
                    GO TO PROC-LER-RETORNO-END
            END-READ

            ADD 1 TO WS-CONT-RETORNOS

            IF WS-QTD-RETORNOS NOT < WS-MAX-RETORNOS
               DISPLAY "Tabela de retornos cheia, registro ignorado"
               MOVE 8 TO RETURN-CODE
               GO TO PROC-LER-RETORNO-END
            END-IF

            ADD 1 TO WS-QTD-RETORNOS
            MOVE WS-QTD-RETORNOS TO WS-RET-IDX

            MOVE BACK-TIPO      TO WS-RET-TIPO(WS-RET-IDX)
            MOVE BACK-DATA      TO WS-RET-DATA(WS-RET-IDX)
            MOVE BACK-SEQ-ENVIO TO WS-RET-SEQ(WS-RET-IDX)
            MOVE BACK-LINHA     TO WS-RET-LINHA(WS-RET-IDX)
            MOVE BACK-OPERADOR  TO WS-RET-OPERADOR(WS-RET-IDX)
            MOVE BACK-MODO      TO WS-RET-MODO(WS-RET-IDX)
            MOVE BACK-SITUACAO  TO WS-RET-SITUACAO(WS-RET-IDX)
            MOVE BACK-MOTIVO    TO WS-RET-MOTIVO(WS-RET-IDX)
            MOVE BACK-DESCRICAO TO WS-RET-DESCRICAO(WS-RET-IDX)
            MOVE "N"            TO WS-RET-CASADA(WS-RET-IDX)

            MOVE BACK-DATA      TO WS-CHAVE-DATA
            MOVE BACK-SEQ-ENVIO TO WS-CHAVE-SEQ

            PERFORM PROC-LOCALIZAR-ENVIO
                    THRU PROC-LOCALIZAR-ENVIO-END

            MOVE WS-ACHADO-IDX TO WS-RET-ENV-IDX(WS-RET-IDX)

            IF WS-ACHADO-IDX = 0
               ADD 1 TO WS-CONT-SEM-ENVIO
               GO TO PROC-LER-RETORNO-END
            END-IF

            IF BACK-LINHA-DET AND BACK-REJEITADO
               ADD 1 TO WS-ENV-REJ-LINHAS(WS-ACHADO-IDX)
               ADD 1 TO WS-CONT-LIN-REJEITADAS
            END-IF
            .
       PROC-LER-RETORNO-END.

      ******************************************************************
      * One pass over the sent-lines history picks up, for every line
      * acknowledgement, what that line carried when it went out.
      ******************************************************************
       PROC-CASAR-LINHAS-ENVIADAS.
            IF WS-QTD-RETORNOS = 0
               GO TO PROC-CASAR-LINHAS-ENVIADAS-END
            END-IF

            OPEN INPUT BSEN-FILE

            IF WS-BSEN-FS = "35"
               GO TO PROC-CASAR-LINHAS-ENVIADAS-END
            END-IF

            IF WS-BSEN-FS NOT = "00"
               DISPLAY "Erro ao abrir BILLSENT, status: " WS-BSEN-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-CASAR-LINHAS-ENVIADAS-END
            END-IF

            PERFORM PROC-LER-LINHA-ENVIADA
                    THRU PROC-LER-LINHA-ENVIADA-END
                    UNTIL WS-BSEN-ESGOTADO

            CLOSE BSEN-FILE
            .
       PROC-CASAR-LINHAS-ENVIADAS-END.

       PROC-LER-LINHA-ENVIADA.
            READ BSEN-FILE
                AT END
                    SET WS-BSEN-ESGOTADO TO TRUE
                    GO TO PROC-LER-LINHA-ENVIADA-END
            END-READ

            PERFORM PROC-CASAR-UMA-LINHA
                    THRU PROC-CASAR-UMA-LINHA-END
                    VARYING WS-RET-IDX FROM 1 BY 1
                    UNTIL WS-RET-IDX > WS-QTD-RETORNOS
            .
       PROC-LER-LINHA-ENVIADA-END.

       PROC-CASAR-UMA-LINHA.
            IF WS-RET-TIPO(WS-RET-IDX) NOT = "L"
               OR WS-RET-DATA(WS-RET-IDX)  NOT = BSEN-DATA
               OR WS-RET-SEQ(WS-RET-IDX)   NOT = BSEN-SEQ-ENVIO
               OR WS-RET-LINHA(WS-RET-IDX) NOT = BSEN-LINHA
               GO TO PROC-CASAR-UMA-LINHA-END
            END-IF

            SET WS-RET-LINHA-CASADA(WS-RET-IDX) TO TRUE
            MOVE BSEN-OPERADOR TO WS-RET-ENV-OPERADOR(WS-RET-IDX)
            MOVE BSEN-MODO     TO WS-RET-ENV-MODO(WS-RET-IDX)
            MOVE BSEN-VOLUME   TO WS-RET-ENV-VOLUME(WS-RET-IDX)
            MOVE BSEN-COBRANCA TO WS-RET-ENV-COBRANCA(WS-RET-IDX)
            .
       PROC-CASAR-UMA-LINHA-END.

      ******************************************************************
      * Appends the accepted/rejected event of every extract billing
      * answered, and moves the entry on the table along with it so
      * the outstanding page reflects this run.
      ******************************************************************
       PROC-REGISTRAR-RETORNOS.
            IF WS-QTD-RETORNOS = 0
               GO TO PROC-REGISTRAR-RETORNOS-END
            END-IF

            OPEN EXTEND BSTA-FILE

            IF WS-BSTA-FS NOT = "00"
               DISPLAY "Erro ao abrir BILLSTAT, status: " WS-BSTA-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-REGISTRAR-RETORNOS-END
            END-IF

            PERFORM PROC-MONTAR-TIMESTAMP
                    THRU PROC-MONTAR-TIMESTAMP-END

            PERFORM PROC-REGISTRAR-UM-RETORNO
                    THRU PROC-REGISTRAR-UM-RETORNO-END
                    VARYING WS-RET-IDX FROM 1 BY 1
                    UNTIL WS-RET-IDX > WS-QTD-RETORNOS

            CLOSE BSTA-FILE
            .
       PROC-REGISTRAR-RETORNOS-END.

       PROC-REGISTRAR-UM-RETORNO.
            IF WS-RET-TIPO(WS-RET-IDX) NOT = "E"
               OR WS-RET-ENV-IDX(WS-RET-IDX) = 0
               GO TO PROC-REGISTRAR-UM-RETORNO-END
            END-IF

            MOVE WS-RET-ENV-IDX(WS-RET-IDX) TO WS-ENV-IDX

            INITIALIZE BSTA-REC
            MOVE WS-ENV-DATA(WS-ENV-IDX)  TO BSTA-DATA
            MOVE WS-ENV-SEQ(WS-ENV-IDX)   TO BSTA-SEQ-ENVIO
            MOVE WS-DATA-HOJE             TO BSTA-DATA-EVENTO
            MOVE WS-TIMESTAMP             TO BSTA-TIMESTAMP
            MOVE WS-ENV-LINHAS(WS-ENV-IDX) TO BSTA-LINHAS
            MOVE WS-ENV-REJ-LINHAS(WS-ENV-IDX) TO BSTA-REJEITADAS
            MOVE WS-ENV-HASH(WS-ENV-IDX)  TO BSTA-HASH

            IF WS-RET-SITUACAO(WS-RET-IDX) = "A"
               SET BSTA-ACEITO TO TRUE
               ADD 1 TO WS-CONT-EXT-ACEITOS
            ELSE
               SET BSTA-REJEITADO TO TRUE
               MOVE WS-RET-MOTIVO(WS-RET-IDX) TO BSTA-MOTIVO
               ADD 1 TO WS-CONT-EXT-REJEITADOS
            END-IF

            WRITE BSTA-REC

            IF WS-BSTA-FS NOT = "00"
               DISPLAY "Erro ao gravar BILLSTAT, status: " WS-BSTA-FS
               MOVE 8 TO RETURN-CODE
            END-IF

            MOVE BSTA-EVENTO TO WS-ENV-EVENTO(WS-ENV-IDX)
            MOVE BSTA-MOTIVO TO WS-ENV-MOTIVO(WS-ENV-IDX)
            .
       PROC-REGISTRAR-UM-RETORNO-END.

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

      ******************************************************************
      * First part of the report: what billing answered this run -
      * the extracts, then every refused line against what we sent.
      ******************************************************************
       PROC-IMPRIMIR-RETORNOS.
            MOVE "RETORNO DO FATURAMENTO - EXTRATOS" TO RPT-LINE
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            PERFORM PROC-ESCREVER-BRANCO
                    THRU PROC-ESCREVER-BRANCO-END

            IF WS-QTD-RETORNOS = 0
               MOVE "Nenhum retorno recebido nesta execução."
                    TO RPT-LINE
               PERFORM PROC-ESCREVER-LINHA
                       THRU PROC-ESCREVER-LINHA-END
               GO TO PROC-IMPRIMIR-RETORNOS-END
            END-IF

            PERFORM PROC-IMPRIMIR-UM-EXTRATO
                    THRU PROC-IMPRIMIR-UM-EXTRATO-END
                    VARYING WS-RET-IDX FROM 1 BY 1
                    UNTIL WS-RET-IDX > WS-QTD-RETORNOS

            PERFORM PROC-ESCREVER-BRANCO
                    THRU PROC-ESCREVER-BRANCO-END

            MOVE "LINHAS RECUSADAS PELO FATURAMENTO" TO RPT-LINE
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            PERFORM PROC-ESCREVER-BRANCO
                    THRU PROC-ESCREVER-BRANCO-END

            IF WS-CONT-LIN-REJEITADAS = 0
               MOVE "Nenhuma linha recusada." TO RPT-LINE
               PERFORM PROC-ESCREVER-LINHA
                       THRU PROC-ESCREVER-LINHA-END
            END-IF

            PERFORM PROC-IMPRIMIR-UMA-RECUSA
                    THRU PROC-IMPRIMIR-UMA-RECUSA-END
                    VARYING WS-RET-IDX FROM 1 BY 1
                    UNTIL WS-RET-IDX > WS-QTD-RETORNOS

            PERFORM PROC-IMPRIMIR-SEM-ENVIO
                    THRU PROC-IMPRIMIR-SEM-ENVIO-END
                    VARYING WS-RET-IDX FROM 1 BY 1
                    UNTIL WS-RET-IDX > WS-QTD-RETORNOS
            .
       PROC-IMPRIMIR-RETORNOS-END.

       PROC-IMPRIMIR-UM-EXTRATO.
            IF WS-RET-TIPO(WS-RET-IDX) NOT = "E"
               OR WS-RET-ENV-IDX(WS-RET-IDX) = 0
               GO TO PROC-IMPRIMIR-UM-EXTRATO-END
            END-IF

            MOVE WS-RET-ENV-IDX(WS-RET-IDX) TO WS-ENV-IDX
            MOVE WS-ENV-REJ-LINHAS(WS-ENV-IDX) TO WS-VOL-EDITADO

            IF WS-RET-SITUACAO(WS-RET-IDX) = "A"
               MOVE "ACEITO" TO WS-SITUACAO-TEXTO
            ELSE
               MOVE "REJEITADO" TO WS-SITUACAO-TEXTO
            END-IF

            MOVE SPACES TO RPT-LINE
            STRING "Data " WS-RET-DATA(WS-RET-IDX)
                   " envio " WS-RET-SEQ(WS-RET-IDX)
                   "  " WS-SITUACAO-TEXTO(1:10)
                   " linhas recusadas " WS-VOL-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            IF WS-RET-SITUACAO(WS-RET-IDX) NOT = "A"
               MOVE SPACES TO RPT-LINE
               STRING "      motivo " WS-RET-MOTIVO(WS-RET-IDX)
                      " " WS-RET-DESCRICAO(WS-RET-IDX)
                      " - corrigir e reenviar"
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               PERFORM PROC-ESCREVER-LINHA
                       THRU PROC-ESCREVER-LINHA-END
            END-IF
            .
       PROC-IMPRIMIR-UM-EXTRATO-END.

       PROC-IMPRIMIR-UMA-RECUSA.
            IF WS-RET-TIPO(WS-RET-IDX) NOT = "L"
               OR WS-RET-SITUACAO(WS-RET-IDX) NOT = "R"
               OR WS-RET-ENV-IDX(WS-RET-IDX) = 0
               GO TO PROC-IMPRIMIR-UMA-RECUSA-END
            END-IF

            MOVE SPACES TO RPT-LINE
            STRING "Data " WS-RET-DATA(WS-RET-IDX)
                   " envio " WS-RET-SEQ(WS-RET-IDX)
                   " linha " WS-RET-LINHA(WS-RET-IDX)
                   "  motivo " WS-RET-MOTIVO(WS-RET-IDX)
                   " " WS-RET-DESCRICAO(WS-RET-IDX)
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            IF NOT WS-RET-LINHA-CASADA(WS-RET-IDX)
               MOVE "      *** LINHA NÃO CONSTA DO EXTRATO ENVIADO"
                    TO RPT-LINE
               PERFORM PROC-ESCREVER-LINHA
                       THRU PROC-ESCREVER-LINHA-END
               GO TO PROC-IMPRIMIR-UMA-RECUSA-END
            END-IF

            MOVE WS-RET-ENV-VOLUME(WS-RET-IDX)   TO WS-VOL-EDITADO
            MOVE WS-RET-ENV-COBRANCA(WS-RET-IDX) TO WS-VAL-EDITADO

            MOVE SPACES TO RPT-LINE
            STRING "      enviado: " WS-RET-ENV-OPERADOR(WS-RET-IDX)
                   " modo " WS-RET-ENV-MODO(WS-RET-IDX)
                   " vol " WS-VOL-EDITADO
                   " cobrança " WS-VAL-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            IF WS-RET-OPERADOR(WS-RET-IDX) NOT =
               WS-RET-ENV-OPERADOR(WS-RET-IDX)
               OR WS-RET-MODO(WS-RET-IDX) NOT =
               WS-RET-ENV-MODO(WS-RET-IDX)
               MOVE SPACES TO RPT-LINE
               STRING "      *** faturamento leu "
                      WS-RET-OPERADOR(WS-RET-IDX)
                      " modo " WS-RET-MODO(WS-RET-IDX)
                      " - difere do enviado"
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               PERFORM PROC-ESCREVER-LINHA
                       THRU PROC-ESCREVER-LINHA-END
            END-IF
            .
       PROC-IMPRIMIR-UMA-RECUSA-END.

       PROC-IMPRIMIR-SEM-ENVIO.
            IF WS-RET-ENV-IDX(WS-RET-IDX) NOT = 0
               GO TO PROC-IMPRIMIR-SEM-ENVIO-END
            END-IF

            MOVE SPACES TO RPT-LINE
            STRING "*** RETORNO SEM EXTRATO ENVIADO: tipo "
                   WS-RET-TIPO(WS-RET-IDX)
                   " data " WS-RET-DATA(WS-RET-IDX)
                   " envio " WS-RET-SEQ(WS-RET-IDX)
                   " linha " WS-RET-LINHA(WS-RET-IDX)
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            .
       PROC-IMPRIMIR-SEM-ENVIO-END.

      ******************************************************************
      * Second part, on a page of its own: every extract still
      * waiting on billing, overdue ones flagged.
      ******************************************************************
       PROC-IMPRIMIR-PENDENTES.
            MOVE 99 TO WS-LINHA-CONT

            MOVE "TRANSMISSÕES PENDENTES DE RETORNO DO FATURAMENTO"
                 TO RPT-LINE
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE SPACES TO RPT-LINE
            STRING "Atrasado: enviado antes de " WS-LIMITE-ATRASO
                   " (dois dias úteis sem retorno)"
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            PERFORM PROC-ESCREVER-BRANCO
                    THRU PROC-ESCREVER-BRANCO-END

            PERFORM PROC-IMPRIMIR-UM-PENDENTE
                    THRU PROC-IMPRIMIR-UM-PENDENTE-END
                    VARYING WS-ENV-IDX FROM 1 BY 1
                    UNTIL WS-ENV-IDX > WS-QTD-ENVIOS

            IF WS-CONT-PENDENTES = 0
               MOVE "Nenhuma transmissão pendente." TO RPT-LINE
               PERFORM PROC-ESCREVER-LINHA
                       THRU PROC-ESCREVER-LINHA-END
            END-IF

            PERFORM PROC-ESCREVER-BRANCO
                    THRU PROC-ESCREVER-BRANCO-END

            MOVE WS-CONT-PENDENTES TO WS-VOL-EDITADO
            MOVE SPACES TO RPT-LINE
            STRING "PENDENTES ..: " WS-VOL-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE WS-CONT-ATRASADOS TO WS-VOL-EDITADO
            MOVE SPACES TO RPT-LINE
            STRING "ATRASADOS ..: " WS-VOL-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            .
       PROC-IMPRIMIR-PENDENTES-END.

       PROC-IMPRIMIR-UM-PENDENTE.
            IF WS-ENV-ACEITO(WS-ENV-IDX)
               GO TO PROC-IMPRIMIR-UM-PENDENTE-END
            END-IF

      * A later sequence for the same date replaces this extract.
            MOVE "N" TO WS-SUPERADO-FLAG
            MOVE 1 TO WS-BUSCA-IDX

            PERFORM PROC-VERIFICAR-SUPERADO
                    THRU PROC-VERIFICAR-SUPERADO-END
                    UNTIL WS-ENV-SUPERADO
                          OR WS-BUSCA-IDX > WS-QTD-ENVIOS

            IF WS-ENV-SUPERADO
               GO TO PROC-IMPRIMIR-UM-PENDENTE-END
            END-IF

            ADD 1 TO WS-CONT-PENDENTES

            IF WS-ENV-REJEITADO(WS-ENV-IDX)
               MOVE "REJEITADO, SEM REENVIO" TO WS-SITUACAO-TEXTO
            ELSE
               IF WS-ENV-DATA-ENVIO(WS-ENV-IDX) < WS-LIMITE-ATRASO
                  MOVE "*** ATRASADO ***" TO WS-SITUACAO-TEXTO
                  ADD 1 TO WS-CONT-ATRASADOS
               ELSE
                  MOVE "aguardando retorno" TO WS-SITUACAO-TEXTO
               END-IF
            END-IF

            MOVE WS-ENV-LINHAS(WS-ENV-IDX) TO WS-VOL-EDITADO

            MOVE SPACES TO RPT-LINE
            STRING "Data " WS-ENV-DATA(WS-ENV-IDX)
                   " envio " WS-ENV-SEQ(WS-ENV-IDX)
                   " em " WS-ENV-DATA-ENVIO(WS-ENV-IDX)
                   " linhas " WS-VOL-EDITADO
                   "  " WS-SITUACAO-TEXTO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            .
       PROC-IMPRIMIR-UM-PENDENTE-END.

       PROC-VERIFICAR-SUPERADO.
            IF WS-ENV-DATA(WS-BUSCA-IDX) = WS-ENV-DATA(WS-ENV-IDX)
               AND WS-ENV-SEQ(WS-BUSCA-IDX) > WS-ENV-SEQ(WS-ENV-IDX)
               SET WS-ENV-SUPERADO TO TRUE
            END-IF

            ADD 1 TO WS-BUSCA-IDX
            .
       PROC-VERIFICAR-SUPERADO-END.

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
            STRING "CONTROLE DE TRANSMISSÃO AO FATURAMENTO - "
                   WS-DATA-HOJE-X
                   "            PÁGINA " WS-PAG-EDITADA
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
            IF WS-BACK-FS = "00" OR WS-BACK-FS = "10"
               CLOSE BACK-FILE
            END-IF

            DISPLAY "BILLACK - retornos lidos.....: " WS-CONT-RETORNOS
            DISPLAY "BILLACK - extratos aceitos...: "
                    WS-CONT-EXT-ACEITOS
            DISPLAY "BILLACK - extratos rejeitados: "
                    WS-CONT-EXT-REJEITADOS
            DISPLAY "BILLACK - linhas recusadas...: "
                    WS-CONT-LIN-REJEITADAS
            DISPLAY "BILLACK - retornos sem envio.: "
                    WS-CONT-SEM-ENVIO
            DISPLAY "BILLACK - pendentes/atrasados: "
                    WS-CONT-PENDENTES "/" WS-CONT-ATRASADOS

            STOP RUN.

       END PROGRAM BILLACK.
