      ******************************************************************
      * Author: Eduardo Amroginski Santos
      * Date: 15/10/2026
      * Purpose: Maintenance of the standing-instruction master
      *          INSTMST - the calculations data entry used to key by
      *          hand on a schedule, which INSTGEN now generates at the
      *          front of the daily batch. Runs as a screen session
      *          for the desk (sign-on against OPERMST like the TELA
      *          calculator) or in card-input mode for bulk loads
      *          (CALC-RUN-MODE=BATCH, cards on INSTCARD). Adds,
      *          changes and cancels instructions in the INSTREC
      *          layout with edits: no two instructions may share an
      *          ID, the mode must be one the batch calculator
      *          accepts, with the rate code filled in on modo "B"
      *          and numeric operands otherwise, the frequency must be
      *          known, the next due date must be a valid date not
      *          before the business date (a change may keep the due
      *          date already on file), the end date may not fall
      *          before it, and the owning operator must be active on
      *          OPERMST. Every applied change is appended to the
      *          audit file INSTAUD with before/after images and the
      *          maintaining operator's ID, the new master is written
      *          to INSTOUT for the following rewrite step, and the
      *          full instruction list is printed on RPTOUT after the
      *          session so the desk can sight-check it before the
      *          batch runs. Ends with RETURN-CODE 4 when any
      *          maintenance was rejected.
      *
      * Modification history:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTMNT.
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

           SELECT CARD-FILE
               ASSIGN TO "INSTCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-FS.

           SELECT AUDIT-FILE
               ASSIGN TO "INSTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.

           SELECT OPER-FILE
               ASSIGN TO "OPERMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPER-FS.

           SELECT RUNC-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-FS.

           SELECT RPT-FILE
               ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INST-ENT-FILE.
       01  INST-ENT-REG            PIC X(120).

       FD  INST-SAI-FILE.
       01  INST-SAI-REG            PIC X(120).

       FD  CARD-FILE.
       01  CARD-REC.
           05  CARD-ACAO           PIC X(01).
           05  CARD-ID             PIC X(08).
           05  CARD-DESCRICAO      PIC X(20).
           05  CARD-MODO           PIC X(01).
           05  CARD-NUM-1          PIC X(12).
           05  CARD-NUM-2          PIC X(12).
           05  CARD-FREQUENCIA     PIC X(01).
           05  CARD-PROX-VENCTO    PIC X(08).
           05  CARD-DATA-FIM       PIC X(08).
           05  CARD-OPERADOR       PIC X(08).
           05  FILLER              PIC X(01).

       FD  AUDIT-FILE.
           COPY INSTAREC.

       FD  OPER-FILE.
           COPY OPERREC.

       FD  RUNC-FILE.
           COPY RUNCREC.

       FD  RPT-FILE.
           COPY RPTREC.

       WORKING-STORAGE SECTION.
      * Staging area in the master layout: table entries are moved
      * here to be inspected and rebuilt before going back in.
       COPY INSTREC.

       77 WS-INSTIN-FS          PIC X(02)  VALUE "00".
       77 WS-INSTOUT-FS         PIC X(02)  VALUE "00".
       77 WS-CARD-FS            PIC X(02)  VALUE "00".
       77 WS-AUDIT-FS           PIC X(02)  VALUE "00".
       77 WS-OPER-FS            PIC X(02)  VALUE "00".
       77 WS-RUNC-FS            PIC X(02)  VALUE "00".

       77 WS-RUN-MODE           PIC X(05).
           88 WS-MODO-CARTAO    VALUE "BATCH".

       77 WS-DATA-MOVTO         PIC 9(08)  VALUE ZERO.
       77 WS-DATA-ATUAL         PIC 9(08).
       77 WS-HORA-ATUAL         PIC 9(08).
       77 WS-TIMESTAMP          PIC X(26).

       77 WS-FIM-INSTIN-FLAG    PIC X(01)  VALUE "N".
           88 WS-FIM-INSTIN     VALUE "S".

       77 WS-FIM-CARD-FLAG      PIC X(01)  VALUE "N".
           88 WS-FIM-CARD       VALUE "S".

       77 WS-FIM-OPERMST        PIC X(01)  VALUE "N".
           88 WS-FIM-OPER       VALUE "S".

       77 WS-SESSAO-ATIVA-FLAG  PIC X(01)  VALUE "S".
           88 WS-SESSAO-ATIVA   VALUE "S".

       77 WS-AUDITORIA-STATUS   PIC X(01)  VALUE "N".
           88 WS-AUDITORIA-ABERTA VALUE "S".

       77 WS-OPERADOR-ID        PIC X(08)  VALUE SPACES.

       01  WS-SIGNON-ENTRADA.
           05  WS-SIGNON-ID        PIC X(08).
           05  WS-SIGNON-SENHA     PIC X(08).

       77 WS-SIGNON-STATUS      PIC X(01)  VALUE "N".
           88 WS-SIGNON-OK      VALUE "S".

       77 WS-SIGNON-TENTATIVAS  PIC 9(01)  VALUE 0.
       77 WS-SIGNON-LIMITE      PIC 9(01)  VALUE 3.

       77 WS-MAX-INSTRUCOES     PIC 9(04) COMP VALUE 500.
       77 WS-QTD-INSTRUCOES     PIC 9(04) COMP VALUE 0.
       77 WS-TAB-IDX            PIC 9(04) COMP.
       77 WS-BUSCA-IDX          PIC 9(04) COMP.
       77 WS-ACHADO-IDX         PIC 9(04) COMP.

       01  WS-TABELA-INSTRUCOES.
           05  WS-TAB-ENT          OCCURS 500 TIMES.
               10  WS-TAB-REGISTRO PIC X(120).

      * Operators on OPERMST, for the sign-on and for the owner of
      * each instruction, which must be an active operator.
       77 WS-MAX-OPERADORES     PIC 9(04) COMP VALUE 500.
       77 WS-QTD-OPERADORES     PIC 9(04) COMP VALUE 0.
       77 WS-OPER-IDX           PIC 9(04) COMP.
       77 WS-OPER-ACHADO        PIC 9(04) COMP.

       01  WS-TABELA-OPERADORES.
           05  WS-TAB-OPER         OCCURS 500 TIMES.
               10  WS-TAB-OPER-ID  PIC X(08).
               10  WS-TAB-OPER-SENHA PIC X(08).
               10  WS-TAB-OPER-SITUACAO PIC X(01).
                   88  WS-TAB-OPER-ATIVO VALUE "A".

       77 WS-OPER-PROCURADO     PIC X(08).

      * Maintenance entry, keyed on screen or punched on a card.
      * The operands are keyed as on the transaction record: sign
      * first, nine integer and two decimal digits.
       01  WS-ENT-MANUTENCAO.
           05  WS-ENT-ACAO         PIC X(01).
           05  WS-ENT-ID           PIC X(08).
           05  WS-ENT-DESCRICAO    PIC X(20).
           05  WS-ENT-MODO         PIC X(01).
               88  WS-ENT-MODO-VALIDO VALUE "1" "2" "3" "4" "8" "9"
                                            "A" "B".
           05  WS-ENT-NUM-1-X.
               10  WS-ENT-NUM-1-SINAL   PIC X(01).
               10  WS-ENT-NUM-1-DIGITOS PIC X(11).
           05  WS-ENT-NUM-1-N      REDEFINES WS-ENT-NUM-1-X
                                   PIC S9(09)V99
                                   SIGN LEADING SEPARATE CHARACTER.
           05  WS-ENT-NUM-2-X.
               10  WS-ENT-NUM-2-SINAL   PIC X(01).
               10  WS-ENT-NUM-2-DIGITOS PIC X(11).
           05  WS-ENT-NUM-2-N      REDEFINES WS-ENT-NUM-2-X
                                   PIC S9(09)V99
                                   SIGN LEADING SEPARATE CHARACTER.
           05  WS-ENT-FREQUENCIA   PIC X(01).
               88  WS-ENT-FREQ-VALIDA VALUE "D" "S" "M" "T" "E" "A".
           05  WS-ENT-PROX-X       PIC X(08).
           05  WS-ENT-PROX-N       REDEFINES WS-ENT-PROX-X
                                   PIC 9(08).
           05  WS-ENT-PROX-PARTES  REDEFINES WS-ENT-PROX-X.
               10  WS-ENT-PROX-ANO PIC 9(04).
               10  WS-ENT-PROX-MES PIC 9(02).
               10  WS-ENT-PROX-DIA PIC 9(02).
           05  WS-ENT-FIM-X        PIC X(08).
           05  WS-ENT-FIM-N        REDEFINES WS-ENT-FIM-X
                                   PIC 9(08).
           05  WS-ENT-OPERADOR     PIC X(08).

       77 WS-CRITICA             PIC X(40).
           88 WS-ENTRADA-LIMPA   VALUE SPACES.

       77 WS-IMAGEM-ANTES        PIC X(120).

      * Days in each month, for the due-date edit; February is
      * checked against leap years apart.
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

       77 WS-CONT-LIDAS          PIC 9(05) VALUE 0.
       77 WS-CONT-APLICADAS      PIC 9(05) VALUE 0.
       77 WS-CONT-REJEITADAS     PIC 9(05) VALUE 0.
       77 WS-CONT-ATIVAS         PIC 9(05) VALUE 0.
       77 WS-CONT-ENCERRADAS     PIC 9(05) VALUE 0.
       77 WS-CONT-CANCELADAS     PIC 9(05) VALUE 0.

       77 WS-VALOR-EDITADO       PIC -(9)9.99.
       77 WS-NUM-2-EDITADO       PIC X(13).

       SCREEN SECTION.
       01  SS-SIGNON-TELA.
           05 BLANK SCREEN.
           05 LINE 1 COL 1  VALUE "INSTMNT - IDENTIFICAÇÃO".
           05 LINE 3 COL 1  VALUE "Operador: ".
           05 LINE 3 COL 11 PIC X(08) TO WS-SIGNON-ID.
           05 LINE 4 COL 1  VALUE "Senha...: ".
           05 LINE 4 COL 11 PIC X(08) TO WS-SIGNON-SENHA SECURE.

       01  SS-MANUTENCAO-TELA.
           05 BLANK SCREEN.
           05 LINE 1 COL 1
                    VALUE "MANUTENÇÃO DE INSTRUÇÕES PROGRAMADAS".
           05 LINE 3 COL 1
                    VALUE "Ação (I=inclui A=altera C=cancela F=fim)".
           05 LINE 4 COL 1  VALUE "Ação..........: ".
           05 LINE 4 COL 17 PIC X(01) TO WS-ENT-ACAO.
           05 LINE 5 COL 1  VALUE "Instrução.....: ".
           05 LINE 5 COL 17 PIC X(08) TO WS-ENT-ID.
           05 LINE 6 COL 1  VALUE "Descrição.....: ".
           05 LINE 6 COL 17 PIC X(20) TO WS-ENT-DESCRICAO.
           05 LINE 7 COL 1  VALUE "Modo..........: ".
           05 LINE 7 COL 17 PIC X(01) TO WS-ENT-MODO.
           05 LINE 8 COL 1  VALUE "Número 1 (+9+2): ".
           05 LINE 8 COL 18 PIC X(12) TO WS-ENT-NUM-1-X.
           05 LINE 9 COL 1  VALUE "Número 2/taxa.: ".
           05 LINE 9 COL 17 PIC X(12) TO WS-ENT-NUM-2-X.
           05 LINE 10 COL 1
                    VALUE "Frequência (D S M T E A): ".
           05 LINE 10 COL 27 PIC X(01) TO WS-ENT-FREQUENCIA.
           05 LINE 11 COL 1 VALUE "Próx. vencto..: ".
           05 LINE 11 COL 17 PIC X(08) TO WS-ENT-PROX-X.
           05 LINE 12 COL 1 VALUE "Data fim......: ".
           05 LINE 12 COL 17 PIC X(08) TO WS-ENT-FIM-X.
           05 LINE 13 COL 1 VALUE "Operador resp.: ".
           05 LINE 13 COL 17 PIC X(08) TO WS-ENT-OPERADOR.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM PROC-INICIALIZAR
                    THRU PROC-INICIALIZAR-END

            IF WS-MODO-CARTAO
               PERFORM PROC-SESSAO-CARTAO
                       THRU PROC-SESSAO-CARTAO-END
            ELSE
               PERFORM PROC-SESSAO-TELA
                       THRU PROC-SESSAO-TELA-END
            END-IF

            PERFORM PROC-GRAVAR-MASTER
                    THRU PROC-GRAVAR-MASTER-END

            PERFORM PROC-IMPRIMIR-INSTRUCOES
                    THRU PROC-IMPRIMIR-INSTRUCOES-END

            PERFORM PROC-ENCERRAR
            .
       MAIN-PROCEDURE-END.

       PROC-INICIALIZAR.
            ACCEPT WS-RUN-MODE FROM ENVIRONMENT "CALC-RUN-MODE"

            ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
            MOVE WS-DATA-ATUAL TO WS-DATA-MOVTO

            PERFORM PROC-LER-RUN-CONTROL
                    THRU PROC-LER-RUN-CONTROL-END

            PERFORM PROC-CARREGAR-MASTER
                    THRU PROC-CARREGAR-MASTER-END

            PERFORM PROC-CARREGAR-OPERADORES
                    THRU PROC-CARREGAR-OPERADORES-END

            IF WS-MODO-CARTAO
               ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "CALC-JOB-ID"
               IF WS-OPERADOR-ID = SPACES
                  MOVE "INSTMNT" TO WS-OPERADOR-ID
               END-IF
               SET WS-SIGNON-OK TO TRUE
            ELSE
               PERFORM PROC-SIGNON
                       THRU PROC-SIGNON-END
                       UNTIL WS-SIGNON-OK
                             OR WS-SIGNON-TENTATIVAS NOT <
                                WS-SIGNON-LIMITE
               IF NOT WS-SIGNON-OK
                  DISPLAY "Acesso negado: operador não identificado"
                  MOVE "N" TO WS-SESSAO-ATIVA-FLAG
                  MOVE 8 TO RETURN-CODE
               END-IF
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
                    MOVE RUNC-DATA-MOVTO TO WS-DATA-MOVTO
            END-READ

            CLOSE RUNC-FILE
            .
       PROC-LER-RUN-CONTROL-END.

       PROC-CARREGAR-MASTER.
            OPEN INPUT INST-ENT-FILE

            IF WS-INSTIN-FS NOT = "00"
               DISPLAY "Sem INSTMST anterior, status: " WS-INSTIN-FS
               GO TO PROC-CARREGAR-MASTER-END
            END-IF

            PERFORM PROC-LER-INST-ENT
                    THRU PROC-LER-INST-ENT-END
                    UNTIL WS-FIM-INSTIN

            CLOSE INST-ENT-FILE

            DISPLAY "INSTMNT - instruções carregadas do master: "
                    WS-QTD-INSTRUCOES
            .
       PROC-CARREGAR-MASTER-END.

       PROC-LER-INST-ENT.
            READ INST-ENT-FILE
                AT END
                    SET WS-FIM-INSTIN TO TRUE
                    GO TO PROC-LER-INST-ENT-END
            END-READ

            IF WS-QTD-INSTRUCOES NOT < WS-MAX-INSTRUCOES
               DISPLAY "Tabela de instruções cheia, registro ignorado"
               MOVE 8 TO RETURN-CODE
               GO TO PROC-LER-INST-ENT-END
            END-IF

            ADD 1 TO WS-QTD-INSTRUCOES
            MOVE INST-ENT-REG TO WS-TAB-REGISTRO(WS-QTD-INSTRUCOES)
            .
       PROC-LER-INST-ENT-END.

       PROC-CARREGAR-OPERADORES.
            OPEN INPUT OPER-FILE

            IF WS-OPER-FS NOT = "00"
               DISPLAY "Erro ao abrir OPERMST, status: " WS-OPER-FS
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
               GO TO PROC-LER-OPERADOR-END
            END-IF

            ADD 1 TO WS-QTD-OPERADORES
            MOVE OPER-ID       TO WS-TAB-OPER-ID (WS-QTD-OPERADORES)
            MOVE OPER-SENHA    TO WS-TAB-OPER-SENHA (WS-QTD-OPERADORES)
            MOVE OPER-SITUACAO
                 TO WS-TAB-OPER-SITUACAO (WS-QTD-OPERADORES)
            .
       PROC-LER-OPERADOR-END.

       PROC-LOCALIZAR-OPERADOR.
            MOVE 0 TO WS-OPER-ACHADO

            PERFORM PROC-COMPARAR-OPERADOR
                    THRU PROC-COMPARAR-OPERADOR-END
                    VARYING WS-OPER-IDX FROM 1 BY 1
                    UNTIL WS-OPER-ACHADO > 0
                          OR WS-OPER-IDX > WS-QTD-OPERADORES
            .
       PROC-LOCALIZAR-OPERADOR-END.

       PROC-COMPARAR-OPERADOR.
            IF WS-TAB-OPER-ID (WS-OPER-IDX) = WS-OPER-PROCURADO
               MOVE WS-OPER-IDX TO WS-OPER-ACHADO
            END-IF
            .
       PROC-COMPARAR-OPERADOR-END.

       PROC-SIGNON.
            MOVE SPACES TO WS-SIGNON-ENTRADA

            DISPLAY SS-SIGNON-TELA
            ACCEPT SS-SIGNON-TELA

            ADD 1 TO WS-SIGNON-TENTATIVAS

            MOVE WS-SIGNON-ID TO WS-OPER-PROCURADO

            PERFORM PROC-LOCALIZAR-OPERADOR
                    THRU PROC-LOCALIZAR-OPERADOR-END

            IF WS-OPER-ACHADO > 0
               IF WS-TAB-OPER-SENHA (WS-OPER-ACHADO) = WS-SIGNON-SENHA
                  AND WS-TAB-OPER-ATIVO (WS-OPER-ACHADO)
                  SET WS-SIGNON-OK TO TRUE
               END-IF
            END-IF

            IF WS-SIGNON-OK
               MOVE WS-SIGNON-ID TO WS-OPERADOR-ID
            ELSE
               DISPLAY "Operador ou senha inválidos"
            END-IF
            .
       PROC-SIGNON-END.

       PROC-SESSAO-CARTAO.
            OPEN INPUT CARD-FILE

            IF WS-CARD-FS NOT = "00"
               DISPLAY "Erro ao abrir INSTCARD, status: " WS-CARD-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-SESSAO-CARTAO-END
            END-IF

            PERFORM PROC-TRATAR-CARTAO
                    THRU PROC-TRATAR-CARTAO-END
                    UNTIL WS-FIM-CARD

            CLOSE CARD-FILE
            .
       PROC-SESSAO-CARTAO-END.

       PROC-TRATAR-CARTAO.
            READ CARD-FILE
                AT END
                    SET WS-FIM-CARD TO TRUE
                    GO TO PROC-TRATAR-CARTAO-END
            END-READ

            MOVE CARD-ACAO         TO WS-ENT-ACAO
            MOVE CARD-ID           TO WS-ENT-ID
            MOVE CARD-DESCRICAO    TO WS-ENT-DESCRICAO
            MOVE CARD-MODO         TO WS-ENT-MODO
            MOVE CARD-NUM-1        TO WS-ENT-NUM-1-X
            MOVE CARD-NUM-2        TO WS-ENT-NUM-2-X
            MOVE CARD-FREQUENCIA   TO WS-ENT-FREQUENCIA
            MOVE CARD-PROX-VENCTO  TO WS-ENT-PROX-X
            MOVE CARD-DATA-FIM     TO WS-ENT-FIM-X
            MOVE CARD-OPERADOR     TO WS-ENT-OPERADOR

            PERFORM PROC-APLICAR-MANUTENCAO
                    THRU PROC-APLICAR-MANUTENCAO-END
            .
       PROC-TRATAR-CARTAO-END.

       PROC-SESSAO-TELA.
            IF NOT WS-SESSAO-ATIVA
               GO TO PROC-SESSAO-TELA-END
            END-IF

            PERFORM PROC-TRATAR-TELA
                    THRU PROC-TRATAR-TELA-END
                    UNTIL NOT WS-SESSAO-ATIVA
            .
       PROC-SESSAO-TELA-END.

       PROC-TRATAR-TELA.
            MOVE SPACES TO WS-ENT-MANUTENCAO

            DISPLAY SS-MANUTENCAO-TELA
            ACCEPT SS-MANUTENCAO-TELA

            IF WS-ENT-ACAO = "F" OR WS-ENT-ACAO = "f"
               MOVE "N" TO WS-SESSAO-ATIVA-FLAG
               GO TO PROC-TRATAR-TELA-END
            END-IF

            PERFORM PROC-APLICAR-MANUTENCAO
                    THRU PROC-APLICAR-MANUTENCAO-END
            .
       PROC-TRATAR-TELA-END.

       PROC-APLICAR-MANUTENCAO.
            ADD 1 TO WS-CONT-LIDAS

            MOVE SPACES TO WS-CRITICA

            IF WS-ENT-FIM-X = SPACES
               MOVE ZEROS TO WS-ENT-FIM-X
            END-IF

            PERFORM PROC-CRITICAR-ENTRADA
                    THRU PROC-CRITICAR-ENTRADA-END

            IF NOT WS-ENTRADA-LIMPA
               ADD 1 TO WS-CONT-REJEITADAS
               DISPLAY "INSTMNT - rejeitada (" WS-ENT-ACAO " "
                       WS-ENT-ID "): " WS-CRITICA
               GO TO PROC-APLICAR-MANUTENCAO-END
            END-IF

            EVALUATE WS-ENT-ACAO
               WHEN "I"
                   PERFORM PROC-INCLUIR-INSTRUCAO
                           THRU PROC-INCLUIR-INSTRUCAO-END
               WHEN "A"
                   PERFORM PROC-ALTERAR-INSTRUCAO
                           THRU PROC-ALTERAR-INSTRUCAO-END
               WHEN "C"
                   PERFORM PROC-CANCELAR-INSTRUCAO
                           THRU PROC-CANCELAR-INSTRUCAO-END
            END-EVALUATE
            .
       PROC-APLICAR-MANUTENCAO-END.

      ******************************************************************
      * The instruction must pass now what its generated detail will
      * meet in TRANSEDIT every time it comes due: a bad mode or a
      * blank rate code is caught once at the desk instead of
      * bouncing to the reject file on every due date.
      ******************************************************************
       PROC-CRITICAR-ENTRADA.
            IF WS-ENT-ACAO NOT = "I" AND WS-ENT-ACAO NOT = "A"
               AND WS-ENT-ACAO NOT = "C"
               MOVE "ação inválida" TO WS-CRITICA
               GO TO PROC-CRITICAR-ENTRADA-END
            END-IF

            IF WS-ENT-ID = SPACES
               MOVE "instrução em branco" TO WS-CRITICA
               GO TO PROC-CRITICAR-ENTRADA-END
            END-IF

            IF WS-ENT-ACAO = "C"
               GO TO PROC-CRITICAR-ENTRADA-END
            END-IF

            IF NOT WS-ENT-MODO-VALIDO
               MOVE "modo inválido" TO WS-CRITICA
               GO TO PROC-CRITICAR-ENTRADA-END
            END-IF

            IF WS-ENT-NUM-1-DIGITOS NOT NUMERIC
               OR (WS-ENT-NUM-1-SINAL NOT = "+"
                   AND WS-ENT-NUM-1-SINAL NOT = "-"
                   AND WS-ENT-NUM-1-SINAL NOT = " ")
               MOVE "primeiro número não numérico" TO WS-CRITICA
               GO TO PROC-CRITICAR-ENTRADA-END
            END-IF

            IF WS-ENT-NUM-1-SINAL = " "
               MOVE "+" TO WS-ENT-NUM-1-SINAL
            END-IF

            IF WS-ENT-MODO = "B"
               IF WS-ENT-NUM-2-X(1:4) = SPACES
                  MOVE "código da taxa em branco" TO WS-CRITICA
                  GO TO PROC-CRITICAR-ENTRADA-END
               END-IF
            ELSE
               IF WS-ENT-NUM-2-DIGITOS NOT NUMERIC
                  OR (WS-ENT-NUM-2-SINAL NOT = "+"
                      AND WS-ENT-NUM-2-SINAL NOT = "-"
                      AND WS-ENT-NUM-2-SINAL NOT = " ")
                  MOVE "segundo número não numérico" TO WS-CRITICA
                  GO TO PROC-CRITICAR-ENTRADA-END
               END-IF
               IF WS-ENT-NUM-2-SINAL = " "
                  MOVE "+" TO WS-ENT-NUM-2-SINAL
               END-IF
            END-IF

            IF (WS-ENT-MODO = "3" OR WS-ENT-MODO = "8")
               AND WS-ENT-NUM-2-DIGITOS = "00000000000"
               MOVE "divisão por zero" TO WS-CRITICA
               GO TO PROC-CRITICAR-ENTRADA-END
            END-IF

            IF NOT WS-ENT-FREQ-VALIDA
               MOVE "frequência inválida" TO WS-CRITICA
               GO TO PROC-CRITICAR-ENTRADA-END
            END-IF

            PERFORM PROC-CRITICAR-VENCIMENTO
                    THRU PROC-CRITICAR-VENCIMENTO-END

            IF NOT WS-ENTRADA-LIMPA
               GO TO PROC-CRITICAR-ENTRADA-END
            END-IF

            IF WS-ENT-FIM-X NOT NUMERIC
               MOVE "data fim não numérica" TO WS-CRITICA
               GO TO PROC-CRITICAR-ENTRADA-END
            END-IF

            IF WS-ENT-FIM-N NOT = ZERO
               AND WS-ENT-FIM-N < WS-ENT-PROX-N
               MOVE "data fim antes do vencimento" TO WS-CRITICA
               GO TO PROC-CRITICAR-ENTRADA-END
            END-IF

            MOVE WS-ENT-OPERADOR TO WS-OPER-PROCURADO

            PERFORM PROC-LOCALIZAR-OPERADOR
                    THRU PROC-LOCALIZAR-OPERADOR-END

            IF WS-OPER-ACHADO = 0
               MOVE "operador responsável fora do OPERMST"
                    TO WS-CRITICA
               GO TO PROC-CRITICAR-ENTRADA-END
            END-IF

            IF NOT WS-TAB-OPER-ATIVO (WS-OPER-ACHADO)
               MOVE "operador responsável inativo" TO WS-CRITICA
            END-IF
            .
       PROC-CRITICAR-ENTRADA-END.

      ******************************************************************
      * A real calendar date, so the month arithmetic of INSTGEN never
      * starts from the 31st of April. Only a NEW instruction must
      * fall due today or later: a change may keep the due date that
      * is already on file (checked in PROC-ALTERAR-INSTRUCAO).
      ******************************************************************
       PROC-CRITICAR-VENCIMENTO.
            IF WS-ENT-PROX-X NOT NUMERIC
               MOVE "vencimento não numérico" TO WS-CRITICA
               GO TO PROC-CRITICAR-VENCIMENTO-END
            END-IF

            IF WS-ENT-PROX-MES < 1 OR WS-ENT-PROX-MES > 12
               OR WS-ENT-PROX-DIA < 1
               MOVE "vencimento não é data válida" TO WS-CRITICA
               GO TO PROC-CRITICAR-VENCIMENTO-END
            END-IF

            MOVE WS-DIAS-MES (WS-ENT-PROX-MES) TO WS-ULTIMO-DIA

            IF WS-ENT-PROX-MES = 2
               DIVIDE WS-ENT-PROX-ANO BY 4
                      GIVING WS-QUOCIENTE REMAINDER WS-RESTO-4
               DIVIDE WS-ENT-PROX-ANO BY 100
                      GIVING WS-QUOCIENTE REMAINDER WS-RESTO-100
               DIVIDE WS-ENT-PROX-ANO BY 400
                      GIVING WS-QUOCIENTE REMAINDER WS-RESTO-400
               IF WS-RESTO-400 = 0
                  OR (WS-RESTO-4 = 0 AND WS-RESTO-100 NOT = 0)
                  MOVE 29 TO WS-ULTIMO-DIA
               END-IF
            END-IF

            IF WS-ENT-PROX-DIA > WS-ULTIMO-DIA
               MOVE "vencimento não é data válida" TO WS-CRITICA
               GO TO PROC-CRITICAR-VENCIMENTO-END
            END-IF

            IF WS-ENT-ACAO = "I"
               AND WS-ENT-PROX-N < WS-DATA-MOVTO
               MOVE "vencimento no passado" TO WS-CRITICA
            END-IF
            .
       PROC-CRITICAR-VENCIMENTO-END.

       PROC-LOCALIZAR-INSTRUCAO.
            MOVE 0 TO WS-ACHADO-IDX
            MOVE 1 TO WS-BUSCA-IDX

            PERFORM PROC-COMPARAR-INSTRUCAO
                    THRU PROC-COMPARAR-INSTRUCAO-END
                    UNTIL WS-ACHADO-IDX > 0
                          OR WS-BUSCA-IDX > WS-QTD-INSTRUCOES
            .
       PROC-LOCALIZAR-INSTRUCAO-END.

       PROC-COMPARAR-INSTRUCAO.
            MOVE WS-TAB-REGISTRO(WS-BUSCA-IDX) TO INST-REC

            IF INST-ID = WS-ENT-ID
               MOVE WS-BUSCA-IDX TO WS-ACHADO-IDX
            END-IF

            ADD 1 TO WS-BUSCA-IDX
            .
       PROC-COMPARAR-INSTRUCAO-END.

       PROC-INCLUIR-INSTRUCAO.
            PERFORM PROC-LOCALIZAR-INSTRUCAO
                    THRU PROC-LOCALIZAR-INSTRUCAO-END

            IF WS-ACHADO-IDX > 0
               ADD 1 TO WS-CONT-REJEITADAS
               DISPLAY "INSTMNT - rejeitada (I " WS-ENT-ID
                       "): instrução já cadastrada"
               GO TO PROC-INCLUIR-INSTRUCAO-END
            END-IF

            IF WS-QTD-INSTRUCOES NOT < WS-MAX-INSTRUCOES
               ADD 1 TO WS-CONT-REJEITADAS
               DISPLAY "INSTMNT - rejeitada (I " WS-ENT-ID
                       "): tabela de instruções cheia"
               MOVE 8 TO RETURN-CODE
               GO TO PROC-INCLUIR-INSTRUCAO-END
            END-IF

            INITIALIZE INST-REC

            MOVE WS-ENT-ID          TO INST-ID
            MOVE ZERO               TO INST-ULT-GERACAO
            MOVE ZERO               TO INST-ULT-VENCTO

            PERFORM PROC-MONTAR-INSTRUCAO
                    THRU PROC-MONTAR-INSTRUCAO-END

            ADD 1 TO WS-QTD-INSTRUCOES
            MOVE INST-REC TO WS-TAB-REGISTRO(WS-QTD-INSTRUCOES)

            MOVE SPACES TO WS-IMAGEM-ANTES

            PERFORM PROC-GRAVAR-AUDITORIA
                    THRU PROC-GRAVAR-AUDITORIA-END

            ADD 1 TO WS-CONT-APLICADAS
            .
       PROC-INCLUIR-INSTRUCAO-END.

      ******************************************************************
      * A change rewrites the schedule from the entry and makes the
      * instruction active again - an expired one comes back when its
      * end date is moved out. The generation history is kept, so a
      * change on a day the batch already generated the instruction
      * cannot make a rerun generate it a second time.
      ******************************************************************
       PROC-ALTERAR-INSTRUCAO.
            PERFORM PROC-LOCALIZAR-INSTRUCAO
                    THRU PROC-LOCALIZAR-INSTRUCAO-END

            IF WS-ACHADO-IDX = 0
               ADD 1 TO WS-CONT-REJEITADAS
               DISPLAY "INSTMNT - rejeitada (A " WS-ENT-ID
                       "): instrução não cadastrada"
               GO TO PROC-ALTERAR-INSTRUCAO-END
            END-IF

            MOVE WS-TAB-REGISTRO(WS-ACHADO-IDX) TO WS-IMAGEM-ANTES
            MOVE WS-TAB-REGISTRO(WS-ACHADO-IDX) TO INST-REC

            IF INST-CANCELADA
               ADD 1 TO WS-CONT-REJEITADAS
               DISPLAY "INSTMNT - rejeitada (A " WS-ENT-ID
                       "): instrução cancelada"
               GO TO PROC-ALTERAR-INSTRUCAO-END
            END-IF

            IF WS-ENT-PROX-N < WS-DATA-MOVTO
               AND WS-ENT-PROX-N NOT = INST-PROX-VENCTO
               ADD 1 TO WS-CONT-REJEITADAS
               DISPLAY "INSTMNT - rejeitada (A " WS-ENT-ID
                       "): vencimento no passado"
               GO TO PROC-ALTERAR-INSTRUCAO-END
            END-IF

            PERFORM PROC-MONTAR-INSTRUCAO
                    THRU PROC-MONTAR-INSTRUCAO-END

            MOVE INST-REC TO WS-TAB-REGISTRO(WS-ACHADO-IDX)

            PERFORM PROC-GRAVAR-AUDITORIA
                    THRU PROC-GRAVAR-AUDITORIA-END

            ADD 1 TO WS-CONT-APLICADAS
            .
       PROC-ALTERAR-INSTRUCAO-END.

       PROC-MONTAR-INSTRUCAO.
            MOVE WS-ENT-DESCRICAO   TO INST-DESCRICAO
            MOVE WS-ENT-MODO        TO INST-MODO
            MOVE WS-ENT-NUM-1-N     TO INST-NUM-1

            IF WS-ENT-MODO = "B"
               MOVE SPACES                 TO INST-DADOS-TAXA
               MOVE WS-ENT-NUM-2-X(1:4)    TO INST-TAXA-CODIGO
            ELSE
               MOVE WS-ENT-NUM-2-N         TO INST-NUM-2
            END-IF

            MOVE WS-ENT-FREQUENCIA  TO INST-FREQUENCIA
            MOVE WS-ENT-PROX-DIA    TO INST-DIA-BASE
            MOVE WS-ENT-PROX-N      TO INST-PROX-VENCTO
            MOVE WS-ENT-FIM-N       TO INST-DATA-FIM
            MOVE WS-ENT-OPERADOR    TO INST-OPERADOR
            SET INST-ATIVA          TO TRUE
            .
       PROC-MONTAR-INSTRUCAO-END.

       PROC-CANCELAR-INSTRUCAO.
            PERFORM PROC-LOCALIZAR-INSTRUCAO
                    THRU PROC-LOCALIZAR-INSTRUCAO-END

            IF WS-ACHADO-IDX = 0
               ADD 1 TO WS-CONT-REJEITADAS
               DISPLAY "INSTMNT - rejeitada (C " WS-ENT-ID
                       "): instrução não cadastrada"
               GO TO PROC-CANCELAR-INSTRUCAO-END
            END-IF

            MOVE WS-TAB-REGISTRO(WS-ACHADO-IDX) TO WS-IMAGEM-ANTES
            MOVE WS-TAB-REGISTRO(WS-ACHADO-IDX) TO INST-REC

            IF INST-CANCELADA
               ADD 1 TO WS-CONT-REJEITADAS
               DISPLAY "INSTMNT - rejeitada (C " WS-ENT-ID
                       "): instrução já cancelada"
               GO TO PROC-CANCELAR-INSTRUCAO-END
            END-IF

            SET INST-CANCELADA TO TRUE

            MOVE INST-REC TO WS-TAB-REGISTRO(WS-ACHADO-IDX)

            PERFORM PROC-GRAVAR-AUDITORIA
                    THRU PROC-GRAVAR-AUDITORIA-END

            ADD 1 TO WS-CONT-APLICADAS
            .
       PROC-CANCELAR-INSTRUCAO-END.

       PROC-GRAVAR-AUDITORIA.
            IF NOT WS-AUDITORIA-ABERTA
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-FS = "00"
                  SET WS-AUDITORIA-ABERTA TO TRUE
               ELSE
                  DISPLAY "Erro ao abrir INSTAUD, status: "
                          WS-AUDIT-FS
                  MOVE 8 TO RETURN-CODE
                  GO TO PROC-GRAVAR-AUDITORIA-END
               END-IF
            END-IF

            PERFORM PROC-MONTAR-TIMESTAMP
                    THRU PROC-MONTAR-TIMESTAMP-END

            MOVE WS-TIMESTAMP    TO INSTA-TIMESTAMP
            MOVE WS-OPERADOR-ID  TO INSTA-OPERADOR
            MOVE WS-ENT-ACAO     TO INSTA-ACAO
            MOVE WS-IMAGEM-ANTES TO INSTA-ANTES
            MOVE INST-REC        TO INSTA-DEPOIS

            WRITE INSTA-REC

            IF WS-AUDIT-FS NOT = "00"
               DISPLAY "Erro ao gravar INSTAUD, status: " WS-AUDIT-FS
               MOVE 8 TO RETURN-CODE
            END-IF
            .
       PROC-GRAVAR-AUDITORIA-END.

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

       PROC-GRAVAR-MASTER.
            OPEN OUTPUT INST-SAI-FILE

            IF WS-INSTOUT-FS NOT = "00"
               DISPLAY "Erro ao abrir INSTOUT, status: " WS-INSTOUT-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-GRAVAR-MASTER-END
            END-IF

            PERFORM PROC-GRAVAR-UMA-INSTRUCAO
                    THRU PROC-GRAVAR-UMA-INSTRUCAO-END
                    VARYING WS-TAB-IDX FROM 1 BY 1
                    UNTIL WS-TAB-IDX > WS-QTD-INSTRUCOES

            CLOSE INST-SAI-FILE
            .
       PROC-GRAVAR-MASTER-END.

       PROC-GRAVAR-UMA-INSTRUCAO.
            WRITE INST-SAI-REG FROM WS-TAB-REGISTRO(WS-TAB-IDX)

            IF WS-INSTOUT-FS NOT = "00"
               DISPLAY "Erro ao gravar INSTOUT, status: "
                       WS-INSTOUT-FS
               MOVE 8 TO RETURN-CODE
            END-IF
            .
       PROC-GRAVAR-UMA-INSTRUCAO-END.

      ******************************************************************
      * Sight-check print: every instruction on the master with its
      * detail, schedule, owner and status, the way INSTGEN will see
      * it tomorrow morning.
      ******************************************************************
       PROC-IMPRIMIR-INSTRUCOES.
            OPEN OUTPUT RPT-FILE

            MOVE "INSTRUÇÕES PROGRAMADAS - INSTMST" TO RPT-LINE
            WRITE RPT-LINE

            MOVE SPACES TO RPT-LINE
            STRING "Data do movimento: " WS-DATA-MOVTO
                   "   Mantenedor: " WS-OPERADOR-ID
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE

            MOVE SPACES          TO RPT-LINE
            MOVE "INSTRUC. M"    TO RPT-LINE(1:10)
            MOVE "NUMERO 1"      TO RPT-LINE(17:8)
            MOVE "NUM. 2/TAXA"   TO RPT-LINE(28:11)
            MOVE "F"             TO RPT-LINE(40:1)
            MOVE "PROXIMO"       TO RPT-LINE(42:7)
            MOVE "DATA FIM"      TO RPT-LINE(51:8)
            MOVE "OPERADOR"      TO RPT-LINE(60:8)
            MOVE "S"             TO RPT-LINE(69:1)
            WRITE RPT-LINE

            PERFORM PROC-IMPRIMIR-UMA-INSTRUCAO
                    THRU PROC-IMPRIMIR-UMA-INSTRUCAO-END
                    VARYING WS-TAB-IDX FROM 1 BY 1
                    UNTIL WS-TAB-IDX > WS-QTD-INSTRUCOES

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE

            MOVE SPACES TO RPT-LINE
            STRING "Instruções ativas: " WS-CONT-ATIVAS
                   "   encerradas: " WS-CONT-ENCERRADAS
                   "   canceladas: " WS-CONT-CANCELADAS
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            CLOSE RPT-FILE
            .
       PROC-IMPRIMIR-INSTRUCOES-END.

       PROC-IMPRIMIR-UMA-INSTRUCAO.
            MOVE WS-TAB-REGISTRO(WS-TAB-IDX) TO INST-REC

            EVALUATE TRUE
               WHEN INST-ATIVA
                   ADD 1 TO WS-CONT-ATIVAS
               WHEN INST-ENCERRADA
                   ADD 1 TO WS-CONT-ENCERRADAS
               WHEN OTHER
                   ADD 1 TO WS-CONT-CANCELADAS
            END-EVALUATE

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
                   " " WS-NUM-2-EDITADO
                   " " INST-FREQUENCIA " " INST-PROX-VENCTO
                   " " INST-DATA-FIM " " INST-OPERADOR
                   " " INST-SITUACAO " " INST-DESCRICAO(1:10)
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE
            .
       PROC-IMPRIMIR-UMA-INSTRUCAO-END.

       PROC-ENCERRAR.
            IF WS-AUDITORIA-ABERTA
               CLOSE AUDIT-FILE
            END-IF

            DISPLAY "INSTMNT - manutenções lidas....: " WS-CONT-LIDAS
            DISPLAY "INSTMNT - manutenções aplicadas: "
                    WS-CONT-APLICADAS
            DISPLAY "INSTMNT - manutenções rejeitadas: "
                    WS-CONT-REJEITADAS

            IF WS-CONT-REJEITADAS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
            END-IF

            STOP RUN.

       END PROGRAM INSTMNT.
