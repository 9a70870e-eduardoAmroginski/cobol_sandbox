      ******************************************************************
      * Author: Eduardo Amroginski Santos
      * Date: 15/10/2026
      * Purpose: Maintenance of the operator master OPERMST, which
      *          until now was edited by hand in the flat file - the
      *          desk promoted supervisors and set limits with an
      *          editor, with no record of who changed what. Runs as a
      *          screen session for the security officer (sign-on
      *          against OPERMST, supervisors only) or in card-input
      *          mode for bulk loads (CALC-RUN-MODE=BATCH, cards on
      *          OPERCARD, released under the security officer's own
      *          operator ID in CALC-MANTENEDOR, which must be an
      *          active supervisor on the master). Adds operators,
      *          changes OPER-NOME, OPER-NIVEL and OPER-LIMITE-VALOR,
      *          resets OPER-SENHA and deactivates through
      *          OPER-SITUACAO, with edits: no two records may share an
      *          OPER-ID, the level must be 1 to 3, and the maintainer
      *          may neither touch their own record nor give anyone a
      *          level above their own. Every applied change is
      *          appended to the audit file OPERAUD with before/after
      *          images (password masked) and the maintainer's ID, the
      *          new master is written to OPEROUT for the following
      *          rewrite step, and the full operator roster is printed
      *          on RPTOUT after the session. Ends with RETURN-CODE 4
      *          when any maintenance was rejected.
      *
      * Modification history:
      * 15/10/2026 EAS  Modo cartão: o mantenedor passa a ser o
      *                 operador informado em CALC-MANTENEDOR (ativo,
      *                 supervisor), com as mesmas críticas da TELA e
      *                 o seu ID na auditoria; sem ele nada é aplicado
      *                 (RC 8). Carga inicial sem supervisor ativo só
      *                 aceita promoções a nível 3.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-ENT-FILE
               ASSIGN TO "OPERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPERIN-FS.

           SELECT OPER-SAI-FILE
               ASSIGN TO "OPEROUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPEROUT-FS.

           SELECT CARD-FILE
               ASSIGN TO "OPERCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-FS.

           SELECT AUDIT-FILE
               ASSIGN TO "OPERAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.

           SELECT RUNC-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-FS.

           SELECT RPT-FILE
               ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-ENT-FILE.
       01  OPER-ENT-REG            PIC X(59).

       FD  OPER-SAI-FILE.
       01  OPER-SAI-REG            PIC X(59).

       FD  CARD-FILE.
       01  CARD-REC.
           05  CARD-ACAO           PIC X(01).
           05  CARD-ID             PIC X(08).
           05  CARD-NOME           PIC X(30).
           05  CARD-SENHA          PIC X(08).
           05  CARD-NIVEL          PIC X(01).
           05  CARD-LIMITE         PIC X(11).
           05  FILLER              PIC X(21).

       FD  AUDIT-FILE.
           COPY OPERAREC.

       FD  RUNC-FILE.
           COPY RUNCREC.

       FD  RPT-FILE.
           COPY RPTREC.

       WORKING-STORAGE SECTION.
      * Staging area in the master layout: table entries are moved
      * here to be inspected and rebuilt before going back in.
       COPY OPERREC.

       77 WS-OPERIN-FS          PIC X(02)  VALUE "00".
       77 WS-OPEROUT-FS         PIC X(02)  VALUE "00".
       77 WS-CARD-FS            PIC X(02)  VALUE "00".
       77 WS-AUDIT-FS           PIC X(02)  VALUE "00".
       77 WS-RUNC-FS            PIC X(02)  VALUE "00".

       77 WS-RUN-MODE           PIC X(05).
           88 WS-MODO-CARTAO    VALUE "BATCH".

       77 WS-DATA-MOVTO         PIC 9(08)  VALUE ZERO.
       77 WS-DATA-ATUAL         PIC 9(08).
       77 WS-HORA-ATUAL         PIC 9(08).
       77 WS-TIMESTAMP          PIC X(26).

       77 WS-FIM-OPERIN-FLAG    PIC X(01)  VALUE "N".
           88 WS-FIM-OPERIN     VALUE "S".

       77 WS-FIM-CARD-FLAG      PIC X(01)  VALUE "N".
           88 WS-FIM-CARD       VALUE "S".

       77 WS-SESSAO-ATIVA-FLAG  PIC X(01)  VALUE "S".
           88 WS-SESSAO-ATIVA   VALUE "S".

       77 WS-AUDITORIA-STATUS   PIC X(01)  VALUE "N".
           88 WS-AUDITORIA-ABERTA VALUE "S".

      * The maintainer: the signed-on security officer, or in card
      * mode the officer who released the deck (CALC-MANTENEDOR).
      * Either way the level found on the master is the ceiling.
       77 WS-OPERADOR-ID        PIC X(08)  VALUE SPACES.
       77 WS-NIVEL-MANTENEDOR   PIC 9(01)  VALUE 0.

      * Card run on a master with no active supervisor yet (right
      * after the layout conversion): only promotions to level 3.
       77 WS-CARGA-INICIAL-FLAG PIC X(01)  VALUE "N".
           88 WS-CARGA-INICIAL  VALUE "S".
       77 WS-QTD-SUPERVISORES   PIC 9(04) COMP VALUE 0.

       01  WS-SIGNON-ENTRADA.
           05  WS-SIGNON-ID        PIC X(08).
           05  WS-SIGNON-SENHA     PIC X(08).

       77 WS-SIGNON-STATUS      PIC X(01)  VALUE "N".
           88 WS-SIGNON-OK      VALUE "S".

       77 WS-SIGNON-TENTATIVAS  PIC 9(01)  VALUE 0.
       77 WS-SIGNON-LIMITE      PIC 9(01)  VALUE 3.

       77 WS-MAX-OPERADORES     PIC 9(04) COMP VALUE 500.
       77 WS-QTD-OPERADORES     PIC 9(04) COMP VALUE 0.
       77 WS-TAB-IDX            PIC 9(04) COMP.
       77 WS-BUSCA-IDX          PIC 9(04) COMP.
       77 WS-ACHADO-IDX         PIC 9(04) COMP.

       01  WS-TABELA-OPERADORES.
           05  WS-TAB-ENT          OCCURS 500 TIMES.
               10  WS-TAB-REGISTRO PIC X(59).

      * Maintenance entry, keyed on screen or punched on a card.
      * On a change a blank field keeps what the master has.
       01  WS-ENT-MANUTENCAO.
           05  WS-ENT-ACAO         PIC X(01).
           05  WS-ENT-ID           PIC X(08).
           05  WS-ENT-NOME         PIC X(30).
           05  WS-ENT-SENHA        PIC X(08).
           05  WS-ENT-NIVEL-X      PIC X(01).
           05  WS-ENT-NIVEL-N      REDEFINES WS-ENT-NIVEL-X
                                   PIC 9(01).
           05  WS-ENT-LIMITE-X     PIC X(11).
           05  WS-ENT-LIMITE-N     REDEFINES WS-ENT-LIMITE-X
                                   PIC 9(09)V99.

       77 WS-CRITICA             PIC X(40).
           88 WS-ENTRADA-LIMPA   VALUE SPACES.

       77 WS-IMAGEM-ANTES        PIC X(59).
       77 WS-IMAGEM-DEPOIS       PIC X(59).
       77 WS-SENHA-MASCARA       PIC X(08)  VALUE "********".

       77 WS-CONT-LIDAS          PIC 9(05) VALUE 0.
       77 WS-CONT-APLICADAS      PIC 9(05) VALUE 0.
       77 WS-CONT-REJEITADAS     PIC 9(05) VALUE 0.
       77 WS-CONT-ATIVOS         PIC 9(05) VALUE 0.
       77 WS-CONT-INATIVOS       PIC 9(05) VALUE 0.

       77 WS-LIMITE-EDITADO      PIC Z(08)9.99.
       77 WS-SITUACAO-EDITADA    PIC X(07).

       SCREEN SECTION.
       01  SS-SIGNON-TELA.
           05 BLANK SCREEN.
           05 LINE 1 COL 1  VALUE "OPERMNT - IDENTIFICAÇÃO".
           05 LINE 3 COL 1  VALUE "Operador: ".
           05 LINE 3 COL 11 PIC X(08) TO WS-SIGNON-ID.
           05 LINE 4 COL 1  VALUE "Senha...: ".
           05 LINE 4 COL 11 PIC X(08) TO WS-SIGNON-SENHA SECURE.

       01  SS-MANUTENCAO-TELA.
           05 BLANK SCREEN.
           05 LINE 1 COL 1
                    VALUE "MANUTENÇÃO DE OPERADORES - OPERMST".
           05 LINE 3 COL 1
                    VALUE "Ação (I=inclui A=altera T=senha D=desat.".
           05 LINE 3 COL 41 VALUE " F=fim)".
           05 LINE 4 COL 1  VALUE "Ação..........: ".
           05 LINE 4 COL 17 PIC X(01) TO WS-ENT-ACAO.
           05 LINE 5 COL 1  VALUE "Operador......: ".
           05 LINE 5 COL 17 PIC X(08) TO WS-ENT-ID.
           05 LINE 6 COL 1  VALUE "Nome..........: ".
           05 LINE 6 COL 17 PIC X(30) TO WS-ENT-NOME.
           05 LINE 7 COL 1  VALUE "Senha (I/T)...: ".
           05 LINE 7 COL 17 PIC X(08) TO WS-ENT-SENHA SECURE.
           05 LINE 8 COL 1  VALUE "Nível (1-3)...: ".
           05 LINE 8 COL 17 PIC X(01) TO WS-ENT-NIVEL-X.
           05 LINE 9 COL 1  VALUE "Limite (9+2)..: ".
           05 LINE 9 COL 17 PIC X(11) TO WS-ENT-LIMITE-X.

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

            PERFORM PROC-IMPRIMIR-CADASTRO
                    THRU PROC-IMPRIMIR-CADASTRO-END

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

            IF WS-MODO-CARTAO
               PERFORM PROC-VALIDAR-MANTENEDOR
                       THRU PROC-VALIDAR-MANTENEDOR-END
               IF NOT WS-SIGNON-OK
                  DISPLAY "Cartões não aplicados: mantenedor "
                          "inválido"
                  MOVE "N" TO WS-SESSAO-ATIVA-FLAG
                  MOVE 8 TO RETURN-CODE
               END-IF
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
            OPEN INPUT OPER-ENT-FILE

            IF WS-OPERIN-FS NOT = "00"
               DISPLAY "Sem OPERMST anterior, status: " WS-OPERIN-FS
               GO TO PROC-CARREGAR-MASTER-END
            END-IF

            PERFORM PROC-LER-OPER-ENT
                    THRU PROC-LER-OPER-ENT-END
                    UNTIL WS-FIM-OPERIN

            CLOSE OPER-ENT-FILE

            DISPLAY "OPERMNT - operadores carregados do master: "
                    WS-QTD-OPERADORES
            .
       PROC-CARREGAR-MASTER-END.

       PROC-LER-OPER-ENT.
            READ OPER-ENT-FILE
                AT END
                    SET WS-FIM-OPERIN TO TRUE
                    GO TO PROC-LER-OPER-ENT-END
            END-READ

            IF WS-QTD-OPERADORES NOT < WS-MAX-OPERADORES
               DISPLAY "Tabela de operadores cheia, registro ignorado"
               MOVE 8 TO RETURN-CODE
               GO TO PROC-LER-OPER-ENT-END
            END-IF

            ADD 1 TO WS-QTD-OPERADORES
            MOVE OPER-ENT-REG TO WS-TAB-REGISTRO(WS-QTD-OPERADORES)
            .
       PROC-LER-OPER-ENT-END.

      ******************************************************************
      * Sign-on is checked against the master just loaded: only an
      * active supervisor may maintain operators, and the level found
      * is the ceiling for any level this session grants.
      ******************************************************************
       PROC-SIGNON.
            MOVE SPACES TO WS-SIGNON-ENTRADA

            DISPLAY SS-SIGNON-TELA
            ACCEPT SS-SIGNON-TELA

            ADD 1 TO WS-SIGNON-TENTATIVAS

            PERFORM PROC-VALIDAR-OPERADOR
                    THRU PROC-VALIDAR-OPERADOR-END

            IF WS-SIGNON-OK
               MOVE WS-SIGNON-ID TO WS-OPERADOR-ID
            ELSE
               DISPLAY "Operador ou senha inválidos, ou sem nível de "
                       "supervisor"
            END-IF
            .
       PROC-SIGNON-END.

       PROC-VALIDAR-OPERADOR.
            MOVE WS-SIGNON-ID TO WS-ENT-ID

            PERFORM PROC-LOCALIZAR-OPERADOR
                    THRU PROC-LOCALIZAR-OPERADOR-END

            IF WS-ACHADO-IDX = 0
               GO TO PROC-VALIDAR-OPERADOR-END
            END-IF

            MOVE WS-TAB-REGISTRO(WS-ACHADO-IDX) TO OPER-REC

            IF OPER-SENHA = WS-SIGNON-SENHA
               AND OPER-ATIVO
               AND OPER-NIVEL-SUPERVISOR
               MOVE OPER-NIVEL TO WS-NIVEL-MANTENEDOR
               SET WS-SIGNON-OK TO TRUE
            END-IF
            .
       PROC-VALIDAR-OPERADOR-END.

      ******************************************************************
      * A card run is released by the security officer under their own
      * operator ID. It is checked against the master like a sign-on
      * (the password is not asked: the release itself is the control)
      * and nothing is applied unless it is an active supervisor. The
      * one exception is a master with no active supervisor at all,
      * as left by the layout conversion: any active operator may then
      * release a deck, but only promotions to level 3 are accepted.
      ******************************************************************
       PROC-VALIDAR-MANTENEDOR.
            ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "CALC-MANTENEDOR"

            IF WS-OPERADOR-ID = SPACES
               DISPLAY "CALC-MANTENEDOR não informado"
               GO TO PROC-VALIDAR-MANTENEDOR-END
            END-IF

            MOVE WS-OPERADOR-ID TO WS-ENT-ID

            PERFORM PROC-LOCALIZAR-OPERADOR
                    THRU PROC-LOCALIZAR-OPERADOR-END

            IF WS-ACHADO-IDX = 0
               DISPLAY "Mantenedor " WS-OPERADOR-ID
                       " não cadastrado no OPERMST"
               GO TO PROC-VALIDAR-MANTENEDOR-END
            END-IF

            MOVE WS-TAB-REGISTRO(WS-ACHADO-IDX) TO OPER-REC

            IF NOT OPER-ATIVO
               DISPLAY "Mantenedor " WS-OPERADOR-ID " inativo"
               GO TO PROC-VALIDAR-MANTENEDOR-END
            END-IF

            MOVE OPER-NIVEL TO WS-NIVEL-MANTENEDOR

            IF OPER-NIVEL-SUPERVISOR
               SET WS-SIGNON-OK TO TRUE
               GO TO PROC-VALIDAR-MANTENEDOR-END
            END-IF

            MOVE 0 TO WS-QTD-SUPERVISORES

            PERFORM PROC-CONTAR-SUPERVISOR
                    THRU PROC-CONTAR-SUPERVISOR-END
                    VARYING WS-TAB-IDX FROM 1 BY 1
                    UNTIL WS-TAB-IDX > WS-QTD-OPERADORES

            IF WS-QTD-SUPERVISORES > 0
               DISPLAY "Mantenedor " WS-OPERADOR-ID
                       " sem nível de supervisor"
               GO TO PROC-VALIDAR-MANTENEDOR-END
            END-IF

            DISPLAY "OPERMNT - nenhum supervisor ativo no OPERMST: "
                    "carga inicial, só promoções a nível 3"
            SET WS-CARGA-INICIAL TO TRUE
            MOVE 3 TO WS-NIVEL-MANTENEDOR
            SET WS-SIGNON-OK TO TRUE
            .
       PROC-VALIDAR-MANTENEDOR-END.

       PROC-CONTAR-SUPERVISOR.
            MOVE WS-TAB-REGISTRO(WS-TAB-IDX) TO OPER-REC

            IF OPER-ATIVO AND OPER-NIVEL-SUPERVISOR
               ADD 1 TO WS-QTD-SUPERVISORES
            END-IF
            .
       PROC-CONTAR-SUPERVISOR-END.

       PROC-SESSAO-CARTAO.
            IF NOT WS-SESSAO-ATIVA
               GO TO PROC-SESSAO-CARTAO-END
            END-IF

            OPEN INPUT CARD-FILE

            IF WS-CARD-FS NOT = "00"
               DISPLAY "Erro ao abrir OPERCARD, status: " WS-CARD-FS
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

            MOVE CARD-ACAO   TO WS-ENT-ACAO
            MOVE CARD-ID     TO WS-ENT-ID
            MOVE CARD-NOME   TO WS-ENT-NOME
            MOVE CARD-SENHA  TO WS-ENT-SENHA
            MOVE CARD-NIVEL  TO WS-ENT-NIVEL-X
            MOVE CARD-LIMITE TO WS-ENT-LIMITE-X

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

      ******************************************************************
      * On the screen the password reset is keyed as "T" (troca) so
      * that "S" is not mistaken for "sai"; it is carried as "S" from
      * here on, the same as a card. "F" ends the session.
      ******************************************************************
       PROC-TRATAR-TELA.
            MOVE SPACES TO WS-ENT-MANUTENCAO

            DISPLAY SS-MANUTENCAO-TELA
            ACCEPT SS-MANUTENCAO-TELA

            IF WS-ENT-ACAO = "F" OR WS-ENT-ACAO = "f"
               MOVE "N" TO WS-SESSAO-ATIVA-FLAG
               GO TO PROC-TRATAR-TELA-END
            END-IF

            IF WS-ENT-ACAO = "T" OR WS-ENT-ACAO = "t"
               MOVE "S" TO WS-ENT-ACAO
            END-IF

            PERFORM PROC-APLICAR-MANUTENCAO
                    THRU PROC-APLICAR-MANUTENCAO-END
            .
       PROC-TRATAR-TELA-END.

       PROC-APLICAR-MANUTENCAO.
            ADD 1 TO WS-CONT-LIDAS

            MOVE SPACES TO WS-CRITICA

            PERFORM PROC-CRITICAR-ENTRADA
                    THRU PROC-CRITICAR-ENTRADA-END

            IF NOT WS-ENTRADA-LIMPA
               ADD 1 TO WS-CONT-REJEITADAS
               DISPLAY "OPERMNT - rejeitada (" WS-ENT-ACAO " "
                       WS-ENT-ID "): " WS-CRITICA
               GO TO PROC-APLICAR-MANUTENCAO-END
            END-IF

            EVALUATE WS-ENT-ACAO
               WHEN "I"
                   PERFORM PROC-INCLUIR-OPERADOR
                           THRU PROC-INCLUIR-OPERADOR-END
               WHEN "A"
                   PERFORM PROC-ALTERAR-OPERADOR
                           THRU PROC-ALTERAR-OPERADOR-END
               WHEN "S"
                   PERFORM PROC-TROCAR-SENHA
                           THRU PROC-TROCAR-SENHA-END
               WHEN "D"
                   PERFORM PROC-DESATIVAR-OPERADOR
                           THRU PROC-DESATIVAR-OPERADOR-END
            END-EVALUATE
            .
       PROC-APLICAR-MANUTENCAO-END.

      ******************************************************************
      * The edits the hand-maintained file never had. A rejected
      * entry changes nothing and is only reported, so one bad card
      * in a bulk load cannot spoil the master. The maintainer may not
      * touch their own record in any way, and may not grant a level
      * above their own. A card run is held to the same edits, with
      * the releasing officer as the maintainer.
      ******************************************************************
       PROC-CRITICAR-ENTRADA.
            IF WS-ENT-ACAO NOT = "I" AND WS-ENT-ACAO NOT = "A"
               AND WS-ENT-ACAO NOT = "S" AND WS-ENT-ACAO NOT = "D"
               MOVE "ação inválida" TO WS-CRITICA
               GO TO PROC-CRITICAR-ENTRADA-END
            END-IF

            IF WS-ENT-ID = SPACES
               MOVE "operador em branco" TO WS-CRITICA
               GO TO PROC-CRITICAR-ENTRADA-END
            END-IF

            IF WS-ENT-ID = WS-OPERADOR-ID
               MOVE "manutenção do próprio registro" TO WS-CRITICA
               GO TO PROC-CRITICAR-ENTRADA-END
            END-IF

            IF WS-CARGA-INICIAL
               AND (WS-ENT-ACAO NOT = "A" OR WS-ENT-NIVEL-X NOT = "3")
               MOVE "carga inicial: só promoção a nível 3"
                    TO WS-CRITICA
               GO TO PROC-CRITICAR-ENTRADA-END
            END-IF

            IF WS-ENT-ACAO = "I"
               PERFORM PROC-CRITICAR-INCLUSAO
                       THRU PROC-CRITICAR-INCLUSAO-END
               GO TO PROC-CRITICAR-ENTRADA-END
            END-IF

            IF WS-ENT-ACAO = "S" AND WS-ENT-SENHA = SPACES
               MOVE "senha nova em branco" TO WS-CRITICA
               GO TO PROC-CRITICAR-ENTRADA-END
            END-IF

            IF WS-ENT-ACAO = "A"
               PERFORM PROC-CRITICAR-ALTERACAO
                       THRU PROC-CRITICAR-ALTERACAO-END
            END-IF
            .
       PROC-CRITICAR-ENTRADA-END.

       PROC-CRITICAR-INCLUSAO.
            IF WS-ENT-NOME = SPACES
               MOVE "nome em branco" TO WS-CRITICA
               GO TO PROC-CRITICAR-INCLUSAO-END
            END-IF

            IF WS-ENT-SENHA = SPACES
               MOVE "senha inicial em branco" TO WS-CRITICA
               GO TO PROC-CRITICAR-INCLUSAO-END
            END-IF

            PERFORM PROC-CRITICAR-NIVEL
                    THRU PROC-CRITICAR-NIVEL-END

            IF NOT WS-ENTRADA-LIMPA
               GO TO PROC-CRITICAR-INCLUSAO-END
            END-IF

            IF WS-ENT-LIMITE-X = SPACES
               MOVE ZERO TO WS-ENT-LIMITE-N
            END-IF

            IF WS-ENT-LIMITE-X NOT NUMERIC
               MOVE "limite não numérico" TO WS-CRITICA
            END-IF
            .
       PROC-CRITICAR-INCLUSAO-END.

       PROC-CRITICAR-ALTERACAO.
            IF WS-ENT-NOME = SPACES AND WS-ENT-NIVEL-X = SPACE
               AND WS-ENT-LIMITE-X = SPACES
               MOVE "nenhum campo a alterar" TO WS-CRITICA
               GO TO PROC-CRITICAR-ALTERACAO-END
            END-IF

            IF WS-ENT-NIVEL-X NOT = SPACE
               PERFORM PROC-CRITICAR-NIVEL
                       THRU PROC-CRITICAR-NIVEL-END
               IF NOT WS-ENTRADA-LIMPA
                  GO TO PROC-CRITICAR-ALTERACAO-END
               END-IF
            END-IF

            IF WS-ENT-LIMITE-X NOT = SPACES
               AND WS-ENT-LIMITE-X NOT NUMERIC
               MOVE "limite não numérico" TO WS-CRITICA
            END-IF
            .
       PROC-CRITICAR-ALTERACAO-END.

       PROC-CRITICAR-NIVEL.
            IF WS-ENT-NIVEL-X NOT NUMERIC
               OR WS-ENT-NIVEL-N < 1 OR WS-ENT-NIVEL-N > 3
               MOVE "nível fora de 1 a 3" TO WS-CRITICA
               GO TO PROC-CRITICAR-NIVEL-END
            END-IF

            IF WS-ENT-NIVEL-N > WS-NIVEL-MANTENEDOR
               MOVE "nível acima do nível do mantenedor"
                    TO WS-CRITICA
            END-IF
            .
       PROC-CRITICAR-NIVEL-END.

       PROC-LOCALIZAR-OPERADOR.
            MOVE 0 TO WS-ACHADO-IDX
            MOVE 1 TO WS-BUSCA-IDX

            PERFORM PROC-COMPARAR-OPERADOR
                    THRU PROC-COMPARAR-OPERADOR-END
                    UNTIL WS-ACHADO-IDX > 0
                          OR WS-BUSCA-IDX > WS-QTD-OPERADORES
            .
       PROC-LOCALIZAR-OPERADOR-END.

       PROC-COMPARAR-OPERADOR.
            MOVE WS-TAB-REGISTRO(WS-BUSCA-IDX) TO OPER-REC

            IF OPER-ID = WS-ENT-ID
               MOVE WS-BUSCA-IDX TO WS-ACHADO-IDX
            END-IF

            ADD 1 TO WS-BUSCA-IDX
            .
       PROC-COMPARAR-OPERADOR-END.

       PROC-INCLUIR-OPERADOR.
            PERFORM PROC-LOCALIZAR-OPERADOR
                    THRU PROC-LOCALIZAR-OPERADOR-END

            IF WS-ACHADO-IDX > 0
               ADD 1 TO WS-CONT-REJEITADAS
               DISPLAY "OPERMNT - rejeitada (I " WS-ENT-ID
                       "): operador já cadastrado"
               GO TO PROC-INCLUIR-OPERADOR-END
            END-IF

            IF WS-QTD-OPERADORES NOT < WS-MAX-OPERADORES
               ADD 1 TO WS-CONT-REJEITADAS
               DISPLAY "OPERMNT - rejeitada (I " WS-ENT-ID
                       "): tabela de operadores cheia"
               MOVE 8 TO RETURN-CODE
               GO TO PROC-INCLUIR-OPERADOR-END
            END-IF

            MOVE WS-ENT-ID       TO OPER-ID
            MOVE WS-ENT-NOME     TO OPER-NOME
            MOVE WS-ENT-SENHA    TO OPER-SENHA
            SET OPER-ATIVO       TO TRUE
            MOVE WS-ENT-NIVEL-N  TO OPER-NIVEL
            MOVE WS-ENT-LIMITE-N TO OPER-LIMITE-VALOR

            ADD 1 TO WS-QTD-OPERADORES
            MOVE OPER-REC TO WS-TAB-REGISTRO(WS-QTD-OPERADORES)

            MOVE SPACES TO WS-IMAGEM-ANTES

            PERFORM PROC-GRAVAR-AUDITORIA
                    THRU PROC-GRAVAR-AUDITORIA-END

            ADD 1 TO WS-CONT-APLICADAS
            .
       PROC-INCLUIR-OPERADOR-END.

      ******************************************************************
      * Change of name, level or limit: blank fields keep the master's
      * value. A record above the maintainer's own level is out of
      * reach even when the level itself is not being changed.
      ******************************************************************
       PROC-ALTERAR-OPERADOR.
            PERFORM PROC-LOCALIZAR-EXISTENTE
                    THRU PROC-LOCALIZAR-EXISTENTE-END

            IF WS-ACHADO-IDX = 0
               GO TO PROC-ALTERAR-OPERADOR-END
            END-IF

            IF WS-ENT-NOME NOT = SPACES
               MOVE WS-ENT-NOME TO OPER-NOME
            END-IF

            IF WS-ENT-NIVEL-X NOT = SPACE
               MOVE WS-ENT-NIVEL-N TO OPER-NIVEL
            END-IF

            IF WS-ENT-LIMITE-X NOT = SPACES
               MOVE WS-ENT-LIMITE-N TO OPER-LIMITE-VALOR
            END-IF

            MOVE OPER-REC TO WS-TAB-REGISTRO(WS-ACHADO-IDX)

            PERFORM PROC-GRAVAR-AUDITORIA
                    THRU PROC-GRAVAR-AUDITORIA-END

            ADD 1 TO WS-CONT-APLICADAS
            .
       PROC-ALTERAR-OPERADOR-END.

       PROC-TROCAR-SENHA.
            PERFORM PROC-LOCALIZAR-EXISTENTE
                    THRU PROC-LOCALIZAR-EXISTENTE-END

            IF WS-ACHADO-IDX = 0
               GO TO PROC-TROCAR-SENHA-END
            END-IF

            MOVE WS-ENT-SENHA TO OPER-SENHA

            MOVE OPER-REC TO WS-TAB-REGISTRO(WS-ACHADO-IDX)

            PERFORM PROC-GRAVAR-AUDITORIA
                    THRU PROC-GRAVAR-AUDITORIA-END

            ADD 1 TO WS-CONT-APLICADAS
            .
       PROC-TROCAR-SENHA-END.

      ******************************************************************
      * Operators are never deleted: the ID stays on the master so it
      * cannot be reissued to someone else while the audit trail
      * still carries it.
      ******************************************************************
       PROC-DESATIVAR-OPERADOR.
            PERFORM PROC-LOCALIZAR-EXISTENTE
                    THRU PROC-LOCALIZAR-EXISTENTE-END

            IF WS-ACHADO-IDX = 0
               GO TO PROC-DESATIVAR-OPERADOR-END
            END-IF

            IF NOT OPER-ATIVO
               ADD 1 TO WS-CONT-REJEITADAS
               DISPLAY "OPERMNT - rejeitada (D " WS-ENT-ID
                       "): operador já desativado"
               GO TO PROC-DESATIVAR-OPERADOR-END
            END-IF

            MOVE "I" TO OPER-SITUACAO

            MOVE OPER-REC TO WS-TAB-REGISTRO(WS-ACHADO-IDX)

            PERFORM PROC-GRAVAR-AUDITORIA
                    THRU PROC-GRAVAR-AUDITORIA-END

            ADD 1 TO WS-CONT-APLICADAS
            .
       PROC-DESATIVAR-OPERADOR-END.

      ******************************************************************
      * Common lookup for change, reset and deactivation: the record
      * must exist and sit at or below the maintainer's level. On
      * return OPER-REC and WS-IMAGEM-ANTES hold the current record;
      * WS-ACHADO-IDX is zero when the entry was rejected.
      ******************************************************************
       PROC-LOCALIZAR-EXISTENTE.
            PERFORM PROC-LOCALIZAR-OPERADOR
                    THRU PROC-LOCALIZAR-OPERADOR-END

            IF WS-ACHADO-IDX = 0
               ADD 1 TO WS-CONT-REJEITADAS
               DISPLAY "OPERMNT - rejeitada (" WS-ENT-ACAO " "
                       WS-ENT-ID "): operador não cadastrado"
               GO TO PROC-LOCALIZAR-EXISTENTE-END
            END-IF

            MOVE WS-TAB-REGISTRO(WS-ACHADO-IDX) TO WS-IMAGEM-ANTES
            MOVE WS-TAB-REGISTRO(WS-ACHADO-IDX) TO OPER-REC

            IF OPER-NIVEL > WS-NIVEL-MANTENEDOR
               ADD 1 TO WS-CONT-REJEITADAS
               DISPLAY "OPERMNT - rejeitada (" WS-ENT-ACAO " "
                       WS-ENT-ID "): operador acima do nível do "
                       "mantenedor"
               MOVE 0 TO WS-ACHADO-IDX
            END-IF
            .
       PROC-LOCALIZAR-EXISTENTE-END.

       PROC-GRAVAR-AUDITORIA.
            IF NOT WS-AUDITORIA-ABERTA
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-FS = "00"
                  SET WS-AUDITORIA-ABERTA TO TRUE
               ELSE
                  DISPLAY "Erro ao abrir OPERAUD, status: "
                          WS-AUDIT-FS
                  MOVE 8 TO RETURN-CODE
                  GO TO PROC-GRAVAR-AUDITORIA-END
               END-IF
            END-IF

            PERFORM PROC-MONTAR-TIMESTAMP
                    THRU PROC-MONTAR-TIMESTAMP-END

            MOVE OPER-REC TO WS-IMAGEM-DEPOIS
            MOVE WS-SENHA-MASCARA TO WS-IMAGEM-DEPOIS(39:8)

            IF WS-IMAGEM-ANTES NOT = SPACES
               MOVE WS-SENHA-MASCARA TO WS-IMAGEM-ANTES(39:8)
            END-IF

            MOVE WS-TIMESTAMP     TO OPERA-TIMESTAMP
            MOVE WS-OPERADOR-ID   TO OPERA-OPERADOR
            MOVE WS-ENT-ACAO      TO OPERA-ACAO
            MOVE WS-IMAGEM-ANTES  TO OPERA-ANTES
            MOVE WS-IMAGEM-DEPOIS TO OPERA-DEPOIS

            WRITE OPERA-REC

            IF WS-AUDIT-FS NOT = "00"
               DISPLAY "Erro ao gravar OPERAUD, status: " WS-AUDIT-FS
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
            OPEN OUTPUT OPER-SAI-FILE

            IF WS-OPEROUT-FS NOT = "00"
               DISPLAY "Erro ao abrir OPEROUT, status: " WS-OPEROUT-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-GRAVAR-MASTER-END
            END-IF

            PERFORM PROC-GRAVAR-UM-OPERADOR
                    THRU PROC-GRAVAR-UM-OPERADOR-END
                    VARYING WS-TAB-IDX FROM 1 BY 1
                    UNTIL WS-TAB-IDX > WS-QTD-OPERADORES

            CLOSE OPER-SAI-FILE
            .
       PROC-GRAVAR-MASTER-END.

       PROC-GRAVAR-UM-OPERADOR.
            WRITE OPER-SAI-REG FROM WS-TAB-REGISTRO(WS-TAB-IDX)

            IF WS-OPEROUT-FS NOT = "00"
               DISPLAY "Erro ao gravar OPEROUT, status: "
                       WS-OPEROUT-FS
               MOVE 8 TO RETURN-CODE
            END-IF
            .
       PROC-GRAVAR-UM-OPERADOR-END.

      ******************************************************************
      * The roster as it will stand after the rewrite, one line per
      * operator in master order - passwords never printed - so the
      * security officer can sight-check levels and limits.
      ******************************************************************
       PROC-IMPRIMIR-CADASTRO.
            OPEN OUTPUT RPT-FILE

            MOVE "CADASTRO DE OPERADORES - OPERMST" TO RPT-LINE
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
            MOVE "OPERADOR NOME" TO RPT-LINE(1:13)
            MOVE "SIT."          TO RPT-LINE(41:4)
            MOVE "NV"            TO RPT-LINE(50:2)
            MOVE "LIMITE"        TO RPT-LINE(58:6)
            WRITE RPT-LINE

            PERFORM PROC-IMPRIMIR-UM-OPERADOR
                    THRU PROC-IMPRIMIR-UM-OPERADOR-END
                    VARYING WS-TAB-IDX FROM 1 BY 1
                    UNTIL WS-TAB-IDX > WS-QTD-OPERADORES

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE

            MOVE SPACES TO RPT-LINE
            STRING "Operadores ativos: " WS-CONT-ATIVOS
                   "   inativos: " WS-CONT-INATIVOS
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            CLOSE RPT-FILE
            .
       PROC-IMPRIMIR-CADASTRO-END.

       PROC-IMPRIMIR-UM-OPERADOR.
            MOVE WS-TAB-REGISTRO(WS-TAB-IDX) TO OPER-REC

            IF OPER-ATIVO
               ADD 1 TO WS-CONT-ATIVOS
               MOVE "ATIVO"   TO WS-SITUACAO-EDITADA
            ELSE
               ADD 1 TO WS-CONT-INATIVOS
               MOVE "INATIVO" TO WS-SITUACAO-EDITADA
            END-IF

            MOVE OPER-LIMITE-VALOR TO WS-LIMITE-EDITADO

            MOVE SPACES TO RPT-LINE
            STRING OPER-ID " " OPER-NOME " " WS-SITUACAO-EDITADA
                   "  " OPER-NIVEL " " WS-LIMITE-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE
            .
       PROC-IMPRIMIR-UM-OPERADOR-END.

       PROC-ENCERRAR.
            IF WS-AUDITORIA-ABERTA
               CLOSE AUDIT-FILE
            END-IF

            DISPLAY "OPERMNT - manutenções lidas....: " WS-CONT-LIDAS
            DISPLAY "OPERMNT - manutenções aplicadas: "
                    WS-CONT-APLICADAS
            DISPLAY "OPERMNT - manutenções rejeitadas: "
                    WS-CONT-REJEITADAS

            IF WS-CONT-REJEITADAS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
            END-IF

            STOP RUN.

       END PROGRAM OPERMNT.
