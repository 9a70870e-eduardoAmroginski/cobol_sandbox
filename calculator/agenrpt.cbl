      ******************************************************************
      * Author: Eduardo Amroginski Santos
      * Date: 15/10/2026
      * Purpose: Branch arrival report for the business date on
      *          RUNCTL, printed before the calculator posts anything.
      *          Reads the branch master AGENMST and the arrival log
      *          CHEGADA that TRANSRCYC (received or held files) and
      *          DAYCLOSE (branches waived by the desk) append to, and
      *          lists every branch on the master with what happened
      *          to its file for the date:
      *
      *            RECEBIDA   - a file was received into the cycle
      *            DISPENSADA - no file, the desk waived the branch
      *            RETIDA     - only held files, with the last reason
      *            AUSENTE    - expected daily and nothing arrived
      *            SEM REMESSA- not expected and nothing arrived
      *
      *          followed by every held file (any branch, including a
      *          code not on the master) with its reason, and totals.
      *          A branch counts as in once it has a received or
      *          waived record; a held file alone leaves it pending.
      *          When the front end was rerun under the same job and
      *          execution, only the records of its latest run count
      *          (the earlier run's merged file was replaced).
      *          Ends with RETURN-CODE 4 while a branch expected
      *          daily is missing or has only held files - the same
      *          test DAYCLOSE applies - so the ledger, billing and
      *          close steps of the cycle wait for the late file or
      *          the waiver. A held file from a branch not expected
      *          daily is listed for the desk but holds nothing.
      *
      *          CALC-DATA-CHEGADA=AAAAMMDD reports a past date
      *          instead of the run-control date, for review only.
      *
      *          Like every step of the cycle it appends its control
      *          record to RUNLOG: branches received, held files and
      *          expected branches still missing, with the job from
      *          CALC-JOB-ID.
      *
      * Modification history:
      * 15/10/2026 EAS  Ao terminar grava o registro de controle no
      *                 log de execução RUNLOG (RLOGREC) com as
      *                 agências recebidas, retidas e faltantes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGEN-FILE
               ASSIGN TO "AGENMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGEN-FS.

           SELECT CHEG-FILE
               ASSIGN TO "CHEGADA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHEG-FS.

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
       FD  AGEN-FILE.
           COPY AGENREC.

       FD  CHEG-FILE.
           COPY CHEGREC.

       FD  RUNC-FILE.
           COPY RUNCREC.

       FD  RLOG-FILE.
           COPY RLOGREC.

       FD  RPT-FILE.
           COPY RPTREC.

       WORKING-STORAGE SECTION.
       77 WS-AGEN-FS            PIC X(02)  VALUE "00".
       77 WS-CHEG-FS            PIC X(02)  VALUE "00".
       77 WS-RUNC-FS            PIC X(02)  VALUE "00".
       77 WS-RLOG-FS            PIC X(02)  VALUE "00".

       77 WS-FIM-AGEN           PIC X(01)  VALUE "N".
           88 WS-AGEN-ESGOTADO  VALUE "S".

       77 WS-FIM-CHEG           PIC X(01)  VALUE "N".
           88 WS-CHEG-ESGOTADO  VALUE "S".

       77 WS-DATA-MOVTO         PIC 9(08)  VALUE ZERO.
       77 WS-DATA-ENTRADA       PIC X(08)  VALUE SPACES.
       77 WS-NUM-EXECUCAO       PIC 9(04)  VALUE ZERO.
       77 WS-RLOG-JOB           PIC X(08)  VALUE "CALCBAT".
       77 WS-RLOG-INICIO        PIC X(26)  VALUE SPACES.
       77 WS-TIMESTAMP          PIC X(26)  VALUE SPACES.
       77 WS-DATA-ATUAL         PIC 9(08).
       77 WS-HORA-ATUAL         PIC 9(08).

       77 WS-CONT-CHEGADAS      PIC 9(09) COMP VALUE 0.
       77 WS-CONT-DO-DIA        PIC 9(09) COMP VALUE 0.
       77 WS-CONT-ESPERADAS     PIC 9(09) COMP VALUE 0.
       77 WS-CONT-RECEBIDAS     PIC 9(09) COMP VALUE 0.
       77 WS-CONT-DISPENSADAS   PIC 9(09) COMP VALUE 0.
       77 WS-CONT-SO-RETIDAS    PIC 9(09) COMP VALUE 0.
       77 WS-CONT-AUSENTES      PIC 9(09) COMP VALUE 0.
       77 WS-CONT-REM-RETIDAS   PIC 9(09) COMP VALUE 0.
       77 WS-CONT-PENDENCIAS    PIC 9(09) COMP VALUE 0.
       77 WS-CONT-SUBSTITUIDOS  PIC 9(09) COMP VALUE 0.

      * Latest run of each job and execution that logged files for
      * the date: records of an earlier run of the same pair were
      * superseded by the rerun.
       77 WS-MAX-EXECUCOES      PIC 9(04) COMP VALUE 100.
       77 WS-QTD-EXECUCOES      PIC 9(04) COMP VALUE 0.
       77 WS-EXE-IDX            PIC 9(04) COMP.
       77 WS-EXE-ACHADA         PIC 9(04) COMP.

       01  WS-EXECUCOES.
           05  WS-EXECUCAO         OCCURS 100 TIMES.
               10  WS-EXE-JOB      PIC X(08).
               10  WS-EXE-NUMERO   PIC 9(04).
               10  WS-EXE-TIMESTAMP PIC X(26).

      * One entry per branch on the master, then one per unknown code
      * found on the arrival log, in order of first appearance.
       77 WS-MAX-AGENCIAS       PIC 9(04) COMP VALUE 250.
       77 WS-QTD-AGENCIAS       PIC 9(04) COMP VALUE 0.
       77 WS-QTD-CADASTRO       PIC 9(04) COMP VALUE 0.
       77 WS-AGE-IDX            PIC 9(04) COMP.
       77 WS-BUSCA-IDX          PIC 9(04) COMP.
       77 WS-ACHADO-IDX         PIC 9(04) COMP.

       01  WS-AGENCIAS.
           05  WS-AGENCIA          OCCURS 250 TIMES.
               10  WS-AGE-CODIGO   PIC X(02).
               10  WS-AGE-NOME     PIC X(30).
               10  WS-AGE-ESPERADA PIC X(01).
                   88  WS-AGE-DIARIA    VALUE "S".
               10  WS-AGE-CADASTRO PIC X(01).
                   88  WS-AGE-CADASTRADA VALUE "S".
               10  WS-AGE-QTD-RECEB PIC 9(04) COMP.
               10  WS-AGE-QTD-RETID PIC 9(04) COMP.
               10  WS-AGE-DISPENSA PIC X(01).
                   88  WS-AGE-DISPENSADA VALUE "S".
               10  WS-AGE-DETALHES PIC 9(09) COMP.
               10  WS-AGE-MOTIVO   PIC X(02).

      * Held files of the date, kept for the detail section.
       77 WS-MAX-RETIDAS        PIC 9(04) COMP VALUE 100.
       77 WS-QTD-RETIDAS        PIC 9(04) COMP VALUE 0.
       77 WS-RET-IDX            PIC 9(04) COMP.

       01  WS-RETIDAS.
           05  WS-RETIDA           OCCURS 100 TIMES.
               10  WS-RET-AGENCIA  PIC X(02).
               10  WS-RET-MOTIVO   PIC X(02).
               10  WS-RET-QTD      PIC 9(09).
               10  WS-RET-JOB      PIC X(08).
               10  WS-RET-HORA     PIC X(08).

       77 WS-SITUACAO           PIC X(11).
       77 WS-OBSERVACAO         PIC X(30).
       77 WS-MOTIVO-TEXTO       PIC X(30).
       77 WS-MOTIVO             PIC X(02).

       77 WS-QTD-EDITADA        PIC Z(08)9.
       77 WS-QTD-EDITADA-B      PIC Z(08)9.
       77 WS-QTD-EDITADA-C      PIC Z(03)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM PROC-INICIALIZAR
                    THRU PROC-INICIALIZAR-END

            PERFORM PROC-LER-AGENCIA
                    THRU PROC-LER-AGENCIA-END
                    UNTIL WS-AGEN-ESGOTADO

            MOVE WS-QTD-AGENCIAS TO WS-QTD-CADASTRO

            PERFORM PROC-MAPEAR-EXECUCAO
                    THRU PROC-MAPEAR-EXECUCAO-END
                    UNTIL WS-CHEG-ESGOTADO

            PERFORM PROC-REABRIR-CHEGADA
                    THRU PROC-REABRIR-CHEGADA-END

            PERFORM PROC-LER-CHEGADA
                    THRU PROC-LER-CHEGADA-END
                    UNTIL WS-CHEG-ESGOTADO

            PERFORM PROC-IMPRIMIR-RELATORIO
                    THRU PROC-IMPRIMIR-RELATORIO-END

            PERFORM PROC-ENCERRAR
            .
       MAIN-PROCEDURE-END.

       PROC-INICIALIZAR.
            INITIALIZE WS-AGENCIAS
            INITIALIZE WS-RETIDAS
            INITIALIZE WS-EXECUCOES

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
            ACCEPT WS-DATA-ENTRADA FROM ENVIRONMENT "CALC-DATA-CHEGADA"

            IF WS-DATA-ENTRADA NOT = SPACES
               IF WS-DATA-ENTRADA IS NUMERIC
                  MOVE WS-DATA-ENTRADA TO WS-DATA-MOVTO
                  DISPLAY "AGENRPT - data de CALC-DATA-CHEGADA: "
                          WS-DATA-MOVTO
               ELSE
                  DISPLAY "CALC-DATA-CHEGADA inválida: "
                          WS-DATA-ENTRADA
                  MOVE 8 TO RETURN-CODE
               END-IF
            END-IF

            OPEN INPUT AGEN-FILE

            IF WS-AGEN-FS NOT = "00"
               DISPLAY "Erro ao abrir AGENMST, status: " WS-AGEN-FS
               MOVE 8 TO RETURN-CODE
               SET WS-AGEN-ESGOTADO TO TRUE
            END-IF

      *    No arrival log yet means nothing arrived: every expected
      *    branch is reported missing.
            OPEN INPUT CHEG-FILE

            IF WS-CHEG-FS NOT = "00"
               DISPLAY "CHEGADA sem registros, status: " WS-CHEG-FS
               SET WS-CHEG-ESGOTADO TO TRUE
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

       PROC-LER-AGENCIA.
            READ AGEN-FILE
                AT END
                    SET WS-AGEN-ESGOTADO TO TRUE
                    GO TO PROC-LER-AGENCIA-END
            END-READ

            IF WS-QTD-AGENCIAS NOT < WS-MAX-AGENCIAS
               DISPLAY "Tabela de agências cheia, agência "
                       AGEN-CODIGO " não listada"
               GO TO PROC-LER-AGENCIA-END
            END-IF

            ADD 1 TO WS-QTD-AGENCIAS
            MOVE AGEN-CODIGO   TO WS-AGE-CODIGO(WS-QTD-AGENCIAS)
            MOVE AGEN-NOME     TO WS-AGE-NOME(WS-QTD-AGENCIAS)
            MOVE AGEN-ESPERADA TO WS-AGE-ESPERADA(WS-QTD-AGENCIAS)
            MOVE "S"           TO WS-AGE-CADASTRO(WS-QTD-AGENCIAS)

            IF AGEN-ESPERADA-DIARIA
               ADD 1 TO WS-CONT-ESPERADAS
            END-IF
            .
       PROC-LER-AGENCIA-END.

      ******************************************************************
      * First pass: the latest start time of each job and execution
      * that logged branch files for the date. Waivers are not runs
      * of the front end and are left out.
      ******************************************************************
       PROC-MAPEAR-EXECUCAO.
            READ CHEG-FILE
                AT END
                    SET WS-CHEG-ESGOTADO TO TRUE
                    GO TO PROC-MAPEAR-EXECUCAO-END
            END-READ

            IF CHEG-DATA-MOVTO NOT = WS-DATA-MOVTO
               OR CHEG-DISPENSADA
               GO TO PROC-MAPEAR-EXECUCAO-END
            END-IF

            PERFORM PROC-LOCALIZAR-EXECUCAO
                    THRU PROC-LOCALIZAR-EXECUCAO-END

            IF WS-EXE-ACHADA > 0
               IF CHEG-TIMESTAMP > WS-EXE-TIMESTAMP(WS-EXE-ACHADA)
                  MOVE CHEG-TIMESTAMP
                       TO WS-EXE-TIMESTAMP(WS-EXE-ACHADA)
               END-IF
               GO TO PROC-MAPEAR-EXECUCAO-END
            END-IF

            IF WS-QTD-EXECUCOES NOT < WS-MAX-EXECUCOES
               GO TO PROC-MAPEAR-EXECUCAO-END
            END-IF

            ADD 1 TO WS-QTD-EXECUCOES
            MOVE CHEG-JOB          TO WS-EXE-JOB(WS-QTD-EXECUCOES)
            MOVE CHEG-NUM-EXECUCAO TO WS-EXE-NUMERO(WS-QTD-EXECUCOES)
            MOVE CHEG-TIMESTAMP    TO WS-EXE-TIMESTAMP(WS-QTD-EXECUCOES)
            .
       PROC-MAPEAR-EXECUCAO-END.

       PROC-LOCALIZAR-EXECUCAO.
            MOVE 0 TO WS-EXE-ACHADA

            PERFORM PROC-COMPARAR-EXECUCAO
                    THRU PROC-COMPARAR-EXECUCAO-END
                    VARYING WS-EXE-IDX FROM 1 BY 1
                    UNTIL WS-EXE-IDX > WS-QTD-EXECUCOES
                          OR WS-EXE-ACHADA > 0
            .
       PROC-LOCALIZAR-EXECUCAO-END.

       PROC-COMPARAR-EXECUCAO.
            IF WS-EXE-JOB(WS-EXE-IDX) = CHEG-JOB
               AND WS-EXE-NUMERO(WS-EXE-IDX) = CHEG-NUM-EXECUCAO
               MOVE WS-EXE-IDX TO WS-EXE-ACHADA
            END-IF
            .
       PROC-COMPARAR-EXECUCAO-END.

       PROC-REABRIR-CHEGADA.
            IF WS-CHEG-FS NOT = "00" AND WS-CHEG-FS NOT = "10"
               GO TO PROC-REABRIR-CHEGADA-END
            END-IF

            CLOSE CHEG-FILE
            OPEN INPUT CHEG-FILE

            IF WS-CHEG-FS NOT = "00"
               DISPLAY "Erro ao reabrir CHEGADA, status: " WS-CHEG-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-REABRIR-CHEGADA-END
            END-IF

            MOVE "N" TO WS-FIM-CHEG
            .
       PROC-REABRIR-CHEGADA-END.

      ******************************************************************
      * Every record of the date counts, except those of a run that
      * was done again: a branch may have a held file and later a
      * good one, or be waived after a held one.
      ******************************************************************
       PROC-LER-CHEGADA.
            READ CHEG-FILE
                AT END
                    SET WS-CHEG-ESGOTADO TO TRUE
                    GO TO PROC-LER-CHEGADA-END
            END-READ

            ADD 1 TO WS-CONT-CHEGADAS

            IF CHEG-DATA-MOVTO NOT = WS-DATA-MOVTO
               GO TO PROC-LER-CHEGADA-END
            END-IF

            IF NOT CHEG-DISPENSADA
               PERFORM PROC-LOCALIZAR-EXECUCAO
                       THRU PROC-LOCALIZAR-EXECUCAO-END
               IF WS-EXE-ACHADA > 0
                  AND CHEG-TIMESTAMP NOT =
                      WS-EXE-TIMESTAMP(WS-EXE-ACHADA)
                  ADD 1 TO WS-CONT-SUBSTITUIDOS
                  GO TO PROC-LER-CHEGADA-END
               END-IF
            END-IF

            ADD 1 TO WS-CONT-DO-DIA

            PERFORM PROC-LOCALIZAR-AGENCIA
                    THRU PROC-LOCALIZAR-AGENCIA-END

            IF WS-ACHADO-IDX = 0
               GO TO PROC-LER-CHEGADA-END
            END-IF

            EVALUATE TRUE
               WHEN CHEG-RECEBIDA
                   ADD 1 TO WS-AGE-QTD-RECEB(WS-ACHADO-IDX)
                   ADD CHEG-QTD-DETALHES
                       TO WS-AGE-DETALHES(WS-ACHADO-IDX)
               WHEN CHEG-DISPENSADA
                   MOVE "S" TO WS-AGE-DISPENSA(WS-ACHADO-IDX)
               WHEN CHEG-RETIDA
                   ADD 1 TO WS-AGE-QTD-RETID(WS-ACHADO-IDX)
                   MOVE CHEG-MOTIVO TO WS-AGE-MOTIVO(WS-ACHADO-IDX)
                   PERFORM PROC-GUARDAR-RETIDA
                           THRU PROC-GUARDAR-RETIDA-END
            END-EVALUATE
            .
       PROC-LER-CHEGADA-END.

      ******************************************************************
      * A code not on the master gets an entry of its own, so a file
      * sent under a wrong code shows up instead of vanishing.
      ******************************************************************
       PROC-LOCALIZAR-AGENCIA.
            MOVE 0 TO WS-ACHADO-IDX

            PERFORM PROC-COMPARAR-AGENCIA
                    THRU PROC-COMPARAR-AGENCIA-END
                    VARYING WS-BUSCA-IDX FROM 1 BY 1
                    UNTIL WS-BUSCA-IDX > WS-QTD-AGENCIAS
                          OR WS-ACHADO-IDX > 0

            IF WS-ACHADO-IDX > 0
               GO TO PROC-LOCALIZAR-AGENCIA-END
            END-IF

            IF WS-QTD-AGENCIAS NOT < WS-MAX-AGENCIAS
               DISPLAY "Tabela de agências cheia, agência "
                       CHEG-AGENCIA " não listada"
               GO TO PROC-LOCALIZAR-AGENCIA-END
            END-IF

            ADD 1 TO WS-QTD-AGENCIAS
            MOVE WS-QTD-AGENCIAS TO WS-ACHADO-IDX
            MOVE CHEG-AGENCIA    TO WS-AGE-CODIGO(WS-ACHADO-IDX)
            MOVE "*** FORA DO CADASTRO AGENMST"
                 TO WS-AGE-NOME(WS-ACHADO-IDX)
            MOVE "N"             TO WS-AGE-ESPERADA(WS-ACHADO-IDX)
            MOVE "N"             TO WS-AGE-CADASTRO(WS-ACHADO-IDX)
            .
       PROC-LOCALIZAR-AGENCIA-END.

       PROC-COMPARAR-AGENCIA.
            IF WS-AGE-CODIGO(WS-BUSCA-IDX) = CHEG-AGENCIA
               MOVE WS-BUSCA-IDX TO WS-ACHADO-IDX
            END-IF
            .
       PROC-COMPARAR-AGENCIA-END.

       PROC-GUARDAR-RETIDA.
            ADD 1 TO WS-CONT-REM-RETIDAS

            IF WS-QTD-RETIDAS NOT < WS-MAX-RETIDAS
               GO TO PROC-GUARDAR-RETIDA-END
            END-IF

            ADD 1 TO WS-QTD-RETIDAS
            MOVE CHEG-AGENCIA      TO WS-RET-AGENCIA(WS-QTD-RETIDAS)
            MOVE CHEG-MOTIVO       TO WS-RET-MOTIVO(WS-QTD-RETIDAS)
            MOVE CHEG-QTD-DETALHES TO WS-RET-QTD(WS-QTD-RETIDAS)
            MOVE CHEG-JOB          TO WS-RET-JOB(WS-QTD-RETIDAS)
            MOVE CHEG-TIMESTAMP(12:8)
                 TO WS-RET-HORA(WS-QTD-RETIDAS)
            .
       PROC-GUARDAR-RETIDA-END.

       PROC-IMPRIMIR-RELATORIO.
            OPEN OUTPUT RPT-FILE

            MOVE "CHEGADA DAS REMESSAS DAS AGÊNCIAS" TO RPT-LINE
            WRITE RPT-LINE

            MOVE SPACES TO RPT-LINE
            STRING "Data do movimento: " WS-DATA-MOVTO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE

            MOVE SPACES       TO RPT-LINE
            MOVE "AG"         TO RPT-LINE(1:2)
            MOVE "NOME"       TO RPT-LINE(4:4)
            MOVE "ESP"        TO RPT-LINE(35:3)
            MOVE "SITUACAO"   TO RPT-LINE(39:8)
            MOVE "REM"        TO RPT-LINE(52:3)
            MOVE "DETALHES"   TO RPT-LINE(57:8)
            MOVE "OBS"        TO RPT-LINE(67:3)
            WRITE RPT-LINE

            PERFORM PROC-IMPRIMIR-AGENCIA
                    THRU PROC-IMPRIMIR-AGENCIA-END
                    VARYING WS-AGE-IDX FROM 1 BY 1
                    UNTIL WS-AGE-IDX > WS-QTD-AGENCIAS

            IF WS-QTD-AGENCIAS = 0
               MOVE "  nenhuma agência no cadastro AGENMST" TO RPT-LINE
               WRITE RPT-LINE
            END-IF

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE

            MOVE "REMESSAS RETIDAS" TO RPT-LINE
            WRITE RPT-LINE

            PERFORM PROC-IMPRIMIR-RETIDA
                    THRU PROC-IMPRIMIR-RETIDA-END
                    VARYING WS-RET-IDX FROM 1 BY 1
                    UNTIL WS-RET-IDX > WS-QTD-RETIDAS

            IF WS-QTD-RETIDAS = 0
               MOVE "  nenhuma remessa retida na data" TO RPT-LINE
               WRITE RPT-LINE
            END-IF

            IF WS-CONT-REM-RETIDAS > WS-QTD-RETIDAS
               MOVE WS-CONT-REM-RETIDAS TO WS-QTD-EDITADA
               MOVE SPACES TO RPT-LINE
               STRING "  ... listadas as primeiras 100 de "
                      WS-QTD-EDITADA
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
            END-IF

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE

            MOVE WS-CONT-ESPERADAS TO WS-QTD-EDITADA
            MOVE SPACES TO RPT-LINE
            STRING "ESPERADAS.........: " WS-QTD-EDITADA
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            MOVE WS-CONT-RECEBIDAS TO WS-QTD-EDITADA
            MOVE SPACES TO RPT-LINE
            STRING "RECEBIDAS.........: " WS-QTD-EDITADA
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            MOVE WS-CONT-DISPENSADAS TO WS-QTD-EDITADA
            MOVE SPACES TO RPT-LINE
            STRING "DISPENSADAS.......: " WS-QTD-EDITADA
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            MOVE WS-CONT-SO-RETIDAS TO WS-QTD-EDITADA
            MOVE SPACES TO RPT-LINE
            STRING "SÓ COM RETIDAS....: " WS-QTD-EDITADA
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            MOVE WS-CONT-AUSENTES TO WS-QTD-EDITADA
            MOVE SPACES TO RPT-LINE
            STRING "AUSENTES..........: " WS-QTD-EDITADA
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            MOVE WS-CONT-REM-RETIDAS TO WS-QTD-EDITADA
            MOVE SPACES TO RPT-LINE
            STRING "REMESSAS RETIDAS..: " WS-QTD-EDITADA
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE

            IF WS-CONT-SUBSTITUIDOS > 0
               MOVE WS-CONT-SUBSTITUIDOS TO WS-QTD-EDITADA
               MOVE SPACES TO RPT-LINE
               STRING "REFEITAS (IGNOR.).: " WS-QTD-EDITADA
                      "  registros de execução repetida"
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
            END-IF

            MOVE SPACES TO RPT-LINE
            WRITE RPT-LINE

            IF WS-CONT-PENDENCIAS > 0
               MOVE SPACES TO RPT-LINE
               STRING "*** AGÊNCIAS PENDENTES - RAZÃO, FATURAMENTO "
                      "E FECHAMENTO AGUARDAM ***"
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "    Reenviar a remessa (CALCAGEN) ou dispensar "
                      "a agência no DAYCLOSE."
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
            ELSE
               MOVE SPACES TO RPT-LINE
               STRING "TODAS AS AGÊNCIAS ESPERADAS "
                      "RECEBIDAS OU DISPENSADAS"
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
            END-IF

            CLOSE RPT-FILE
            .
       PROC-IMPRIMIR-RELATORIO-END.

      ******************************************************************
      * A received or waived branch is in; one expected daily that
      * is not in is a pending item for the desk.
      ******************************************************************
       PROC-IMPRIMIR-AGENCIA.
            MOVE SPACES TO WS-OBSERVACAO

            EVALUATE TRUE
               WHEN WS-AGE-QTD-RECEB(WS-AGE-IDX) > 0
                   MOVE "RECEBIDA" TO WS-SITUACAO
                   ADD 1 TO WS-CONT-RECEBIDAS
               WHEN WS-AGE-DISPENSADA(WS-AGE-IDX)
                   MOVE "DISPENSADA" TO WS-SITUACAO
                   ADD 1 TO WS-CONT-DISPENSADAS
               WHEN WS-AGE-QTD-RETID(WS-AGE-IDX) > 0
                   MOVE "RETIDA" TO WS-SITUACAO
                   ADD 1 TO WS-CONT-SO-RETIDAS
                   IF WS-AGE-DIARIA(WS-AGE-IDX)
                      ADD 1 TO WS-CONT-PENDENCIAS
                   END-IF
                   MOVE WS-AGE-MOTIVO(WS-AGE-IDX) TO WS-MOTIVO
                   PERFORM PROC-DESCREVER-MOTIVO
                           THRU PROC-DESCREVER-MOTIVO-END
                   MOVE WS-MOTIVO-TEXTO TO WS-OBSERVACAO
               WHEN WS-AGE-DIARIA(WS-AGE-IDX)
                   MOVE "AUSENTE ***" TO WS-SITUACAO
                   ADD 1 TO WS-CONT-AUSENTES
                   ADD 1 TO WS-CONT-PENDENCIAS
               WHEN OTHER
                   MOVE "SEM REMESSA" TO WS-SITUACAO
            END-EVALUATE

            IF WS-AGE-QTD-RECEB(WS-AGE-IDX) > 0
               AND WS-AGE-QTD-RETID(WS-AGE-IDX) > 0
               MOVE WS-AGE-QTD-RETID(WS-AGE-IDX) TO WS-QTD-EDITADA-C
               STRING "mais" WS-QTD-EDITADA-C " retida(s)"
                      DELIMITED BY SIZE INTO WS-OBSERVACAO
               END-STRING
            END-IF

            MOVE WS-AGE-QTD-RECEB(WS-AGE-IDX) TO WS-QTD-EDITADA-C
            MOVE WS-AGE-DETALHES(WS-AGE-IDX)  TO WS-QTD-EDITADA-B

            MOVE SPACES TO RPT-LINE
            MOVE WS-AGE-CODIGO(WS-AGE-IDX)    TO RPT-LINE(1:2)
            MOVE WS-AGE-NOME(WS-AGE-IDX)      TO RPT-LINE(4:30)
            IF WS-AGE-DIARIA(WS-AGE-IDX)
               MOVE "S" TO RPT-LINE(36:1)
            ELSE
               MOVE "N" TO RPT-LINE(36:1)
            END-IF
            MOVE WS-SITUACAO                  TO RPT-LINE(39:11)
            MOVE WS-QTD-EDITADA-C             TO RPT-LINE(51:4)
            MOVE WS-QTD-EDITADA-B             TO RPT-LINE(56:9)
            MOVE WS-OBSERVACAO(1:14)          TO RPT-LINE(67:14)
            WRITE RPT-LINE
            .
       PROC-IMPRIMIR-AGENCIA-END.

       PROC-IMPRIMIR-RETIDA.
            MOVE WS-RET-MOTIVO(WS-RET-IDX) TO WS-MOTIVO
            PERFORM PROC-DESCREVER-MOTIVO
                    THRU PROC-DESCREVER-MOTIVO-END

            MOVE WS-RET-QTD(WS-RET-IDX) TO WS-QTD-EDITADA

            MOVE SPACES TO RPT-LINE
            STRING "  " WS-RET-AGENCIA(WS-RET-IDX) "  "
                   WS-RET-MOTIVO(WS-RET-IDX) " " WS-MOTIVO-TEXTO
                   WS-QTD-EDITADA " det  "
                   WS-RET-JOB(WS-RET-IDX) " "
                   WS-RET-HORA(WS-RET-IDX)
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            WRITE RPT-LINE
            .
       PROC-IMPRIMIR-RETIDA-END.

       PROC-DESCREVER-MOTIVO.
            EVALUATE WS-MOTIVO
               WHEN "01"
                   MOVE "contagem do trailer" TO WS-MOTIVO-TEXTO
               WHEN "02"
                   MOVE "hash do trailer" TO WS-MOTIVO-TEXTO
               WHEN "03"
                   MOVE "remessa sem trailer" TO WS-MOTIVO-TEXTO
               WHEN "04"
                   MOVE "detalhes sem header" TO WS-MOTIVO-TEXTO
               WHEN "05"
                   MOVE "data do header" TO WS-MOTIVO-TEXTO
               WHEN "06"
                   MOVE "agência fora do cadastro" TO WS-MOTIVO-TEXTO
               WHEN "07"
                   MOVE "remessa repetida" TO WS-MOTIVO-TEXTO
               WHEN OTHER
                   MOVE "motivo desconhecido" TO WS-MOTIVO-TEXTO
            END-EVALUATE
            .
       PROC-DESCREVER-MOTIVO-END.

       PROC-ENCERRAR.
            IF WS-AGEN-FS = "00" OR WS-AGEN-FS = "10"
               CLOSE AGEN-FILE
            END-IF

            IF WS-CHEG-FS = "00" OR WS-CHEG-FS = "10"
               CLOSE CHEG-FILE
            END-IF

            DISPLAY "AGENRPT - registros em CHEGADA: " WS-CONT-CHEGADAS
            DISPLAY "AGENRPT - registros da data...: " WS-CONT-DO-DIA
            DISPLAY "AGENRPT - agências esperadas..: "
                    WS-CONT-ESPERADAS
            DISPLAY "AGENRPT - agências recebidas..: "
                    WS-CONT-RECEBIDAS
            DISPLAY "AGENRPT - pendências..........: "
                    WS-CONT-PENDENCIAS

            IF WS-CONT-PENDENCIAS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
            END-IF

            PERFORM PROC-GRAVAR-RUN-LOG
                    THRU PROC-GRAVAR-RUN-LOG-END

            STOP RUN.

      ******************************************************************
      * Control record of the step on RUNLOG. Missing counts the
      * expected branches not in (absent or only held), the figure
      * the RC and the close go by.
      ******************************************************************
       PROC-GRAVAR-RUN-LOG.
            PERFORM PROC-MONTAR-TIMESTAMP
                    THRU PROC-MONTAR-TIMESTAMP-END

            OPEN EXTEND RLOG-FILE

            IF WS-RLOG-FS NOT = "00"
               DISPLAY "Erro ao abrir RUNLOG, status: " WS-RLOG-FS
               GO TO PROC-GRAVAR-RUN-LOG-END
            END-IF

            INITIALIZE RLOG-REC

            MOVE WS-RLOG-JOB         TO RLOG-JOB
            MOVE "AGENRPT"           TO RLOG-PROGRAMA
            MOVE WS-DATA-MOVTO       TO RLOG-DATA-MOVTO
            MOVE WS-NUM-EXECUCAO     TO RLOG-NUM-EXECUCAO
            MOVE WS-RLOG-INICIO      TO RLOG-INICIO
            MOVE WS-TIMESTAMP        TO RLOG-FIM
            MOVE RETURN-CODE         TO RLOG-RC

            MOVE "RECEBIDA"          TO RLOG-CAT-NOME (1)
            MOVE WS-CONT-RECEBIDAS   TO RLOG-CAT-QTD (1)
            MOVE "RETIDAS"           TO RLOG-CAT-NOME (2)
            MOVE WS-CONT-REM-RETIDAS TO RLOG-CAT-QTD (2)
            MOVE "FALTANTE"          TO RLOG-CAT-NOME (3)
            MOVE WS-CONT-PENDENCIAS  TO RLOG-CAT-QTD (3)

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

       END PROGRAM AGENRPT.
