      ******************************************************************
      * Author: Eduardo Amroginski Santos
      * Date: 15/10/2026
      * Purpose: Suspicious-activity review for the supervisors. The
      *          trail records refused "X" attempts, the supervisor on
      *          every authorized posting and the estornos with their
      *          CALCM-XREF pairs, but each report looks at one thing
      *          at a time. This one reads the audit trail on AUDITIN,
      *          the results master CALCMST and the operator master
      *          OPERMST over a review window ending on the business
      *          date (RUNCTL) and flags, per operator:
      *            R - refused attempts repeated in one session;
      *            F - postings just under the operator's
      *                OPER-LIMITE-VALOR, repeated on one day (a large
      *                amount split to stay under the limit);
      *            A - the same supervisor authorizing the operator
      *                over and over in one month;
      *            P - a calculation reversed by the same operator and
      *                supervisor pair that posted it;
      *            Q - a calculation reversed shortly after posting;
      *            H - signed-on activity outside business hours or on
      *                a day that is not a business day on CALEND.
      *          Batch postings (operator = job ID, not on OPERMST)
      *          are only looked at for reversals. Each flag is scored
      *          and the report on RPTOUT lists the operators in
      *          order of total score, each with its flags highest
      *          first. Every flag is kept on the review file REVMST
      *          (REVREC) with the supervisor's disposition, recorded
      *          on disposition cards (REVCARD) applied at the start
      *          of the run; an item cleared or confirmed is not
      *          raised again. The new review file is written to
      *          REVOUT for the following rewrite step.
      *          STDENV overrides: CALC-REV-DIAS (window, calendar
      *          days, default 030), CALC-REV-RECUSAS (refusals per
      *          session, 003), CALC-REV-PERCENTUAL (band under the
      *          limit, 090 = from 90% of the limit), CALC-REV-
      *          FRACIONADAS (postings in the band per day, 003),
      *          CALC-REV-AUTORIZACOES (per supervisor per month,
      *          005), CALC-REV-ESTORNO-MIN (minutes, 0060) and
      *          CALC-REV-HORA-INICIO / CALC-REV-HORA-FIM (business
      *          hours, 0800 / 1800). Ends with RETURN-CODE 4 when a
      *          disposition card was rejected and 8 when an input
      *          cannot be read - nothing is rewritten then.
      *
      * Modification history:
      * 15/10/2026 EAS  Depois da virada da data pelo DAYCLOSE (data
      *                 aberta sem execução) a janela termina no
      *                 movimento recém-fechado, RUNC-DATA-ANTERIOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE
               ASSIGN TO "AUDITIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.

           SELECT CALCM-FILE
               ASSIGN TO "CALCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCM-CHAVE
               FILE STATUS IS WS-CALCM-FS.

           SELECT OPER-FILE
               ASSIGN TO "OPERMST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPER-FS.

           SELECT RUNC-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-FS.

           SELECT CAL-FILE
               ASSIGN TO "CALEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-FS.

           SELECT REV-ENT-FILE
               ASSIGN TO "REVIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVIN-FS.

           SELECT REV-SAI-FILE
               ASSIGN TO "REVOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVOUT-FS.

           SELECT CARD-FILE
               ASSIGN TO "REVCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-FS.

           SELECT RPT-FILE
               ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  CALCM-FILE.
           COPY CALCMREC.

       FD  OPER-FILE.
           COPY OPERREC.

       FD  RUNC-FILE.
           COPY RUNCREC.

       FD  CAL-FILE.
           COPY CALDREC.

       FD  REV-ENT-FILE.
       01  REV-ENT-REG             PIC X(170).

       FD  REV-SAI-FILE.
       01  REV-SAI-REG             PIC X(170).

       FD  CARD-FILE.
       01  CARD-REC.
           05  CARD-TIPO           PIC X(01).
           05  CARD-OPERADOR       PIC X(08).
           05  CARD-REFERENCIA     PIC X(20).
           05  CARD-DISPOSICAO     PIC X(01).
           05  CARD-SUPERVISOR     PIC X(08).
           05  CARD-OBSERVACAO     PIC X(30).
           05  FILLER              PIC X(12).

       FD  RPT-FILE.
           COPY RPTREC.

       WORKING-STORAGE SECTION.
       COPY REVREC.

       77 WS-AUDIT-FS           PIC X(02)  VALUE "00".
       77 WS-CALCM-FS           PIC X(02)  VALUE "00".
       77 WS-OPER-FS            PIC X(02)  VALUE "00".
       77 WS-RUNC-FS            PIC X(02)  VALUE "00".
       77 WS-CAL-FS             PIC X(02)  VALUE "00".
       77 WS-REVIN-FS           PIC X(02)  VALUE "00".
       77 WS-REVOUT-FS          PIC X(02)  VALUE "00".
       77 WS-CARD-FS            PIC X(02)  VALUE "00".

       77 WS-FIM-FLAG           PIC X(01)  VALUE "N".
           88 WS-FIM-ARQUIVO    VALUE "S".

       77 WS-DATA-REL           PIC 9(08).
       77 WS-DATA-REL-X         PIC X(10).
       77 WS-DATA-INICIO        PIC 9(08).
       77 WS-DIAS-INTEIRO       PIC 9(07)  COMP.

      * Review parameters, overridden from STDENV.
       77 WS-PARM-3             PIC X(03).
       77 WS-PARM-4             PIC X(04).
       77 WS-JANELA-DIAS        PIC 9(03)  VALUE 30.
       77 WS-LIM-RECUSAS        PIC 9(03)  VALUE 3.
       77 WS-LIM-PERCENTUAL     PIC 9(03)  VALUE 90.
       77 WS-LIM-FRACIONADAS    PIC 9(03)  VALUE 3.
       77 WS-LIM-AUTORIZACOES   PIC 9(03)  VALUE 5.
       77 WS-LIM-ESTORNO-MIN    PIC 9(04)  VALUE 60.
       77 WS-HORA-INICIO        PIC 9(04)  VALUE 800.
       77 WS-HORA-FIM           PIC 9(04)  VALUE 1800.

      * Date and time of the audit record being examined.
       01  WS-DATA-TS.
           05  WS-DTS-ANO          PIC X(04).
           05  WS-DTS-MES          PIC X(02).
           05  WS-DTS-DIA          PIC X(02).
       01  WS-DATA-TS-N          REDEFINES WS-DATA-TS PIC 9(08).

       01  WS-HORA-TS.
           05  WS-HTS-HH           PIC X(02).
           05  WS-HTS-MM           PIC X(02).
       01  WS-HORA-TS-N          REDEFINES WS-HORA-TS PIC 9(04).

       77 WS-SEG-HH             PIC 9(02).
       77 WS-SEG-MM             PIC 9(02).
       77 WS-SEG-SS             PIC 9(02).
       77 WS-SEG-DIA            PIC 9(09)  COMP.
       77 WS-SEG-ORIGINAL       PIC 9(09)  COMP.
       77 WS-DIAS-ORIGINAL      PIC 9(07)  COMP.
       77 WS-DATA-ORIGINAL      PIC 9(08).
       77 WS-INTERVALO          PIC S9(11) COMP.
       77 WS-MINUTOS            PIC S9(09) COMP.

       77 WS-NUM-1-ABS          PIC S9(09)V99.
       77 WS-FAIXA-INFERIOR     PIC S9(09)V99.

       77 WS-OPERADOR-ONLINE    PIC X(01).
           88 WS-OPERADOR-SESSAO VALUE "S".
       77 WS-DIA-NAO-UTIL-FLAG  PIC X(01).
           88 WS-DIA-NAO-UTIL   VALUE "S".

       77 WS-BUSCA-IDX          PIC 9(04) COMP.
       77 WS-ACHADO-IDX         PIC 9(04) COMP.
       77 WS-SORT-IDX           PIC 9(04) COMP.
       77 WS-MENOR-IDX          PIC 9(04) COMP.
       77 WS-IDX                PIC 9(04) COMP.
       77 WS-OPER-IDX           PIC 9(04) COMP.

      * Operators on OPERMST.
       77 WS-MAX-OPERADORES     PIC 9(04) COMP VALUE 500.
       77 WS-QTD-OPERADORES     PIC 9(04) COMP VALUE 0.

       01  WS-OPERADORES.
           05  WS-OP-ENT           OCCURS 500 TIMES.
               10  WS-OP-ID        PIC X(08).
               10  WS-OP-NOME      PIC X(30).
               10  WS-OP-SITUACAO  PIC X(01).
                   88  WS-OP-ATIVO VALUE "A".
               10  WS-OP-NIVEL     PIC 9(01).
                   88  WS-OP-SUPERVISOR VALUE 3.
               10  WS-OP-LIMITE    PIC 9(09)V99.

      * Days inside the window that are not business days.
       77 WS-MAX-NAO-UTEIS      PIC 9(04) COMP VALUE 400.
       77 WS-QTD-NAO-UTEIS      PIC 9(04) COMP VALUE 0.

       01  WS-NAO-UTEIS.
           05  WS-NU-DATA          PIC 9(08) OCCURS 400 TIMES.

      * Sessions of signed-on operators: refused attempts and
      * activity outside business hours.
       77 WS-MAX-SESSOES        PIC 9(04) COMP VALUE 2000.
       77 WS-QTD-SESSOES        PIC 9(04) COMP VALUE 0.

       01  WS-SESSOES.
           05  WS-SES-ENT          OCCURS 2000 TIMES.
               10  WS-SES-OPERADOR PIC X(08).
               10  WS-SES-DATA     PIC 9(08).
               10  WS-SES-NUMERO   PIC 9(06).
               10  WS-SES-RECUSAS  PIC 9(05) COMP.
               10  WS-SES-FORA     PIC 9(05) COMP.
               10  WS-SES-FORA-PRIM PIC X(08).
               10  WS-SES-FORA-ULT PIC X(08).
               10  WS-SES-NAO-UTIL PIC X(01).

      * Postings just under the limit, per operator per day.
       77 WS-MAX-FRACIONADAS    PIC 9(04) COMP VALUE 1000.
       77 WS-QTD-FRACIONADAS    PIC 9(04) COMP VALUE 0.

       01  WS-FRACIONADAS.
           05  WS-FRA-ENT          OCCURS 1000 TIMES.
               10  WS-FRA-OPERADOR PIC X(08).
               10  WS-FRA-DATA     PIC 9(08).
               10  WS-FRA-QTD      PIC 9(05) COMP.
               10  WS-FRA-VALOR    PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.

      * Authorizations per operator, supervisor and month.
       77 WS-MAX-AUTORIZACOES   PIC 9(04) COMP VALUE 1000.
       77 WS-QTD-AUTORIZACOES   PIC 9(04) COMP VALUE 0.

       01  WS-AUTORIZACOES.
           05  WS-AUT-ENT          OCCURS 1000 TIMES.
               10  WS-AUT-OPERADOR PIC X(08).
               10  WS-AUT-SUPERVISOR PIC X(08).
               10  WS-AUT-MES      PIC 9(06).
               10  WS-AUT-QTD      PIC 9(05) COMP.

       77 WS-MES-TS             PIC 9(06).

      * Reversals posted inside the window, with the calculation
      * they took out and the supervisors of both postings, matched
      * in from the trail by timestamp and operator.
       77 WS-MAX-ESTORNOS       PIC 9(04) COMP VALUE 500.
       77 WS-QTD-ESTORNOS       PIC 9(04) COMP VALUE 0.
       77 WS-EST-IDX            PIC 9(04) COMP.

       01  WS-ESTORNOS.
           05  WS-EST-ENT          OCCURS 500 TIMES.
               10  WS-EST-DATA     PIC 9(08).
               10  WS-EST-SEQ      PIC 9(07).
               10  WS-EST-TIMESTAMP PIC X(26).
               10  WS-EST-OPERADOR PIC X(08).
               10  WS-EST-AUTORIZADOR PIC X(08).
               10  WS-EST-ORIG-DATA PIC 9(08).
               10  WS-EST-ORIG-SEQ PIC 9(07).
               10  WS-EST-ORIG-TIMESTAMP PIC X(26).
               10  WS-EST-ORIG-OPERADOR PIC X(08).
               10  WS-EST-ORIG-AUTORIZADOR PIC X(08).
               10  WS-EST-ORIG-FLAG PIC X(01).
                   88  WS-EST-ORIG-ACHADO VALUE "S".

      * Review items: the review file as read, the items raised on
      * this run added at the end.
       77 WS-MAX-REVISOES       PIC 9(04) COMP VALUE 3000.
       77 WS-QTD-REVISOES       PIC 9(04) COMP VALUE 0.
       77 WS-REV-IDX            PIC 9(04) COMP.

       01  WS-REVISOES.
           05  WS-REV-ENT          OCCURS 3000 TIMES.
               10  WS-REV-DADOS    PIC X(170).
               10  WS-REV-LEVANTADO PIC X(01).
                   88  WS-REV-LEVANTADO-HOJE VALUE "S".
               10  WS-REV-NOVO     PIC X(01).
                   88  WS-REV-NOVO-HOJE VALUE "S".

      * The flag being raised.
       01  WS-ALERTA.
           05  WS-ALE-CHAVE.
               10  WS-ALE-TIPO     PIC X(01).
               10  WS-ALE-OPERADOR PIC X(08).
               10  WS-ALE-REFERENCIA PIC X(20).
           05  WS-ALE-PONTOS       PIC 9(03).
           05  WS-ALE-QTD          PIC 9(05).
           05  WS-ALE-DESCRICAO    PIC X(60).

      * Report order: operators by total score, flags by score.
       77 WS-MAX-LISTA          PIC 9(04) COMP VALUE 3000.
       77 WS-QTD-LISTA          PIC 9(04) COMP VALUE 0.
       77 WS-LIS-IDX            PIC 9(04) COMP.

       01  WS-LISTA.
           05  WS-LIS-ENT          OCCURS 3000 TIMES.
               10  WS-LIS-ORDEM.
                   15  WS-LIS-ORD-TOTAL PIC 9(06).
                   15  WS-LIS-ORD-OPERADOR PIC X(08).
                   15  WS-LIS-ORD-PONTOS PIC 9(03).
               10  WS-LIS-REV-IDX  PIC 9(04) COMP.

       77 WS-LIS-TROCA          PIC X(19).

       77 WS-MAX-RESUMOS        PIC 9(04) COMP VALUE 500.
       77 WS-QTD-RESUMOS        PIC 9(04) COMP VALUE 0.
       77 WS-RES-IDX            PIC 9(04) COMP.

       01  WS-RESUMOS.
           05  WS-RES-ENT          OCCURS 500 TIMES.
               10  WS-RES-OPERADOR PIC X(08).
               10  WS-RES-PONTOS   PIC 9(06) COMP.
               10  WS-RES-ALERTAS  PIC 9(05) COMP.
               10  WS-RES-NOVOS    PIC 9(05) COMP.

       77 WS-OPERADOR-CORRENTE  PIC X(08).

       77 WS-CONT-AUDITORIA     PIC 9(09) COMP VALUE 0.
       77 WS-CONT-CARTOES       PIC 9(09) COMP VALUE 0.
       77 WS-CONT-APLICADOS     PIC 9(09) COMP VALUE 0.
       77 WS-CONT-REJEITADOS    PIC 9(09) COMP VALUE 0.
       77 WS-CONT-LEVANTADOS    PIC 9(09) COMP VALUE 0.
       77 WS-CONT-NOVOS         PIC 9(09) COMP VALUE 0.
       77 WS-CONT-SUPRIMIDOS    PIC 9(09) COMP VALUE 0.
       77 WS-CONT-EXPURGADOS    PIC 9(09) COMP VALUE 0.
       77 WS-CONT-SEM-ORIGINAL  PIC 9(09) COMP VALUE 0.
       77 WS-CONT-GRAVADOS      PIC 9(09) COMP VALUE 0.

       77 WS-MOTIVO-REJEICAO    PIC X(40).

       77 WS-LINHA-CONT         PIC 9(03) COMP VALUE 99.
       77 WS-LINHAS-POR-PAGINA  PIC 9(03) COMP VALUE 55.
       77 WS-PAGINA             PIC 9(05) VALUE 0.
       77 WS-PAG-EDITADA        PIC Z(04)9.
       77 WS-LINHA-PENDENTE     PIC X(80).

       77 WS-QTD-EDITADA        PIC Z(04)9.
       77 WS-PONTOS-EDITADOS    PIC Z(05)9.
       77 WS-VAL-EDITADO        PIC -(11)9.99.
       77 WS-MIN-EDITADO        PIC Z(04)9.
       77 WS-CONT-EDITADO       PIC Z(08)9.
       77 WS-PRIORIDADE         PIC X(06).
       77 WS-SITUACAO-ALERTA    PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM PROC-INICIALIZAR
                    THRU PROC-INICIALIZAR-END

            IF RETURN-CODE < 8
               PERFORM PROC-PROCESSAR
                       THRU PROC-PROCESSAR-END
            END-IF

            PERFORM PROC-ENCERRAR
            .
       MAIN-PROCEDURE-END.

       PROC-INICIALIZAR.
            INITIALIZE WS-SESSOES
                       WS-FRACIONADAS
                       WS-AUTORIZACOES
                       WS-ESTORNOS
                       WS-RESUMOS

            ACCEPT WS-DATA-REL FROM DATE YYYYMMDD

            PERFORM PROC-LER-RUN-CONTROL
                    THRU PROC-LER-RUN-CONTROL-END

            MOVE SPACES TO WS-DATA-REL-X
            STRING WS-DATA-REL(1:4) "-" WS-DATA-REL(5:2) "-"
                   WS-DATA-REL(7:2)
                   DELIMITED BY SIZE INTO WS-DATA-REL-X
            END-STRING

            PERFORM PROC-LER-PARAMETROS
                    THRU PROC-LER-PARAMETROS-END

            COMPUTE WS-DIAS-INTEIRO =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-REL)
                    - WS-JANELA-DIAS
            COMPUTE WS-DATA-INICIO =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)

            COMPUTE WS-FAIXA-INFERIOR = 0

            OPEN OUTPUT RPT-FILE

            MOVE SPACES TO RPT-LINE
            STRING "Janela da revisão: " WS-DATA-INICIO " a "
                   WS-DATA-REL
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE SPACES TO RPT-LINE
            STRING "Limiares: recusas/sessão " WS-LIM-RECUSAS
                   "  faixa " WS-LIM-PERCENTUAL "% do limite"
                   "  na faixa/dia " WS-LIM-FRACIONADAS
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE SPACES TO RPT-LINE
            STRING "          autorizações/mês " WS-LIM-AUTORIZACOES
                   "  estorno até " WS-LIM-ESTORNO-MIN " min"
                   "  horário " WS-HORA-INICIO "-" WS-HORA-FIM
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
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
      * Thresholds keyed with all their digits (CALC-REV-DIAS=045);
      * anything else keeps the default.
      ******************************************************************
       PROC-LER-PARAMETROS.
            MOVE SPACES TO WS-PARM-3
            ACCEPT WS-PARM-3 FROM ENVIRONMENT "CALC-REV-DIAS"
            IF WS-PARM-3 IS NUMERIC
               MOVE WS-PARM-3 TO WS-JANELA-DIAS
            END-IF

            MOVE SPACES TO WS-PARM-3
            ACCEPT WS-PARM-3 FROM ENVIRONMENT "CALC-REV-RECUSAS"
            IF WS-PARM-3 IS NUMERIC
               MOVE WS-PARM-3 TO WS-LIM-RECUSAS
            END-IF

            MOVE SPACES TO WS-PARM-3
            ACCEPT WS-PARM-3 FROM ENVIRONMENT "CALC-REV-PERCENTUAL"
            IF WS-PARM-3 IS NUMERIC
               MOVE WS-PARM-3 TO WS-LIM-PERCENTUAL
            END-IF

            MOVE SPACES TO WS-PARM-3
            ACCEPT WS-PARM-3 FROM ENVIRONMENT "CALC-REV-FRACIONADAS"
            IF WS-PARM-3 IS NUMERIC
               MOVE WS-PARM-3 TO WS-LIM-FRACIONADAS
            END-IF

            MOVE SPACES TO WS-PARM-3
            ACCEPT WS-PARM-3 FROM ENVIRONMENT "CALC-REV-AUTORIZACOES"
            IF WS-PARM-3 IS NUMERIC
               MOVE WS-PARM-3 TO WS-LIM-AUTORIZACOES
            END-IF

            MOVE SPACES TO WS-PARM-4
            ACCEPT WS-PARM-4 FROM ENVIRONMENT "CALC-REV-ESTORNO-MIN"
            IF WS-PARM-4 IS NUMERIC
               MOVE WS-PARM-4 TO WS-LIM-ESTORNO-MIN
            END-IF

            MOVE SPACES TO WS-PARM-4
            ACCEPT WS-PARM-4 FROM ENVIRONMENT "CALC-REV-HORA-INICIO"
            IF WS-PARM-4 IS NUMERIC
               MOVE WS-PARM-4 TO WS-HORA-INICIO
            END-IF

            MOVE SPACES TO WS-PARM-4
            ACCEPT WS-PARM-4 FROM ENVIRONMENT "CALC-REV-HORA-FIM"
            IF WS-PARM-4 IS NUMERIC
               MOVE WS-PARM-4 TO WS-HORA-FIM
            END-IF

            IF WS-LIM-RECUSAS = 0
               MOVE 1 TO WS-LIM-RECUSAS
            END-IF

            IF WS-LIM-FRACIONADAS = 0
               MOVE 1 TO WS-LIM-FRACIONADAS
            END-IF

            IF WS-LIM-AUTORIZACOES = 0
               MOVE 1 TO WS-LIM-AUTORIZACOES
            END-IF
            .
       PROC-LER-PARAMETROS-END.

      ******************************************************************
      * Every step needs the one before it: a review without the
      * operators, the results master or the trail would clear
      * nothing and raise the wrong things, and a review file that
      * cannot be read would be rewritten without the dispositions.
      ******************************************************************
       PROC-PROCESSAR.
            PERFORM PROC-CARREGAR-OPERADORES
                    THRU PROC-CARREGAR-OPERADORES-END

            IF RETURN-CODE NOT < 8
               GO TO PROC-PROCESSAR-END
            END-IF

            PERFORM PROC-CARREGAR-CALENDARIO
                    THRU PROC-CARREGAR-CALENDARIO-END

            PERFORM PROC-CARREGAR-REVISOES
                    THRU PROC-CARREGAR-REVISOES-END

            IF RETURN-CODE NOT < 8
               GO TO PROC-PROCESSAR-END
            END-IF

            PERFORM PROC-APLICAR-CARTOES
                    THRU PROC-APLICAR-CARTOES-END

            PERFORM PROC-LER-ESTORNOS
                    THRU PROC-LER-ESTORNOS-END

            IF RETURN-CODE NOT < 8
               GO TO PROC-PROCESSAR-END
            END-IF

            PERFORM PROC-LER-AUDITORIA
                    THRU PROC-LER-AUDITORIA-END

            IF RETURN-CODE NOT < 8
               GO TO PROC-PROCESSAR-END
            END-IF

            PERFORM PROC-APURAR-ALERTAS
                    THRU PROC-APURAR-ALERTAS-END

            PERFORM PROC-IMPRIMIR-REVISAO
                    THRU PROC-IMPRIMIR-REVISAO-END

            PERFORM PROC-GRAVAR-REVISOES
                    THRU PROC-GRAVAR-REVISOES-END
            .
       PROC-PROCESSAR-END.

       PROC-CARREGAR-OPERADORES.
            OPEN INPUT OPER-FILE

            IF WS-OPER-FS NOT = "00"
               DISPLAY "Erro ao abrir OPERMST, status: " WS-OPER-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-CARREGAR-OPERADORES-END
            END-IF

            MOVE "N" TO WS-FIM-FLAG

            PERFORM PROC-LER-OPERADOR
                    THRU PROC-LER-OPERADOR-END
                    UNTIL WS-FIM-ARQUIVO

            CLOSE OPER-FILE
            .
       PROC-CARREGAR-OPERADORES-END.

       PROC-LER-OPERADOR.
            READ OPER-FILE
                AT END
                    SET WS-FIM-ARQUIVO TO TRUE
                    GO TO PROC-LER-OPERADOR-END
            END-READ

            IF WS-QTD-OPERADORES NOT < WS-MAX-OPERADORES
               DISPLAY "Tabela de operadores cheia, registro ignorado"
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-ARQUIVO TO TRUE
               GO TO PROC-LER-OPERADOR-END
            END-IF

            ADD 1 TO WS-QTD-OPERADORES
            MOVE OPER-ID           TO WS-OP-ID(WS-QTD-OPERADORES)
            MOVE OPER-NOME         TO WS-OP-NOME(WS-QTD-OPERADORES)
            MOVE OPER-SITUACAO     TO WS-OP-SITUACAO(WS-QTD-OPERADORES)
            MOVE OPER-NIVEL        TO WS-OP-NIVEL(WS-QTD-OPERADORES)
            MOVE OPER-LIMITE-VALOR TO WS-OP-LIMITE(WS-QTD-OPERADORES)
            .
       PROC-LER-OPERADOR-END.

       PROC-LOCALIZAR-OPERADOR.
            MOVE 0 TO WS-OPER-IDX
            MOVE 1 TO WS-BUSCA-IDX

            PERFORM PROC-COMPARAR-OPERADOR
                    THRU PROC-COMPARAR-OPERADOR-END
                    UNTIL WS-OPER-IDX > 0
                          OR WS-BUSCA-IDX > WS-QTD-OPERADORES
            .
       PROC-LOCALIZAR-OPERADOR-END.

       PROC-COMPARAR-OPERADOR.
            IF WS-OP-ID(WS-BUSCA-IDX) = WS-OPERADOR-CORRENTE
               MOVE WS-BUSCA-IDX TO WS-OPER-IDX
            END-IF

            ADD 1 TO WS-BUSCA-IDX
            .
       PROC-COMPARAR-OPERADOR-END.

      ******************************************************************
      * Weekends and holidays inside the window. Without the calendar
      * only the hours are checked.
      ******************************************************************
       PROC-CARREGAR-CALENDARIO.
            OPEN INPUT CAL-FILE

            IF WS-CAL-FS NOT = "00"
               DISPLAY "Erro ao abrir CALEND, status: " WS-CAL-FS
                       " - só o horário será verificado"
               GO TO PROC-CARREGAR-CALENDARIO-END
            END-IF

            MOVE "N" TO WS-FIM-FLAG

            PERFORM PROC-LER-CALENDARIO
                    THRU PROC-LER-CALENDARIO-END
                    UNTIL WS-FIM-ARQUIVO

            CLOSE CAL-FILE
            .
       PROC-CARREGAR-CALENDARIO-END.

       PROC-LER-CALENDARIO.
            READ CAL-FILE
                AT END
                    SET WS-FIM-ARQUIVO TO TRUE
                    GO TO PROC-LER-CALENDARIO-END
            END-READ

            IF CALD-DATA < WS-DATA-INICIO OR CALD-UTIL
               GO TO PROC-LER-CALENDARIO-END
            END-IF

            IF WS-QTD-NAO-UTEIS NOT < WS-MAX-NAO-UTEIS
               SET WS-FIM-ARQUIVO TO TRUE
               GO TO PROC-LER-CALENDARIO-END
            END-IF

            ADD 1 TO WS-QTD-NAO-UTEIS
            MOVE CALD-DATA TO WS-NU-DATA(WS-QTD-NAO-UTEIS)
            .
       PROC-LER-CALENDARIO-END.

       PROC-CARREGAR-REVISOES.
            OPEN INPUT REV-ENT-FILE

            IF WS-REVIN-FS NOT = "00"
               DISPLAY "Erro ao abrir REVIN, status: " WS-REVIN-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-CARREGAR-REVISOES-END
            END-IF

            MOVE "N" TO WS-FIM-FLAG

            PERFORM PROC-LER-REVISAO
                    THRU PROC-LER-REVISAO-END
                    UNTIL WS-FIM-ARQUIVO

            CLOSE REV-ENT-FILE
            .
       PROC-CARREGAR-REVISOES-END.

       PROC-LER-REVISAO.
            READ REV-ENT-FILE
                AT END
                    SET WS-FIM-ARQUIVO TO TRUE
                    GO TO PROC-LER-REVISAO-END
            END-READ

            IF WS-QTD-REVISOES NOT < WS-MAX-REVISOES
               DISPLAY "Tabela de revisões cheia: REVIN não cabe"
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-ARQUIVO TO TRUE
               GO TO PROC-LER-REVISAO-END
            END-IF

            ADD 1 TO WS-QTD-REVISOES
            MOVE REV-ENT-REG TO WS-REV-DADOS(WS-QTD-REVISOES)
            MOVE "N"         TO WS-REV-LEVANTADO(WS-QTD-REVISOES)
            MOVE "N"         TO WS-REV-NOVO(WS-QTD-REVISOES)
            .
       PROC-LER-REVISAO-END.

       PROC-LOCALIZAR-REVISAO.
            MOVE 0 TO WS-REV-IDX
            MOVE 1 TO WS-BUSCA-IDX

            PERFORM PROC-COMPARAR-REVISAO
                    THRU PROC-COMPARAR-REVISAO-END
                    UNTIL WS-REV-IDX > 0
                          OR WS-BUSCA-IDX > WS-QTD-REVISOES
            .
       PROC-LOCALIZAR-REVISAO-END.

       PROC-COMPARAR-REVISAO.
            IF WS-REV-DADOS(WS-BUSCA-IDX)(1:29) = WS-ALE-CHAVE
               MOVE WS-BUSCA-IDX TO WS-REV-IDX
            END-IF

            ADD 1 TO WS-BUSCA-IDX
            .
       PROC-COMPARAR-REVISAO-END.

      ******************************************************************
      * Dispositions keyed by the supervisors: the card names the
      * item by type, operator and reference as printed on the
      * report. The supervisor must be an active level-3 operator and
      * may not dispose of an item on their own activity.
      ******************************************************************
       PROC-APLICAR-CARTOES.
            OPEN INPUT CARD-FILE

            IF WS-CARD-FS NOT = "00"
               DISPLAY "Sem cartões de disposição, status: "
                       WS-CARD-FS
               GO TO PROC-APLICAR-CARTOES-END
            END-IF

            MOVE "N" TO WS-FIM-FLAG

            PERFORM PROC-APLICAR-CARTAO
                    THRU PROC-APLICAR-CARTAO-END
                    UNTIL WS-FIM-ARQUIVO

            CLOSE CARD-FILE
            .
       PROC-APLICAR-CARTOES-END.

       PROC-APLICAR-CARTAO.
            READ CARD-FILE
                AT END
                    SET WS-FIM-ARQUIVO TO TRUE
                    GO TO PROC-APLICAR-CARTAO-END
            END-READ

            ADD 1 TO WS-CONT-CARTOES

            IF WS-CONT-CARTOES = 1
               PERFORM PROC-ESCREVER-BRANCO
                       THRU PROC-ESCREVER-BRANCO-END
               MOVE "DISPOSIÇÕES REGISTRADAS" TO RPT-LINE
               PERFORM PROC-ESCREVER-LINHA
                       THRU PROC-ESCREVER-LINHA-END
            END-IF

            MOVE SPACES TO WS-MOTIVO-REJEICAO

            MOVE CARD-TIPO       TO WS-ALE-TIPO
            MOVE CARD-OPERADOR   TO WS-ALE-OPERADOR
            MOVE CARD-REFERENCIA TO WS-ALE-REFERENCIA

            PERFORM PROC-LOCALIZAR-REVISAO
                    THRU PROC-LOCALIZAR-REVISAO-END

            EVALUATE TRUE
               WHEN WS-REV-IDX = 0
                   MOVE "item não consta do arquivo de revisão"
                        TO WS-MOTIVO-REJEICAO
               WHEN CARD-DISPOSICAO NOT = "I"
                    AND CARD-DISPOSICAO NOT = "L"
                    AND CARD-DISPOSICAO NOT = "C"
                    AND CARD-DISPOSICAO NOT = "P"
                   MOVE "disposição inválida (I, L, C ou P)"
                        TO WS-MOTIVO-REJEICAO
               WHEN CARD-SUPERVISOR = CARD-OPERADOR
                   MOVE "supervisor é o próprio operador"
                        TO WS-MOTIVO-REJEICAO
               WHEN CARD-TIPO = "A"
                    AND CARD-SUPERVISOR = CARD-REFERENCIA(1:8)
                   MOVE "supervisor é o autorizador em questão"
                        TO WS-MOTIVO-REJEICAO
            END-EVALUATE

            IF WS-MOTIVO-REJEICAO = SPACES
               MOVE CARD-SUPERVISOR TO WS-OPERADOR-CORRENTE
               PERFORM PROC-LOCALIZAR-OPERADOR
                       THRU PROC-LOCALIZAR-OPERADOR-END
               IF WS-OPER-IDX = 0
                  MOVE "supervisor não cadastrado no OPERMST"
                       TO WS-MOTIVO-REJEICAO
               ELSE
                  IF NOT WS-OP-ATIVO(WS-OPER-IDX)
                     OR NOT WS-OP-SUPERVISOR(WS-OPER-IDX)
                     MOVE "supervisor inativo ou sem nível 3"
                          TO WS-MOTIVO-REJEICAO
                  END-IF
               END-IF
            END-IF

            IF WS-MOTIVO-REJEICAO NOT = SPACES
               ADD 1 TO WS-CONT-REJEITADOS
               MOVE SPACES TO RPT-LINE
               STRING "  REJEITADO " CARD-TIPO " " CARD-OPERADOR " "
                      CARD-REFERENCIA " " WS-MOTIVO-REJEICAO
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               PERFORM PROC-ESCREVER-LINHA
                       THRU PROC-ESCREVER-LINHA-END
               DISPLAY "SUSPREV - cartão rejeitado (" CARD-TIPO " "
                       CARD-OPERADOR "): " WS-MOTIVO-REJEICAO
               GO TO PROC-APLICAR-CARTAO-END
            END-IF

            MOVE WS-REV-DADOS(WS-REV-IDX) TO REV-REC

            IF CARD-DISPOSICAO = "P"
               MOVE SPACE TO REV-DISPOSICAO
            ELSE
               MOVE CARD-DISPOSICAO TO REV-DISPOSICAO
            END-IF

            MOVE CARD-SUPERVISOR TO REV-SUPERVISOR
            MOVE WS-DATA-REL     TO REV-DATA-DISPOSICAO
            MOVE CARD-OBSERVACAO TO REV-OBSERVACAO

            MOVE REV-REC TO WS-REV-DADOS(WS-REV-IDX)

            ADD 1 TO WS-CONT-APLICADOS

            MOVE SPACES TO RPT-LINE
            STRING "  " CARD-DISPOSICAO " " CARD-TIPO " "
                   CARD-OPERADOR " " CARD-REFERENCIA " por "
                   CARD-SUPERVISOR " " CARD-OBSERVACAO(1:20)
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            .
       PROC-APLICAR-CARTAO-END.

      ******************************************************************
      * Reversal entries ("R") written inside the window, each with
      * the calculation it took out, read directly by its CALCM-XREF.
      ******************************************************************
       PROC-LER-ESTORNOS.
            OPEN INPUT CALCM-FILE

            IF WS-CALCM-FS NOT = "00"
               DISPLAY "Erro ao abrir CALCMST, status: " WS-CALCM-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-LER-ESTORNOS-END
            END-IF

            MOVE WS-DATA-INICIO TO CALCM-DATA
            MOVE ZEROS          TO CALCM-SEQ
            MOVE "N"            TO WS-FIM-FLAG

            START CALCM-FILE KEY NOT < CALCM-CHAVE
                INVALID KEY
                    SET WS-FIM-ARQUIVO TO TRUE
            END-START

            PERFORM PROC-LER-CALCMST
                    THRU PROC-LER-CALCMST-END
                    UNTIL WS-FIM-ARQUIVO

            PERFORM PROC-LER-ORIGINAL
                    THRU PROC-LER-ORIGINAL-END
                    VARYING WS-EST-IDX FROM 1 BY 1
                    UNTIL WS-EST-IDX > WS-QTD-ESTORNOS

            CLOSE CALCM-FILE
            .
       PROC-LER-ESTORNOS-END.

       PROC-LER-CALCMST.
            READ CALCM-FILE NEXT RECORD
                AT END
                    SET WS-FIM-ARQUIVO TO TRUE
                    GO TO PROC-LER-CALCMST-END
            END-READ

            IF NOT CALCM-REVERSAO
               GO TO PROC-LER-CALCMST-END
            END-IF

            IF WS-QTD-ESTORNOS NOT < WS-MAX-ESTORNOS
               DISPLAY "Tabela de estornos cheia, estorno "
                       CALCM-DATA "/" CALCM-SEQ " ignorado"
               GO TO PROC-LER-CALCMST-END
            END-IF

            ADD 1 TO WS-QTD-ESTORNOS
            MOVE CALCM-DATA      TO WS-EST-DATA(WS-QTD-ESTORNOS)
            MOVE CALCM-SEQ       TO WS-EST-SEQ(WS-QTD-ESTORNOS)
            MOVE CALCM-TIMESTAMP TO WS-EST-TIMESTAMP(WS-QTD-ESTORNOS)
            MOVE CALCM-OPERADOR  TO WS-EST-OPERADOR(WS-QTD-ESTORNOS)
            MOVE CALCM-XREF-DATA TO WS-EST-ORIG-DATA(WS-QTD-ESTORNOS)
            MOVE CALCM-XREF-SEQ  TO WS-EST-ORIG-SEQ(WS-QTD-ESTORNOS)
            MOVE SPACES TO WS-EST-AUTORIZADOR(WS-QTD-ESTORNOS)
            MOVE SPACES TO WS-EST-ORIG-AUTORIZADOR(WS-QTD-ESTORNOS)
            MOVE "N"    TO WS-EST-ORIG-FLAG(WS-QTD-ESTORNOS)
            .
       PROC-LER-CALCMST-END.

       PROC-LER-ORIGINAL.
            MOVE WS-EST-ORIG-DATA(WS-EST-IDX) TO CALCM-DATA
            MOVE WS-EST-ORIG-SEQ(WS-EST-IDX)  TO CALCM-SEQ

            READ CALCM-FILE
                INVALID KEY
                    ADD 1 TO WS-CONT-SEM-ORIGINAL
                    DISPLAY "Estorno " WS-EST-DATA(WS-EST-IDX) "/"
                            WS-EST-SEQ(WS-EST-IDX)
                            " sem o cálculo original no CALCMST"
                    GO TO PROC-LER-ORIGINAL-END
            END-READ

            MOVE CALCM-TIMESTAMP TO WS-EST-ORIG-TIMESTAMP(WS-EST-IDX)
            MOVE CALCM-OPERADOR  TO WS-EST-ORIG-OPERADOR(WS-EST-IDX)
            SET WS-EST-ORIG-ACHADO(WS-EST-IDX) TO TRUE
            .
       PROC-LER-ORIGINAL-END.

       PROC-LER-AUDITORIA.
            OPEN INPUT AUDIT-FILE

            IF WS-AUDIT-FS NOT = "00"
               DISPLAY "Erro ao abrir AUDITIN, status: " WS-AUDIT-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-LER-AUDITORIA-END
            END-IF

            MOVE "N" TO WS-FIM-FLAG

            PERFORM PROC-EXAMINAR-AUDITORIA
                    THRU PROC-EXAMINAR-AUDITORIA-END
                    UNTIL WS-FIM-ARQUIVO

            CLOSE AUDIT-FILE
            .
       PROC-LER-AUDITORIA-END.

      ******************************************************************
      * One audit record. The supervisors of the reversals and of the
      * postings they took out are picked up first, whatever the
      * date - an original may be older than the window. The rest
      * looks at the window only.
      ******************************************************************
       PROC-EXAMINAR-AUDITORIA.
            READ AUDIT-FILE
                AT END
                    SET WS-FIM-ARQUIVO TO TRUE
                    GO TO PROC-EXAMINAR-AUDITORIA-END
            END-READ

            IF AUDIT-AUTORIZADOR NOT = SPACES
               AND AUDIT-MODO NOT = "X"
               PERFORM PROC-CASAR-ESTORNO
                       THRU PROC-CASAR-ESTORNO-END
                       VARYING WS-EST-IDX FROM 1 BY 1
                       UNTIL WS-EST-IDX > WS-QTD-ESTORNOS
            END-IF

            MOVE AUDIT-TIMESTAMP(1:4) TO WS-DTS-ANO
            MOVE AUDIT-TIMESTAMP(6:2) TO WS-DTS-MES
            MOVE AUDIT-TIMESTAMP(9:2) TO WS-DTS-DIA

            IF WS-DATA-TS NOT NUMERIC
               OR WS-DATA-TS-N < WS-DATA-INICIO
               GO TO PROC-EXAMINAR-AUDITORIA-END
            END-IF

            ADD 1 TO WS-CONT-AUDITORIA

            MOVE AUDIT-OPERADOR TO WS-OPERADOR-CORRENTE
            PERFORM PROC-LOCALIZAR-OPERADOR
                    THRU PROC-LOCALIZAR-OPERADOR-END

            IF WS-OPER-IDX = 0
               GO TO PROC-EXAMINAR-AUDITORIA-END
            END-IF

            IF AUDIT-MODO = "X"
               PERFORM PROC-LOCALIZAR-SESSAO
                       THRU PROC-LOCALIZAR-SESSAO-END
               IF WS-ACHADO-IDX > 0
                  ADD 1 TO WS-SES-RECUSAS(WS-ACHADO-IDX)
               END-IF
            END-IF

            PERFORM PROC-VERIFICAR-HORARIO
                    THRU PROC-VERIFICAR-HORARIO-END

            IF AUDIT-MODO = "X"
               GO TO PROC-EXAMINAR-AUDITORIA-END
            END-IF

            IF AUDIT-AUTORIZADOR NOT = SPACES
               PERFORM PROC-CONTAR-AUTORIZACAO
                       THRU PROC-CONTAR-AUTORIZACAO-END
               GO TO PROC-EXAMINAR-AUDITORIA-END
            END-IF

            IF AUDIT-MODO NOT = "E"
               AND WS-OP-LIMITE(WS-OPER-IDX) > 0
               PERFORM PROC-VERIFICAR-FAIXA
                       THRU PROC-VERIFICAR-FAIXA-END
            END-IF
            .
       PROC-EXAMINAR-AUDITORIA-END.

       PROC-CASAR-ESTORNO.
            IF AUDIT-TIMESTAMP = WS-EST-TIMESTAMP(WS-EST-IDX)
               AND AUDIT-OPERADOR = WS-EST-OPERADOR(WS-EST-IDX)
               MOVE AUDIT-AUTORIZADOR
                    TO WS-EST-AUTORIZADOR(WS-EST-IDX)
            END-IF

            IF WS-EST-ORIG-ACHADO(WS-EST-IDX)
               AND AUDIT-TIMESTAMP = WS-EST-ORIG-TIMESTAMP(WS-EST-IDX)
               AND AUDIT-OPERADOR = WS-EST-ORIG-OPERADOR(WS-EST-IDX)
               MOVE AUDIT-AUTORIZADOR
                    TO WS-EST-ORIG-AUTORIZADOR(WS-EST-IDX)
            END-IF
            .
       PROC-CASAR-ESTORNO-END.

       PROC-LOCALIZAR-SESSAO.
            MOVE 0 TO WS-ACHADO-IDX
            MOVE 1 TO WS-BUSCA-IDX

            PERFORM PROC-COMPARAR-SESSAO
                    THRU PROC-COMPARAR-SESSAO-END
                    UNTIL WS-ACHADO-IDX > 0
                          OR WS-BUSCA-IDX > WS-QTD-SESSOES

            IF WS-ACHADO-IDX > 0
               GO TO PROC-LOCALIZAR-SESSAO-END
            END-IF

            IF WS-QTD-SESSOES NOT < WS-MAX-SESSOES
               DISPLAY "Tabela de sessões cheia, registro ignorado"
               GO TO PROC-LOCALIZAR-SESSAO-END
            END-IF

            ADD 1 TO WS-QTD-SESSOES
            MOVE WS-QTD-SESSOES TO WS-ACHADO-IDX

            INITIALIZE WS-SES-ENT(WS-ACHADO-IDX)
            MOVE AUDIT-OPERADOR TO WS-SES-OPERADOR(WS-ACHADO-IDX)
            MOVE WS-DATA-TS-N   TO WS-SES-DATA(WS-ACHADO-IDX)
            MOVE AUDIT-SESSAO   TO WS-SES-NUMERO(WS-ACHADO-IDX)
            MOVE "N"            TO WS-SES-NAO-UTIL(WS-ACHADO-IDX)
            .
       PROC-LOCALIZAR-SESSAO-END.

       PROC-COMPARAR-SESSAO.
            IF WS-SES-OPERADOR(WS-BUSCA-IDX) = AUDIT-OPERADOR
               AND WS-SES-NUMERO(WS-BUSCA-IDX) = AUDIT-SESSAO
               AND WS-SES-DATA(WS-BUSCA-IDX) = WS-DATA-TS-N
               MOVE WS-BUSCA-IDX TO WS-ACHADO-IDX
            END-IF

            ADD 1 TO WS-BUSCA-IDX
            .
       PROC-COMPARAR-SESSAO-END.

      ******************************************************************
      * Signed-on activity before the opening hour, from the closing
      * hour on, or on a weekend or holiday.
      ******************************************************************
       PROC-VERIFICAR-HORARIO.
            MOVE AUDIT-TIMESTAMP(12:2) TO WS-HTS-HH
            MOVE AUDIT-TIMESTAMP(15:2) TO WS-HTS-MM

            MOVE "N" TO WS-DIA-NAO-UTIL-FLAG

            PERFORM PROC-COMPARAR-NAO-UTIL
                    THRU PROC-COMPARAR-NAO-UTIL-END
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-NAO-UTEIS
                          OR WS-DIA-NAO-UTIL

            IF NOT WS-DIA-NAO-UTIL
               AND WS-HORA-TS-N NOT < WS-HORA-INICIO
               AND WS-HORA-TS-N < WS-HORA-FIM
               GO TO PROC-VERIFICAR-HORARIO-END
            END-IF

            PERFORM PROC-LOCALIZAR-SESSAO
                    THRU PROC-LOCALIZAR-SESSAO-END

            IF WS-ACHADO-IDX = 0
               GO TO PROC-VERIFICAR-HORARIO-END
            END-IF

            IF WS-SES-FORA(WS-ACHADO-IDX) = 0
               MOVE AUDIT-TIMESTAMP(12:8)
                    TO WS-SES-FORA-PRIM(WS-ACHADO-IDX)
            END-IF

            ADD 1 TO WS-SES-FORA(WS-ACHADO-IDX)
            MOVE AUDIT-TIMESTAMP(12:8) TO WS-SES-FORA-ULT(WS-ACHADO-IDX)

            IF WS-DIA-NAO-UTIL
               MOVE "S" TO WS-SES-NAO-UTIL(WS-ACHADO-IDX)
            END-IF
            .
       PROC-VERIFICAR-HORARIO-END.

       PROC-COMPARAR-NAO-UTIL.
            IF WS-NU-DATA(WS-IDX) = WS-DATA-TS-N
               SET WS-DIA-NAO-UTIL TO TRUE
            END-IF
            .
       PROC-COMPARAR-NAO-UTIL-END.

       PROC-CONTAR-AUTORIZACAO.
            MOVE WS-DATA-TS-N(1:6) TO WS-MES-TS

            MOVE 0 TO WS-ACHADO-IDX
            MOVE 1 TO WS-BUSCA-IDX

            PERFORM PROC-COMPARAR-AUTORIZACAO
                    THRU PROC-COMPARAR-AUTORIZACAO-END
                    UNTIL WS-ACHADO-IDX > 0
                          OR WS-BUSCA-IDX > WS-QTD-AUTORIZACOES

            IF WS-ACHADO-IDX = 0
               IF WS-QTD-AUTORIZACOES NOT < WS-MAX-AUTORIZACOES
                  DISPLAY "Tabela de autorizações cheia, registro "
                          "ignorado"
                  GO TO PROC-CONTAR-AUTORIZACAO-END
               END-IF
               ADD 1 TO WS-QTD-AUTORIZACOES
               MOVE WS-QTD-AUTORIZACOES TO WS-ACHADO-IDX
               MOVE AUDIT-OPERADOR
                    TO WS-AUT-OPERADOR(WS-ACHADO-IDX)
               MOVE AUDIT-AUTORIZADOR
                    TO WS-AUT-SUPERVISOR(WS-ACHADO-IDX)
               MOVE WS-MES-TS TO WS-AUT-MES(WS-ACHADO-IDX)
               MOVE 0         TO WS-AUT-QTD(WS-ACHADO-IDX)
            END-IF

            ADD 1 TO WS-AUT-QTD(WS-ACHADO-IDX)
            .
       PROC-CONTAR-AUTORIZACAO-END.

       PROC-COMPARAR-AUTORIZACAO.
            IF WS-AUT-OPERADOR(WS-BUSCA-IDX) = AUDIT-OPERADOR
               AND WS-AUT-SUPERVISOR(WS-BUSCA-IDX) = AUDIT-AUTORIZADOR
               AND WS-AUT-MES(WS-BUSCA-IDX) = WS-MES-TS
               MOVE WS-BUSCA-IDX TO WS-ACHADO-IDX
            END-IF

            ADD 1 TO WS-BUSCA-IDX
            .
       PROC-COMPARAR-AUTORIZACAO-END.

      ******************************************************************
      * A posting without supervisor whose first operand falls in the
      * band just under the operator's limit, compared on the
      * absolute value as the limit gate does.
      ******************************************************************
       PROC-VERIFICAR-FAIXA.
            MOVE AUDIT-NUM-1 TO WS-NUM-1-ABS

            IF AUDIT-NUM-1 < ZERO
               COMPUTE WS-NUM-1-ABS = AUDIT-NUM-1 * -1
            END-IF

            COMPUTE WS-FAIXA-INFERIOR ROUNDED =
                    WS-OP-LIMITE(WS-OPER-IDX) * WS-LIM-PERCENTUAL / 100

            IF WS-NUM-1-ABS < WS-FAIXA-INFERIOR
               OR WS-NUM-1-ABS > WS-OP-LIMITE(WS-OPER-IDX)
               GO TO PROC-VERIFICAR-FAIXA-END
            END-IF

            MOVE 0 TO WS-ACHADO-IDX
            MOVE 1 TO WS-BUSCA-IDX

            PERFORM PROC-COMPARAR-FRACIONADA
                    THRU PROC-COMPARAR-FRACIONADA-END
                    UNTIL WS-ACHADO-IDX > 0
                          OR WS-BUSCA-IDX > WS-QTD-FRACIONADAS

            IF WS-ACHADO-IDX = 0
               IF WS-QTD-FRACIONADAS NOT < WS-MAX-FRACIONADAS
                  DISPLAY "Tabela de lançamentos na faixa cheia, "
                          "registro ignorado"
                  GO TO PROC-VERIFICAR-FAIXA-END
               END-IF
               ADD 1 TO WS-QTD-FRACIONADAS
               MOVE WS-QTD-FRACIONADAS TO WS-ACHADO-IDX
               MOVE AUDIT-OPERADOR TO WS-FRA-OPERADOR(WS-ACHADO-IDX)
               MOVE WS-DATA-TS-N   TO WS-FRA-DATA(WS-ACHADO-IDX)
               MOVE 0              TO WS-FRA-QTD(WS-ACHADO-IDX)
               MOVE 0              TO WS-FRA-VALOR(WS-ACHADO-IDX)
            END-IF

            ADD 1            TO WS-FRA-QTD(WS-ACHADO-IDX)
            ADD WS-NUM-1-ABS TO WS-FRA-VALOR(WS-ACHADO-IDX)
            .
       PROC-VERIFICAR-FAIXA-END.

       PROC-COMPARAR-FRACIONADA.
            IF WS-FRA-OPERADOR(WS-BUSCA-IDX) = AUDIT-OPERADOR
               AND WS-FRA-DATA(WS-BUSCA-IDX) = WS-DATA-TS-N
               MOVE WS-BUSCA-IDX TO WS-ACHADO-IDX
            END-IF

            ADD 1 TO WS-BUSCA-IDX
            .
       PROC-COMPARAR-FRACIONADA-END.

      ******************************************************************
      * Turns the counts into flags. Scores: reversal by the same
      * pair 50, split postings 40, quick reversal 30, refusals 20
      * (30 at twice the threshold), one supervisor authorizing 20,
      * out of hours 10 (15 on a day that is not a business day).
      ******************************************************************
       PROC-APURAR-ALERTAS.
            PERFORM PROC-APURAR-SESSAO
                    THRU PROC-APURAR-SESSAO-END
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-SESSOES

            PERFORM PROC-APURAR-FRACIONADA
                    THRU PROC-APURAR-FRACIONADA-END
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-FRACIONADAS

            PERFORM PROC-APURAR-AUTORIZACAO
                    THRU PROC-APURAR-AUTORIZACAO-END
                    VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-AUTORIZACOES

            PERFORM PROC-APURAR-ESTORNO
                    THRU PROC-APURAR-ESTORNO-END
                    VARYING WS-EST-IDX FROM 1 BY 1
                    UNTIL WS-EST-IDX > WS-QTD-ESTORNOS
            .
       PROC-APURAR-ALERTAS-END.

       PROC-APURAR-SESSAO.
            IF WS-SES-RECUSAS(WS-IDX) NOT < WS-LIM-RECUSAS
               MOVE "R" TO WS-ALE-TIPO
               MOVE WS-SES-OPERADOR(WS-IDX) TO WS-ALE-OPERADOR
               MOVE SPACES TO WS-ALE-REFERENCIA
               STRING WS-SES-DATA(WS-IDX) WS-SES-NUMERO(WS-IDX)
                      DELIMITED BY SIZE INTO WS-ALE-REFERENCIA
               END-STRING
               MOVE WS-SES-RECUSAS(WS-IDX) TO WS-ALE-QTD
               MOVE 20 TO WS-ALE-PONTOS
               IF WS-SES-RECUSAS(WS-IDX) NOT < WS-LIM-RECUSAS * 2
                  MOVE 30 TO WS-ALE-PONTOS
               END-IF
               MOVE WS-SES-RECUSAS(WS-IDX) TO WS-QTD-EDITADA
               MOVE SPACES TO WS-ALE-DESCRICAO
               STRING WS-QTD-EDITADA " tentativas recusadas na sessão "
                      WS-SES-NUMERO(WS-IDX) " de "
                      WS-SES-DATA(WS-IDX)
                      DELIMITED BY SIZE INTO WS-ALE-DESCRICAO
               END-STRING
               PERFORM PROC-LEVANTAR-ALERTA
                       THRU PROC-LEVANTAR-ALERTA-END
            END-IF

            IF WS-SES-FORA(WS-IDX) > 0
               MOVE "H" TO WS-ALE-TIPO
               MOVE WS-SES-OPERADOR(WS-IDX) TO WS-ALE-OPERADOR
               MOVE SPACES TO WS-ALE-REFERENCIA
               STRING WS-SES-DATA(WS-IDX) WS-SES-NUMERO(WS-IDX)
                      DELIMITED BY SIZE INTO WS-ALE-REFERENCIA
               END-STRING
               MOVE WS-SES-FORA(WS-IDX) TO WS-ALE-QTD
               MOVE WS-SES-FORA(WS-IDX) TO WS-QTD-EDITADA
               MOVE SPACES TO WS-ALE-DESCRICAO
               IF WS-SES-NAO-UTIL(WS-IDX) = "S"
                  MOVE 15 TO WS-ALE-PONTOS
                  STRING WS-QTD-EDITADA
                         " operações em dia não útil, das "
                         WS-SES-FORA-PRIM(WS-IDX)(1:5) "-"
                         WS-SES-FORA-ULT(WS-IDX)(1:5)
                         DELIMITED BY SIZE INTO WS-ALE-DESCRICAO
                  END-STRING
               ELSE
                  MOVE 10 TO WS-ALE-PONTOS
                  STRING WS-QTD-EDITADA
                         " operações fora do horário, das "
                         WS-SES-FORA-PRIM(WS-IDX)(1:5) "-"
                         WS-SES-FORA-ULT(WS-IDX)(1:5)
                         DELIMITED BY SIZE INTO WS-ALE-DESCRICAO
                  END-STRING
               END-IF
               PERFORM PROC-LEVANTAR-ALERTA
                       THRU PROC-LEVANTAR-ALERTA-END
            END-IF
            .
       PROC-APURAR-SESSAO-END.

       PROC-APURAR-FRACIONADA.
            IF WS-FRA-QTD(WS-IDX) < WS-LIM-FRACIONADAS
               GO TO PROC-APURAR-FRACIONADA-END
            END-IF

            MOVE "F" TO WS-ALE-TIPO
            MOVE WS-FRA-OPERADOR(WS-IDX) TO WS-ALE-OPERADOR
            MOVE SPACES TO WS-ALE-REFERENCIA
            MOVE WS-FRA-DATA(WS-IDX) TO WS-ALE-REFERENCIA(1:8)
            MOVE WS-FRA-QTD(WS-IDX) TO WS-ALE-QTD
            MOVE 40 TO WS-ALE-PONTOS

            MOVE WS-FRA-QTD(WS-IDX)   TO WS-QTD-EDITADA
            MOVE WS-FRA-VALOR(WS-IDX) TO WS-VAL-EDITADO
            MOVE SPACES TO WS-ALE-DESCRICAO
            STRING WS-QTD-EDITADA
                   " lançamentos abaixo do limite, total"
                   WS-VAL-EDITADO
                   DELIMITED BY SIZE INTO WS-ALE-DESCRICAO
            END-STRING

            PERFORM PROC-LEVANTAR-ALERTA
                    THRU PROC-LEVANTAR-ALERTA-END
            .
       PROC-APURAR-FRACIONADA-END.

       PROC-APURAR-AUTORIZACAO.
            IF WS-AUT-QTD(WS-IDX) < WS-LIM-AUTORIZACOES
               GO TO PROC-APURAR-AUTORIZACAO-END
            END-IF

            MOVE "A" TO WS-ALE-TIPO
            MOVE WS-AUT-OPERADOR(WS-IDX) TO WS-ALE-OPERADOR
            MOVE SPACES TO WS-ALE-REFERENCIA
            STRING WS-AUT-SUPERVISOR(WS-IDX) WS-AUT-MES(WS-IDX)
                   DELIMITED BY SIZE INTO WS-ALE-REFERENCIA
            END-STRING
            MOVE WS-AUT-QTD(WS-IDX) TO WS-ALE-QTD
            MOVE 20 TO WS-ALE-PONTOS

            MOVE WS-AUT-QTD(WS-IDX) TO WS-QTD-EDITADA
            MOVE SPACES TO WS-ALE-DESCRICAO
            STRING WS-QTD-EDITADA " autorizações do supervisor "
                   DELIMITED BY SIZE
                   WS-AUT-SUPERVISOR(WS-IDX) DELIMITED BY SPACE
                   " no mês " WS-AUT-MES(WS-IDX)
                   DELIMITED BY SIZE INTO WS-ALE-DESCRICAO
            END-STRING

            PERFORM PROC-LEVANTAR-ALERTA
                    THRU PROC-LEVANTAR-ALERTA-END
            .
       PROC-APURAR-AUTORIZACAO-END.

      ******************************************************************
      * A reversal by the two people who posted the calculation - the
      * operator and the supervisor who authorized it, in either role
      * - and a reversal within the threshold of the posting. Both
      * are flagged on the operator who posted the original.
      ******************************************************************
       PROC-APURAR-ESTORNO.
            IF NOT WS-EST-ORIG-ACHADO(WS-EST-IDX)
               GO TO PROC-APURAR-ESTORNO-END
            END-IF

            MOVE WS-EST-ORIG-OPERADOR(WS-EST-IDX) TO WS-ALE-OPERADOR
            MOVE SPACES TO WS-ALE-REFERENCIA
            STRING WS-EST-DATA(WS-EST-IDX) WS-EST-SEQ(WS-EST-IDX)
                   DELIMITED BY SIZE INTO WS-ALE-REFERENCIA
            END-STRING
            MOVE 1 TO WS-ALE-QTD

            IF WS-EST-ORIG-AUTORIZADOR(WS-EST-IDX) NOT = SPACES
               AND ((WS-EST-OPERADOR(WS-EST-IDX) =
                     WS-EST-ORIG-OPERADOR(WS-EST-IDX)
                     AND WS-EST-AUTORIZADOR(WS-EST-IDX) =
                         WS-EST-ORIG-AUTORIZADOR(WS-EST-IDX))
                 OR (WS-EST-OPERADOR(WS-EST-IDX) =
                     WS-EST-ORIG-AUTORIZADOR(WS-EST-IDX)
                     AND WS-EST-AUTORIZADOR(WS-EST-IDX) =
                         WS-EST-ORIG-OPERADOR(WS-EST-IDX)))
               MOVE "P" TO WS-ALE-TIPO
               MOVE 50  TO WS-ALE-PONTOS
               MOVE SPACES TO WS-ALE-DESCRICAO
               STRING "estorno de " WS-EST-ORIG-DATA(WS-EST-IDX) "/"
                      WS-EST-ORIG-SEQ(WS-EST-IDX) " pelo mesmo par "
                      DELIMITED BY SIZE
                      WS-EST-OPERADOR(WS-EST-IDX) DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      WS-EST-AUTORIZADOR(WS-EST-IDX) DELIMITED BY SPACE
                      INTO WS-ALE-DESCRICAO
               END-STRING
               PERFORM PROC-LEVANTAR-ALERTA
                       THRU PROC-LEVANTAR-ALERTA-END
            END-IF

            MOVE WS-EST-ORIG-TIMESTAMP(WS-EST-IDX)(1:4)
                 TO WS-DTS-ANO
            MOVE WS-EST-ORIG-TIMESTAMP(WS-EST-IDX)(6:2)
                 TO WS-DTS-MES
            MOVE WS-EST-ORIG-TIMESTAMP(WS-EST-IDX)(9:2)
                 TO WS-DTS-DIA

            IF WS-DATA-TS NOT NUMERIC
               GO TO PROC-APURAR-ESTORNO-END
            END-IF

            MOVE WS-DATA-TS-N TO WS-DATA-ORIGINAL
            COMPUTE WS-DIAS-ORIGINAL =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-ORIGINAL)

            MOVE WS-EST-ORIG-TIMESTAMP(WS-EST-IDX)(12:2) TO WS-SEG-HH
            MOVE WS-EST-ORIG-TIMESTAMP(WS-EST-IDX)(15:2) TO WS-SEG-MM
            MOVE WS-EST-ORIG-TIMESTAMP(WS-EST-IDX)(18:2) TO WS-SEG-SS
            COMPUTE WS-SEG-ORIGINAL = WS-SEG-HH * 3600
                    + WS-SEG-MM * 60 + WS-SEG-SS

            MOVE WS-EST-TIMESTAMP(WS-EST-IDX)(1:4) TO WS-DTS-ANO
            MOVE WS-EST-TIMESTAMP(WS-EST-IDX)(6:2) TO WS-DTS-MES
            MOVE WS-EST-TIMESTAMP(WS-EST-IDX)(9:2) TO WS-DTS-DIA

            IF WS-DATA-TS NOT NUMERIC
               GO TO PROC-APURAR-ESTORNO-END
            END-IF

            MOVE WS-EST-TIMESTAMP(WS-EST-IDX)(12:2) TO WS-SEG-HH
            MOVE WS-EST-TIMESTAMP(WS-EST-IDX)(15:2) TO WS-SEG-MM
            MOVE WS-EST-TIMESTAMP(WS-EST-IDX)(18:2) TO WS-SEG-SS
            COMPUTE WS-SEG-DIA = WS-SEG-HH * 3600
                    + WS-SEG-MM * 60 + WS-SEG-SS

            COMPUTE WS-INTERVALO =
                    (FUNCTION INTEGER-OF-DATE(WS-DATA-TS-N)
                     - WS-DIAS-ORIGINAL) * 86400
                    + WS-SEG-DIA - WS-SEG-ORIGINAL

            COMPUTE WS-MINUTOS = WS-INTERVALO / 60

            IF WS-MINUTOS > WS-LIM-ESTORNO-MIN
               GO TO PROC-APURAR-ESTORNO-END
            END-IF

            MOVE "Q" TO WS-ALE-TIPO
            MOVE 30  TO WS-ALE-PONTOS
            MOVE WS-MINUTOS TO WS-MIN-EDITADO
            MOVE SPACES TO WS-ALE-DESCRICAO
            STRING "estornado por "
                   DELIMITED BY SIZE
                   WS-EST-OPERADOR(WS-EST-IDX) DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-EST-AUTORIZADOR(WS-EST-IDX) DELIMITED BY SPACE
                   " após" WS-MIN-EDITADO " min do lançamento"
                   DELIMITED BY SIZE INTO WS-ALE-DESCRICAO
            END-STRING
            PERFORM PROC-LEVANTAR-ALERTA
                    THRU PROC-LEVANTAR-ALERTA-END
            .
       PROC-APURAR-ESTORNO-END.

      ******************************************************************
      * A flag found on this run: suppressed when the review file
      * already has it cleared or confirmed, refreshed when it is
      * still open, added as a new item otherwise.
      ******************************************************************
       PROC-LEVANTAR-ALERTA.
            PERFORM PROC-LOCALIZAR-REVISAO
                    THRU PROC-LOCALIZAR-REVISAO-END

            IF WS-REV-IDX > 0
               MOVE WS-REV-DADOS(WS-REV-IDX) TO REV-REC
               IF REV-TRATADO
                  ADD 1 TO WS-CONT-SUPRIMIDOS
                  MOVE WS-DATA-REL TO REV-DATA-ULTIMA
                  MOVE REV-REC TO WS-REV-DADOS(WS-REV-IDX)
                  GO TO PROC-LEVANTAR-ALERTA-END
               END-IF
            ELSE
               IF WS-QTD-REVISOES NOT < WS-MAX-REVISOES
                  DISPLAY "Tabela de revisões cheia, alerta "
                          WS-ALE-CHAVE " não registrado"
                  MOVE 8 TO RETURN-CODE
                  GO TO PROC-LEVANTAR-ALERTA-END
               END-IF
               ADD 1 TO WS-QTD-REVISOES
               MOVE WS-QTD-REVISOES TO WS-REV-IDX
               INITIALIZE REV-REC
               MOVE SPACE       TO REV-DISPOSICAO
               MOVE WS-DATA-REL TO REV-DATA-PRIMEIRA
               MOVE "S" TO WS-REV-NOVO(WS-REV-IDX)
               ADD 1 TO WS-CONT-NOVOS
            END-IF

            MOVE WS-ALE-TIPO       TO REV-TIPO
            MOVE WS-ALE-OPERADOR   TO REV-OPERADOR
            MOVE WS-ALE-REFERENCIA TO REV-REFERENCIA
            MOVE WS-ALE-PONTOS     TO REV-PONTOS
            MOVE WS-ALE-QTD        TO REV-QTD
            MOVE WS-ALE-DESCRICAO  TO REV-DESCRICAO
            MOVE WS-DATA-REL       TO REV-DATA-ULTIMA

            MOVE REV-REC TO WS-REV-DADOS(WS-REV-IDX)
            MOVE "S"     TO WS-REV-LEVANTADO(WS-REV-IDX)

            ADD 1 TO WS-CONT-LEVANTADOS
            .
       PROC-LEVANTAR-ALERTA-END.

      ******************************************************************
      * The report: operators by the total score of their open flags,
      * highest first, each with its flags by score. Flags still open
      * from earlier runs that were not found again stay on the file
      * and are listed after the operators.
      ******************************************************************
       PROC-IMPRIMIR-REVISAO.
            PERFORM PROC-SOMAR-OPERADOR
                    THRU PROC-SOMAR-OPERADOR-END
                    VARYING WS-REV-IDX FROM 1 BY 1
                    UNTIL WS-REV-IDX > WS-QTD-REVISOES

            PERFORM PROC-MONTAR-LISTA
                    THRU PROC-MONTAR-LISTA-END
                    VARYING WS-REV-IDX FROM 1 BY 1
                    UNTIL WS-REV-IDX > WS-QTD-REVISOES

            PERFORM PROC-ORDENAR-LISTA
                    THRU PROC-ORDENAR-LISTA-END

            PERFORM PROC-ESCREVER-BRANCO
                    THRU PROC-ESCREVER-BRANCO-END

            IF WS-QTD-LISTA = 0
               MOVE "NENHUM ALERTA EM ABERTO NA JANELA DA REVISÃO"
                    TO RPT-LINE
               PERFORM PROC-ESCREVER-LINHA
                       THRU PROC-ESCREVER-LINHA-END
            END-IF

            MOVE SPACES TO WS-OPERADOR-CORRENTE

            PERFORM PROC-IMPRIMIR-ALERTA
                    THRU PROC-IMPRIMIR-ALERTA-END
                    VARYING WS-LIS-IDX FROM 1 BY 1
                    UNTIL WS-LIS-IDX > WS-QTD-LISTA

            PERFORM PROC-IMPRIMIR-ANTERIORES
                    THRU PROC-IMPRIMIR-ANTERIORES-END
            .
       PROC-IMPRIMIR-REVISAO-END.

       PROC-SOMAR-OPERADOR.
            IF NOT WS-REV-LEVANTADO-HOJE(WS-REV-IDX)
               GO TO PROC-SOMAR-OPERADOR-END
            END-IF

            MOVE WS-REV-DADOS(WS-REV-IDX) TO REV-REC

            MOVE 0 TO WS-ACHADO-IDX
            MOVE 1 TO WS-BUSCA-IDX

            PERFORM PROC-COMPARAR-RESUMO
                    THRU PROC-COMPARAR-RESUMO-END
                    UNTIL WS-ACHADO-IDX > 0
                          OR WS-BUSCA-IDX > WS-QTD-RESUMOS

            IF WS-ACHADO-IDX = 0
               IF WS-QTD-RESUMOS NOT < WS-MAX-RESUMOS
                  GO TO PROC-SOMAR-OPERADOR-END
               END-IF
               ADD 1 TO WS-QTD-RESUMOS
               MOVE WS-QTD-RESUMOS TO WS-ACHADO-IDX
               MOVE REV-OPERADOR TO WS-RES-OPERADOR(WS-ACHADO-IDX)
            END-IF

            ADD REV-PONTOS TO WS-RES-PONTOS(WS-ACHADO-IDX)
            ADD 1          TO WS-RES-ALERTAS(WS-ACHADO-IDX)

            IF WS-REV-NOVO-HOJE(WS-REV-IDX)
               ADD 1 TO WS-RES-NOVOS(WS-ACHADO-IDX)
            END-IF
            .
       PROC-SOMAR-OPERADOR-END.

       PROC-COMPARAR-RESUMO.
            IF WS-RES-OPERADOR(WS-BUSCA-IDX) = REV-OPERADOR
               MOVE WS-BUSCA-IDX TO WS-ACHADO-IDX
            END-IF

            ADD 1 TO WS-BUSCA-IDX
            .
       PROC-COMPARAR-RESUMO-END.

       PROC-MONTAR-LISTA.
            IF NOT WS-REV-LEVANTADO-HOJE(WS-REV-IDX)
               GO TO PROC-MONTAR-LISTA-END
            END-IF

            MOVE WS-REV-DADOS(WS-REV-IDX) TO REV-REC

            MOVE 0 TO WS-ACHADO-IDX
            MOVE 1 TO WS-BUSCA-IDX

            PERFORM PROC-COMPARAR-RESUMO
                    THRU PROC-COMPARAR-RESUMO-END
                    UNTIL WS-ACHADO-IDX > 0
                          OR WS-BUSCA-IDX > WS-QTD-RESUMOS

            IF WS-ACHADO-IDX = 0
               GO TO PROC-MONTAR-LISTA-END
            END-IF

            ADD 1 TO WS-QTD-LISTA
            COMPUTE WS-LIS-ORD-TOTAL(WS-QTD-LISTA) =
                    999999 - WS-RES-PONTOS(WS-ACHADO-IDX)
            MOVE REV-OPERADOR TO WS-LIS-ORD-OPERADOR(WS-QTD-LISTA)
            COMPUTE WS-LIS-ORD-PONTOS(WS-QTD-LISTA) = 999 - REV-PONTOS
            MOVE WS-REV-IDX TO WS-LIS-REV-IDX(WS-QTD-LISTA)
            .
       PROC-MONTAR-LISTA-END.

      ******************************************************************
      * Selection sort on the complemented totals, so ascending order
      * puts the highest scores first.
      ******************************************************************
       PROC-ORDENAR-LISTA.
            IF WS-QTD-LISTA < 2
               GO TO PROC-ORDENAR-LISTA-END
            END-IF

            PERFORM PROC-SELECIONAR-MENOR
                    THRU PROC-SELECIONAR-MENOR-END
                    VARYING WS-LIS-IDX FROM 1 BY 1
                    UNTIL WS-LIS-IDX NOT < WS-QTD-LISTA
            .
       PROC-ORDENAR-LISTA-END.

       PROC-SELECIONAR-MENOR.
            MOVE WS-LIS-IDX TO WS-MENOR-IDX

            COMPUTE WS-SORT-IDX = WS-LIS-IDX + 1

            PERFORM PROC-COMPARAR-MENOR
                    THRU PROC-COMPARAR-MENOR-END
                    UNTIL WS-SORT-IDX > WS-QTD-LISTA

            IF WS-MENOR-IDX NOT = WS-LIS-IDX
               MOVE WS-LIS-ENT(WS-LIS-IDX)   TO WS-LIS-TROCA
               MOVE WS-LIS-ENT(WS-MENOR-IDX) TO WS-LIS-ENT(WS-LIS-IDX)
               MOVE WS-LIS-TROCA TO WS-LIS-ENT(WS-MENOR-IDX)
            END-IF
            .
       PROC-SELECIONAR-MENOR-END.

       PROC-COMPARAR-MENOR.
            IF WS-LIS-ORDEM(WS-SORT-IDX) < WS-LIS-ORDEM(WS-MENOR-IDX)
               MOVE WS-SORT-IDX TO WS-MENOR-IDX
            END-IF

            ADD 1 TO WS-SORT-IDX
            .
       PROC-COMPARAR-MENOR-END.

       PROC-IMPRIMIR-ALERTA.
            MOVE WS-LIS-REV-IDX(WS-LIS-IDX) TO WS-REV-IDX
            MOVE WS-REV-DADOS(WS-REV-IDX)   TO REV-REC

            IF REV-OPERADOR NOT = WS-OPERADOR-CORRENTE
               MOVE REV-OPERADOR TO WS-OPERADOR-CORRENTE
               PERFORM PROC-IMPRIMIR-OPERADOR
                       THRU PROC-IMPRIMIR-OPERADOR-END
            END-IF

            EVALUATE TRUE
               WHEN REV-PONTOS NOT < 40
                   MOVE "ALTA"  TO WS-PRIORIDADE
               WHEN REV-PONTOS NOT < 20
                   MOVE "MÉDIA" TO WS-PRIORIDADE
               WHEN OTHER
                   MOVE "BAIXA" TO WS-PRIORIDADE
            END-EVALUATE

            MOVE SPACES TO WS-SITUACAO-ALERTA
            EVALUATE TRUE
               WHEN WS-REV-NOVO-HOJE(WS-REV-IDX)
                   MOVE "NOVO" TO WS-SITUACAO-ALERTA
               WHEN REV-EM-ANALISE
                   STRING "EM ANÁLISE " REV-SUPERVISOR
                          DELIMITED BY SIZE INTO WS-SITUACAO-ALERTA
                   END-STRING
               WHEN OTHER
                   STRING "PENDENTE " REV-DATA-PRIMEIRA
                          DELIMITED BY SIZE INTO WS-SITUACAO-ALERTA
                   END-STRING
            END-EVALUATE

            MOVE REV-PONTOS TO WS-PONTOS-EDITADOS

            MOVE SPACES TO RPT-LINE
            STRING "  " WS-PRIORIDADE " " REV-TIPO " "
                   REV-OPERADOR " " REV-REFERENCIA
                   WS-PONTOS-EDITADOS " pts  " WS-SITUACAO-ALERTA
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE SPACES TO RPT-LINE
            STRING "          " REV-DESCRICAO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            .
       PROC-IMPRIMIR-ALERTA-END.

       PROC-IMPRIMIR-OPERADOR.
            PERFORM PROC-ESCREVER-BRANCO
                    THRU PROC-ESCREVER-BRANCO-END

            MOVE 0 TO WS-ACHADO-IDX
            MOVE 1 TO WS-BUSCA-IDX

            PERFORM PROC-COMPARAR-RESUMO
                    THRU PROC-COMPARAR-RESUMO-END
                    UNTIL WS-ACHADO-IDX > 0
                          OR WS-BUSCA-IDX > WS-QTD-RESUMOS

            PERFORM PROC-LOCALIZAR-OPERADOR
                    THRU PROC-LOCALIZAR-OPERADOR-END

            MOVE SPACES TO RPT-LINE

            IF WS-OPER-IDX > 0
               STRING "OPERADOR " WS-OPERADOR-CORRENTE " "
                      WS-OP-NOME(WS-OPER-IDX)
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
            ELSE
               STRING "OPERADOR " WS-OPERADOR-CORRENTE
                      " (lote - fora do OPERMST)"
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
            END-IF

            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE WS-RES-PONTOS(WS-ACHADO-IDX)  TO WS-PONTOS-EDITADOS
            MOVE WS-RES-ALERTAS(WS-ACHADO-IDX) TO WS-QTD-EDITADA

            MOVE SPACES TO RPT-LINE
            STRING "  pontos " WS-PONTOS-EDITADOS "   alertas "
                   WS-QTD-EDITADA
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING

            MOVE WS-RES-NOVOS(WS-ACHADO-IDX) TO WS-QTD-EDITADA
            STRING "   novos " WS-QTD-EDITADA
                   DELIMITED BY SIZE INTO RPT-LINE(40:41)
            END-STRING

            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            .
       PROC-IMPRIMIR-OPERADOR-END.

      ******************************************************************
      * Items still open on the review file that this run did not find
      * again (the pattern stopped, or left the window) - they wait
      * for a disposition all the same.
      ******************************************************************
       PROC-IMPRIMIR-ANTERIORES.
            MOVE 0 TO WS-ACHADO-IDX

            PERFORM PROC-IMPRIMIR-ANTERIOR
                    THRU PROC-IMPRIMIR-ANTERIOR-END
                    VARYING WS-REV-IDX FROM 1 BY 1
                    UNTIL WS-REV-IDX > WS-QTD-REVISOES
            .
       PROC-IMPRIMIR-ANTERIORES-END.

       PROC-IMPRIMIR-ANTERIOR.
            IF WS-REV-LEVANTADO-HOJE(WS-REV-IDX)
               GO TO PROC-IMPRIMIR-ANTERIOR-END
            END-IF

            MOVE WS-REV-DADOS(WS-REV-IDX) TO REV-REC

            IF REV-TRATADO
               GO TO PROC-IMPRIMIR-ANTERIOR-END
            END-IF

            IF WS-ACHADO-IDX = 0
               MOVE 1 TO WS-ACHADO-IDX
               PERFORM PROC-ESCREVER-BRANCO
                       THRU PROC-ESCREVER-BRANCO-END
               MOVE "ALERTAS ANTERIORES AINDA SEM DISPOSIÇÃO"
                    TO RPT-LINE
               PERFORM PROC-ESCREVER-LINHA
                       THRU PROC-ESCREVER-LINHA-END
            END-IF

            MOVE REV-PONTOS TO WS-PONTOS-EDITADOS

            MOVE SPACES TO RPT-LINE
            STRING "  " REV-TIPO " " REV-OPERADOR " " REV-REFERENCIA
                   WS-PONTOS-EDITADOS " pts  último "
                   REV-DATA-ULTIMA
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE SPACES TO RPT-LINE
            STRING "          " REV-DESCRICAO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            .
       PROC-IMPRIMIR-ANTERIOR-END.

      ******************************************************************
      * New review file. A cleared or confirmed item whose last
      * occurrence is older than the window can no longer be raised
      * again, so it is dropped; open items are always kept.
      ******************************************************************
       PROC-GRAVAR-REVISOES.
            IF RETURN-CODE NOT < 8
               GO TO PROC-GRAVAR-REVISOES-END
            END-IF

            OPEN OUTPUT REV-SAI-FILE

            IF WS-REVOUT-FS NOT = "00"
               DISPLAY "Erro ao abrir REVOUT, status: " WS-REVOUT-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-GRAVAR-REVISOES-END
            END-IF

            PERFORM PROC-GRAVAR-REVISAO
                    THRU PROC-GRAVAR-REVISAO-END
                    VARYING WS-REV-IDX FROM 1 BY 1
                    UNTIL WS-REV-IDX > WS-QTD-REVISOES

            CLOSE REV-SAI-FILE
            .
       PROC-GRAVAR-REVISOES-END.

       PROC-GRAVAR-REVISAO.
            MOVE WS-REV-DADOS(WS-REV-IDX) TO REV-REC

            IF REV-TRATADO
               AND REV-DATA-ULTIMA < WS-DATA-INICIO
               ADD 1 TO WS-CONT-EXPURGADOS
               GO TO PROC-GRAVAR-REVISAO-END
            END-IF

            WRITE REV-SAI-REG FROM REV-REC

            IF WS-REVOUT-FS NOT = "00"
               DISPLAY "Erro ao gravar REVOUT, status: " WS-REVOUT-FS
               MOVE 8 TO RETURN-CODE
               MOVE WS-QTD-REVISOES TO WS-REV-IDX
               GO TO PROC-GRAVAR-REVISAO-END
            END-IF

            ADD 1 TO WS-CONT-GRAVADOS
            .
       PROC-GRAVAR-REVISAO-END.

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
            STRING "REVISÃO DE ATIVIDADE SUSPEITA - " WS-DATA-REL-X
                   "                     PÁGINA " WS-PAG-EDITADA
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
            IF RETURN-CODE < 8
               PERFORM PROC-ESCREVER-BRANCO
                       THRU PROC-ESCREVER-BRANCO-END

               MOVE WS-CONT-LEVANTADOS TO WS-CONT-EDITADO
               MOVE SPACES TO RPT-LINE
               STRING "Alertas em aberto.....: " WS-CONT-EDITADO
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               PERFORM PROC-ESCREVER-LINHA
                       THRU PROC-ESCREVER-LINHA-END

               MOVE WS-CONT-NOVOS TO WS-CONT-EDITADO
               MOVE SPACES TO RPT-LINE
               STRING "  dos quais novos.....: " WS-CONT-EDITADO
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               PERFORM PROC-ESCREVER-LINHA
                       THRU PROC-ESCREVER-LINHA-END

               MOVE WS-CONT-SUPRIMIDOS TO WS-CONT-EDITADO
               MOVE SPACES TO RPT-LINE
               STRING "Já tratados, omitidos.: " WS-CONT-EDITADO
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               PERFORM PROC-ESCREVER-LINHA
                       THRU PROC-ESCREVER-LINHA-END

               MOVE WS-CONT-APLICADOS TO WS-CONT-EDITADO
               MOVE SPACES TO RPT-LINE
               STRING "Disposições aplicadas.: " WS-CONT-EDITADO
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               PERFORM PROC-ESCREVER-LINHA
                       THRU PROC-ESCREVER-LINHA-END

               MOVE WS-CONT-REJEITADOS TO WS-CONT-EDITADO
               MOVE SPACES TO RPT-LINE
               STRING "Disposições rejeitadas: " WS-CONT-EDITADO
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               PERFORM PROC-ESCREVER-LINHA
                       THRU PROC-ESCREVER-LINHA-END
            END-IF

            CLOSE RPT-FILE

            DISPLAY "SUSPREV - registros da janela....: "
                    WS-CONT-AUDITORIA
            DISPLAY "SUSPREV - estornos examinados....: "
                    WS-QTD-ESTORNOS
            DISPLAY "SUSPREV - estornos sem original..: "
                    WS-CONT-SEM-ORIGINAL
            DISPLAY "SUSPREV - alertas em aberto......: "
                    WS-CONT-LEVANTADOS
            DISPLAY "SUSPREV - alertas novos..........: "
                    WS-CONT-NOVOS
            DISPLAY "SUSPREV - já tratados, omitidos..: "
                    WS-CONT-SUPRIMIDOS
            DISPLAY "SUSPREV - disposições aplicadas..: "
                    WS-CONT-APLICADOS
            DISPLAY "SUSPREV - disposições rejeitadas.: "
                    WS-CONT-REJEITADOS
            DISPLAY "SUSPREV - itens expurgados.......: "
                    WS-CONT-EXPURGADOS
            DISPLAY "SUSPREV - itens gravados.........: "
                    WS-CONT-GRAVADOS

            IF WS-CONT-REJEITADOS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
            END-IF

            STOP RUN.

       END PROGRAM SUSPREV.
