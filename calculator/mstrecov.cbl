      ******************************************************************
      * Author: Eduardo Amroginski Santos
      * Date: 15/10/2026
      * Purpose: Rebuilds the results master CALCMST after it is lost
      *          or damaged, into an empty new cluster (CALCMNOV):
      *          loads the last nightly backup written by MSTBACK
      *          (BKPIN), proving it complete against its control
      *          record, then makes a forward pass over the audit
      *          trail (AUDITIN) for every posting after the backup,
      *          pairing each one with the results feed (CALCIN) past
      *          the point the backup recorded, the same record-for-
      *          record way CALCRECON pairs them.
      *          Each posting gets back the key CALCULATOR gave it:
      *          clock date of the timestamp, and the sequence from a
      *          counter kept per run (operator and session, one
      *          session per run) that steps over keys already taken,
      *          exactly as PROC-TENTAR-GRAVAR-CALCMST does - and
      *          the business date of its result on CALCOUT. A mode
      *          "E" posting is written as the reversal ("R") and its
      *          original - the latest posting before it with the
      *          same operands and the opposite result not yet
      *          reversed - is re-marked "E", the two pointing at
      *          each other as PROC-POSTAR-ESTORNO leaves them.
      *          Originals are looked for on the backup and among the
      *          postings rebuilt, for the estornos of the last
      *          CALC-RECUP-DIAS days (default 010, must reach back
      *          to the backup).
      *          The report on RPTOUT proves the work: backup against
      *          its control record, every posting that could not be
      *          rebuilt or cross-referenced, and counts and values
      *          rebuilt per business date against CALCOUT.
      *          RETURN-CODE 4 when anything is listed (the new master
      *          is still the best available and goes live), 8 when
      *          the backup is incomplete or a file cannot be used -
      *          the new master is then not to be swapped in.
      *
      * Modification history:
      * 15/10/2026 EAS  Estorno de cálculo de mês já fechado pelo
      *                 MONTHEND volta marcado "A" (ajuste de período
      *                 anterior), como a TELA o gravou: lê o último
      *                 mês fechado e o momento do fechamento no
      *                 RUNCTL.
      * 15/10/2026 EAS  O lançamento reconstruído leva a data de
      *                 movimento do seu par no CALCOUT (ou a data do
      *                 relógio, sem par) em CALCM-DATA-MOVTO; o
      *                 ajuste de período anterior é apurado pelo mês
      *                 de movimento do original. Cópia com registros
      *                 de 116 bytes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRECOV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKP-FILE
               ASSIGN TO "BKPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-FS.

           SELECT CALCM-FILE
               ASSIGN TO "CALCMNOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCM-CHAVE
               FILE STATUS IS WS-CALCM-FS.

           SELECT AUDIT-FILE
               ASSIGN TO "AUDITIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.

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
       FD  BKP-FILE.
       01  BKP-REG                 PIC X(116).

       FD  CALCM-FILE.
           COPY CALCMREC.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  CALC-FILE.
           COPY CALCREC.

       FD  RUNC-FILE.
           COPY RUNCREC.

       FD  RPT-FILE.
           COPY RPTREC.

       WORKING-STORAGE SECTION.
       COPY BKPREC.

       77 WS-BKP-FS             PIC X(02)  VALUE "00".
       77 WS-CALCM-FS           PIC X(02)  VALUE "00".
       77 WS-AUDIT-FS           PIC X(02)  VALUE "00".
       77 WS-CALC-FS            PIC X(02)  VALUE "00".
       77 WS-RUNC-FS            PIC X(02)  VALUE "00".

       77 WS-PARM-3             PIC X(03).
       77 WS-RECUP-DIAS         PIC 9(03)  VALUE 10.

       77 WS-DATA-ATUAL         PIC 9(08).
       77 WS-HORA-ATUAL         PIC 9(08).
       77 WS-TIMESTAMP          PIC X(26)  VALUE SPACES.
       77 WS-INICIO             PIC X(26)  VALUE SPACES.
       77 WS-DATA-HOJE          PIC 9(08).
       77 WS-DATA-HOJE-X        PIC X(10).
       77 WS-DIAS-INTEIRO       PIC 9(07)  COMP.
       77 WS-DATA-CORTE         PIC 9(08)  VALUE ZERO.

      * Last month closed by MONTHEND and when: an estorno of a
      * calculation from a closed month was posted as "A".
       77 WS-MES-FECHADO        PIC 9(06)  VALUE ZERO.
       77 WS-MES-FECHADO-TS     PIC X(26)  VALUE SPACES.
       77 WS-ORIG-MES           PIC 9(06).

      * Clock date of a timestamp - the date CALCULATOR keyed the
      * posting under.
       01  WS-DATA-TS.
           05  WS-DTS-ANO          PIC X(04).
           05  WS-DTS-MES          PIC X(02).
           05  WS-DTS-DIA          PIC X(02).
       01  WS-DATA-TS-N          REDEFINES WS-DATA-TS PIC 9(08).

      * Recovery point: the latest posting on the backup. Postings
      * before it are on the backup; postings at it are looked up in
      * WS-EMPATES; postings after it are rebuilt.
       77 WS-PONTO-TS           PIC X(26)  VALUE SPACES.
       77 WS-PONTO-DATA         PIC 9(08)  VALUE ZERO.

       77 WS-FIM-FLAG           PIC X(01)  VALUE "N".
           88 WS-FIM-ARQUIVO    VALUE "S".
       77 WS-FIM-CALC-FLAG      PIC X(01)  VALUE "N".
           88 WS-FIM-CALCOUT    VALUE "S".
       77 WS-TRAILER-FLAG       PIC X(01)  VALUE "N".
           88 WS-TRAILER-LIDO   VALUE "S".
       77 WS-MESTRE-FLAG        PIC X(01)  VALUE "N".
           88 WS-MESTRE-ABERTO  VALUE "S".
       77 WS-CALC-ABERTO-FLAG   PIC X(01)  VALUE "N".
           88 WS-CALC-ABERTO    VALUE "S".
       77 WS-GRAVACAO-FLAG      PIC X(01)  VALUE "N".
           88 WS-GRAVOU         VALUE "S".
           88 WS-NAO-GRAVOU     VALUE "F".
       77 WS-PAR-FLAG           PIC X(01)  VALUE "N".
           88 WS-PAR-OK         VALUE "S".
       77 WS-EMPATE-CHEIO-FLAG  PIC X(01)  VALUE "N".
           88 WS-EMPATE-CHEIO   VALUE "S".

      * Estornos of the recovery window (first pass over the trail),
      * each with the keys of the latest postings it may have
      * reversed, most recent last.
       77 WS-QTD-ESTORNOS       PIC 9(04)  COMP VALUE 0.
       77 WS-MAX-ESTORNOS       PIC 9(04)  COMP VALUE 300.
       77 WS-MAX-CANDIDATOS     PIC 9(01)  COMP VALUE 5.
       01  WS-ESTORNOS.
           05  WS-EST-ENT          OCCURS 300 TIMES.
               10  WS-EST-TIMESTAMP PIC X(26).
               10  WS-EST-OPERADOR PIC X(08).
               10  WS-EST-SESSAO   PIC 9(06).
               10  WS-EST-NUM-1    PIC S9(09)V99.
               10  WS-EST-NUM-2    PIC S9(09)V99.
               10  WS-EST-RES-ORIG PIC S9(09)V99.
               10  WS-EST-QTD-CAND PIC 9(01)  COMP.
               10  WS-EST-CAND     OCCURS 5 TIMES PIC X(15).

      * Postings on the backup stamped with the recovery point
      * itself.
       77 WS-QTD-EMPATES        PIC 9(04)  COMP VALUE 0.
       77 WS-MAX-EMPATES        PIC 9(04)  COMP VALUE 100.
       01  WS-EMPATES.
           05  WS-EMP-ENT          OCCURS 100 TIMES.
               10  WS-EMP-MODO     PIC X(01).
               10  WS-EMP-NUM-1    PIC S9(09)V99.
               10  WS-EMP-NUM-2    PIC S9(09)V99.
               10  WS-EMP-RESULT   PIC S9(09)V99.
               10  WS-EMP-OPERADOR PIC X(08).
               10  WS-EMP-SESSAO   PIC 9(06).
               10  WS-EMP-USADO    PIC X(01).
                   88  WS-EMP-CONFERIDO VALUE "S".

      * Sequence counter of each run seen on the forward pass. The
      * session number is the time the run started, so the same
      * operator and session on a later day is a new run once the
      * clock passes that time again; WS-SES-INICIO is the day the
      * run started (integer date).
       77 WS-QTD-SESSOES        PIC 9(04)  COMP VALUE 0.
       77 WS-MAX-SESSOES        PIC 9(04)  COMP VALUE 2000.
       01  WS-SESSOES.
           05  WS-SES-ENT          OCCURS 2000 TIMES.
               10  WS-SES-OPERADOR PIC X(08).
               10  WS-SES-SESSAO   PIC 9(06).
               10  WS-SES-INICIO   PIC 9(07)  COMP.
               10  WS-SES-CONTADOR PIC 9(07)  COMP.
       77 WS-DIA-LANCAMENTO     PIC 9(07)  COMP.
       01  WS-HORA-LANCAMENTO.
           05  WS-HLA-HH           PIC X(02).
           05  WS-HLA-MM           PIC X(02).
           05  WS-HLA-SS           PIC X(02).
       01  WS-HORA-LANCAMENTO-N  REDEFINES WS-HORA-LANCAMENTO
                                 PIC 9(06).
       77 WS-CONTADOR-AVULSO    PIC 9(07)  COMP VALUE 0.

      * Proof per business date: results on CALCOUT after the backup
      * point against postings rebuilt.
       77 WS-QTD-DIAS           PIC 9(04)  COMP VALUE 0.
       77 WS-MAX-DIAS           PIC 9(04)  COMP VALUE 200.
       01  WS-DIAS.
           05  WS-DIA-ENT          OCCURS 200 TIMES.
               10  WS-DIA-DATA     PIC 9(08).
               10  WS-DIA-CO-QTD   PIC 9(09)  COMP.
               10  WS-DIA-CO-VALOR PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
               10  WS-DIA-RC-QTD   PIC 9(09)  COMP.
               10  WS-DIA-RC-VALOR PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
       01  WS-DIA-TROCA.
           05  FILLER              PIC 9(08).
           05  FILLER              PIC 9(09)  COMP.
           05  FILLER              PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
           05  FILLER              PIC 9(09)  COMP.
           05  FILLER              PIC S9(13)V99
                                    SIGN LEADING SEPARATE CHARACTER.
       77 WS-DIA-PROCURADO      PIC 9(08).

       77 WS-BUSCA-IDX          PIC 9(04) COMP.
       77 WS-ACHADO-IDX         PIC 9(04) COMP.
       77 WS-EST-IDX            PIC 9(04) COMP.
       77 WS-EST-ATUAL          PIC 9(04) COMP.
       77 WS-CAND-IDX           PIC 9(01) COMP.
       77 WS-SES-IDX            PIC 9(04) COMP.
       77 WS-DIA-IDX            PIC 9(04) COMP.
       77 WS-MENOR-IDX          PIC 9(04) COMP.
       77 WS-SORT-IDX           PIC 9(04) COMP.

      * Posting being rebuilt.
       77 WS-DATA-NEGOCIO       PIC 9(08).
       77 WS-NOVA-CHAVE         PIC X(15).
       77 WS-ORIG-CHAVE         PIC X(15).
       77 WS-ORIG-MOVTO         PIC 9(08).
       77 WS-QTD-ORIGINAIS      PIC 9(01) COMP.
       01  WS-NOVO-REG.
           05  WS-NOVO-CHAVE.
               10  WS-NOVO-DATA    PIC 9(08).
               10  WS-NOVO-SEQ     PIC 9(07).
           05  WS-NOVO-RESTO       PIC X(101).

       77 WS-CONT-COPIA         PIC 9(09) COMP VALUE 0.
       77 WS-CONT-AUDITORIA     PIC 9(09) COMP VALUE 0.
       77 WS-CONT-RECUSAS       PIC 9(09) COMP VALUE 0.
       77 WS-CONT-NA-COPIA      PIC 9(09) COMP VALUE 0.
       77 WS-CONT-RECONSTRUIDOS PIC 9(09) COMP VALUE 0.
       77 WS-CONT-NAO-GRAVADOS  PIC 9(09) COMP VALUE 0.
       77 WS-CONT-ESTORNOS      PIC 9(09) COMP VALUE 0.
       77 WS-CONT-REMARCADOS    PIC 9(09) COMP VALUE 0.
       77 WS-CONT-SEM-ORIGINAL  PIC 9(09) COMP VALUE 0.
       77 WS-CONT-AMBIGUOS      PIC 9(09) COMP VALUE 0.
       77 WS-CONT-CALCOUT-PULADOS PIC 9(09) COMP VALUE 0.
       77 WS-CONT-CALCOUT-SOBRA PIC 9(09) COMP VALUE 0.
       77 WS-CONT-PENDENCIAS    PIC 9(09) COMP VALUE 0.
       77 WS-CONT-DIFERENCAS    PIC 9(09) COMP VALUE 0.

       77 WS-TOTAL-COPIA        PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.
       77 WS-TOT-CO-QTD         PIC 9(09) COMP VALUE 0.
       77 WS-TOT-CO-VALOR       PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.
       77 WS-TOT-RC-QTD         PIC 9(09) COMP VALUE 0.
       77 WS-TOT-RC-VALOR       PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.

      * One line of the pendency list.
       77 WS-PEND-TIMESTAMP     PIC X(26).
       77 WS-PEND-OPERADOR      PIC X(08).
       77 WS-PEND-MODO          PIC X(01).
       77 WS-PEND-VALOR         PIC S9(09)V99.
       77 WS-PEND-MOTIVO        PIC X(35).

       77 WS-LINHA-CONT         PIC 9(03) COMP VALUE 99.
       77 WS-LINHAS-POR-PAGINA  PIC 9(03) COMP VALUE 55.
       77 WS-PAGINA             PIC 9(05) VALUE 0.
       77 WS-PAG-EDITADA        PIC Z(04)9.
       77 WS-LINHA-PENDENTE     PIC X(80).

       77 WS-CONT-EDITADO       PIC Z(08)9.
       77 WS-CONT-EDITADO-2     PIC Z(08)9.
       77 WS-VAL-EDITADO        PIC -(09)9.99.
       77 WS-TOTAL-EDITADO      PIC -(13)9.99.
       77 WS-TOTAL-EDITADO-2    PIC -(13)9.99.
       77 WS-DATA-EDITADA       PIC X(10).
       77 WS-SITUACAO-DIA       PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM PROC-INICIALIZAR
                    THRU PROC-INICIALIZAR-END

            IF RETURN-CODE < 8
               PERFORM PROC-COLETAR-ESTORNOS
                       THRU PROC-COLETAR-ESTORNOS-END
            END-IF

            IF RETURN-CODE < 8
               PERFORM PROC-RESTAURAR-COPIA
                       THRU PROC-RESTAURAR-COPIA-END
            END-IF

            IF RETURN-CODE < 8
               PERFORM PROC-AVANCAR
                       THRU PROC-AVANCAR-END
            END-IF

            IF RETURN-CODE < 8
               PERFORM PROC-IMPRIMIR-PROVA
                       THRU PROC-IMPRIMIR-PROVA-END
            END-IF

            PERFORM PROC-ENCERRAR
            .
       MAIN-PROCEDURE-END.

       PROC-INICIALIZAR.
            INITIALIZE WS-ESTORNOS
                       WS-EMPATES
                       WS-SESSOES
                       WS-DIAS

            PERFORM PROC-MONTAR-TIMESTAMP
                    THRU PROC-MONTAR-TIMESTAMP-END
            MOVE WS-TIMESTAMP  TO WS-INICIO
            MOVE WS-DATA-ATUAL TO WS-DATA-HOJE
            MOVE WS-TIMESTAMP(1:10) TO WS-DATA-HOJE-X

            MOVE SPACES TO WS-PARM-3
            ACCEPT WS-PARM-3 FROM ENVIRONMENT "CALC-RECUP-DIAS"
            IF WS-PARM-3 IS NUMERIC
               MOVE WS-PARM-3 TO WS-RECUP-DIAS
            END-IF

            COMPUTE WS-DIAS-INTEIRO =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                    - WS-RECUP-DIAS
            COMPUTE WS-DATA-CORTE =
                    FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)

            OPEN OUTPUT RPT-FILE

            MOVE SPACES TO RPT-LINE
            STRING "Estornos procurados desde " WS-DATA-CORTE
                   " (CALC-RECUP-DIAS " WS-RECUP-DIAS ")"
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            PERFORM PROC-LER-RUN-CONTROL
                    THRU PROC-LER-RUN-CONTROL-END

            IF RETURN-CODE NOT < 8
               GO TO PROC-INICIALIZAR-END
            END-IF

            OPEN INPUT BKP-FILE

            IF WS-BKP-FS NOT = "00"
               DISPLAY "Erro ao abrir BKPIN, status: " WS-BKP-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-INICIALIZAR-END
            END-IF

            OPEN OUTPUT CALCM-FILE

            IF WS-CALCM-FS NOT = "00"
               DISPLAY "Erro ao abrir CALCMNOV, status: " WS-CALCM-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-INICIALIZAR-END
            END-IF

            SET WS-MESTRE-ABERTO TO TRUE
            .
       PROC-INICIALIZAR-END.

      ******************************************************************
      * The period close on RUNCTL decides whether a rebuilt estorno
      * was a reversal ("R") or a prior-period adjustment ("A"); no
      * control record means that cannot be told, and nothing is
      * rebuilt.
      ******************************************************************
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
                    CLOSE RUNC-FILE
                    GO TO PROC-LER-RUN-CONTROL-END
            END-READ

            IF RUNC-MES-FECHADO IS NUMERIC
               MOVE RUNC-MES-FECHADO    TO WS-MES-FECHADO
               MOVE RUNC-MES-FECHADO-TS TO WS-MES-FECHADO-TS
            END-IF

            CLOSE RUNC-FILE

            MOVE SPACES TO RPT-LINE
            STRING "Último mês fechado " WS-MES-FECHADO
                   " em " WS-MES-FECHADO-TS
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            .
       PROC-LER-RUN-CONTROL-END.

      ******************************************************************
      * First pass over the trail: the estornos posted in the recovery
      * window, so their originals can be picked out while the backup
      * is loaded. The window has to reach back to the backup; the
      * check is made once the control record is read.
      ******************************************************************
       PROC-COLETAR-ESTORNOS.
            OPEN INPUT AUDIT-FILE

            IF WS-AUDIT-FS NOT = "00"
               DISPLAY "Erro ao abrir AUDITIN, status: " WS-AUDIT-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-COLETAR-ESTORNOS-END
            END-IF

            MOVE "N" TO WS-FIM-FLAG

            PERFORM PROC-LER-ESTORNO
                    THRU PROC-LER-ESTORNO-END
                    UNTIL WS-FIM-ARQUIVO

            CLOSE AUDIT-FILE
            .
       PROC-COLETAR-ESTORNOS-END.

       PROC-LER-ESTORNO.
            READ AUDIT-FILE
                AT END
                    SET WS-FIM-ARQUIVO TO TRUE
                    GO TO PROC-LER-ESTORNO-END
            END-READ

            IF AUDIT-MODO NOT = "E"
               GO TO PROC-LER-ESTORNO-END
            END-IF

            MOVE AUDIT-TIMESTAMP(1:4) TO WS-DTS-ANO
            MOVE AUDIT-TIMESTAMP(6:2) TO WS-DTS-MES
            MOVE AUDIT-TIMESTAMP(9:2) TO WS-DTS-DIA

            IF WS-DATA-TS-N < WS-DATA-CORTE
               GO TO PROC-LER-ESTORNO-END
            END-IF

            IF WS-QTD-ESTORNOS NOT < WS-MAX-ESTORNOS
               DISPLAY "Tabela de estornos cheia, estorno de "
                       AUDIT-TIMESTAMP " sem busca do original"
               GO TO PROC-LER-ESTORNO-END
            END-IF

            ADD 1 TO WS-QTD-ESTORNOS
            MOVE AUDIT-TIMESTAMP TO WS-EST-TIMESTAMP(WS-QTD-ESTORNOS)
            MOVE AUDIT-OPERADOR  TO WS-EST-OPERADOR(WS-QTD-ESTORNOS)
            MOVE AUDIT-SESSAO    TO WS-EST-SESSAO(WS-QTD-ESTORNOS)
            MOVE AUDIT-NUM-1     TO WS-EST-NUM-1(WS-QTD-ESTORNOS)
            MOVE AUDIT-NUM-2     TO WS-EST-NUM-2(WS-QTD-ESTORNOS)
            COMPUTE WS-EST-RES-ORIG(WS-QTD-ESTORNOS) =
                    AUDIT-RESULT * -1
            MOVE 0 TO WS-EST-QTD-CAND(WS-QTD-ESTORNOS)
            .
       PROC-LER-ESTORNO-END.

      ******************************************************************
      * Loads the backup into the new master in key order and proves
      * it against its control record, which must be the last record
      * read. An incomplete backup stops the recovery here.
      ******************************************************************
       PROC-RESTAURAR-COPIA.
            MOVE "N" TO WS-FIM-FLAG

            PERFORM PROC-RESTAURAR-REGISTRO
                    THRU PROC-RESTAURAR-REGISTRO-END
                    UNTIL WS-FIM-ARQUIVO

            CLOSE BKP-FILE

            IF RETURN-CODE NOT < 8
               GO TO PROC-RESTAURAR-COPIA-END
            END-IF

            IF NOT WS-TRAILER-LIDO
               DISPLAY "BKPIN sem registro de controle: "
                       "cópia incompleta"
               MOVE 8 TO RETURN-CODE
               GO TO PROC-RESTAURAR-COPIA-END
            END-IF

            MOVE BKP-ULTIMO-TS TO WS-PONTO-TS

            IF WS-PONTO-TS NOT = SPACES
               MOVE WS-PONTO-TS(1:4) TO WS-DTS-ANO
               MOVE WS-PONTO-TS(6:2) TO WS-DTS-MES
               MOVE WS-PONTO-TS(9:2) TO WS-DTS-DIA
               MOVE WS-DATA-TS-N     TO WS-PONTO-DATA
            END-IF

            PERFORM PROC-IMPRIMIR-COPIA
                    THRU PROC-IMPRIMIR-COPIA-END

            IF WS-CONT-COPIA NOT = BKP-QTD-REGISTROS
               OR WS-TOTAL-COPIA NOT = BKP-TOTAL-RESULT
               DISPLAY "BKPIN não confere com o registro de controle"
               MOVE 8 TO RETURN-CODE
               GO TO PROC-RESTAURAR-COPIA-END
            END-IF

            IF WS-PONTO-DATA > 0
               AND WS-PONTO-DATA < WS-DATA-CORTE
               DISPLAY "Cópia de " WS-PONTO-DATA
                       " anterior à janela de estornos"
               DISPLAY "Aumentar CALC-RECUP-DIAS e repetir"
               MOVE SPACES TO RPT-LINE
               STRING "Cópia anterior à janela de estornos - "
                      "aumentar CALC-RECUP-DIAS e repetir"
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               PERFORM PROC-ESCREVER-LINHA
                       THRU PROC-ESCREVER-LINHA-END
               MOVE 8 TO RETURN-CODE
               GO TO PROC-RESTAURAR-COPIA-END
            END-IF

            CLOSE CALCM-FILE
            OPEN I-O CALCM-FILE

            IF WS-CALCM-FS NOT = "00"
               DISPLAY "Erro ao reabrir CALCMNOV, status: "
                       WS-CALCM-FS
               MOVE "N" TO WS-MESTRE-FLAG
               MOVE 8 TO RETURN-CODE
            END-IF
            .
       PROC-RESTAURAR-COPIA-END.

       PROC-RESTAURAR-REGISTRO.
            READ BKP-FILE
                AT END
                    SET WS-FIM-ARQUIVO TO TRUE
                    GO TO PROC-RESTAURAR-REGISTRO-END
            END-READ

            IF WS-TRAILER-LIDO
               DISPLAY "BKPIN com registros após o de controle"
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-ARQUIVO TO TRUE
               GO TO PROC-RESTAURAR-REGISTRO-END
            END-IF

            MOVE BKP-REG TO BKP-TRAILER

            IF BKP-E-TRAILER
               SET WS-TRAILER-LIDO TO TRUE
               GO TO PROC-RESTAURAR-REGISTRO-END
            END-IF

            MOVE BKP-REG TO CALCM-REC

            WRITE CALCM-REC

            IF WS-CALCM-FS NOT = "00"
               DISPLAY "Erro ao gravar CALCMNOV, chave " CALCM-CHAVE
                       ", status: " WS-CALCM-FS
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-ARQUIVO TO TRUE
               GO TO PROC-RESTAURAR-REGISTRO-END
            END-IF

            ADD 1            TO WS-CONT-COPIA
            ADD CALCM-RESULT TO WS-TOTAL-COPIA

            EVALUATE TRUE
               WHEN CALCM-TIMESTAMP > WS-PONTO-TS
                   MOVE CALCM-TIMESTAMP TO WS-PONTO-TS
                   MOVE 0   TO WS-QTD-EMPATES
                   MOVE "N" TO WS-EMPATE-CHEIO-FLAG
                   PERFORM PROC-GUARDAR-EMPATE
                           THRU PROC-GUARDAR-EMPATE-END
               WHEN CALCM-TIMESTAMP = WS-PONTO-TS
                   PERFORM PROC-GUARDAR-EMPATE
                           THRU PROC-GUARDAR-EMPATE-END
            END-EVALUATE

            PERFORM PROC-OFERECER-CANDIDATO
                    THRU PROC-OFERECER-CANDIDATO-END
            .
       PROC-RESTAURAR-REGISTRO-END.

       PROC-GUARDAR-EMPATE.
            IF WS-QTD-EMPATES NOT < WS-MAX-EMPATES
               SET WS-EMPATE-CHEIO TO TRUE
               GO TO PROC-GUARDAR-EMPATE-END
            END-IF

            ADD 1 TO WS-QTD-EMPATES
            MOVE CALCM-MODO     TO WS-EMP-MODO(WS-QTD-EMPATES)
            MOVE CALCM-NUM-1    TO WS-EMP-NUM-1(WS-QTD-EMPATES)
            MOVE CALCM-NUM-2    TO WS-EMP-NUM-2(WS-QTD-EMPATES)
            MOVE CALCM-RESULT   TO WS-EMP-RESULT(WS-QTD-EMPATES)
            MOVE CALCM-OPERADOR TO WS-EMP-OPERADOR(WS-QTD-EMPATES)
            MOVE CALCM-SESSAO   TO WS-EMP-SESSAO(WS-QTD-EMPATES)
            MOVE "N"            TO WS-EMP-USADO(WS-QTD-EMPATES)
            .
       PROC-GUARDAR-EMPATE-END.

      ******************************************************************
      * The record in CALCM-REC - from the backup or just rebuilt - as
      * a possible original of each estorno of the window: not itself
      * a reversal, not yet reversed, same operands, opposite result
      * and posted before the estorno.
      ******************************************************************
       PROC-OFERECER-CANDIDATO.
            IF WS-QTD-ESTORNOS = 0
               OR CALCM-MODO = "E"
               OR CALCM-SITUACAO NOT = SPACE
               GO TO PROC-OFERECER-CANDIDATO-END
            END-IF

            PERFORM PROC-COMPARAR-CANDIDATO
                    THRU PROC-COMPARAR-CANDIDATO-END
                    VARYING WS-EST-IDX FROM 1 BY 1
                    UNTIL WS-EST-IDX > WS-QTD-ESTORNOS
            .
       PROC-OFERECER-CANDIDATO-END.

       PROC-COMPARAR-CANDIDATO.
            IF CALCM-NUM-1 NOT = WS-EST-NUM-1(WS-EST-IDX)
               OR CALCM-NUM-2 NOT = WS-EST-NUM-2(WS-EST-IDX)
               OR CALCM-RESULT NOT = WS-EST-RES-ORIG(WS-EST-IDX)
               OR CALCM-TIMESTAMP NOT < WS-EST-TIMESTAMP(WS-EST-IDX)
               GO TO PROC-COMPARAR-CANDIDATO-END
            END-IF

            IF WS-EST-QTD-CAND(WS-EST-IDX) < WS-MAX-CANDIDATOS
               ADD 1 TO WS-EST-QTD-CAND(WS-EST-IDX)
            ELSE
               PERFORM PROC-DESCARTAR-CANDIDATO
                       THRU PROC-DESCARTAR-CANDIDATO-END
                       VARYING WS-CAND-IDX FROM 1 BY 1
                       UNTIL WS-CAND-IDX NOT < WS-MAX-CANDIDATOS
            END-IF

            MOVE WS-EST-QTD-CAND(WS-EST-IDX) TO WS-CAND-IDX
            MOVE CALCM-CHAVE TO WS-EST-CAND(WS-EST-IDX, WS-CAND-IDX)
            .
       PROC-COMPARAR-CANDIDATO-END.

       PROC-DESCARTAR-CANDIDATO.
            MOVE WS-EST-CAND(WS-EST-IDX, WS-CAND-IDX + 1)
                 TO WS-EST-CAND(WS-EST-IDX, WS-CAND-IDX)
            .
       PROC-DESCARTAR-CANDIDATO-END.

      ******************************************************************
      * Forward pass: the trail again, from the recovery point, with
      * the results feed read alongside it from where the backup
      * left it.
      ******************************************************************
       PROC-AVANCAR.
            PERFORM PROC-ESCREVER-BRANCO
                    THRU PROC-ESCREVER-BRANCO-END
            MOVE "PENDÊNCIAS DA RECUPERAÇÃO" TO RPT-LINE
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            MOVE SPACES TO RPT-LINE
            STRING "Lançamento          Operador M     Resultado"
                   " Situação"
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            PERFORM PROC-POSICIONAR-CALCOUT
                    THRU PROC-POSICIONAR-CALCOUT-END

            IF RETURN-CODE NOT < 8
               GO TO PROC-AVANCAR-END
            END-IF

            OPEN INPUT AUDIT-FILE

            IF WS-AUDIT-FS NOT = "00"
               DISPLAY "Erro ao reabrir AUDITIN, status: "
                       WS-AUDIT-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-AVANCAR-END
            END-IF

            MOVE "N" TO WS-FIM-FLAG

            PERFORM PROC-REPOR-LANCAMENTO
                    THRU PROC-REPOR-LANCAMENTO-END
                    UNTIL WS-FIM-ARQUIVO

            CLOSE AUDIT-FILE

            PERFORM PROC-LISTAR-SOBRA-CALCOUT
                    THRU PROC-LISTAR-SOBRA-CALCOUT-END
                    UNTIL WS-FIM-CALCOUT

            IF WS-CALC-ABERTO
               CLOSE CALC-FILE
            END-IF

            IF WS-CONT-PENDENCIAS = 0
               MOVE "  nenhuma" TO RPT-LINE
               PERFORM PROC-ESCREVER-LINHA
                       THRU PROC-ESCREVER-LINHA-END
            END-IF
            .
       PROC-AVANCAR-END.

       PROC-POSICIONAR-CALCOUT.
            MOVE "N" TO WS-FIM-CALC-FLAG

            OPEN INPUT CALC-FILE

            IF WS-CALC-FS NOT = "00"
               DISPLAY "Erro ao abrir CALCIN, status: " WS-CALC-FS
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-CALCOUT TO TRUE
               GO TO PROC-POSICIONAR-CALCOUT-END
            END-IF

            SET WS-CALC-ABERTO TO TRUE

            PERFORM PROC-PULAR-CALCOUT
                    THRU PROC-PULAR-CALCOUT-END
                    UNTIL WS-FIM-CALCOUT
                       OR WS-CONT-CALCOUT-PULADOS = BKP-QTD-CALCOUT

            IF WS-CONT-CALCOUT-PULADOS < BKP-QTD-CALCOUT
               MOVE SPACES TO RPT-LINE
               STRING "  CALCOUT com menos registros que na cópia:"
                      " resultados sem data de movimento"
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               PERFORM PROC-ESCREVER-LINHA
                       THRU PROC-ESCREVER-LINHA-END
               ADD 1 TO WS-CONT-PENDENCIAS
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF
            .
       PROC-POSICIONAR-CALCOUT-END.

       PROC-PULAR-CALCOUT.
            READ CALC-FILE
                AT END
                    SET WS-FIM-CALCOUT TO TRUE
                NOT AT END
                    ADD 1 TO WS-CONT-CALCOUT-PULADOS
            END-READ
            .
       PROC-PULAR-CALCOUT-END.

      ******************************************************************
      * Next result on the feed after the recovery point, counted on
      * the CALCOUT side of the proof under its business date.
      ******************************************************************
       PROC-LER-CALCOUT.
            IF WS-FIM-CALCOUT
               GO TO PROC-LER-CALCOUT-END
            END-IF

            READ CALC-FILE
                AT END
                    SET WS-FIM-CALCOUT TO TRUE
                    GO TO PROC-LER-CALCOUT-END
            END-READ

            MOVE CALC-REC-DATA TO WS-DIA-PROCURADO
            PERFORM PROC-LOCALIZAR-DIA
                    THRU PROC-LOCALIZAR-DIA-END

            IF WS-DIA-IDX > 0
               ADD 1 TO WS-DIA-CO-QTD(WS-DIA-IDX)
               ADD CALC-REC-RESULT TO WS-DIA-CO-VALOR(WS-DIA-IDX)
            END-IF
            .
       PROC-LER-CALCOUT-END.

       PROC-REPOR-LANCAMENTO.
            READ AUDIT-FILE
                AT END
                    SET WS-FIM-ARQUIVO TO TRUE
                    GO TO PROC-REPOR-LANCAMENTO-END
            END-READ

            ADD 1 TO WS-CONT-AUDITORIA

            IF AUDIT-MODO = "X"
               ADD 1 TO WS-CONT-RECUSAS
               GO TO PROC-REPOR-LANCAMENTO-END
            END-IF

            IF AUDIT-TIMESTAMP < WS-PONTO-TS
               ADD 1 TO WS-CONT-NA-COPIA
               GO TO PROC-REPOR-LANCAMENTO-END
            END-IF

            IF AUDIT-TIMESTAMP = WS-PONTO-TS
               PERFORM PROC-CONFERIR-EMPATE
                       THRU PROC-CONFERIR-EMPATE-END
               IF WS-ACHADO-IDX > 0
                  ADD 1 TO WS-CONT-NA-COPIA
                  GO TO PROC-REPOR-LANCAMENTO-END
               END-IF
               IF WS-EMPATE-CHEIO
                  ADD 1 TO WS-CONT-NA-COPIA
                  MOVE "no ponto da cópia, não conferido"
                       TO WS-PEND-MOTIVO
                  PERFORM PROC-LISTAR-AUDITORIA
                          THRU PROC-LISTAR-AUDITORIA-END
                  GO TO PROC-REPOR-LANCAMENTO-END
               END-IF
            END-IF

            MOVE AUDIT-TIMESTAMP(1:4) TO WS-DTS-ANO
            MOVE AUDIT-TIMESTAMP(6:2) TO WS-DTS-MES
            MOVE AUDIT-TIMESTAMP(9:2) TO WS-DTS-DIA

            PERFORM PROC-PAREAR-CALCOUT
                    THRU PROC-PAREAR-CALCOUT-END

            MOVE SPACES TO WS-ORIG-CHAVE
            MOVE ZEROS  TO WS-ORIG-MOVTO
            IF AUDIT-MODO = "E"
               ADD 1 TO WS-CONT-ESTORNOS
               PERFORM PROC-LOCALIZAR-ORIGINAL
                       THRU PROC-LOCALIZAR-ORIGINAL-END
            END-IF

            PERFORM PROC-GRAVAR-RECONSTRUIDO
                    THRU PROC-GRAVAR-RECONSTRUIDO-END

            IF WS-NAO-GRAVOU
               GO TO PROC-REPOR-LANCAMENTO-END
            END-IF

            IF AUDIT-MODO = "E"
               PERFORM PROC-REMARCAR-ORIGINAL
                       THRU PROC-REMARCAR-ORIGINAL-END
            ELSE
               MOVE WS-NOVO-REG TO CALCM-REC
               PERFORM PROC-OFERECER-CANDIDATO
                       THRU PROC-OFERECER-CANDIDATO-END
            END-IF
            .
       PROC-REPOR-LANCAMENTO-END.

       PROC-CONFERIR-EMPATE.
            MOVE 0 TO WS-ACHADO-IDX
            MOVE 1 TO WS-BUSCA-IDX

            PERFORM PROC-COMPARAR-EMPATE
                    THRU PROC-COMPARAR-EMPATE-END
                    UNTIL WS-ACHADO-IDX > 0
                          OR WS-BUSCA-IDX > WS-QTD-EMPATES

            IF WS-ACHADO-IDX > 0
               SET WS-EMP-CONFERIDO(WS-ACHADO-IDX) TO TRUE
            END-IF
            .
       PROC-CONFERIR-EMPATE-END.

       PROC-COMPARAR-EMPATE.
            IF NOT WS-EMP-CONFERIDO(WS-BUSCA-IDX)
               AND WS-EMP-MODO(WS-BUSCA-IDX)     = AUDIT-MODO
               AND WS-EMP-NUM-1(WS-BUSCA-IDX)    = AUDIT-NUM-1
               AND WS-EMP-NUM-2(WS-BUSCA-IDX)    = AUDIT-NUM-2
               AND WS-EMP-RESULT(WS-BUSCA-IDX)   = AUDIT-RESULT
               AND WS-EMP-OPERADOR(WS-BUSCA-IDX) = AUDIT-OPERADOR
               AND WS-EMP-SESSAO(WS-BUSCA-IDX)   = AUDIT-SESSAO
               MOVE WS-BUSCA-IDX TO WS-ACHADO-IDX
            END-IF

            ADD 1 TO WS-BUSCA-IDX
            .
       PROC-COMPARAR-EMPATE-END.

      ******************************************************************
      * The posting's business date comes from its result on CALCOUT.
      * Without a matching result it is still rebuilt - the trail is
      * what was posted - under its clock date, and listed.
      ******************************************************************
       PROC-PAREAR-CALCOUT.
            MOVE "N" TO WS-PAR-FLAG
            MOVE WS-DATA-TS-N TO WS-DATA-NEGOCIO

            PERFORM PROC-LER-CALCOUT
                    THRU PROC-LER-CALCOUT-END

            IF WS-FIM-CALCOUT
               MOVE "sem resultado no CALCOUT" TO WS-PEND-MOTIVO
               PERFORM PROC-LISTAR-AUDITORIA
                       THRU PROC-LISTAR-AUDITORIA-END
               GO TO PROC-PAREAR-CALCOUT-END
            END-IF

            IF CALC-REC-MODO   NOT = AUDIT-MODO
               OR CALC-REC-NUM-1  NOT = AUDIT-NUM-1
               OR CALC-REC-NUM-2  NOT = AUDIT-NUM-2
               OR CALC-REC-RESULT NOT = AUDIT-RESULT
               MOVE "par divergente no CALCOUT" TO WS-PEND-MOTIVO
               PERFORM PROC-LISTAR-AUDITORIA
                       THRU PROC-LISTAR-AUDITORIA-END
               GO TO PROC-PAREAR-CALCOUT-END
            END-IF

            SET WS-PAR-OK TO TRUE
            MOVE CALC-REC-DATA TO WS-DATA-NEGOCIO
            .
       PROC-PAREAR-CALCOUT-END.

      ******************************************************************
      * Original of the estorno just read: the most recent candidate
      * still not reversed on the new master.
      ******************************************************************
       PROC-LOCALIZAR-ORIGINAL.
            MOVE 0 TO WS-EST-ATUAL
            MOVE 0 TO WS-QTD-ORIGINAIS

            PERFORM PROC-COMPARAR-ESTORNO
                    THRU PROC-COMPARAR-ESTORNO-END
                    VARYING WS-EST-IDX FROM 1 BY 1
                    UNTIL WS-EST-IDX > WS-QTD-ESTORNOS
                          OR WS-EST-ATUAL > 0

            IF WS-EST-ATUAL = 0
               GO TO PROC-LOCALIZAR-ORIGINAL-END
            END-IF

            MOVE WS-EST-QTD-CAND(WS-EST-ATUAL) TO WS-CAND-IDX

            PERFORM PROC-EXAMINAR-CANDIDATO
                    THRU PROC-EXAMINAR-CANDIDATO-END
                    UNTIL WS-CAND-IDX = 0
            .
       PROC-LOCALIZAR-ORIGINAL-END.

       PROC-COMPARAR-ESTORNO.
            IF WS-EST-TIMESTAMP(WS-EST-IDX) = AUDIT-TIMESTAMP
               AND WS-EST-OPERADOR(WS-EST-IDX) = AUDIT-OPERADOR
               AND WS-EST-SESSAO(WS-EST-IDX) = AUDIT-SESSAO
               AND WS-EST-NUM-1(WS-EST-IDX) = AUDIT-NUM-1
               AND WS-EST-NUM-2(WS-EST-IDX) = AUDIT-NUM-2
               MOVE WS-EST-IDX TO WS-EST-ATUAL
            END-IF
            .
       PROC-COMPARAR-ESTORNO-END.

       PROC-EXAMINAR-CANDIDATO.
            MOVE WS-EST-CAND(WS-EST-ATUAL, WS-CAND-IDX) TO CALCM-CHAVE
            SUBTRACT 1 FROM WS-CAND-IDX

            READ CALCM-FILE
                INVALID KEY
                    GO TO PROC-EXAMINAR-CANDIDATO-END
            END-READ

            IF CALCM-SITUACAO NOT = SPACE
               GO TO PROC-EXAMINAR-CANDIDATO-END
            END-IF

            ADD 1 TO WS-QTD-ORIGINAIS

            IF WS-ORIG-CHAVE = SPACES
               MOVE CALCM-CHAVE      TO WS-ORIG-CHAVE
               MOVE CALCM-DATA-MOVTO TO WS-ORIG-MOVTO
            END-IF
            .
       PROC-EXAMINAR-CANDIDATO-END.

      ******************************************************************
      * Writes the posting under the key CALCULATOR gave it: the run's
      * counter plus one, stepping over keys already on the master.
      ******************************************************************
       PROC-GRAVAR-RECONSTRUIDO.
            PERFORM PROC-LOCALIZAR-RUN
                    THRU PROC-LOCALIZAR-RUN-END

            INITIALIZE CALCM-REC
            MOVE AUDIT-MODO      TO CALCM-MODO
            MOVE AUDIT-NUM-1     TO CALCM-NUM-1
            MOVE AUDIT-NUM-2     TO CALCM-NUM-2
            MOVE AUDIT-RESULT    TO CALCM-RESULT
            MOVE AUDIT-TIMESTAMP TO CALCM-TIMESTAMP
            MOVE AUDIT-OPERADOR  TO CALCM-OPERADOR
            MOVE AUDIT-SESSAO    TO CALCM-SESSAO
            MOVE SPACE           TO CALCM-SITUACAO
            MOVE ZEROS           TO CALCM-XREF
            MOVE WS-DATA-NEGOCIO TO CALCM-DATA-MOVTO

            IF AUDIT-MODO = "E"
               MOVE "R" TO CALCM-SITUACAO
               IF WS-ORIG-CHAVE NOT = SPACES
                  MOVE WS-ORIG-CHAVE TO CALCM-XREF
                  PERFORM PROC-APURAR-PERIODO
                          THRU PROC-APURAR-PERIODO-END
               END-IF
            END-IF

            MOVE CALCM-REC TO WS-NOVO-REG
            MOVE "N" TO WS-GRAVACAO-FLAG

            PERFORM PROC-TENTAR-GRAVAR
                    THRU PROC-TENTAR-GRAVAR-END
                    UNTIL WS-GRAVOU OR WS-NAO-GRAVOU

            IF WS-SES-IDX > 0
               MOVE WS-CONTADOR-AVULSO TO WS-SES-CONTADOR(WS-SES-IDX)
            END-IF

            IF WS-NAO-GRAVOU
               ADD 1 TO WS-CONT-NAO-GRAVADOS
               MOVE SPACES TO WS-PEND-MOTIVO
               STRING "não reconstruído, status " WS-CALCM-FS
                      DELIMITED BY SIZE INTO WS-PEND-MOTIVO
               END-STRING
               PERFORM PROC-LISTAR-AUDITORIA
                       THRU PROC-LISTAR-AUDITORIA-END
               GO TO PROC-GRAVAR-RECONSTRUIDO-END
            END-IF

            MOVE CALCM-REC   TO WS-NOVO-REG
            MOVE CALCM-CHAVE TO WS-NOVA-CHAVE
            ADD 1 TO WS-CONT-RECONSTRUIDOS

            MOVE WS-DATA-NEGOCIO TO WS-DIA-PROCURADO
            PERFORM PROC-LOCALIZAR-DIA
                    THRU PROC-LOCALIZAR-DIA-END

            IF WS-DIA-IDX > 0
               ADD 1 TO WS-DIA-RC-QTD(WS-DIA-IDX)
               ADD AUDIT-RESULT TO WS-DIA-RC-VALOR(WS-DIA-IDX)
            END-IF
            .
       PROC-GRAVAR-RECONSTRUIDO-END.

      ******************************************************************
      * The estorno was a prior-period adjustment when the original's
      * business month was already closed as it was keyed: a month
      * before the last one closed, or the last one itself with the
      * estorno stamped after the close.
      ******************************************************************
       PROC-APURAR-PERIODO.
            MOVE WS-ORIG-MOVTO(1:6) TO WS-ORIG-MES

            IF WS-ORIG-MES < WS-MES-FECHADO
               MOVE "A" TO CALCM-SITUACAO
            END-IF

            IF WS-ORIG-MES = WS-MES-FECHADO
               AND AUDIT-TIMESTAMP > WS-MES-FECHADO-TS
               MOVE "A" TO CALCM-SITUACAO
            END-IF
            .
       PROC-APURAR-PERIODO-END.

       PROC-TENTAR-GRAVAR.
            IF WS-CONTADOR-AVULSO NOT < 9999999
               MOVE "24" TO WS-CALCM-FS
               SET WS-NAO-GRAVOU TO TRUE
               GO TO PROC-TENTAR-GRAVAR-END
            END-IF

            ADD 1 TO WS-CONTADOR-AVULSO

            MOVE WS-NOVO-REG        TO CALCM-REC
            MOVE WS-DATA-TS-N       TO CALCM-DATA
            MOVE WS-CONTADOR-AVULSO TO CALCM-SEQ

            WRITE CALCM-REC

            EVALUATE WS-CALCM-FS
               WHEN "00"
                   SET WS-GRAVOU TO TRUE
               WHEN "22"
                   CONTINUE
               WHEN OTHER
                   SET WS-NAO-GRAVOU TO TRUE
            END-EVALUATE
            .
       PROC-TENTAR-GRAVAR-END.

      ******************************************************************
      * Counter of the run that posted the record on the trail. A run
      * not seen before starts from zero, as CALCULATOR does; one
      * whose first posting is earlier in the day than its session
      * number started the day before and crossed midnight.
      ******************************************************************
       PROC-LOCALIZAR-RUN.
            MOVE 0 TO WS-SES-IDX
            MOVE 0 TO WS-CONTADOR-AVULSO
            MOVE 1 TO WS-BUSCA-IDX

            COMPUTE WS-DIA-LANCAMENTO =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-TS-N)
            MOVE AUDIT-TIMESTAMP(12:2) TO WS-HLA-HH
            MOVE AUDIT-TIMESTAMP(15:2) TO WS-HLA-MM
            MOVE AUDIT-TIMESTAMP(18:2) TO WS-HLA-SS

            PERFORM PROC-COMPARAR-RUN
                    THRU PROC-COMPARAR-RUN-END
                    UNTIL WS-SES-IDX > 0
                          OR WS-BUSCA-IDX > WS-QTD-SESSOES

            IF WS-SES-IDX > 0
               IF WS-DIA-LANCAMENTO > WS-SES-INICIO(WS-SES-IDX)
                  AND WS-HORA-LANCAMENTO-N NOT < AUDIT-SESSAO
                  MOVE WS-DIA-LANCAMENTO TO WS-SES-INICIO(WS-SES-IDX)
                  MOVE 0 TO WS-SES-CONTADOR(WS-SES-IDX)
               END-IF
               MOVE WS-SES-CONTADOR(WS-SES-IDX) TO WS-CONTADOR-AVULSO
               GO TO PROC-LOCALIZAR-RUN-END
            END-IF

            IF WS-QTD-SESSOES NOT < WS-MAX-SESSOES
               DISPLAY "Tabela de sessões cheia, sessão "
                       AUDIT-OPERADOR " " AUDIT-SESSAO
                       " numerada a partir de zero"
               GO TO PROC-LOCALIZAR-RUN-END
            END-IF

            ADD 1 TO WS-QTD-SESSOES
            MOVE WS-QTD-SESSOES TO WS-SES-IDX
            MOVE AUDIT-OPERADOR TO WS-SES-OPERADOR(WS-SES-IDX)
            MOVE AUDIT-SESSAO   TO WS-SES-SESSAO(WS-SES-IDX)
            MOVE 0              TO WS-SES-CONTADOR(WS-SES-IDX)

            IF WS-HORA-LANCAMENTO-N < AUDIT-SESSAO
               COMPUTE WS-SES-INICIO(WS-SES-IDX) =
                       WS-DIA-LANCAMENTO - 1
            ELSE
               MOVE WS-DIA-LANCAMENTO TO WS-SES-INICIO(WS-SES-IDX)
            END-IF
            .
       PROC-LOCALIZAR-RUN-END.

       PROC-COMPARAR-RUN.
            IF WS-SES-OPERADOR(WS-BUSCA-IDX) = AUDIT-OPERADOR
               AND WS-SES-SESSAO(WS-BUSCA-IDX) = AUDIT-SESSAO
               MOVE WS-BUSCA-IDX TO WS-SES-IDX
            END-IF

            ADD 1 TO WS-BUSCA-IDX
            .
       PROC-COMPARAR-RUN-END.

      ******************************************************************
      * The reversal is on the master; its original is marked "E"
      * pointing back at it, as PROC-POSTAR-ESTORNO leaves the pair.
      ******************************************************************
       PROC-REMARCAR-ORIGINAL.
            IF WS-ORIG-CHAVE = SPACES
               ADD 1 TO WS-CONT-SEM-ORIGINAL
               MOVE "estorno sem original localizado"
                    TO WS-PEND-MOTIVO
               PERFORM PROC-LISTAR-AUDITORIA
                       THRU PROC-LISTAR-AUDITORIA-END
               GO TO PROC-REMARCAR-ORIGINAL-END
            END-IF

            MOVE WS-ORIG-CHAVE TO CALCM-CHAVE

            READ CALCM-FILE
                INVALID KEY
                    MOVE SPACES TO WS-PEND-MOTIVO
                    STRING "original não relido, status "
                           WS-CALCM-FS
                           DELIMITED BY SIZE INTO WS-PEND-MOTIVO
                    END-STRING
                    PERFORM PROC-LISTAR-AUDITORIA
                            THRU PROC-LISTAR-AUDITORIA-END
                    GO TO PROC-REMARCAR-ORIGINAL-END
            END-READ

            MOVE "E"           TO CALCM-SITUACAO
            MOVE WS-NOVA-CHAVE TO CALCM-XREF

            REWRITE CALCM-REC

            IF WS-CALCM-FS NOT = "00"
               MOVE SPACES TO WS-PEND-MOTIVO
               STRING "original não remarcado, status "
                      WS-CALCM-FS
                      DELIMITED BY SIZE INTO WS-PEND-MOTIVO
               END-STRING
               PERFORM PROC-LISTAR-AUDITORIA
                       THRU PROC-LISTAR-AUDITORIA-END
               GO TO PROC-REMARCAR-ORIGINAL-END
            END-IF

            ADD 1 TO WS-CONT-REMARCADOS

            IF WS-QTD-ORIGINAIS > 1
               ADD 1 TO WS-CONT-AMBIGUOS
               MOVE "original ambíguo, usado o último"
                    TO WS-PEND-MOTIVO
               PERFORM PROC-LISTAR-AUDITORIA
                       THRU PROC-LISTAR-AUDITORIA-END
               MOVE SPACES TO RPT-LINE
               STRING "    original assumido " WS-ORIG-CHAVE(1:8)
                      "/" WS-ORIG-CHAVE(9:7) "  estorno "
                      WS-NOVA-CHAVE(1:8) "/" WS-NOVA-CHAVE(9:7)
                      DELIMITED BY SIZE INTO RPT-LINE
               END-STRING
               PERFORM PROC-ESCREVER-LINHA
                       THRU PROC-ESCREVER-LINHA-END
            END-IF
            .
       PROC-REMARCAR-ORIGINAL-END.

      ******************************************************************
      * Results left on the feed after the trail ends: nothing on the
      * trail to rebuild them from.
      ******************************************************************
       PROC-LISTAR-SOBRA-CALCOUT.
            PERFORM PROC-LER-CALCOUT
                    THRU PROC-LER-CALCOUT-END

            IF WS-FIM-CALCOUT
               GO TO PROC-LISTAR-SOBRA-CALCOUT-END
            END-IF

            ADD 1 TO WS-CONT-CALCOUT-SOBRA

            MOVE SPACES TO WS-PEND-TIMESTAMP
            STRING "movto " CALC-REC-DATA
                   DELIMITED BY SIZE INTO WS-PEND-TIMESTAMP
            END-STRING
            MOVE CALC-REC-OPERADOR TO WS-PEND-OPERADOR
            MOVE CALC-REC-MODO     TO WS-PEND-MODO
            MOVE CALC-REC-RESULT   TO WS-PEND-VALOR
            MOVE "resultado sem par na auditoria" TO WS-PEND-MOTIVO

            PERFORM PROC-LISTAR-PENDENCIA
                    THRU PROC-LISTAR-PENDENCIA-END
            .
       PROC-LISTAR-SOBRA-CALCOUT-END.

       PROC-LISTAR-AUDITORIA.
            MOVE AUDIT-TIMESTAMP TO WS-PEND-TIMESTAMP
            MOVE AUDIT-OPERADOR  TO WS-PEND-OPERADOR
            MOVE AUDIT-MODO      TO WS-PEND-MODO
            MOVE AUDIT-RESULT    TO WS-PEND-VALOR

            PERFORM PROC-LISTAR-PENDENCIA
                    THRU PROC-LISTAR-PENDENCIA-END
            .
       PROC-LISTAR-AUDITORIA-END.

       PROC-LISTAR-PENDENCIA.
            ADD 1 TO WS-CONT-PENDENCIAS

            IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
            END-IF

            MOVE WS-PEND-VALOR TO WS-VAL-EDITADO

            MOVE SPACES TO RPT-LINE
            STRING WS-PEND-TIMESTAMP(1:19) " " WS-PEND-OPERADOR " "
                   WS-PEND-MODO " " WS-VAL-EDITADO " "
                   WS-PEND-MOTIVO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            .
       PROC-LISTAR-PENDENCIA-END.

      ******************************************************************
      * Entry of the proof table for WS-DIA-PROCURADO, added the first
      * time the date is seen; zero when the table is full.
      ******************************************************************
       PROC-LOCALIZAR-DIA.
            MOVE 0 TO WS-DIA-IDX
            MOVE 1 TO WS-BUSCA-IDX

            PERFORM PROC-COMPARAR-DIA
                    THRU PROC-COMPARAR-DIA-END
                    UNTIL WS-DIA-IDX > 0
                          OR WS-BUSCA-IDX > WS-QTD-DIAS

            IF WS-DIA-IDX > 0
               GO TO PROC-LOCALIZAR-DIA-END
            END-IF

            IF WS-QTD-DIAS NOT < WS-MAX-DIAS
               DISPLAY "Tabela de datas cheia, movimento "
                       WS-DIA-PROCURADO " fora da prova"
               ADD 1 TO WS-CONT-DIFERENCAS
               GO TO PROC-LOCALIZAR-DIA-END
            END-IF

            ADD 1 TO WS-QTD-DIAS
            MOVE WS-QTD-DIAS TO WS-DIA-IDX
            MOVE WS-DIA-PROCURADO TO WS-DIA-DATA(WS-DIA-IDX)
            MOVE 0 TO WS-DIA-CO-QTD(WS-DIA-IDX)
                      WS-DIA-CO-VALOR(WS-DIA-IDX)
                      WS-DIA-RC-QTD(WS-DIA-IDX)
                      WS-DIA-RC-VALOR(WS-DIA-IDX)
            .
       PROC-LOCALIZAR-DIA-END.

       PROC-COMPARAR-DIA.
            IF WS-DIA-DATA(WS-BUSCA-IDX) = WS-DIA-PROCURADO
               MOVE WS-BUSCA-IDX TO WS-DIA-IDX
            END-IF

            ADD 1 TO WS-BUSCA-IDX
            .
       PROC-COMPARAR-DIA-END.

       PROC-IMPRIMIR-COPIA.
            PERFORM PROC-ESCREVER-BRANCO
                    THRU PROC-ESCREVER-BRANCO-END
            MOVE "CÓPIA DE SEGURANÇA" TO RPT-LINE
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE SPACES TO RPT-LINE
            STRING "Cópia tirada em " BKP-DATA-COPIA " "
                   BKP-HORA-COPIA "  movimento " BKP-DATA-MOVTO
                   "  execução " BKP-NUM-EXECUCAO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE SPACES TO RPT-LINE
            STRING "Último lançamento na cópia: " WS-PONTO-TS
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE WS-CONT-COPIA     TO WS-CONT-EDITADO
            MOVE BKP-QTD-REGISTROS TO WS-CONT-EDITADO-2
            MOVE SPACES TO RPT-LINE
            STRING "Registros restaurados " WS-CONT-EDITADO
                   "   no controle " WS-CONT-EDITADO-2
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE WS-TOTAL-COPIA   TO WS-TOTAL-EDITADO
            MOVE BKP-TOTAL-RESULT TO WS-TOTAL-EDITADO-2
            MOVE SPACES TO RPT-LINE
            STRING "Valor restaurado " WS-TOTAL-EDITADO
                   "  no controle " WS-TOTAL-EDITADO-2
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            IF WS-CONT-COPIA = BKP-QTD-REGISTROS
               AND WS-TOTAL-COPIA = BKP-TOTAL-RESULT
               MOVE "Cópia confere com o registro de controle"
                    TO RPT-LINE
            ELSE
               MOVE "CÓPIA NÃO CONFERE - recuperação interrompida"
                    TO RPT-LINE
            END-IF
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            .
       PROC-IMPRIMIR-COPIA-END.

      ******************************************************************
      * Counts and values per business date: results on CALCOUT after
      * the recovery point against the postings rebuilt for them.
      ******************************************************************
       PROC-IMPRIMIR-PROVA.
            PERFORM PROC-ORDENAR-DIAS
                    THRU PROC-ORDENAR-DIAS-END

            PERFORM PROC-ESCREVER-BRANCO
                    THRU PROC-ESCREVER-BRANCO-END
            MOVE "PROVA POR DATA DE MOVIMENTO" TO RPT-LINE
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            MOVE SPACES TO RPT-LINE
            STRING "Movimento Qtd CALCOUT     Valor CALCOUT "
                   "Qtd recup.      Valor recup."
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            PERFORM PROC-IMPRIMIR-DIA
                    THRU PROC-IMPRIMIR-DIA-END
                    VARYING WS-DIA-IDX FROM 1 BY 1
                    UNTIL WS-DIA-IDX > WS-QTD-DIAS

            MOVE WS-TOT-CO-QTD   TO WS-CONT-EDITADO
            MOVE WS-TOT-CO-VALOR TO WS-TOTAL-EDITADO
            MOVE WS-TOT-RC-QTD   TO WS-CONT-EDITADO-2
            MOVE WS-TOT-RC-VALOR TO WS-TOTAL-EDITADO-2
            MOVE SPACES TO RPT-LINE
            STRING "Total     " "  " WS-CONT-EDITADO " "
                   WS-TOTAL-EDITADO "  " WS-CONT-EDITADO-2 " "
                   WS-TOTAL-EDITADO-2
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            .
       PROC-IMPRIMIR-PROVA-END.

       PROC-IMPRIMIR-DIA.
            ADD WS-DIA-CO-QTD(WS-DIA-IDX)   TO WS-TOT-CO-QTD
            ADD WS-DIA-CO-VALOR(WS-DIA-IDX) TO WS-TOT-CO-VALOR
            ADD WS-DIA-RC-QTD(WS-DIA-IDX)   TO WS-TOT-RC-QTD
            ADD WS-DIA-RC-VALOR(WS-DIA-IDX) TO WS-TOT-RC-VALOR

            IF WS-DIA-CO-QTD(WS-DIA-IDX) = WS-DIA-RC-QTD(WS-DIA-IDX)
               AND WS-DIA-CO-VALOR(WS-DIA-IDX)
                   = WS-DIA-RC-VALOR(WS-DIA-IDX)
               MOVE "OK" TO WS-SITUACAO-DIA
            ELSE
               MOVE "DIFERENÇA" TO WS-SITUACAO-DIA
               ADD 1 TO WS-CONT-DIFERENCAS
            END-IF

            MOVE SPACES TO WS-DATA-EDITADA
            STRING WS-DIA-DATA(WS-DIA-IDX)(1:4) "-"
                   WS-DIA-DATA(WS-DIA-IDX)(5:2) "-"
                   WS-DIA-DATA(WS-DIA-IDX)(7:2)
                   DELIMITED BY SIZE INTO WS-DATA-EDITADA
            END-STRING

            MOVE WS-DIA-CO-QTD(WS-DIA-IDX)   TO WS-CONT-EDITADO
            MOVE WS-DIA-CO-VALOR(WS-DIA-IDX) TO WS-TOTAL-EDITADO
            MOVE WS-DIA-RC-QTD(WS-DIA-IDX)   TO WS-CONT-EDITADO-2
            MOVE WS-DIA-RC-VALOR(WS-DIA-IDX) TO WS-TOTAL-EDITADO-2

            MOVE SPACES TO RPT-LINE
            STRING WS-DATA-EDITADA "  " WS-CONT-EDITADO " "
                   WS-TOTAL-EDITADO "  " WS-CONT-EDITADO-2 " "
                   WS-TOTAL-EDITADO-2 " " WS-SITUACAO-DIA
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END
            .
       PROC-IMPRIMIR-DIA-END.

      ******************************************************************
      * Selection sort of the proof table by business date.
      ******************************************************************
       PROC-ORDENAR-DIAS.
            IF WS-QTD-DIAS < 2
               GO TO PROC-ORDENAR-DIAS-END
            END-IF

            PERFORM PROC-SELECIONAR-MENOR
                    THRU PROC-SELECIONAR-MENOR-END
                    VARYING WS-DIA-IDX FROM 1 BY 1
                    UNTIL WS-DIA-IDX NOT < WS-QTD-DIAS
            .
       PROC-ORDENAR-DIAS-END.

       PROC-SELECIONAR-MENOR.
            MOVE WS-DIA-IDX TO WS-MENOR-IDX

            COMPUTE WS-SORT-IDX = WS-DIA-IDX + 1

            PERFORM PROC-COMPARAR-MENOR
                    THRU PROC-COMPARAR-MENOR-END
                    UNTIL WS-SORT-IDX > WS-QTD-DIAS

            IF WS-MENOR-IDX NOT = WS-DIA-IDX
               MOVE WS-DIA-ENT(WS-DIA-IDX)   TO WS-DIA-TROCA
               MOVE WS-DIA-ENT(WS-MENOR-IDX) TO WS-DIA-ENT(WS-DIA-IDX)
               MOVE WS-DIA-TROCA TO WS-DIA-ENT(WS-MENOR-IDX)
            END-IF
            .
       PROC-SELECIONAR-MENOR-END.

       PROC-COMPARAR-MENOR.
            IF WS-DIA-DATA(WS-SORT-IDX) < WS-DIA-DATA(WS-MENOR-IDX)
               MOVE WS-SORT-IDX TO WS-MENOR-IDX
            END-IF

            ADD 1 TO WS-SORT-IDX
            .
       PROC-COMPARAR-MENOR-END.

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
            STRING "RECUPERAÇÃO DO CALCMST - " WS-DATA-HOJE-X
                   "                            PÁGINA "
                   WS-PAG-EDITADA
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
            IF WS-MESTRE-ABERTO
               CLOSE CALCM-FILE
            END-IF

            IF WS-CONT-DIFERENCAS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
            END-IF

            PERFORM PROC-MONTAR-TIMESTAMP
                    THRU PROC-MONTAR-TIMESTAMP-END

            PERFORM PROC-ESCREVER-BRANCO
                    THRU PROC-ESCREVER-BRANCO-END

            MOVE WS-CONT-AUDITORIA TO WS-CONT-EDITADO
            MOVE SPACES TO RPT-LINE
            STRING "Registros da auditoria lidos.: " WS-CONT-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE WS-CONT-RECUSAS TO WS-CONT-EDITADO
            MOVE SPACES TO RPT-LINE
            STRING "  recusas (modo X)...........: " WS-CONT-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE WS-CONT-NA-COPIA TO WS-CONT-EDITADO
            MOVE SPACES TO RPT-LINE
            STRING "  já contidos na cópia.......: " WS-CONT-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE WS-CONT-RECONSTRUIDOS TO WS-CONT-EDITADO
            MOVE SPACES TO RPT-LINE
            STRING "  reconstruídos..............: " WS-CONT-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE WS-CONT-NAO-GRAVADOS TO WS-CONT-EDITADO
            MOVE SPACES TO RPT-LINE
            STRING "  não reconstruídos..........: " WS-CONT-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE WS-CONT-ESTORNOS TO WS-CONT-EDITADO
            MOVE SPACES TO RPT-LINE
            STRING "Estornos reconstruídos.......: " WS-CONT-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE WS-CONT-REMARCADOS TO WS-CONT-EDITADO
            MOVE SPACES TO RPT-LINE
            STRING "  originais remarcados.......: " WS-CONT-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE WS-CONT-SEM-ORIGINAL TO WS-CONT-EDITADO
            MOVE SPACES TO RPT-LINE
            STRING "  sem original localizado....: " WS-CONT-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE WS-CONT-AMBIGUOS TO WS-CONT-EDITADO
            MOVE SPACES TO RPT-LINE
            STRING "  com original ambíguo.......: " WS-CONT-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE WS-CONT-CALCOUT-SOBRA TO WS-CONT-EDITADO
            MOVE SPACES TO RPT-LINE
            STRING "Resultados sem par na trilha.: " WS-CONT-EDITADO
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            MOVE SPACES TO RPT-LINE
            STRING "Início " WS-INICIO(1:19) "   fim "
                   WS-TIMESTAMP(1:19)
                   DELIMITED BY SIZE INTO RPT-LINE
            END-STRING
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            EVALUATE TRUE
               WHEN RETURN-CODE NOT < 8
                   MOVE SPACES TO RPT-LINE
                   STRING "RECUPERAÇÃO INTERROMPIDA - "
                          "mestre novo NÃO deve entrar em uso"
                          DELIMITED BY SIZE INTO RPT-LINE
                   END-STRING
               WHEN RETURN-CODE = 4
                   MOVE SPACES TO RPT-LINE
                   STRING "RECUPERAÇÃO CONCLUÍDA COM PENDÊNCIAS - "
                          "ver acima"
                          DELIMITED BY SIZE INTO RPT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE "RECUPERAÇÃO CONCLUÍDA E CONFERIDA"
                        TO RPT-LINE
            END-EVALUATE
            PERFORM PROC-ESCREVER-LINHA
                    THRU PROC-ESCREVER-LINHA-END

            CLOSE RPT-FILE

            DISPLAY "MSTRECOV - restaurados da cópia..: "
                    WS-CONT-COPIA
            DISPLAY "MSTRECOV - reconstruídos.........: "
                    WS-CONT-RECONSTRUIDOS
            DISPLAY "MSTRECOV - originais remarcados..: "
                    WS-CONT-REMARCADOS
            DISPLAY "MSTRECOV - pendências............: "
                    WS-CONT-PENDENCIAS
            DISPLAY "MSTRECOV - datas com diferença...: "
                    WS-CONT-DIFERENCAS

            STOP RUN.

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

       END PROGRAM MSTRECOV.
