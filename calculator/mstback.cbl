      ******************************************************************
      * Author: Eduardo Amroginski Santos
      * Date: 15/10/2026
      * Purpose: Nightly backup of the results master CALCMST, run as
      *          the last step of the batch while TELA is down. Copies
      *          every record in key order to the backup generation on
      *          BKPOUT and closes it with the control record of
      *          BKPREC: record count, CALCM-RESULT total, the latest
      *          timestamp on the master and the number of records on
      *          the results feed CALCOUT at that moment, which is
      *          where MSTRECOV picks up the forward pass when the
      *          master has to be rebuilt. Ends with RETURN-CODE 8 when
      *          the master or the feed cannot be read or the backup
      *          cannot be written - the generation must not be kept
      *          then.
      *
      * Modification history:
      * 15/10/2026 EAS  Registros da cópia com 116 bytes: o CALCMST
      *                 passou a levar a data de movimento.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCM-FILE
               ASSIGN TO "CALCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CALCM-CHAVE
               FILE STATUS IS WS-CALCM-FS.

           SELECT CALC-FILE
               ASSIGN TO "CALCIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALC-FS.

           SELECT BKP-FILE
               ASSIGN TO "BKPOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-FS.

           SELECT RUNC-FILE
               ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-FS.

           SELECT RLOG-FILE
               ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCM-FILE.
           COPY CALCMREC.

       FD  CALC-FILE.
           COPY CALCREC.

       FD  BKP-FILE.
       01  BKP-REG                 PIC X(116).

       FD  RUNC-FILE.
           COPY RUNCREC.

       FD  RLOG-FILE.
           COPY RLOGREC.

       WORKING-STORAGE SECTION.
       COPY BKPREC.

       77 WS-CALCM-FS           PIC X(02)  VALUE "00".
       77 WS-CALC-FS            PIC X(02)  VALUE "00".
       77 WS-BKP-FS             PIC X(02)  VALUE "00".
       77 WS-RUNC-FS            PIC X(02)  VALUE "00".
       77 WS-RLOG-FS            PIC X(02)  VALUE "00".

       77 WS-DATA-MOVTO         PIC 9(08)  VALUE ZERO.
       77 WS-NUM-EXECUCAO       PIC 9(04)  VALUE ZERO.
       77 WS-RLOG-JOB           PIC X(08)  VALUE "CALCBAT".
       77 WS-RLOG-INICIO        PIC X(26)  VALUE SPACES.
       77 WS-TIMESTAMP          PIC X(26)  VALUE SPACES.
       77 WS-DATA-ATUAL         PIC 9(08).
       77 WS-HORA-ATUAL         PIC 9(08).

       77 WS-FIM-FLAG           PIC X(01)  VALUE "N".
           88 WS-FIM-ARQUIVO    VALUE "S".

       77 WS-ULTIMO-TS          PIC X(26)  VALUE SPACES.

       77 WS-CONT-COPIADOS      PIC 9(09) COMP VALUE 0.
       77 WS-CONT-CALCOUT       PIC 9(09) COMP VALUE 0.

       77 WS-TOTAL-COPIADOS     PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.
       77 WS-TOTAL-CALCOUT      PIC S9(13)V99
                                 SIGN LEADING SEPARATE CHARACTER
                                 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM PROC-INICIALIZAR
                    THRU PROC-INICIALIZAR-END

            IF RETURN-CODE < 8
               PERFORM PROC-COPIAR-MESTRE
                       THRU PROC-COPIAR-MESTRE-END
            END-IF

            IF RETURN-CODE < 8
               PERFORM PROC-CONTAR-CALCOUT
                       THRU PROC-CONTAR-CALCOUT-END
            END-IF

            IF RETURN-CODE < 8
               PERFORM PROC-GRAVAR-CONTROLE
                       THRU PROC-GRAVAR-CONTROLE-END
            END-IF

            PERFORM PROC-ENCERRAR
            .
       MAIN-PROCEDURE-END.

       PROC-INICIALIZAR.
            PERFORM PROC-MONTAR-TIMESTAMP
                    THRU PROC-MONTAR-TIMESTAMP-END
            MOVE WS-TIMESTAMP TO WS-RLOG-INICIO

            ACCEPT WS-RLOG-JOB FROM ENVIRONMENT "CALC-JOB-ID"
            IF WS-RLOG-JOB = SPACES
               MOVE "CALCBAT" TO WS-RLOG-JOB
            END-IF

            PERFORM PROC-LER-RUN-CONTROL
                    THRU PROC-LER-RUN-CONTROL-END

            OPEN INPUT CALCM-FILE

            IF WS-CALCM-FS NOT = "00"
               DISPLAY "Erro ao abrir CALCMST, status: " WS-CALCM-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-INICIALIZAR-END
            END-IF

            OPEN OUTPUT BKP-FILE

            IF WS-BKP-FS NOT = "00"
               DISPLAY "Erro ao abrir BKPOUT, status: " WS-BKP-FS
               MOVE 8 TO RETURN-CODE
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
                    MOVE RUNC-DATA-MOVTO   TO WS-DATA-MOVTO
                    MOVE RUNC-NUM-EXECUCAO TO WS-NUM-EXECUCAO
            END-READ

            CLOSE RUNC-FILE
            .
       PROC-LER-RUN-CONTROL-END.

       PROC-COPIAR-MESTRE.
            MOVE "N" TO WS-FIM-FLAG

            PERFORM PROC-COPIAR-REGISTRO
                    THRU PROC-COPIAR-REGISTRO-END
                    UNTIL WS-FIM-ARQUIVO
            .
       PROC-COPIAR-MESTRE-END.

       PROC-COPIAR-REGISTRO.
            READ CALCM-FILE NEXT RECORD
                AT END
                    SET WS-FIM-ARQUIVO TO TRUE
                    GO TO PROC-COPIAR-REGISTRO-END
            END-READ

            IF WS-CALCM-FS NOT = "00"
               DISPLAY "Erro ao ler CALCMST, status: " WS-CALCM-FS
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-ARQUIVO TO TRUE
               GO TO PROC-COPIAR-REGISTRO-END
            END-IF

            WRITE BKP-REG FROM CALCM-REC

            IF WS-BKP-FS NOT = "00"
               DISPLAY "Erro ao gravar BKPOUT, status: " WS-BKP-FS
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-ARQUIVO TO TRUE
               GO TO PROC-COPIAR-REGISTRO-END
            END-IF

            ADD 1            TO WS-CONT-COPIADOS
            ADD CALCM-RESULT TO WS-TOTAL-COPIADOS

            IF CALCM-TIMESTAMP > WS-ULTIMO-TS
               MOVE CALCM-TIMESTAMP TO WS-ULTIMO-TS
            END-IF
            .
       PROC-COPIAR-REGISTRO-END.

      ******************************************************************
      * Position on the results feed: the feed is only ever appended
      * to, so its record count now marks where tomorrow's postings
      * begin.
      ******************************************************************
       PROC-CONTAR-CALCOUT.
            OPEN INPUT CALC-FILE

            IF WS-CALC-FS NOT = "00"
               DISPLAY "Erro ao abrir CALCIN, status: " WS-CALC-FS
               MOVE 8 TO RETURN-CODE
               GO TO PROC-CONTAR-CALCOUT-END
            END-IF

            MOVE "N" TO WS-FIM-FLAG

            PERFORM PROC-LER-CALCOUT
                    THRU PROC-LER-CALCOUT-END
                    UNTIL WS-FIM-ARQUIVO

            CLOSE CALC-FILE
            .
       PROC-CONTAR-CALCOUT-END.

       PROC-LER-CALCOUT.
            READ CALC-FILE
                AT END
                    SET WS-FIM-ARQUIVO TO TRUE
                NOT AT END
                    ADD 1               TO WS-CONT-CALCOUT
                    ADD CALC-REC-RESULT TO WS-TOTAL-CALCOUT
            END-READ
            .
       PROC-LER-CALCOUT-END.

       PROC-GRAVAR-CONTROLE.
            MOVE SPACES TO BKP-TRAILER

            MOVE "999999999999999" TO BKP-CHAVE
            MOVE WS-DATA-MOVTO     TO BKP-DATA-MOVTO
            MOVE WS-NUM-EXECUCAO   TO BKP-NUM-EXECUCAO
            MOVE WS-DATA-ATUAL     TO BKP-DATA-COPIA
            MOVE WS-HORA-ATUAL(1:6) TO BKP-HORA-COPIA
            MOVE WS-ULTIMO-TS      TO BKP-ULTIMO-TS
            MOVE WS-CONT-COPIADOS  TO BKP-QTD-REGISTROS
            MOVE WS-TOTAL-COPIADOS TO BKP-TOTAL-RESULT
            MOVE WS-CONT-CALCOUT   TO BKP-QTD-CALCOUT

            WRITE BKP-REG FROM BKP-TRAILER

            IF WS-BKP-FS NOT = "00"
               DISPLAY "Erro ao gravar BKPOUT, status: " WS-BKP-FS
               MOVE 8 TO RETURN-CODE
            END-IF
            .
       PROC-GRAVAR-CONTROLE-END.

       PROC-ENCERRAR.
            IF WS-CALCM-FS = "00" OR WS-CALCM-FS = "10"
               CLOSE CALCM-FILE
            END-IF

            IF WS-BKP-FS = "00"
               CLOSE BKP-FILE
            END-IF

            DISPLAY "MSTBACK - registros copiados....: "
                    WS-CONT-COPIADOS
            DISPLAY "MSTBACK - último lançamento.....: "
                    WS-ULTIMO-TS
            DISPLAY "MSTBACK - registros no CALCOUT..: "
                    WS-CONT-CALCOUT

            PERFORM PROC-GRAVAR-RUN-LOG
                    THRU PROC-GRAVAR-RUN-LOG-END

            STOP RUN.

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
            MOVE "MSTBACK"           TO RLOG-PROGRAMA
            MOVE WS-DATA-MOVTO       TO RLOG-DATA-MOVTO
            MOVE WS-NUM-EXECUCAO     TO RLOG-NUM-EXECUCAO
            MOVE WS-RLOG-INICIO      TO RLOG-INICIO
            MOVE WS-TIMESTAMP        TO RLOG-FIM
            MOVE RETURN-CODE         TO RLOG-RC

            MOVE "COPIADOS"          TO RLOG-CAT-NOME (1)
            MOVE WS-CONT-COPIADOS    TO RLOG-CAT-QTD (1)
            MOVE WS-TOTAL-COPIADOS   TO RLOG-CAT-VALOR (1)
            MOVE "CALCOUT"           TO RLOG-CAT-NOME (2)
            MOVE WS-CONT-CALCOUT     TO RLOG-CAT-QTD (2)
            MOVE WS-TOTAL-CALCOUT    TO RLOG-CAT-VALOR (2)

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

       END PROGRAM MSTBACK.
