      ******************************************************************
      * Author: Eduardo Amroginski Santos
      * Date: 15/10/2026
      * Purpose: One-time conversion of the live files that grew with
      *          the branch code carried from the branch files to
      *          every output of the cycle. Each input is read in the
      *          OLD length and written in the NEW length with the
      *          branch defaulted to spaces (no branch known), so the
      *          first run after install does not read short records
      *          through the new copybooks:
      *            AUDITOUT 85 -> 87: AUDIT-AGENCIA spaces.
      *            EXCPOUT  68 -> 70: EXCP-AGENCIA spaces.
      *            CALCOUT  59 -> 61: CALC-REC-AGENCIA spaces.
      *          The transaction and reject files keep their length:
      *          the branch takes the two spare positions at the end
      *          of the transaction record. A file whose DD is missing
      *          is reported and skipped, so the job can convert any
      *          subset - also a restored audit archive generation.
      *          Counts in and out are displayed per file and must
      *          match.
      *
      * Modification history:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGECONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-ENT-FILE
               ASSIGN TO "AUDVELHO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-ENT-FS.

           SELECT AUD-SAI-FILE
               ASSIGN TO "AUDNOVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-SAI-FS.

           SELECT EXC-ENT-FILE
               ASSIGN TO "EXCVELHO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-ENT-FS.

           SELECT EXC-SAI-FILE
               ASSIGN TO "EXCNOVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-SAI-FS.

           SELECT CALC-ENT-FILE
               ASSIGN TO "CALCVELH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALC-ENT-FS.

           SELECT CALC-SAI-FILE
               ASSIGN TO "CALCNOVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALC-SAI-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUD-ENT-FILE.
       01  AUD-VELHO-REG           PIC X(85).

       FD  AUD-SAI-FILE.
       01  AUD-NOVO-REG.
           05  AUD-NOVO-BASE       PIC X(85).
           05  AUD-NOVO-AGENCIA    PIC X(02).

       FD  EXC-ENT-FILE.
       01  EXC-VELHO-REG           PIC X(68).

       FD  EXC-SAI-FILE.
       01  EXC-NOVO-REG.
           05  EXC-NOVO-BASE       PIC X(68).
           05  EXC-NOVO-AGENCIA    PIC X(02).

       FD  CALC-ENT-FILE.
       01  CALC-VELHO-REG          PIC X(59).

       FD  CALC-SAI-FILE.
       01  CALC-NOVO-REG.
           05  CALC-NOVO-BASE      PIC X(59).
           05  CALC-NOVO-AGENCIA   PIC X(02).

       WORKING-STORAGE SECTION.
       77 WS-AUD-ENT-FS         PIC X(02)  VALUE "00".
       77 WS-AUD-SAI-FS         PIC X(02)  VALUE "00".
       77 WS-EXC-ENT-FS         PIC X(02)  VALUE "00".
       77 WS-EXC-SAI-FS         PIC X(02)  VALUE "00".
       77 WS-CALC-ENT-FS        PIC X(02)  VALUE "00".
       77 WS-CALC-SAI-FS        PIC X(02)  VALUE "00".

       77 WS-FIM-ARQUIVO        PIC X(01).
           88 WS-FIM-ENTRADA    VALUE "S".

       77 WS-CONT-LIDOS         PIC 9(09) COMP.
       77 WS-CONT-GRAVADOS      PIC 9(09) COMP.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM PROC-CONVERTER-AUDITORIA
                    THRU PROC-CONVERTER-AUDITORIA-END

            PERFORM PROC-CONVERTER-EXCECOES
                    THRU PROC-CONVERTER-EXCECOES-END

            PERFORM PROC-CONVERTER-RESULTADOS
                    THRU PROC-CONVERTER-RESULTADOS-END

            STOP RUN.
       MAIN-PROCEDURE-END.

       PROC-CONVERTER-AUDITORIA.
            MOVE "N" TO WS-FIM-ARQUIVO
            MOVE 0   TO WS-CONT-LIDOS
            MOVE 0   TO WS-CONT-GRAVADOS

            OPEN INPUT AUD-ENT-FILE

            IF WS-AUD-ENT-FS NOT = "00"
               DISPLAY "AUDITOUT não convertido, status: "
                       WS-AUD-ENT-FS
               GO TO PROC-CONVERTER-AUDITORIA-END
            END-IF

            OPEN OUTPUT AUD-SAI-FILE

            IF WS-AUD-SAI-FS NOT = "00"
               DISPLAY "Erro ao abrir AUDNOVO, status: "
                       WS-AUD-SAI-FS
               MOVE 8 TO RETURN-CODE
               CLOSE AUD-ENT-FILE
               GO TO PROC-CONVERTER-AUDITORIA-END
            END-IF

            PERFORM PROC-COPIAR-AUDITORIA
                    THRU PROC-COPIAR-AUDITORIA-END
                    UNTIL WS-FIM-ENTRADA

            CLOSE AUD-ENT-FILE
            CLOSE AUD-SAI-FILE

            DISPLAY "AGECONV - AUDITOUT lidos " WS-CONT-LIDOS
                    " gravados " WS-CONT-GRAVADOS
            .
       PROC-CONVERTER-AUDITORIA-END.

       PROC-COPIAR-AUDITORIA.
            READ AUD-ENT-FILE
                AT END
                    SET WS-FIM-ENTRADA TO TRUE
                    GO TO PROC-COPIAR-AUDITORIA-END
            END-READ

            ADD 1 TO WS-CONT-LIDOS

            MOVE AUD-VELHO-REG TO AUD-NOVO-BASE
            MOVE SPACES        TO AUD-NOVO-AGENCIA

            WRITE AUD-NOVO-REG

            IF WS-AUD-SAI-FS NOT = "00"
               DISPLAY "Erro ao gravar AUDNOVO, status: "
                       WS-AUD-SAI-FS
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-ENTRADA TO TRUE
            ELSE
               ADD 1 TO WS-CONT-GRAVADOS
            END-IF
            .
       PROC-COPIAR-AUDITORIA-END.

       PROC-CONVERTER-EXCECOES.
            MOVE "N" TO WS-FIM-ARQUIVO
            MOVE 0   TO WS-CONT-LIDOS
            MOVE 0   TO WS-CONT-GRAVADOS

            OPEN INPUT EXC-ENT-FILE

            IF WS-EXC-ENT-FS NOT = "00"
               DISPLAY "EXCPOUT não convertido, status: "
                       WS-EXC-ENT-FS
               GO TO PROC-CONVERTER-EXCECOES-END
            END-IF

            OPEN OUTPUT EXC-SAI-FILE

            IF WS-EXC-SAI-FS NOT = "00"
               DISPLAY "Erro ao abrir EXCNOVO, status: "
                       WS-EXC-SAI-FS
               MOVE 8 TO RETURN-CODE
               CLOSE EXC-ENT-FILE
               GO TO PROC-CONVERTER-EXCECOES-END
            END-IF

            PERFORM PROC-COPIAR-EXCECAO
                    THRU PROC-COPIAR-EXCECAO-END
                    UNTIL WS-FIM-ENTRADA

            CLOSE EXC-ENT-FILE
            CLOSE EXC-SAI-FILE

            DISPLAY "AGECONV - EXCPOUT lidos " WS-CONT-LIDOS
                    " gravados " WS-CONT-GRAVADOS
            .
       PROC-CONVERTER-EXCECOES-END.

       PROC-COPIAR-EXCECAO.
            READ EXC-ENT-FILE
                AT END
                    SET WS-FIM-ENTRADA TO TRUE
                    GO TO PROC-COPIAR-EXCECAO-END
            END-READ

            ADD 1 TO WS-CONT-LIDOS

            MOVE EXC-VELHO-REG TO EXC-NOVO-BASE
            MOVE SPACES        TO EXC-NOVO-AGENCIA

            WRITE EXC-NOVO-REG

            IF WS-EXC-SAI-FS NOT = "00"
               DISPLAY "Erro ao gravar EXCNOVO, status: "
                       WS-EXC-SAI-FS
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-ENTRADA TO TRUE
            ELSE
               ADD 1 TO WS-CONT-GRAVADOS
            END-IF
            .
       PROC-COPIAR-EXCECAO-END.

       PROC-CONVERTER-RESULTADOS.
            MOVE "N" TO WS-FIM-ARQUIVO
            MOVE 0   TO WS-CONT-LIDOS
            MOVE 0   TO WS-CONT-GRAVADOS

            OPEN INPUT CALC-ENT-FILE

            IF WS-CALC-ENT-FS NOT = "00"
               DISPLAY "CALCOUT não convertido, status: "
                       WS-CALC-ENT-FS
               GO TO PROC-CONVERTER-RESULTADOS-END
            END-IF

            OPEN OUTPUT CALC-SAI-FILE

            IF WS-CALC-SAI-FS NOT = "00"
               DISPLAY "Erro ao abrir CALCNOVO, status: "
                       WS-CALC-SAI-FS
               MOVE 8 TO RETURN-CODE
               CLOSE CALC-ENT-FILE
               GO TO PROC-CONVERTER-RESULTADOS-END
            END-IF

            PERFORM PROC-COPIAR-RESULTADO
                    THRU PROC-COPIAR-RESULTADO-END
                    UNTIL WS-FIM-ENTRADA

            CLOSE CALC-ENT-FILE
            CLOSE CALC-SAI-FILE

            DISPLAY "AGECONV - CALCOUT lidos " WS-CONT-LIDOS
                    " gravados " WS-CONT-GRAVADOS
            .
       PROC-CONVERTER-RESULTADOS-END.

       PROC-COPIAR-RESULTADO.
            READ CALC-ENT-FILE
                AT END
                    SET WS-FIM-ENTRADA TO TRUE
                    GO TO PROC-COPIAR-RESULTADO-END
            END-READ

            ADD 1 TO WS-CONT-LIDOS

            MOVE CALC-VELHO-REG TO CALC-NOVO-BASE
            MOVE SPACES         TO CALC-NOVO-AGENCIA

            WRITE CALC-NOVO-REG

            IF WS-CALC-SAI-FS NOT = "00"
               DISPLAY "Erro ao gravar CALCNOVO, status: "
                       WS-CALC-SAI-FS
               MOVE 8 TO RETURN-CODE
               SET WS-FIM-ENTRADA TO TRUE
            ELSE
               ADD 1 TO WS-CONT-GRAVADOS
            END-IF
            .
       PROC-COPIAR-RESULTADO-END.

       END PROGRAM AGECONV.
