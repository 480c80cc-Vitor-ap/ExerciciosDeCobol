
           COPY CLETSEL.

           COPY TEXSEL.

           COPY OPERSEL.

           COPY AUDITSEL.

           COPY CLETFD.

           COPY TEXFD.

           COPY OPERFD.

           COPY AUDITFD.

       01 WS-PCT-FREQUENCIA         PIC 9(003)V99 VALUE ZEROS.
       01 WS-CALCULA-PCT            PIC X(001) VALUE "N".
       01 WS-INCLUI-CHAMADA         PIC X(001) VALUE "N".

       COPY CLETWS.
       COPY TEXWS.
       COPY LOGINWS.
       COPY AUDITWS.
       COPY FSMSGWS.
               READ ALUNOS
                   AT END MOVE 1 TO WS-FS-ALUNOS
                   NOT AT END
                   PERFORM VERIFICA-ALUNO-CHAMADA-PROCEDURE
                   IF WS-INCLUI-CHAMADA EQUAL "S"
                       PERFORM VERIFICA-AULA-TURMA-PROCEDURE
                       IF WS-TEM-AULA NOT EQUAL "S"
                           DISPLAY "TURMA " TURMA-ALUNO " SEM AULA "

           GO TO MENU-PRESENCA-PROCEDURE.

      * ALUNO INATIVO SO ENTRA NA CHAMADA SE SAIU POR TRANSFERENCIA
      * EXPEDIDA E A CHAMADA NAO E POSTERIOR A DATA DA TRANSFERENCIA
       VERIFICA-ALUNO-CHAMADA-PROCEDURE.
           MOVE "N" TO WS-INCLUI-CHAMADA
           IF SIT-ALUNO NOT EQUAL "I"
               MOVE "S" TO WS-INCLUI-CHAMADA
           ELSE
               MOVE RGM-ALUNO TO WS-TEX-RGM-TESTE
               MOVE WS-DATA-CHAMADA TO WS-TEX-DATA-TESTE
               PERFORM VERIFICA-TRANSF-EXPEDIDA-PROCEDURE
               IF WS-TEX-DATA-SAIDA GREATER THAN ZEROS
                   AND WS-TEX-BLOQUEADO EQUAL "N"
                   MOVE "S" TO WS-INCLUI-CHAMADA
               END-IF
           END-IF.

       VERIFICA-AULA-TURMA-PROCEDURE.
           IF WS-VALIDA-HORARIO NOT EQUAL "S"
               MOVE "S" TO WS-TEM-AULA
           GO TO MENU-PRESENCA-PROCEDURE.

       COPY CLETPRC.
       COPY TEXPRC.
       COPY LOGINPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
