       COPY AMBSEL.
           COPY ALUIXSEL.

           COPY DPDSEL.

           SELECT  CERTIFICADOS ASSIGN TO WS-ARQ-CERTIFICADOS
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
       COPY AMBFD.
           COPY ALUIXFD.

           COPY DPDFD.

           FD CERTIFICADOS.
       01 REG-CERTIFICADO.
           03  CER-CHAVE.
       01 WS-FS-ALUNOTAS            PIC 99.
       01 WS-FS-CERTIFICADOS        PIC 99.
       01 WS-FS-CERTCTL             PIC 99.
       01 WS-FS-DEPENDENCIAS        PIC 99.
       01 WS-TEM-DEPENDENCIAS       PIC X(001) VALUE "N".
       01 WS-DPD-ABERTAS            PIC 9(003) VALUE ZEROS.
       01 WS-OPC                    PIC X(001).
       01 WS-TENT-INVALIDAS         PIC 9(002) VALUE ZEROS.
       01 WS-TENT-LIMITE            PIC 9(002) VALUE 3.
               OPEN I-O CERTIFICADOS
           END-IF

           MOVE "N" TO WS-TEM-DEPENDENCIAS
           MOVE ZEROS TO WS-FS-DEPENDENCIAS
           OPEN INPUT DEPENDENCIAS
           IF WS-FS-DEPENDENCIAS EQUAL ZEROS
               MOVE "S" TO WS-TEM-DEPENDENCIAS
           END-IF

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               "certificados-" WS-ANO-LETIVO ".txt"
           PERFORM FECHA-SPOOL-PROCEDURE
           CLOSE CERTIFICADOS
           CLOSE ALUNOS-NOTAS
           IF WS-TEM-DEPENDENCIAS EQUAL "S"
               CLOSE DEPENDENCIAS
           END-IF

           DISPLAY "CERTIFICADOS EMITIDOS: " WS-QTDE-EMITIDOS
           GO TO MENU-CERTIFICADOS-PROCEDURE.
           END-IF

           IF ALU-STATUS NOT EQUAL "APROVADO"
               PERFORM VERIFICA-DEP-CONCLUIDA-PROCEDURE
           END-IF.

      *    DISCIPLINA REPROVADA NO ANO CONTA COMO CUMPRIDA SE A
      *    DEPENDENCIA CORRESPONDENTE JA FOI CONCLUIDA
       VERIFICA-DEP-CONCLUIDA-PROCEDURE.
           IF WS-TEM-DEPENDENCIAS NOT EQUAL "S"
               MOVE "N" TO WS-APROVADO-GERAL
           ELSE
               MOVE ALU-RGM TO DPD-RGM
               MOVE ALU-ANO TO DPD-ANO-ORIGEM
               MOVE ALU-DISCIPLINA TO DPD-DISCIPLINA
               READ DEPENDENCIAS RECORD
                   KEY IS DPD-CHAVE
                   INVALID KEY
                   MOVE "N" TO WS-APROVADO-GERAL
                   NOT INVALID KEY
                   IF DPD-STATUS NOT EQUAL "CONCLUIDA"
                       MOVE "N" TO WS-APROVADO-GERAL
                   END-IF
               END-READ
           END-IF.

       CONTA-DEP-ABERTAS-PROCEDURE.
           MOVE ZEROS TO WS-DPD-ABERTAS
           IF WS-TEM-DEPENDENCIAS EQUAL "S"
               MOVE WS-RGM-CORRENTE TO DPD-RGM
               MOVE ZEROS TO DPD-ANO-ORIGEM
               MOVE ZEROS TO DPD-DISCIPLINA
               START DEPENDENCIAS KEY IS GREATER THAN DPD-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-DEPENDENCIAS
               END-START
               PERFORM UNTIL WS-FS-DEPENDENCIAS EQUAL 10
                   READ DEPENDENCIAS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-DEPENDENCIAS
                       NOT AT END
                       IF DPD-RGM NOT EQUAL WS-RGM-CORRENTE
                           MOVE 10 TO WS-FS-DEPENDENCIAS
                       ELSE
                           IF DPD-STATUS EQUAL "ABERTA"
                               ADD 1 TO WS-DPD-ABERTAS
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-DEPENDENCIAS
           END-IF.

       EMITE-SE-APROVADO-PROCEDURE.
           IF WS-APROVADO-GERAL EQUAL "S"
               PERFORM CONTA-DEP-ABERTAS-PROCEDURE
               IF WS-DPD-ABERTAS GREATER THAN ZEROS
                   DISPLAY "RGM " WS-RGM-CORRENTE " COM DEPENDENCIA "
                       "EM ABERTO - CERTIFICADO NAO EMITIDO"
                   MOVE "N" TO WS-APROVADO-GERAL
               END-IF
           END-IF

           IF WS-APROVADO-GERAL NOT EQUAL "S"
               CONTINUE
           ELSE
