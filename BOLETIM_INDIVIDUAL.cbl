
           COPY OCORSEL.

           COPY DPDSEL.

           SELECT  BOLETINS ASSIGN TO WS-ARQ-BOLETINS
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL

           COPY OCORFD.

           COPY DPDFD.

           FD BOLETINS.
       01 REG-BOLETIM                 PIC X(080).

       01 WS-OCO-ADVERTENCIAS       PIC 9(003) VALUE ZEROS.
       01 WS-OCO-SUSPENSOES         PIC 9(003) VALUE ZEROS.
       01 WS-OCO-ANO                PIC 9(004) VALUE ZEROS.
       01 WS-FS-DEPENDENCIAS        PIC 99.
       01 WS-TEM-DEPENDENCIAS       PIC X(001) VALUE "N".
       01 WS-DPD-ABERTAS            PIC 9(003) VALUE ZEROS.

       01 WS-BOL-EDICAO.
           03 WS-BOL-NOTA1-ED       PIC Z9.99.
               MOVE "S" TO WS-TEM-OCORRENCIAS
           END-IF

           MOVE "N" TO WS-TEM-DEPENDENCIAS
           MOVE ZEROS TO WS-FS-DEPENDENCIAS
           OPEN INPUT DEPENDENCIAS
           IF WS-FS-DEPENDENCIAS EQUAL ZEROS
               MOVE "S" TO WS-TEM-DEPENDENCIAS
           END-IF

           OPEN OUTPUT BOLETINS

           PERFORM UNTIL WS-FS-ALUNOS EQUAL 1
           IF WS-TEM-OCORRENCIAS EQUAL "S"
               CLOSE OCORRENCIAS
           END-IF
           IF WS-TEM-DEPENDENCIAS EQUAL "S"
               CLOSE DEPENDENCIAS
           END-IF
           CLOSE ALUNOS-NOTAS
           CLOSE ALUNOS


           PERFORM IMPRIME-OCORRENCIAS-PROCEDURE

           PERFORM IMPRIME-DEPENDENCIAS-PROCEDURE

           MOVE "ASSINATURA DO RESPONSAVEL: ____________________" TO
               WS-LINHA-BOLETIM
           WRITE REG-BOLETIM FROM WS-LINHA-BOLETIM
                   DELIMITED BY SIZE INTO WS-LINHA-BOLETIM
               WRITE REG-BOLETIM FROM WS-LINHA-BOLETIM
           END-IF.

       IMPRIME-DEPENDENCIAS-PROCEDURE.
           IF WS-TEM-DEPENDENCIAS NOT EQUAL "S"
               CONTINUE
           ELSE
               MOVE ZEROS TO WS-DPD-ABERTAS
               MOVE RGM-ALUNO TO DPD-RGM
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
                       IF DPD-RGM NOT EQUAL RGM-ALUNO
                           OR DPD-ANO-ORIGEM NOT LESS THAN
                               WS-ANO-LETIVO
                           MOVE 10 TO WS-FS-DEPENDENCIAS
                       ELSE
                           IF DPD-STATUS EQUAL "ABERTA"
                               PERFORM IMPRIME-DEPENDENCIA-PROCEDURE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-DEPENDENCIAS

               IF WS-DPD-ABERTAS EQUAL ZEROS
                   MOVE "DEPENDENCIAS EM ABERTO: NENHUMA" TO
                       WS-LINHA-BOLETIM
                   WRITE REG-BOLETIM FROM WS-LINHA-BOLETIM
               END-IF
           END-IF.

       IMPRIME-DEPENDENCIA-PROCEDURE.
           ADD 1 TO WS-DPD-ABERTAS
           IF WS-DPD-ABERTAS EQUAL 1
               MOVE "DEPENDENCIAS EM ABERTO:" TO WS-LINHA-BOLETIM
               WRITE REG-BOLETIM FROM WS-LINHA-BOLETIM
           END-IF

           MOVE DPD-MEDIA-ORIGEM TO WS-BOL-MEDIA-ED
           MOVE DPD-MEDIA TO WS-BOL-NOTA1-ED
           MOVE SPACES TO WS-LINHA-BOLETIM
           IF DPD-ANO-CURSO EQUAL WS-ANO-LETIVO
               AND DPD-MEDIA GREATER THAN ZEROS
               STRING "    DISCIPLINA " DPD-DISCIPLINA
                      " REPROVADA EM " DPD-ANO-ORIGEM
                      " MEDIA " WS-BOL-MEDIA-ED
                      " - NA DEPENDENCIA " WS-BOL-NOTA1-ED
                   DELIMITED BY SIZE INTO WS-LINHA-BOLETIM
           ELSE
               STRING "    DISCIPLINA " DPD-DISCIPLINA
                      " REPROVADA EM " DPD-ANO-ORIGEM
                      " MEDIA " WS-BOL-MEDIA-ED
                   DELIMITED BY SIZE INTO WS-LINHA-BOLETIM
           END-IF
           WRITE REG-BOLETIM FROM WS-LINHA-BOLETIM.
       COPY AMBPRC.


