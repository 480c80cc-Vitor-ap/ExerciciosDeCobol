       COPY AMBSEL.
           COPY ALUIXSEL.

           COPY DPDSEL.

           COPY SPOOLSEL.

       DATA DIVISION.
       COPY AMBFD.
           COPY ALUIXFD.

           COPY DPDFD.

           COPY SPOOLFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       01 WS-FS-ALUNOTAS            PIC 99.
       01 WS-FS-DEPENDENCIAS        PIC 99.
       COPY SPOOLWS.
       77 WS-QTD-ALUNOS             PIC 9(05) VALUE ZEROS.
       77 WS-ACHOU                  PIC X VALUE 'N'.
       77 WS-RGM-CORRENTE           PIC 9(005) VALUE ZEROS.
       77 WS-NOME-CORRENTE          PIC A(020) VALUE SPACES.
       77 WS-QTD-DISC               PIC 9(03) VALUE ZEROS.
       77 WS-TEM-DEPENDENCIAS       PIC X VALUE 'N'.

       01 WS-DISC-ALUNO.
           03 WS-TR OCCURS 50 TIMES.
               STOP RUN
           END-IF

           MOVE 'N' TO WS-TEM-DEPENDENCIAS
           MOVE ZEROS TO WS-FS-DEPENDENCIAS
           OPEN INPUT DEPENDENCIAS
           IF WS-FS-DEPENDENCIAS EQUAL ZEROS
               MOVE 'S' TO WS-TEM-DEPENDENCIAS
           END-IF

           MOVE SPACES TO WS-ARQ-SPOOL
           ACCEPT WS-SPOOL-DATA FROM DATE YYYYMMDD
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
           END-IF

           CLOSE ALUNOS-NOTAS
           IF WS-TEM-DEPENDENCIAS EQUAL 'S'
               CLOSE DEPENDENCIAS
           END-IF

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "TOTAL DE ALUNOS CONSOLIDADOS: " WS-QTD-ALUNOS
                   ' TRANCAMENTOS: ' WS-TR-QTD-TRANC(WS-IDX)
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-PERFORM

           IF WS-TEM-DEPENDENCIAS EQUAL 'S'
               PERFORM EMITE-DEPENDENCIAS-PROCEDURE
           END-IF.

      *    DEPENDENCIAS DO ALUNO: AS EM ABERTO E AS JA CONCLUIDAS, COM O
      *    ANO EM QUE FORAM CURSADAS
       EMITE-DEPENDENCIAS-PROCEDURE.
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
                       MOVE SPACES TO WS-SPOOL-LINHA
                       IF DPD-STATUS EQUAL "CONCLUIDA"
                           STRING '    DEPENDENCIA DIS '
                               DPD-DISCIPLINA ' DE ' DPD-ANO-ORIGEM
                               ' CONCLUIDA EM ' DPD-ANO-CURSO
                               ' MEDIA ' DPD-MEDIA
                               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                       ELSE
                           STRING '    DEPENDENCIA DIS '
                               DPD-DISCIPLINA ' DE ' DPD-ANO-ORIGEM
                               ' EM ABERTO'
                               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                       END-IF
                       PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-DEPENDENCIAS.

       COPY SPOOLPRC.
       COPY AMBPRC.
