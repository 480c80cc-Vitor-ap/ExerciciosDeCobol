
           COPY DISCSEL.

           COPY HORSEL.

           COPY FPRSEL.

           COPY AUDITSEL.

       DATA DIVISION.

           COPY DISCFD.

           COPY HORFD.

           COPY FPRFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01 WS-FS-ATRIBUICOES         PIC 99.
       01 WS-FS-TURMAS              PIC 99.
       01 WS-FS-DISCIPLINAS         PIC 99.
       01 WS-FS-HORARIOS            PIC 99.
       01 WS-FS-FALTAS-PROF         PIC 99.
       01 WS-OPC                    PIC X(001).
       01 WS-TENT-INVALIDAS         PIC 9(002) VALUE ZEROS.
       01 WS-TENT-LIMITE            PIC 9(002) VALUE 3.
       01 WS-PROF-BUSCA             PIC 9(003) VALUE ZEROS.
       01 WS-ANO-CARGA              PIC 9(004) VALUE ZEROS.
       01 WS-QTDE-CARGA             PIC 9(003) VALUE ZEROS.
       01 WS-DATA-FALTA             PIC 9(008) VALUE ZEROS.
       01 WS-DIA-SEMANA-FALTA       PIC 9(001) VALUE ZEROS.
       01 WS-SUBST-OK               PIC X(001) VALUE "N".
       01 WS-VALOR-AULA-ED          PIC ZZ9.99.

       COPY AUDITWS.
       COPY FSMSGWS.
           DISPLAY "L - LISTAR PROFESSORES"
           DISPLAY "T - ATRIBUIR TURMA E DISCIPLINA A PROFESSOR"
           DISPLAY "R - CARGA DE AULAS DE UM PROFESSOR"
           DISPLAY "F - REGISTRAR FALTA E SUBSTITUICAO"
           DISPLAY "V - ENCERRAR"
           DISPLAY "DIGITE A OPCAO I,A,L,T,R OU F... OU V PARA SAIR"

           ACCEPT WS-OPC

               GO TO ATRIBUI-PROFESSOR
               ELSE IF WS-OPC IS EQUAL TO "R"
               GO TO CARGA-PROFESSOR
               ELSE IF WS-OPC IS EQUAL TO "F"
               GO TO FALTA-PROFESSOR
               ELSE
               DISPLAY "OPCAO INVALIDA"
               ADD 1 TO WS-TENT-INVALIDAS
           ACCEPT PROF-REGISTRO
           DISPLAY "INFORME O TELEFONE: "
           ACCEPT PROF-TELEFONE
           DISPLAY "INFORME O VALOR DA HORA-AULA: "
           ACCEPT PROF-VALOR-AULA

           WRITE REG-PROFESSOR

               ACCEPT PROF-REGISTRO
               DISPLAY "INFORME O NOVO TELEFONE: "
               ACCEPT PROF-TELEFONE
               MOVE PROF-VALOR-AULA TO WS-VALOR-AULA-ED
               DISPLAY "VALOR ATUAL DA HORA-AULA: " WS-VALOR-AULA-ED
               DISPLAY "INFORME O NOVO VALOR DA HORA-AULA: "
               ACCEPT PROF-VALOR-AULA
               REWRITE REG-PROFESSOR
               END-REWRITE
               DISPLAY "PROFESSOR ALTERADO!"
                       AT END
                       MOVE 10 TO WS-FS-PROFESSORES
                       NOT AT END
                       MOVE PROF-VALOR-AULA TO WS-VALOR-AULA-ED
                       DISPLAY PROF-CODIGO " " PROF-NOME
                           " REGISTRO: " PROF-REGISTRO
                           " HORA-AULA: " WS-VALOR-AULA-ED
                   END-READ
               END-PERFORM
           ELSE
           DISPLAY "ATRIBUICOES DO PROFESSOR NO ANO: " WS-QTDE-CARGA
           GO TO MENU-PROFESSORES-PROCEDURE.

      * A FALTA E REGISTRADA SOBRE A AULA DO QUADRO DE HORARIOS; O
      * SUBSTITUTO ZERO INDICA AULA NAO DADA. A FOLHA DE PROFESSORES
      * DESCONTA A AULA DO TITULAR E PAGA A DO SUBSTITUTO
       FALTA-PROFESSOR.
           MOVE ZEROS TO WS-FS-HORARIOS
           OPEN INPUT HORARIOS
           IF WS-FS-HORARIOS NOT EQUAL ZEROS
               DISPLAY "QUADRO DE HORARIOS NAO CADASTRADO"
               MOVE WS-FS-HORARIOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-PROFESSORES-PROCEDURE
           END-IF

           DISPLAY "INFORME A DATA DA AULA (AAAAMMDD): "
           ACCEPT WS-DATA-FALTA
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-FALTA) NOT EQUAL 0
               DISPLAY "DATA INVALIDA"
               CLOSE HORARIOS
               GO TO MENU-PROFESSORES-PROCEDURE
           END-IF
           COMPUTE WS-DIA-SEMANA-FALTA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-DATA-FALTA) - 1, 7) + 1

           DISPLAY "INFORME A TURMA (EX: 2021-A): "
           ACCEPT HOR-TURMA
           DISPLAY "INFORME O PERIODO DA AULA (1 A 6): "
           ACCEPT HOR-PERIODO
           MOVE WS-DIA-SEMANA-FALTA TO HOR-DIA-SEMANA

           READ HORARIOS RECORD
               KEY IS HOR-CHAVE
               INVALID KEY
               MOVE 23 TO WS-FS-HORARIOS
           END-READ
           CLOSE HORARIOS
           IF WS-FS-HORARIOS NOT EQUAL ZEROS
               DISPLAY "TURMA NAO TEM AULA NESTE DIA E PERIODO"
               GO TO MENU-PROFESSORES-PROCEDURE
           END-IF

           MOVE WS-DATA-FALTA TO FPR-DATA
           MOVE HOR-TURMA TO FPR-TURMA
           MOVE HOR-PERIODO TO FPR-PERIODO
           MOVE HOR-PROFESSOR TO FPR-PROFESSOR

           MOVE ZEROS TO WS-FS-PROFESSORES
           OPEN INPUT PROFESSORES
           IF WS-FS-PROFESSORES EQUAL ZEROS
               MOVE FPR-PROFESSOR TO PROF-CODIGO
               READ PROFESSORES RECORD
                   KEY IS PROF-CODIGO
                   INVALID KEY
                   DISPLAY "PROFESSOR TITULAR: " FPR-PROFESSOR
                   NOT INVALID KEY
                   DISPLAY "PROFESSOR TITULAR: " FPR-PROFESSOR
                       " " PROF-NOME
               END-READ
           END-IF

           DISPLAY "INFORME O SUBSTITUTO (0 = AULA NAO DADA): "
           ACCEPT FPR-SUBSTITUTO
           MOVE "S" TO WS-SUBST-OK
           IF FPR-SUBSTITUTO EQUAL FPR-PROFESSOR
               DISPLAY "SUBSTITUTO NAO PODE SER O PROPRIO TITULAR"
               MOVE "N" TO WS-SUBST-OK
           END-IF
           IF FPR-SUBSTITUTO NOT EQUAL ZEROS
               AND WS-SUBST-OK EQUAL "S"
               AND WS-FS-PROFESSORES EQUAL ZEROS
               MOVE FPR-SUBSTITUTO TO PROF-CODIGO
               READ PROFESSORES RECORD
                   KEY IS PROF-CODIGO
                   INVALID KEY
                   DISPLAY "PROFESSOR SUBSTITUTO NAO CADASTRADO"
                   MOVE "N" TO WS-SUBST-OK
                   NOT INVALID KEY
                   DISPLAY "SUBSTITUTO: " PROF-NOME
               END-READ
           END-IF
           IF WS-FS-PROFESSORES EQUAL ZEROS
               CLOSE PROFESSORES
           END-IF
           IF WS-SUBST-OK NOT EQUAL "S"
               GO TO MENU-PROFESSORES-PROCEDURE
           END-IF

           DISPLAY "INFORME O MOTIVO DA FALTA: "
           ACCEPT FPR-MOTIVO
           MOVE SPACES TO FPR-OPERADOR

           MOVE ZEROS TO WS-FS-FALTAS-PROF
           OPEN I-O FALTAS-PROFESSORES
           IF WS-FS-FALTAS-PROF EQUAL 35
               OPEN OUTPUT FALTAS-PROFESSORES
               CLOSE FALTAS-PROFESSORES
               OPEN I-O FALTAS-PROFESSORES
           END-IF

           WRITE REG-FALTA-PROFESSOR
           IF WS-FS-FALTAS-PROF EQUAL 22
               DISPLAY "FALTA JA REGISTRADA NESTA AULA - ATUALIZADA"
               REWRITE REG-FALTA-PROFESSOR
               END-REWRITE
           END-IF

           IF WS-FS-FALTAS-PROF EQUAL ZEROS
               DISPLAY "FALTA REGISTRADA!"
               MOVE "CAD-PROF" TO WS-AUD-PROGRAMA
               MOVE "FALTA-PROF" TO WS-AUD-OPERACAO
               MOVE FPR-CHAVE TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           ELSE
               DISPLAY "ERRO AO GRAVAR A FALTA"
               MOVE WS-FS-FALTAS-PROF TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF

           CLOSE FALTAS-PROFESSORES
           GO TO MENU-PROFESSORES-PROCEDURE.

       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.
