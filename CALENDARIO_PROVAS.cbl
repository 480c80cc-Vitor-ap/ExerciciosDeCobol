      ******************************************************************
      * Author:
      * Date:
      * Purpose: CALENDARIO DE PROVAS POR TURMA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDARIO-PROVAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
           SELECT  PARAMETROS ASSIGN TO WS-ARQ-PROVAS-PARAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-PARAMETROS.

           COPY PRVSEL.

           COPY HORSEL.

           COPY JANSEL.

           COPY CLETSEL.

           COPY DISCSEL.

           COPY PROFSEL.

           COPY SPOOLSEL.

           COPY OPERSEL.

           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
           FD PARAMETROS.
       01 REG-PARAMETROS.
           03 PRM-LIMITE-PROVAS-DIA PIC 9(001).

           COPY PRVFD.

           COPY HORFD.

           COPY JANFD.

           COPY CLETFD.

           COPY DISCFD.

           COPY PROFFD.

           COPY SPOOLFD.

           COPY OPERFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       01 WS-FS-PARAMETROS          PIC 99.
       01 WS-FS-PROVAS              PIC 99.
       01 WS-FS-HORARIOS            PIC 99.
       01 WS-FS-JANELAS             PIC 99.
       01 WS-FS-DISCIPLINAS         PIC 99.
       01 WS-FS-PROFESSORES         PIC 99.
       01 WS-OPC                    PIC X(001).
       01 WS-TENT-INVALIDAS         PIC 9(002) VALUE ZEROS.
       01 WS-TENT-LIMITE            PIC 9(002) VALUE 3.
       01 WS-LIMITE-PROVAS-DIA      PIC 9(001) VALUE 2.
       01 WS-DATA-HOJE              PIC 9(008) VALUE ZEROS.
       01 WS-ANO-PROVA              PIC 9(004) VALUE ZEROS.
       01 WS-TURMA-PROVA            PIC X(007) VALUE SPACES.
       01 WS-DISC-PROVA             PIC 9(003) VALUE ZEROS.
       01 WS-TERMO-PROVA            PIC 9(001) VALUE ZEROS.
       01 WS-DATA-PROVA             PIC 9(008) VALUE ZEROS.
       01 WS-PERIODO-PROVA          PIC 9(001) VALUE ZEROS.
       01 WS-PROF-PROVA             PIC 9(003) VALUE ZEROS.
       01 WS-PROF-BUSCA             PIC 9(003) VALUE ZEROS.
       01 WS-PROVA-EXISTE           PIC X(001) VALUE "N".
       01 WS-PROVA-OK               PIC X(001) VALUE "N".
       01 WS-DISC-NA-TURMA          PIC X(001) VALUE "N".
       01 WS-CONFLITO-PERIODO       PIC X(001) VALUE "N".
       01 WS-PROVAS-NO-DIA          PIC 9(003) VALUE ZEROS.
       01 WS-CHAVE-PROVA            PIC X(015) VALUE SPACES.
       01 WS-TEM-DISCIPLINAS        PIC X(001) VALUE "N".
       01 WS-NOME-DISC              PIC X(020) VALUE SPACES.
       01 WS-NOME-PROF              PIC X(025) VALUE SPACES.
       01 WS-DATA-ED                PIC X(010) VALUE SPACES.
       01 WS-IDX                    PIC 9(003) VALUE ZEROS.
       01 WS-IDX-2                  PIC 9(003) VALUE ZEROS.

       01 WS-PROVAS-TABELA.
           03 WS-QTDE-PROVAS        PIC 9(003) VALUE ZEROS.
           03 WS-PRV-ITEM OCCURS 100 TIMES.
               05 WS-PT-DATA        PIC 9(008).
               05 WS-PT-PERIODO     PIC 9(001).
               05 WS-PT-TURMA       PIC X(007).
               05 WS-PT-DISCIPLINA  PIC 9(003).
               05 WS-PT-TERMO       PIC 9(001).
               05 WS-PT-PROFESSOR   PIC 9(003).

       01 WS-PROVAS-TROCA.
           03 WS-TRC-DATA           PIC 9(008).
           03 WS-TRC-PERIODO        PIC 9(001).
           03 WS-TRC-TURMA          PIC X(007).
           03 WS-TRC-DISCIPLINA     PIC 9(003).
           03 WS-TRC-TERMO          PIC 9(001).
           03 WS-TRC-PROFESSOR      PIC 9(003).

       COPY CLETWS.
       COPY SPOOLWS.
       COPY LOGINWS.
       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE
           PERFORM LOGIN-OPERADOR-ESCOLA-PROCEDURE
           PERFORM CARREGA-PARAMETROS-PROCEDURE.
       MENU-PROVAS-PROCEDURE.

           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-PROVAS-REPROMPT.

           DISPLAY " "
           DISPLAY "---------CALENDARIO DE PROVAS -------------"
           DISPLAY "I - INCLUIR OU REMARCAR PROVA"
           DISPLAY "E - EXCLUIR PROVA"
           DISPLAY "T - IMPRIMIR CALENDARIO DE UMA TURMA"
           DISPLAY "P - LISTA DE PROVAS DE UM PROFESSOR"
           DISPLAY "V - ENCERRAR"
           DISPLAY "DIGITE A OPCAO I,E,T OU P... OU V PARA SAIR"

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO "V"

               IF WS-OPC IS EQUAL TO "I"
               GO TO INCLUI-PROVA
               ELSE IF WS-OPC IS EQUAL TO "E"
               GO TO EXCLUI-PROVA
               ELSE IF WS-OPC IS EQUAL TO "T"
               GO TO CALENDARIO-TURMA
               ELSE IF WS-OPC IS EQUAL TO "P"
               GO TO PROVAS-PROFESSOR
               ELSE
               DISPLAY "OPCAO INVALIDA"
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY "MUITAS OPCOES INVALIDAS"
                   DISPLAY "APLICACAO FINALIZADA!"
                   STOP RUN
               END-IF
               GO TO MENU-PROVAS-REPROMPT
               END-IF

           END-PERFORM

           DISPLAY "APLICACAO FINALIZADA!"
           STOP RUN.

      * A PROVA SO E ACEITA DENTRO DA JANELA DE NOTAS DO TERMO, EM DIA
      * LETIVO, PARA DISCIPLINA DO QUADRO DE HORARIOS DA TURMA E SEM
      * PASSAR DO LIMITE DIARIO DE PROVAS DA TURMA
       INCLUI-PROVA.
           DISPLAY "INFORME O ANO LETIVO (EX: 2021): "
           ACCEPT WS-ANO-PROVA
           DISPLAY "INFORME A TURMA (EX: 2021-A): "
           ACCEPT WS-TURMA-PROVA
           DISPLAY "INFORME A DISCIPLINA: "
           ACCEPT WS-DISC-PROVA
           DISPLAY "INFORME O TERMO (1 A 3): "
           ACCEPT WS-TERMO-PROVA
           IF WS-TERMO-PROVA LESS THAN 1
               OR WS-TERMO-PROVA GREATER THAN 3
               DISPLAY "TERMO INVALIDO"
               GO TO MENU-PROVAS-PROCEDURE
           END-IF

           PERFORM VERIFICA-DISCIPLINA-TURMA-PROCEDURE
           IF WS-DISC-NA-TURMA NOT EQUAL "S"
               DISPLAY "DISCIPLINA SEM AULA NA TURMA NO QUADRO DE "
                   "HORARIOS - PROVA NAO MARCADA"
               GO TO MENU-PROVAS-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-PROVAS
           OPEN I-O CALENDARIO-PROVAS
           IF WS-FS-PROVAS EQUAL 35
               OPEN OUTPUT CALENDARIO-PROVAS
               CLOSE CALENDARIO-PROVAS
               OPEN I-O CALENDARIO-PROVAS
           END-IF

           MOVE WS-ANO-PROVA TO PRV-ANO
           MOVE WS-TURMA-PROVA TO PRV-TURMA
           MOVE WS-DISC-PROVA TO PRV-DISCIPLINA
           MOVE WS-TERMO-PROVA TO PRV-TERMO
           MOVE PRV-CHAVE TO WS-CHAVE-PROVA
           MOVE "N" TO WS-PROVA-EXISTE
           READ CALENDARIO-PROVAS RECORD
               KEY IS PRV-CHAVE
               INVALID KEY
               CONTINUE
               NOT INVALID KEY
               MOVE "S" TO WS-PROVA-EXISTE
               DISPLAY "PROVA JA MARCADA PARA " PRV-DATA
                   " PERIODO " PRV-PERIODO " - SERA REMARCADA"
           END-READ

           DISPLAY "INFORME A DATA DA PROVA (AAAAMMDD): "
           ACCEPT WS-DATA-PROVA
           DISPLAY "INFORME O PERIODO (1 A 6): "
           ACCEPT WS-PERIODO-PROVA

           PERFORM VALIDA-DATA-PROVA-PROCEDURE
           IF WS-PROVA-OK NOT EQUAL "S"
               CLOSE CALENDARIO-PROVAS
               GO TO MENU-PROVAS-PROCEDURE
           END-IF

           PERFORM CONTA-PROVAS-DIA-PROCEDURE
           IF WS-CONFLITO-PERIODO EQUAL "S"
               DISPLAY "TURMA JA TEM PROVA NESTE DIA E PERIODO"
               CLOSE CALENDARIO-PROVAS
               GO TO MENU-PROVAS-PROCEDURE
           END-IF
           IF WS-PROVAS-NO-DIA NOT LESS THAN WS-LIMITE-PROVAS-DIA
               DISPLAY "TURMA JA TEM " WS-PROVAS-NO-DIA
                   " PROVA(S) NESTE DIA - LIMITE DE "
                   WS-LIMITE-PROVAS-DIA " POR DIA"
               CLOSE CALENDARIO-PROVAS
               GO TO MENU-PROVAS-PROCEDURE
           END-IF

           MOVE WS-ANO-PROVA TO PRV-ANO
           MOVE WS-TURMA-PROVA TO PRV-TURMA
           MOVE WS-DISC-PROVA TO PRV-DISCIPLINA
           MOVE WS-TERMO-PROVA TO PRV-TERMO
           MOVE WS-DATA-PROVA TO PRV-DATA
           MOVE WS-PERIODO-PROVA TO PRV-PERIODO
           MOVE WS-PROF-PROVA TO PRV-PROFESSOR
           ACCEPT PRV-DATA-REGISTRO FROM DATE YYYYMMDD
           MOVE WS-LOGIN-ID TO PRV-OPERADOR

           IF WS-PROVA-EXISTE EQUAL "S"
               REWRITE REG-PROVA
               END-REWRITE
               MOVE "REMARCACAO" TO WS-AUD-OPERACAO
           ELSE
               WRITE REG-PROVA
               END-WRITE
               MOVE "INCLUSAO" TO WS-AUD-OPERACAO
           END-IF

           IF WS-FS-PROVAS EQUAL ZEROS
               DISPLAY "PROVA MARCADA PARA " PRV-DATA
                   " PERIODO " PRV-PERIODO
               MOVE "CAL-PROVAS" TO WS-AUD-PROGRAMA
               MOVE PRV-CHAVE TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           ELSE
               DISPLAY "ERRO AO GRAVAR A PROVA"
               MOVE WS-FS-PROVAS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF

           CLOSE CALENDARIO-PROVAS
           GO TO MENU-PROVAS-PROCEDURE.

       VERIFICA-DISCIPLINA-TURMA-PROCEDURE.
           MOVE "N" TO WS-DISC-NA-TURMA
           MOVE ZEROS TO WS-PROF-PROVA
           MOVE ZEROS TO WS-FS-HORARIOS
           OPEN INPUT HORARIOS
           IF WS-FS-HORARIOS NOT EQUAL ZEROS
               DISPLAY "QUADRO DE HORARIOS NAO CADASTRADO"
               MOVE WS-FS-HORARIOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               MOVE WS-TURMA-PROVA TO HOR-TURMA
               MOVE ZEROS TO HOR-DIA-SEMANA
               MOVE ZEROS TO HOR-PERIODO
               START HORARIOS KEY IS GREATER THAN HOR-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-HORARIOS
               END-START
               PERFORM UNTIL WS-FS-HORARIOS EQUAL 10
                   READ HORARIOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-HORARIOS
                       NOT AT END
                       IF HOR-TURMA NOT EQUAL WS-TURMA-PROVA
                           MOVE 10 TO WS-FS-HORARIOS
                       ELSE
                           IF HOR-DISCIPLINA EQUAL WS-DISC-PROVA
                               MOVE "S" TO WS-DISC-NA-TURMA
                               MOVE HOR-PROFESSOR TO WS-PROF-PROVA
                               MOVE 10 TO WS-FS-HORARIOS
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE HORARIOS
               MOVE ZEROS TO WS-FS-HORARIOS
           END-IF.

       VALIDA-DATA-PROVA-PROCEDURE.
           MOVE "S" TO WS-PROVA-OK
           IF WS-PERIODO-PROVA LESS THAN 1
               OR WS-PERIODO-PROVA GREATER THAN 6
               DISPLAY "PERIODO INVALIDO"
               MOVE "N" TO WS-PROVA-OK
           END-IF

           IF WS-PROVA-OK EQUAL "S"
               MOVE ZEROS TO WS-FS-JANELAS
               OPEN INPUT JANELAS-NOTAS
               IF WS-FS-JANELAS NOT EQUAL ZEROS
                   DISPLAY "JANELAS DE NOTAS NAO CADASTRADAS"
                   MOVE "N" TO WS-PROVA-OK
               ELSE
                   MOVE WS-ANO-PROVA TO JAN-ANO
                   MOVE WS-TERMO-PROVA TO JAN-TERMO
                   READ JANELAS-NOTAS RECORD
                       KEY IS JAN-CHAVE
                       INVALID KEY
                       DISPLAY "JANELA DO TERMO " WS-TERMO-PROVA
                           " NAO CADASTRADA PARA " WS-ANO-PROVA
                       MOVE "N" TO WS-PROVA-OK
                       NOT INVALID KEY
                       IF WS-DATA-PROVA LESS THAN JAN-DATA-ABERTURA
                           OR WS-DATA-PROVA GREATER THAN
                               JAN-DATA-FECHAMENTO
                           DISPLAY "DATA FORA DA JANELA DO TERMO: "
                               JAN-DATA-ABERTURA " A "
                               JAN-DATA-FECHAMENTO
                           MOVE "N" TO WS-PROVA-OK
                       END-IF
                   END-READ
                   CLOSE JANELAS-NOTAS
               END-IF
           END-IF

           IF WS-PROVA-OK EQUAL "S"
               MOVE WS-DATA-PROVA TO WS-CLE-DATA-TESTE
               PERFORM VERIFICA-DIA-LETIVO-PROCEDURE
               IF WS-CLE-EH-LETIVO NOT EQUAL "S"
                   DISPLAY "DATA NAO LETIVA NO CALENDARIO ESCOLAR"
                   MOVE "N" TO WS-PROVA-OK
               END-IF
           END-IF.

      * A PROPRIA PROVA, QUANDO REMARCADA, NAO CONTA NO LIMITE
       CONTA-PROVAS-DIA-PROCEDURE.
           MOVE ZEROS TO WS-PROVAS-NO-DIA
           MOVE "N" TO WS-CONFLITO-PERIODO
           MOVE WS-ANO-PROVA TO PRV-ANO
           MOVE WS-TURMA-PROVA TO PRV-TURMA
           MOVE ZEROS TO PRV-DISCIPLINA
           MOVE ZEROS TO PRV-TERMO
           START CALENDARIO-PROVAS KEY IS NOT LESS THAN PRV-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-PROVAS
           END-START
           PERFORM UNTIL WS-FS-PROVAS EQUAL 10
               READ CALENDARIO-PROVAS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-PROVAS
                   NOT AT END
                   IF PRV-ANO NOT EQUAL WS-ANO-PROVA
                       OR PRV-TURMA NOT EQUAL WS-TURMA-PROVA
                       MOVE 10 TO WS-FS-PROVAS
                   ELSE
                       IF PRV-DATA EQUAL WS-DATA-PROVA
                           AND PRV-CHAVE NOT EQUAL WS-CHAVE-PROVA
                           ADD 1 TO WS-PROVAS-NO-DIA
                           IF PRV-PERIODO EQUAL WS-PERIODO-PROVA
                               MOVE "S" TO WS-CONFLITO-PERIODO
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-PROVAS.

       EXCLUI-PROVA.
           MOVE ZEROS TO WS-FS-PROVAS
           OPEN I-O CALENDARIO-PROVAS
           IF WS-FS-PROVAS NOT EQUAL ZEROS
               DISPLAY "NENHUMA PROVA CADASTRADA"
               GO TO MENU-PROVAS-PROCEDURE
           END-IF

           DISPLAY "INFORME O ANO LETIVO (EX: 2021): "
           ACCEPT PRV-ANO
           DISPLAY "INFORME A TURMA (EX: 2021-A): "
           ACCEPT PRV-TURMA
           DISPLAY "INFORME A DISCIPLINA: "
           ACCEPT PRV-DISCIPLINA
           DISPLAY "INFORME O TERMO (1 A 3): "
           ACCEPT PRV-TERMO

           READ CALENDARIO-PROVAS RECORD
               KEY IS PRV-CHAVE
               INVALID KEY
               DISPLAY "PROVA NAO CADASTRADA"
               NOT INVALID KEY
               DELETE CALENDARIO-PROVAS RECORD
               END-DELETE
               IF WS-FS-PROVAS EQUAL ZEROS
                   DISPLAY "PROVA EXCLUIDA!"
                   MOVE "CAL-PROVAS" TO WS-AUD-PROGRAMA
                   MOVE "EXCLUSAO" TO WS-AUD-OPERACAO
                   MOVE PRV-CHAVE TO WS-AUD-CHAVE
                   PERFORM GRAVA-AUDITORIA-PROCEDURE
               ELSE
                   DISPLAY "ERRO AO EXCLUIR A PROVA"
                   MOVE WS-FS-PROVAS TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               END-IF
           END-READ

           CLOSE CALENDARIO-PROVAS
           GO TO MENU-PROVAS-PROCEDURE.

      * CALENDARIO PARA OS PAIS, EM ORDEM DE DATA
       CALENDARIO-TURMA.
           DISPLAY "INFORME O ANO LETIVO (EX: 2021): "
           ACCEPT WS-ANO-PROVA
           DISPLAY "INFORME A TURMA (EX: 2021-A): "
           ACCEPT WS-TURMA-PROVA

           MOVE ZEROS TO WS-FS-PROVAS
           OPEN INPUT CALENDARIO-PROVAS
           IF WS-FS-PROVAS NOT EQUAL ZEROS
               DISPLAY "NENHUMA PROVA CADASTRADA"
               GO TO MENU-PROVAS-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-QTDE-PROVAS
           MOVE WS-ANO-PROVA TO PRV-ANO
           MOVE WS-TURMA-PROVA TO PRV-TURMA
           MOVE ZEROS TO PRV-DISCIPLINA
           MOVE ZEROS TO PRV-TERMO
           START CALENDARIO-PROVAS KEY IS NOT LESS THAN PRV-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-PROVAS
           END-START
           PERFORM UNTIL WS-FS-PROVAS EQUAL 10
               READ CALENDARIO-PROVAS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-PROVAS
                   NOT AT END
                   IF PRV-ANO NOT EQUAL WS-ANO-PROVA
                       OR PRV-TURMA NOT EQUAL WS-TURMA-PROVA
                       MOVE 10 TO WS-FS-PROVAS
                   ELSE
                       PERFORM GUARDA-PROVA-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDARIO-PROVAS

           IF WS-QTDE-PROVAS EQUAL ZEROS
               DISPLAY "NENHUMA PROVA MARCADA PARA A TURMA"
               GO TO MENU-PROVAS-PROCEDURE
           END-IF
           PERFORM ORDENA-PROVAS-PROCEDURE
           PERFORM ABRE-CADASTROS-PROCEDURE

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               "provas-" WS-TURMA-PROVA "-" WS-ANO-PROVA ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE "CALENDARIO DE PROVAS" TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "TURMA: " WS-TURMA-PROVA
               "   ANO LETIVO: " WS-ANO-PROVA
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE "DATA       PERIODO TERMO DISCIPLINA" TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-PROVAS
               PERFORM BUSCA-NOME-DISCIPLINA-PROCEDURE
               PERFORM FORMATA-DATA-PROCEDURE
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING WS-DATA-ED "    " WS-PT-PERIODO(WS-IDX)
                   "      " WS-PT-TERMO(WS-IDX) "   "
                   WS-PT-DISCIPLINA(WS-IDX) " " WS-NOME-DISC
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-PERFORM

           PERFORM FECHA-SPOOL-PROCEDURE
           PERFORM FECHA-CADASTROS-PROCEDURE
           DISPLAY "CALENDARIO GRAVADO EM " WS-ARQ-SPOOL
           GO TO MENU-PROVAS-PROCEDURE.

       PROVAS-PROFESSOR.
           DISPLAY "INFORME O CODIGO DO PROFESSOR: "
           ACCEPT WS-PROF-BUSCA
           DISPLAY "INFORME O ANO LETIVO (EX: 2021): "
           ACCEPT WS-ANO-PROVA

           MOVE ZEROS TO WS-FS-PROVAS
           OPEN INPUT CALENDARIO-PROVAS
           IF WS-FS-PROVAS NOT EQUAL ZEROS
               DISPLAY "NENHUMA PROVA CADASTRADA"
               GO TO MENU-PROVAS-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-QTDE-PROVAS
           MOVE WS-ANO-PROVA TO PRV-ANO
           MOVE LOW-VALUES TO PRV-TURMA
           MOVE ZEROS TO PRV-DISCIPLINA
           MOVE ZEROS TO PRV-TERMO
           START CALENDARIO-PROVAS KEY IS NOT LESS THAN PRV-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-PROVAS
           END-START
           PERFORM UNTIL WS-FS-PROVAS EQUAL 10
               READ CALENDARIO-PROVAS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-PROVAS
                   NOT AT END
                   IF PRV-ANO NOT EQUAL WS-ANO-PROVA
                       MOVE 10 TO WS-FS-PROVAS
                   ELSE
                       IF PRV-PROFESSOR EQUAL WS-PROF-BUSCA
                           PERFORM GUARDA-PROVA-PROCEDURE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDARIO-PROVAS

           IF WS-QTDE-PROVAS EQUAL ZEROS
               DISPLAY "NENHUMA PROVA DO PROFESSOR NO ANO"
               GO TO MENU-PROVAS-PROCEDURE
           END-IF
           PERFORM ORDENA-PROVAS-PROCEDURE
           PERFORM ABRE-CADASTROS-PROCEDURE

           MOVE SPACES TO WS-NOME-PROF
           IF WS-FS-PROFESSORES EQUAL ZEROS
               MOVE WS-PROF-BUSCA TO PROF-CODIGO
               READ PROFESSORES RECORD
                   KEY IS PROF-CODIGO
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE PROF-NOME TO WS-NOME-PROF
               END-READ
           END-IF

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               "provas-prof-" WS-PROF-BUSCA "-" WS-ANO-PROVA ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE "PROVAS DO PROFESSOR" TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "PROFESSOR: " WS-PROF-BUSCA " " WS-NOME-PROF
               "   ANO LETIVO: " WS-ANO-PROVA
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE "DATA       PERIODO TURMA   TERMO DISCIPLINA"
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-PROVAS
               PERFORM BUSCA-NOME-DISCIPLINA-PROCEDURE
               PERFORM FORMATA-DATA-PROCEDURE
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING WS-DATA-ED "    " WS-PT-PERIODO(WS-IDX)
                   "      " WS-PT-TURMA(WS-IDX) "   "
                   WS-PT-TERMO(WS-IDX) "   "
                   WS-PT-DISCIPLINA(WS-IDX) " " WS-NOME-DISC
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-PERFORM

           PERFORM FECHA-SPOOL-PROCEDURE
           PERFORM FECHA-CADASTROS-PROCEDURE
           DISPLAY "LISTA GRAVADA EM " WS-ARQ-SPOOL
           GO TO MENU-PROVAS-PROCEDURE.

       GUARDA-PROVA-PROCEDURE.
           IF WS-QTDE-PROVAS LESS THAN 100
               ADD 1 TO WS-QTDE-PROVAS
               MOVE PRV-DATA TO WS-PT-DATA(WS-QTDE-PROVAS)
               MOVE PRV-PERIODO TO WS-PT-PERIODO(WS-QTDE-PROVAS)
               MOVE PRV-TURMA TO WS-PT-TURMA(WS-QTDE-PROVAS)
               MOVE PRV-DISCIPLINA TO WS-PT-DISCIPLINA(WS-QTDE-PROVAS)
               MOVE PRV-TERMO TO WS-PT-TERMO(WS-QTDE-PROVAS)
               MOVE PRV-PROFESSOR TO WS-PT-PROFESSOR(WS-QTDE-PROVAS)
           END-IF.

       ORDENA-PROVAS-PROCEDURE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX NOT LESS THAN WS-QTDE-PROVAS
               PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 GREATER THAN
                       WS-QTDE-PROVAS - WS-IDX
                   IF WS-PT-DATA(WS-IDX-2) GREATER THAN
                       WS-PT-DATA(WS-IDX-2 + 1)
                       OR (WS-PT-DATA(WS-IDX-2) EQUAL
                           WS-PT-DATA(WS-IDX-2 + 1)
                       AND WS-PT-PERIODO(WS-IDX-2) GREATER THAN
                           WS-PT-PERIODO(WS-IDX-2 + 1))
                       MOVE WS-PRV-ITEM(WS-IDX-2)
                           TO WS-PROVAS-TROCA
                       MOVE WS-PRV-ITEM(WS-IDX-2 + 1)
                           TO WS-PRV-ITEM(WS-IDX-2)
                       MOVE WS-PROVAS-TROCA
                           TO WS-PRV-ITEM(WS-IDX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ABRE-CADASTROS-PROCEDURE.
           MOVE "N" TO WS-TEM-DISCIPLINAS
           MOVE ZEROS TO WS-FS-DISCIPLINAS
           OPEN INPUT DISCIPLINAS
           IF WS-FS-DISCIPLINAS EQUAL ZEROS
               MOVE "S" TO WS-TEM-DISCIPLINAS
           END-IF
           MOVE ZEROS TO WS-FS-PROFESSORES
           OPEN INPUT PROFESSORES.

       FECHA-CADASTROS-PROCEDURE.
           IF WS-TEM-DISCIPLINAS EQUAL "S"
               CLOSE DISCIPLINAS
           END-IF
           IF WS-FS-PROFESSORES EQUAL ZEROS
               OR WS-FS-PROFESSORES EQUAL 23
               CLOSE PROFESSORES
           END-IF.

       BUSCA-NOME-DISCIPLINA-PROCEDURE.
           MOVE SPACES TO WS-NOME-DISC
           IF WS-TEM-DISCIPLINAS EQUAL "S"
               MOVE WS-PT-DISCIPLINA(WS-IDX) TO DISC-CODIGO
               READ DISCIPLINAS RECORD
                   KEY IS DISC-CODIGO
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE DISC-NOME TO WS-NOME-DISC
               END-READ
           END-IF.

       FORMATA-DATA-PROCEDURE.
           MOVE SPACES TO WS-DATA-ED
           STRING WS-PT-DATA(WS-IDX)(7:2) "/"
               WS-PT-DATA(WS-IDX)(5:2) "/"
               WS-PT-DATA(WS-IDX)(1:4)
               DELIMITED BY SIZE INTO WS-DATA-ED.

       CARREGA-PARAMETROS-PROCEDURE.
           MOVE ZEROS TO WS-FS-PARAMETROS
           OPEN INPUT PARAMETROS
           IF WS-FS-PARAMETROS EQUAL ZEROS
               READ PARAMETROS
                   AT END
                   CONTINUE
                   NOT AT END
                   MOVE PRM-LIMITE-PROVAS-DIA TO WS-LIMITE-PROVAS-DIA
               END-READ
               CLOSE PARAMETROS
           END-IF.

       COPY CLETPRC.
       COPY SPOOLPRC.
       COPY LOGINPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM CALENDARIO-PROVAS.
