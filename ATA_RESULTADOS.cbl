      ******************************************************************
      * Author:
      * Date:
      * Purpose: ATA DE RESULTADOS FINAIS POR TURMA - MEDIAS POR
      *          DISCIPLINA, FALTAS, RESULTADO COM CONSELHO DE CLASSE,
      *          DEPENDENCIAS E TRANSFERENCIAS, COM REGISTRO DAS
      *          EMISSOES
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATA-RESULTADOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
           SELECT  ALUNOS ASSIGN TO WS-ARQ-ALUNOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ALUNOS.

           COPY ALUIXSEL.

           COPY TURMSEL.

           COPY DISCSEL.

           COPY TRFSEL.

           COPY DPDSEL.

           COPY ATRBSEL.

           COPY PROFSEL.

           COPY TEXSEL.

           COPY ATASEL.

           COPY SPOOLSEL.

           COPY OPERSEL.

           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
           FD ALUNOS.
       01 REG-ALUNOS.
           03  RGM-ALUNO           PIC 9(005).
           03  NOME-ALUNO          PIC A(020).
           03  SIT-ALUNO           PIC X(001).
           03  TURMA-ALUNO         PIC X(007).

           COPY ALUIXFD.

           COPY TURMFD.

           COPY DISCFD.

           COPY TRFFD.

           COPY DPDFD.

           COPY ATRBFD.

           COPY PROFFD.

           COPY TEXFD.

           COPY ATAFD.

           COPY SPOOLFD.

           COPY OPERFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       01 WS-FS-ALUNOS              PIC 99.
       01 WS-FS-ALUNOTAS            PIC 99.
       01 WS-FS-TURMAS              PIC 99.
       01 WS-FS-DISCIPLINAS         PIC 99.
       01 WS-FS-TRANSFERENCIAS      PIC 99.
       01 WS-FS-DEPENDENCIAS        PIC 99.
       01 WS-FS-ATRIBUICOES         PIC 99.
       01 WS-FS-PROFESSORES         PIC 99.
       01 WS-FS-ATAS                PIC 99.
       01 WS-FS-TRANSF-EXPED        PIC 99.
       01 WS-SAIDA-RGM              PIC 9(005) VALUE ZEROS.
       01 WS-SAIDA-DATA             PIC 9(008) VALUE ZEROS.
       01 WS-SAIDA-DESTINO          PIC X(007) VALUE SPACES.
       01 WS-OPC                    PIC X(001).
       01 WS-TENT-INVALIDAS         PIC 9(002) VALUE ZEROS.
       01 WS-TENT-LIMITE            PIC 9(002) VALUE 3.
       01 WS-TURMA-BUSCA            PIC X(007) VALUE SPACES.
       01 WS-ANO-LETIVO             PIC 9(004) VALUE ZEROS.
       01 WS-TURMA-DESCRICAO        PIC A(020) VALUE SPACES.
       01 WS-TURMA-TURNO            PIC X(010) VALUE SPACES.
       01 WS-DATA-HOJE              PIC 9(008) VALUE ZEROS.
       01 WS-ULTIMA-EMISSAO         PIC 9(002) VALUE ZEROS.
       01 WS-DATA-ULTIMA            PIC 9(008) VALUE ZEROS.
       01 WS-CONFIRMA               PIC X(001) VALUE "N".
       01 WS-MOTIVO                 PIC X(030) VALUE SPACES.
       01 WS-IDX                    PIC 9(003) VALUE ZEROS.
       01 WS-IDX-2                  PIC 9(003) VALUE ZEROS.
       01 WS-IDX-ALU                PIC 9(003) VALUE ZEROS.
       01 WS-IDX-DISC               PIC 9(003) VALUE ZEROS.
       01 WS-ORDEM-TROCA            PIC 9(003) VALUE ZEROS.
       01 WS-COLUNA                 PIC 9(002) VALUE ZEROS.
       01 WS-POS                    PIC 9(003) VALUE ZEROS.
       01 WS-NUM-ASSINATURA         PIC 9(002) VALUE ZEROS.
       01 WS-TEM-DEPENDENCIA        PIC X(001) VALUE "N".
       01 WS-DISC-TROCA.
           03 WS-DT-CODIGO          PIC 9(003).
           03 WS-DT-NOME            PIC A(020).
           03 WS-DT-PROFESSOR       PIC A(025).
       01 WS-DATA-ED                PIC X(010) VALUE SPACES.
       01 WS-DATA-FORMATA           PIC 9(008) VALUE ZEROS.
       01 WS-MEDIA-ED               PIC Z9.99.
       01 WS-NUM-ED                 PIC Z9.
       01 WS-QTDE-APROVADOS         PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-RETIDOS           PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-TRANSFERIDOS      PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-TRANCADOS         PIC 9(003) VALUE ZEROS.

      * DISCIPLINAS DA TURMA NO ANO, EM ORDEM DE CODIGO - UMA COLUNA
      * DA ATA PARA CADA
       01 WS-DISCIPLINAS-TABELA.
           03 WS-QTDE-DISC          PIC 9(002) VALUE ZEROS.
           03 WS-DISC-ITEM OCCURS 20 TIMES.
               05 WS-DI-CODIGO      PIC 9(003).
               05 WS-DI-NOME        PIC A(020).
               05 WS-DI-PROFESSOR   PIC A(025).

      * ALUNOS DA ATA; WS-ORDEM GUARDA A ORDEM ALFABETICA DE IMPRESSAO
       01 WS-ATA-TABELA.
           03 WS-QTDE-ATA           PIC 9(003) VALUE ZEROS.
           03 WS-ATA-ITEM OCCURS 80 TIMES.
               05 WS-AA-RGM         PIC 9(005).
               05 WS-AA-NOME        PIC A(020).
               05 WS-AA-FALTAS      PIC 9(004).
               05 WS-AA-RESULTADO   PIC X(012).
               05 WS-AA-REPROV      PIC 9(002).
               05 WS-AA-TRANCADO    PIC X(001).
               05 WS-AA-CONSELHO    PIC X(001).
               05 WS-AA-TRANSF      PIC X(001).
               05 WS-AA-TRF-DATA    PIC 9(008).
               05 WS-AA-TRF-DESTINO PIC X(007).
               05 WS-AA-NOTA OCCURS 20 TIMES.
                   07 WS-AA-TEM     PIC X(001).
                   07 WS-AA-MEDIA   PIC 9(002)V99.
                   07 WS-AA-MARCA   PIC X(001).
           03 WS-ORDEM OCCURS 80 TIMES PIC 9(003).

       COPY SPOOLWS.
       COPY LOGINWS.
       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE
           PERFORM LOGIN-OPERADOR-ESCOLA-PROCEDURE.
       MENU-ATA-PROCEDURE.

           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-ATA-REPROMPT.

           DISPLAY " "
           DISPLAY "---------ATA DE RESULTADOS FINAIS -------------"
           DISPLAY "E - EMITIR ATA DE UMA TURMA"
           DISPLAY "H - HISTORICO DE EMISSOES DE UMA TURMA"
           DISPLAY "V - ENCERRAR"
           DISPLAY "DIGITE A OPCAO E OU H... OU V PARA SAIR"

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO "V"

               IF WS-OPC IS EQUAL TO "E"
               GO TO EMITE-ATA
               ELSE IF WS-OPC IS EQUAL TO "H"
               GO TO HISTORICO-ATAS
               ELSE
               DISPLAY "OPCAO INVALIDA"
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY "MUITAS OPCOES INVALIDAS"
                   DISPLAY "APLICACAO FINALIZADA!"
                   STOP RUN
               END-IF
               GO TO MENU-ATA-REPROMPT
               END-IF

           END-PERFORM

           DISPLAY "APLICACAO FINALIZADA!"
           STOP RUN.

       EMITE-ATA.
           DISPLAY "INFORME A TURMA: "
           ACCEPT WS-TURMA-BUSCA
           DISPLAY "INFORME O ANO LETIVO (EX: 2021): "
           ACCEPT WS-ANO-LETIVO

           MOVE ZEROS TO WS-FS-TURMAS
           OPEN INPUT TURMAS
           IF WS-FS-TURMAS NOT EQUAL ZEROS
               DISPLAY "CADASTRO DE TURMAS INDISPONIVEL"
               MOVE WS-FS-TURMAS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-ATA-PROCEDURE
           END-IF
           MOVE WS-TURMA-BUSCA TO TUR-CODIGO
           READ TURMAS RECORD
               KEY IS TUR-CODIGO
               INVALID KEY
               DISPLAY "TURMA NAO CADASTRADA"
               CLOSE TURMAS
               GO TO MENU-ATA-PROCEDURE
           END-READ
           MOVE TUR-DESCRICAO TO WS-TURMA-DESCRICAO
           MOVE TUR-PERIODO TO WS-TURMA-TURNO
           CLOSE TURMAS

           MOVE ZEROS TO WS-FS-ALUNOTAS
           OPEN INPUT ALUNOS-NOTAS
           IF WS-FS-ALUNOTAS NOT EQUAL ZEROS
               DISPLAY "ERRO AO ABRIR O MESTRE DE NOTAS"
               MOVE WS-FS-ALUNOTAS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-ATA-PROCEDURE
           END-IF
           PERFORM CARREGA-DISCIPLINAS-PROCEDURE
           PERFORM CARREGA-NOTAS-PROCEDURE
           CLOSE ALUNOS-NOTAS
           PERFORM MARCA-TRANSFERIDOS-PROCEDURE
           IF WS-QTDE-ATA EQUAL ZEROS
               DISPLAY "NENHUM ALUNO COM NOTAS NA TURMA " WS-TURMA-BUSCA
                   " EM " WS-ANO-LETIVO
               GO TO MENU-ATA-PROCEDURE
           END-IF

           PERFORM BUSCA-ULTIMA-EMISSAO-PROCEDURE
           MOVE SPACES TO WS-MOTIVO
           IF WS-ULTIMA-EMISSAO GREATER THAN ZEROS
               MOVE WS-DATA-ULTIMA TO WS-DATA-FORMATA
               PERFORM FORMATA-DATA-PROCEDURE
               DISPLAY "ATA JA EMITIDA " WS-ULTIMA-EMISSAO
                   " VEZ(ES) - ULTIMA EM " WS-DATA-ED
               DISPLAY "CONFIRMA A REEMISSAO? (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL "S"
                   GO TO MENU-ATA-PROCEDURE
               END-IF
               DISPLAY "MOTIVO DA REEMISSAO: "
               ACCEPT WS-MOTIVO
               IF WS-MOTIVO EQUAL SPACES
                   DISPLAY "O MOTIVO DA REEMISSAO E OBRIGATORIO"
                   GO TO MENU-ATA-PROCEDURE
               END-IF
           END-IF

           PERFORM APURA-DEPENDENCIAS-PROCEDURE
           PERFORM APURA-RESULTADOS-PROCEDURE
           PERFORM BUSCA-PROFESSORES-PROCEDURE
           PERFORM ORDENA-ALUNOS-PROCEDURE

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM IMPRIME-ATA-PROCEDURE
           PERFORM REGISTRA-EMISSAO-PROCEDURE

           DISPLAY "ALUNOS......: " WS-QTDE-ATA
           DISPLAY "APROVADOS...: " WS-QTDE-APROVADOS
           DISPLAY "RETIDOS.....: " WS-QTDE-RETIDOS
           DISPLAY "TRANSFERIDOS: " WS-QTDE-TRANSFERIDOS
           GO TO MENU-ATA-PROCEDURE.

       CARREGA-DISCIPLINAS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-DISC
           PERFORM UNTIL WS-FS-ALUNOTAS EQUAL 10
               READ ALUNOS-NOTAS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-ALUNOTAS
                   NOT AT END
                   IF ALU-ANO EQUAL WS-ANO-LETIVO
                       AND ALU-TURMA EQUAL WS-TURMA-BUSCA
                       PERFORM GUARDA-DISCIPLINA-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX NOT LESS THAN WS-QTDE-DISC
               PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 GREATER THAN WS-QTDE-DISC - WS-IDX
                   IF WS-DI-CODIGO(WS-IDX-2) GREATER THAN
                       WS-DI-CODIGO(WS-IDX-2 + 1)
                       MOVE WS-DISC-ITEM(WS-IDX-2) TO WS-DISC-TROCA
                       MOVE WS-DISC-ITEM(WS-IDX-2 + 1)
                           TO WS-DISC-ITEM(WS-IDX-2)
                       MOVE WS-DISC-TROCA TO WS-DISC-ITEM(WS-IDX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE ZEROS TO WS-FS-DISCIPLINAS
           OPEN INPUT DISCIPLINAS
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-DISC
               MOVE "DISCIPLINA NAO CADASTR." TO WS-DI-NOME(WS-IDX)
               IF WS-FS-DISCIPLINAS EQUAL ZEROS
                   MOVE WS-DI-CODIGO(WS-IDX) TO DISC-CODIGO
                   READ DISCIPLINAS RECORD
                       KEY IS DISC-CODIGO
                       INVALID KEY
                       CONTINUE
                       NOT INVALID KEY
                       MOVE DISC-NOME TO WS-DI-NOME(WS-IDX)
                   END-READ
               END-IF
           END-PERFORM
           IF WS-FS-DISCIPLINAS EQUAL ZEROS
               CLOSE DISCIPLINAS
           END-IF

      *    SEGUNDA LEITURA DO MESTRE DE NOTAS, JA COM AS COLUNAS
           MOVE ZEROS TO ALU-RGM
           MOVE ZEROS TO ALU-ANO
           MOVE ZEROS TO ALU-DISCIPLINA
           MOVE ZEROS TO WS-FS-ALUNOTAS
           START ALUNOS-NOTAS KEY IS NOT LESS THAN ALU-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-ALUNOTAS
           END-START.

       GUARDA-DISCIPLINA-PROCEDURE.
           MOVE ZEROS TO WS-IDX-DISC
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-DISC
               IF WS-DI-CODIGO(WS-IDX) EQUAL ALU-DISCIPLINA
                   MOVE WS-IDX TO WS-IDX-DISC
               END-IF
           END-PERFORM
           IF WS-IDX-DISC EQUAL ZEROS
               AND WS-QTDE-DISC LESS THAN 20
               ADD 1 TO WS-QTDE-DISC
               MOVE ALU-DISCIPLINA TO WS-DI-CODIGO(WS-QTDE-DISC)
               MOVE SPACES TO WS-DI-PROFESSOR(WS-QTDE-DISC)
           END-IF.

      * O MESTRE DE NOTAS VEM EM ORDEM DE RGM, ENTAO O ALUNO CORRENTE
      * E SEMPRE O ULTIMO DA TABELA
       CARREGA-NOTAS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ATA
           PERFORM UNTIL WS-FS-ALUNOTAS EQUAL 10
               READ ALUNOS-NOTAS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-ALUNOTAS
                   NOT AT END
                   IF ALU-ANO EQUAL WS-ANO-LETIVO
                       AND ALU-TURMA EQUAL WS-TURMA-BUSCA
                       PERFORM GUARDA-NOTA-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM.

       GUARDA-NOTA-PROCEDURE.
           IF WS-QTDE-ATA EQUAL ZEROS
               OR WS-AA-RGM(WS-QTDE-ATA) NOT EQUAL ALU-RGM
               IF WS-QTDE-ATA NOT LESS THAN 80
                   DISPLAY "TURMA COM MAIS DE 80 ALUNOS - RGM "
                       ALU-RGM " FORA DA ATA"
                   MOVE ZEROS TO WS-IDX-ALU
               ELSE
                   ADD 1 TO WS-QTDE-ATA
                   MOVE WS-QTDE-ATA TO WS-IDX-ALU
                   PERFORM INICIA-ALUNO-ATA-PROCEDURE
                   MOVE ALU-RGM TO WS-AA-RGM(WS-IDX-ALU)
                   MOVE ALU-NOME TO WS-AA-NOME(WS-IDX-ALU)
               END-IF
           ELSE
               MOVE WS-QTDE-ATA TO WS-IDX-ALU
           END-IF

           IF WS-IDX-ALU GREATER THAN ZEROS
               ADD ALU-FALTAS TO WS-AA-FALTAS(WS-IDX-ALU)
               IF ALU-STATUS EQUAL "TRANCADO"
                   MOVE "S" TO WS-AA-TRANCADO(WS-IDX-ALU)
               END-IF
               IF ALU-STATUS EQUAL "REPROVADO"
                   ADD 1 TO WS-AA-REPROV(WS-IDX-ALU)
               END-IF
               IF ALU-CONSELHO EQUAL "S"
                   MOVE "S" TO WS-AA-CONSELHO(WS-IDX-ALU)
               END-IF
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER THAN WS-QTDE-DISC
                   IF WS-DI-CODIGO(WS-IDX) EQUAL ALU-DISCIPLINA
                       MOVE "S" TO WS-AA-TEM(WS-IDX-ALU, WS-IDX)
                       MOVE ALU-MEDIA TO WS-AA-MEDIA(WS-IDX-ALU, WS-IDX)
                       IF ALU-STATUS EQUAL "REPROVADO"
                           MOVE "R" TO WS-AA-MARCA(WS-IDX-ALU, WS-IDX)
                       END-IF
                       IF ALU-CONSELHO EQUAL "S"
                           MOVE "*" TO WS-AA-MARCA(WS-IDX-ALU, WS-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       INICIA-ALUNO-ATA-PROCEDURE.
           MOVE ZEROS TO WS-AA-RGM(WS-IDX-ALU)
           MOVE SPACES TO WS-AA-NOME(WS-IDX-ALU)
           MOVE ZEROS TO WS-AA-FALTAS(WS-IDX-ALU)
           MOVE SPACES TO WS-AA-RESULTADO(WS-IDX-ALU)
           MOVE ZEROS TO WS-AA-REPROV(WS-IDX-ALU)
           MOVE "N" TO WS-AA-TRANCADO(WS-IDX-ALU)
           MOVE "N" TO WS-AA-CONSELHO(WS-IDX-ALU)
           MOVE "N" TO WS-AA-TRANSF(WS-IDX-ALU)
           MOVE ZEROS TO WS-AA-TRF-DATA(WS-IDX-ALU)
           MOVE SPACES TO WS-AA-TRF-DESTINO(WS-IDX-ALU)
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
               UNTIL WS-IDX-2 GREATER THAN 20
               MOVE "N" TO WS-AA-TEM(WS-IDX-ALU, WS-IDX-2)
               MOVE ZEROS TO WS-AA-MEDIA(WS-IDX-ALU, WS-IDX-2)
               MOVE SPACE TO WS-AA-MARCA(WS-IDX-ALU, WS-IDX-2)
           END-PERFORM.

      * ALUNO QUE SAIU DA TURMA NO ANO (TURMA DE ORIGEM DA
      * TRANSFERENCIA) OU DA ESCOLA (TRANSFERENCIA EXPEDIDA) ENTRA NA
      * ATA COMO TRANSFERIDO, COM OU SEM NOTAS
       MARCA-TRANSFERIDOS-PROCEDURE.
           MOVE ZEROS TO WS-FS-TRANSFERENCIAS
           OPEN INPUT TRANSFERENCIAS
           IF WS-FS-TRANSFERENCIAS EQUAL ZEROS
               PERFORM UNTIL WS-FS-TRANSFERENCIAS EQUAL 10
                   READ TRANSFERENCIAS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-TRANSFERENCIAS
                       NOT AT END
                       IF TRF-TURMA-ORIGEM EQUAL WS-TURMA-BUSCA
                           AND TRF-DATA(1:4) EQUAL WS-ANO-LETIVO
                           MOVE TRF-RGM TO WS-SAIDA-RGM
                           MOVE TRF-DATA TO WS-SAIDA-DATA
                           MOVE TRF-TURMA-DESTINO TO WS-SAIDA-DESTINO
                           PERFORM GUARDA-TRANSFERIDO-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFERENCIAS
           END-IF

           MOVE ZEROS TO WS-FS-TRANSF-EXPED
           OPEN INPUT TRANSF-EXPEDIDAS
           IF WS-FS-TRANSF-EXPED EQUAL ZEROS
               PERFORM UNTIL WS-FS-TRANSF-EXPED EQUAL 10
                   READ TRANSF-EXPEDIDAS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-TRANSF-EXPED
                       NOT AT END
                       IF TEX-TURMA EQUAL WS-TURMA-BUSCA
                           AND TEX-DATA(1:4) EQUAL WS-ANO-LETIVO
                           MOVE TEX-RGM TO WS-SAIDA-RGM
                           MOVE TEX-DATA TO WS-SAIDA-DATA
                           MOVE SPACES TO WS-SAIDA-DESTINO
                           PERFORM GUARDA-TRANSFERIDO-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSF-EXPEDIDAS
           END-IF.

       GUARDA-TRANSFERIDO-PROCEDURE.
           MOVE ZEROS TO WS-IDX-ALU
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-ATA
               IF WS-AA-RGM(WS-IDX) EQUAL WS-SAIDA-RGM
                   MOVE WS-IDX TO WS-IDX-ALU
               END-IF
           END-PERFORM
           IF WS-IDX-ALU EQUAL ZEROS
               AND WS-QTDE-ATA LESS THAN 80
               ADD 1 TO WS-QTDE-ATA
               MOVE WS-QTDE-ATA TO WS-IDX-ALU
               PERFORM INICIA-ALUNO-ATA-PROCEDURE
               MOVE WS-SAIDA-RGM TO WS-AA-RGM(WS-IDX-ALU)
               PERFORM BUSCA-NOME-ALUNO-PROCEDURE
           END-IF
           IF WS-IDX-ALU GREATER THAN ZEROS
               AND WS-SAIDA-DATA NOT LESS THAN
                   WS-AA-TRF-DATA(WS-IDX-ALU)
               MOVE "S" TO WS-AA-TRANSF(WS-IDX-ALU)
               MOVE WS-SAIDA-DATA TO WS-AA-TRF-DATA(WS-IDX-ALU)
               MOVE WS-SAIDA-DESTINO TO WS-AA-TRF-DESTINO(WS-IDX-ALU)
           END-IF.

       BUSCA-NOME-ALUNO-PROCEDURE.
           MOVE "ALUNO NAO CADASTRADO" TO WS-AA-NOME(WS-IDX-ALU)
           MOVE ZEROS TO WS-FS-ALUNOS
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS EQUAL ZEROS
               PERFORM UNTIL WS-FS-ALUNOS EQUAL 10
                   READ ALUNOS
                       AT END MOVE 10 TO WS-FS-ALUNOS
                       NOT AT END
                       IF RGM-ALUNO EQUAL WS-SAIDA-RGM
                           MOVE NOME-ALUNO TO WS-AA-NOME(WS-IDX-ALU)
                           MOVE 10 TO WS-FS-ALUNOS
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNOS
           END-IF.

      * REPROVACAO QUE VIROU DEPENDENCIA NA PROMOCAO ANUAL MARCA A
      * DISCIPLINA COM "D" E O ALUNO COMO APROVADO COM DEPENDENCIA
       APURA-DEPENDENCIAS-PROCEDURE.
           MOVE ZEROS TO WS-FS-DEPENDENCIAS
           OPEN INPUT DEPENDENCIAS
           IF WS-FS-DEPENDENCIAS EQUAL ZEROS
               PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                   UNTIL WS-IDX-ALU GREATER THAN WS-QTDE-ATA
                   IF WS-AA-REPROV(WS-IDX-ALU) GREATER THAN ZEROS
                       PERFORM LE-DEPENDENCIAS-ALUNO-PROCEDURE
                   END-IF
               END-PERFORM
               CLOSE DEPENDENCIAS
           END-IF.

       LE-DEPENDENCIAS-ALUNO-PROCEDURE.
           MOVE WS-AA-RGM(WS-IDX-ALU) TO DPD-RGM
           MOVE WS-ANO-LETIVO TO DPD-ANO-ORIGEM
           MOVE ZEROS TO DPD-DISCIPLINA
           START DEPENDENCIAS KEY IS NOT LESS THAN DPD-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-DEPENDENCIAS
           END-START
           PERFORM UNTIL WS-FS-DEPENDENCIAS EQUAL 10
               READ DEPENDENCIAS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-DEPENDENCIAS
                   NOT AT END
                   IF DPD-RGM NOT EQUAL WS-AA-RGM(WS-IDX-ALU)
                       OR DPD-ANO-ORIGEM NOT EQUAL WS-ANO-LETIVO
                       MOVE 10 TO WS-FS-DEPENDENCIAS
                   ELSE
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX GREATER THAN WS-QTDE-DISC
                           IF WS-DI-CODIGO(WS-IDX) EQUAL DPD-DISCIPLINA
                               MOVE "D"
                                   TO WS-AA-MARCA(WS-IDX-ALU, WS-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-DEPENDENCIAS.

       APURA-RESULTADOS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-APROVADOS
           MOVE ZEROS TO WS-QTDE-RETIDOS
           MOVE ZEROS TO WS-QTDE-TRANSFERIDOS
           MOVE ZEROS TO WS-QTDE-TRANCADOS
           PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
               UNTIL WS-IDX-ALU GREATER THAN WS-QTDE-ATA
               MOVE "N" TO WS-TEM-DEPENDENCIA
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER THAN WS-QTDE-DISC
                   IF WS-AA-MARCA(WS-IDX-ALU, WS-IDX) EQUAL "D"
                       MOVE "S" TO WS-TEM-DEPENDENCIA
                   END-IF
               END-PERFORM
               IF WS-AA-TRANSF(WS-IDX-ALU) EQUAL "S"
                   MOVE "TRANSFERIDO" TO WS-AA-RESULTADO(WS-IDX-ALU)
                   ADD 1 TO WS-QTDE-TRANSFERIDOS
               ELSE IF WS-AA-TRANCADO(WS-IDX-ALU) EQUAL "S"
                   MOVE "TRANCADO" TO WS-AA-RESULTADO(WS-IDX-ALU)
                   ADD 1 TO WS-QTDE-TRANCADOS
               ELSE IF WS-AA-REPROV(WS-IDX-ALU) GREATER THAN ZEROS
                   AND WS-TEM-DEPENDENCIA EQUAL "S"
                   MOVE "APROV C/DEP" TO WS-AA-RESULTADO(WS-IDX-ALU)
                   ADD 1 TO WS-QTDE-APROVADOS
               ELSE IF WS-AA-REPROV(WS-IDX-ALU) GREATER THAN ZEROS
                   MOVE "RETIDO" TO WS-AA-RESULTADO(WS-IDX-ALU)
                   ADD 1 TO WS-QTDE-RETIDOS
               ELSE IF WS-AA-CONSELHO(WS-IDX-ALU) EQUAL "S"
                   MOVE "APROV CONS" TO WS-AA-RESULTADO(WS-IDX-ALU)
                   ADD 1 TO WS-QTDE-APROVADOS
               ELSE
                   MOVE "APROVADO" TO WS-AA-RESULTADO(WS-IDX-ALU)
                   ADD 1 TO WS-QTDE-APROVADOS
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-PERFORM.

      * PROFESSOR ATRIBUIDO A CADA DISCIPLINA DA TURMA NO ANO
       BUSCA-PROFESSORES-PROCEDURE.
           MOVE ZEROS TO WS-FS-ATRIBUICOES
           OPEN INPUT ATRIBUICOES
           IF WS-FS-ATRIBUICOES EQUAL ZEROS
               MOVE ZEROS TO WS-FS-PROFESSORES
               OPEN INPUT PROFESSORES
               PERFORM UNTIL WS-FS-ATRIBUICOES EQUAL 10
                   READ ATRIBUICOES NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-ATRIBUICOES
                       NOT AT END
                       IF ATR-ANO EQUAL WS-ANO-LETIVO
                           AND ATR-TURMA EQUAL WS-TURMA-BUSCA
                           PERFORM GUARDA-PROFESSOR-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               IF WS-FS-PROFESSORES EQUAL ZEROS
                   CLOSE PROFESSORES
               END-IF
               CLOSE ATRIBUICOES
           END-IF.

       GUARDA-PROFESSOR-PROCEDURE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-DISC
               IF WS-DI-CODIGO(WS-IDX) EQUAL ATR-DISCIPLINA
                   AND WS-FS-PROFESSORES EQUAL ZEROS
                   MOVE ATR-PROFESSOR TO PROF-CODIGO
                   READ PROFESSORES RECORD
                       KEY IS PROF-CODIGO
                       INVALID KEY
                       MOVE ZEROS TO WS-FS-PROFESSORES
                       NOT INVALID KEY
                       MOVE PROF-NOME TO WS-DI-PROFESSOR(WS-IDX)
                   END-READ
               END-IF
           END-PERFORM.

       ORDENA-ALUNOS-PROCEDURE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-ATA
               MOVE WS-IDX TO WS-ORDEM(WS-IDX)
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX NOT LESS THAN WS-QTDE-ATA
               PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 GREATER THAN WS-QTDE-ATA - WS-IDX
                   IF WS-AA-NOME(WS-ORDEM(WS-IDX-2)) GREATER THAN
                       WS-AA-NOME(WS-ORDEM(WS-IDX-2 + 1))
                       MOVE WS-ORDEM(WS-IDX-2) TO WS-ORDEM-TROCA
                       MOVE WS-ORDEM(WS-IDX-2 + 1)
                           TO WS-ORDEM(WS-IDX-2)
                       MOVE WS-ORDEM-TROCA TO WS-ORDEM(WS-IDX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       IMPRIME-ATA-PROCEDURE.
           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               "ata-resultados-" DELIMITED BY SIZE
               WS-TURMA-BUSCA DELIMITED BY SPACE
               "-" WS-ANO-LETIVO ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE "ATA DE RESULTADOS FINAIS" TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "ATA DE RESULTADOS FINAIS - ANO LETIVO "
               WS-ANO-LETIVO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "TURMA " WS-TURMA-BUSCA " - " WS-TURMA-DESCRICAO
               " - TURNO " WS-TURMA-TURNO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-DATA-HOJE TO WS-DATA-FORMATA
           PERFORM FORMATA-DATA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           IF WS-ULTIMA-EMISSAO EQUAL ZEROS
               STRING "EMISSAO ORIGINAL EM " WS-DATA-ED
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           ELSE
               COMPUTE WS-NUM-ED = WS-ULTIMA-EMISSAO + 1
               STRING "REEMISSAO " WS-NUM-ED " EM " WS-DATA-ED
                   " - MOTIVO: " WS-MOTIVO
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-IF
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE "NO RGM   NOME                 FALTAS RESULTADO"
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE "        MEDIA FINAL POR DISCIPLINA (CODIGO):"
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE ZEROS TO WS-COLUNA
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-DISC
               PERFORM PROXIMA-COLUNA-PROCEDURE
               MOVE WS-DI-CODIGO(WS-IDX) TO WS-SPOOL-LINHA(WS-POS + 1:3)
           END-PERFORM
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE ALL "-" TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
               UNTIL WS-IDX-2 GREATER THAN WS-QTDE-ATA
               MOVE WS-ORDEM(WS-IDX-2) TO WS-IDX-ALU
               PERFORM IMPRIME-ALUNO-ATA-PROCEDURE
           END-PERFORM

           MOVE ALL "-" TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE "* APROVADO PELO CONSELHO   R REPROVADO   D DEPENDENCIA"
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-DISC
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING "    " WS-DI-CODIGO(WS-IDX) " - "
                   WS-DI-NOME(WS-IDX)
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-PERFORM

           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "TOTAL DE ALUNOS: " WS-QTDE-ATA
               "  APROVADOS: " WS-QTDE-APROVADOS
               "  RETIDOS: " WS-QTDE-RETIDOS
               "  TRANSFERIDOS: " WS-QTDE-TRANSFERIDOS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           IF WS-QTDE-TRANCADOS GREATER THAN ZEROS
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING "MATRICULAS TRANCADAS: " WS-QTDE-TRANCADOS
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF

           PERFORM IMPRIME-ASSINATURAS-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE.

       PROXIMA-COLUNA-PROCEDURE.
           IF WS-COLUNA NOT LESS THAN 12
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               MOVE ZEROS TO WS-COLUNA
           END-IF
           ADD 1 TO WS-COLUNA
           COMPUTE WS-POS = 9 + ((WS-COLUNA - 1) * 6).

       IMPRIME-ALUNO-ATA-PROCEDURE.
           MOVE SPACES TO WS-SPOOL-LINHA
           COMPUTE WS-NUM-ED = WS-IDX-2
           IF WS-AA-TRANSF(WS-IDX-ALU) EQUAL "S"
               MOVE WS-AA-TRF-DATA(WS-IDX-ALU) TO WS-DATA-FORMATA
               PERFORM FORMATA-DATA-PROCEDURE
               STRING WS-NUM-ED " " WS-AA-RGM(WS-IDX-ALU) " "
                   WS-AA-NOME(WS-IDX-ALU) "  " WS-AA-FALTAS(WS-IDX-ALU)
                   "  " WS-AA-RESULTADO(WS-IDX-ALU)
                   " EM " WS-DATA-ED
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               IF WS-AA-TRF-DESTINO(WS-IDX-ALU) EQUAL SPACES
                   MOVE "P/ OUTRA ESCOLA" TO WS-SPOOL-LINHA(65:15)
               ELSE
                   STRING "P/ " WS-AA-TRF-DESTINO(WS-IDX-ALU)
                       DELIMITED BY SIZE
                       INTO WS-SPOOL-LINHA(65:10)
               END-IF
           ELSE
               STRING WS-NUM-ED " " WS-AA-RGM(WS-IDX-ALU) " "
                   WS-AA-NOME(WS-IDX-ALU) "  " WS-AA-FALTAS(WS-IDX-ALU)
                   "  " WS-AA-RESULTADO(WS-IDX-ALU)
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-IF
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE ZEROS TO WS-COLUNA
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-DISC
               PERFORM PROXIMA-COLUNA-PROCEDURE
               IF WS-AA-TEM(WS-IDX-ALU, WS-IDX) EQUAL "S"
                   MOVE WS-AA-MEDIA(WS-IDX-ALU, WS-IDX) TO WS-MEDIA-ED
                   MOVE WS-MEDIA-ED TO WS-SPOOL-LINHA(WS-POS:5)
                   MOVE WS-AA-MARCA(WS-IDX-ALU, WS-IDX)
                       TO WS-SPOOL-LINHA(WS-POS + 5:1)
               ELSE
                   MOVE "  -- " TO WS-SPOOL-LINHA(WS-POS:5)
               END-IF
           END-PERFORM
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       IMPRIME-ASSINATURAS-PROCEDURE.
           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE "ASSINATURAS:" TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE ZEROS TO WS-NUM-ASSINATURA
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-DISC
               ADD 1 TO WS-NUM-ASSINATURA
               MOVE SPACES TO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               MOVE WS-NUM-ASSINATURA TO WS-NUM-ED
               IF WS-DI-PROFESSOR(WS-IDX) EQUAL SPACES
                   STRING WS-NUM-ED " ____________________________ "
                       "PROFESSOR(A) DE " WS-DI-NOME(WS-IDX)
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               ELSE
                   STRING WS-NUM-ED " ____________________________ "
                       WS-DI-PROFESSOR(WS-IDX) " " WS-DI-NOME(WS-IDX)
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-IF
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-PERFORM

           ADD 1 TO WS-NUM-ASSINATURA
           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-NUM-ASSINATURA TO WS-NUM-ED
           STRING WS-NUM-ED " ____________________________ "
               "SECRETARIO(A) ESCOLAR"
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           ADD 1 TO WS-NUM-ASSINATURA
           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-NUM-ASSINATURA TO WS-NUM-ED
           STRING WS-NUM-ED " ____________________________ "
               "DIRETOR(A)"
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       BUSCA-ULTIMA-EMISSAO-PROCEDURE.
           MOVE ZEROS TO WS-ULTIMA-EMISSAO
           MOVE ZEROS TO WS-DATA-ULTIMA
           MOVE ZEROS TO WS-FS-ATAS
           OPEN INPUT ATAS-RESULTADOS
           IF WS-FS-ATAS EQUAL ZEROS
               MOVE WS-TURMA-BUSCA TO ATA-TURMA
               MOVE WS-ANO-LETIVO TO ATA-ANO
               MOVE ZEROS TO ATA-EMISSAO
               START ATAS-RESULTADOS KEY IS NOT LESS THAN ATA-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-ATAS
               END-START
               PERFORM UNTIL WS-FS-ATAS EQUAL 10
                   READ ATAS-RESULTADOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-ATAS
                       NOT AT END
                       IF ATA-TURMA NOT EQUAL WS-TURMA-BUSCA
                           OR ATA-ANO NOT EQUAL WS-ANO-LETIVO
                           MOVE 10 TO WS-FS-ATAS
                       ELSE
                           MOVE ATA-EMISSAO TO WS-ULTIMA-EMISSAO
                           MOVE ATA-DATA TO WS-DATA-ULTIMA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ATAS-RESULTADOS
           END-IF.

       REGISTRA-EMISSAO-PROCEDURE.
           MOVE ZEROS TO WS-FS-ATAS
           OPEN I-O ATAS-RESULTADOS
           IF WS-FS-ATAS EQUAL 35
               OPEN OUTPUT ATAS-RESULTADOS
               CLOSE ATAS-RESULTADOS
               OPEN I-O ATAS-RESULTADOS
           END-IF
           MOVE WS-TURMA-BUSCA TO ATA-TURMA
           MOVE WS-ANO-LETIVO TO ATA-ANO
           COMPUTE ATA-EMISSAO = WS-ULTIMA-EMISSAO + 1
           MOVE WS-DATA-HOJE TO ATA-DATA
           MOVE WS-LOGIN-ID TO ATA-OPERADOR
           IF WS-ULTIMA-EMISSAO EQUAL ZEROS
               MOVE "EMISSAO ORIGINAL" TO ATA-MOTIVO
           ELSE
               MOVE WS-MOTIVO TO ATA-MOTIVO
           END-IF
           MOVE WS-QTDE-ATA TO ATA-QTDE-ALUNOS
           MOVE WS-QTDE-APROVADOS TO ATA-QTDE-APROVADOS
           MOVE WS-QTDE-RETIDOS TO ATA-QTDE-RETIDOS
           MOVE WS-QTDE-TRANSFERIDOS TO ATA-QTDE-TRANSFERIDOS
           WRITE REG-ATA-RESULTADOS
           END-WRITE
           IF WS-FS-ATAS EQUAL ZEROS
               MOVE "ATA-RESULTADOS" TO WS-AUD-PROGRAMA
               IF WS-ULTIMA-EMISSAO EQUAL ZEROS
                   MOVE "EMISSAO" TO WS-AUD-OPERACAO
               ELSE
                   MOVE "REEMISSAO" TO WS-AUD-OPERACAO
               END-IF
               MOVE ATA-CHAVE TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           ELSE
               DISPLAY "ERRO AO REGISTRAR A EMISSAO DA ATA"
               MOVE WS-FS-ATAS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF
           CLOSE ATAS-RESULTADOS.

       HISTORICO-ATAS.
           DISPLAY "INFORME A TURMA: "
           ACCEPT WS-TURMA-BUSCA
           DISPLAY "INFORME O ANO LETIVO (EX: 2021): "
           ACCEPT WS-ANO-LETIVO
           MOVE ZEROS TO WS-FS-ATAS
           OPEN INPUT ATAS-RESULTADOS
           IF WS-FS-ATAS NOT EQUAL ZEROS
               DISPLAY "NENHUMA ATA EMITIDA"
               GO TO MENU-ATA-PROCEDURE
           END-IF
           DISPLAY "----- EMISSOES DA ATA DA TURMA " WS-TURMA-BUSCA
               " - " WS-ANO-LETIVO " -----"
           MOVE WS-TURMA-BUSCA TO ATA-TURMA
           MOVE WS-ANO-LETIVO TO ATA-ANO
           MOVE ZEROS TO ATA-EMISSAO
           START ATAS-RESULTADOS KEY IS NOT LESS THAN ATA-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-ATAS
           END-START
           PERFORM UNTIL WS-FS-ATAS EQUAL 10
               READ ATAS-RESULTADOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-ATAS
                   NOT AT END
                   IF ATA-TURMA NOT EQUAL WS-TURMA-BUSCA
                       OR ATA-ANO NOT EQUAL WS-ANO-LETIVO
                       MOVE 10 TO WS-FS-ATAS
                   ELSE
                       DISPLAY ATA-EMISSAO " " ATA-DATA " "
                           ATA-OPERADOR " " ATA-MOTIVO
                       DISPLAY "   ALUNOS " ATA-QTDE-ALUNOS
                           " APROVADOS " ATA-QTDE-APROVADOS
                           " RETIDOS " ATA-QTDE-RETIDOS
                           " TRANSFERIDOS " ATA-QTDE-TRANSFERIDOS
                   END-IF
               END-READ
           END-PERFORM
           CLOSE ATAS-RESULTADOS
           GO TO MENU-ATA-PROCEDURE.

       FORMATA-DATA-PROCEDURE.
           MOVE SPACES TO WS-DATA-ED
           IF WS-DATA-FORMATA GREATER THAN ZEROS
               STRING WS-DATA-FORMATA(7:2) "/" WS-DATA-FORMATA(5:2) "/"
                   WS-DATA-FORMATA(1:4)
                   DELIMITED BY SIZE INTO WS-DATA-ED
           END-IF.

       COPY SPOOLPRC.
       COPY LOGINPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM ATA-RESULTADOS.
