      ******************************************************************
      * Author:
      * Date:
      * Purpose: REUNIOES DE PAIS E MESTRES POR TURMA - AGENDA, CARTAS-
      *          CONVITE, PRESENCA DOS RESPONSAVEIS E FAMILIAS FALTOSAS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REUNIAO-PAIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
           SELECT  ALUNOS ASSIGN TO WS-ARQ-ALUNOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ALUNOS.

           COPY REUSEL.

           COPY CVRSEL.

           COPY ALRSSEL.

           COPY RESPSEL.

           COPY TURMSEL.

           COPY RSCSEL.

           COPY OCORSEL.

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

           COPY REUFD.

           COPY CVRFD.

           COPY ALRSFD.

           COPY RESPFD.

           COPY TURMFD.

           COPY RSCFD.

           COPY OCORFD.

           COPY SPOOLFD.

           COPY OPERFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       01 WS-FS-ALUNOS              PIC 99.
       01 WS-FS-REUNIOES            PIC 99.
       01 WS-FS-CONVITES            PIC 99.
       01 WS-FS-ALUNORESP           PIC 99.
       01 WS-FS-RESPONSAVEIS        PIC 99.
       01 WS-FS-TURMAS              PIC 99.
       01 WS-FS-RISCO               PIC 99.
       01 WS-FS-OCORRENCIAS         PIC 99.
       01 WS-OPC                    PIC X(001).
       01 WS-TENT-INVALIDAS         PIC 9(002) VALUE ZEROS.
       01 WS-TENT-LIMITE            PIC 9(002) VALUE 3.
       01 WS-TURMA-BUSCA            PIC X(007) VALUE SPACES.
       01 WS-DATA-BUSCA             PIC 9(008) VALUE ZEROS.
       01 WS-DATA-HOJE              PIC 9(008) VALUE ZEROS.
       01 WS-REUNIAO-EXISTE         PIC X(001) VALUE "N".
       01 WS-CONFIRMA               PIC X(001) VALUE "N".
       01 WS-PRESENCA               PIC X(001) VALUE SPACES.
       01 WS-QTDE-CONVITES-NOVOS    PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-SEM-RESP          PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-CONVIDADOS        PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-PRESENTES         PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-CARTAS            PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-FALTOSAS          PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-FALTOSAS-TURMA    PIC 9(003) VALUE ZEROS.
       01 WS-NOME-RESP              PIC A(025) VALUE SPACES.
       01 WS-END-RESP               PIC X(040) VALUE SPACES.
       01 WS-TEL-RESP               PIC X(013) VALUE SPACES.
       01 WS-RESP-BUSCA             PIC 9(004) VALUE ZEROS.
       01 WS-RGM-BUSCA              PIC 9(005) VALUE ZEROS.
       01 WS-NOME-ACHADO            PIC A(020) VALUE SPACES.
       01 WS-TURMA-CORRENTE         PIC X(007) VALUE SPACES.
       01 WS-IDX                    PIC 9(004) VALUE ZEROS.
       01 WS-IDX-RESP               PIC 9(004) VALUE ZEROS.
       01 WS-DATA-ED                PIC X(010) VALUE SPACES.
       01 WS-HORA-ED                PIC 99B99.
       01 WS-RISCO-PONTOS           PIC 9(003) VALUE ZEROS.
       01 WS-RISCO-DATA             PIC 9(008) VALUE ZEROS.
       01 WS-QTDE-OCORRENCIAS       PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-SUSPENSOES        PIC 9(003) VALUE ZEROS.

      * ALUNOS DO CADASTRO; O RESPONSAVEL SO E BUSCADO PARA A TURMA
       01 WS-ALUNOS-TABELA.
           03 WS-QTDE-ALUNOS        PIC 9(003) VALUE ZEROS.
           03 WS-ALUNO-ITEM OCCURS 800 TIMES.
               05 WS-AT-RGM         PIC 9(005).
               05 WS-AT-NOME        PIC A(020).
               05 WS-AT-SIT         PIC X(001).
               05 WS-AT-TURMA       PIC X(007).
               05 WS-AT-RESP        PIC 9(004).

      * SEQUENCIA DE FALTAS DE CADA FAMILIA NAS REUNIOES DE UMA TURMA,
      * INDEXADA PELO CODIGO DO RESPONSAVEL
       01 WS-FAMILIAS.
           03 WS-FAM-ITEM OCCURS 9999 TIMES.
               05 WS-FAM-SEQUENCIA  PIC 9(002).
               05 WS-FAM-MAIOR-SEQ  PIC 9(002).
               05 WS-FAM-REUNIOES   PIC 9(003).
               05 WS-FAM-FALTAS     PIC 9(003).
               05 WS-FAM-RGM        PIC 9(005).

       COPY SPOOLWS.
       COPY LOGINWS.
       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE
           PERFORM LOGIN-OPERADOR-ESCOLA-PROCEDURE.
       MENU-REUNIAO-PROCEDURE.

           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-REUNIAO-REPROMPT.

           DISPLAY " "
           DISPLAY "---------REUNIOES DE PAIS E MESTRES -------------"
           DISPLAY "A - AGENDAR REUNIAO E GERAR LISTA DE CONVIDADOS"
           DISPLAY "C - EMITIR CARTAS-CONVITE"
           DISPLAY "P - REGISTRAR PRESENCA DOS RESPONSAVEIS"
           DISPLAY "F - RELATORIO DE FAMILIAS FALTOSAS"
           DISPLAY "V - ENCERRAR"
           DISPLAY "DIGITE A OPCAO A,C,P OU F... OU V PARA SAIR"

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO "V"

               IF WS-OPC IS EQUAL TO "A"
               GO TO AGENDA-REUNIAO
               ELSE IF WS-OPC IS EQUAL TO "C"
               GO TO EMITE-CONVITES
               ELSE IF WS-OPC IS EQUAL TO "P"
               GO TO REGISTRA-PRESENCA
               ELSE IF WS-OPC IS EQUAL TO "F"
               GO TO RELATORIO-FALTOSOS
               ELSE
               DISPLAY "OPCAO INVALIDA"
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY "MUITAS OPCOES INVALIDAS"
                   DISPLAY "APLICACAO FINALIZADA!"
                   STOP RUN
               END-IF
               GO TO MENU-REUNIAO-REPROMPT
               END-IF

           END-PERFORM

           DISPLAY "APLICACAO FINALIZADA!"
           STOP RUN.

       AGENDA-REUNIAO.
           DISPLAY "INFORME A TURMA: "
           ACCEPT WS-TURMA-BUSCA
           MOVE ZEROS TO WS-FS-TURMAS
           OPEN INPUT TURMAS
           IF WS-FS-TURMAS NOT EQUAL ZEROS
               DISPLAY "CADASTRO DE TURMAS INDISPONIVEL"
               MOVE WS-FS-TURMAS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-REUNIAO-PROCEDURE
           END-IF
           MOVE WS-TURMA-BUSCA TO TUR-CODIGO
           READ TURMAS RECORD
               KEY IS TUR-CODIGO
               INVALID KEY
               DISPLAY "TURMA NAO CADASTRADA"
               CLOSE TURMAS
               GO TO MENU-REUNIAO-PROCEDURE
           END-READ
           CLOSE TURMAS
           DISPLAY "INFORME A DATA DA REUNIAO (AAAAMMDD): "
           ACCEPT WS-DATA-BUSCA
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-BUSCA) NOT EQUAL 0
               DISPLAY "DATA INVALIDA"
               GO TO MENU-REUNIAO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-REUNIOES
           OPEN I-O REUNIOES-PAIS
           IF WS-FS-REUNIOES EQUAL 35
               OPEN OUTPUT REUNIOES-PAIS
               CLOSE REUNIOES-PAIS
               OPEN I-O REUNIOES-PAIS
           END-IF

           MOVE "S" TO WS-REUNIAO-EXISTE
           MOVE WS-TURMA-BUSCA TO REU-TURMA
           MOVE WS-DATA-BUSCA TO REU-DATA
           READ REUNIOES-PAIS RECORD
               KEY IS REU-CHAVE
               INVALID KEY
               MOVE "N" TO WS-REUNIAO-EXISTE
           END-READ

           IF WS-REUNIAO-EXISTE EQUAL "S"
               IF REU-SITUACAO EQUAL "REALIZADA"
                   DISPLAY "REUNIAO JA REALIZADA - PRESENCA REGISTRADA"
                   CLOSE REUNIOES-PAIS
                   GO TO MENU-REUNIAO-PROCEDURE
               END-IF
               DISPLAY "REUNIAO JA AGENDADA PARA " REU-HORA " - "
                   REU-LOCAL
               DISPLAY "ATUALIZAR A LISTA DE CONVIDADOS? (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL "S"
                   CLOSE REUNIOES-PAIS
                   GO TO MENU-REUNIAO-PROCEDURE
               END-IF
           ELSE
               INITIALIZE REG-REUNIAO
               MOVE WS-TURMA-BUSCA TO REU-TURMA
               MOVE WS-DATA-BUSCA TO REU-DATA
               DISPLAY "HORARIO (HHMM): "
               ACCEPT REU-HORA
               DISPLAY "LOCAL: "
               ACCEPT REU-LOCAL
               DISPLAY "PAUTA: "
               ACCEPT REU-PAUTA
               MOVE "AGENDADA" TO REU-SITUACAO
               MOVE WS-LOGIN-ID TO REU-OPERADOR
               WRITE REG-REUNIAO
               END-WRITE
               IF WS-FS-REUNIOES NOT EQUAL ZEROS
                   DISPLAY "ERRO AO GRAVAR A REUNIAO"
                   MOVE WS-FS-REUNIOES TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                   CLOSE REUNIOES-PAIS
                   GO TO MENU-REUNIAO-PROCEDURE
               END-IF
           END-IF

           PERFORM CARREGA-ALUNOS-PROCEDURE
           PERFORM BUSCA-RESP-TURMA-PROCEDURE
           PERFORM GERA-CONVITES-PROCEDURE

           MOVE WS-QTDE-CONVIDADOS TO REU-QTDE-CONVIDADOS
           REWRITE REG-REUNIAO
           END-REWRITE
           CLOSE REUNIOES-PAIS

           DISPLAY "REUNIAO DA TURMA " WS-TURMA-BUSCA " EM "
               WS-DATA-BUSCA " AGENDADA"
           DISPLAY "NOVOS CONVITES.............: "
               WS-QTDE-CONVITES-NOVOS
           DISPLAY "FAMILIAS CONVIDADAS........: " WS-QTDE-CONVIDADOS
           IF WS-QTDE-SEM-RESP GREATER THAN ZEROS
               DISPLAY "ALUNOS SEM RESPONSAVEL.....: " WS-QTDE-SEM-RESP
           END-IF

           MOVE "REUNIAO-PAIS" TO WS-AUD-PROGRAMA
           MOVE "AGENDA" TO WS-AUD-OPERACAO
           MOVE REU-CHAVE TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           GO TO MENU-REUNIAO-PROCEDURE.

      * UM CONVITE POR RESPONSAVEL; IRMAOS NA MESMA TURMA CAEM NO MESMO
      * CONVITE (STATUS 22) E UMA NOVA GERACAO SO ACRESCENTA OS NOVOS
       GERA-CONVITES-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-CONVITES-NOVOS
           MOVE ZEROS TO WS-QTDE-SEM-RESP
           MOVE ZEROS TO WS-FS-CONVITES
           OPEN I-O CONVITES-REUNIAO
           IF WS-FS-CONVITES EQUAL 35
               OPEN OUTPUT CONVITES-REUNIAO
               CLOSE CONVITES-REUNIAO
               OPEN I-O CONVITES-REUNIAO
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-ALUNOS
               IF WS-AT-TURMA(WS-IDX) EQUAL WS-TURMA-BUSCA
                   AND WS-AT-SIT(WS-IDX) NOT EQUAL "I"
                   IF WS-AT-RESP(WS-IDX) EQUAL ZEROS
                       ADD 1 TO WS-QTDE-SEM-RESP
                       DISPLAY "ALUNO SEM RESPONSAVEL: RGM "
                           WS-AT-RGM(WS-IDX) " " WS-AT-NOME(WS-IDX)
                   ELSE
                       MOVE WS-TURMA-BUSCA TO CVR-TURMA
                       MOVE WS-DATA-BUSCA TO CVR-DATA
                       MOVE WS-AT-RESP(WS-IDX) TO CVR-RESP
                       MOVE WS-AT-RGM(WS-IDX) TO CVR-RGM
                       MOVE SPACES TO CVR-PRESENCA
                       MOVE WS-LOGIN-ID TO CVR-OPERADOR
                       WRITE REG-CONVITE-REUNIAO
                       END-WRITE
                       IF WS-FS-CONVITES EQUAL ZEROS
                           ADD 1 TO WS-QTDE-CONVITES-NOVOS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-QTDE-CONVIDADOS
           MOVE WS-TURMA-BUSCA TO CVR-TURMA
           MOVE WS-DATA-BUSCA TO CVR-DATA
           MOVE ZEROS TO CVR-RESP
           START CONVITES-REUNIAO KEY IS NOT LESS THAN CVR-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-CONVITES
           END-START
           PERFORM UNTIL WS-FS-CONVITES EQUAL 10
               READ CONVITES-REUNIAO NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CONVITES
                   NOT AT END
                   IF CVR-TURMA NOT EQUAL WS-TURMA-BUSCA
                       OR CVR-DATA NOT EQUAL WS-DATA-BUSCA
                       MOVE 10 TO WS-FS-CONVITES
                   ELSE
                       ADD 1 TO WS-QTDE-CONVIDADOS
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CONVITES-REUNIAO.

       EMITE-CONVITES.
           DISPLAY "INFORME A TURMA: "
           ACCEPT WS-TURMA-BUSCA
           DISPLAY "INFORME A DATA DA REUNIAO (AAAAMMDD): "
           ACCEPT WS-DATA-BUSCA
           MOVE ZEROS TO WS-FS-REUNIOES
           OPEN INPUT REUNIOES-PAIS
           IF WS-FS-REUNIOES NOT EQUAL ZEROS
               DISPLAY "NENHUMA REUNIAO AGENDADA"
               GO TO MENU-REUNIAO-PROCEDURE
           END-IF
           MOVE WS-TURMA-BUSCA TO REU-TURMA
           MOVE WS-DATA-BUSCA TO REU-DATA
           READ REUNIOES-PAIS RECORD
               KEY IS REU-CHAVE
               INVALID KEY
               DISPLAY "REUNIAO NAO AGENDADA"
               CLOSE REUNIOES-PAIS
               GO TO MENU-REUNIAO-PROCEDURE
           END-READ

           PERFORM CARREGA-ALUNOS-PROCEDURE
           PERFORM BUSCA-RESP-TURMA-PROCEDURE

           MOVE ZEROS TO WS-FS-CONVITES
           OPEN INPUT CONVITES-REUNIAO
           IF WS-FS-CONVITES NOT EQUAL ZEROS
               DISPLAY "NENHUM CONVITE GERADO PARA A REUNIAO"
               CLOSE REUNIOES-PAIS
               GO TO MENU-REUNIAO-PROCEDURE
           END-IF
           MOVE ZEROS TO WS-FS-RESPONSAVEIS
           OPEN INPUT RESPONSAVEIS

           MOVE SPACES TO WS-DATA-ED
           STRING REU-DATA(7:2) "/" REU-DATA(5:2) "/" REU-DATA(1:4)
               DELIMITED BY SIZE INTO WS-DATA-ED
           MOVE REU-HORA TO WS-HORA-ED
           INSPECT WS-HORA-ED REPLACING ALL " " BY ":"

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               "convites-reuniao-" DELIMITED BY SIZE
               WS-TURMA-BUSCA DELIMITED BY SPACE
               "-" WS-DATA-BUSCA ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE "CONVITES - REUNIAO DE PAIS E MESTRES"
               TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE ZEROS TO WS-QTDE-CARTAS
           MOVE WS-TURMA-BUSCA TO CVR-TURMA
           MOVE WS-DATA-BUSCA TO CVR-DATA
           MOVE ZEROS TO CVR-RESP
           START CONVITES-REUNIAO KEY IS NOT LESS THAN CVR-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-CONVITES
           END-START
           PERFORM UNTIL WS-FS-CONVITES EQUAL 10
               READ CONVITES-REUNIAO NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CONVITES
                   NOT AT END
                   IF CVR-TURMA NOT EQUAL WS-TURMA-BUSCA
                       OR CVR-DATA NOT EQUAL WS-DATA-BUSCA
                       MOVE 10 TO WS-FS-CONVITES
                   ELSE
                       PERFORM IMPRIME-CONVITE-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM

           PERFORM FECHA-SPOOL-PROCEDURE
           IF WS-FS-RESPONSAVEIS EQUAL ZEROS
               CLOSE RESPONSAVEIS
           END-IF
           CLOSE CONVITES-REUNIAO

           DISPLAY "CARTAS-CONVITE EMITIDAS: " WS-QTDE-CARTAS
           MOVE "REUNIAO-PAIS" TO WS-AUD-PROGRAMA
           MOVE "CONVITES" TO WS-AUD-OPERACAO
           MOVE REU-CHAVE TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE
           CLOSE REUNIOES-PAIS

           GO TO MENU-REUNIAO-PROCEDURE.

       IMPRIME-CONVITE-PROCEDURE.
           MOVE CVR-RESP TO WS-RESP-BUSCA
           PERFORM BUSCA-RESPONSAVEL-PROCEDURE
           ADD 1 TO WS-QTDE-CARTAS

           MOVE "----------------------------------------"
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE "CONVITE - REUNIAO DE PAIS E MESTRES" TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "AO RESPONSAVEL " WS-NOME-RESP
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "ENDERECO: " WS-END-RESP
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "CONVIDAMOS V.SA. PARA A REUNIAO DA TURMA "
               REU-TURMA
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "DIA " WS-DATA-ED " AS " WS-HORA-ED
               " - LOCAL: " REU-LOCAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           IF REU-PAUTA NOT EQUAL SPACES
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING "PAUTA: " REU-PAUTA
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-ALUNOS
               IF WS-AT-TURMA(WS-IDX) EQUAL WS-TURMA-BUSCA
                   AND WS-AT-SIT(WS-IDX) NOT EQUAL "I"
                   AND WS-AT-RESP(WS-IDX) EQUAL CVR-RESP
                   MOVE SPACES TO WS-SPOOL-LINHA
                   STRING "ALUNO(A): " WS-AT-NOME(WS-IDX)
                       " (RGM " WS-AT-RGM(WS-IDX) ")"
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                   PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               END-IF
           END-PERFORM

           MOVE "SUA PRESENCA E MUITO IMPORTANTE." TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       REGISTRA-PRESENCA.
           DISPLAY "INFORME A TURMA: "
           ACCEPT WS-TURMA-BUSCA
           DISPLAY "INFORME A DATA DA REUNIAO (AAAAMMDD): "
           ACCEPT WS-DATA-BUSCA
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           IF WS-DATA-BUSCA GREATER THAN WS-DATA-HOJE
               DISPLAY "A REUNIAO AINDA NAO ACONTECEU"
               GO TO MENU-REUNIAO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-REUNIOES
           OPEN I-O REUNIOES-PAIS
           IF WS-FS-REUNIOES NOT EQUAL ZEROS
               DISPLAY "NENHUMA REUNIAO AGENDADA"
               GO TO MENU-REUNIAO-PROCEDURE
           END-IF
           MOVE WS-TURMA-BUSCA TO REU-TURMA
           MOVE WS-DATA-BUSCA TO REU-DATA
           READ REUNIOES-PAIS RECORD
               KEY IS REU-CHAVE
               INVALID KEY
               DISPLAY "REUNIAO NAO AGENDADA"
               CLOSE REUNIOES-PAIS
               GO TO MENU-REUNIAO-PROCEDURE
           END-READ

           MOVE ZEROS TO WS-FS-CONVITES
           OPEN I-O CONVITES-REUNIAO
           IF WS-FS-CONVITES NOT EQUAL ZEROS
               DISPLAY "NENHUM CONVITE GERADO PARA A REUNIAO"
               CLOSE REUNIOES-PAIS
               GO TO MENU-REUNIAO-PROCEDURE
           END-IF
           MOVE ZEROS TO WS-FS-RESPONSAVEIS
           OPEN INPUT RESPONSAVEIS

           DISPLAY "INFORME P (PRESENTE) OU A (AUSENTE) PARA CADA "
               "RESPONSAVEL"
           MOVE ZEROS TO WS-QTDE-CONVIDADOS
           MOVE ZEROS TO WS-QTDE-PRESENTES
           MOVE WS-TURMA-BUSCA TO CVR-TURMA
           MOVE WS-DATA-BUSCA TO CVR-DATA
           MOVE ZEROS TO CVR-RESP
           START CONVITES-REUNIAO KEY IS NOT LESS THAN CVR-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-CONVITES
           END-START
           PERFORM UNTIL WS-FS-CONVITES EQUAL 10
               READ CONVITES-REUNIAO NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CONVITES
                   NOT AT END
                   IF CVR-TURMA NOT EQUAL WS-TURMA-BUSCA
                       OR CVR-DATA NOT EQUAL WS-DATA-BUSCA
                       MOVE 10 TO WS-FS-CONVITES
                   ELSE
                       PERFORM GRAVA-PRESENCA-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           IF WS-FS-RESPONSAVEIS EQUAL ZEROS
               CLOSE RESPONSAVEIS
           END-IF
           CLOSE CONVITES-REUNIAO

           MOVE "REALIZADA" TO REU-SITUACAO
           MOVE WS-QTDE-CONVIDADOS TO REU-QTDE-CONVIDADOS
           MOVE WS-QTDE-PRESENTES TO REU-QTDE-PRESENTES
           MOVE WS-LOGIN-ID TO REU-OPERADOR
           REWRITE REG-REUNIAO
           END-REWRITE
           IF WS-FS-REUNIOES NOT EQUAL ZEROS
               DISPLAY "ERRO AO ATUALIZAR A REUNIAO"
               MOVE WS-FS-REUNIOES TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF
           CLOSE REUNIOES-PAIS

           DISPLAY "FAMILIAS CONVIDADAS: " WS-QTDE-CONVIDADOS
               "  PRESENTES: " WS-QTDE-PRESENTES
           MOVE "REUNIAO-PAIS" TO WS-AUD-PROGRAMA
           MOVE "PRESENCA" TO WS-AUD-OPERACAO
           MOVE REU-CHAVE TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           GO TO MENU-REUNIAO-PROCEDURE.

       GRAVA-PRESENCA-PROCEDURE.
           MOVE CVR-RESP TO WS-RESP-BUSCA
           PERFORM BUSCA-RESPONSAVEL-PROCEDURE
           DISPLAY CVR-RESP " " WS-NOME-RESP " (P/A): "
           ACCEPT WS-PRESENCA
           PERFORM UNTIL WS-PRESENCA EQUAL "P"
               OR WS-PRESENCA EQUAL "A"
               DISPLAY "SITUACAO INVALIDA. INFORME P OU A"
               ACCEPT WS-PRESENCA
           END-PERFORM
           MOVE WS-PRESENCA TO CVR-PRESENCA
           MOVE WS-LOGIN-ID TO CVR-OPERADOR
           REWRITE REG-CONVITE-REUNIAO
           END-REWRITE
           IF WS-FS-CONVITES NOT EQUAL ZEROS
               DISPLAY "ERRO AO GRAVAR A PRESENCA DO RESPONSAVEL "
                   CVR-RESP
               MOVE WS-FS-CONVITES TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               MOVE ZEROS TO WS-FS-CONVITES
           END-IF
           ADD 1 TO WS-QTDE-CONVIDADOS
           IF WS-PRESENCA EQUAL "P"
               ADD 1 TO WS-QTDE-PRESENTES
           END-IF.

      * SO CONTAM REUNIOES COM PRESENCA REGISTRADA; A CHAVE TRAZ OS
      * CONVITES POR TURMA E DATA, ENTAO CADA FAMILIA VE AS SUAS
      * REUNIOES EM ORDEM CRONOLOGICA DENTRO DA TURMA
       RELATORIO-FALTOSOS.
           MOVE ZEROS TO WS-FS-CONVITES
           OPEN INPUT CONVITES-REUNIAO
           IF WS-FS-CONVITES NOT EQUAL ZEROS
               DISPLAY "NENHUMA REUNIAO COM CONVITES"
               GO TO MENU-REUNIAO-PROCEDURE
           END-IF
           PERFORM CARREGA-ALUNOS-PROCEDURE
           MOVE ZEROS TO WS-FS-RESPONSAVEIS
           OPEN INPUT RESPONSAVEIS
           MOVE ZEROS TO WS-FS-RISCO
           OPEN INPUT RISCO-ALUNOS
           MOVE ZEROS TO WS-FS-OCORRENCIAS
           OPEN INPUT OCORRENCIAS

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               "faltas-reunioes-" WS-DATA-HOJE ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE "FAMILIAS AUSENTES EM REUNIOES SEGUIDAS"
               TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE
           MOVE "CRITERIO: 2 OU MAIS FALTAS CONSECUTIVAS NAS REUNIOES"
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE ZEROS TO WS-QTDE-FALTOSAS
           MOVE SPACES TO WS-TURMA-CORRENTE
           INITIALIZE WS-FAMILIAS
           PERFORM UNTIL WS-FS-CONVITES EQUAL 10
               READ CONVITES-REUNIAO NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CONVITES
                   NOT AT END
                   IF CVR-TURMA NOT EQUAL WS-TURMA-CORRENTE
                       IF WS-TURMA-CORRENTE NOT EQUAL SPACES
                           PERFORM IMPRIME-TURMA-FALTOSOS-PROCEDURE
                       END-IF
                       MOVE CVR-TURMA TO WS-TURMA-CORRENTE
                       INITIALIZE WS-FAMILIAS
                   END-IF
                   PERFORM ACUMULA-FALTA-PROCEDURE
               END-READ
           END-PERFORM
           IF WS-TURMA-CORRENTE NOT EQUAL SPACES
               PERFORM IMPRIME-TURMA-FALTOSOS-PROCEDURE
           END-IF

           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "TOTAL DE FAMILIAS A CONTATAR: " WS-QTDE-FALTOSAS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           IF WS-FS-OCORRENCIAS EQUAL ZEROS
               CLOSE OCORRENCIAS
           END-IF
           IF WS-FS-RISCO EQUAL ZEROS
               CLOSE RISCO-ALUNOS
           END-IF
           IF WS-FS-RESPONSAVEIS EQUAL ZEROS
               CLOSE RESPONSAVEIS
           END-IF
           CLOSE CONVITES-REUNIAO

           DISPLAY "FAMILIAS A CONTATAR: " WS-QTDE-FALTOSAS
           GO TO MENU-REUNIAO-PROCEDURE.

       ACUMULA-FALTA-PROCEDURE.
           IF CVR-RESP GREATER THAN ZEROS
               AND (CVR-PRESENCA EQUAL "P" OR CVR-PRESENCA EQUAL "A")
               MOVE CVR-RESP TO WS-IDX-RESP
               ADD 1 TO WS-FAM-REUNIOES(WS-IDX-RESP)
               MOVE CVR-RGM TO WS-FAM-RGM(WS-IDX-RESP)
               IF CVR-PRESENCA EQUAL "A"
                   ADD 1 TO WS-FAM-FALTAS(WS-IDX-RESP)
                   ADD 1 TO WS-FAM-SEQUENCIA(WS-IDX-RESP)
                   IF WS-FAM-SEQUENCIA(WS-IDX-RESP) GREATER THAN
                       WS-FAM-MAIOR-SEQ(WS-IDX-RESP)
                       MOVE WS-FAM-SEQUENCIA(WS-IDX-RESP)
                           TO WS-FAM-MAIOR-SEQ(WS-IDX-RESP)
                   END-IF
               ELSE
                   MOVE ZEROS TO WS-FAM-SEQUENCIA(WS-IDX-RESP)
               END-IF
           END-IF.

       IMPRIME-TURMA-FALTOSOS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-FALTOSAS-TURMA
           PERFORM VARYING WS-IDX-RESP FROM 1 BY 1
               UNTIL WS-IDX-RESP GREATER THAN 9999
               IF WS-FAM-MAIOR-SEQ(WS-IDX-RESP) NOT LESS THAN 2
                   IF WS-QTDE-FALTOSAS-TURMA EQUAL ZEROS
                       MOVE SPACES TO WS-SPOOL-LINHA
                       PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
                       MOVE SPACES TO WS-SPOOL-LINHA
                       STRING "TURMA " WS-TURMA-CORRENTE
                           DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                       PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
                   END-IF
                   ADD 1 TO WS-QTDE-FALTOSAS-TURMA
                   ADD 1 TO WS-QTDE-FALTOSAS
                   PERFORM IMPRIME-FAMILIA-PROCEDURE
               END-IF
           END-PERFORM.

       IMPRIME-FAMILIA-PROCEDURE.
           MOVE WS-IDX-RESP TO WS-RESP-BUSCA
           PERFORM BUSCA-RESPONSAVEL-PROCEDURE
           MOVE WS-FAM-RGM(WS-IDX-RESP) TO WS-RGM-BUSCA
           PERFORM PROCURA-NOME-PROCEDURE
           PERFORM BUSCA-RISCO-PROCEDURE
           PERFORM CONTA-OCORRENCIAS-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING WS-RESP-BUSCA " " WS-NOME-RESP
               " TEL " WS-TEL-RESP
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "     FALTAS SEGUIDAS " WS-FAM-MAIOR-SEQ(WS-IDX-RESP)
               " (ATUAL " WS-FAM-SEQUENCIA(WS-IDX-RESP)
               ") - FALTOU " WS-FAM-FALTAS(WS-IDX-RESP)
               " DE " WS-FAM-REUNIOES(WS-IDX-RESP) " REUNIOES"
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           IF WS-RISCO-DATA EQUAL ZEROS
               STRING "     RGM " WS-RGM-BUSCA " " WS-NOME-ACHADO
                   " RISCO: SEM APURACAO"
                   " OCORR " WS-QTDE-OCORRENCIAS
                   " SUSP " WS-QTDE-SUSPENSOES
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           ELSE
               STRING "     RGM " WS-RGM-BUSCA " " WS-NOME-ACHADO
                   " RISCO " WS-RISCO-PONTOS " (" WS-RISCO-DATA ")"
                   " OCORR " WS-QTDE-OCORRENCIAS
                   " SUSP " WS-QTDE-SUSPENSOES
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-IF
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

      * PONTOS DA APURACAO MAIS RECENTE DO ALERTA DE RISCO DO ALUNO
       BUSCA-RISCO-PROCEDURE.
           MOVE ZEROS TO WS-RISCO-PONTOS
           MOVE ZEROS TO WS-RISCO-DATA
           IF WS-FS-RISCO EQUAL ZEROS
               MOVE WS-RGM-BUSCA TO RSC-RGM
               MOVE ZEROS TO RSC-DATA
               START RISCO-ALUNOS KEY IS NOT LESS THAN RSC-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-RISCO
               END-START
               PERFORM UNTIL WS-FS-RISCO EQUAL 10
                   READ RISCO-ALUNOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-RISCO
                       NOT AT END
                       IF RSC-RGM NOT EQUAL WS-RGM-BUSCA
                           MOVE 10 TO WS-FS-RISCO
                       ELSE
                           MOVE RSC-PONTOS TO WS-RISCO-PONTOS
                           MOVE RSC-DATA TO WS-RISCO-DATA
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-RISCO
           END-IF.

       CONTA-OCORRENCIAS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-OCORRENCIAS
           MOVE ZEROS TO WS-QTDE-SUSPENSOES
           IF WS-FS-OCORRENCIAS EQUAL ZEROS
               MOVE WS-RGM-BUSCA TO OCO-RGM
               MOVE ZEROS TO OCO-DATA
               MOVE ZEROS TO OCO-SEQ
               START OCORRENCIAS KEY IS NOT LESS THAN OCO-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-OCORRENCIAS
               END-START
               PERFORM UNTIL WS-FS-OCORRENCIAS EQUAL 10
                   READ OCORRENCIAS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-OCORRENCIAS
                       NOT AT END
                       IF OCO-RGM NOT EQUAL WS-RGM-BUSCA
                           MOVE 10 TO WS-FS-OCORRENCIAS
                       ELSE
                           ADD 1 TO WS-QTDE-OCORRENCIAS
                           IF OCO-DIAS-SUSPENSAO GREATER THAN ZEROS
                               ADD 1 TO WS-QTDE-SUSPENSOES
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-OCORRENCIAS
           END-IF.

      * RESPONSAVEIS ABERTO EM INPUT PELO CHAMADOR
       BUSCA-RESPONSAVEL-PROCEDURE.
           MOVE "RESPONSAVEL NAO CADASTRADO" TO WS-NOME-RESP
           MOVE SPACES TO WS-END-RESP
           MOVE SPACES TO WS-TEL-RESP
           IF WS-FS-RESPONSAVEIS EQUAL ZEROS
               MOVE WS-RESP-BUSCA TO RESP-CODIGO
               READ RESPONSAVEIS RECORD
                   KEY IS RESP-CODIGO
                   INVALID KEY
                   MOVE ZEROS TO WS-FS-RESPONSAVEIS
                   NOT INVALID KEY
                   MOVE RESP-NOME TO WS-NOME-RESP
                   MOVE RESP-ENDERECO TO WS-END-RESP
                   MOVE RESP-TELEFONE TO WS-TEL-RESP
               END-READ
           END-IF.

       CARREGA-ALUNOS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ALUNOS
           MOVE ZEROS TO WS-FS-ALUNOS
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS EQUAL ZEROS
               PERFORM UNTIL WS-FS-ALUNOS EQUAL 10
                   READ ALUNOS
                       AT END MOVE 10 TO WS-FS-ALUNOS
                       NOT AT END
                       IF WS-QTDE-ALUNOS LESS THAN 800
                           ADD 1 TO WS-QTDE-ALUNOS
                           MOVE RGM-ALUNO TO WS-AT-RGM(WS-QTDE-ALUNOS)
                           MOVE NOME-ALUNO
                               TO WS-AT-NOME(WS-QTDE-ALUNOS)
                           MOVE SIT-ALUNO TO WS-AT-SIT(WS-QTDE-ALUNOS)
                           MOVE TURMA-ALUNO
                               TO WS-AT-TURMA(WS-QTDE-ALUNOS)
                           MOVE ZEROS TO WS-AT-RESP(WS-QTDE-ALUNOS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNOS
           END-IF.

      * RESPONSAVEL (ALUNO-RESP) DE CADA ALUNO ATIVO DA WS-TURMA-BUSCA
       BUSCA-RESP-TURMA-PROCEDURE.
           MOVE ZEROS TO WS-FS-ALUNORESP
           OPEN INPUT ALUNO-RESP
           IF WS-FS-ALUNORESP EQUAL ZEROS
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER THAN WS-QTDE-ALUNOS
                   IF WS-AT-TURMA(WS-IDX) EQUAL WS-TURMA-BUSCA
                       AND WS-AT-SIT(WS-IDX) NOT EQUAL "I"
                       MOVE WS-AT-RGM(WS-IDX) TO ALR-RGM
                       READ ALUNO-RESP RECORD
                           KEY IS ALR-RGM
                           INVALID KEY
                           CONTINUE
                           NOT INVALID KEY
                           MOVE ALR-RESP TO WS-AT-RESP(WS-IDX)
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ALUNO-RESP
           END-IF.

       PROCURA-NOME-PROCEDURE.
           MOVE SPACES TO WS-NOME-ACHADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-ALUNOS
               IF WS-AT-RGM(WS-IDX) EQUAL WS-RGM-BUSCA
                   MOVE WS-AT-NOME(WS-IDX) TO WS-NOME-ACHADO
               END-IF
           END-PERFORM.

       COPY SPOOLPRC.
       COPY LOGINPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM REUNIAO-PAIS.
