      ******************************************************************
      * Author:
      * Date:
      * Purpose: PROCESSO SELETIVO - INSCRICAO DE CANDIDATOS, NOTAS DA
      *          PROVA DE INGRESSO, CLASSIFICACAO POR TURMA E
      *          CONVERSAO DOS APROVADOS EM MATRICULA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESSO-SELETIVO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
           SELECT  PARAMETROS ASSIGN TO WS-ARQ-SELETIVO-PARAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-PARAMETROS.

           SELECT  ALUNOS ASSIGN TO WS-ARQ-ALUNOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ALUNOS.

           COPY CNDSEL.

           COPY TURMSEL.

           COPY TDOCSEL.

           COPY CHKSEL.

           COPY ESPSEL.

           COPY ALRSSEL.

           COPY RESPSEL.

           COPY SPOOLSEL.

           COPY OPERSEL.

           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
           FD PARAMETROS.
       01 REG-PARAMETROS.
           03 PRM-QTDE-PROVAS       PIC 9(001).
           03 PRM-PROVA-NOME        PIC X(015) OCCURS 5 TIMES.
           03 PRM-MEDIA-MINIMA      PIC 9(002)V99.

           FD ALUNOS.
       01 REG-ALUNOS.
           03  RGM-ALUNO           PIC 9(005).
           03  NOME-ALUNO          PIC A(020).
           03  SIT-ALUNO           PIC X(001).
           03  TURMA-ALUNO         PIC X(007).

           COPY CNDFD.

           COPY TURMFD.

           COPY TDOCFD.

           COPY CHKFD.

           COPY ESPFD.

           COPY ALRSFD.

           COPY RESPFD.

           COPY SPOOLFD.

           COPY OPERFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       01 WS-FS-PARAMETROS          PIC 99.
       01 WS-FS-ALUNOS              PIC 99.
       01 WS-FS-CANDIDATOS          PIC 99.
       01 WS-FS-TURMAS              PIC 99.
       01 WS-FS-TIPOSDOC            PIC 99.
       01 WS-FS-CHECKLIST           PIC 99.
       01 WS-FS-ESPERA              PIC 99.
       01 WS-FS-ALUNORESP           PIC 99.
       01 WS-FS-RESPONSAVEIS        PIC 99.
       01 WS-OPC                    PIC X(001).
       01 WS-TENT-INVALIDAS         PIC 9(002) VALUE ZEROS.
       01 WS-TENT-LIMITE            PIC 9(002) VALUE 3.
       01 WS-QTDE-PROVAS            PIC 9(001) VALUE 2.
       01 WS-MEDIA-MINIMA           PIC 9(002)V99 VALUE 5.00.
       01 WS-PROVAS-TABELA.
           03 WS-PROVA-NOME         PIC X(015) OCCURS 5 TIMES.
       01 WS-ANO-SELETIVO           PIC 9(004) VALUE ZEROS.
       01 WS-INSCRICAO-BUSCA        PIC 9(005) VALUE ZEROS.
       01 WS-ULTIMA-INSCRICAO       PIC 9(005) VALUE ZEROS.
       01 WS-NOME-NOVO              PIC A(020) VALUE SPACES.
       01 WS-DATA-NASC              PIC 9(008) VALUE ZEROS.
       01 WS-DOCUMENTO              PIC X(014) VALUE SPACES.
       01 WS-TURMA-NOVA             PIC X(007) VALUE SPACES.
       01 WS-PERIODO-TURMA          PIC X(010) VALUE SPACES.
       01 WS-RESP-NOVO              PIC 9(004) VALUE ZEROS.
       01 WS-DOC-DUPLICADO          PIC X(001) VALUE "N".
       01 WS-TURMA-OK               PIC X(001) VALUE "N".
       01 WS-DATA-HOJE              PIC 9(008) VALUE ZEROS.
       01 WS-NOTA-DIGITADA          PIC 9(002)V99 VALUE ZEROS.
       01 WS-SOMA-NOTAS             PIC 9(003)V99 VALUE ZEROS.
       01 WS-NOTA-IDX               PIC 9(001) VALUE ZEROS.
       01 WS-MEDIA-ED               PIC Z9.99.
       01 WS-IDX                    PIC 9(003) VALUE ZEROS.
       01 WS-IDX-2                  PIC 9(003) VALUE ZEROS.
       01 WS-TURMA-INI              PIC 9(003) VALUE ZEROS.
       01 WS-TURMA-FIM              PIC 9(003) VALUE ZEROS.
       01 WS-TROCA                  PIC X(001) VALUE "N".
       01 WS-CAPACIDADE             PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-NA-TURMA          PIC 9(003) VALUE ZEROS.
       01 WS-VAGAS                  PIC 9(003) VALUE ZEROS.
       01 WS-POSICAO                PIC 9(003) VALUE ZEROS.
       01 WS-GRUPO                  PIC X(010) VALUE SPACES.
       01 WS-QTDE-GRUPO             PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-APROVADOS         PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-ESPERA            PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-REPROVADOS        PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-AUSENTES          PIC 9(005) VALUE ZEROS.
       01 WS-ULTIMO-RGM             PIC 9(005) VALUE ZEROS.
       01 WS-RGM-NOVO               PIC 9(005) VALUE ZEROS.
       01 WS-CONFIRMA               PIC X(001) VALUE "N".
       01 WS-QTDE-DOCUMENTOS        PIC 9(002) VALUE ZEROS.

      * CANDIDATOS DO ANO, ORDENADOS POR TURMA E CLASSIFICACAO
       01 WS-CAND-TABELA.
           03 WS-QTDE-CAND          PIC 9(003) VALUE ZEROS.
           03 WS-CAND-ITEM OCCURS 600 TIMES.
               05 WS-CT-TURMA       PIC X(007).
               05 WS-CT-MEDIA       PIC 9(002)V99.
               05 WS-CT-NASC        PIC 9(008).
               05 WS-CT-INSCRICAO   PIC 9(005).
               05 WS-CT-NOME        PIC A(020).
               05 WS-CT-LANCADAS    PIC X(001).
               05 WS-CT-CLASSIF     PIC 9(003).
               05 WS-CT-RESULTADO   PIC X(010).
               05 WS-CT-RESP        PIC 9(004).

       01 WS-CAND-TROCA.
           03 WS-TRC-TURMA          PIC X(007).
           03 WS-TRC-MEDIA          PIC 9(002)V99.
           03 WS-TRC-NASC           PIC 9(008).
           03 WS-TRC-INSCRICAO      PIC 9(005).
           03 WS-TRC-NOME           PIC A(020).
           03 WS-TRC-LANCADAS       PIC X(001).
           03 WS-TRC-CLASSIF        PIC 9(003).
           03 WS-TRC-RESULTADO      PIC X(010).
           03 WS-TRC-RESP           PIC 9(004).

       COPY SPOOLWS.
       COPY LOGINWS.
       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE
           PERFORM LOGIN-OPERADOR-ESCOLA-PROCEDURE
           PERFORM CARREGA-PARAMETROS-PROCEDURE.
       MENU-SELETIVO-PROCEDURE.

           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-SELETIVO-REPROMPT.

           DISPLAY " "
           DISPLAY "---------PROCESSO SELETIVO -------------"
           DISPLAY "I - INSCRICAO DE CANDIDATO"
           DISPLAY "N - LANCAR NOTAS DA PROVA"
           DISPLAY "C - CLASSIFICAR CANDIDATOS POR TURMA"
           DISPLAY "M - MATRICULAR APROVADOS E ENVIAR ESPERA"
           DISPLAY "L - LISTAR CANDIDATOS"
           DISPLAY "V - ENCERRAR"
           DISPLAY "DIGITE A OPCAO I,N,C,M OU L... OU V PARA SAIR"

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO "V"

               IF WS-OPC IS EQUAL TO "I"
               GO TO INSCREVE-CANDIDATO
               ELSE IF WS-OPC IS EQUAL TO "N"
               GO TO LANCA-NOTAS
               ELSE IF WS-OPC IS EQUAL TO "C"
               GO TO CLASSIFICA-CANDIDATOS
               ELSE IF WS-OPC IS EQUAL TO "M"
               GO TO CONVERTE-APROVADOS
               ELSE IF WS-OPC IS EQUAL TO "L"
               GO TO LISTA-CANDIDATOS
               ELSE
               DISPLAY "OPCAO INVALIDA"
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY "MUITAS OPCOES INVALIDAS"
                   DISPLAY "APLICACAO FINALIZADA!"
                   STOP RUN
               END-IF
               GO TO MENU-SELETIVO-REPROMPT
               END-IF

           END-PERFORM

           DISPLAY "APLICACAO FINALIZADA!"
           STOP RUN.

       INSCREVE-CANDIDATO.
           DISPLAY "INFORME O ANO DE INGRESSO (EX: 2022): "
           ACCEPT WS-ANO-SELETIVO
           DISPLAY "INFORME O NOME DO CANDIDATO: "
           ACCEPT WS-NOME-NOVO
           IF WS-NOME-NOVO EQUAL SPACES
               DISPLAY "NOME NAO PODE SER VAZIO"
               GO TO MENU-SELETIVO-PROCEDURE
           END-IF
           DISPLAY "INFORME A DATA DE NASCIMENTO (AAAAMMDD): "
           ACCEPT WS-DATA-NASC
           DISPLAY "INFORME O DOCUMENTO (RG OU CPF): "
           ACCEPT WS-DOCUMENTO
           IF WS-DOCUMENTO EQUAL SPACES
               DISPLAY "DOCUMENTO NAO PODE SER VAZIO"
               GO TO MENU-SELETIVO-PROCEDURE
           END-IF

           DISPLAY "INFORME A TURMA PRETENDIDA (EX: 2022-A): "
           ACCEPT WS-TURMA-NOVA
           PERFORM BUSCA-TURMA-PROCEDURE
           IF WS-TURMA-OK NOT EQUAL "S"
               DISPLAY "TURMA NAO CADASTRADA - INSCRICAO BLOQUEADA"
               GO TO MENU-SELETIVO-PROCEDURE
           END-IF
           DISPLAY "PERIODO DA TURMA: " WS-PERIODO-TURMA

           DISPLAY "INFORME O CODIGO DO RESPONSAVEL (0 SE NAO "
               "CADASTRADO): "
           ACCEPT WS-RESP-NOVO
           IF WS-RESP-NOVO GREATER THAN ZEROS
               PERFORM BUSCA-RESPONSAVEL-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-CANDIDATOS
           OPEN I-O CANDIDATOS
           IF WS-FS-CANDIDATOS EQUAL 35
               OPEN OUTPUT CANDIDATOS
               CLOSE CANDIDATOS
               OPEN I-O CANDIDATOS
           END-IF

           PERFORM PROXIMA-INSCRICAO-PROCEDURE
           IF WS-DOC-DUPLICADO EQUAL "S"
               DISPLAY "DOCUMENTO JA INSCRITO NESTE PROCESSO SELETIVO"
               CLOSE CANDIDATOS
               GO TO MENU-SELETIVO-PROCEDURE
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           INITIALIZE REG-CANDIDATO
           MOVE WS-ANO-SELETIVO TO CND-ANO
           COMPUTE CND-INSCRICAO = WS-ULTIMA-INSCRICAO + 1
           MOVE WS-NOME-NOVO TO CND-NOME
           MOVE WS-DATA-NASC TO CND-DATA-NASC
           MOVE WS-DOCUMENTO TO CND-DOCUMENTO
           MOVE WS-RESP-NOVO TO CND-RESP
           MOVE WS-TURMA-NOVA TO CND-TURMA
           MOVE WS-PERIODO-TURMA TO CND-PERIODO
           MOVE WS-DATA-HOJE TO CND-DATA-INSCRICAO
           MOVE "N" TO CND-NOTAS-LANCADAS
           MOVE "INSCRITO" TO CND-RESULTADO

           WRITE REG-CANDIDATO
           END-WRITE
           IF WS-FS-CANDIDATOS EQUAL ZEROS
               DISPLAY "CANDIDATO INSCRITO SOB O NUMERO " CND-INSCRICAO
               MOVE "SELETIVO" TO WS-AUD-PROGRAMA
               MOVE "INSCRICAO" TO WS-AUD-OPERACAO
               MOVE CND-CHAVE TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           ELSE
               DISPLAY "ERRO AO GRAVAR A INSCRICAO"
               MOVE WS-FS-CANDIDATOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF

           CLOSE CANDIDATOS
           GO TO MENU-SELETIVO-PROCEDURE.

       BUSCA-TURMA-PROCEDURE.
           MOVE "N" TO WS-TURMA-OK
           MOVE SPACES TO WS-PERIODO-TURMA
           MOVE ZEROS TO WS-CAPACIDADE
           MOVE ZEROS TO WS-FS-TURMAS
           OPEN INPUT TURMAS
           IF WS-FS-TURMAS EQUAL ZEROS
               MOVE WS-TURMA-NOVA TO TUR-CODIGO
               READ TURMAS RECORD
                   KEY IS TUR-CODIGO
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE "S" TO WS-TURMA-OK
                   MOVE TUR-PERIODO TO WS-PERIODO-TURMA
                   MOVE TUR-CAPACIDADE TO WS-CAPACIDADE
               END-READ
               CLOSE TURMAS
           END-IF.

       BUSCA-RESPONSAVEL-PROCEDURE.
           MOVE ZEROS TO WS-FS-RESPONSAVEIS
           OPEN INPUT RESPONSAVEIS
           IF WS-FS-RESPONSAVEIS EQUAL ZEROS
               MOVE WS-RESP-NOVO TO RESP-CODIGO
               READ RESPONSAVEIS RECORD
                   KEY IS RESP-CODIGO
                   INVALID KEY
                   DISPLAY "RESPONSAVEL NAO CADASTRADO - CADASTRE "
                       "EM CADASTRO-RESPONSAVEIS E INFORME DEPOIS"
                   MOVE ZEROS TO WS-RESP-NOVO
                   NOT INVALID KEY
                   DISPLAY "RESPONSAVEL: " RESP-NOME
               END-READ
               CLOSE RESPONSAVEIS
           ELSE
               DISPLAY "CADASTRO DE RESPONSAVEIS INDISPONIVEL"
               MOVE ZEROS TO WS-RESP-NOVO
           END-IF.

      * NUMERA A INSCRICAO NO ANO E RECUSA O MESMO DOCUMENTO DUAS VEZES
       PROXIMA-INSCRICAO-PROCEDURE.
           MOVE ZEROS TO WS-ULTIMA-INSCRICAO
           MOVE "N" TO WS-DOC-DUPLICADO
           MOVE WS-ANO-SELETIVO TO CND-ANO
           MOVE ZEROS TO CND-INSCRICAO
           START CANDIDATOS KEY IS NOT LESS THAN CND-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-CANDIDATOS
           END-START
           PERFORM UNTIL WS-FS-CANDIDATOS EQUAL 10
               READ CANDIDATOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CANDIDATOS
                   NOT AT END
                   IF CND-ANO NOT EQUAL WS-ANO-SELETIVO
                       MOVE 10 TO WS-FS-CANDIDATOS
                   ELSE
                       MOVE CND-INSCRICAO TO WS-ULTIMA-INSCRICAO
                       IF CND-DOCUMENTO EQUAL WS-DOCUMENTO
                           MOVE "S" TO WS-DOC-DUPLICADO
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-CANDIDATOS.

       LANCA-NOTAS.
           DISPLAY "INFORME O ANO DE INGRESSO: "
           ACCEPT WS-ANO-SELETIVO
           DISPLAY "INFORME O NUMERO DE INSCRICAO: "
           ACCEPT WS-INSCRICAO-BUSCA

           MOVE ZEROS TO WS-FS-CANDIDATOS
           OPEN I-O CANDIDATOS
           IF WS-FS-CANDIDATOS NOT EQUAL ZEROS
               DISPLAY "NENHUM CANDIDATO INSCRITO"
               GO TO MENU-SELETIVO-PROCEDURE
           END-IF

           MOVE WS-ANO-SELETIVO TO CND-ANO
           MOVE WS-INSCRICAO-BUSCA TO CND-INSCRICAO
           READ CANDIDATOS RECORD
               KEY IS CND-CHAVE
               INVALID KEY
               DISPLAY "INSCRICAO NAO ENCONTRADA"
               CLOSE CANDIDATOS
               GO TO MENU-SELETIVO-PROCEDURE
           END-READ

           IF CND-RESULTADO EQUAL "MATRICULA"
               OR CND-RESULTADO EQUAL "LISTA-ESP"
               DISPLAY "CANDIDATO JA CONVERTIDO - NOTAS BLOQUEADAS"
               CLOSE CANDIDATOS
               GO TO MENU-SELETIVO-PROCEDURE
           END-IF

           DISPLAY "CANDIDATO: " CND-NOME " TURMA " CND-TURMA
           MOVE ZEROS TO WS-SOMA-NOTAS
           PERFORM VARYING WS-NOTA-IDX FROM 1 BY 1
               UNTIL WS-NOTA-IDX GREATER THAN WS-QTDE-PROVAS
               DISPLAY "INSIRA A NOTA DE " WS-PROVA-NOME(WS-NOTA-IDX)
               ACCEPT WS-NOTA-DIGITADA
               PERFORM UNTIL WS-NOTA-DIGITADA NOT GREATER THAN 10
                   DISPLAY "NOTA INVALIDA. INFORME UM VALOR DE 0 A 10"
                   ACCEPT WS-NOTA-DIGITADA
               END-PERFORM
               MOVE WS-NOTA-DIGITADA TO CND-NOTA(WS-NOTA-IDX)
               ADD WS-NOTA-DIGITADA TO WS-SOMA-NOTAS
           END-PERFORM
           COMPUTE CND-MEDIA ROUNDED = WS-SOMA-NOTAS / WS-QTDE-PROVAS
           MOVE "S" TO CND-NOTAS-LANCADAS
           MOVE ZEROS TO CND-CLASSIFICACAO
           MOVE "INSCRITO" TO CND-RESULTADO

           REWRITE REG-CANDIDATO
           END-REWRITE
           IF WS-FS-CANDIDATOS EQUAL ZEROS
               MOVE CND-MEDIA TO WS-MEDIA-ED
               DISPLAY "NOTAS GRAVADAS - MEDIA " WS-MEDIA-ED
               MOVE "SELETIVO" TO WS-AUD-PROGRAMA
               MOVE "NOTAS" TO WS-AUD-OPERACAO
               MOVE CND-CHAVE TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           ELSE
               DISPLAY "ERRO AO GRAVAR AS NOTAS"
               MOVE WS-FS-CANDIDATOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF

           CLOSE CANDIDATOS
           GO TO MENU-SELETIVO-PROCEDURE.

      * AS VAGAS DE CADA TURMA SAO A CAPACIDADE MENOS OS ALUNOS ATIVOS;
      * EMPATE NA MEDIA FAVORECE O CANDIDATO MAIS VELHO
       CLASSIFICA-CANDIDATOS.
           DISPLAY "INFORME O ANO DE INGRESSO: "
           ACCEPT WS-ANO-SELETIVO

           MOVE ZEROS TO WS-FS-CANDIDATOS
           OPEN I-O CANDIDATOS
           IF WS-FS-CANDIDATOS NOT EQUAL ZEROS
               DISPLAY "NENHUM CANDIDATO INSCRITO"
               GO TO MENU-SELETIVO-PROCEDURE
           END-IF

           MOVE "C" TO WS-OPC
           PERFORM CARREGA-CANDIDATOS-PROCEDURE
           IF WS-QTDE-CAND EQUAL ZEROS
               DISPLAY "NENHUM CANDIDATO A CLASSIFICAR NO ANO "
                   WS-ANO-SELETIVO
               CLOSE CANDIDATOS
               GO TO MENU-SELETIVO-PROCEDURE
           END-IF
           PERFORM ORDENA-CANDIDATOS-PROCEDURE

           MOVE ZEROS TO WS-QTDE-APROVADOS
           MOVE ZEROS TO WS-QTDE-ESPERA
           MOVE ZEROS TO WS-QTDE-REPROVADOS
           MOVE ZEROS TO WS-QTDE-AUSENTES
           MOVE SPACES TO WS-TURMA-NOVA
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-CAND
               IF WS-CT-TURMA(WS-IDX) NOT EQUAL WS-TURMA-NOVA
                   MOVE WS-CT-TURMA(WS-IDX) TO WS-TURMA-NOVA
                   PERFORM CALCULA-VAGAS-PROCEDURE
                   MOVE ZEROS TO WS-POSICAO
               END-IF
               PERFORM DEFINE-RESULTADO-PROCEDURE
               PERFORM REGRAVA-CANDIDATO-PROCEDURE
           END-PERFORM
           CLOSE CANDIDATOS

           PERFORM IMPRIME-RESULTADO-PROCEDURE

           DISPLAY "APROVADOS.........: " WS-QTDE-APROVADOS
           DISPLAY "LISTA DE ESPERA...: " WS-QTDE-ESPERA
           DISPLAY "NAO APROVADOS.....: " WS-QTDE-REPROVADOS
           DISPLAY "SEM NOTAS.........: " WS-QTDE-AUSENTES
           DISPLAY "RESULTADO GRAVADO EM " WS-ARQ-SPOOL

           MOVE "SELETIVO" TO WS-AUD-PROGRAMA
           MOVE "CLASSIFICA" TO WS-AUD-OPERACAO
           MOVE WS-ANO-SELETIVO TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           GO TO MENU-SELETIVO-PROCEDURE.

      * WS-OPC "C" CARREGA OS AINDA NAO CONVERTIDOS; "M" SO APROVADOS
      * E ESPERA DA ULTIMA CLASSIFICACAO
       CARREGA-CANDIDATOS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-CAND
           MOVE WS-ANO-SELETIVO TO CND-ANO
           MOVE ZEROS TO CND-INSCRICAO
           START CANDIDATOS KEY IS NOT LESS THAN CND-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-CANDIDATOS
           END-START
           PERFORM UNTIL WS-FS-CANDIDATOS EQUAL 10
               READ CANDIDATOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CANDIDATOS
                   NOT AT END
                   IF CND-ANO NOT EQUAL WS-ANO-SELETIVO
                       MOVE 10 TO WS-FS-CANDIDATOS
                   ELSE
                       PERFORM SELECIONA-CANDIDATO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-CANDIDATOS.

       SELECIONA-CANDIDATO-PROCEDURE.
           MOVE "N" TO WS-TROCA
           IF WS-OPC EQUAL "C"
               IF CND-RESULTADO NOT EQUAL "MATRICULA"
                   AND CND-RESULTADO NOT EQUAL "LISTA-ESP"
                   MOVE "S" TO WS-TROCA
               END-IF
           ELSE
               IF CND-RESULTADO EQUAL "APROVADO"
                   OR CND-RESULTADO EQUAL "ESPERA"
                   MOVE "S" TO WS-TROCA
               END-IF
           END-IF
           IF WS-TROCA EQUAL "S" AND WS-QTDE-CAND LESS THAN 600
               ADD 1 TO WS-QTDE-CAND
               MOVE CND-TURMA TO WS-CT-TURMA(WS-QTDE-CAND)
               MOVE CND-MEDIA TO WS-CT-MEDIA(WS-QTDE-CAND)
               MOVE CND-DATA-NASC TO WS-CT-NASC(WS-QTDE-CAND)
               MOVE CND-INSCRICAO TO WS-CT-INSCRICAO(WS-QTDE-CAND)
               MOVE CND-NOME TO WS-CT-NOME(WS-QTDE-CAND)
               MOVE CND-NOTAS-LANCADAS TO WS-CT-LANCADAS(WS-QTDE-CAND)
               MOVE CND-CLASSIFICACAO TO WS-CT-CLASSIF(WS-QTDE-CAND)
               MOVE CND-RESULTADO TO WS-CT-RESULTADO(WS-QTDE-CAND)
               MOVE CND-RESP TO WS-CT-RESP(WS-QTDE-CAND)
               IF CND-NOTAS-LANCADAS NOT EQUAL "S"
                   MOVE ZEROS TO WS-CT-MEDIA(WS-QTDE-CAND)
               END-IF
           END-IF.

      * NA CLASSIFICACAO: MAIOR MEDIA, MAIS VELHO, MENOR INSCRICAO;
      * NA CONVERSAO: POSICAO JA OBTIDA NA TURMA
       ORDENA-CANDIDATOS-PROCEDURE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX NOT LESS THAN WS-QTDE-CAND
               PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 GREATER THAN WS-QTDE-CAND - WS-IDX
                   PERFORM COMPARA-CANDIDATOS-PROCEDURE
                   IF WS-TROCA EQUAL "S"
                       MOVE WS-CAND-ITEM(WS-IDX-2) TO WS-CAND-TROCA
                       MOVE WS-CAND-ITEM(WS-IDX-2 + 1)
                           TO WS-CAND-ITEM(WS-IDX-2)
                       MOVE WS-CAND-TROCA
                           TO WS-CAND-ITEM(WS-IDX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       COMPARA-CANDIDATOS-PROCEDURE.
           MOVE "N" TO WS-TROCA
           IF WS-CT-TURMA(WS-IDX-2) GREATER THAN
               WS-CT-TURMA(WS-IDX-2 + 1)
               MOVE "S" TO WS-TROCA
           ELSE IF WS-CT-TURMA(WS-IDX-2) EQUAL
               WS-CT-TURMA(WS-IDX-2 + 1)
               IF WS-OPC EQUAL "M"
                   IF WS-CT-CLASSIF(WS-IDX-2) GREATER THAN
                       WS-CT-CLASSIF(WS-IDX-2 + 1)
                       MOVE "S" TO WS-TROCA
                   END-IF
               ELSE IF WS-CT-MEDIA(WS-IDX-2) LESS THAN
                   WS-CT-MEDIA(WS-IDX-2 + 1)
                   MOVE "S" TO WS-TROCA
               ELSE IF WS-CT-MEDIA(WS-IDX-2) EQUAL
                   WS-CT-MEDIA(WS-IDX-2 + 1)
                   IF WS-CT-NASC(WS-IDX-2) GREATER THAN
                       WS-CT-NASC(WS-IDX-2 + 1)
                       OR (WS-CT-NASC(WS-IDX-2) EQUAL
                           WS-CT-NASC(WS-IDX-2 + 1)
                       AND WS-CT-INSCRICAO(WS-IDX-2) GREATER THAN
                           WS-CT-INSCRICAO(WS-IDX-2 + 1))
                       MOVE "S" TO WS-TROCA
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       CALCULA-VAGAS-PROCEDURE.
           PERFORM BUSCA-TURMA-PROCEDURE
           PERFORM CONTA-TURMA-PROCEDURE
           MOVE ZEROS TO WS-VAGAS
           IF WS-CAPACIDADE GREATER THAN WS-QTDE-NA-TURMA
               COMPUTE WS-VAGAS = WS-CAPACIDADE - WS-QTDE-NA-TURMA
           END-IF
           IF WS-TURMA-OK NOT EQUAL "S"
               DISPLAY "TURMA " WS-TURMA-NOVA " NAO CADASTRADA - "
                   "CANDIDATOS SEM VAGA"
           END-IF.

       CONTA-TURMA-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-NA-TURMA
           MOVE ZEROS TO WS-FS-ALUNOS
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS EQUAL ZEROS
               PERFORM UNTIL WS-FS-ALUNOS EQUAL 10
                   READ ALUNOS
                       AT END MOVE 10 TO WS-FS-ALUNOS
                       NOT AT END
                       IF SIT-ALUNO NOT EQUAL "I"
                           AND TURMA-ALUNO EQUAL WS-TURMA-NOVA
                           ADD 1 TO WS-QTDE-NA-TURMA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNOS
           END-IF.

       DEFINE-RESULTADO-PROCEDURE.
           MOVE ZEROS TO WS-CT-CLASSIF(WS-IDX)
           IF WS-CT-LANCADAS(WS-IDX) NOT EQUAL "S"
               MOVE "AUSENTE" TO WS-CT-RESULTADO(WS-IDX)
               ADD 1 TO WS-QTDE-AUSENTES
           ELSE IF WS-CT-MEDIA(WS-IDX) LESS THAN WS-MEDIA-MINIMA
               MOVE "REPROVADO" TO WS-CT-RESULTADO(WS-IDX)
               ADD 1 TO WS-QTDE-REPROVADOS
           ELSE
               ADD 1 TO WS-POSICAO
               MOVE WS-POSICAO TO WS-CT-CLASSIF(WS-IDX)
               IF WS-POSICAO NOT GREATER THAN WS-VAGAS
                   MOVE "APROVADO" TO WS-CT-RESULTADO(WS-IDX)
                   ADD 1 TO WS-QTDE-APROVADOS
               ELSE
                   MOVE "ESPERA" TO WS-CT-RESULTADO(WS-IDX)
                   ADD 1 TO WS-QTDE-ESPERA
               END-IF
           END-IF
           END-IF.

       REGRAVA-CANDIDATO-PROCEDURE.
           MOVE WS-ANO-SELETIVO TO CND-ANO
           MOVE WS-CT-INSCRICAO(WS-IDX) TO CND-INSCRICAO
           READ CANDIDATOS RECORD
               KEY IS CND-CHAVE
               INVALID KEY
               DISPLAY "INSCRICAO " WS-CT-INSCRICAO(WS-IDX)
                   " NAO ENCONTRADA"
               NOT INVALID KEY
               MOVE WS-CT-CLASSIF(WS-IDX) TO CND-CLASSIFICACAO
               MOVE WS-CT-RESULTADO(WS-IDX) TO CND-RESULTADO
               IF WS-CT-RESULTADO(WS-IDX) EQUAL "MATRICULA"
                   OR WS-CT-RESULTADO(WS-IDX) EQUAL "LISTA-ESP"
                   MOVE WS-RGM-NOVO TO CND-RGM
               END-IF
               REWRITE REG-CANDIDATO
               END-REWRITE
               IF WS-FS-CANDIDATOS NOT EQUAL ZEROS
                   DISPLAY "ERRO AO GRAVAR A INSCRICAO "
                       WS-CT-INSCRICAO(WS-IDX)
                   MOVE WS-FS-CANDIDATOS TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               END-IF
           END-READ
           MOVE ZEROS TO WS-FS-CANDIDATOS.

       IMPRIME-RESULTADO-PROCEDURE.
           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               "resultado-seletivo-" WS-ANO-SELETIVO ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE "RESULTADO DO PROCESSO SELETIVO" TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE WS-MEDIA-MINIMA TO WS-MEDIA-ED
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "ANO DE INGRESSO: " WS-ANO-SELETIVO
               "   MEDIA MINIMA: " WS-MEDIA-ED
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE 1 TO WS-TURMA-INI
           PERFORM UNTIL WS-TURMA-INI GREATER THAN WS-QTDE-CAND
               MOVE WS-CT-TURMA(WS-TURMA-INI) TO WS-TURMA-NOVA
               MOVE WS-TURMA-INI TO WS-TURMA-FIM
               PERFORM UNTIL WS-TURMA-FIM NOT LESS THAN WS-QTDE-CAND
                   OR WS-CT-TURMA(WS-TURMA-FIM + 1)
                       NOT EQUAL WS-TURMA-NOVA
                   ADD 1 TO WS-TURMA-FIM
               END-PERFORM
               PERFORM IMPRIME-TURMA-PROCEDURE
               COMPUTE WS-TURMA-INI = WS-TURMA-FIM + 1
           END-PERFORM

           PERFORM FECHA-SPOOL-PROCEDURE.

       IMPRIME-TURMA-PROCEDURE.
           PERFORM BUSCA-TURMA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "TURMA " WS-TURMA-NOVA "  PERIODO " WS-PERIODO-TURMA
               "  CAPACIDADE " WS-CAPACIDADE
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE "APROVADO" TO WS-GRUPO
           MOVE "APROVADOS" TO WS-SPOOL-LINHA
           PERFORM IMPRIME-GRUPO-PROCEDURE
           MOVE "ESPERA" TO WS-GRUPO
           MOVE "LISTA DE ESPERA" TO WS-SPOOL-LINHA
           PERFORM IMPRIME-GRUPO-PROCEDURE
           MOVE "REPROVADO" TO WS-GRUPO
           MOVE "NAO APROVADOS" TO WS-SPOOL-LINHA
           PERFORM IMPRIME-GRUPO-PROCEDURE
           MOVE "AUSENTE" TO WS-GRUPO
           MOVE "SEM NOTAS DA PROVA" TO WS-SPOOL-LINHA
           PERFORM IMPRIME-GRUPO-PROCEDURE.

       IMPRIME-GRUPO-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-GRUPO
           PERFORM VARYING WS-IDX FROM WS-TURMA-INI BY 1
               UNTIL WS-IDX GREATER THAN WS-TURMA-FIM
               IF WS-CT-RESULTADO(WS-IDX) EQUAL WS-GRUPO
                   ADD 1 TO WS-QTDE-GRUPO
               END-IF
           END-PERFORM
           IF WS-QTDE-GRUPO GREATER THAN ZEROS
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               PERFORM VARYING WS-IDX FROM WS-TURMA-INI BY 1
                   UNTIL WS-IDX GREATER THAN WS-TURMA-FIM
                   IF WS-CT-RESULTADO(WS-IDX) EQUAL WS-GRUPO
                       MOVE WS-CT-MEDIA(WS-IDX) TO WS-MEDIA-ED
                       MOVE SPACES TO WS-SPOOL-LINHA
                       STRING "  " WS-CT-CLASSIF(WS-IDX) " "
                           WS-CT-INSCRICAO(WS-IDX) " "
                           WS-CT-NOME(WS-IDX) " MEDIA " WS-MEDIA-ED
                           DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                       PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
                   END-IF
               END-PERFORM
           END-IF.

      * APROVADOS VIRAM ALUNOS COM NOVO RGM, CHECKLIST E RESPONSAVEL;
      * OS DEMAIS CLASSIFICADOS RECEBEM RGM NA ORDEM DA CLASSIFICACAO E
      * ENTRAM NA LISTA DE ESPERA DA TURMA NESSA MESMA ORDEM
       CONVERTE-APROVADOS.
           DISPLAY "INFORME O ANO DE INGRESSO: "
           ACCEPT WS-ANO-SELETIVO

           MOVE ZEROS TO WS-FS-CANDIDATOS
           OPEN I-O CANDIDATOS
           IF WS-FS-CANDIDATOS NOT EQUAL ZEROS
               DISPLAY "NENHUM CANDIDATO INSCRITO"
               GO TO MENU-SELETIVO-PROCEDURE
           END-IF

           MOVE "M" TO WS-OPC
           PERFORM CARREGA-CANDIDATOS-PROCEDURE
           IF WS-QTDE-CAND EQUAL ZEROS
               DISPLAY "NENHUM APROVADO OU ESPERA A CONVERTER - "
                   "EXECUTE A CLASSIFICACAO"
               CLOSE CANDIDATOS
               GO TO MENU-SELETIVO-PROCEDURE
           END-IF
           PERFORM ORDENA-CANDIDATOS-PROCEDURE

           DISPLAY WS-QTDE-CAND " CANDIDATO(S) A CONVERTER. "
               "CONFIRMA? (S/N)"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL "S"
               CLOSE CANDIDATOS
               GO TO MENU-SELETIVO-PROCEDURE
           END-IF

           PERFORM ULTIMO-RGM-PROCEDURE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE ZEROS TO WS-QTDE-APROVADOS
           MOVE ZEROS TO WS-QTDE-ESPERA
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-CAND
               ADD 1 TO WS-ULTIMO-RGM
               MOVE WS-ULTIMO-RGM TO WS-RGM-NOVO
               MOVE WS-CT-TURMA(WS-IDX) TO WS-TURMA-NOVA
               IF WS-CT-RESULTADO(WS-IDX) EQUAL "APROVADO"
                   PERFORM BUSCA-TURMA-PROCEDURE
                   PERFORM CONTA-TURMA-PROCEDURE
                   IF WS-QTDE-NA-TURMA NOT LESS THAN WS-CAPACIDADE
                       DISPLAY "TURMA " WS-TURMA-NOVA " LOTADA - "
                           "INSCRICAO " WS-CT-INSCRICAO(WS-IDX)
                           " VAI PARA A LISTA DE ESPERA"
                       MOVE "ESPERA" TO WS-CT-RESULTADO(WS-IDX)
                   END-IF
               END-IF
               IF WS-CT-RESULTADO(WS-IDX) EQUAL "APROVADO"
                   PERFORM MATRICULA-CANDIDATO-PROCEDURE
               ELSE
                   PERFORM ENVIA-ESPERA-PROCEDURE
               END-IF
               MOVE WS-CT-RESP(WS-IDX) TO WS-RESP-NOVO
               IF WS-RESP-NOVO GREATER THAN ZEROS
                   PERFORM VINCULA-RESPONSAVEL-PROCEDURE
               END-IF
               PERFORM REGRAVA-CANDIDATO-PROCEDURE
               MOVE "SELETIVO" TO WS-AUD-PROGRAMA
               MOVE "CONVERSAO" TO WS-AUD-OPERACAO
               MOVE WS-RGM-NOVO TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           END-PERFORM
           CLOSE CANDIDATOS

           DISPLAY "ALUNOS MATRICULADOS.....: " WS-QTDE-APROVADOS
           DISPLAY "ENVIADOS A LISTA ESPERA.: " WS-QTDE-ESPERA
           GO TO MENU-SELETIVO-PROCEDURE.

      * O MAIOR RGM JA USADO EM ALUNOS, NA LISTA DE ESPERA OU EM
      * CANDIDATOS CONVERTIDOS DE QUALQUER ANO
       ULTIMO-RGM-PROCEDURE.
           MOVE ZEROS TO WS-ULTIMO-RGM
           MOVE ZEROS TO WS-FS-ALUNOS
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS EQUAL ZEROS
               PERFORM UNTIL WS-FS-ALUNOS EQUAL 10
                   READ ALUNOS
                       AT END MOVE 10 TO WS-FS-ALUNOS
                       NOT AT END
                       IF RGM-ALUNO GREATER THAN WS-ULTIMO-RGM
                           MOVE RGM-ALUNO TO WS-ULTIMO-RGM
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNOS
           END-IF

           MOVE ZEROS TO WS-FS-ESPERA
           OPEN INPUT LISTA-ESPERA
           IF WS-FS-ESPERA EQUAL ZEROS
               PERFORM UNTIL WS-FS-ESPERA EQUAL 10
                   READ LISTA-ESPERA NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-ESPERA
                       NOT AT END
                       IF ESP-RGM GREATER THAN WS-ULTIMO-RGM
                           MOVE ESP-RGM TO WS-ULTIMO-RGM
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTA-ESPERA
           END-IF

           MOVE ZEROS TO CND-ANO
           MOVE ZEROS TO CND-INSCRICAO
           START CANDIDATOS KEY IS NOT LESS THAN CND-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-CANDIDATOS
           END-START
           PERFORM UNTIL WS-FS-CANDIDATOS EQUAL 10
               READ CANDIDATOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CANDIDATOS
                   NOT AT END
                   IF CND-RGM GREATER THAN WS-ULTIMO-RGM
                       MOVE CND-RGM TO WS-ULTIMO-RGM
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-CANDIDATOS.

       MATRICULA-CANDIDATO-PROCEDURE.
           MOVE ZEROS TO WS-FS-ALUNOS
           OPEN EXTEND ALUNOS
           IF WS-FS-ALUNOS EQUAL 35
               OPEN OUTPUT ALUNOS
           END-IF
           MOVE WS-RGM-NOVO TO RGM-ALUNO
           MOVE WS-CT-NOME(WS-IDX) TO NOME-ALUNO
           MOVE "A" TO SIT-ALUNO
           MOVE WS-TURMA-NOVA TO TURMA-ALUNO
           WRITE REG-ALUNOS
           CLOSE ALUNOS

           DISPLAY "INSCRICAO " WS-CT-INSCRICAO(WS-IDX) " - "
               WS-CT-NOME(WS-IDX) " MATRICULADO COM RGM " WS-RGM-NOVO
           PERFORM CRIA-CHECKLIST-PROCEDURE
           MOVE "MATRICULA" TO WS-CT-RESULTADO(WS-IDX)
           ADD 1 TO WS-QTDE-APROVADOS.

       ENVIA-ESPERA-PROCEDURE.
           MOVE ZEROS TO WS-FS-ESPERA
           OPEN I-O LISTA-ESPERA
           IF WS-FS-ESPERA EQUAL 35
               OPEN OUTPUT LISTA-ESPERA
               CLOSE LISTA-ESPERA
               OPEN I-O LISTA-ESPERA
           END-IF

           MOVE WS-TURMA-NOVA TO ESP-TURMA
           MOVE WS-DATA-HOJE TO ESP-DATA
           MOVE WS-RGM-NOVO TO ESP-RGM
           MOVE WS-CT-NOME(WS-IDX) TO ESP-NOME
           WRITE REG-LISTA-ESPERA
           END-WRITE
           IF WS-FS-ESPERA EQUAL ZEROS
               DISPLAY "INSCRICAO " WS-CT-INSCRICAO(WS-IDX) " - "
                   WS-CT-NOME(WS-IDX) " NA LISTA DE ESPERA COM RGM "
                   WS-RGM-NOVO
               MOVE "LISTA-ESP" TO WS-CT-RESULTADO(WS-IDX)
               ADD 1 TO WS-QTDE-ESPERA
           ELSE
               DISPLAY "ERRO AO GRAVAR A LISTA DE ESPERA"
               MOVE WS-FS-ESPERA TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF
           CLOSE LISTA-ESPERA.

       CRIA-CHECKLIST-PROCEDURE.
           MOVE ZEROS TO WS-FS-TIPOSDOC
           OPEN INPUT TIPOS-DOCUMENTO
           IF WS-FS-TIPOSDOC NOT EQUAL ZEROS
               DISPLAY "TIPOS DE DOCUMENTO NAO CADASTRADOS - "
                   "CHECKLIST NAO CRIADO"
           ELSE
               MOVE ZEROS TO WS-FS-CHECKLIST
               OPEN I-O CHECKLIST-DOCUMENTOS
               IF WS-FS-CHECKLIST EQUAL 35
                   OPEN OUTPUT CHECKLIST-DOCUMENTOS
                   CLOSE CHECKLIST-DOCUMENTOS
                   OPEN I-O CHECKLIST-DOCUMENTOS
               END-IF

               MOVE ZEROS TO WS-QTDE-DOCUMENTOS
               PERFORM UNTIL WS-FS-TIPOSDOC EQUAL 10
                   READ TIPOS-DOCUMENTO NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-TIPOSDOC
                       NOT AT END
                       MOVE WS-RGM-NOVO TO CHK-RGM
                       MOVE TDC-CODIGO TO CHK-DOCUMENTO
                       MOVE "PENDENTE" TO CHK-STATUS
                       MOVE ZEROS TO CHK-DATA-RECEBIDO
                       MOVE SPACES TO CHK-OPERADOR
                       WRITE REG-CHECKLIST
                       IF WS-FS-CHECKLIST EQUAL ZEROS
                           ADD 1 TO WS-QTDE-DOCUMENTOS
                       END-IF
                       IF WS-FS-CHECKLIST EQUAL 22
                           MOVE ZEROS TO WS-FS-CHECKLIST
                       END-IF
                   END-READ
               END-PERFORM

               CLOSE CHECKLIST-DOCUMENTOS
               CLOSE TIPOS-DOCUMENTO

               DISPLAY "CHECKLIST CRIADO COM " WS-QTDE-DOCUMENTOS
                   " DOCUMENTO(S) PENDENTE(S)"
           END-IF.

       VINCULA-RESPONSAVEL-PROCEDURE.
           MOVE ZEROS TO WS-FS-ALUNORESP
           OPEN I-O ALUNO-RESP
           IF WS-FS-ALUNORESP EQUAL 35
               OPEN OUTPUT ALUNO-RESP
               CLOSE ALUNO-RESP
               OPEN I-O ALUNO-RESP
           END-IF

           MOVE WS-RGM-NOVO TO ALR-RGM
           MOVE WS-RESP-NOVO TO ALR-RESP
           WRITE REG-ALUNO-RESP
           IF WS-FS-ALUNORESP EQUAL 22
               REWRITE REG-ALUNO-RESP
               END-REWRITE
           END-IF

           IF WS-FS-ALUNORESP NOT EQUAL ZEROS
               DISPLAY "ERRO AO GRAVAR O VINCULO DO RESPONSAVEL"
               MOVE WS-FS-ALUNORESP TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF
           CLOSE ALUNO-RESP.

       LISTA-CANDIDATOS.
           DISPLAY "INFORME O ANO DE INGRESSO: "
           ACCEPT WS-ANO-SELETIVO

           MOVE ZEROS TO WS-FS-CANDIDATOS
           OPEN INPUT CANDIDATOS
           IF WS-FS-CANDIDATOS NOT EQUAL ZEROS
               DISPLAY "NENHUM CANDIDATO INSCRITO"
               GO TO MENU-SELETIVO-PROCEDURE
           END-IF

           DISPLAY "----- CANDIDATOS DO ANO " WS-ANO-SELETIVO " -----"
           DISPLAY "INSCR NOME                 TURMA   MEDIA CLAS "
               "RESULTADO  RGM"
           MOVE WS-ANO-SELETIVO TO CND-ANO
           MOVE ZEROS TO CND-INSCRICAO
           START CANDIDATOS KEY IS NOT LESS THAN CND-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-CANDIDATOS
           END-START
           PERFORM UNTIL WS-FS-CANDIDATOS EQUAL 10
               READ CANDIDATOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CANDIDATOS
                   NOT AT END
                   IF CND-ANO NOT EQUAL WS-ANO-SELETIVO
                       MOVE 10 TO WS-FS-CANDIDATOS
                   ELSE
                       MOVE CND-MEDIA TO WS-MEDIA-ED
                       DISPLAY CND-INSCRICAO " " CND-NOME " "
                           CND-TURMA " " WS-MEDIA-ED " "
                           CND-CLASSIFICACAO "  " CND-RESULTADO " "
                           CND-RGM
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CANDIDATOS
           GO TO MENU-SELETIVO-PROCEDURE.

       CARREGA-PARAMETROS-PROCEDURE.
           MOVE "PORTUGUES" TO WS-PROVA-NOME(1)
           MOVE "MATEMATICA" TO WS-PROVA-NOME(2)
           MOVE ZEROS TO WS-FS-PARAMETROS
           OPEN INPUT PARAMETROS
           IF WS-FS-PARAMETROS EQUAL ZEROS
               READ PARAMETROS
                   AT END
                   CONTINUE
                   NOT AT END
                   IF PRM-QTDE-PROVAS GREATER THAN ZEROS
                       AND PRM-QTDE-PROVAS NOT GREATER THAN 5
                       MOVE PRM-QTDE-PROVAS TO WS-QTDE-PROVAS
                       PERFORM VARYING WS-NOTA-IDX FROM 1 BY 1
                           UNTIL WS-NOTA-IDX GREATER THAN 5
                           MOVE PRM-PROVA-NOME(WS-NOTA-IDX)
                               TO WS-PROVA-NOME(WS-NOTA-IDX)
                       END-PERFORM
                   END-IF
                   MOVE PRM-MEDIA-MINIMA TO WS-MEDIA-MINIMA
               END-READ
               CLOSE PARAMETROS
           END-IF.

       COPY SPOOLPRC.
       COPY LOGINPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM PROCESSO-SELETIVO.
