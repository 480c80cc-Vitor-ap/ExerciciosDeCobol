      ******************************************************************
      * Author:
      * Date:
      * Purpose: BIBLIOTECA ESCOLAR - ACERVO, EMPRESTIMOS E MULTAS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIBLIOTECA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
           SELECT  ALUNOS ASSIGN TO WS-ARQ-ALUNOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ALUNOS.

           SELECT  PARAMETROS ASSIGN TO WS-ARQ-BIBLIOTECA-PARAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-PARAMETROS.

           COPY ACVSEL.

           COPY EMPSEL.

           COPY BDEBSEL.

           COPY CLETSEL.

           COPY FERSEL.

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

           FD PARAMETROS.
       01 REG-PARAMETROS.
           03 PRM-PRAZO-DIAS        PIC 9(002).
           03 PRM-MULTA-DIA         PIC 9(003)V99.
           03 PRM-MAX-EMPRESTIMOS   PIC 9(002).

           COPY ACVFD.

           COPY EMPFD.

           COPY BDEBFD.

           COPY CLETFD.

           COPY FERFD.

           COPY SPOOLFD.

           COPY OPERFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       01 WS-FS-ALUNOS              PIC 99.
       01 WS-FS-PARAMETROS          PIC 99.
       01 WS-FS-ACERVO              PIC 99.
       01 WS-FS-EMPRESTIMOS         PIC 99.
       01 WS-FS-BIBDEB              PIC 99.
       01 WS-OPC                    PIC X(001).
       01 WS-TENT-INVALIDAS         PIC 9(002) VALUE ZEROS.
       01 WS-TENT-LIMITE            PIC 9(002) VALUE 3.
       01 WS-DATA-HOJE              PIC 9(008) VALUE ZEROS.
       01 WS-PRAZO-DIAS             PIC 9(002) VALUE 7.
       01 WS-MULTA-DIA              PIC 9(003)V99 VALUE 0.50.
       01 WS-MAX-EMPRESTIMOS        PIC 9(002) VALUE 3.
       01 WS-RGM-BUSCA              PIC 9(005) VALUE ZEROS.
       01 WS-LIVRO-BUSCA            PIC 9(006) VALUE ZEROS.
       01 WS-ALUNO-OK               PIC X(001) VALUE "N".
       01 WS-NOME-ALUNO             PIC A(020) VALUE SPACES.
       01 WS-TURMA-ALUNO            PIC X(007) VALUE SPACES.
       01 WS-QTDE-ABERTOS           PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-ATRASADOS         PIC 9(003) VALUE ZEROS.
       01 WS-EMP-ACHOU              PIC X(001) VALUE "N".
       01 WS-DIAS-CONTADOS          PIC 9(003) VALUE ZEROS.
       01 WS-DIAS-TENTATIVAS        PIC 9(003) VALUE ZEROS.
       01 WS-DIAS-INT               PIC 9(007) VALUE ZEROS.
       01 WS-DIAS-INT-VENC          PIC 9(007) VALUE ZEROS.
       01 WS-DATA-VENCIMENTO        PIC 9(008) VALUE ZEROS.
       01 WS-DIAS-ATRASO            PIC 9(005) VALUE ZEROS.
       01 WS-VALOR-MULTA            PIC 9(005)V99 VALUE ZEROS.
       01 WS-VALOR-DEBITO           PIC 9(005)V99 VALUE ZEROS.
       01 WS-TIPO-DEBITO            PIC X(005) VALUE SPACES.
       01 WS-PAGO-BALCAO            PIC X(001) VALUE "N".
       01 WS-TURMA-FILTRO           PIC X(007) VALUE SPACES.
       01 WS-QTDE-LISTADOS          PIC 9(005) VALUE ZEROS.
       01 WS-TOTAL-MULTAS           PIC 9(007)V99 VALUE ZEROS.
       01 WS-IDX                    PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-ADQUIRIDA         PIC 9(003) VALUE ZEROS.
       01 WS-ACHOU                  PIC X(001) VALUE "N".
       01 WS-MULTA-ED               PIC ZZZZZZ9.99.

       01 WS-TURMAS-ATRASO.
           03 WS-QTDE-TURMAS        PIC 9(003) VALUE ZEROS.
           03 WS-TURMA-ATR OCCURS 50 TIMES
                                    PIC X(007).

       COPY CLETWS.
       COPY FERWS.
       COPY SPOOLWS.
       COPY LOGINWS.
       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE
           PERFORM LOGIN-OPERADOR-ESCOLA-PROCEDURE
           PERFORM CARREGA-PARAMETROS-PROCEDURE.
       MENU-BIBLIOTECA-PROCEDURE.

           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-BIBLIOTECA-REPROMPT.

           DISPLAY " "
           DISPLAY "---------BIBLIOTECA ESCOLAR -------------"
           DISPLAY "A - CADASTRAR/ALTERAR LIVRO DO ACERVO"
           DISPLAY "E - EMPRESTIMO"
           DISPLAY "D - DEVOLUCAO"
           DISPLAY "P - REGISTRAR PERDA DE LIVRO"
           DISPLAY "R - RELATORIO DE ATRASOS POR TURMA"
           DISPLAY "V - ENCERRAR"
           DISPLAY "DIGITE A OPCAO A,E,D,P OU R... OU V PARA SAIR"

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO "V"

               IF WS-OPC IS EQUAL TO "A"
               GO TO CADASTRA-LIVRO
               ELSE IF WS-OPC IS EQUAL TO "E"
               GO TO EMPRESTA-LIVRO
               ELSE IF WS-OPC IS EQUAL TO "D"
               GO TO DEVOLVE-LIVRO
               ELSE IF WS-OPC IS EQUAL TO "P"
               GO TO REGISTRA-PERDA
               ELSE IF WS-OPC IS EQUAL TO "R"
               GO TO RELATORIO-ATRASOS
               ELSE
               DISPLAY "OPCAO INVALIDA"
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY "MUITAS OPCOES INVALIDAS"
                   DISPLAY "APLICACAO FINALIZADA!"
                   STOP RUN
               END-IF
               GO TO MENU-BIBLIOTECA-REPROMPT
               END-IF

           END-PERFORM

           DISPLAY "APLICACAO FINALIZADA!"
           STOP RUN.

       CADASTRA-LIVRO.
           MOVE ZEROS TO WS-FS-ACERVO
           OPEN I-O ACERVO
           IF WS-FS-ACERVO EQUAL 35
               OPEN OUTPUT ACERVO
               CLOSE ACERVO
               OPEN I-O ACERVO
           END-IF

           DISPLAY "INFORME O CODIGO DO LIVRO: "
           ACCEPT ACV-CODIGO
           READ ACERVO RECORD
               KEY IS ACV-CODIGO
               INVALID KEY
               DISPLAY "LIVRO NOVO NO ACERVO"
               DISPLAY "INFORME O TITULO: "
               ACCEPT ACV-TITULO
               DISPLAY "INFORME O AUTOR: "
               ACCEPT ACV-AUTOR
               DISPLAY "INFORME A QUANTIDADE DE EXEMPLARES: "
               ACCEPT ACV-EXEMPLARES
               MOVE ACV-EXEMPLARES TO ACV-DISPONIVEIS
               DISPLAY "INFORME O VALOR DE REPOSICAO DO EXEMPLAR: "
               ACCEPT ACV-VALOR-REPOSICAO
               WRITE REG-ACERVO
               END-WRITE
               NOT INVALID KEY
               DISPLAY "TITULO.....: " ACV-TITULO
               DISPLAY "AUTOR......: " ACV-AUTOR
               DISPLAY "EXEMPLARES.: " ACV-EXEMPLARES
                   " DISPONIVEIS: " ACV-DISPONIVEIS
               DISPLAY "INFORME OS EXEMPLARES ADQUIRIDOS (0 = NENHUM): "
               ACCEPT WS-QTDE-ADQUIRIDA
               ADD WS-QTDE-ADQUIRIDA TO ACV-EXEMPLARES
               ADD WS-QTDE-ADQUIRIDA TO ACV-DISPONIVEIS
               DISPLAY "INFORME O VALOR DE REPOSICAO DO EXEMPLAR: "
               ACCEPT ACV-VALOR-REPOSICAO
               REWRITE REG-ACERVO
               END-REWRITE
           END-READ

           IF WS-FS-ACERVO EQUAL ZEROS
               DISPLAY "ACERVO ATUALIZADO!"
               MOVE "BIBLIOTECA" TO WS-AUD-PROGRAMA
               MOVE "ACERVO" TO WS-AUD-OPERACAO
               MOVE ACV-CODIGO TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           ELSE
               DISPLAY "ERRO AO GRAVAR O LIVRO"
               MOVE WS-FS-ACERVO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF

           CLOSE ACERVO
           GO TO MENU-BIBLIOTECA-PROCEDURE.

       EMPRESTA-LIVRO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY "INFORME O RGM DO ALUNO: "
           ACCEPT WS-RGM-BUSCA
           PERFORM LOCALIZA-ALUNO-PROCEDURE
           IF WS-ALUNO-OK NOT EQUAL "S"
               DISPLAY "RGM NAO ENCONTRADO OU ALUNO INATIVO"
               GO TO MENU-BIBLIOTECA-PROCEDURE
           END-IF
           DISPLAY "ALUNO: " WS-NOME-ALUNO " TURMA: " WS-TURMA-ALUNO

           MOVE ZEROS TO WS-FS-EMPRESTIMOS
           OPEN I-O EMPRESTIMOS
           IF WS-FS-EMPRESTIMOS EQUAL 35
               OPEN OUTPUT EMPRESTIMOS
               CLOSE EMPRESTIMOS
               OPEN I-O EMPRESTIMOS
           END-IF

           PERFORM CONTA-EMPRESTIMOS-ALUNO-PROCEDURE
           IF WS-QTDE-ATRASADOS GREATER THAN ZEROS
               DISPLAY "ALUNO COM " WS-QTDE-ATRASADOS
                   " LIVRO(S) EM ATRASO - EMPRESTIMO BLOQUEADO"
               CLOSE EMPRESTIMOS
               GO TO MENU-BIBLIOTECA-PROCEDURE
           END-IF
           IF WS-QTDE-ABERTOS NOT LESS THAN WS-MAX-EMPRESTIMOS
               DISPLAY "ALUNO JA TEM " WS-QTDE-ABERTOS
                   " LIVRO(S) EMPRESTADO(S) - LIMITE ATINGIDO"
               CLOSE EMPRESTIMOS
               GO TO MENU-BIBLIOTECA-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-ACERVO
           OPEN I-O ACERVO
           IF WS-FS-ACERVO NOT EQUAL ZEROS
               DISPLAY "ACERVO NAO CADASTRADO"
               CLOSE EMPRESTIMOS
               GO TO MENU-BIBLIOTECA-PROCEDURE
           END-IF

           DISPLAY "INFORME O CODIGO DO LIVRO: "
           ACCEPT ACV-CODIGO
           READ ACERVO RECORD
               KEY IS ACV-CODIGO
               INVALID KEY
               DISPLAY "LIVRO NAO CADASTRADO NO ACERVO"
               CLOSE ACERVO
               CLOSE EMPRESTIMOS
               GO TO MENU-BIBLIOTECA-PROCEDURE
           END-READ

           IF ACV-DISPONIVEIS EQUAL ZEROS
               DISPLAY "NENHUM EXEMPLAR DISPONIVEL DE " ACV-TITULO
               CLOSE ACERVO
               CLOSE EMPRESTIMOS
               GO TO MENU-BIBLIOTECA-PROCEDURE
           END-IF

           PERFORM CALCULA-VENCIMENTO-PROCEDURE

           MOVE WS-RGM-BUSCA      TO EMP-RGM
           MOVE ACV-CODIGO        TO EMP-LIVRO
           MOVE WS-DATA-HOJE      TO EMP-DATA
           MOVE WS-NOME-ALUNO     TO EMP-NOME
           MOVE WS-TURMA-ALUNO    TO EMP-TURMA
           MOVE WS-DATA-VENCIMENTO TO EMP-VENCIMENTO
           MOVE ZEROS             TO EMP-DEVOLUCAO
           MOVE ZEROS             TO EMP-DIAS-ATRASO
           MOVE ZEROS             TO EMP-MULTA
           MOVE "ABERTO"          TO EMP-STATUS
           MOVE WS-LOGIN-ID       TO EMP-OPERADOR
           WRITE REG-EMPRESTIMO

           IF WS-FS-EMPRESTIMOS EQUAL 22
               DISPLAY "ALUNO JA RETIROU ESTE LIVRO HOJE"
           ELSE IF WS-FS-EMPRESTIMOS NOT EQUAL ZEROS
               DISPLAY "ERRO AO GRAVAR O EMPRESTIMO"
               MOVE WS-FS-EMPRESTIMOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               SUBTRACT 1 FROM ACV-DISPONIVEIS
               REWRITE REG-ACERVO
               END-REWRITE
               DISPLAY "EMPRESTIMO REGISTRADO: " ACV-TITULO
               DISPLAY "DEVOLVER ATE " EMP-VENCIMENTO
               MOVE "BIBLIOTECA" TO WS-AUD-PROGRAMA
               MOVE "EMPRESTIMO" TO WS-AUD-OPERACAO
               MOVE EMP-CHAVE TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           END-IF

           CLOSE ACERVO
           CLOSE EMPRESTIMOS
           GO TO MENU-BIBLIOTECA-PROCEDURE.

       DEVOLVE-LIVRO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM ABRE-EMPRESTIMO-PROCEDURE
           IF WS-EMP-ACHOU NOT EQUAL "S"
               GO TO MENU-BIBLIOTECA-PROCEDURE
           END-IF

           PERFORM CALCULA-MULTA-PROCEDURE

           MOVE WS-DATA-HOJE TO EMP-DEVOLUCAO
           MOVE WS-DIAS-ATRASO TO EMP-DIAS-ATRASO
           MOVE WS-VALOR-MULTA TO EMP-MULTA
           MOVE "DEVOLVIDO" TO EMP-STATUS
           REWRITE REG-EMPRESTIMO
           END-REWRITE

           IF WS-FS-EMPRESTIMOS NOT EQUAL ZEROS
               DISPLAY "ERRO AO GRAVAR A DEVOLUCAO"
               MOVE WS-FS-EMPRESTIMOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               DISPLAY "DEVOLUCAO REGISTRADA"
               MOVE "BIBLIOTECA" TO WS-AUD-PROGRAMA
               MOVE "DEVOLUCAO" TO WS-AUD-OPERACAO
               MOVE EMP-CHAVE TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE

               MOVE ZEROS TO WS-FS-ACERVO
               OPEN I-O ACERVO
               IF WS-FS-ACERVO EQUAL ZEROS
                   MOVE EMP-LIVRO TO ACV-CODIGO
                   READ ACERVO RECORD
                       KEY IS ACV-CODIGO
                       INVALID KEY
                       CONTINUE
                       NOT INVALID KEY
                       IF ACV-DISPONIVEIS LESS THAN ACV-EXEMPLARES
                           ADD 1 TO ACV-DISPONIVEIS
                           REWRITE REG-ACERVO
                           END-REWRITE
                       END-IF
                   END-READ
                   CLOSE ACERVO
               END-IF

               IF WS-VALOR-MULTA GREATER THAN ZEROS
                   MOVE "MULTA" TO WS-TIPO-DEBITO
                   MOVE WS-VALOR-MULTA TO WS-VALOR-DEBITO
                   PERFORM GRAVA-DEBITO-PROCEDURE
               END-IF
           END-IF

           CLOSE EMPRESTIMOS
           GO TO MENU-BIBLIOTECA-PROCEDURE.

       REGISTRA-PERDA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM ABRE-EMPRESTIMO-PROCEDURE
           IF WS-EMP-ACHOU NOT EQUAL "S"
               GO TO MENU-BIBLIOTECA-PROCEDURE
           END-IF

           PERFORM CALCULA-MULTA-PROCEDURE

           MOVE WS-DATA-HOJE TO EMP-DEVOLUCAO
           MOVE WS-DIAS-ATRASO TO EMP-DIAS-ATRASO
           MOVE WS-VALOR-MULTA TO EMP-MULTA
           MOVE "PERDIDO" TO EMP-STATUS
           REWRITE REG-EMPRESTIMO
           END-REWRITE

           IF WS-FS-EMPRESTIMOS NOT EQUAL ZEROS
               DISPLAY "ERRO AO GRAVAR A PERDA"
               MOVE WS-FS-EMPRESTIMOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               CLOSE EMPRESTIMOS
               GO TO MENU-BIBLIOTECA-PROCEDURE
           END-IF

           MOVE "BIBLIOTECA" TO WS-AUD-PROGRAMA
           MOVE "PERDA-LIVR" TO WS-AUD-OPERACAO
           MOVE EMP-CHAVE TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           MOVE ZEROS TO WS-VALOR-DEBITO
           MOVE ZEROS TO WS-FS-ACERVO
           OPEN I-O ACERVO
           IF WS-FS-ACERVO EQUAL ZEROS
               MOVE EMP-LIVRO TO ACV-CODIGO
               READ ACERVO RECORD
                   KEY IS ACV-CODIGO
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE ACV-VALOR-REPOSICAO TO WS-VALOR-DEBITO
                   IF ACV-EXEMPLARES GREATER THAN ZEROS
                       SUBTRACT 1 FROM ACV-EXEMPLARES
                   END-IF
                   IF ACV-DISPONIVEIS GREATER THAN ACV-EXEMPLARES
                       MOVE ACV-EXEMPLARES TO ACV-DISPONIVEIS
                   END-IF
                   REWRITE REG-ACERVO
                   END-REWRITE
               END-READ
               CLOSE ACERVO
           END-IF

           IF WS-VALOR-DEBITO GREATER THAN ZEROS
               DISPLAY "VALOR DE REPOSICAO DO LIVRO: " WS-VALOR-DEBITO
               MOVE "PERDA" TO WS-TIPO-DEBITO
               PERFORM GRAVA-DEBITO-PROCEDURE
           END-IF

           IF WS-VALOR-MULTA GREATER THAN ZEROS
               MOVE "MULTA" TO WS-TIPO-DEBITO
               MOVE WS-VALOR-MULTA TO WS-VALOR-DEBITO
               PERFORM GRAVA-DEBITO-PROCEDURE
           END-IF

           CLOSE EMPRESTIMOS
           GO TO MENU-BIBLIOTECA-PROCEDURE.

       RELATORIO-ATRASOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "INFORME A TURMA (BRANCO PARA TODAS): "
           ACCEPT WS-TURMA-FILTRO

           MOVE ZEROS TO WS-FS-EMPRESTIMOS
           OPEN INPUT EMPRESTIMOS
           IF WS-FS-EMPRESTIMOS NOT EQUAL ZEROS
               DISPLAY "NENHUM EMPRESTIMO REGISTRADO"
               GO TO MENU-BIBLIOTECA-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-QTDE-TURMAS
           PERFORM UNTIL WS-FS-EMPRESTIMOS EQUAL 10
               READ EMPRESTIMOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-EMPRESTIMOS
                   NOT AT END
                   IF EMP-STATUS EQUAL "ABERTO"
                       AND EMP-VENCIMENTO LESS THAN WS-DATA-HOJE
                       AND (WS-TURMA-FILTRO EQUAL SPACES
                           OR EMP-TURMA EQUAL WS-TURMA-FILTRO)
                       PERFORM REGISTRA-TURMA-ATRASO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EMPRESTIMOS

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               "biblioteca-atrasos-" WS-DATA-HOJE ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE "BIBLIOTECA - LIVROS EM ATRASO POR TURMA"
               TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE ZEROS TO WS-QTDE-LISTADOS
           MOVE ZEROS TO WS-TOTAL-MULTAS
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTDE-TURMAS
               PERFORM EMITE-TURMA-ATRASO-PROCEDURE
           END-PERFORM

           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-TOTAL-MULTAS TO WS-MULTA-ED
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "LIVROS EM ATRASO: " WS-QTDE-LISTADOS
               "  MULTAS ACUMULADAS ATE HOJE: " WS-MULTA-ED
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           DISPLAY "LIVROS EM ATRASO: " WS-QTDE-LISTADOS
           DISPLAY "RELATORIO GRAVADO EM " WS-ARQ-SPOOL
           GO TO MENU-BIBLIOTECA-PROCEDURE.

       REGISTRA-TURMA-ATRASO-PROCEDURE.
           MOVE "N" TO WS-ACHOU
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTDE-TURMAS
               IF WS-TURMA-ATR(WS-IDX) EQUAL EMP-TURMA
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-PERFORM

           IF WS-ACHOU NOT EQUAL "S"
               IF WS-QTDE-TURMAS < 50
                   ADD 1 TO WS-QTDE-TURMAS
                   MOVE EMP-TURMA TO WS-TURMA-ATR(WS-QTDE-TURMAS)
               ELSE
                   DISPLAY "MAIS DE 50 TURMAS COM ATRASO - TURMA "
                       EMP-TURMA " IGNORADA"
               END-IF
           END-IF.

       EMITE-TURMA-ATRASO-PROCEDURE.
           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "TURMA: " WS-TURMA-ATR(WS-IDX)
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE "RGM   ALUNO                LIVRO  VENCIMENTO ATRASO"
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE ZEROS TO WS-FS-EMPRESTIMOS
           OPEN INPUT EMPRESTIMOS
           PERFORM UNTIL WS-FS-EMPRESTIMOS EQUAL 10
               READ EMPRESTIMOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-EMPRESTIMOS
                   NOT AT END
                   IF EMP-STATUS EQUAL "ABERTO"
                       AND EMP-VENCIMENTO LESS THAN WS-DATA-HOJE
                       AND EMP-TURMA EQUAL WS-TURMA-ATR(WS-IDX)
                       PERFORM CALCULA-MULTA-PROCEDURE
                       ADD 1 TO WS-QTDE-LISTADOS
                       ADD WS-VALOR-MULTA TO WS-TOTAL-MULTAS
                       MOVE WS-VALOR-MULTA TO WS-MULTA-ED
                       MOVE SPACES TO WS-SPOOL-LINHA
                       STRING EMP-RGM " " EMP-NOME " "
                           EMP-LIVRO " " EMP-VENCIMENTO " "
                           WS-DIAS-ATRASO " " WS-MULTA-ED
                           DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                       PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE EMPRESTIMOS.

      *    LOCALIZA O ALUNO ATIVO NO CADASTRO SEQUENCIAL DE ALUNOS
       LOCALIZA-ALUNO-PROCEDURE.
           MOVE "N" TO WS-ALUNO-OK
           MOVE ZEROS TO WS-FS-ALUNOS
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS NOT EQUAL ZEROS
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE ALUNOS"
               MOVE WS-FS-ALUNOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               PERFORM UNTIL WS-FS-ALUNOS EQUAL 10
                   READ ALUNOS
                       AT END MOVE 10 TO WS-FS-ALUNOS
                       NOT AT END
                       IF RGM-ALUNO EQUAL WS-RGM-BUSCA
                           AND SIT-ALUNO NOT EQUAL "I"
                           MOVE "S" TO WS-ALUNO-OK
                           MOVE NOME-ALUNO TO WS-NOME-ALUNO
                           MOVE TURMA-ALUNO TO WS-TURMA-ALUNO
                           MOVE 10 TO WS-FS-ALUNOS
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNOS
           END-IF.

       CONTA-EMPRESTIMOS-ALUNO-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ABERTOS
           MOVE ZEROS TO WS-QTDE-ATRASADOS
           MOVE WS-RGM-BUSCA TO EMP-RGM
           MOVE ZEROS TO EMP-LIVRO
           MOVE ZEROS TO EMP-DATA
           START EMPRESTIMOS KEY IS GREATER THAN EMP-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-EMPRESTIMOS
           END-START

           PERFORM UNTIL WS-FS-EMPRESTIMOS EQUAL 10
               READ EMPRESTIMOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-EMPRESTIMOS
                   NOT AT END
                   IF EMP-RGM NOT EQUAL WS-RGM-BUSCA
                       MOVE 10 TO WS-FS-EMPRESTIMOS
                   ELSE
                       IF EMP-STATUS EQUAL "ABERTO"
                           ADD 1 TO WS-QTDE-ABERTOS
                           IF EMP-VENCIMENTO LESS THAN WS-DATA-HOJE
                               ADD 1 TO WS-QTDE-ATRASADOS
                               DISPLAY "EM ATRASO: LIVRO " EMP-LIVRO
                                   " VENCIDO EM " EMP-VENCIMENTO
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-EMPRESTIMOS.

      *    LOCALIZA O EMPRESTIMO EM ABERTO DO RGM/LIVRO INFORMADOS E
      *    DEIXA O ARQUIVO ABERTO E POSICIONADO PARA O REWRITE
       ABRE-EMPRESTIMO-PROCEDURE.
           MOVE "N" TO WS-EMP-ACHOU
           MOVE ZEROS TO WS-FS-EMPRESTIMOS
           OPEN I-O EMPRESTIMOS
           IF WS-FS-EMPRESTIMOS NOT EQUAL ZEROS
               DISPLAY "NENHUM EMPRESTIMO REGISTRADO"
           ELSE
               DISPLAY "INFORME O RGM DO ALUNO: "
               ACCEPT WS-RGM-BUSCA
               DISPLAY "INFORME O CODIGO DO LIVRO: "
               ACCEPT WS-LIVRO-BUSCA

               MOVE WS-RGM-BUSCA TO EMP-RGM
               MOVE WS-LIVRO-BUSCA TO EMP-LIVRO
               MOVE ZEROS TO EMP-DATA
               START EMPRESTIMOS KEY IS GREATER THAN EMP-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-EMPRESTIMOS
               END-START

               PERFORM UNTIL WS-FS-EMPRESTIMOS EQUAL 10
                   READ EMPRESTIMOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-EMPRESTIMOS
                       NOT AT END
                       IF EMP-RGM NOT EQUAL WS-RGM-BUSCA
                           OR EMP-LIVRO NOT EQUAL WS-LIVRO-BUSCA
                           MOVE 10 TO WS-FS-EMPRESTIMOS
                       ELSE
                           IF EMP-STATUS EQUAL "ABERTO"
                               MOVE "S" TO WS-EMP-ACHOU
                               MOVE 10 TO WS-FS-EMPRESTIMOS
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-EMPRESTIMOS

               IF WS-EMP-ACHOU NOT EQUAL "S"
                   DISPLAY "NAO HA EMPRESTIMO EM ABERTO DESTE LIVRO "
                       "PARA O RGM " WS-RGM-BUSCA
                   CLOSE EMPRESTIMOS
               ELSE
                   DISPLAY "ALUNO: " EMP-NOME " RETIRADA: " EMP-DATA
                       " VENCIMENTO: " EMP-VENCIMENTO
               END-IF
           END-IF.

      *    PRAZO DE DEVOLUCAO CONTADO EM DIAS LETIVOS QUE NAO SEJAM
      *    FERIADO, A PARTIR DO DIA SEGUINTE AO EMPRESTIMO
       CALCULA-VENCIMENTO-PROCEDURE.
           MOVE ZEROS TO WS-DIAS-CONTADOS
           MOVE ZEROS TO WS-DIAS-TENTATIVAS
           MOVE WS-DATA-HOJE TO WS-DATA-VENCIMENTO
           PERFORM UNTIL WS-DIAS-CONTADOS NOT LESS THAN WS-PRAZO-DIAS
               OR WS-DIAS-TENTATIVAS GREATER THAN 180
               ADD 1 TO WS-DIAS-TENTATIVAS
               COMPUTE WS-DIAS-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-VENCIMENTO) + 1
               COMPUTE WS-DATA-VENCIMENTO =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
               MOVE WS-DATA-VENCIMENTO TO WS-CLE-DATA-TESTE
               PERFORM VERIFICA-DIA-LETIVO-PROCEDURE
               IF WS-CLE-EH-LETIVO EQUAL "S"
                   MOVE WS-DATA-VENCIMENTO TO WS-FER-DATA-TESTE
                   PERFORM VERIFICA-DIA-UTIL-PROCEDURE
                   IF WS-FER-EH-UTIL EQUAL "S"
                       ADD 1 TO WS-DIAS-CONTADOS
                   END-IF
               END-IF
           END-PERFORM.

       CALCULA-MULTA-PROCEDURE.
           MOVE ZEROS TO WS-DIAS-ATRASO
           MOVE ZEROS TO WS-VALOR-MULTA
           IF EMP-VENCIMENTO LESS THAN WS-DATA-HOJE
               COMPUTE WS-DIAS-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               COMPUTE WS-DIAS-INT-VENC =
                   FUNCTION INTEGER-OF-DATE(EMP-VENCIMENTO)
               COMPUTE WS-DIAS-ATRASO =
                   WS-DIAS-INT - WS-DIAS-INT-VENC
               COMPUTE WS-VALOR-MULTA ROUNDED =
                   WS-DIAS-ATRASO * WS-MULTA-DIA
           END-IF.

      *    DEBITO DA BIBLIOTECA: PAGO NO BALCAO OU PENDENTE PARA SER
      *    LANCADO NA PROXIMA MENSALIDADE GERADA PARA O ALUNO
       GRAVA-DEBITO-PROCEDURE.
           MOVE WS-VALOR-DEBITO TO WS-MULTA-ED
           DISPLAY WS-TIPO-DEBITO " A COBRAR: " WS-MULTA-ED
           DISPLAY "PAGO NO BALCAO? (S/N): "
           ACCEPT WS-PAGO-BALCAO

           MOVE ZEROS TO WS-FS-BIBDEB
           OPEN I-O BIBLIOTECA-DEBITOS
           IF WS-FS-BIBDEB EQUAL 35
               OPEN OUTPUT BIBLIOTECA-DEBITOS
               CLOSE BIBLIOTECA-DEBITOS
               OPEN I-O BIBLIOTECA-DEBITOS
           END-IF

           MOVE EMP-RGM TO BDB-RGM
           MOVE WS-DATA-HOJE TO BDB-DATA
           MOVE EMP-LIVRO TO BDB-LIVRO
           MOVE WS-TIPO-DEBITO TO BDB-TIPO
           MOVE WS-VALOR-DEBITO TO BDB-VALOR
           MOVE ZEROS TO BDB-COMPETENCIA
           IF WS-PAGO-BALCAO EQUAL "S"
               MOVE "PAGO" TO BDB-STATUS
           ELSE
               MOVE "PENDENTE" TO BDB-STATUS
           END-IF

           WRITE REG-BIBLIOTECA-DEBITO
           IF WS-FS-BIBDEB EQUAL 22
               READ BIBLIOTECA-DEBITOS RECORD
                   KEY IS BDB-CHAVE
               END-READ
               ADD WS-VALOR-DEBITO TO BDB-VALOR
               REWRITE REG-BIBLIOTECA-DEBITO
               END-REWRITE
           END-IF

           IF WS-FS-BIBDEB EQUAL ZEROS
               IF BDB-STATUS EQUAL "PENDENTE"
                   DISPLAY "DEBITO SERA LANCADO NA PROXIMA MENSALIDADE"
               END-IF
               MOVE "BIBLIOTECA" TO WS-AUD-PROGRAMA
               MOVE "DEBITO-BIB" TO WS-AUD-OPERACAO
               MOVE BDB-CHAVE TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           ELSE
               DISPLAY "ERRO AO GRAVAR O DEBITO DA BIBLIOTECA"
               MOVE WS-FS-BIBDEB TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF

           CLOSE BIBLIOTECA-DEBITOS.

       CARREGA-PARAMETROS-PROCEDURE.
           MOVE ZEROS TO WS-FS-PARAMETROS
           OPEN INPUT PARAMETROS
           IF WS-FS-PARAMETROS EQUAL ZEROS
               READ PARAMETROS
                   AT END
                   CONTINUE
                   NOT AT END
                   MOVE PRM-PRAZO-DIAS TO WS-PRAZO-DIAS
                   MOVE PRM-MULTA-DIA TO WS-MULTA-DIA
                   MOVE PRM-MAX-EMPRESTIMOS TO WS-MAX-EMPRESTIMOS
               END-READ
               CLOSE PARAMETROS
           END-IF.

       COPY CLETPRC.
       COPY FERPRC.
       COPY SPOOLPRC.
       COPY LOGINPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM BIBLIOTECA.
