      ******************************************************************
      * Author:
      * Date:
      * Purpose: TRANSFERENCIA EXPEDIDA - SAIDA DO ALUNO PARA OUTRA
      *          ESCOLA, COM LEVANTAMENTO DE PENDENCIAS E EMISSAO DA
      *          GUIA DE TRANSFERENCIA COM O RENDIMENTO PARCIAL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFERENCIA-EXPEDIDA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
           SELECT  ALUNOS ASSIGN TO WS-ARQ-ALUNOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ALUNOS.

           SELECT  ALUNOS-TEMP ASSIGN TO WS-ARQ-ALUNOS-TEMP
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ALUNOS-TEMP.

           SELECT  PRESENCAS ASSIGN TO WS-ARQ-PRESENCAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-PRESENCAS.

           SELECT  MENSALIDADES ASSIGN TO WS-ARQ-MENSALIDADES
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS MEN-CHAVE
           FILE STATUS IS WS-FS-MENSALIDADES.

           COPY TEXSEL.

           COPY TURMSEL.

           COPY EMPSEL.

           COPY ACVSEL.

           COPY BDEBSEL.

           COPY CHKSEL.

           COPY TDOCSEL.

           COPY ALUIXSEL.

           COPY DISCSEL.

           COPY CLETSEL.

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

           FD ALUNOS-TEMP.
       01 REG-ALUNOS-TEMP.
           03  TMP-RGM-ALUNO       PIC 9(005).
           03  TMP-NOME-ALUNO      PIC A(020).
           03  TMP-SIT-ALUNO       PIC X(001).
           03  TMP-TURMA-ALUNO     PIC X(007).

           FD PRESENCAS.
       01 REG-PRESENCA.
           03  PRES-DATA           PIC 9(008).
           03  PRES-RGM            PIC 9(005).
           03  PRES-SITUACAO       PIC X(001).

           FD MENSALIDADES.
       01 REG-MENSALIDADE.
           03  MEN-CHAVE.
               05  MEN-RGM           PIC 9(005).
               05  MEN-COMPETENCIA   PIC 9(006).
           03  MEN-NOME              PIC A(020).
           03  MEN-DATA-VENCIMENTO   PIC 9(008).
           03  MEN-VALOR             PIC 9(007)V99.
           03  MEN-VALOR-PAGO        PIC 9(007)V99.
           03  MEN-DATA-PAGAMENTO    PIC 9(008).
           03  MEN-STATUS            PIC X(008).
           03  MEN-VALOR-TRANSPORTE  PIC 9(007)V99.

           COPY TEXFD.

           COPY TURMFD.

           COPY EMPFD.

           COPY ACVFD.

           COPY BDEBFD.

           COPY CHKFD.

           COPY TDOCFD.

           COPY ALUIXFD.

           COPY DISCFD.

           COPY CLETFD.

           COPY SPOOLFD.

           COPY OPERFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       01 WS-FS-ALUNOS              PIC 99.
       01 WS-FS-ALUNOS-TEMP         PIC 99.
       01 WS-FS-PRESENCAS           PIC 99.
       01 WS-FS-MENSALIDADES        PIC 99.
       01 WS-FS-TURMAS              PIC 99.
       01 WS-FS-EMPRESTIMOS         PIC 99.
       01 WS-FS-ACERVO              PIC 99.
       01 WS-FS-BIBDEB              PIC 99.
       01 WS-FS-CHECKLIST           PIC 99.
       01 WS-FS-TIPOSDOC            PIC 99.
       01 WS-FS-ALUNOTAS            PIC 99.
       01 WS-FS-DISCIPLINAS         PIC 99.
       01 WS-OPC                    PIC X(001).
       01 WS-TENT-INVALIDAS         PIC 9(002) VALUE ZEROS.
       01 WS-TENT-LIMITE            PIC 9(002) VALUE 3.
       01 WS-RGM-BUSCA              PIC 9(005) VALUE ZEROS.
       01 WS-ACHOU-RGM              PIC X(001) VALUE "N".
       01 WS-NOME-ALUNO             PIC A(020) VALUE SPACES.
       01 WS-SIT-ALUNO              PIC X(001) VALUE SPACES.
       01 WS-TURMA-ALUNO            PIC X(007) VALUE SPACES.
       01 WS-TURMA-DESCRICAO        PIC A(020) VALUE SPACES.
       01 WS-TURMA-TURNO            PIC X(010) VALUE SPACES.
       01 WS-DATA-HOJE              PIC 9(008) VALUE ZEROS.
       01 WS-DATA-TRANSF            PIC 9(008) VALUE ZEROS.
       01 WS-DATA-INICIO-ANO        PIC 9(008) VALUE ZEROS.
       01 WS-ANO-LETIVO             PIC 9(004) VALUE ZEROS.
       01 WS-ESCOLA-DESTINO         PIC X(040) VALUE SPACES.
       01 WS-CIDADE-DESTINO         PIC X(025) VALUE SPACES.
       01 WS-UF-DESTINO             PIC X(002) VALUE SPACES.
       01 WS-CONFIRMA               PIC X(001) VALUE "N".
       01 WS-REEMISSAO              PIC X(001) VALUE "N".
       01 WS-QTDE-LIVROS            PIC 9(002) VALUE ZEROS.
       01 WS-QTDE-DEBITOS-BIB       PIC 9(002) VALUE ZEROS.
       01 WS-QTDE-MENSALIDADES      PIC 9(002) VALUE ZEROS.
       01 WS-QTDE-DOCUMENTOS        PIC 9(002) VALUE ZEROS.
       01 WS-SALDO-DEVEDOR          PIC 9(007)V99 VALUE ZEROS.
       01 WS-SALDO-PARCELA          PIC 9(007)V99 VALUE ZEROS.
       01 WS-TITULO-LIVRO           PIC X(030) VALUE SPACES.
       01 WS-DESCRICAO-DOC          PIC X(020) VALUE SPACES.
       01 WS-NOME-DISCIPLINA        PIC A(020) VALUE SPACES.
       01 WS-QTDE-NOTAS             PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-AUSENCIAS         PIC 9(005) VALUE ZEROS.
       01 WS-PCT-FREQUENCIA         PIC 9(003)V99 VALUE ZEROS.
       01 WS-QTDE-LISTADAS          PIC 9(005) VALUE ZEROS.
       01 WS-DATA-ED                PIC X(010) VALUE SPACES.
       01 WS-DATA-FORMATA           PIC 9(008) VALUE ZEROS.
       01 WS-VALOR-ED               PIC Z(6)9.99.
       01 WS-NOTA-ED-1              PIC Z9.99.
       01 WS-NOTA-ED-2              PIC Z9.99.
       01 WS-NOTA-ED-3              PIC Z9.99.
       01 WS-MEDIA-ED               PIC Z9.99.
       01 WS-FREQ-ED                PIC ZZ9.99.
       01 WS-QTDE-ED                PIC ZZ9.

       COPY TEXWS.
       COPY CLETWS.
       COPY SPOOLWS.
       COPY LOGINWS.
       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE
           PERFORM LOGIN-OPERADOR-ESCOLA-PROCEDURE.
       MENU-TRANSFERENCIA-PROCEDURE.

           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-TRANSFERENCIA-REPROMPT.

           DISPLAY " "
           DISPLAY "---------TRANSFERENCIA EXPEDIDA -------------"
           DISPLAY "T - TRANSFERIR ALUNO PARA OUTRA ESCOLA"
           DISPLAY "P - PENDENCIAS DE UM ALUNO"
           DISPLAY "G - REEMITIR GUIA DE TRANSFERENCIA"
           DISPLAY "L - LISTAR TRANSFERENCIAS EXPEDIDAS"
           DISPLAY "V - ENCERRAR"
           DISPLAY "DIGITE A OPCAO T,P,G OU L... OU V PARA SAIR"

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO "V"

               IF WS-OPC IS EQUAL TO "T"
               GO TO TRANSFERE-ALUNO
               ELSE IF WS-OPC IS EQUAL TO "P"
               GO TO PENDENCIAS-ALUNO
               ELSE IF WS-OPC IS EQUAL TO "G"
               GO TO REEMITE-GUIA
               ELSE IF WS-OPC IS EQUAL TO "L"
               GO TO LISTA-TRANSFERENCIAS
               ELSE
               DISPLAY "OPCAO INVALIDA"
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY "MUITAS OPCOES INVALIDAS"
                   DISPLAY "APLICACAO FINALIZADA!"
                   STOP RUN
               END-IF
               GO TO MENU-TRANSFERENCIA-REPROMPT
               END-IF

           END-PERFORM

           DISPLAY "APLICACAO FINALIZADA!"
           STOP RUN.

       TRANSFERE-ALUNO.
           DISPLAY "INFORME O RGM DO ALUNO A TRANSFERIR: "
           ACCEPT WS-RGM-BUSCA

           PERFORM PROCURA-RGM-PROCEDURE
           IF WS-ACHOU-RGM NOT EQUAL "S"
               DISPLAY "RGM NAO ENCONTRADO"
               GO TO MENU-TRANSFERENCIA-PROCEDURE
           END-IF
           IF WS-SIT-ALUNO EQUAL "I"
               DISPLAY "ALUNO INATIVO - TRANSFERENCIA NAO PERMITIDA"
               GO TO MENU-TRANSFERENCIA-PROCEDURE
           END-IF

           MOVE WS-RGM-BUSCA TO WS-TEX-RGM-TESTE
           MOVE ZEROS TO WS-TEX-DATA-TESTE
           PERFORM VERIFICA-TRANSF-EXPEDIDA-PROCEDURE
           IF WS-TEX-DATA-SAIDA GREATER THAN ZEROS
               MOVE WS-TEX-DATA-SAIDA TO WS-DATA-FORMATA
               PERFORM FORMATA-DATA-PROCEDURE
               DISPLAY "ALUNO REMATRICULADO APOS TRANSFERENCIA EM "
                   WS-DATA-ED " - A NOVA TRANSFERENCIA SUBSTITUI A "
                   "ANTERIOR"
           END-IF

           DISPLAY "ALUNO " WS-RGM-BUSCA " - " WS-NOME-ALUNO
               " - TURMA " WS-TURMA-ALUNO
           DISPLAY "INFORME A DATA DA TRANSFERENCIA (AAAAMMDD): "
           ACCEPT WS-DATA-TRANSF
           IF WS-DATA-TRANSF IS NOT NUMERIC
               OR WS-DATA-TRANSF EQUAL ZEROS
               DISPLAY "DATA INVALIDA"
               GO TO MENU-TRANSFERENCIA-PROCEDURE
           END-IF
           DISPLAY "INFORME A DATA DE INICIO DO ANO LETIVO "
               "(AAAAMMDD): "
           ACCEPT WS-DATA-INICIO-ANO
           IF WS-DATA-INICIO-ANO IS NOT NUMERIC
               OR WS-DATA-INICIO-ANO EQUAL ZEROS
               OR WS-DATA-INICIO-ANO GREATER THAN WS-DATA-TRANSF
               DISPLAY "INICIO DO ANO LETIVO INVALIDO"
               GO TO MENU-TRANSFERENCIA-PROCEDURE
           END-IF
           DISPLAY "INFORME A ESCOLA DE DESTINO: "
           ACCEPT WS-ESCOLA-DESTINO
           IF WS-ESCOLA-DESTINO EQUAL SPACES
               DISPLAY "A ESCOLA DE DESTINO E OBRIGATORIA"
               GO TO MENU-TRANSFERENCIA-PROCEDURE
           END-IF
           DISPLAY "INFORME A CIDADE DA ESCOLA DE DESTINO: "
           ACCEPT WS-CIDADE-DESTINO
           DISPLAY "INFORME A UF (EX: SP): "
           ACCEPT WS-UF-DESTINO

           PERFORM LEVANTA-PENDENCIAS-PROCEDURE
           IF WS-QTDE-LIVROS GREATER THAN ZEROS
               OR WS-QTDE-DEBITOS-BIB GREATER THAN ZEROS
               OR WS-QTDE-MENSALIDADES GREATER THAN ZEROS
               OR WS-QTDE-DOCUMENTOS GREATER THAN ZEROS
               DISPLAY "ATENCAO: EXISTEM PENDENCIAS A REGULARIZAR"
               DISPLAY "(A GUIA DE TRANSFERENCIA NAO PODE SER RETIDA "
                   "POR PENDENCIA FINANCEIRA)"
           ELSE
               DISPLAY "NENHUMA PENDENCIA ENCONTRADA"
           END-IF

           DISPLAY "CONFIRMA A TRANSFERENCIA E A EMISSAO DA GUIA? "
               "(S/N)"
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL "S"
               DISPLAY "TRANSFERENCIA NAO EFETUADA"
               GO TO MENU-TRANSFERENCIA-PROCEDURE
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-RGM-BUSCA TO TEX-RGM
           MOVE WS-NOME-ALUNO TO TEX-NOME
           MOVE WS-TURMA-ALUNO TO TEX-TURMA
           MOVE WS-DATA-TRANSF TO TEX-DATA
           MOVE WS-ESCOLA-DESTINO TO TEX-ESCOLA-DESTINO
           MOVE WS-CIDADE-DESTINO TO TEX-CIDADE-DESTINO
           MOVE WS-UF-DESTINO TO TEX-UF-DESTINO
           MOVE WS-DATA-INICIO-ANO TO TEX-DATA-INICIO-ANO
           MOVE WS-QTDE-LIVROS TO TEX-QTDE-LIVROS
           MOVE WS-QTDE-DOCUMENTOS TO TEX-QTDE-DOCUMENTOS
           MOVE WS-SALDO-DEVEDOR TO TEX-SALDO-DEVEDOR
           MOVE 1 TO TEX-QTDE-GUIAS
           MOVE WS-DATA-HOJE TO TEX-DATA-EMISSAO
           MOVE WS-LOGIN-ID TO TEX-OPERADOR

           MOVE ZEROS TO WS-FS-TRANSF-EXPED
           OPEN I-O TRANSF-EXPEDIDAS
           IF WS-FS-TRANSF-EXPED EQUAL 35
               OPEN OUTPUT TRANSF-EXPEDIDAS
               CLOSE TRANSF-EXPEDIDAS
               OPEN I-O TRANSF-EXPEDIDAS
           END-IF
           WRITE REG-TRANSF-EXPEDIDA
           END-WRITE
           IF WS-FS-TRANSF-EXPED EQUAL 22
               REWRITE REG-TRANSF-EXPEDIDA
               END-REWRITE
           END-IF
           IF WS-FS-TRANSF-EXPED NOT EQUAL ZEROS
               DISPLAY "ERRO AO GRAVAR A TRANSFERENCIA"
               MOVE WS-FS-TRANSF-EXPED TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               CLOSE TRANSF-EXPEDIDAS
               GO TO MENU-TRANSFERENCIA-PROCEDURE
           END-IF
           CLOSE TRANSF-EXPEDIDAS

           PERFORM INATIVA-ROSTER-PROCEDURE

           MOVE "TRANSF-EXPED" TO WS-AUD-PROGRAMA
           MOVE "EXPEDICAO" TO WS-AUD-OPERACAO
           MOVE WS-RGM-BUSCA TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           MOVE "N" TO WS-REEMISSAO
           PERFORM EMITE-GUIA-PROCEDURE

           DISPLAY "TRANSFERENCIA EXPEDIDA - ALUNO INATIVADO"
           DISPLAY "VAGA LIBERADA NA TURMA " WS-TURMA-ALUNO
               " - VERIFIQUE A LISTA DE ESPERA NA MATRICULA"
           GO TO MENU-TRANSFERENCIA-PROCEDURE.

       PENDENCIAS-ALUNO.
           DISPLAY "INFORME O RGM DO ALUNO: "
           ACCEPT WS-RGM-BUSCA

           PERFORM PROCURA-RGM-PROCEDURE
           IF WS-ACHOU-RGM NOT EQUAL "S"
               DISPLAY "RGM NAO ENCONTRADO"
               GO TO MENU-TRANSFERENCIA-PROCEDURE
           END-IF

           PERFORM LEVANTA-PENDENCIAS-PROCEDURE
           GO TO MENU-TRANSFERENCIA-PROCEDURE.

       REEMITE-GUIA.
           DISPLAY "INFORME O RGM DO ALUNO TRANSFERIDO: "
           ACCEPT WS-RGM-BUSCA

           MOVE ZEROS TO WS-FS-TRANSF-EXPED
           OPEN I-O TRANSF-EXPEDIDAS
           IF WS-FS-TRANSF-EXPED NOT EQUAL ZEROS
               DISPLAY "NENHUMA TRANSFERENCIA EXPEDIDA"
               GO TO MENU-TRANSFERENCIA-PROCEDURE
           END-IF
           MOVE WS-RGM-BUSCA TO TEX-RGM
           READ TRANSF-EXPEDIDAS RECORD
               KEY IS TEX-RGM
               INVALID KEY
               DISPLAY "RGM SEM TRANSFERENCIA EXPEDIDA"
               CLOSE TRANSF-EXPEDIDAS
               GO TO MENU-TRANSFERENCIA-PROCEDURE
           END-READ

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ADD 1 TO TEX-QTDE-GUIAS
           MOVE WS-DATA-HOJE TO TEX-DATA-EMISSAO
           REWRITE REG-TRANSF-EXPEDIDA
           END-REWRITE

           MOVE TEX-NOME TO WS-NOME-ALUNO
           MOVE TEX-TURMA TO WS-TURMA-ALUNO
           MOVE TEX-DATA TO WS-DATA-TRANSF
           MOVE TEX-DATA-INICIO-ANO TO WS-DATA-INICIO-ANO
           MOVE TEX-ESCOLA-DESTINO TO WS-ESCOLA-DESTINO
           MOVE TEX-CIDADE-DESTINO TO WS-CIDADE-DESTINO
           MOVE TEX-UF-DESTINO TO WS-UF-DESTINO
           CLOSE TRANSF-EXPEDIDAS

           MOVE "TRANSF-EXPED" TO WS-AUD-PROGRAMA
           MOVE "REEMISSAO" TO WS-AUD-OPERACAO
           MOVE WS-RGM-BUSCA TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           MOVE "S" TO WS-REEMISSAO
           PERFORM EMITE-GUIA-PROCEDURE
           GO TO MENU-TRANSFERENCIA-PROCEDURE.

       LISTA-TRANSFERENCIAS.
           MOVE ZEROS TO WS-FS-TRANSF-EXPED
           OPEN INPUT TRANSF-EXPEDIDAS
           IF WS-FS-TRANSF-EXPED NOT EQUAL ZEROS
               DISPLAY "NENHUMA TRANSFERENCIA EXPEDIDA"
               GO TO MENU-TRANSFERENCIA-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-QTDE-LISTADAS
           DISPLAY "----- TRANSFERENCIAS EXPEDIDAS -----"
           DISPLAY "RGM   NOME                 TURMA   DATA       "
               "DESTINO"
           PERFORM UNTIL WS-FS-TRANSF-EXPED EQUAL 10
               READ TRANSF-EXPEDIDAS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-TRANSF-EXPED
                   NOT AT END
                   ADD 1 TO WS-QTDE-LISTADAS
                   MOVE TEX-DATA TO WS-DATA-FORMATA
                   PERFORM FORMATA-DATA-PROCEDURE
                   DISPLAY TEX-RGM " " TEX-NOME " " TEX-TURMA " "
                       WS-DATA-ED " " TEX-ESCOLA-DESTINO
                   IF TEX-QTDE-LIVROS GREATER THAN ZEROS
                       OR TEX-QTDE-DOCUMENTOS GREATER THAN ZEROS
                       OR TEX-SALDO-DEVEDOR GREATER THAN ZEROS
                       MOVE TEX-SALDO-DEVEDOR TO WS-VALOR-ED
                       DISPLAY "      PENDENCIAS NA SAIDA: LIVROS "
                           TEX-QTDE-LIVROS " DOCUMENTOS "
                           TEX-QTDE-DOCUMENTOS " SALDO " WS-VALOR-ED
                   END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSF-EXPEDIDAS
           DISPLAY "TOTAL DE TRANSFERENCIAS: " WS-QTDE-LISTADAS
           GO TO MENU-TRANSFERENCIA-PROCEDURE.

       PROCURA-RGM-PROCEDURE.
           MOVE "N" TO WS-ACHOU-RGM
           MOVE ZEROS TO WS-FS-ALUNOS
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS EQUAL ZEROS
               PERFORM UNTIL WS-FS-ALUNOS EQUAL 10
                   READ ALUNOS
                       AT END MOVE 10 TO WS-FS-ALUNOS
                       NOT AT END
                       IF RGM-ALUNO EQUAL WS-RGM-BUSCA
                           MOVE "S" TO WS-ACHOU-RGM
                           MOVE NOME-ALUNO TO WS-NOME-ALUNO
                           MOVE SIT-ALUNO TO WS-SIT-ALUNO
                           MOVE TURMA-ALUNO TO WS-TURMA-ALUNO
                           MOVE 10 TO WS-FS-ALUNOS
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNOS
           END-IF.

       INATIVA-ROSTER-PROCEDURE.
           MOVE ZEROS TO WS-FS-ALUNOS
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS NOT EQUAL ZEROS
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE ALUNOS"
               MOVE WS-FS-ALUNOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               MOVE ZEROS TO WS-FS-ALUNOS-TEMP
               OPEN OUTPUT ALUNOS-TEMP
               PERFORM UNTIL WS-FS-ALUNOS EQUAL 10
                   READ ALUNOS
                       AT END MOVE 10 TO WS-FS-ALUNOS
                       NOT AT END
                       MOVE RGM-ALUNO   TO TMP-RGM-ALUNO
                       MOVE NOME-ALUNO  TO TMP-NOME-ALUNO
                       MOVE SIT-ALUNO   TO TMP-SIT-ALUNO
                       MOVE TURMA-ALUNO TO TMP-TURMA-ALUNO
                       IF RGM-ALUNO EQUAL WS-RGM-BUSCA
                           MOVE "I" TO TMP-SIT-ALUNO
                       END-IF
                       WRITE REG-ALUNOS-TEMP
                   END-READ
               END-PERFORM
               CLOSE ALUNOS-TEMP
               CLOSE ALUNOS

               OPEN INPUT ALUNOS-TEMP
               OPEN OUTPUT ALUNOS
               PERFORM UNTIL WS-FS-ALUNOS-TEMP EQUAL 10
                   READ ALUNOS-TEMP
                       AT END MOVE 10 TO WS-FS-ALUNOS-TEMP
                       NOT AT END
                       MOVE TMP-RGM-ALUNO   TO RGM-ALUNO
                       MOVE TMP-NOME-ALUNO  TO NOME-ALUNO
                       MOVE TMP-SIT-ALUNO   TO SIT-ALUNO
                       MOVE TMP-TURMA-ALUNO TO TURMA-ALUNO
                       WRITE REG-ALUNOS
                   END-READ
               END-PERFORM
               CLOSE ALUNOS
               CLOSE ALUNOS-TEMP
           END-IF.

      * LIVROS NAO DEVOLVIDOS, DEBITOS DA BIBLIOTECA AINDA NAO
      * COBRADOS, MENSALIDADES EM ABERTO E DOCUMENTOS NAO ENTREGUES,
      * LISTADOS PARA A SECRETARIA REGULARIZAR
       LEVANTA-PENDENCIAS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-LIVROS
           MOVE ZEROS TO WS-QTDE-DEBITOS-BIB
           MOVE ZEROS TO WS-QTDE-MENSALIDADES
           MOVE ZEROS TO WS-QTDE-DOCUMENTOS
           MOVE ZEROS TO WS-SALDO-DEVEDOR

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               "pendencias-transferencia-" WS-RGM-BUSCA ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE "PENDENCIAS PARA TRANSFERENCIA" TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "ALUNO " WS-RGM-BUSCA " - " WS-NOME-ALUNO
               " - TURMA " WS-TURMA-ALUNO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE "LIVROS NAO DEVOLVIDOS A BIBLIOTECA:" TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM PENDENCIAS-BIBLIOTECA-PROCEDURE
           IF WS-QTDE-LIVROS EQUAL ZEROS
               AND WS-QTDE-DEBITOS-BIB EQUAL ZEROS
               MOVE "    NENHUM" TO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF

           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE "MENSALIDADES EM ABERTO:" TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM PENDENCIAS-MENSALIDADES-PROCEDURE
           IF WS-QTDE-MENSALIDADES EQUAL ZEROS
               MOVE "    NENHUMA" TO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF

           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE "DOCUMENTOS DE MATRICULA NAO ENTREGUES:"
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM PENDENCIAS-DOCUMENTOS-PROCEDURE
           IF WS-QTDE-DOCUMENTOS EQUAL ZEROS
               MOVE "    NENHUM" TO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF

           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-SALDO-DEVEDOR TO WS-VALOR-ED
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "LIVROS: " WS-QTDE-LIVROS
               "  DEBITOS BIBLIOTECA: " WS-QTDE-DEBITOS-BIB
               "  MENSALIDADES: " WS-QTDE-MENSALIDADES
               "  DOCUMENTOS: " WS-QTDE-DOCUMENTOS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "SALDO DEVEDOR TOTAL: " WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           DISPLAY "LIVROS NAO DEVOLVIDOS......: " WS-QTDE-LIVROS
           DISPLAY "DEBITOS DA BIBLIOTECA......: " WS-QTDE-DEBITOS-BIB
           DISPLAY "MENSALIDADES EM ABERTO.....: " WS-QTDE-MENSALIDADES
           DISPLAY "DOCUMENTOS NAO ENTREGUES...: " WS-QTDE-DOCUMENTOS
           DISPLAY "SALDO DEVEDOR TOTAL........: " WS-VALOR-ED.

       PENDENCIAS-BIBLIOTECA-PROCEDURE.
           MOVE ZEROS TO WS-FS-EMPRESTIMOS
           OPEN INPUT EMPRESTIMOS
           IF WS-FS-EMPRESTIMOS EQUAL ZEROS
               MOVE ZEROS TO WS-FS-ACERVO
               OPEN INPUT ACERVO
               MOVE WS-RGM-BUSCA TO EMP-RGM
               MOVE ZEROS TO EMP-LIVRO
               MOVE ZEROS TO EMP-DATA
               START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CHAVE
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
                               PERFORM LISTA-LIVRO-PROCEDURE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               IF WS-FS-ACERVO EQUAL ZEROS
                   CLOSE ACERVO
               END-IF
               CLOSE EMPRESTIMOS
           END-IF

           MOVE ZEROS TO WS-FS-BIBDEB
           OPEN INPUT BIBLIOTECA-DEBITOS
           IF WS-FS-BIBDEB EQUAL ZEROS
               MOVE WS-RGM-BUSCA TO BDB-RGM
               MOVE ZEROS TO BDB-DATA
               MOVE ZEROS TO BDB-LIVRO
               MOVE SPACES TO BDB-TIPO
               START BIBLIOTECA-DEBITOS KEY IS NOT LESS THAN BDB-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-BIBDEB
               END-START
               PERFORM UNTIL WS-FS-BIBDEB EQUAL 10
                   READ BIBLIOTECA-DEBITOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-BIBDEB
                       NOT AT END
                       IF BDB-RGM NOT EQUAL WS-RGM-BUSCA
                           MOVE 10 TO WS-FS-BIBDEB
                       ELSE
                           IF BDB-STATUS EQUAL "PENDENTE"
                               ADD 1 TO WS-QTDE-DEBITOS-BIB
                               ADD BDB-VALOR TO WS-SALDO-DEVEDOR
                               MOVE BDB-VALOR TO WS-VALOR-ED
                               MOVE BDB-DATA TO WS-DATA-FORMATA
                               PERFORM FORMATA-DATA-PROCEDURE
                               MOVE SPACES TO WS-SPOOL-LINHA
                               STRING "    " BDB-TIPO " DO LIVRO "
                                   BDB-LIVRO " EM " WS-DATA-ED
                                   " A COBRAR " WS-VALOR-ED
                                   DELIMITED BY SIZE
                                   INTO WS-SPOOL-LINHA
                               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BIBLIOTECA-DEBITOS
           END-IF.

       LISTA-LIVRO-PROCEDURE.
           ADD 1 TO WS-QTDE-LIVROS
           MOVE "TITULO NAO CADASTRADO" TO WS-TITULO-LIVRO
           IF WS-FS-ACERVO EQUAL ZEROS
               MOVE EMP-LIVRO TO ACV-CODIGO
               READ ACERVO RECORD
                   KEY IS ACV-CODIGO
                   INVALID KEY
                   MOVE ZEROS TO WS-FS-ACERVO
                   NOT INVALID KEY
                   MOVE ACV-TITULO TO WS-TITULO-LIVRO
               END-READ
           END-IF
           MOVE EMP-VENCIMENTO TO WS-DATA-FORMATA
           PERFORM FORMATA-DATA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "    " EMP-LIVRO " " WS-TITULO-LIVRO
               " DEVOLUCAO PREVISTA " WS-DATA-ED
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       PENDENCIAS-MENSALIDADES-PROCEDURE.
           MOVE ZEROS TO WS-FS-MENSALIDADES
           OPEN INPUT MENSALIDADES
           IF WS-FS-MENSALIDADES EQUAL ZEROS
               MOVE WS-RGM-BUSCA TO MEN-RGM
               MOVE ZEROS TO MEN-COMPETENCIA
               START MENSALIDADES KEY IS NOT LESS THAN MEN-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-MENSALIDADES
               END-START
               PERFORM UNTIL WS-FS-MENSALIDADES EQUAL 10
                   READ MENSALIDADES NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-MENSALIDADES
                       NOT AT END
                       IF MEN-RGM NOT EQUAL WS-RGM-BUSCA
                           MOVE 10 TO WS-FS-MENSALIDADES
                       ELSE
                           IF MEN-STATUS EQUAL "ABERTO"
                               OR MEN-STATUS EQUAL "PARCIAL"
                               PERFORM LISTA-MENSALIDADE-PROCEDURE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE MENSALIDADES
           END-IF.

       LISTA-MENSALIDADE-PROCEDURE.
           ADD 1 TO WS-QTDE-MENSALIDADES
           COMPUTE WS-SALDO-PARCELA = MEN-VALOR + MEN-VALOR-TRANSPORTE
               - MEN-VALOR-PAGO
           ADD WS-SALDO-PARCELA TO WS-SALDO-DEVEDOR
           MOVE WS-SALDO-PARCELA TO WS-VALOR-ED
           MOVE MEN-DATA-VENCIMENTO TO WS-DATA-FORMATA
           PERFORM FORMATA-DATA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "    COMPETENCIA " MEN-COMPETENCIA
               " VENCIMENTO " WS-DATA-ED " " MEN-STATUS
               " SALDO " WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       PENDENCIAS-DOCUMENTOS-PROCEDURE.
           MOVE ZEROS TO WS-FS-CHECKLIST
           OPEN INPUT CHECKLIST-DOCUMENTOS
           IF WS-FS-CHECKLIST EQUAL ZEROS
               MOVE ZEROS TO WS-FS-TIPOSDOC
               OPEN INPUT TIPOS-DOCUMENTO
               MOVE WS-RGM-BUSCA TO CHK-RGM
               MOVE ZEROS TO CHK-DOCUMENTO
               START CHECKLIST-DOCUMENTOS
                   KEY IS NOT LESS THAN CHK-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-CHECKLIST
               END-START
               PERFORM UNTIL WS-FS-CHECKLIST EQUAL 10
                   READ CHECKLIST-DOCUMENTOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CHECKLIST
                       NOT AT END
                       IF CHK-RGM NOT EQUAL WS-RGM-BUSCA
                           MOVE 10 TO WS-FS-CHECKLIST
                       ELSE
                           IF CHK-STATUS EQUAL "PENDENTE"
                               PERFORM LISTA-DOCUMENTO-PROCEDURE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               IF WS-FS-TIPOSDOC EQUAL ZEROS
                   CLOSE TIPOS-DOCUMENTO
               END-IF
               CLOSE CHECKLIST-DOCUMENTOS
           END-IF.

       LISTA-DOCUMENTO-PROCEDURE.
           ADD 1 TO WS-QTDE-DOCUMENTOS
           MOVE "DOCUMENTO" TO WS-DESCRICAO-DOC
           IF WS-FS-TIPOSDOC EQUAL ZEROS
               MOVE CHK-DOCUMENTO TO TDC-CODIGO
               READ TIPOS-DOCUMENTO RECORD
                   KEY IS TDC-CODIGO
                   INVALID KEY
                   MOVE ZEROS TO WS-FS-TIPOSDOC
                   NOT INVALID KEY
                   MOVE TDC-DESCRICAO TO WS-DESCRICAO-DOC
               END-READ
           END-IF
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "    " CHK-DOCUMENTO " " WS-DESCRICAO-DOC
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

      * GUIA DE TRANSFERENCIA: NOTAS E FALTAS PARCIAIS DO ANO LETIVO
      * DA TRANSFERENCIA E FREQUENCIA SOBRE OS DIAS LETIVOS ATE A SAIDA
       EMITE-GUIA-PROCEDURE.
           MOVE WS-DATA-TRANSF(1:4) TO WS-ANO-LETIVO

           MOVE SPACES TO WS-TURMA-DESCRICAO
           MOVE SPACES TO WS-TURMA-TURNO
           MOVE ZEROS TO WS-FS-TURMAS
           OPEN INPUT TURMAS
           IF WS-FS-TURMAS EQUAL ZEROS
               MOVE WS-TURMA-ALUNO TO TUR-CODIGO
               READ TURMAS RECORD
                   KEY IS TUR-CODIGO
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE TUR-DESCRICAO TO WS-TURMA-DESCRICAO
                   MOVE TUR-PERIODO TO WS-TURMA-TURNO
               END-READ
               CLOSE TURMAS
           END-IF

           PERFORM CALCULA-FREQUENCIA-PROCEDURE

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               "guia-transferencia-" WS-RGM-BUSCA ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE "GUIA DE TRANSFERENCIA" TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           IF WS-REEMISSAO EQUAL "S"
               MOVE WS-DATA-HOJE TO WS-DATA-FORMATA
               PERFORM FORMATA-DATA-PROCEDURE
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING "SEGUNDA VIA EMITIDA EM " WS-DATA-ED
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               MOVE SPACES TO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "ALUNO: " WS-RGM-BUSCA " - " WS-NOME-ALUNO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "TURMA: " WS-TURMA-ALUNO " - " WS-TURMA-DESCRICAO
               " - TURNO " WS-TURMA-TURNO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-DATA-TRANSF TO WS-DATA-FORMATA
           PERFORM FORMATA-DATA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "ANO LETIVO: " WS-ANO-LETIVO
               "   DATA DA TRANSFERENCIA: " WS-DATA-ED
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "ESCOLA DE DESTINO: " WS-ESCOLA-DESTINO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "CIDADE/UF: " WS-CIDADE-DESTINO " / " WS-UF-DESTINO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE "RENDIMENTO PARCIAL NO ANO LETIVO" TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE "DISCIPLINA            NOTA 1 NOTA 2 NOTA 3  MEDIA"
               TO WS-SPOOL-LINHA
           MOVE "FALTAS" TO WS-SPOOL-LINHA(53:6)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM IMPRIME-NOTAS-GUIA-PROCEDURE
           IF WS-QTDE-NOTAS EQUAL ZEROS
               MOVE "NENHUMA NOTA LANCADA NO ANO LETIVO"
                   TO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF
           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE "FREQUENCIA ATE A DATA DA TRANSFERENCIA"
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-PCT-FREQUENCIA TO WS-FREQ-ED
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "DIAS LETIVOS: " WS-CLE-DIAS-LETIVOS
               "   AUSENCIAS: " WS-QTDE-AUSENCIAS
               "   FREQUENCIA: " WS-FREQ-ED "%"
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE ALL "_" TO WS-SPOOL-LINHA(1:30)
           MOVE ALL "_" TO WS-SPOOL-LINHA(34:30)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE "     SECRETARIO(A) ESCOLAR                DIRETOR(A)"
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE.

       IMPRIME-NOTAS-GUIA-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-NOTAS
           MOVE ZEROS TO WS-FS-ALUNOTAS
           OPEN INPUT ALUNOS-NOTAS
           IF WS-FS-ALUNOTAS EQUAL ZEROS
               MOVE ZEROS TO WS-FS-DISCIPLINAS
               OPEN INPUT DISCIPLINAS
               MOVE WS-RGM-BUSCA TO ALU-RGM
               MOVE WS-ANO-LETIVO TO ALU-ANO
               MOVE ZEROS TO ALU-DISCIPLINA
               START ALUNOS-NOTAS KEY IS NOT LESS THAN ALU-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-ALUNOTAS
               END-START
               PERFORM UNTIL WS-FS-ALUNOTAS EQUAL 10
                   READ ALUNOS-NOTAS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-ALUNOTAS
                       NOT AT END
                       IF ALU-RGM NOT EQUAL WS-RGM-BUSCA
                           OR ALU-ANO NOT EQUAL WS-ANO-LETIVO
                           MOVE 10 TO WS-FS-ALUNOTAS
                       ELSE
                           PERFORM IMPRIME-LINHA-NOTA-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               IF WS-FS-DISCIPLINAS EQUAL ZEROS
                   CLOSE DISCIPLINAS
               END-IF
               CLOSE ALUNOS-NOTAS
           END-IF.

       IMPRIME-LINHA-NOTA-PROCEDURE.
           ADD 1 TO WS-QTDE-NOTAS
           MOVE "DISCIPLINA NAO CADASTR." TO WS-NOME-DISCIPLINA
           IF WS-FS-DISCIPLINAS EQUAL ZEROS
               MOVE ALU-DISCIPLINA TO DISC-CODIGO
               READ DISCIPLINAS RECORD
                   KEY IS DISC-CODIGO
                   INVALID KEY
                   MOVE ZEROS TO WS-FS-DISCIPLINAS
                   NOT INVALID KEY
                   MOVE DISC-NOME TO WS-NOME-DISCIPLINA
               END-READ
           END-IF
           MOVE ALU-NOTA1 TO WS-NOTA-ED-1
           MOVE ALU-NOTA2 TO WS-NOTA-ED-2
           MOVE ALU-NOTA3 TO WS-NOTA-ED-3
           MOVE ALU-MEDIA TO WS-MEDIA-ED
           MOVE ALU-FALTAS TO WS-QTDE-ED
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING WS-NOME-DISCIPLINA "   " WS-NOTA-ED-1
               "  " WS-NOTA-ED-2 "  " WS-NOTA-ED-3
               "  " WS-MEDIA-ED "    " WS-QTDE-ED
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       CALCULA-FREQUENCIA-PROCEDURE.
           MOVE WS-DATA-INICIO-ANO TO WS-CLE-DATA-INI
           MOVE WS-DATA-TRANSF TO WS-CLE-DATA-FIM
           PERFORM CONTA-DIAS-LETIVOS-PROCEDURE

           MOVE ZEROS TO WS-QTDE-AUSENCIAS
           MOVE ZEROS TO WS-FS-PRESENCAS
           OPEN INPUT PRESENCAS
           IF WS-FS-PRESENCAS EQUAL ZEROS
               PERFORM UNTIL WS-FS-PRESENCAS EQUAL 10
                   READ PRESENCAS
                       AT END MOVE 10 TO WS-FS-PRESENCAS
                       NOT AT END
                       IF PRES-RGM EQUAL WS-RGM-BUSCA
                           AND PRES-SITUACAO EQUAL "A"
                           AND PRES-DATA NOT LESS THAN
                               WS-DATA-INICIO-ANO
                           AND PRES-DATA NOT GREATER THAN
                               WS-DATA-TRANSF
                           ADD 1 TO WS-QTDE-AUSENCIAS
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESENCAS
           END-IF

           MOVE 100 TO WS-PCT-FREQUENCIA
           IF WS-CLE-DIAS-LETIVOS GREATER THAN ZEROS
               IF WS-QTDE-AUSENCIAS NOT LESS THAN WS-CLE-DIAS-LETIVOS
                   MOVE ZEROS TO WS-PCT-FREQUENCIA
               ELSE
                   COMPUTE WS-PCT-FREQUENCIA ROUNDED =
                       ((WS-CLE-DIAS-LETIVOS - WS-QTDE-AUSENCIAS)
                           / WS-CLE-DIAS-LETIVOS) * 100
               END-IF
           END-IF.

       FORMATA-DATA-PROCEDURE.
           MOVE SPACES TO WS-DATA-ED
           IF WS-DATA-FORMATA GREATER THAN ZEROS
               STRING WS-DATA-FORMATA(7:2) "/" WS-DATA-FORMATA(5:2) "/"
                   WS-DATA-FORMATA(1:4)
                   DELIMITED BY SIZE INTO WS-DATA-ED
           END-IF.

       COPY TEXPRC.
       COPY CLETPRC.
       COPY SPOOLPRC.
       COPY LOGINPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM TRANSFERENCIA-EXPEDIDA.
