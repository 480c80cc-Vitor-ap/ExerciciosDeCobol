      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA-AMBIENTE-TREINO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       SELECT AMBIENTE-TREINO ASSIGN TO WS-ARQ-AMB-TREINO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-AMB-TREINO.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-CLIENTE
           FILE STATUS IS WS-FS-CLIENTES.

       COPY PEDSEL.

       COPY RESPSEL.

       SELECT ALUNOS ASSIGN TO WS-ARQ-ALUNOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ALUNOS.

       COPY ALUIXSEL.

       COPY CRECSEL.

       COPY ORCSEL.

       COPY OSSEL.

       COPY BACKSEL.

       COPY ACDSEL.

       COPY CTRSEL.

       COPY EMPSEL.

       COPY ESPSEL.

       COPY PENDSEL.

       COPY RSCSEL.

       COPY RVBSEL.

       COPY DPDSEL.

       COPY TEXSEL.

       SELECT MENSALIDADES ASSIGN TO WS-ARQ-MENSALIDADES
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MEN-CHAVE
           FILE STATUS IS WS-FS-MENSALIDADES.

       SELECT TRE-ORIGEM ASSIGN TO WS-TRE-ORIGEM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-TRE-ORIGEM.

       SELECT TRE-DESTINO ASSIGN TO WS-TRE-DESTINO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-TRE-DESTINO.

       COPY JOBJSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       FD AMBIENTE-TREINO.
       01 REG-AMBIENTE-TREINO.
           03 AMT-NOME             PIC X(10).
           03 AMT-DIR-LOJA         PIC X(40).
           03 AMT-DIR-ESCOLA       PIC X(40).

       COPY CLIFD.

       COPY PEDFD.

       COPY RESPFD.

       FD ALUNOS.
       01 REG-ALUNOS.
           03 RGM-ALUNO            PIC 9(05).
           03 NOME-ALUNO           PIC A(20).
           03 SIT-ALUNO            PIC X(01).
           03 TURMA-ALUNO          PIC X(07).

       COPY ALUIXFD.

       COPY CRECFD.

       COPY ORCFD.

       COPY OSFD.

       COPY BACKFD.

       COPY ACDFD.

       COPY CTRFD.

       COPY EMPFD.

       COPY ESPFD.

       COPY PENDFD.

       COPY RSCFD.

       COPY RVBFD.

       COPY DPDFD.

       COPY TEXFD.

       FD MENSALIDADES.
       01 REG-MENSALIDADE.
           03 MEN-CHAVE.
               05 MEN-RGM          PIC 9(05).
               05 MEN-COMPETENCIA  PIC 9(06).
           03 MEN-NOME             PIC A(20).
           03 MEN-DATA-VENCIMENTO  PIC 9(08).
           03 MEN-VALOR            PIC 9(07)V99.
           03 MEN-VALOR-PAGO       PIC 9(07)V99.
           03 MEN-DATA-PAGAMENTO   PIC 9(08).
           03 MEN-STATUS           PIC X(08).
           03 MEN-VALOR-TRANSPORTE PIC 9(07)V99.

      *    A COPIA E FEITA BYTE A BYTE PARA SERVIR A QUALQUER LEIAUTE
      *    E ORGANIZACAO DA LISTA DE ARQUIVOS DO AMBIENTE
       FD TRE-ORIGEM.
       01 REG-TRE-ORIGEM           PIC X(01).

       FD TRE-DESTINO.
       01 REG-TRE-DESTINO          PIC X(01).

       COPY JOBJFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-AMB-TREINO     PIC 99.
       77 WS-FS-CLIENTES       PIC 99.
       77 WS-FS-PEDIDOS        PIC 99.
       77 WS-FS-RESPONSAVEIS   PIC 99.
       77 WS-FS-ALUNOS         PIC 99.
       77 WS-FS-ALUNOTAS       PIC 99.
       77 WS-FS-DEPENDENCIAS   PIC 99.
       77 WS-FS-TRANSF-EXPED   PIC 99.
       77 WS-FS-MENSALIDADES   PIC 99.
       77 WS-FS-CRECEBER       PIC 99.
       77 WS-FS-ORCAMENTOS     PIC 99.
       77 WS-FS-ORDENS         PIC 99.
       77 WS-FS-BACKORDERS     PIC 99.
       77 WS-FS-ACORDOS        PIC 99.
       77 WS-FS-CONTRATOS      PIC 99.
       77 WS-FS-EMPRESTIMOS    PIC 99.
       77 WS-FS-ESPERA         PIC 99.
       77 WS-FS-PENDENTE       PIC 99.
       77 WS-FS-RISCO          PIC 99.
       77 WS-FS-REVISAO        PIC 99.
       77 WS-FS-TRE-ORIGEM     PIC 99.
       77 WS-FS-TRE-DESTINO    PIC 99.
       77 WS-ARQ-AMB-TREINO    PIC X(70) VALUE SPACES.
       77 WS-TRE-DIR-LOJA      PIC X(40) VALUE SPACES.
       77 WS-TRE-DIR-ESCOLA    PIC X(40) VALUE SPACES.
       77 WS-TRE-LEN-LOJA      PIC 9(02) VALUE ZEROS.
       77 WS-TRE-LEN-ESCOLA    PIC 9(02) VALUE ZEROS.
       77 WS-TRE-ESPACOS       PIC 9(02) VALUE ZEROS.
       77 WS-TRE-IDX           PIC 9(03) VALUE ZEROS.
       77 WS-TRE-EXC-IDX       PIC 9(02) VALUE ZEROS.
       77 WS-TRE-TALLY         PIC 9(02) VALUE ZEROS.
       77 WS-TRE-COPIAR        PIC X(01) VALUE 'S'.
       77 WS-TRE-ORIGEM        PIC X(70) VALUE SPACES.
       77 WS-TRE-DESTINO       PIC X(70) VALUE SPACES.
       77 WS-TRE-CODIGO        PIC 9(05) VALUE ZEROS.
       77 WS-TRE-LETRAS        PIC X(05) VALUE SPACES.
       77 WS-TRE-NOME          PIC X(25) VALUE SPACES.
       77 WS-QTDE-COPIADOS     PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-AUSENTES     PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-EXCLUIDOS    PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-MASCARADOS   PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-ARQUIVO      PIC 9(07) VALUE ZEROS.
       77 WS-HOUVE-ERRO        PIC X(01) VALUE 'N'.

      *    COPIAS DERIVADAS COM DADOS PESSOAIS QUE NAO PASSAM PELA
      *    MASCARA E SAIDAS DE INTERFACE - NAO VAO PARA O TREINAMENTO.
      *    ALEM DESTES, NAO SE COPIAM BACKUPS, -ant E ARQUIVOS DE
      *    TRABALHO (.tmp)
       01 WS-TRE-EXCLUSOES-VALORES.
           03 FILLER PIC X(40) VALUE 'clientes-lote.txt'.
           03 FILLER PIC X(40) VALUE 'clientes-lote-validado.txt'.
           03 FILLER PIC X(40) VALUE 'clientes-lote-rejeitos.txt'.
           03 FILLER PIC X(40) VALUE 'pedidos-arquivo-morto.txt'.
           03 FILLER PIC X(40) VALUE 'pedidos-itens-arquivo-morto.txt'.
           03 FILLER PIC X(40) VALUE 'pedidos-vendas.csv'.
           03 FILLER PIC X(40) VALUE 'jornal-imagens.txt'.
           03 FILLER PIC X(40) VALUE 'orcamentos-contatos.txt'.
           03 FILLER PIC X(40) VALUE 'sped-fiscal.txt'.
           03 FILLER PIC X(40) VALUE 'estoque-web.txt'.
           03 FILLER PIC X(40) VALUE 'bordero-pagamentos.txt'.
           03 FILLER PIC X(40) VALUE 'remessa-banco.txt'.
           03 FILLER PIC X(40) VALUE 'alunos-novo.txt'.
           03 FILLER PIC X(40) VALUE 'alunos-ordenado.txt'.
           03 FILLER PIC X(40) VALUE 'alunos-rejeitos.txt'.
           03 FILLER PIC X(40) VALUE 'alunos-temp.txt'.
           03 FILLER PIC X(40) VALUE 'consolidado-responsavel.txt'.
           03 FILLER PIC X(40) VALUE 'candidatos-seletivo.txt'.
           03 FILLER PIC X(40) VALUE 'fichas-medicas.txt'.
       01 WS-TRE-EXCLUSOES REDEFINES WS-TRE-EXCLUSOES-VALORES.
           03 WS-TRE-EXCLUIDO      PIC X(40) OCCURS 19 TIMES.

       COPY AMBLSTWS.
       COPY JOBJWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY '----- GERACAO DO AMBIENTE DE TREINAMENTO -----'
           IF WS-AMB-NOME EQUAL 'TREINO'
               DISPLAY 'EXECUTE A GERACAO A PARTIR DA PRODUCAO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'GERA-AMBIENTE-TREINO' TO WS-JOB-PROGRAMA
           MOVE 'INICIO' TO WS-JOB-EVENTO
           MOVE ZEROS TO WS-JOB-CONTAGEM
           MOVE SPACES TO WS-JOB-RESULTADO
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE

           PERFORM INFORMA-DIRETORIOS-PROCEDURE
           IF WS-HOUVE-ERRO EQUAL 'S'
               GO TO FINALIZA-COM-ERRO-PROCEDURE
           END-IF

           PERFORM COPIA-ARQUIVO-PROCEDURE
               VARYING WS-TRE-IDX FROM 1 BY 1
               UNTIL WS-TRE-IDX GREATER THAN WS-AMB-LST-QTDE

           DISPLAY 'ARQUIVOS COPIADOS......: ' WS-QTDE-COPIADOS
           DISPLAY 'INEXISTENTES NA ORIGEM.: ' WS-QTDE-AUSENTES
           DISPLAY 'NAO COPIADOS (PESSOAIS): ' WS-QTDE-EXCLUIDOS
           IF WS-HOUVE-ERRO EQUAL 'S'
               DISPLAY 'COPIA INCOMPLETA - AMBIENTE DE TREINAMENTO '
                   'NAO LIBERADO'
               GO TO FINALIZA-COM-ERRO-PROCEDURE
           END-IF

      *    DAQUI EM DIANTE OS ARQUIVOS MASCARADOS APONTAM PARA AS
      *    COPIAS DO TREINAMENTO - A PRODUCAO NAO E MAIS ABERTA
           MOVE SPACES TO WS-ARQ-CLIENTES
           STRING WS-TRE-DIR-LOJA(1:WS-TRE-LEN-LOJA)
               'clientes.txt'
               DELIMITED BY SIZE INTO WS-ARQ-CLIENTES
           MOVE SPACES TO WS-ARQ-PEDIDOS-VENDAS
           STRING WS-TRE-DIR-LOJA(1:WS-TRE-LEN-LOJA)
               'pedidos-vendas.txt'
               DELIMITED BY SIZE INTO WS-ARQ-PEDIDOS-VENDAS
           MOVE SPACES TO WS-ARQ-RESPONSAVEIS
           STRING WS-TRE-DIR-ESCOLA(1:WS-TRE-LEN-ESCOLA)
               'responsaveis.txt'
               DELIMITED BY SIZE INTO WS-ARQ-RESPONSAVEIS
           MOVE SPACES TO WS-ARQ-ALUNOS
           STRING WS-TRE-DIR-ESCOLA(1:WS-TRE-LEN-ESCOLA)
               'alunos.txt'
               DELIMITED BY SIZE INTO WS-ARQ-ALUNOS
           MOVE SPACES TO WS-ARQ-ALUNOS-NOTAS
           STRING WS-TRE-DIR-ESCOLA(1:WS-TRE-LEN-ESCOLA)
               'alunos-notas.txt'
               DELIMITED BY SIZE INTO WS-ARQ-ALUNOS-NOTAS
           MOVE SPACES TO WS-ARQ-DEPENDENCIAS
           STRING WS-TRE-DIR-ESCOLA(1:WS-TRE-LEN-ESCOLA)
               'dependencias.txt'
               DELIMITED BY SIZE INTO WS-ARQ-DEPENDENCIAS
           MOVE SPACES TO WS-ARQ-TRANSF-EXPEDIDAS
           STRING WS-TRE-DIR-ESCOLA(1:WS-TRE-LEN-ESCOLA)
               'transferencias-expedidas.txt'
               DELIMITED BY SIZE INTO WS-ARQ-TRANSF-EXPEDIDAS
           MOVE SPACES TO WS-ARQ-MENSALIDADES
           STRING WS-TRE-DIR-ESCOLA(1:WS-TRE-LEN-ESCOLA)
               'mensalidades.txt'
               DELIMITED BY SIZE INTO WS-ARQ-MENSALIDADES
           MOVE SPACES TO WS-ARQ-CONTAS-RECEBER
           STRING WS-TRE-DIR-LOJA(1:WS-TRE-LEN-LOJA)
               'contas-receber.txt'
               DELIMITED BY SIZE INTO WS-ARQ-CONTAS-RECEBER
           MOVE SPACES TO WS-ARQ-ORCAMENTOS
           STRING WS-TRE-DIR-LOJA(1:WS-TRE-LEN-LOJA)
               'orcamentos.txt'
               DELIMITED BY SIZE INTO WS-ARQ-ORCAMENTOS
           MOVE SPACES TO WS-ARQ-ORDENS-SERVICO
           STRING WS-TRE-DIR-LOJA(1:WS-TRE-LEN-LOJA)
               'ordens-servico.txt'
               DELIMITED BY SIZE INTO WS-ARQ-ORDENS-SERVICO
           MOVE SPACES TO WS-ARQ-PENDENCIAS-VENDA
           STRING WS-TRE-DIR-LOJA(1:WS-TRE-LEN-LOJA)
               'pendencias-venda.txt'
               DELIMITED BY SIZE INTO WS-ARQ-PENDENCIAS-VENDA
           MOVE SPACES TO WS-ARQ-ACORDOS
           STRING WS-TRE-DIR-LOJA(1:WS-TRE-LEN-LOJA)
               'acordos-renegociacao.txt'
               DELIMITED BY SIZE INTO WS-ARQ-ACORDOS
           MOVE SPACES TO WS-ARQ-CONTRATOS
           STRING WS-TRE-DIR-LOJA(1:WS-TRE-LEN-LOJA)
               'contratos-manutencao.txt'
               DELIMITED BY SIZE INTO WS-ARQ-CONTRATOS
           MOVE SPACES TO WS-ARQ-EMPRESTIMOS
           STRING WS-TRE-DIR-ESCOLA(1:WS-TRE-LEN-ESCOLA)
               'emprestimos.txt'
               DELIMITED BY SIZE INTO WS-ARQ-EMPRESTIMOS
           MOVE SPACES TO WS-ARQ-LISTA-ESPERA
           STRING WS-TRE-DIR-ESCOLA(1:WS-TRE-LEN-ESCOLA)
               'lista-espera.txt'
               DELIMITED BY SIZE INTO WS-ARQ-LISTA-ESPERA
           MOVE SPACES TO WS-ARQ-MATRICULA-PENDENTE
           STRING WS-TRE-DIR-ESCOLA(1:WS-TRE-LEN-ESCOLA)
               'matricula-pendente.txt'
               DELIMITED BY SIZE INTO WS-ARQ-MATRICULA-PENDENTE
           MOVE SPACES TO WS-ARQ-RISCO-ALUNOS
           STRING WS-TRE-DIR-ESCOLA(1:WS-TRE-LEN-ESCOLA)
               'risco-alunos.txt'
               DELIMITED BY SIZE INTO WS-ARQ-RISCO-ALUNOS
           MOVE SPACES TO WS-ARQ-REVISAO-BOLSAS
           STRING WS-TRE-DIR-ESCOLA(1:WS-TRE-LEN-ESCOLA)
               'revisao-bolsas.txt'
               DELIMITED BY SIZE INTO WS-ARQ-REVISAO-BOLSAS

           PERFORM MASCARA-CLIENTES-PROCEDURE
           PERFORM MASCARA-PEDIDOS-PROCEDURE
           PERFORM MASCARA-RESPONSAVEIS-PROCEDURE
           PERFORM MASCARA-ALUNOS-PROCEDURE
           PERFORM MASCARA-ALUNOS-NOTAS-PROCEDURE
           PERFORM MASCARA-DEPENDENCIAS-PROCEDURE
           PERFORM MASCARA-TRANSF-EXPED-PROCEDURE
           PERFORM MASCARA-MENSALIDADES-PROCEDURE
           PERFORM MASCARA-CRECEBER-PROCEDURE
           PERFORM MASCARA-ORCAMENTOS-PROCEDURE
           PERFORM MASCARA-ORDENS-SERVICO-PROCEDURE
           PERFORM MASCARA-PENDENCIAS-VENDA-PROCEDURE
           PERFORM MASCARA-ACORDOS-PROCEDURE
           PERFORM MASCARA-CONTRATOS-PROCEDURE
           PERFORM MASCARA-EMPRESTIMOS-PROCEDURE
           PERFORM MASCARA-LISTA-ESPERA-PROCEDURE
           PERFORM MASCARA-MATRIC-PENDENTE-PROCEDURE
           PERFORM MASCARA-RISCO-ALUNOS-PROCEDURE
           PERFORM MASCARA-REVISAO-BOLSAS-PROCEDURE

           IF WS-HOUVE-ERRO EQUAL 'S'
               DISPLAY 'MASCARA INCOMPLETA - AMBIENTE DE TREINAMENTO '
                   'NAO LIBERADO'
               GO TO FINALIZA-COM-ERRO-PROCEDURE
           END-IF

           PERFORM GRAVA-AMBIENTE-TREINO-PROCEDURE
           IF WS-HOUVE-ERRO EQUAL 'S'
               GO TO FINALIZA-COM-ERRO-PROCEDURE
           END-IF

           DISPLAY 'REGISTROS MASCARADOS...: ' WS-QTDE-MASCARADOS
           DISPLAY 'AMBIENTE TREINO GERADO - EXECUTE OS PROGRAMAS A '
               'PARTIR DE ' WS-TRE-DIR-LOJA

           MOVE 'FIM' TO WS-JOB-EVENTO
           COMPUTE WS-JOB-CONTAGEM = WS-QTDE-COPIADOS
           MOVE 'OK' TO WS-JOB-RESULTADO
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       FINALIZA-COM-ERRO-PROCEDURE.
           MOVE 'FIM' TO WS-JOB-EVENTO
           MOVE ZEROS TO WS-JOB-CONTAGEM
           MOVE 'ERRO' TO WS-JOB-RESULTADO
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *    SEM RESPOSTA, O TREINAMENTO FICA NA SUBPASTA TREINO DOS
      *    DIRETORIOS DA PRODUCAO. NUNCA NOS PROPRIOS DIRETORIOS.
      *    OS DOIS DIRETORIOS DO TREINAMENTO SAO CRIADOS PELA OPERACAO
      *    ANTES DA GERACAO - O PROGRAMA NAO CRIA DIRETORIOS
       INFORMA-DIRETORIOS-PROCEDURE.
           DISPLAY 'DIRETORIO DA LOJA NO TREINAMENTO (BRANCO = '
               WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA) 'TREINO):'
           ACCEPT WS-TRE-DIR-LOJA
           IF WS-TRE-DIR-LOJA EQUAL SPACES
               STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA) 'TREINO'
                   WS-AMB-DIR-LOJA(WS-AMB-LEN-LOJA:1)
                   DELIMITED BY SIZE INTO WS-TRE-DIR-LOJA
           END-IF
           DISPLAY 'DIRETORIO DA ESCOLA NO TREINAMENTO (BRANCO = '
               WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA) 'TREINO):'
           ACCEPT WS-TRE-DIR-ESCOLA
           IF WS-TRE-DIR-ESCOLA EQUAL SPACES
               STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA) 'TREINO'
                   WS-AMB-DIR-ESCOLA(WS-AMB-LEN-ESCOLA:1)
                   DELIMITED BY SIZE INTO WS-TRE-DIR-ESCOLA
           END-IF

           MOVE ZEROS TO WS-TRE-ESPACOS
           INSPECT WS-TRE-DIR-LOJA TALLYING WS-TRE-ESPACOS
               FOR TRAILING SPACES
           COMPUTE WS-TRE-LEN-LOJA = 40 - WS-TRE-ESPACOS
           MOVE ZEROS TO WS-TRE-ESPACOS
           INSPECT WS-TRE-DIR-ESCOLA TALLYING WS-TRE-ESPACOS
               FOR TRAILING SPACES
           COMPUTE WS-TRE-LEN-ESCOLA = 40 - WS-TRE-ESPACOS

           IF WS-TRE-DIR-LOJA EQUAL WS-AMB-DIR-LOJA
               OR WS-TRE-DIR-LOJA EQUAL WS-AMB-DIR-ESCOLA
               OR WS-TRE-DIR-ESCOLA EQUAL WS-AMB-DIR-LOJA
               OR WS-TRE-DIR-ESCOLA EQUAL WS-AMB-DIR-ESCOLA
               DISPLAY 'O TREINAMENTO NAO PODE USAR OS DIRETORIOS '
                   'DA PRODUCAO'
               MOVE 'S' TO WS-HOUVE-ERRO
           END-IF

           DISPLAY 'LOJA..: ' WS-TRE-DIR-LOJA
           DISPLAY 'ESCOLA: ' WS-TRE-DIR-ESCOLA
           DISPLAY 'OS DIRETORIOS ACIMA JA DEVEM EXISTIR'.

       COPIA-ARQUIVO-PROCEDURE.
           MOVE 'S' TO WS-TRE-COPIAR
           MOVE ZEROS TO WS-TRE-TALLY
           INSPECT WS-AMB-LST-ARQUIVO(WS-TRE-IDX) TALLYING
               WS-TRE-TALLY FOR ALL '-ant.' ALL 'backup' ALL '.tmp'
           IF WS-TRE-TALLY GREATER THAN ZEROS
               MOVE 'N' TO WS-TRE-COPIAR
           END-IF
           PERFORM VARYING WS-TRE-EXC-IDX FROM 1 BY 1
               UNTIL WS-TRE-EXC-IDX GREATER THAN 19
               IF WS-AMB-LST-ARQUIVO(WS-TRE-IDX) EQUAL
                   WS-TRE-EXCLUIDO(WS-TRE-EXC-IDX)
                   MOVE 'N' TO WS-TRE-COPIAR
               END-IF
           END-PERFORM

           IF WS-TRE-COPIAR NOT EQUAL 'S'
               ADD 1 TO WS-QTDE-EXCLUIDOS
           ELSE
               MOVE SPACES TO WS-TRE-ORIGEM
               MOVE SPACES TO WS-TRE-DESTINO
               IF WS-AMB-LST-DIR(WS-TRE-IDX) EQUAL 'L'
                   STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
                       WS-AMB-LST-ARQUIVO(WS-TRE-IDX)
                       DELIMITED BY SIZE INTO WS-TRE-ORIGEM
                   STRING WS-TRE-DIR-LOJA(1:WS-TRE-LEN-LOJA)
                       WS-AMB-LST-ARQUIVO(WS-TRE-IDX)
                       DELIMITED BY SIZE INTO WS-TRE-DESTINO
               ELSE
                   STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
                       WS-AMB-LST-ARQUIVO(WS-TRE-IDX)
                       DELIMITED BY SIZE INTO WS-TRE-ORIGEM
                   STRING WS-TRE-DIR-ESCOLA(1:WS-TRE-LEN-ESCOLA)
                       WS-AMB-LST-ARQUIVO(WS-TRE-IDX)
                       DELIMITED BY SIZE INTO WS-TRE-DESTINO
               END-IF
               PERFORM COPIA-CONTEUDO-PROCEDURE
           END-IF.

       COPIA-CONTEUDO-PROCEDURE.
           MOVE ZEROS TO WS-FS-TRE-ORIGEM
           OPEN INPUT TRE-ORIGEM
           IF WS-FS-TRE-ORIGEM EQUAL 35
               ADD 1 TO WS-QTDE-AUSENTES
           ELSE
               IF WS-FS-TRE-ORIGEM NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR ' WS-TRE-ORIGEM
                   MOVE WS-FS-TRE-ORIGEM TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                   MOVE 'S' TO WS-HOUVE-ERRO
               ELSE
                   MOVE ZEROS TO WS-FS-TRE-DESTINO
                   OPEN OUTPUT TRE-DESTINO
                   IF WS-FS-TRE-DESTINO NOT EQUAL ZEROS
                       DISPLAY 'ERRO AO CRIAR ' WS-TRE-DESTINO
                       DISPLAY 'VERIFIQUE SE O DIRETORIO DO '
                           'TREINAMENTO EXISTE'
                       MOVE WS-FS-TRE-DESTINO TO WS-FS-CONSULTA
                       PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                       MOVE 'S' TO WS-HOUVE-ERRO
                   ELSE
                       PERFORM UNTIL WS-FS-TRE-ORIGEM EQUAL 10
                           READ TRE-ORIGEM
                               AT END
                               MOVE 10 TO WS-FS-TRE-ORIGEM
                               NOT AT END
                               MOVE REG-TRE-ORIGEM TO REG-TRE-DESTINO
                               WRITE REG-TRE-DESTINO
                               IF WS-FS-TRE-DESTINO NOT EQUAL ZEROS
                                   MOVE 'S' TO WS-HOUVE-ERRO
                                   MOVE 10 TO WS-FS-TRE-ORIGEM
                               END-IF
                           END-READ
                       END-PERFORM
                       IF WS-FS-TRE-DESTINO EQUAL ZEROS
                           ADD 1 TO WS-QTDE-COPIADOS
                       ELSE
                           DISPLAY 'ERRO AO GRAVAR ' WS-TRE-DESTINO
                           MOVE WS-FS-TRE-DESTINO TO WS-FS-CONSULTA
                           PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                       END-IF
                       CLOSE TRE-DESTINO
                   END-IF
                   CLOSE TRE-ORIGEM
               END-IF
           END-IF.

      *    O CODIGO VIRA LETRAS (0=A ... 9=J) PARA OS NOMES MASCARADOS
      *    CONTINUAREM ALFABETICOS E DIFERENTES ENTRE SI
       CONVERTE-CODIGO-LETRAS-PROCEDURE.
           MOVE WS-TRE-CODIGO TO WS-TRE-LETRAS
           INSPECT WS-TRE-LETRAS CONVERTING '0123456789'
               TO 'ABCDEFGHIJ'.

      *    NOME, RG, TELEFONE E ENDERECO SAO FUNCAO DO CODIGO - O MESMO
      *    CLIENTE TEM OS MESMOS DADOS NO CADASTRO E NOS PEDIDOS. SE A
      *    MASCARA FALHA, A COPIA DO TREINAMENTO E ESVAZIADA
       MASCARA-CLIENTES-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ARQUIVO
           MOVE ZEROS TO WS-FS-CLIENTES
           OPEN I-O CLIENTES
           IF WS-FS-CLIENTES EQUAL 35
               DISPLAY 'CLIENTES: SEM ARQUIVO NA PRODUCAO'
           ELSE
               IF WS-FS-CLIENTES NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR O CLIENTES DO TREINAMENTO'
                   MOVE WS-FS-CLIENTES TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                   MOVE 'S' TO WS-HOUVE-ERRO
               ELSE
                   PERFORM UNTIL WS-FS-CLIENTES EQUAL 10
                       READ CLIENTES NEXT RECORD
                           AT END
                           MOVE 10 TO WS-FS-CLIENTES
                           NOT AT END
                           MOVE CODIGO-CLIENTE TO WS-TRE-CODIGO
                           PERFORM CONVERTE-CODIGO-LETRAS-PROCEDURE
                           MOVE SPACES TO NOME RG TELEFONE
                               CLI-ENDERECO
                           STRING 'CLIENTE TREINO ' WS-TRE-LETRAS
                               DELIMITED BY SIZE INTO NOME
                           STRING 'RG-TREINO-' WS-TRE-CODIGO
                               DELIMITED BY SIZE INTO RG
                           STRING '(00)000-' WS-TRE-CODIGO
                               DELIMITED BY SIZE INTO TELEFONE
                           STRING 'RUA DO TREINAMENTO, ' WS-TRE-CODIGO
                               DELIMITED BY SIZE INTO CLI-ENDERECO
                           MOVE 'CENTRO' TO CLI-BAIRRO
                           MOVE '00000-000' TO CLI-CEP
                           REWRITE REG-CLIENTE
                               INVALID KEY
                               MOVE 'S' TO WS-HOUVE-ERRO
                           END-REWRITE
                           ADD 1 TO WS-QTDE-ARQUIVO
                       END-READ
                   END-PERFORM
                   CLOSE CLIENTES
                   DISPLAY 'CLIENTES MASCARADOS....: ' WS-QTDE-ARQUIVO
               END-IF
           END-IF
           ADD WS-QTDE-ARQUIVO TO WS-QTDE-MASCARADOS
           IF WS-HOUVE-ERRO EQUAL 'S'
               OPEN OUTPUT CLIENTES
               CLOSE CLIENTES
           END-IF.

       MASCARA-PEDIDOS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ARQUIVO
           MOVE ZEROS TO WS-FS-PEDIDOS
           OPEN I-O PEDIDOS
           IF WS-FS-PEDIDOS EQUAL 35
               DISPLAY 'PEDIDOS: SEM ARQUIVO NA PRODUCAO'
           ELSE
               IF WS-FS-PEDIDOS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR OS PEDIDOS DO TREINAMENTO'
                   MOVE WS-FS-PEDIDOS TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                   MOVE 'S' TO WS-HOUVE-ERRO
               ELSE
                   PERFORM UNTIL WS-FS-PEDIDOS EQUAL 10
                       READ PEDIDOS NEXT RECORD
                           AT END
                           MOVE 10 TO WS-FS-PEDIDOS
                           NOT AT END
                           PERFORM MASCARA-UM-PEDIDO-PROCEDURE
                       END-READ
                   END-PERFORM
                   CLOSE PEDIDOS
                   DISPLAY 'PEDIDOS MASCARADOS.....: ' WS-QTDE-ARQUIVO
               END-IF
           END-IF
           ADD WS-QTDE-ARQUIVO TO WS-QTDE-MASCARADOS
           IF WS-HOUVE-ERRO EQUAL 'S'
               OPEN OUTPUT PEDIDOS
               CLOSE PEDIDOS
           END-IF.

       MASCARA-UM-PEDIDO-PROCEDURE.
           MOVE SPACES TO PV-NOME PV-RG PV-TELEFONE
           IF PV-CODIGO-CLIENTE EQUAL ZEROS
               MOVE 'CONSUMIDOR TREINO' TO PV-NOME
           ELSE
               MOVE PV-CODIGO-CLIENTE TO WS-TRE-CODIGO
               PERFORM CONVERTE-CODIGO-LETRAS-PROCEDURE
               STRING 'CLIENTE TREINO ' WS-TRE-LETRAS
                   DELIMITED BY SIZE INTO PV-NOME
               STRING 'RG-TREINO-' WS-TRE-CODIGO
                   DELIMITED BY SIZE INTO PV-RG
               STRING '(00)000-' WS-TRE-CODIGO
                   DELIMITED BY SIZE INTO PV-TELEFONE
           END-IF
           REWRITE REG-PEDIDO
               INVALID KEY
               MOVE 'S' TO WS-HOUVE-ERRO
           END-REWRITE
           ADD 1 TO WS-QTDE-ARQUIVO.

       MASCARA-RESPONSAVEIS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ARQUIVO
           MOVE ZEROS TO WS-FS-RESPONSAVEIS
           OPEN I-O RESPONSAVEIS
           IF WS-FS-RESPONSAVEIS EQUAL 35
               DISPLAY 'RESPONSAVEIS: SEM ARQUIVO NA PRODUCAO'
           ELSE
               IF WS-FS-RESPONSAVEIS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR OS RESPONSAVEIS DO '
                       'TREINAMENTO'
                   MOVE WS-FS-RESPONSAVEIS TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                   MOVE 'S' TO WS-HOUVE-ERRO
               ELSE
                   PERFORM UNTIL WS-FS-RESPONSAVEIS EQUAL 10
                       READ RESPONSAVEIS NEXT RECORD
                           AT END
                           MOVE 10 TO WS-FS-RESPONSAVEIS
                           NOT AT END
                           PERFORM MASCARA-UM-RESPONSAVEL-PROCEDURE
                       END-READ
                   END-PERFORM
                   CLOSE RESPONSAVEIS
                   DISPLAY 'RESPONSAVEIS MASCARADOS: ' WS-QTDE-ARQUIVO
               END-IF
           END-IF
           ADD WS-QTDE-ARQUIVO TO WS-QTDE-MASCARADOS
           IF WS-HOUVE-ERRO EQUAL 'S'
               OPEN OUTPUT RESPONSAVEIS
               CLOSE RESPONSAVEIS
           END-IF.

       MASCARA-UM-RESPONSAVEL-PROCEDURE.
           MOVE RESP-CODIGO TO WS-TRE-CODIGO
           PERFORM CONVERTE-CODIGO-LETRAS-PROCEDURE
           MOVE SPACES TO RESP-NOME RESP-CPF RESP-TELEFONE
               RESP-ENDERECO
           STRING 'RESPONSAVEL TREINO ' WS-TRE-LETRAS
               DELIMITED BY SIZE INTO RESP-NOME
           STRING '000.00' RESP-CODIGO(1:1) '.' RESP-CODIGO(2:3) '-00'
               DELIMITED BY SIZE INTO RESP-CPF
           STRING '(00)0000-' RESP-CODIGO
               DELIMITED BY SIZE INTO RESP-TELEFONE
           STRING 'RUA DO TREINAMENTO, ' RESP-CODIGO
               DELIMITED BY SIZE INTO RESP-ENDERECO
           REWRITE REG-RESPONSAVEL
               INVALID KEY
               MOVE 'S' TO WS-HOUVE-ERRO
           END-REWRITE
           ADD 1 TO WS-QTDE-ARQUIVO.

      *    O NOME DO ALUNO E FUNCAO DO RGM - alunos.txt E O MESTRE DE
      *    NOTAS CONTINUAM BATENDO ENTRE SI
       MASCARA-ALUNOS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ARQUIVO
           MOVE ZEROS TO WS-FS-ALUNOS
           OPEN I-O ALUNOS
           IF WS-FS-ALUNOS EQUAL 35
               DISPLAY 'alunos.txt: SEM ARQUIVO NA PRODUCAO'
           ELSE
               IF WS-FS-ALUNOS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR O alunos.txt DO TREINAMENTO'
                   MOVE WS-FS-ALUNOS TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                   MOVE 'S' TO WS-HOUVE-ERRO
               ELSE
                   PERFORM UNTIL WS-FS-ALUNOS EQUAL 10
                       READ ALUNOS
                           AT END
                           MOVE 10 TO WS-FS-ALUNOS
                           NOT AT END
                           MOVE RGM-ALUNO TO WS-TRE-CODIGO
                           PERFORM CONVERTE-CODIGO-LETRAS-PROCEDURE
                           MOVE SPACES TO NOME-ALUNO
                           STRING 'ALUNO TREINO ' WS-TRE-LETRAS
                               DELIMITED BY SIZE INTO NOME-ALUNO
                           REWRITE REG-ALUNOS
                           END-REWRITE
                           IF WS-FS-ALUNOS NOT EQUAL ZEROS
                               MOVE 'S' TO WS-HOUVE-ERRO
                           END-IF
                           ADD 1 TO WS-QTDE-ARQUIVO
                       END-READ
                   END-PERFORM
                   CLOSE ALUNOS
                   DISPLAY 'ALUNOS MASCARADOS......: ' WS-QTDE-ARQUIVO
               END-IF
           END-IF
           ADD WS-QTDE-ARQUIVO TO WS-QTDE-MASCARADOS
           IF WS-HOUVE-ERRO EQUAL 'S'
               OPEN OUTPUT ALUNOS
               CLOSE ALUNOS
           END-IF.

       MASCARA-ALUNOS-NOTAS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ARQUIVO
           MOVE ZEROS TO WS-FS-ALUNOTAS
           OPEN I-O ALUNOS-NOTAS
           IF WS-FS-ALUNOTAS EQUAL 35
               DISPLAY 'NOTAS: SEM ARQUIVO NA PRODUCAO'
           ELSE
               IF WS-FS-ALUNOTAS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR O MESTRE DE NOTAS DO '
                       'TREINAMENTO'
                   MOVE WS-FS-ALUNOTAS TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                   MOVE 'S' TO WS-HOUVE-ERRO
               ELSE
                   PERFORM UNTIL WS-FS-ALUNOTAS EQUAL 10
                       READ ALUNOS-NOTAS NEXT RECORD
                           AT END
                           MOVE 10 TO WS-FS-ALUNOTAS
                           NOT AT END
                           MOVE ALU-RGM TO WS-TRE-CODIGO
                           PERFORM CONVERTE-CODIGO-LETRAS-PROCEDURE
                           MOVE SPACES TO ALU-NOME
                           STRING 'ALUNO TREINO ' WS-TRE-LETRAS
                               DELIMITED BY SIZE INTO ALU-NOME
                           REWRITE REG-ALUNOTAS
                               INVALID KEY
                               MOVE 'S' TO WS-HOUVE-ERRO
                           END-REWRITE
                           ADD 1 TO WS-QTDE-ARQUIVO
                       END-READ
                   END-PERFORM
                   CLOSE ALUNOS-NOTAS
                   DISPLAY 'NOTAS MASCARADAS.......: ' WS-QTDE-ARQUIVO
               END-IF
           END-IF
           ADD WS-QTDE-ARQUIVO TO WS-QTDE-MASCARADOS
           IF WS-HOUVE-ERRO EQUAL 'S'
               OPEN OUTPUT ALUNOS-NOTAS
               CLOSE ALUNOS-NOTAS
           END-IF.

      *    DEPENDENCIAS, TRANSFERENCIAS EXPEDIDAS E MENSALIDADES LEVAM
      *    O NOME DO ALUNO - MASCARADO PELO RGM COMO NO alunos.txt
       MASCARA-DEPENDENCIAS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ARQUIVO
           MOVE ZEROS TO WS-FS-DEPENDENCIAS
           OPEN I-O DEPENDENCIAS
           IF WS-FS-DEPENDENCIAS EQUAL 35
               DISPLAY 'DEPENDENCIAS: SEM ARQUIVO NA PRODUCAO'
           ELSE
               IF WS-FS-DEPENDENCIAS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR DEPENDENCIAS DO TREINAMENTO'
                   MOVE WS-FS-DEPENDENCIAS TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                   MOVE 'S' TO WS-HOUVE-ERRO
               ELSE
                   PERFORM UNTIL WS-FS-DEPENDENCIAS EQUAL 10
                       READ DEPENDENCIAS NEXT RECORD
                           AT END
                           MOVE 10 TO WS-FS-DEPENDENCIAS
                           NOT AT END
                           MOVE DPD-RGM TO WS-TRE-CODIGO
                           PERFORM CONVERTE-CODIGO-LETRAS-PROCEDURE
                           MOVE SPACES TO DPD-NOME
                           STRING 'ALUNO TREINO ' WS-TRE-LETRAS
                               DELIMITED BY SIZE INTO DPD-NOME
                           REWRITE REG-DEPENDENCIA
                               INVALID KEY
                               MOVE 'S' TO WS-HOUVE-ERRO
                           END-REWRITE
                           ADD 1 TO WS-QTDE-ARQUIVO
                       END-READ
                   END-PERFORM
                   CLOSE DEPENDENCIAS
                   DISPLAY 'DEPENDENCIAS MASCARADAS: ' WS-QTDE-ARQUIVO
               END-IF
           END-IF
           ADD WS-QTDE-ARQUIVO TO WS-QTDE-MASCARADOS
           IF WS-HOUVE-ERRO EQUAL 'S'
               OPEN OUTPUT DEPENDENCIAS
               CLOSE DEPENDENCIAS
           END-IF.

       MASCARA-TRANSF-EXPED-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ARQUIVO
           MOVE ZEROS TO WS-FS-TRANSF-EXPED
           OPEN I-O TRANSF-EXPEDIDAS
           IF WS-FS-TRANSF-EXPED EQUAL 35
               DISPLAY 'TRANSFERENCIAS: SEM ARQUIVO NA PRODUCAO'
           ELSE
               IF WS-FS-TRANSF-EXPED NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR TRANSFERENCIAS DO TREINAMENTO'
                   MOVE WS-FS-TRANSF-EXPED TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                   MOVE 'S' TO WS-HOUVE-ERRO
               ELSE
                   PERFORM UNTIL WS-FS-TRANSF-EXPED EQUAL 10
                       READ TRANSF-EXPEDIDAS NEXT RECORD
                           AT END
                           MOVE 10 TO WS-FS-TRANSF-EXPED
                           NOT AT END
                           MOVE TEX-RGM TO WS-TRE-CODIGO
                           PERFORM CONVERTE-CODIGO-LETRAS-PROCEDURE
                           MOVE SPACES TO TEX-NOME
                           STRING 'ALUNO TREINO ' WS-TRE-LETRAS
                               DELIMITED BY SIZE INTO TEX-NOME
                           REWRITE REG-TRANSF-EXPEDIDA
                               INVALID KEY
                               MOVE 'S' TO WS-HOUVE-ERRO
                           END-REWRITE
                           ADD 1 TO WS-QTDE-ARQUIVO
                       END-READ
                   END-PERFORM
                   CLOSE TRANSF-EXPEDIDAS
                   DISPLAY 'TRANSF. EXPEDIDAS......: ' WS-QTDE-ARQUIVO
               END-IF
           END-IF
           ADD WS-QTDE-ARQUIVO TO WS-QTDE-MASCARADOS
           IF WS-HOUVE-ERRO EQUAL 'S'
               OPEN OUTPUT TRANSF-EXPEDIDAS
               CLOSE TRANSF-EXPEDIDAS
           END-IF.

       MASCARA-MENSALIDADES-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ARQUIVO
           MOVE ZEROS TO WS-FS-MENSALIDADES
           OPEN I-O MENSALIDADES
           IF WS-FS-MENSALIDADES EQUAL 35
               DISPLAY 'MENSALIDADES: SEM ARQUIVO NA PRODUCAO'
           ELSE
               IF WS-FS-MENSALIDADES NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR MENSALIDADES DO TREINAMENTO'
                   MOVE WS-FS-MENSALIDADES TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                   MOVE 'S' TO WS-HOUVE-ERRO
               ELSE
                   PERFORM UNTIL WS-FS-MENSALIDADES EQUAL 10
                       READ MENSALIDADES NEXT RECORD
                           AT END
                           MOVE 10 TO WS-FS-MENSALIDADES
                           NOT AT END
                           MOVE MEN-RGM TO WS-TRE-CODIGO
                           PERFORM CONVERTE-CODIGO-LETRAS-PROCEDURE
                           MOVE SPACES TO MEN-NOME
                           STRING 'ALUNO TREINO ' WS-TRE-LETRAS
                               DELIMITED BY SIZE INTO MEN-NOME
                           REWRITE REG-MENSALIDADE
                               INVALID KEY
                               MOVE 'S' TO WS-HOUVE-ERRO
                           END-REWRITE
                           ADD 1 TO WS-QTDE-ARQUIVO
                       END-READ
                   END-PERFORM
                   CLOSE MENSALIDADES
                   DISPLAY 'MENSALIDADES MASCARADAS: ' WS-QTDE-ARQUIVO
               END-IF
           END-IF
           ADD WS-QTDE-ARQUIVO TO WS-QTDE-MASCARADOS
           IF WS-HOUVE-ERRO EQUAL 'S'
               OPEN OUTPUT MENSALIDADES
               CLOSE MENSALIDADES
           END-IF.

      *    TITULOS, ORCAMENTOS, ORDENS, PENDENCIAS, ACORDOS E
      *    CONTRATOS LEVAM O NOME DO CLIENTE - MASCARADO PELO CODIGO
      *    COMO NO CADASTRO, PARA OS DOIS CONTINUAREM BATENDO
       MONTA-NOME-CLIENTE-PROCEDURE.
           MOVE SPACES TO WS-TRE-NOME
           IF WS-TRE-CODIGO EQUAL ZEROS
               MOVE 'CONSUMIDOR TREINO' TO WS-TRE-NOME
           ELSE
               PERFORM CONVERTE-CODIGO-LETRAS-PROCEDURE
               STRING 'CLIENTE TREINO ' WS-TRE-LETRAS
                   DELIMITED BY SIZE INTO WS-TRE-NOME
           END-IF.

       MASCARA-CRECEBER-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ARQUIVO
           MOVE ZEROS TO WS-FS-CRECEBER
           OPEN I-O CRECEBER
           IF WS-FS-CRECEBER EQUAL 35
               DISPLAY 'CONTAS A RECEBER: SEM ARQUIVO NA PRODUCAO'
           ELSE
               IF WS-FS-CRECEBER NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR CONTAS A RECEBER DO '
                       'TREINAMENTO'
                   MOVE WS-FS-CRECEBER TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                   MOVE 'S' TO WS-HOUVE-ERRO
               ELSE
                   PERFORM UNTIL WS-FS-CRECEBER EQUAL 10
                       READ CRECEBER NEXT RECORD
                           AT END
                           MOVE 10 TO WS-FS-CRECEBER
                           NOT AT END
                           MOVE CR-CODIGO-CLIENTE TO WS-TRE-CODIGO
                           PERFORM MONTA-NOME-CLIENTE-PROCEDURE
                           MOVE WS-TRE-NOME TO CR-NOME
                           REWRITE REG-CRECEBER
                               INVALID KEY
                               MOVE 'S' TO WS-HOUVE-ERRO
                           END-REWRITE
                           ADD 1 TO WS-QTDE-ARQUIVO
                       END-READ
                   END-PERFORM
                   CLOSE CRECEBER
                   DISPLAY 'TITULOS A RECEBER......: ' WS-QTDE-ARQUIVO
               END-IF
           END-IF
           ADD WS-QTDE-ARQUIVO TO WS-QTDE-MASCARADOS
           IF WS-HOUVE-ERRO EQUAL 'S'
               OPEN OUTPUT CRECEBER
               CLOSE CRECEBER
           END-IF.

       MASCARA-ORCAMENTOS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ARQUIVO
           MOVE ZEROS TO WS-FS-ORCAMENTOS
           OPEN I-O ORCAMENTOS
           IF WS-FS-ORCAMENTOS EQUAL 35
               DISPLAY 'ORCAMENTOS: SEM ARQUIVO NA PRODUCAO'
           ELSE
               IF WS-FS-ORCAMENTOS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR ORCAMENTOS DO TREINAMENTO'
                   MOVE WS-FS-ORCAMENTOS TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                   MOVE 'S' TO WS-HOUVE-ERRO
               ELSE
                   PERFORM UNTIL WS-FS-ORCAMENTOS EQUAL 10
                       READ ORCAMENTOS NEXT RECORD
                           AT END
                           MOVE 10 TO WS-FS-ORCAMENTOS
                           NOT AT END
                           MOVE ORC-CODIGO-CLIENTE TO WS-TRE-CODIGO
                           PERFORM MONTA-NOME-CLIENTE-PROCEDURE
                           MOVE WS-TRE-NOME TO ORC-NOME
                           REWRITE REG-ORCAMENTO
                               INVALID KEY
                               MOVE 'S' TO WS-HOUVE-ERRO
                           END-REWRITE
                           ADD 1 TO WS-QTDE-ARQUIVO
                       END-READ
                   END-PERFORM
                   CLOSE ORCAMENTOS
                   DISPLAY 'ORCAMENTOS MASCARADOS..: ' WS-QTDE-ARQUIVO
               END-IF
           END-IF
           ADD WS-QTDE-ARQUIVO TO WS-QTDE-MASCARADOS
           IF WS-HOUVE-ERRO EQUAL 'S'
               OPEN OUTPUT ORCAMENTOS
               CLOSE ORCAMENTOS
           END-IF.

       MASCARA-ORDENS-SERVICO-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ARQUIVO
           MOVE ZEROS TO WS-FS-ORDENS
           OPEN I-O ORDENS-SERVICO
           IF WS-FS-ORDENS EQUAL 35
               DISPLAY 'ORDENS DE SERVICO: SEM ARQUIVO NA PRODUCAO'
           ELSE
               IF WS-FS-ORDENS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR ORDENS DE SERVICO DO '
                       'TREINAMENTO'
                   MOVE WS-FS-ORDENS TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                   MOVE 'S' TO WS-HOUVE-ERRO
               ELSE
                   PERFORM UNTIL WS-FS-ORDENS EQUAL 10
                       READ ORDENS-SERVICO NEXT RECORD
                           AT END
                           MOVE 10 TO WS-FS-ORDENS
                           NOT AT END
                           MOVE OS-CODIGO-CLIENTE TO WS-TRE-CODIGO
                           PERFORM MONTA-NOME-CLIENTE-PROCEDURE
                           MOVE WS-TRE-NOME TO OS-NOME
                           REWRITE REG-ORDEM-SERVICO
                               INVALID KEY
                               MOVE 'S' TO WS-HOUVE-ERRO
                           END-REWRITE
                           ADD 1 TO WS-QTDE-ARQUIVO
                       END-READ
                   END-PERFORM
                   CLOSE ORDENS-SERVICO
                   DISPLAY 'ORDENS DE SERVICO......: ' WS-QTDE-ARQUIVO
               END-IF
           END-IF
           ADD WS-QTDE-ARQUIVO TO WS-QTDE-MASCARADOS
           IF WS-HOUVE-ERRO EQUAL 'S'
               OPEN OUTPUT ORDENS-SERVICO
               CLOSE ORDENS-SERVICO
           END-IF.

       MASCARA-PENDENCIAS-VENDA-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ARQUIVO
           MOVE ZEROS TO WS-FS-BACKORDERS
           OPEN I-O BACKORDERS
           IF WS-FS-BACKORDERS EQUAL 35
               DISPLAY 'PENDENCIAS DE VENDA: SEM ARQUIVO NA PRODUCAO'
           ELSE
               IF WS-FS-BACKORDERS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR PENDENCIAS DE VENDA DO '
                       'TREINAMENTO'
                   MOVE WS-FS-BACKORDERS TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                   MOVE 'S' TO WS-HOUVE-ERRO
               ELSE
                   PERFORM UNTIL WS-FS-BACKORDERS EQUAL 10
                       READ BACKORDERS NEXT RECORD
                           AT END
                           MOVE 10 TO WS-FS-BACKORDERS
                           NOT AT END
                           MOVE BCK-CODIGO-CLIENTE TO WS-TRE-CODIGO
                           PERFORM MONTA-NOME-CLIENTE-PROCEDURE
                           MOVE WS-TRE-NOME TO BCK-NOME
                           REWRITE REG-BACKORDER
                               INVALID KEY
                               MOVE 'S' TO WS-HOUVE-ERRO
                           END-REWRITE
                           ADD 1 TO WS-QTDE-ARQUIVO
                       END-READ
                   END-PERFORM
                   CLOSE BACKORDERS
                   DISPLAY 'PENDENCIAS DE VENDA....: ' WS-QTDE-ARQUIVO
               END-IF
           END-IF
           ADD WS-QTDE-ARQUIVO TO WS-QTDE-MASCARADOS
           IF WS-HOUVE-ERRO EQUAL 'S'
               OPEN OUTPUT BACKORDERS
               CLOSE BACKORDERS
           END-IF.

       MASCARA-ACORDOS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ARQUIVO
           MOVE ZEROS TO WS-FS-ACORDOS
           OPEN I-O ACORDOS
           IF WS-FS-ACORDOS EQUAL 35
               DISPLAY 'ACORDOS: SEM ARQUIVO NA PRODUCAO'
           ELSE
               IF WS-FS-ACORDOS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR ACORDOS DO TREINAMENTO'
                   MOVE WS-FS-ACORDOS TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                   MOVE 'S' TO WS-HOUVE-ERRO
               ELSE
                   PERFORM UNTIL WS-FS-ACORDOS EQUAL 10
                       READ ACORDOS NEXT RECORD
                           AT END
                           MOVE 10 TO WS-FS-ACORDOS
                           NOT AT END
                           MOVE ACD-CODIGO-CLIENTE TO WS-TRE-CODIGO
                           PERFORM MONTA-NOME-CLIENTE-PROCEDURE
                           MOVE WS-TRE-NOME TO ACD-NOME
                           REWRITE REG-ACORDO
                               INVALID KEY
                               MOVE 'S' TO WS-HOUVE-ERRO
                           END-REWRITE
                           ADD 1 TO WS-QTDE-ARQUIVO
                       END-READ
                   END-PERFORM
                   CLOSE ACORDOS
                   DISPLAY 'ACORDOS MASCARADOS.....: ' WS-QTDE-ARQUIVO
               END-IF
           END-IF
           ADD WS-QTDE-ARQUIVO TO WS-QTDE-MASCARADOS
           IF WS-HOUVE-ERRO EQUAL 'S'
               OPEN OUTPUT ACORDOS
               CLOSE ACORDOS
           END-IF.

       MASCARA-CONTRATOS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ARQUIVO
           MOVE ZEROS TO WS-FS-CONTRATOS
           OPEN I-O CONTRATOS-MANUTENCAO
           IF WS-FS-CONTRATOS EQUAL 35
               DISPLAY 'CONTRATOS: SEM ARQUIVO NA PRODUCAO'
           ELSE
               IF WS-FS-CONTRATOS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR CONTRATOS DO TREINAMENTO'
                   MOVE WS-FS-CONTRATOS TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                   MOVE 'S' TO WS-HOUVE-ERRO
               ELSE
                   PERFORM UNTIL WS-FS-CONTRATOS EQUAL 10
                       READ CONTRATOS-MANUTENCAO NEXT RECORD
                           AT END
                           MOVE 10 TO WS-FS-CONTRATOS
                           NOT AT END
                           MOVE CTR-CODIGO-CLIENTE TO WS-TRE-CODIGO
                           PERFORM MONTA-NOME-CLIENTE-PROCEDURE
                           MOVE WS-TRE-NOME TO CTR-NOME
                           REWRITE REG-CONTRATO
                               INVALID KEY
                               MOVE 'S' TO WS-HOUVE-ERRO
                           END-REWRITE
                           ADD 1 TO WS-QTDE-ARQUIVO
                       END-READ
                   END-PERFORM
                   CLOSE CONTRATOS-MANUTENCAO
                   DISPLAY 'CONTRATOS MASCARADOS...: ' WS-QTDE-ARQUIVO
               END-IF
           END-IF
           ADD WS-QTDE-ARQUIVO TO WS-QTDE-MASCARADOS
           IF WS-HOUVE-ERRO EQUAL 'S'
               OPEN OUTPUT CONTRATOS-MANUTENCAO
               CLOSE CONTRATOS-MANUTENCAO
           END-IF.

      *    BIBLIOTECA, LISTA DE ESPERA, MATRICULA PENDENTE, RISCO E
      *    REVISAO DE BOLSAS TAMBEM LEVAM O NOME DO ALUNO PELO RGM
       MASCARA-EMPRESTIMOS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ARQUIVO
           MOVE ZEROS TO WS-FS-EMPRESTIMOS
           OPEN I-O EMPRESTIMOS
           IF WS-FS-EMPRESTIMOS EQUAL 35
               DISPLAY 'EMPRESTIMOS: SEM ARQUIVO NA PRODUCAO'
           ELSE
               IF WS-FS-EMPRESTIMOS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR EMPRESTIMOS DO TREINAMENTO'
                   MOVE WS-FS-EMPRESTIMOS TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                   MOVE 'S' TO WS-HOUVE-ERRO
               ELSE
                   PERFORM UNTIL WS-FS-EMPRESTIMOS EQUAL 10
                       READ EMPRESTIMOS NEXT RECORD
                           AT END
                           MOVE 10 TO WS-FS-EMPRESTIMOS
                           NOT AT END
                           MOVE EMP-RGM TO WS-TRE-CODIGO
                           PERFORM CONVERTE-CODIGO-LETRAS-PROCEDURE
                           MOVE SPACES TO EMP-NOME
                           STRING 'ALUNO TREINO ' WS-TRE-LETRAS
                               DELIMITED BY SIZE INTO EMP-NOME
                           REWRITE REG-EMPRESTIMO
                               INVALID KEY
                               MOVE 'S' TO WS-HOUVE-ERRO
                           END-REWRITE
                           ADD 1 TO WS-QTDE-ARQUIVO
                       END-READ
                   END-PERFORM
                   CLOSE EMPRESTIMOS
                   DISPLAY 'EMPRESTIMOS MASCARADOS.: ' WS-QTDE-ARQUIVO
               END-IF
           END-IF
           ADD WS-QTDE-ARQUIVO TO WS-QTDE-MASCARADOS
           IF WS-HOUVE-ERRO EQUAL 'S'
               OPEN OUTPUT EMPRESTIMOS
               CLOSE EMPRESTIMOS
           END-IF.

       MASCARA-LISTA-ESPERA-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ARQUIVO
           MOVE ZEROS TO WS-FS-ESPERA
           OPEN I-O LISTA-ESPERA
           IF WS-FS-ESPERA EQUAL 35
               DISPLAY 'LISTA DE ESPERA: SEM ARQUIVO NA PRODUCAO'
           ELSE
               IF WS-FS-ESPERA NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR LISTA DE ESPERA DO '
                       'TREINAMENTO'
                   MOVE WS-FS-ESPERA TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                   MOVE 'S' TO WS-HOUVE-ERRO
               ELSE
                   PERFORM UNTIL WS-FS-ESPERA EQUAL 10
                       READ LISTA-ESPERA NEXT RECORD
                           AT END
                           MOVE 10 TO WS-FS-ESPERA
                           NOT AT END
                           MOVE ESP-RGM TO WS-TRE-CODIGO
                           PERFORM CONVERTE-CODIGO-LETRAS-PROCEDURE
                           MOVE SPACES TO ESP-NOME
                           STRING 'ALUNO TREINO ' WS-TRE-LETRAS
                               DELIMITED BY SIZE INTO ESP-NOME
                           REWRITE REG-LISTA-ESPERA
                               INVALID KEY
                               MOVE 'S' TO WS-HOUVE-ERRO
                           END-REWRITE
                           ADD 1 TO WS-QTDE-ARQUIVO
                       END-READ
                   END-PERFORM
                   CLOSE LISTA-ESPERA
                   DISPLAY 'LISTA DE ESPERA........: ' WS-QTDE-ARQUIVO
               END-IF
           END-IF
           ADD WS-QTDE-ARQUIVO TO WS-QTDE-MASCARADOS
           IF WS-HOUVE-ERRO EQUAL 'S'
               OPEN OUTPUT LISTA-ESPERA
               CLOSE LISTA-ESPERA
           END-IF.

       MASCARA-MATRIC-PENDENTE-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ARQUIVO
           MOVE ZEROS TO WS-FS-PENDENTE
           OPEN I-O MATRICULA-PENDENTE
           IF WS-FS-PENDENTE EQUAL 35
               DISPLAY 'MATRICULAS PENDENTES: SEM ARQUIVO NA PRODUCAO'
           ELSE
               IF WS-FS-PENDENTE NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR MATRICULAS PENDENTES DO '
                       'TREINAMENTO'
                   MOVE WS-FS-PENDENTE TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                   MOVE 'S' TO WS-HOUVE-ERRO
               ELSE
                   PERFORM UNTIL WS-FS-PENDENTE EQUAL 10
                       READ MATRICULA-PENDENTE NEXT RECORD
                           AT END
                           MOVE 10 TO WS-FS-PENDENTE
                           NOT AT END
                           MOVE PEN-RGM TO WS-TRE-CODIGO
                           PERFORM CONVERTE-CODIGO-LETRAS-PROCEDURE
                           MOVE SPACES TO PEN-NOME
                           STRING 'ALUNO TREINO ' WS-TRE-LETRAS
                               DELIMITED BY SIZE INTO PEN-NOME
                           REWRITE REG-MATRICULA-PENDENTE
                               INVALID KEY
                               MOVE 'S' TO WS-HOUVE-ERRO
                           END-REWRITE
                           ADD 1 TO WS-QTDE-ARQUIVO
                       END-READ
                   END-PERFORM
                   CLOSE MATRICULA-PENDENTE
                   DISPLAY 'MATRICULAS PENDENTES...: ' WS-QTDE-ARQUIVO
               END-IF
           END-IF
           ADD WS-QTDE-ARQUIVO TO WS-QTDE-MASCARADOS
           IF WS-HOUVE-ERRO EQUAL 'S'
               OPEN OUTPUT MATRICULA-PENDENTE
               CLOSE MATRICULA-PENDENTE
           END-IF.

       MASCARA-RISCO-ALUNOS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ARQUIVO
           MOVE ZEROS TO WS-FS-RISCO
           OPEN I-O RISCO-ALUNOS
           IF WS-FS-RISCO EQUAL 35
               DISPLAY 'RISCO DE ALUNOS: SEM ARQUIVO NA PRODUCAO'
           ELSE
               IF WS-FS-RISCO NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR RISCO DE ALUNOS DO '
                       'TREINAMENTO'
                   MOVE WS-FS-RISCO TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                   MOVE 'S' TO WS-HOUVE-ERRO
               ELSE
                   PERFORM UNTIL WS-FS-RISCO EQUAL 10
                       READ RISCO-ALUNOS NEXT RECORD
                           AT END
                           MOVE 10 TO WS-FS-RISCO
                           NOT AT END
                           MOVE RSC-RGM TO WS-TRE-CODIGO
                           PERFORM CONVERTE-CODIGO-LETRAS-PROCEDURE
                           MOVE SPACES TO RSC-NOME
                           STRING 'ALUNO TREINO ' WS-TRE-LETRAS
                               DELIMITED BY SIZE INTO RSC-NOME
                           REWRITE REG-RISCO
                               INVALID KEY
                               MOVE 'S' TO WS-HOUVE-ERRO
                           END-REWRITE
                           ADD 1 TO WS-QTDE-ARQUIVO
                       END-READ
                   END-PERFORM
                   CLOSE RISCO-ALUNOS
                   DISPLAY 'APURACOES DE RISCO.....: ' WS-QTDE-ARQUIVO
               END-IF
           END-IF
           ADD WS-QTDE-ARQUIVO TO WS-QTDE-MASCARADOS
           IF WS-HOUVE-ERRO EQUAL 'S'
               OPEN OUTPUT RISCO-ALUNOS
               CLOSE RISCO-ALUNOS
           END-IF.

       MASCARA-REVISAO-BOLSAS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ARQUIVO
           MOVE ZEROS TO WS-FS-REVISAO
           OPEN I-O REVISAO-BOLSAS
           IF WS-FS-REVISAO EQUAL 35
               DISPLAY 'REVISAO DE BOLSAS: SEM ARQUIVO NA PRODUCAO'
           ELSE
               IF WS-FS-REVISAO NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO ABRIR REVISAO DE BOLSAS DO '
                       'TREINAMENTO'
                   MOVE WS-FS-REVISAO TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                   MOVE 'S' TO WS-HOUVE-ERRO
               ELSE
                   PERFORM UNTIL WS-FS-REVISAO EQUAL 10
                       READ REVISAO-BOLSAS NEXT RECORD
                           AT END
                           MOVE 10 TO WS-FS-REVISAO
                           NOT AT END
                           MOVE RVB-RGM TO WS-TRE-CODIGO
                           PERFORM CONVERTE-CODIGO-LETRAS-PROCEDURE
                           MOVE SPACES TO RVB-NOME
                           STRING 'ALUNO TREINO ' WS-TRE-LETRAS
                               DELIMITED BY SIZE INTO RVB-NOME
                           REWRITE REG-REVISAO-BOLSA
                               INVALID KEY
                               MOVE 'S' TO WS-HOUVE-ERRO
                           END-REWRITE
                           ADD 1 TO WS-QTDE-ARQUIVO
                       END-READ
                   END-PERFORM
                   CLOSE REVISAO-BOLSAS
                   DISPLAY 'REVISOES DE BOLSA......: ' WS-QTDE-ARQUIVO
               END-IF
           END-IF
           ADD WS-QTDE-ARQUIVO TO WS-QTDE-MASCARADOS
           IF WS-HOUVE-ERRO EQUAL 'S'
               OPEN OUTPUT REVISAO-BOLSAS
               CLOSE REVISAO-BOLSAS
           END-IF.

      *    O ambiente.txt DO TREINAMENTO FICA NO DIRETORIO DA LOJA DO
      *    TREINAMENTO, DE ONDE OS PROGRAMAS DE TREINO SAO EXECUTADOS
       GRAVA-AMBIENTE-TREINO-PROCEDURE.
           MOVE SPACES TO WS-ARQ-AMB-TREINO
           STRING WS-TRE-DIR-LOJA(1:WS-TRE-LEN-LOJA)
               'ambiente.txt'
               DELIMITED BY SIZE INTO WS-ARQ-AMB-TREINO
           MOVE ZEROS TO WS-FS-AMB-TREINO
           OPEN OUTPUT AMBIENTE-TREINO
           IF WS-FS-AMB-TREINO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR O ambiente.txt DO TREINAMENTO'
               MOVE WS-FS-AMB-TREINO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               MOVE 'S' TO WS-HOUVE-ERRO
           ELSE
               MOVE 'TREINO'          TO AMT-NOME
               MOVE WS-TRE-DIR-LOJA   TO AMT-DIR-LOJA
               MOVE WS-TRE-DIR-ESCOLA TO AMT-DIR-ESCOLA
               WRITE REG-AMBIENTE-TREINO
               CLOSE AMBIENTE-TREINO
           END-IF.

       COPY JOBJPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM GERA-AMBIENTE-TREINO.
