      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTA-SPED-FISCAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       COPY LIVROSEL.

       COPY PEDISEL.

       COPY FORNSEL.

       COPY PERCSEL.

       COPY JOBJSEL.

       COPY MANIFSEL.

       SELECT CLIENTES ASSIGN TO WS-ARQ-CLIENTES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-CLIENTE
           FILE STATUS IS WS-FS-CLIENTES.

       SELECT PRODUTOS ASSIGN TO WS-ARQ-PRODUTOS
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CODIGO-PRODUTO
           FILE STATUS IS WS-FS-PRODUTOS.

       SELECT SPED-FISCAL ASSIGN TO WS-ARQ-SPED-FISCAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-SPED.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY LIVROFD.

       COPY PEDIFD.

       COPY FORNFD.

       COPY PERCFD.

       COPY JOBJFD.

       COPY MANIFFD.

       COPY CLIFD.

       COPY PRODFD.

       FD SPED-FISCAL.
       01 REG-SPED-FISCAL              PIC X(300).

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       COPY PERCWS.
       COPY JOBJWS.
       COPY MANIFWS.

       77 WS-FS-LIVRO          PIC 99.
       77 WS-FS-PEDIDOS-ITENS  PIC 99.
       77 WS-FS-FORNECEDORES   PIC 99.
       77 WS-FS-CLIENTES       PIC 99.
       77 WS-FS-PRODUTOS       PIC 99.
       77 WS-FS-SPED           PIC 99.
       77 WS-MES-REFERENCIA    PIC 9(06) VALUE ZEROS.
       77 WS-MES-DOCUMENTO     PIC 9(06) VALUE ZEROS.
       77 WS-MES-NUMERO        PIC 9(02) VALUE ZEROS.
       77 WS-ANO-REFERENCIA    PIC 9(04) VALUE ZEROS.
       77 WS-DATA-INICIAL      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FINAL        PIC 9(08) VALUE ZEROS.
       77 WS-DATA-PROX-MES     PIC 9(08) VALUE ZEROS.
       77 WS-DIA-INTEIRO       PIC 9(07) VALUE ZEROS.
       77 WS-IDX               PIC 9(05) VALUE ZEROS.
       77 WS-IDX-POS           PIC 9(02) VALUE ZEROS.
       77 WS-IDX-REG           PIC 9(02) VALUE ZEROS.
       77 WS-IDX-DIG           PIC 9(02) VALUE ZEROS.
       77 WS-IDX-DIG-POS       PIC 9(02) VALUE ZEROS.
       77 WS-ACHOU             PIC X(01) VALUE 'N'.
       77 WS-QTDE-DOCUMENTOS   PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-C100         PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-DOCUMENTOS  PIC 9(13)V99 VALUE ZEROS.

      * DADOS DO CONTRIBUINTE INFORMADOS PELO OPERADOR
       77 WS-SPED-EMPRESA      PIC X(40) VALUE SPACES.
       77 WS-SPED-CNPJ         PIC X(18) VALUE SPACES.
       77 WS-SPED-UF           PIC X(02) VALUE SPACES.
       77 WS-SPED-IE           PIC X(14) VALUE SPACES.

      * MONTAGEM DA LINHA DELIMITADA POR PIPE
       77 WS-SPED-LINHA        PIC X(300) VALUE SPACES.
       77 WS-SPED-PTR          PIC 9(03) VALUE ZEROS.
       77 WS-SPED-REGISTRO     PIC X(04) VALUE SPACES.
       77 WS-SPED-CAMPO        PIC X(60) VALUE SPACES.
       77 WS-SPED-TEXTO        PIC X(18) VALUE SPACES.
       77 WS-SPED-VALOR        PIC 9(11)V99 VALUE ZEROS.
       77 WS-SPED-VALOR-ED     PIC Z(10)9.99.
       77 WS-SPED-NUMERO       PIC 9(10) VALUE ZEROS.
       77 WS-SPED-NUMERO-ED    PIC Z(09)9.
       77 WS-SPED-BRANCOS      PIC 9(02) VALUE ZEROS.
       77 WS-SPED-VAZIOS       PIC 9(02) VALUE ZEROS.
       77 WS-SPED-QTDE-LINHAS  PIC 9(07) VALUE ZEROS.
       77 WS-SPED-QTDE-BLOCO   PIC 9(07) VALUE ZEROS.
       77 WS-SPED-UNIDADE      PIC X(03) VALUE SPACES.
       77 WS-SPED-TIPOS-ANTES  PIC 9(02) VALUE ZEROS.

       01 WS-SPED-DATA.
           03 WS-SPED-DATA-ANO     PIC 9(04).
           03 WS-SPED-DATA-MES     PIC 9(02).
           03 WS-SPED-DATA-DIA     PIC 9(02).

      * DOCUMENTO FISCAL EM PROCESSAMENTO
       77 WS-SPED-IND-OPER     PIC X(01) VALUE SPACES.
       77 WS-SPED-CFOP         PIC X(04) VALUE SPACES.
       77 WS-SPED-NUM-ITEM     PIC 9(03) VALUE ZEROS.
       77 WS-FATOR-DOC         PIC 9(01)V9999 VALUE ZEROS.
       77 WS-SOMA-BRUTO        PIC 9(11)V99 VALUE ZEROS.
       77 WS-SOMA-ITENS        PIC 9(11)V99 VALUE ZEROS.
       77 WS-DOC-MERCADORIA    PIC 9(11)V99 VALUE ZEROS.
       77 WS-DOC-DESCONTO      PIC 9(11)V99 VALUE ZEROS.
       77 WS-ITEM-BRUTO        PIC 9(09)V99 VALUE ZEROS.
       77 WS-ITEM-DESCONTO     PIC 9(09)V99 VALUE ZEROS.
       77 WS-ITEM-QTDE         PIC 9(07)V99 VALUE ZEROS.
       77 WS-ITEM-IMPOSTO      PIC 9(09)V99 VALUE ZEROS.

      * PARTICIPANTES E ITENS REFERENCIADOS NO MES
       01 WS-SPED-CLIENTES.
           03 WS-SPED-CLI-USADO    PIC X(01) OCCURS 99999 TIMES.
       01 WS-SPED-PRODUTOS.
           03 WS-SPED-PROD-USADO   PIC X(01) OCCURS 99999 TIMES.
       01 WS-SPED-FORNECEDORES.
           03 WS-SPED-FORN-USADO   PIC X(01) OCCURS 999 TIMES.

       77 WS-SPED-QTDE-UNID    PIC 9(02) VALUE ZEROS.
       01 WS-SPED-UNIDADES.
           03 WS-SPED-UNID         PIC X(03) OCCURS 30 TIMES.

       77 WS-SPED-QTDE-CANC    PIC 9(03) VALUE ZEROS.
       01 WS-SPED-CANCELADAS.
           03 WS-SPED-NF-CANC      PIC 9(06) OCCURS 500 TIMES.

      * TOTALIZADOR POR TIPO DE REGISTRO PARA O BLOCO 9
       77 WS-SPED-QTDE-TIPOS   PIC 9(02) VALUE ZEROS.
       01 WS-SPED-REGISTROS.
           03 WS-SPED-REG OCCURS 20 TIMES.
               05 WS-SPED-REG-TIPO     PIC X(04).
               05 WS-SPED-REG-QTDE     PIC 9(07).

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           MOVE 'SPED-FISCAL' TO WS-MAN-INTERFACE
           PERFORM VERIFICA-AMBIENTE-INTERFACE-PROCEDURE
           IF WS-MAN-BLOQUEADA EQUAL 'S'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'EXPORTA-SPED-FISCAL' TO WS-JOB-PROGRAMA
           MOVE 'INICIO' TO WS-JOB-EVENTO
           MOVE ZEROS TO WS-JOB-CONTAGEM
           MOVE SPACES TO WS-JOB-RESULTADO
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE

           DISPLAY '----- ESCRITURACAO FISCAL DIGITAL (EFD) -----'
           DISPLAY 'INFORME O MES DE REFERENCIA (AAAAMM): '
           ACCEPT WS-MES-REFERENCIA

           MOVE WS-MES-REFERENCIA(5:2) TO WS-MES-NUMERO
           IF WS-MES-NUMERO LESS THAN 1
               OR WS-MES-NUMERO GREATER THAN 12
               DISPLAY 'MES DE REFERENCIA INVALIDO'
               MOVE 'FIM' TO WS-JOB-EVENTO
               MOVE 'ERRO' TO WS-JOB-RESULTADO
               PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      * A ESCRITURACAO SO PODE SER GERADA PARA MES JA FECHADO
           COMPUTE WS-DATA-INICIAL = WS-MES-REFERENCIA * 100 + 1
           MOVE WS-DATA-INICIAL TO WS-DATA-VERIFICADA
           PERFORM VERIFICA-PERIODO-FECHADO-PROCEDURE
           IF WS-PERIODO-FECHADO NOT EQUAL 'S'
               DISPLAY 'O MES ' WS-MES-REFERENCIA
                   ' AINDA NAO FOI FECHADO NO CONTROLE DE PERIODOS'
               DISPLAY 'ARQUIVO FISCAL NAO GERADO'
               MOVE 'FIM' TO WS-JOB-EVENTO
               MOVE 'ERRO' TO WS-JOB-RESULTADO
               PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-MES-REFERENCIA(1:4) TO WS-ANO-REFERENCIA
           IF WS-MES-NUMERO EQUAL 12
               COMPUTE WS-DATA-PROX-MES =
                   (WS-ANO-REFERENCIA + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATA-PROX-MES = WS-DATA-INICIAL + 100
           END-IF
           COMPUTE WS-DIA-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROX-MES) - 1
           COMPUTE WS-DATA-FINAL =
               FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)

           DISPLAY 'RAZAO SOCIAL DO CONTRIBUINTE: '
           ACCEPT WS-SPED-EMPRESA
           DISPLAY 'CNPJ DO CONTRIBUINTE: '
           ACCEPT WS-SPED-CNPJ
           DISPLAY 'UF DO CONTRIBUINTE: '
           ACCEPT WS-SPED-UF
           DISPLAY 'INSCRICAO ESTADUAL: '
           ACCEPT WS-SPED-IE

           MOVE ZEROS TO WS-FS-LIVRO
           OPEN INPUT LIVRO-FISCAL
           IF WS-FS-LIVRO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O LIVRO FISCAL'
               DISPLAY 'FILE STATUS: ' WS-FS-LIVRO
               MOVE 'FIM' TO WS-JOB-EVENTO
               MOVE 'ERRO' TO WS-JOB-RESULTADO
               PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-FS-PEDIDOS-ITENS
           OPEN INPUT PEDIDOS-ITENS
           OPEN INPUT PRODUTOS
           OPEN INPUT CLIENTES
           OPEN INPUT FORNECEDORES

           MOVE ALL 'N' TO WS-SPED-CLIENTES
           MOVE ALL 'N' TO WS-SPED-PRODUTOS
           MOVE ALL 'N' TO WS-SPED-FORNECEDORES

      * PRIMEIRA PASSAGEM: PARTICIPANTES, ITENS E CANCELAMENTOS
           PERFORM UNTIL WS-FS-LIVRO EQUAL 10
               READ LIVRO-FISCAL
                   AT END
                   MOVE 10 TO WS-FS-LIVRO
                   NOT AT END
                   COMPUTE WS-MES-DOCUMENTO = LF-DATA / 100
                   IF WS-MES-DOCUMENTO EQUAL WS-MES-REFERENCIA
                       PERFORM MARCA-DOCUMENTO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LIVRO-FISCAL

           MOVE SPACES TO WS-ARQ-SPED-FISCAL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'sped-fiscal-' WS-MES-REFERENCIA '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPED-FISCAL
           OPEN OUTPUT SPED-FISCAL
           IF WS-FS-SPED NOT EQUAL ZEROS
               DISPLAY 'ERRO AO CRIAR O ARQUIVO FISCAL'
               DISPLAY 'FILE STATUS: ' WS-FS-SPED
               CLOSE FORNECEDORES
               CLOSE CLIENTES
               CLOSE PRODUTOS
               CLOSE PEDIDOS-ITENS
               MOVE 'FIM' TO WS-JOB-EVENTO
               MOVE 'ERRO' TO WS-JOB-RESULTADO
               PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM GERA-BLOCO-0-PROCEDURE
           PERFORM GERA-BLOCO-C-PROCEDURE
           PERFORM GERA-BLOCO-9-PROCEDURE

           CLOSE SPED-FISCAL
           CLOSE FORNECEDORES
           CLOSE CLIENTES
           CLOSE PRODUTOS
           CLOSE PEDIDOS-ITENS

           DISPLAY 'ARQUIVO FISCAL GERADO: sped-fiscal-'
               WS-MES-REFERENCIA '.txt'
           DISPLAY 'DOCUMENTOS ESCRITURADOS...: ' WS-QTDE-C100
           DISPLAY 'LINHAS GRAVADAS...........: ' WS-SPED-QTDE-LINHAS
           DISPLAY 'VALOR TOTAL DOS DOCUMENTOS: ' WS-TOTAL-DOCUMENTOS

           MOVE 'SPED-FISCAL' TO WS-MAN-INTERFACE
           MOVE WS-SPED-QTDE-LINHAS TO WS-MAN-QTDE
           MOVE WS-TOTAL-DOCUMENTOS TO WS-MAN-HASH
           MOVE 'EXPORTA-SPED-FISCAL' TO WS-MAN-PROGRAMA
           MOVE 'N' TO WS-MAN-REEMISSAO
           PERFORM GRAVA-MANIFESTO-PROCEDURE

           MOVE 'FIM' TO WS-JOB-EVENTO
           MOVE WS-QTDE-C100 TO WS-JOB-CONTAGEM
           MOVE 'OK' TO WS-JOB-RESULTADO
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
           MOVE 0 TO RETURN-CODE

           STOP RUN.

       MARCA-DOCUMENTO-PROCEDURE.
           ADD 1 TO WS-QTDE-DOCUMENTOS
           IF LF-CODIGO-CLIENTE GREATER THAN ZEROS
               MOVE 'S' TO WS-SPED-CLI-USADO(LF-CODIGO-CLIENTE)
           END-IF

           IF LF-TIPO EQUAL 'CANCELAMENTO'
               IF WS-SPED-QTDE-CANC LESS THAN 500
                   ADD 1 TO WS-SPED-QTDE-CANC
                   MOVE LF-NUM-NOTA-FISCAL TO
                       WS-SPED-NF-CANC(WS-SPED-QTDE-CANC)
               ELSE
                   DISPLAY 'MAIS DE 500 CANCELAMENTOS NO MES - NF '
                       LF-NUM-NOTA-FISCAL ' ESCRITURADA EM DUPLICIDADE'
               END-IF
           ELSE
               MOVE ZEROS TO WS-FS-PEDIDOS-ITENS
               MOVE LF-CODIGO-PEDIDO TO PVI-CODIGO-PEDIDO
               MOVE ZEROS TO PVI-NUM-ITEM
               START PEDIDOS-ITENS KEY IS GREATER THAN PVI-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-PEDIDOS-ITENS
               END-START

               PERFORM UNTIL WS-FS-PEDIDOS-ITENS EQUAL 10
                   READ PEDIDOS-ITENS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-PEDIDOS-ITENS
                       NOT AT END
                       IF PVI-CODIGO-PEDIDO NOT EQUAL LF-CODIGO-PEDIDO
                           MOVE 10 TO WS-FS-PEDIDOS-ITENS
                       ELSE
                           PERFORM MARCA-PRODUTO-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.

       MARCA-PRODUTO-PROCEDURE.
           IF PVI-CODIGO-PRODUTO GREATER THAN ZEROS
               AND WS-SPED-PROD-USADO(PVI-CODIGO-PRODUTO) NOT EQUAL 'S'
               MOVE 'S' TO WS-SPED-PROD-USADO(PVI-CODIGO-PRODUTO)
               MOVE PVI-CODIGO-PRODUTO TO CODIGO-PRODUTO
               READ PRODUTOS RECORD
                   KEY IS CODIGO-PRODUTO
                   INVALID KEY
                   MOVE SPACES TO PROD-UNIDADE-VENDA
                   MOVE ZEROS TO PROD-FORNECEDOR
               END-READ
               IF PROD-FORNECEDOR GREATER THAN ZEROS
                   MOVE 'S' TO WS-SPED-FORN-USADO(PROD-FORNECEDOR)
               END-IF
               PERFORM UNIDADE-PRODUTO-PROCEDURE
               PERFORM REGISTRA-UNIDADE-PROCEDURE
           END-IF.

       UNIDADE-PRODUTO-PROCEDURE.
           IF PROD-UNIDADE-VENDA EQUAL SPACES
               MOVE 'UN' TO WS-SPED-UNIDADE
           ELSE
               MOVE PROD-UNIDADE-VENDA TO WS-SPED-UNIDADE
           END-IF.

       REGISTRA-UNIDADE-PROCEDURE.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-SPED-QTDE-UNID
               IF WS-SPED-UNID(WS-IDX) EQUAL WS-SPED-UNIDADE
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM

           IF WS-ACHOU NOT EQUAL 'S'
               AND WS-SPED-QTDE-UNID LESS THAN 30
               ADD 1 TO WS-SPED-QTDE-UNID
               MOVE WS-SPED-UNIDADE TO WS-SPED-UNID(WS-SPED-QTDE-UNID)
           END-IF.

      *-----------------------------------------------------------------
      * BLOCO 0 - ABERTURA, PARTICIPANTES, UNIDADES E ITENS
      *-----------------------------------------------------------------
       GERA-BLOCO-0-PROCEDURE.
           MOVE ZEROS TO WS-SPED-QTDE-BLOCO

           MOVE '0000' TO WS-SPED-REGISTRO
           PERFORM INICIA-LINHA-SPED-PROCEDURE
           MOVE '017' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE '0' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE WS-DATA-INICIAL TO WS-SPED-DATA
           PERFORM ADICIONA-DATA-SPED-PROCEDURE
           MOVE WS-DATA-FINAL TO WS-SPED-DATA
           PERFORM ADICIONA-DATA-SPED-PROCEDURE
           MOVE WS-SPED-EMPRESA TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE WS-SPED-CNPJ TO WS-SPED-TEXTO
           PERFORM ADICIONA-DIGITOS-SPED-PROCEDURE
           MOVE 1 TO WS-SPED-VAZIOS
           PERFORM ADICIONA-VAZIOS-SPED-PROCEDURE
           MOVE WS-SPED-UF TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE WS-SPED-IE TO WS-SPED-TEXTO
           PERFORM ADICIONA-DIGITOS-SPED-PROCEDURE
           MOVE 3 TO WS-SPED-VAZIOS
           PERFORM ADICIONA-VAZIOS-SPED-PROCEDURE
           MOVE 'A' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE '1' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           PERFORM GRAVA-LINHA-SPED-PROCEDURE

           MOVE '0001' TO WS-SPED-REGISTRO
           PERFORM INICIA-LINHA-SPED-PROCEDURE
           MOVE '0' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           PERFORM GRAVA-LINHA-SPED-PROCEDURE

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN 99999
               IF WS-SPED-CLI-USADO(WS-IDX) EQUAL 'S'
                   PERFORM GRAVA-0150-CLIENTE-PROCEDURE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN 999
               IF WS-SPED-FORN-USADO(WS-IDX) EQUAL 'S'
                   PERFORM GRAVA-0150-FORNECEDOR-PROCEDURE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-SPED-QTDE-UNID
               MOVE '0190' TO WS-SPED-REGISTRO
               PERFORM INICIA-LINHA-SPED-PROCEDURE
               MOVE WS-SPED-UNID(WS-IDX) TO WS-SPED-CAMPO
               PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
               MOVE SPACES TO WS-SPED-CAMPO
               STRING 'UNIDADE ' WS-SPED-UNID(WS-IDX)
                   DELIMITED BY SIZE INTO WS-SPED-CAMPO
               PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
               PERFORM GRAVA-LINHA-SPED-PROCEDURE
           END-PERFORM

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN 99999
               IF WS-SPED-PROD-USADO(WS-IDX) EQUAL 'S'
                   PERFORM GRAVA-0200-ITEM-PROCEDURE
               END-IF
           END-PERFORM

           MOVE '0990' TO WS-SPED-REGISTRO
           PERFORM INICIA-LINHA-SPED-PROCEDURE
           COMPUTE WS-SPED-NUMERO = WS-SPED-QTDE-BLOCO + 1
           PERFORM ADICIONA-NUMERO-SPED-PROCEDURE
           PERFORM GRAVA-LINHA-SPED-PROCEDURE.

       GRAVA-0150-CLIENTE-PROCEDURE.
           MOVE WS-IDX TO CODIGO-CLIENTE
           READ CLIENTES RECORD
               KEY IS CODIGO-CLIENTE
               INVALID KEY
               MOVE 'CLIENTE NAO CADASTRADO' TO NOME
               MOVE SPACES TO CLI-ENDERECO
               MOVE SPACES TO CLI-BAIRRO
           END-READ

           MOVE '0150' TO WS-SPED-REGISTRO
           PERFORM INICIA-LINHA-SPED-PROCEDURE
           MOVE SPACES TO WS-SPED-CAMPO
           STRING 'C' CODIGO-CLIENTE
               DELIMITED BY SIZE INTO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE NOME TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE '01058' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE 5 TO WS-SPED-VAZIOS
           PERFORM ADICIONA-VAZIOS-SPED-PROCEDURE
           MOVE CLI-ENDERECO TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE 2 TO WS-SPED-VAZIOS
           PERFORM ADICIONA-VAZIOS-SPED-PROCEDURE
           MOVE CLI-BAIRRO TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           PERFORM GRAVA-LINHA-SPED-PROCEDURE.

       GRAVA-0150-FORNECEDOR-PROCEDURE.
           MOVE WS-IDX TO FORN-CODIGO
           READ FORNECEDORES RECORD
               KEY IS FORN-CODIGO
               INVALID KEY
               MOVE 'FORNECEDOR NAO CADASTRADO' TO FORN-NOME
               MOVE SPACES TO FORN-CNPJ
           END-READ

           MOVE '0150' TO WS-SPED-REGISTRO
           PERFORM INICIA-LINHA-SPED-PROCEDURE
           MOVE SPACES TO WS-SPED-CAMPO
           STRING 'F' FORN-CODIGO
               DELIMITED BY SIZE INTO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE FORN-NOME TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE '01058' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE FORN-CNPJ TO WS-SPED-TEXTO
           PERFORM ADICIONA-DIGITOS-SPED-PROCEDURE
           MOVE 8 TO WS-SPED-VAZIOS
           PERFORM ADICIONA-VAZIOS-SPED-PROCEDURE
           PERFORM GRAVA-LINHA-SPED-PROCEDURE.

       GRAVA-0200-ITEM-PROCEDURE.
           MOVE WS-IDX TO CODIGO-PRODUTO
           READ PRODUTOS RECORD
               KEY IS CODIGO-PRODUTO
               INVALID KEY
               MOVE 'PRODUTO NAO CADASTRADO' TO PRODUTO
               MOVE SPACES TO PROD-UNIDADE-VENDA
               MOVE ZEROS TO PROD-ALIQ-IMPOSTO
           END-READ
           PERFORM UNIDADE-PRODUTO-PROCEDURE

           MOVE '0200' TO WS-SPED-REGISTRO
           PERFORM INICIA-LINHA-SPED-PROCEDURE
           MOVE WS-IDX TO WS-SPED-NUMERO
           PERFORM ADICIONA-NUMERO-SPED-PROCEDURE
           MOVE PRODUTO TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE 2 TO WS-SPED-VAZIOS
           PERFORM ADICIONA-VAZIOS-SPED-PROCEDURE
           MOVE WS-SPED-UNIDADE TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE '00' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE 4 TO WS-SPED-VAZIOS
           PERFORM ADICIONA-VAZIOS-SPED-PROCEDURE
           MOVE PROD-ALIQ-IMPOSTO TO WS-SPED-VALOR
           PERFORM ADICIONA-VALOR-SPED-PROCEDURE
           PERFORM GRAVA-LINHA-SPED-PROCEDURE.

      *-----------------------------------------------------------------
      * BLOCO C - DOCUMENTOS FISCAIS E ITENS
      *-----------------------------------------------------------------
       GERA-BLOCO-C-PROCEDURE.
           MOVE ZEROS TO WS-SPED-QTDE-BLOCO

           MOVE 'C001' TO WS-SPED-REGISTRO
           PERFORM INICIA-LINHA-SPED-PROCEDURE
           IF WS-QTDE-DOCUMENTOS GREATER THAN ZEROS
               MOVE '0' TO WS-SPED-CAMPO
           ELSE
               MOVE '1' TO WS-SPED-CAMPO
           END-IF
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           PERFORM GRAVA-LINHA-SPED-PROCEDURE

           MOVE ZEROS TO WS-FS-LIVRO
           OPEN INPUT LIVRO-FISCAL
           PERFORM UNTIL WS-FS-LIVRO EQUAL 10
               READ LIVRO-FISCAL
                   AT END
                   MOVE 10 TO WS-FS-LIVRO
                   NOT AT END
                   COMPUTE WS-MES-DOCUMENTO = LF-DATA / 100
                   IF WS-MES-DOCUMENTO EQUAL WS-MES-REFERENCIA
                       PERFORM GRAVA-DOCUMENTO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE LIVRO-FISCAL

           MOVE 'C990' TO WS-SPED-REGISTRO
           PERFORM INICIA-LINHA-SPED-PROCEDURE
           COMPUTE WS-SPED-NUMERO = WS-SPED-QTDE-BLOCO + 1
           PERFORM ADICIONA-NUMERO-SPED-PROCEDURE
           PERFORM GRAVA-LINHA-SPED-PROCEDURE.

       GRAVA-DOCUMENTO-PROCEDURE.
      * NOTA EMITIDA E CANCELADA NO MESMO MES E ESCRITURADA UMA
      * UNICA VEZ, COM A SITUACAO DE CANCELADA
           EVALUATE LF-TIPO
               WHEN 'EMISSAO'
                   PERFORM VERIFICA-NF-CANCELADA-PROCEDURE
                   IF WS-ACHOU NOT EQUAL 'S'
                       MOVE '1' TO WS-SPED-IND-OPER
                       MOVE '5102' TO WS-SPED-CFOP
                       PERFORM GRAVA-C100-REGULAR-PROCEDURE
                   END-IF
               WHEN 'DEVOLUCAO'
                   MOVE '0' TO WS-SPED-IND-OPER
                   MOVE '1202' TO WS-SPED-CFOP
                   PERFORM GRAVA-C100-REGULAR-PROCEDURE
               WHEN 'CANCELAMENTO'
                   PERFORM GRAVA-C100-CANCELADO-PROCEDURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VERIFICA-NF-CANCELADA-PROCEDURE.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-SPED-QTDE-CANC
               IF WS-SPED-NF-CANC(WS-IDX) EQUAL LF-NUM-NOTA-FISCAL
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM.

       GRAVA-C100-REGULAR-PROCEDURE.
      * DEVOLUCOES SAO RATEADAS PELOS ITENS DO PEDIDO NA PROPORCAO
      * DO VALOR DO DOCUMENTO FISCAL, COMO NA APURACAO MENSAL
           PERFORM SOMA-ITENS-DOCUMENTO-PROCEDURE
           IF WS-SPED-IND-OPER EQUAL '1'
               MOVE 1 TO WS-FATOR-DOC
           ELSE
               IF WS-SOMA-ITENS EQUAL ZEROS
                   MOVE ZEROS TO WS-FATOR-DOC
               ELSE
                   COMPUTE WS-FATOR-DOC ROUNDED =
                       LF-VALOR / WS-SOMA-ITENS
               END-IF
           END-IF

           COMPUTE WS-DOC-MERCADORIA ROUNDED =
               WS-SOMA-BRUTO * WS-FATOR-DOC
           IF WS-DOC-MERCADORIA LESS THAN LF-VALOR
               MOVE LF-VALOR TO WS-DOC-MERCADORIA
           END-IF
           COMPUTE WS-DOC-DESCONTO = WS-DOC-MERCADORIA - LF-VALOR

           MOVE 'C100' TO WS-SPED-REGISTRO
           PERFORM INICIA-LINHA-SPED-PROCEDURE
           MOVE WS-SPED-IND-OPER TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE '0' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE SPACES TO WS-SPED-CAMPO
           IF LF-CODIGO-CLIENTE GREATER THAN ZEROS
               STRING 'C' LF-CODIGO-CLIENTE
                   DELIMITED BY SIZE INTO WS-SPED-CAMPO
           END-IF
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE '55' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE '00' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE '001' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE LF-NUM-NOTA-FISCAL TO WS-SPED-NUMERO
           PERFORM ADICIONA-NUMERO-SPED-PROCEDURE
           MOVE 1 TO WS-SPED-VAZIOS
           PERFORM ADICIONA-VAZIOS-SPED-PROCEDURE
           MOVE LF-DATA TO WS-SPED-DATA
           PERFORM ADICIONA-DATA-SPED-PROCEDURE
           PERFORM ADICIONA-DATA-SPED-PROCEDURE
           MOVE LF-VALOR TO WS-SPED-VALOR
           PERFORM ADICIONA-VALOR-SPED-PROCEDURE
           MOVE '0' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE WS-DOC-DESCONTO TO WS-SPED-VALOR
           PERFORM ADICIONA-VALOR-SPED-PROCEDURE
           PERFORM ADICIONA-VALOR-ZERO-SPED-PROCEDURE
           MOVE WS-DOC-MERCADORIA TO WS-SPED-VALOR
           PERFORM ADICIONA-VALOR-SPED-PROCEDURE
           MOVE '9' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           PERFORM ADICIONA-VALOR-ZERO-SPED-PROCEDURE 3 TIMES
           MOVE LF-VALOR TO WS-SPED-VALOR
           PERFORM ADICIONA-VALOR-SPED-PROCEDURE
           MOVE LF-VALOR-IMPOSTO TO WS-SPED-VALOR
           PERFORM ADICIONA-VALOR-SPED-PROCEDURE
           PERFORM ADICIONA-VALOR-ZERO-SPED-PROCEDURE 7 TIMES
           PERFORM GRAVA-LINHA-SPED-PROCEDURE

           ADD 1 TO WS-QTDE-C100
           ADD LF-VALOR TO WS-TOTAL-DOCUMENTOS

           MOVE ZEROS TO WS-SPED-NUM-ITEM
           MOVE ZEROS TO WS-FS-PEDIDOS-ITENS
           MOVE LF-CODIGO-PEDIDO TO PVI-CODIGO-PEDIDO
           MOVE ZEROS TO PVI-NUM-ITEM
           START PEDIDOS-ITENS KEY IS GREATER THAN PVI-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-PEDIDOS-ITENS
           END-START

           PERFORM UNTIL WS-FS-PEDIDOS-ITENS EQUAL 10
               READ PEDIDOS-ITENS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-PEDIDOS-ITENS
                   NOT AT END
                   IF PVI-CODIGO-PEDIDO NOT EQUAL LF-CODIGO-PEDIDO
                       MOVE 10 TO WS-FS-PEDIDOS-ITENS
                   ELSE
                       PERFORM GRAVA-C170-ITEM-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM.

       GRAVA-C100-CANCELADO-PROCEDURE.
           MOVE 'C100' TO WS-SPED-REGISTRO
           PERFORM INICIA-LINHA-SPED-PROCEDURE
           MOVE '1' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE '0' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE 1 TO WS-SPED-VAZIOS
           PERFORM ADICIONA-VAZIOS-SPED-PROCEDURE
           MOVE '55' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE '02' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE '001' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE LF-NUM-NOTA-FISCAL TO WS-SPED-NUMERO
           PERFORM ADICIONA-NUMERO-SPED-PROCEDURE
           MOVE 21 TO WS-SPED-VAZIOS
           PERFORM ADICIONA-VAZIOS-SPED-PROCEDURE
           PERFORM GRAVA-LINHA-SPED-PROCEDURE
           ADD 1 TO WS-QTDE-C100.

       SOMA-ITENS-DOCUMENTO-PROCEDURE.
           MOVE ZEROS TO WS-SOMA-BRUTO
           MOVE ZEROS TO WS-SOMA-ITENS
           MOVE ZEROS TO WS-FS-PEDIDOS-ITENS
           MOVE LF-CODIGO-PEDIDO TO PVI-CODIGO-PEDIDO
           MOVE ZEROS TO PVI-NUM-ITEM
           START PEDIDOS-ITENS KEY IS GREATER THAN PVI-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-PEDIDOS-ITENS
           END-START

           PERFORM UNTIL WS-FS-PEDIDOS-ITENS EQUAL 10
               READ PEDIDOS-ITENS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-PEDIDOS-ITENS
                   NOT AT END
                   IF PVI-CODIGO-PEDIDO NOT EQUAL LF-CODIGO-PEDIDO
                       MOVE 10 TO WS-FS-PEDIDOS-ITENS
                   ELSE
                       COMPUTE WS-SOMA-BRUTO =
                           WS-SOMA-BRUTO + (PVI-PRECO * PVI-QTDE)
                       COMPUTE WS-SOMA-ITENS =
                           WS-SOMA-ITENS +
                           (PVI-PRECO * PVI-QTDE *
                               (1 - (PVI-DESCONTO / 100)))
                   END-IF
               END-READ
           END-PERFORM.

       GRAVA-C170-ITEM-PROCEDURE.
           MOVE SPACES TO PROD-UNIDADE-VENDA
           MOVE ZEROS TO PROD-ALIQ-IMPOSTO
           MOVE PVI-CODIGO-PRODUTO TO CODIGO-PRODUTO
           READ PRODUTOS RECORD
               KEY IS CODIGO-PRODUTO
               INVALID KEY
               MOVE SPACES TO PROD-UNIDADE-VENDA
               MOVE ZEROS TO PROD-ALIQ-IMPOSTO
           END-READ
           PERFORM UNIDADE-PRODUTO-PROCEDURE

           COMPUTE WS-ITEM-QTDE ROUNDED = PVI-QTDE * WS-FATOR-DOC
           COMPUTE WS-ITEM-BRUTO ROUNDED =
               PVI-PRECO * PVI-QTDE * WS-FATOR-DOC
           COMPUTE WS-ITEM-DESCONTO ROUNDED =
               PVI-PRECO * PVI-QTDE * (PVI-DESCONTO / 100)
               * WS-FATOR-DOC
           COMPUTE WS-ITEM-IMPOSTO ROUNDED =
               PVI-VALOR-IMPOSTO * WS-FATOR-DOC
           ADD 1 TO WS-SPED-NUM-ITEM

           MOVE 'C170' TO WS-SPED-REGISTRO
           PERFORM INICIA-LINHA-SPED-PROCEDURE
           MOVE WS-SPED-NUM-ITEM TO WS-SPED-NUMERO
           PERFORM ADICIONA-NUMERO-SPED-PROCEDURE
           MOVE PVI-CODIGO-PRODUTO TO WS-SPED-NUMERO
           PERFORM ADICIONA-NUMERO-SPED-PROCEDURE
           MOVE PVI-PRODUTO TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE WS-ITEM-QTDE TO WS-SPED-VALOR
           PERFORM ADICIONA-VALOR-SPED-PROCEDURE
           MOVE WS-SPED-UNIDADE TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE WS-ITEM-BRUTO TO WS-SPED-VALOR
           PERFORM ADICIONA-VALOR-SPED-PROCEDURE
           MOVE WS-ITEM-DESCONTO TO WS-SPED-VALOR
           PERFORM ADICIONA-VALOR-SPED-PROCEDURE
           MOVE '0' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE '000' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE WS-SPED-CFOP TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE 1 TO WS-SPED-VAZIOS
           PERFORM ADICIONA-VAZIOS-SPED-PROCEDURE
           COMPUTE WS-SPED-VALOR = WS-ITEM-BRUTO - WS-ITEM-DESCONTO
           PERFORM ADICIONA-VALOR-SPED-PROCEDURE
           MOVE PROD-ALIQ-IMPOSTO TO WS-SPED-VALOR
           PERFORM ADICIONA-VALOR-SPED-PROCEDURE
           MOVE WS-ITEM-IMPOSTO TO WS-SPED-VALOR
           PERFORM ADICIONA-VALOR-SPED-PROCEDURE
           MOVE 22 TO WS-SPED-VAZIOS
           PERFORM ADICIONA-VAZIOS-SPED-PROCEDURE
           PERFORM GRAVA-LINHA-SPED-PROCEDURE.

      *-----------------------------------------------------------------
      * BLOCO 9 - CONTROLE E ENCERRAMENTO DO ARQUIVO
      *-----------------------------------------------------------------
       GERA-BLOCO-9-PROCEDURE.
           MOVE ZEROS TO WS-SPED-QTDE-BLOCO

           MOVE '9001' TO WS-SPED-REGISTRO
           PERFORM INICIA-LINHA-SPED-PROCEDURE
           MOVE '0' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           PERFORM GRAVA-LINHA-SPED-PROCEDURE

      * OS REGISTROS 9900, 9990 E 9999 ENTRAM NO PROPRIO TOTALIZADOR
           MOVE WS-SPED-QTDE-TIPOS TO WS-SPED-TIPOS-ANTES
           PERFORM VARYING WS-IDX-POS FROM 1 BY 1
               UNTIL WS-IDX-POS GREATER THAN WS-SPED-TIPOS-ANTES
               MOVE '9900' TO WS-SPED-REGISTRO
               PERFORM INICIA-LINHA-SPED-PROCEDURE
               MOVE WS-SPED-REG-TIPO(WS-IDX-POS) TO WS-SPED-CAMPO
               PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
               MOVE WS-SPED-REG-QTDE(WS-IDX-POS) TO WS-SPED-NUMERO
               PERFORM ADICIONA-NUMERO-SPED-PROCEDURE
               PERFORM GRAVA-LINHA-SPED-PROCEDURE
           END-PERFORM

           MOVE '9900' TO WS-SPED-REGISTRO
           PERFORM INICIA-LINHA-SPED-PROCEDURE
           MOVE '9900' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           COMPUTE WS-SPED-NUMERO = WS-SPED-TIPOS-ANTES + 3
           PERFORM ADICIONA-NUMERO-SPED-PROCEDURE
           PERFORM GRAVA-LINHA-SPED-PROCEDURE

           MOVE '9900' TO WS-SPED-REGISTRO
           PERFORM INICIA-LINHA-SPED-PROCEDURE
           MOVE '9990' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE 1 TO WS-SPED-NUMERO
           PERFORM ADICIONA-NUMERO-SPED-PROCEDURE
           PERFORM GRAVA-LINHA-SPED-PROCEDURE

           MOVE '9900' TO WS-SPED-REGISTRO
           PERFORM INICIA-LINHA-SPED-PROCEDURE
           MOVE '9999' TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE
           MOVE 1 TO WS-SPED-NUMERO
           PERFORM ADICIONA-NUMERO-SPED-PROCEDURE
           PERFORM GRAVA-LINHA-SPED-PROCEDURE

           MOVE '9990' TO WS-SPED-REGISTRO
           PERFORM INICIA-LINHA-SPED-PROCEDURE
           COMPUTE WS-SPED-NUMERO = WS-SPED-QTDE-BLOCO + 2
           PERFORM ADICIONA-NUMERO-SPED-PROCEDURE
           PERFORM GRAVA-LINHA-SPED-PROCEDURE

           MOVE '9999' TO WS-SPED-REGISTRO
           PERFORM INICIA-LINHA-SPED-PROCEDURE
           COMPUTE WS-SPED-NUMERO = WS-SPED-QTDE-LINHAS + 1
           PERFORM ADICIONA-NUMERO-SPED-PROCEDURE
           PERFORM GRAVA-LINHA-SPED-PROCEDURE.

      *-----------------------------------------------------------------
      * ROTINAS DE MONTAGEM DOS CAMPOS DELIMITADOS
      *-----------------------------------------------------------------
       INICIA-LINHA-SPED-PROCEDURE.
           MOVE SPACES TO WS-SPED-LINHA
           MOVE 1 TO WS-SPED-PTR
           STRING '|' WS-SPED-REGISTRO '|'
               DELIMITED BY SIZE INTO WS-SPED-LINHA
               WITH POINTER WS-SPED-PTR.

       ADICIONA-CAMPO-SPED-PROCEDURE.
           STRING WS-SPED-CAMPO DELIMITED BY '  '
               '|' DELIMITED BY SIZE
               INTO WS-SPED-LINHA
               WITH POINTER WS-SPED-PTR
           MOVE SPACES TO WS-SPED-CAMPO.

       ADICIONA-VAZIOS-SPED-PROCEDURE.
           MOVE SPACES TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE WS-SPED-VAZIOS TIMES.

       ADICIONA-VALOR-SPED-PROCEDURE.
           MOVE WS-SPED-VALOR TO WS-SPED-VALOR-ED
           INSPECT WS-SPED-VALOR-ED REPLACING ALL '.' BY ','
           MOVE ZEROS TO WS-SPED-BRANCOS
           INSPECT WS-SPED-VALOR-ED
               TALLYING WS-SPED-BRANCOS FOR LEADING SPACES
           MOVE SPACES TO WS-SPED-CAMPO
           MOVE WS-SPED-VALOR-ED(WS-SPED-BRANCOS + 1:) TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE.

       ADICIONA-VALOR-ZERO-SPED-PROCEDURE.
           MOVE ZEROS TO WS-SPED-VALOR
           PERFORM ADICIONA-VALOR-SPED-PROCEDURE.

       ADICIONA-NUMERO-SPED-PROCEDURE.
           MOVE WS-SPED-NUMERO TO WS-SPED-NUMERO-ED
           MOVE ZEROS TO WS-SPED-BRANCOS
           INSPECT WS-SPED-NUMERO-ED
               TALLYING WS-SPED-BRANCOS FOR LEADING SPACES
           MOVE SPACES TO WS-SPED-CAMPO
           MOVE WS-SPED-NUMERO-ED(WS-SPED-BRANCOS + 1:)
               TO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE.

       ADICIONA-DATA-SPED-PROCEDURE.
           MOVE SPACES TO WS-SPED-CAMPO
           STRING WS-SPED-DATA-DIA WS-SPED-DATA-MES WS-SPED-DATA-ANO
               DELIMITED BY SIZE INTO WS-SPED-CAMPO
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE.

       ADICIONA-DIGITOS-SPED-PROCEDURE.
      * CNPJ E INSCRICAO SAO GRAVADOS SEM PONTUACAO
           MOVE SPACES TO WS-SPED-CAMPO
           MOVE ZEROS TO WS-IDX-DIG-POS
           PERFORM VARYING WS-IDX-DIG FROM 1 BY 1
               UNTIL WS-IDX-DIG GREATER THAN 18
               IF WS-SPED-TEXTO(WS-IDX-DIG:1) IS NUMERIC
                   ADD 1 TO WS-IDX-DIG-POS
                   MOVE WS-SPED-TEXTO(WS-IDX-DIG:1)
                       TO WS-SPED-CAMPO(WS-IDX-DIG-POS:1)
               END-IF
           END-PERFORM
           PERFORM ADICIONA-CAMPO-SPED-PROCEDURE.

       GRAVA-LINHA-SPED-PROCEDURE.
           MOVE WS-SPED-LINHA TO REG-SPED-FISCAL
           WRITE REG-SPED-FISCAL
           ADD 1 TO WS-SPED-QTDE-LINHAS
           ADD 1 TO WS-SPED-QTDE-BLOCO

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
               UNTIL WS-IDX-REG GREATER THAN WS-SPED-QTDE-TIPOS
               IF WS-SPED-REG-TIPO(WS-IDX-REG) EQUAL WS-SPED-REGISTRO
                   ADD 1 TO WS-SPED-REG-QTDE(WS-IDX-REG)
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU NOT EQUAL 'S'
               AND WS-SPED-QTDE-TIPOS LESS THAN 20
               ADD 1 TO WS-SPED-QTDE-TIPOS
               MOVE WS-SPED-REGISTRO TO
                   WS-SPED-REG-TIPO(WS-SPED-QTDE-TIPOS)
               MOVE 1 TO WS-SPED-REG-QTDE(WS-SPED-QTDE-TIPOS)
           END-IF.

       COPY PERCPRC.
       COPY MANIFPRC.
       COPY JOBJPRC.
       COPY AMBPRC.


       END PROGRAM EXPORTA-SPED-FISCAL.
