
       COPY PTMVSEL.

       COPY CRLSEL.

       COPY CRMSEL.

       COPY PCRSEL.

       COPY GARSEL.

       COPY MOVESTQSEL.

       COPY HCUSTSEL.

       COPY SERSEL.

       COPY CATSEL.

       COPY JRNLSEL.

       COPY ALTPSEL.

       COPY SUBSSEL.

       COPY SUBOSEL.

       COPY ALRSSEL.

       COPY PESCSEL.

       COPY VESCSEL.

       COPY AUDITSEL.

       DATA DIVISION.

       FD CLIENTES-LOTE.
       01 REG-CLIENTES-LOTE.
           03 LOTE-CODIGO-CLIENTE   PIC 9(05).
           03 LOTE-NOME             PIC X(25).
           03 LOTE-RG               PIC X(15).
           03 LOTE-TELEFONE         PIC X(13).

       COPY PTMVFD.

       COPY CRLFD.

       COPY CRMFD.

       COPY PCRFD.

       COPY GARFD.

       COPY MOVESTQFD.

       COPY HCUSTFD.

       COPY SERFD.

       COPY CATFD.

       COPY JRNLFD.

       COPY ALTPFD.

       COPY SUBSFD.

       COPY SUBOFD.

       COPY ALRSFD.

       COPY PESCFD.

       COPY VESCFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       77 WS-EXCLUI        PIC X VALUE SPACES.
       77 WS-OPC           PIC X(1).
       77 WS-ESTOQUE-OK    PIC X VALUE 'S'.
       77 WS-ITEM-SERIALIZADO PIC X VALUE 'N'.
       77 WS-CAT-DEPTO-INF    PIC 9(03) VALUE ZEROS.
       77 WS-CAT-EM-USO       PIC X VALUE 'N'.
       77 WS-CAT-SALVA        PIC X(32) VALUE SPACES.
       77 WS-PEDIDO-ENCONTRADO PIC X VALUE 'N'.
       77 WS-MAIS-ITENS    PIC X VALUE 'S'.
       77 WS-IDX-ITEM      PIC 9(02).
       77 WS-LF-TIPO               PIC X(12) VALUE SPACES.
       77 WS-PRECO-VIGENTE         PIC 9(06)V99 VALUE ZEROS.
       77 WS-PRECO-VIG-DATA        PIC 9(08) VALUE ZEROS.
       77 WS-FS-ALTPEND            PIC 99.
       77 WS-ALP-TIPO              PIC X(06) VALUE SPACES.
       77 WS-ALP-CODIGO            PIC 9(05) VALUE ZEROS.
       77 WS-ALP-VALOR-ANTERIOR    PIC 9(09)V99 VALUE ZEROS.
       77 WS-ALP-VALOR-NOVO        PIC 9(09)V99 VALUE ZEROS.
       77 WS-ALP-VIGENCIA          PIC 9(08) VALUE ZEROS.
       77 WS-FS-SUBSTITUTOS        PIC 99.
       77 WS-FS-SUBSTOCOR          PIC 99.
       77 WS-SUB-CODIGO            PIC 9(05) VALUE ZEROS.
       77 WS-SUB-SUBSTITUTO        PIC 9(05) VALUE ZEROS.
       77 WS-SUB-CADASTRADOS       PIC 9(02) VALUE ZEROS.
       77 WS-SUB-QTDE-OPCOES       PIC 9(01) VALUE ZEROS.
       77 WS-SUB-ESCOLHA           PIC 9(01) VALUE ZEROS.
       77 WS-SUB-TROCOU            PIC X(01) VALUE 'N'.
       77 WS-SUB-PRECO-ORIGINAL    PIC 9(06)V99 VALUE ZEROS.
       77 WS-SUB-DIFERENCA         PIC S9(06)V99 VALUE ZEROS.
       77 WS-SUB-ED-DIFERENCA      PIC -ZZZ,ZZ9.99.
       77 WS-SUB-DISPONIVEL        PIC 9(05) VALUE ZEROS.
       77 WS-SUB-RESULTADO         PIC X(10) VALUE SPACES.
       01 WS-SUB-OPCOES.
           03 WS-SUB-OPCAO OCCURS 9 TIMES PIC 9(05).
       77 WS-FS-NCREDITO            PIC 99.
       77 WS-FS-NCREDCTL            PIC 99.
       77 WS-NUM-NOTA-CREDITO       PIC 9(10) VALUE ZEROS.
       77 WS-ORIGEM-PRECO           PIC X(01) VALUE 'T'.
       77 WS-FS-KITS                PIC 99.
       77 WS-EH-KIT                 PIC X(01) VALUE 'N'.
       77 WS-KIT-CODIGO             PIC 9(05) VALUE ZEROS.
       77 WS-KIT-QTDE-NEC           PIC 9(07) VALUE ZEROS.
       77 WS-FS-LOTES               PIC 99.
       77 WS-TEM-LOTES              PIC X(01) VALUE 'N'.
       77 WS-PONTOS-CALC            PIC 9(07) VALUE ZEROS.
       77 WS-RESGATA-PONTOS         PIC X(01) VALUE 'N'.
       77 WS-PONTOS-RESGATE         PIC 9(07) VALUE ZEROS.
       77 WS-PESO-KG                PIC 9(04)V999 VALUE ZEROS.
       77 WS-VOLUME-M3              PIC 9(02)V999 VALUE ZEROS.
       77 WS-VALOR-RESGATE          PIC 9(09)V99 VALUE ZEROS.
       77 WS-SALDO-PONTOS           PIC S9(09) VALUE ZEROS.
       77 WS-PONTOS-RESG-EST        PIC S9(09) VALUE ZEROS.
       77 WS-DOC-PEDIDO-CMP         PIC X(10) VALUE SPACES.
       77 WS-FS-PEDCRED             PIC 99.
       77 WS-VALOR-A-RECEBER        PIC 9(09)V99 VALUE ZEROS.
       77 WS-TIPO-PAGTO-CR          PIC X(08) VALUE SPACES.
       77 WS-VALOR-TOTAL-SALVO      PIC 9(09)V99 VALUE ZEROS.
       77 WS-QTDE-DEV-DISP          PIC 9(03) VALUE ZEROS.
       77 WS-FS-GARANTIAS           PIC 99.
       77 WS-GAR-ANO                PIC 9(04) VALUE ZEROS.
       77 WS-GAR-MES                PIC 9(02) VALUE ZEROS.
       77 WS-GAR-DIA                PIC 9(02) VALUE ZEROS.
       77 WS-GAR-MES-CALC           PIC S9(04) VALUE ZEROS.
       77 WS-FS-ALUNORESP           PIC 99.
       77 WS-FS-PEDESC              PIC 99.
       77 WS-FS-VENDESC             PIC 99.
       77 WS-PES-RGM                PIC 9(05) VALUE ZEROS.
       77 WS-PES-RESP               PIC 9(04) VALUE ZEROS.
       77 WS-PES-ACHOU              PIC X VALUE 'N'.
       77 WS-PES-ANO                PIC 9(04) VALUE ZEROS.
       77 WS-PES-MES                PIC 9(02) VALUE ZEROS.
       77 WS-PES-COBRADAS           PIC 9(02) VALUE ZEROS.
       77 WS-PES-CANCELADAS         PIC 9(02) VALUE ZEROS.

       COPY JRNLWS.
       COPY PERCWS.
       COPY RESVWS.
       COPY FERWS.
       COPY PONTWS.
       COPY CRLWS.
       COPY EANWS.
       COPY MOVESTQWS.
       COPY HCUSTWS.
       COPY SERWS.
       COPY CATWS.
       COPY UNIWS.
       COPY AUDITWS.
       COPY FSMSGWS.

       01 WS-CLIENTE.
           03 WS-CODIGO-CLIENTE     PIC 9(05).
           03 WS-NOME               PIC X(25).
           03 WS-RG                 PIC X(15).
           03 WS-TELEFONE           PIC X(13).
           03 WS-CLI-LIMITE-CREDITO PIC 9(09)V99.

       01 WS-PRODUTOS.
           03 WS-CODIGO-PRODUTO       PIC 9(05).
           03 WS-PRODUTO              PIC X(25).
           03 WS-PRECO                PIC 9(06)V99.
           03 WS-ESTOQUE              PIC 9(05).
       01 WS-PEDIDOS.
           03 WS-CODIGO-PEDIDO                PIC 9(10).
           03 WS-PV-NUM-NOTA-FISCAL           PIC 9(06).
           03 WS-PV-CODIGO-CLIENTE            PIC 9(05).
           03 WS-PV-NOME                      PIC X(25).
           03 WS-PV-RG                        PIC X(15).
           03 WS-PV-TELEFONE                  PIC X(13).
                       MOVE OPER-ID TO WS-AUD-OPERADOR
                       MOVE OPER-PERFIL TO WS-PERFIL-LOGADO
                       DISPLAY 'BEM VINDO ' OPER-NOME
                       IF WS-AMB-NOME EQUAL 'TREINO'
                           DISPLAY '*** AMBIENTE DE TREINAMENTO ***'
                       END-IF
                       MOVE 'ATIV-CL-PRODT-VENDA' TO WS-AUD-PROGRAMA
                       MOVE 'LOGIN' TO WS-AUD-OPERACAO
                       MOVE OPER-ID TO WS-AUD-CHAVE
                    DISPLAY "INFORME O LIMITE DE CREDITO (0 SEM"
                        " LIMITE):"
                    ACCEPT CLI-LIMITE-CREDITO
                    IF (CLI-LIMITE-CREDITO EQUAL ZEROS
                        AND WS-CLI-LIMITE-CREDITO NOT EQUAL ZEROS)
                       OR (WS-CLI-LIMITE-CREDITO NOT EQUAL ZEROS
                        AND CLI-LIMITE-CREDITO GREATER THAN
                            WS-CLI-LIMITE-CREDITO)
                        MOVE 'LIMITE' TO WS-ALP-TIPO
                        MOVE CODIGO-CLIENTE TO WS-ALP-CODIGO
                        MOVE WS-CLI-LIMITE-CREDITO
                            TO WS-ALP-VALOR-ANTERIOR
                        MOVE CLI-LIMITE-CREDITO TO WS-ALP-VALOR-NOVO
                        MOVE ZEROS TO WS-ALP-VIGENCIA
                        PERFORM SOLICITA-ALTERACAO-PROCEDURE
                        MOVE WS-CLI-LIMITE-CREDITO
                            TO CLI-LIMITE-CREDITO
                    END-IF
                    DISPLAY 'REGISTRO ALTERADO'
                    MOVE 'REWRITE' TO WS-JRN-OPERACAO
                    PERFORM GRAVA-JORNAL-PROCEDURE
           DISPLAY 'E - EXCLUSAO DE DADOS DOS PRODUTOS'
           DISPLAY 'B - CODIGOS DE BARRA (EAN) DOS PRODUTOS'
           DISPLAY 'K - COMPOSICAO DE KITS'
           DISPLAY 'S - PRODUTOS SUBSTITUTOS'
           DISPLAY 'T - DEPARTAMENTOS E CATEGORIAS'
           DISPLAY 'V - VOLTAR AO MENU PRINCIPAL'
           DISPLAY 'DIGITE A OPCAO I,A,C,E,B,K,S OU T... OU V PARA '
               'VOLTAR'

           ACCEPT WS-OPC

               GO TO MENU-EAN-PROCEDURE
               ELSE IF WS-OPC IS EQUAL TO 'K'
               GO TO MENU-KITS-PROCEDURE
               ELSE IF WS-OPC IS EQUAL TO 'S'
               GO TO MENU-SUBSTITUTOS-PROCEDURE
               ELSE IF WS-OPC IS EQUAL TO 'T'
               GO TO MENU-CATEGORIAS-PROCEDURE
               ELSE
               DISPLAY 'OPCAO INVALIDA'
               ADD 1 TO WS-TENT-INVALIDAS
           ACCEPT PROD-BIN-DEP
           DISPLAY 'INFORME A GARANTIA EM MESES (00 SE NENHUMA): '
           ACCEPT PROD-GARANTIA-MESES
           DISPLAY 'PRODUTO CONTROLA NUMERO DE SERIE? (S/N)'
           ACCEPT PROD-SERIALIZADO
           IF PROD-SERIALIZADO NOT EQUAL 'S'
               MOVE 'N' TO PROD-SERIALIZADO
           END-IF
           MOVE ZEROS TO PROD-CATEGORIA
           PERFORM INFORMA-CATEGORIA-PRODUTO
           MOVE SPACES TO PROD-UNIDADE-VENDA
           MOVE SPACES TO PROD-UNIDADE-COMPRA
           MOVE ZEROS TO PROD-FATOR-COMPRA
           PERFORM INFORMA-UNIDADES-PRODUTO
           MOVE ZEROS TO PROD-PESO-KG
           MOVE ZEROS TO PROD-VOLUME-M3
           PERFORM INFORMA-PESO-VOLUME-PRODUTO


           WRITE REG-PRODUTO
               CLOSE PRODUTOS
           GO TO MENU-PRODUTOS-PROCEDURE.

       INFORMA-CATEGORIA-PRODUTO.
           MOVE 'N' TO WS-CTG-OK
           PERFORM UNTIL WS-CTG-OK EQUAL 'S'
               DISPLAY 'INFORME A CATEGORIA DO PRODUTO: '
               ACCEPT WS-CTG-CATEGORIA
               PERFORM VALIDA-CATEGORIA-PROCEDURE
               IF WS-FS-CATEGORIAS NOT EQUAL ZEROS
                   DISPLAY 'CADASTRE OS DEPARTAMENTOS E CATEGORIAS '
                       '(OPCAO T) - CATEGORIA MANTIDA'
                   MOVE PROD-CATEGORIA TO WS-CTG-CATEGORIA
                   MOVE 'S' TO WS-CTG-OK
               ELSE
                   IF WS-CTG-OK EQUAL 'S'
                       DISPLAY 'DEPARTAMENTO: ' WS-CTG-DESC-DEPTO
                       DISPLAY 'CATEGORIA...: ' WS-CTG-DESC-CAT
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CTG-CATEGORIA TO PROD-CATEGORIA.

      *    UNIDADE DE VENDA (ESTOQUE E PEDIDOS DE VENDA), UNIDADE DE
      *    COMPRA (PEDIDOS AO FORNECEDOR) E QUANTAS UNIDADES DE VENDA
      *    VEM EM CADA UNIDADE DE COMPRA - BRANCO/ZERO MANTEM O ATUAL
       INFORMA-UNIDADES-PRODUTO.
           DISPLAY 'INFORME A UNIDADE DE VENDA (UN, KG, MT...): '
           ACCEPT WS-UNI-VENDA
           IF WS-UNI-VENDA NOT EQUAL SPACES
               MOVE WS-UNI-VENDA TO PROD-UNIDADE-VENDA
           END-IF
           DISPLAY 'INFORME A UNIDADE DE COMPRA (CX, PCT, RLO...): '
           ACCEPT WS-UNI-COMPRA
           IF WS-UNI-COMPRA NOT EQUAL SPACES
               MOVE WS-UNI-COMPRA TO PROD-UNIDADE-COMPRA
           END-IF
           DISPLAY 'INFORME QUANTAS UNIDADES DE VENDA VEM EM CADA '
               'UNIDADE DE COMPRA: '
           ACCEPT WS-UNI-FATOR
           IF WS-UNI-FATOR GREATER THAN ZEROS
               MOVE WS-UNI-FATOR TO PROD-FATOR-COMPRA
           END-IF
           PERFORM CARREGA-UNIDADES-PRODUTO-PROCEDURE
           MOVE WS-UNI-VENDA TO PROD-UNIDADE-VENDA
           MOVE WS-UNI-COMPRA TO PROD-UNIDADE-COMPRA
           MOVE WS-UNI-FATOR TO PROD-FATOR-COMPRA
           DISPLAY 'COMPRA EM ' WS-UNI-EMBALAGEM
               ' - VENDA POR ' WS-UNI-VENDA.

      *    PESO E VOLUME DE UMA UNIDADE DE VENDA, USADOS NO PLANEJAMENTO
      *    DAS CARGAS DE ENTREGA - ZERO MANTEM O ATUAL
       INFORMA-PESO-VOLUME-PRODUTO.
           MOVE ZEROS TO WS-PESO-KG
           DISPLAY 'INFORME O PESO EM KG (EX: 12.500): '
           ACCEPT WS-PESO-KG
           IF WS-PESO-KG GREATER THAN ZEROS
               MOVE WS-PESO-KG TO PROD-PESO-KG
           END-IF
           MOVE ZEROS TO WS-VOLUME-M3
           DISPLAY 'INFORME O VOLUME EM M3 (EX: 0.350): '
           ACCEPT WS-VOLUME-M3
           IF WS-VOLUME-M3 GREATER THAN ZEROS
               MOVE WS-VOLUME-M3 TO PROD-VOLUME-M3
           END-IF.

       BUSCA-NOME-PRODUTO-PROCEDURE.
           DISPLAY 'INFORME PARTE DO NOME DO PRODUTO A PROCURAR: '
           ACCEPT WS-BUSCA-TEXTO
               ACCEPT WS-PRECO-VIGENTE
               DISPLAY "INFORME A DATA DE VIGENCIA DO PRECO (AAAAMMDD):"
               ACCEPT WS-PRECO-VIG-DATA
               IF WS-PRECO-VIGENTE NOT EQUAL PRECO
                   MOVE 'PRECO' TO WS-ALP-TIPO
                   MOVE CODIGO-PRODUTO TO WS-ALP-CODIGO
                   MOVE PRECO TO WS-ALP-VALOR-ANTERIOR
                   MOVE WS-PRECO-VIGENTE TO WS-ALP-VALOR-NOVO
                   MOVE WS-PRECO-VIG-DATA TO WS-ALP-VIGENCIA
                   PERFORM SOLICITA-ALTERACAO-PROCEDURE
               END-IF
               DISPLAY "INFORME O CODIGO DO FORNECEDOR (000 SE NENHUM):"
               ACCEPT PROD-FORNECEDOR
               DISPLAY "INFORME A QUANTIDADE DE REPOSICAO:"
               ACCEPT PROD-QTDE-REPOSICAO
               DISPLAY "INFORME O PRECO DE CUSTO:"
               MOVE PROD-PRECO-CUSTO TO WS-HCU-CUSTO-ANTERIOR
               ACCEPT PROD-PRECO-CUSTO
               DISPLAY "INFORME A ALIQUOTA DE IMPOSTO (%):"
               ACCEPT PROD-ALIQ-IMPOSTO
               ACCEPT PROD-BIN-DEP
               DISPLAY "INFORME A GARANTIA EM MESES (00 SE NENHUMA):"
               ACCEPT PROD-GARANTIA-MESES
               DISPLAY "CONTROLA NUMERO DE SERIE? (S/N) - ATUAL: "
                   PROD-SERIALIZADO
               ACCEPT PROD-SERIALIZADO
               IF PROD-SERIALIZADO NOT EQUAL 'S'
                   MOVE 'N' TO PROD-SERIALIZADO
               END-IF
               DISPLAY "CATEGORIA ATUAL: " PROD-CATEGORIA
               PERFORM INFORMA-CATEGORIA-PRODUTO
               DISPLAY "UNIDADES ATUAIS: VENDA " PROD-UNIDADE-VENDA
                   " COMPRA " PROD-UNIDADE-COMPRA
                   " FATOR " PROD-FATOR-COMPRA
               DISPLAY "ALTERE O FATOR SO SEM PEDIDOS DE COMPRA "
                   "EM ABERTO PARA O PRODUTO"
               PERFORM INFORMA-UNIDADES-PRODUTO
               DISPLAY "PESO ATUAL (KG): " PROD-PESO-KG
                   " VOLUME ATUAL (M3): " PROD-VOLUME-M3
               PERFORM INFORMA-PESO-VOLUME-PRODUTO

                   DISPLAY 'REGISTRO ALTERADO!'
               MOVE 'REWRITE' TO WS-JRN-OPERACAO
               PERFORM GRAVA-JORNAL-PROCEDURE
               REWRITE REG-PRODUTO
               END-REWRITE
               IF PROD-PRECO-CUSTO NOT EQUAL WS-HCU-CUSTO-ANTERIOR
                   MOVE CODIGO-PRODUTO TO WS-HCU-CODIGO-PRODUTO
                   MOVE 'MANUAL' TO WS-HCU-ORIGEM
                   MOVE SPACES TO WS-HCU-DOCUMENTO
                   MOVE PROD-FORNECEDOR TO WS-HCU-FORNECEDOR
                   COMPUTE WS-HCU-SALDO-ANTERIOR =
                       ESTOQUE + PROD-ESTOQUE-DEP
                   MOVE ZEROS TO WS-HCU-QTDE-ENTRADA
                   MOVE PROD-PRECO-CUSTO TO WS-HCU-CUSTO-ENTRADA
                   MOVE ZEROS TO WS-HCU-RATEIO-UNITARIO
                   MOVE PROD-PRECO-CUSTO TO WS-HCU-CUSTO-NOVO
                   PERFORM GRAVA-HISTCUSTO-PROCEDURE
               END-IF
               MOVE 'PRODUTOS' TO WS-JRN-ARQUIVO
               MOVE REG-PRODUTO TO WS-JRN-IMAGEM
               MOVE 'REW-APOS' TO WS-JRN-OPERACAO
           CLOSE CODIGOS-EAN
           GO TO MENU-EAN-PROCEDURE.

       MENU-CATEGORIAS-PROCEDURE.
           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-CATEGORIAS-REPROMPT.
           DISPLAY ' '
           DISPLAY '---------DEPARTAMENTOS E CATEGORIAS -------------'
           DISPLAY 'I - INCLUIR/ALTERAR DEPARTAMENTO OU CATEGORIA'
           DISPLAY 'E - EXCLUIR DEPARTAMENTO OU CATEGORIA'
           DISPLAY 'L - LISTAR DEPARTAMENTOS E CATEGORIAS'
           DISPLAY 'V - VOLTAR AO MENU DE PRODUTOS'
           DISPLAY 'DIGITE A OPCAO I,E OU L... OU V PARA VOLTAR'

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO 'V'

               IF WS-OPC IS EQUAL TO 'I'
               GO TO INCLUIR-CATEGORIA
               ELSE IF WS-OPC IS EQUAL TO 'E'
               GO TO EXCLUI-CATEGORIA
               ELSE IF WS-OPC IS EQUAL TO 'L'
               GO TO LISTAR-CATEGORIAS
               ELSE
               DISPLAY 'OPCAO INVALIDA'
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY 'MUITAS OPCOES INVALIDAS'
                   GO TO MENU-PRODUTOS-PROCEDURE
               END-IF
               GO TO MENU-CATEGORIAS-REPROMPT
               END-IF

           END-PERFORM

           GO TO MENU-PRODUTOS-PROCEDURE.

       INCLUIR-CATEGORIA.
           MOVE ZEROS TO WS-FS-CATEGORIAS
           OPEN I-O CATEGORIAS
           IF WS-FS-CATEGORIAS EQUAL 35
               OPEN OUTPUT CATEGORIAS
               CLOSE CATEGORIAS
               OPEN I-O CATEGORIAS
           END-IF

           DISPLAY 'TIPO (D - DEPARTAMENTO / C - CATEGORIA): '
           ACCEPT CAT-TIPO
           DISPLAY 'INFORME O CODIGO (001 A 999): '
           ACCEPT CAT-CODIGO
           DISPLAY 'INFORME A DESCRICAO: '
           ACCEPT CAT-DESCRICAO

           MOVE 'S' TO WS-CTG-OK
           IF (CAT-TIPO NOT EQUAL 'D' AND CAT-TIPO NOT EQUAL 'C')
               OR CAT-CODIGO EQUAL ZEROS
               DISPLAY 'TIPO OU CODIGO INVALIDO'
               MOVE 'N' TO WS-CTG-OK
           END-IF

           IF WS-CTG-OK EQUAL 'S'
               IF CAT-TIPO EQUAL 'D'
                   MOVE CAT-CODIGO TO CAT-DEPTO
               ELSE
                   DISPLAY 'INFORME O DEPARTAMENTO DA CATEGORIA: '
                   ACCEPT WS-CAT-DEPTO-INF
                   MOVE REG-CATEGORIA TO WS-CAT-SALVA
                   MOVE 'D' TO CAT-TIPO
                   MOVE WS-CAT-DEPTO-INF TO CAT-CODIGO
                   READ CATEGORIAS RECORD
                       KEY IS CAT-CHAVE
                       INVALID KEY
                       DISPLAY 'DEPARTAMENTO NAO CADASTRADO'
                       MOVE 'N' TO WS-CTG-OK
                       NOT INVALID KEY
                       DISPLAY 'DEPARTAMENTO: ' CAT-DESCRICAO
                   END-READ
                   MOVE WS-CAT-SALVA TO REG-CATEGORIA
                   MOVE WS-CAT-DEPTO-INF TO CAT-DEPTO
               END-IF
           END-IF

           IF WS-CTG-OK EQUAL 'S'
               WRITE REG-CATEGORIA
               IF WS-FS-CATEGORIAS EQUAL 22
                   REWRITE REG-CATEGORIA
                   END-REWRITE
               END-IF

               IF WS-FS-CATEGORIAS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO GRAVAR A CATEGORIA'
                   MOVE WS-FS-CATEGORIAS TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               ELSE
                   DISPLAY 'CATEGORIA GRAVADA!'
                   MOVE 'ATIV-CL-PRODT-VENDA' TO WS-AUD-PROGRAMA
                   MOVE 'INCLUI-CAT' TO WS-AUD-OPERACAO
                   MOVE CAT-CHAVE TO WS-AUD-CHAVE
                   PERFORM GRAVA-AUDITORIA-PROCEDURE
               END-IF
           END-IF

           CLOSE CATEGORIAS
           GO TO MENU-CATEGORIAS-PROCEDURE.

       EXCLUI-CATEGORIA.
           MOVE ZEROS TO WS-FS-CATEGORIAS
           OPEN I-O CATEGORIAS

           DISPLAY 'TIPO (D - DEPARTAMENTO / C - CATEGORIA): '
           ACCEPT CAT-TIPO
           DISPLAY 'INFORME O CODIGO A EXCLUIR: '
           ACCEPT CAT-CODIGO
           MOVE REG-CATEGORIA TO WS-CAT-SALVA

      *    DEPARTAMENTO COM CATEGORIAS OU CATEGORIA COM PRODUTOS NAO
      *    PODE SER EXCLUIDO
           MOVE 'N' TO WS-CAT-EM-USO
           IF CAT-TIPO EQUAL 'D'
               MOVE CAT-CODIGO TO WS-CAT-DEPTO-INF
               MOVE LOW-VALUES TO CAT-CHAVE
               START CATEGORIAS KEY IS GREATER THAN CAT-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-CATEGORIAS
               END-START
               PERFORM UNTIL WS-FS-CATEGORIAS EQUAL 10
                   READ CATEGORIAS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CATEGORIAS
                       NOT AT END
                       IF CAT-TIPO EQUAL 'C'
                           AND CAT-DEPTO EQUAL WS-CAT-DEPTO-INF
                           MOVE 'S' TO WS-CAT-EM-USO
                       END-IF
                   END-READ
               END-PERFORM
           ELSE
               MOVE ZEROS TO WS-FS-PRODUTOS
               OPEN INPUT PRODUTOS
               PERFORM UNTIL WS-FS-PRODUTOS EQUAL 10
                   READ PRODUTOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-PRODUTOS
                       NOT AT END
                       IF PROD-CATEGORIA EQUAL CAT-CODIGO
                           MOVE 'S' TO WS-CAT-EM-USO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUTOS
           END-IF
           MOVE WS-CAT-SALVA TO REG-CATEGORIA

           IF WS-CAT-EM-USO EQUAL 'S'
               DISPLAY 'DEPARTAMENTO/CATEGORIA EM USO'
               DISPLAY 'EXCLUSAO NAO PERMITIDA'
           ELSE
               DELETE CATEGORIAS RECORD
                   INVALID KEY
                   DISPLAY 'DEPARTAMENTO/CATEGORIA NAO CADASTRADO'
                   NOT INVALID KEY
                   DISPLAY 'DEPARTAMENTO/CATEGORIA EXCLUIDO!'
                   MOVE 'ATIV-CL-PRODT-VENDA' TO WS-AUD-PROGRAMA
                   MOVE 'EXCLUI-CAT' TO WS-AUD-OPERACAO
                   MOVE CAT-CHAVE TO WS-AUD-CHAVE
                   PERFORM GRAVA-AUDITORIA-PROCEDURE
               END-DELETE
           END-IF

           CLOSE CATEGORIAS
           GO TO MENU-CATEGORIAS-PROCEDURE.

       LISTAR-CATEGORIAS.
           PERFORM CARREGA-TAB-CATEGORIAS-PROCEDURE
           DISPLAY '----- DEPARTAMENTOS E CATEGORIAS -----'
           PERFORM VARYING WS-CTG-POS FROM 1 BY 1
               UNTIL WS-CTG-POS > WS-CTG-QTDE-ORDEM
               MOVE WS-CTG-ORDEM(WS-CTG-POS) TO WS-CTG-IDX
               IF WS-CTG-IDX > 2
                   IF WS-CTG-TIPO(WS-CTG-IDX) EQUAL 'D'
                       DISPLAY 'DEPTO ' WS-CTG-CODIGO(WS-CTG-IDX)
                           ' ' WS-CTG-DESCRICAO(WS-CTG-IDX)
                   ELSE
                       DISPLAY '    CATEGORIA '
                           WS-CTG-CODIGO(WS-CTG-IDX)
                           ' ' WS-CTG-DESCRICAO(WS-CTG-IDX)
                   END-IF
               END-IF
           END-PERFORM
           GO TO MENU-CATEGORIAS-PROCEDURE.

       MENU-KITS-PROCEDURE.
           MOVE ZEROS TO WS-TENT-INVALIDAS.

           CLOSE KITS
           GO TO MENU-KITS-PROCEDURE.

       MENU-SUBSTITUTOS-PROCEDURE.
           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-SUBSTITUTOS-REPROMPT.
           DISPLAY ' '
           DISPLAY '---------PRODUTOS SUBSTITUTOS -------------'
           DISPLAY 'I - INCLUIR SUBSTITUTO DE UM PRODUTO'
           DISPLAY 'E - EXCLUIR SUBSTITUTO DE UM PRODUTO'
           DISPLAY 'L - LISTAR SUBSTITUTOS DE UM PRODUTO'
           DISPLAY 'V - VOLTAR AO MENU DE PRODUTOS'
           DISPLAY 'DIGITE A OPCAO I,E OU L... OU V PARA VOLTAR'

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO 'V'

               IF WS-OPC IS EQUAL TO 'I'
               GO TO INCLUIR-SUBSTITUTO
               ELSE IF WS-OPC IS EQUAL TO 'E'
               GO TO EXCLUI-SUBSTITUTO
               ELSE IF WS-OPC IS EQUAL TO 'L'
               GO TO LISTAR-SUBSTITUTOS
               ELSE
               DISPLAY 'OPCAO INVALIDA'
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY 'MUITAS OPCOES INVALIDAS'
                   GO TO MENU-PRODUTOS-PROCEDURE
               END-IF
               GO TO MENU-SUBSTITUTOS-REPROMPT
               END-IF

           END-PERFORM

           GO TO MENU-PRODUTOS-PROCEDURE.

      *    A PRIORIDADE ORDENA AS ALTERNATIVAS OFERECIDAS NO PEDIDO
      *    QUANDO FALTA ESTOQUE DO PRODUTO (01 = PRIMEIRA OPCAO)
       INCLUIR-SUBSTITUTO.
           MOVE ZEROS TO WS-FS-SUBSTITUTOS
           OPEN I-O SUBSTITUTOS
           IF WS-FS-SUBSTITUTOS EQUAL 35
               OPEN OUTPUT SUBSTITUTOS
               CLOSE SUBSTITUTOS
               OPEN I-O SUBSTITUTOS
           END-IF

           DISPLAY 'INFORME O CODIGO DO PRODUTO: '
           ACCEPT SUB-CODIGO-PRODUTO
           DISPLAY 'INFORME A PRIORIDADE (01-99): '
           ACCEPT SUB-PRIORIDADE
           DISPLAY 'INFORME O CODIGO DO SUBSTITUTO: '
           ACCEPT SUB-CODIGO-SUBSTITUTO

           MOVE 'S' TO WS-ESTOQUE-OK
           OPEN INPUT PRODUTOS
           MOVE SUB-CODIGO-PRODUTO TO CODIGO-PRODUTO
           READ PRODUTOS RECORD
               KEY IS CODIGO-PRODUTO
               INVALID KEY
               DISPLAY 'CODIGO DO PRODUTO INVALIDO'
               MOVE 'N' TO WS-ESTOQUE-OK
               NOT INVALID KEY
               DISPLAY 'PRODUTO: ' PRODUTO
           END-READ
           MOVE SUB-CODIGO-SUBSTITUTO TO CODIGO-PRODUTO
           READ PRODUTOS RECORD
               KEY IS CODIGO-PRODUTO
               INVALID KEY
               DISPLAY 'CODIGO DO SUBSTITUTO INVALIDO'
               MOVE 'N' TO WS-ESTOQUE-OK
               NOT INVALID KEY
               DISPLAY 'SUBSTITUTO: ' PRODUTO
           END-READ
           CLOSE PRODUTOS

           IF SUB-CODIGO-SUBSTITUTO EQUAL SUB-CODIGO-PRODUTO
               DISPLAY 'O PRODUTO NAO PODE SER SUBSTITUTO DE SI MESMO'
               MOVE 'N' TO WS-ESTOQUE-OK
           END-IF
           IF SUB-PRIORIDADE EQUAL ZEROS
               DISPLAY 'PRIORIDADE INVALIDA'
               MOVE 'N' TO WS-ESTOQUE-OK
           END-IF

           IF WS-ESTOQUE-OK NOT EQUAL 'S'
               DISPLAY 'SUBSTITUTO NAO GRAVADO'
           ELSE
               WRITE REG-SUBSTITUTO
               IF WS-FS-SUBSTITUTOS EQUAL 22
                   REWRITE REG-SUBSTITUTO
                   END-REWRITE
               END-IF

               IF WS-FS-SUBSTITUTOS NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO GRAVAR O SUBSTITUTO'
                   MOVE WS-FS-SUBSTITUTOS TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               ELSE
                   DISPLAY 'SUBSTITUTO GRAVADO!'
                   MOVE 'ATIV-CL-PRODT-VENDA' TO WS-AUD-PROGRAMA
                   MOVE 'INCLUI-SUB' TO WS-AUD-OPERACAO
                   MOVE SPACES TO WS-AUD-CHAVE
                   STRING SUB-CHAVE '/' SUB-CODIGO-SUBSTITUTO
                       DELIMITED BY SIZE INTO WS-AUD-CHAVE
                   PERFORM GRAVA-AUDITORIA-PROCEDURE
               END-IF
           END-IF

           CLOSE SUBSTITUTOS
           GO TO MENU-SUBSTITUTOS-PROCEDURE.

       EXCLUI-SUBSTITUTO.
           MOVE ZEROS TO WS-FS-SUBSTITUTOS
           OPEN I-O SUBSTITUTOS

           DISPLAY 'INFORME O CODIGO DO PRODUTO: '
           ACCEPT SUB-CODIGO-PRODUTO
           DISPLAY 'INFORME A PRIORIDADE DO SUBSTITUTO: '
           ACCEPT SUB-PRIORIDADE

           DELETE SUBSTITUTOS RECORD
               INVALID KEY
               DISPLAY 'SUBSTITUTO NAO ENCONTRADO'
               NOT INVALID KEY
               DISPLAY 'SUBSTITUTO EXCLUIDO!'
               MOVE 'ATIV-CL-PRODT-VENDA' TO WS-AUD-PROGRAMA
               MOVE 'EXCLUI-SUB' TO WS-AUD-OPERACAO
               MOVE SUB-CHAVE TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           END-DELETE

           CLOSE SUBSTITUTOS
           GO TO MENU-SUBSTITUTOS-PROCEDURE.

       LISTAR-SUBSTITUTOS.
           MOVE ZEROS TO WS-FS-SUBSTITUTOS
           OPEN INPUT SUBSTITUTOS
           IF WS-FS-SUBSTITUTOS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SUBSTITUTOS'
               MOVE WS-FS-SUBSTITUTOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-SUBSTITUTOS-PROCEDURE
           END-IF

           DISPLAY 'INFORME O CODIGO DO PRODUTO: '
           ACCEPT WS-SUB-CODIGO

           OPEN INPUT PRODUTOS
           PERFORM POSICIONA-SUBSTITUTO-PROCEDURE
           PERFORM UNTIL WS-FS-SUBSTITUTOS EQUAL 10
               READ SUBSTITUTOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-SUBSTITUTOS
                   NOT AT END
                   IF SUB-CODIGO-PRODUTO NOT EQUAL WS-SUB-CODIGO
                       MOVE 10 TO WS-FS-SUBSTITUTOS
                   ELSE
                       MOVE SUB-CODIGO-SUBSTITUTO TO CODIGO-PRODUTO
                       READ PRODUTOS RECORD
                           KEY IS CODIGO-PRODUTO
                           INVALID KEY
                           MOVE SPACES TO PRODUTO
                       END-READ
                       DISPLAY 'PRIORIDADE ' SUB-PRIORIDADE
                           ' SUBSTITUTO ' SUB-CODIGO-SUBSTITUTO
                           ' ' PRODUTO
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUTOS

           CLOSE SUBSTITUTOS
           GO TO MENU-SUBSTITUTOS-PROCEDURE.

       MENU-PEDIDOS-PROCEDURE.
           MOVE ZEROS TO WS-TENT-INVALIDAS.

           DISPLAY 'PEDIDO PARA ENTREGA? (S/N): '
           ACCEPT PV-ENTREGA

           PERFORM SOLICITA-TIPO-PAGAMENTO-PROCEDURE

           MOVE ZEROS TO WS-PES-RGM
           IF PV-TIPO-PAGAMENTO EQUAL 'PRAZO'
               PERFORM IDENTIFICA-ALUNO-VENDA-PROCEDURE
           END-IF

           ACCEPT PV-DATA-EMISSAO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME

           MOVE 'S' TO WS-CREDITO-OK
           IF PV-TIPO-PAGAMENTO EQUAL 'PRAZO'
               AND WS-PES-RGM EQUAL ZEROS
               PERFORM VERIFICA-LIMITE-CREDITO-PROCEDURE
           END-IF

                       END-IF
                   END-READ
               END-PERFORM
               MOVE CODIGO-PEDIDO TO WS-SER-PEDIDO
               PERFORM ESTORNA-SERIES-PEDIDO-PROCEDURE
           ELSE

           WRITE REG-PEDIDO
                       END-IF
                   END-READ
               END-PERFORM
               MOVE CODIGO-PEDIDO TO WS-SER-PEDIDO
               PERFORM ESTORNA-SERIES-PEDIDO-PROCEDURE
               ELSE
               DISPLAY 'ORCAMENTO GRAVADO COM SUCESSO!'
               DISPLAY 'USE A OPCAO P PARA APROVAR O PEDIDO'
               IF PV-TIPO-PAGAMENTO EQUAL 'CHEQUE'
                   PERFORM CAPTURA-CHEQUES-PROCEDURE
               END-IF
               IF WS-PES-RGM GREATER THAN ZEROS
                   PERFORM GRAVA-PEDIDO-ESCOLA-PROCEDURE
               END-IF

               MOVE 'PEDIDOS' TO WS-JRN-ARQUIVO
               MOVE REG-PEDIDO TO WS-JRN-IMAGEM
                   MOVE 'REW-APOS' TO WS-JRN-OPERACAO
                   PERFORM GRAVA-JORNAL-PROCEDURE
               END-IF
               IF PV-TIPO-PAGAMENTO EQUAL 'CREDITO'
                   PERFORM APLICA-CREDITO-LOJA-PROCEDURE
               END-IF
               END-IF
           END-IF

               DISPLAY 'CODIGO DO PRODUTO INVALIDO'
               NOT INVALID KEY
               MOVE WS-PRODUTO TO PVI-PRODUTO
               MOVE PROD-SERIALIZADO TO WS-ITEM-SERIALIZADO
               PERFORM BUSCA-PRECO-VIGENTE-PROCEDURE
               MOVE WS-PRECO-VIGENTE TO PVI-PRECO
               MOVE WS-ORIGEM-PRECO TO PVI-ORIGEM-PRECO
               END-IF
               END-IF

               IF WS-ESTOQUE-OK NOT EQUAL 'S'
                   PERFORM OFERECE-SUBSTITUTO-PROCEDURE
               END-IF

               IF WS-ESTOQUE-OK IS EQUAL TO 'S'
                   PERFORM BUSCA-PROMOCAO-PROCEDURE
                   IF WS-PROMO-ACHOU EQUAL 'S'
                       DISPLAY 'ITEM NAO GRAVADO - MARGEM ABAIXO '
                           'DO MINIMO'
                   ELSE
                       MOVE ZEROS TO WS-SER-QTDE-LIDA
                       MOVE 'S' TO WS-SER-OK
                       IF WS-ITEM-SERIALIZADO EQUAL 'S'
                           MOVE 'V' TO WS-SER-MODO
                           MOVE PVI-CODIGO-PRODUTO TO WS-SER-PRODUTO
                           MOVE PVI-QTDE TO WS-SER-QTDE
                           MOVE PVI-CODIGO-PEDIDO TO WS-SER-PEDIDO
                           MOVE PVI-NUM-ITEM TO WS-SER-ITEM
                           MOVE PV-CODIGO-CLIENTE TO WS-SER-CLIENTE
                           MOVE PVI-CODIGO-PEDIDO TO WS-SER-DOCUMENTO
                           PERFORM CAPTURA-SERIES-PROCEDURE
                       END-IF
                       IF WS-SER-OK NOT EQUAL 'S'
                           DISPLAY 'ITEM NAO GRAVADO - NUMEROS DE '
                               'SERIE NAO INFORMADOS'
                       ELSE
                           PERFORM GRAVA-ITEM-PEDIDO-PROCEDURE
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'REGISTRAR COMO PENDENCIA DE VENDA? (S/N)'
                   ACCEPT WS-REGISTRA-PEND
                   IF WS-REGISTRA-PEND EQUAL 'S'
                       PERFORM GRAVA-BACKORDER-PROCEDURE
                       MOVE 'PENDENCIA' TO WS-SUB-RESULTADO
                   ELSE
                       MOVE 'PERDIDA' TO WS-SUB-RESULTADO
                   END-IF
                   MOVE ZEROS TO WS-SUB-SUBSTITUTO
                   PERFORM GRAVA-OCORRENCIA-FALTA-PROCEDURE
               END-IF
           END-READ.

               MOVE REG-PEDIDO-ITEM TO WS-JRN-IMAGEM
               MOVE 'WRITE' TO WS-JRN-OPERACAO
               PERFORM GRAVA-JORNAL-PROCEDURE
               IF WS-SER-QTDE-LIDA GREATER THAN ZEROS
                   PERFORM ATUALIZA-SERIES-PROCEDURE
               END-IF
           END-IF.

       VERIFICA-MARGEM-PROCEDURE.
           END-IF
           CLOSE BACKORDERS.

      *    NA FALTA DE ESTOQUE, LISTA OS SUBSTITUTOS CADASTRADOS QUE
      *    ATENDEM A QUANTIDADE NO LOCAL DE SAIDA DO PEDIDO, NA ORDEM DE
      *    PRIORIDADE, E DEIXA O OPERADOR TROCAR O ITEM. SEM TROCA, O
      *    REGISTRO DO PRODUTO ORIGINAL VOLTA PARA A AREA DE TRABALHO
       OFERECE-SUBSTITUTO-PROCEDURE.
           MOVE 'N' TO WS-SUB-TROCOU
           MOVE ZEROS TO WS-SUB-CADASTRADOS
           MOVE ZEROS TO WS-SUB-QTDE-OPCOES
           MOVE PVI-CODIGO-PRODUTO TO WS-SUB-CODIGO
           MOVE PVI-PRECO TO WS-SUB-PRECO-ORIGINAL

           MOVE ZEROS TO WS-FS-SUBSTITUTOS
           OPEN INPUT SUBSTITUTOS
           IF WS-FS-SUBSTITUTOS EQUAL ZEROS
               PERFORM POSICIONA-SUBSTITUTO-PROCEDURE
               PERFORM UNTIL WS-FS-SUBSTITUTOS EQUAL 10
                   READ SUBSTITUTOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-SUBSTITUTOS
                       NOT AT END
                       IF SUB-CODIGO-PRODUTO NOT EQUAL WS-SUB-CODIGO
                           MOVE 10 TO WS-FS-SUBSTITUTOS
                       ELSE
                           ADD 1 TO WS-SUB-CADASTRADOS
                           PERFORM AVALIA-SUBSTITUTO-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBSTITUTOS
           END-IF

           IF WS-SUB-QTDE-OPCOES EQUAL ZEROS
               IF WS-SUB-CADASTRADOS GREATER THAN ZEROS
                   DISPLAY 'NENHUM SUBSTITUTO COM ESTOQUE SUFICIENTE'
               END-IF
           ELSE
               DISPLAY 'TROCAR O ITEM PELO SUBSTITUTO (1 A '
                   WS-SUB-QTDE-OPCOES ' - 0 PARA NAO TROCAR): '
               ACCEPT WS-SUB-ESCOLHA
               IF WS-SUB-ESCOLHA GREATER THAN ZEROS
                   AND WS-SUB-ESCOLHA NOT GREATER THAN
                       WS-SUB-QTDE-OPCOES
                   MOVE WS-SUB-OPCAO(WS-SUB-ESCOLHA) TO CODIGO-PRODUTO
                   READ PRODUTOS RECORD INTO WS-PRODUTOS
                       KEY IS CODIGO-PRODUTO
                       INVALID KEY
                       DISPLAY 'SUBSTITUTO NAO ENCONTRADO'
                       NOT INVALID KEY
                       MOVE 'S' TO WS-SUB-TROCOU
                   END-READ
               END-IF
           END-IF

           IF WS-SUB-TROCOU EQUAL 'S'
               MOVE CODIGO-PRODUTO TO PVI-CODIGO-PRODUTO
               MOVE WS-PRODUTO TO PVI-PRODUTO
               MOVE PROD-SERIALIZADO TO WS-ITEM-SERIALIZADO
               MOVE 'N' TO WS-EH-KIT
               PERFORM BUSCA-PRECO-VIGENTE-PROCEDURE
               MOVE WS-PRECO-VIGENTE TO PVI-PRECO
               MOVE WS-ORIGEM-PRECO TO PVI-ORIGEM-PRECO
               MOVE WS-QTDE-DESEJADA TO PVI-QTDE
               MOVE 'S' TO WS-ESTOQUE-OK
               DISPLAY 'ITEM TROCADO - PRODUTO: ' PVI-PRODUTO
                   ' PRECO: ' PVI-PRECO

               MOVE CODIGO-PRODUTO TO WS-SUB-SUBSTITUTO
               MOVE 'SUBSTITUIU' TO WS-SUB-RESULTADO
               PERFORM GRAVA-OCORRENCIA-FALTA-PROCEDURE
               MOVE 'ATIV-CL-PRODT-VENDA' TO WS-AUD-PROGRAMA
               MOVE 'SUBSTITUI' TO WS-AUD-OPERACAO
               MOVE SPACES TO WS-AUD-CHAVE
               STRING WS-SUB-CODIGO '/' WS-SUB-SUBSTITUTO
                   DELIMITED BY SIZE INTO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           ELSE
               IF WS-SUB-CADASTRADOS GREATER THAN ZEROS
                   MOVE WS-SUB-CODIGO TO CODIGO-PRODUTO
                   READ PRODUTOS RECORD INTO WS-PRODUTOS
                       KEY IS CODIGO-PRODUTO
                       INVALID KEY
                       CONTINUE
                   END-READ
               END-IF
           END-IF.

      *    KIT NAO E OFERECIDO COMO SUBSTITUTO - O ESTOQUE DELE DEPENDE
      *    DOS COMPONENTES
       AVALIA-SUBSTITUTO-PROCEDURE.
           IF WS-SUB-QTDE-OPCOES LESS THAN 9
               MOVE SUB-CODIGO-SUBSTITUTO TO WS-KIT-CODIGO
               PERFORM VERIFICA-SE-KIT-PROCEDURE
               IF WS-EH-KIT NOT EQUAL 'S'
                   MOVE SUB-CODIGO-SUBSTITUTO TO CODIGO-PRODUTO
                   READ PRODUTOS RECORD INTO WS-PRODUTOS
                       KEY IS CODIGO-PRODUTO
                       INVALID KEY
                       CONTINUE
                       NOT INVALID KEY
                       PERFORM LISTA-SUBSTITUTO-PROCEDURE
                   END-READ
               END-IF
           END-IF.

       LISTA-SUBSTITUTO-PROCEDURE.
           IF PV-LOCAL-ESTOQUE EQUAL 'D'
               MOVE WS-PROD-ESTOQUE-DEP TO WS-SUB-DISPONIVEL
           ELSE
               MOVE WS-ESTOQUE TO WS-SUB-DISPONIVEL
           END-IF

           IF WS-SUB-DISPONIVEL NOT LESS THAN WS-QTDE-DESEJADA
               PERFORM BUSCA-PRECO-VIGENTE-PROCEDURE
               ADD 1 TO WS-SUB-QTDE-OPCOES
               MOVE CODIGO-PRODUTO TO WS-SUB-OPCAO(WS-SUB-QTDE-OPCOES)
               COMPUTE WS-SUB-DIFERENCA =
                   WS-PRECO-VIGENTE - WS-SUB-PRECO-ORIGINAL
               MOVE WS-SUB-DIFERENCA TO WS-SUB-ED-DIFERENCA
               IF WS-SUB-QTDE-OPCOES EQUAL 1
                   DISPLAY 'SUBSTITUTOS COM ESTOQUE:'
               END-IF
               DISPLAY WS-SUB-QTDE-OPCOES ' - ' CODIGO-PRODUTO ' '
                   WS-PRODUTO ' DISPONIVEL: ' WS-SUB-DISPONIVEL
               DISPLAY '    PRECO: ' WS-PRECO-VIGENTE
                   ' DIFERENCA: ' WS-SUB-ED-DIFERENCA
           END-IF.

       POSICIONA-SUBSTITUTO-PROCEDURE.
           MOVE WS-SUB-CODIGO TO SUB-CODIGO-PRODUTO
           MOVE ZEROS TO SUB-PRIORIDADE
           START SUBSTITUTOS KEY IS GREATER THAN SUB-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-SUBSTITUTOS
           END-START.

       GRAVA-OCORRENCIA-FALTA-PROCEDURE.
           MOVE ZEROS TO WS-FS-SUBSTOCOR
           OPEN EXTEND SUBST-OCORRENCIAS
           IF WS-FS-SUBSTOCOR EQUAL 35
               OPEN OUTPUT SUBST-OCORRENCIAS
           END-IF

           IF WS-FS-SUBSTOCOR EQUAL ZEROS
               ACCEPT SBO-DATA FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AGORA FROM TIME
               COMPUTE SBO-HORA = WS-HORA-AGORA / 100
               MOVE WS-SUB-CODIGO TO SBO-CODIGO-PRODUTO
               MOVE WS-SUB-SUBSTITUTO TO SBO-CODIGO-SUBSTITUTO
               MOVE PVI-CODIGO-PEDIDO TO SBO-CODIGO-PEDIDO
               MOVE WS-QTDE-DESEJADA TO SBO-QTDE
               MOVE WS-SUB-RESULTADO TO SBO-RESULTADO
               MOVE WS-AUD-OPERADOR TO SBO-OPERADOR
               WRITE REG-SUBST-OCORRENCIA
               CLOSE SUBST-OCORRENCIAS
           END-IF.

       IMPRIME-NOTA-FISCAL.
           DISPLAY ' '
           DISPLAY '============ NOTA FISCAL ============'
           DISPLAY 'RG.............: ' PV-RG
           DISPLAY 'TELEFONE.......: ' PV-TELEFONE
           DISPLAY '--------------------------------------'
           MOVE ZEROS TO WS-FS-PRODUTOS
           OPEN INPUT PRODUTOS
           PERFORM POSICIONA-ITENS-PEDIDO
           PERFORM UNTIL WS-FS-PEDIDOS-ITENS EQUAL 10
               READ PEDIDOS-ITENS NEXT RECORD
                   IF PVI-CODIGO-PEDIDO NOT EQUAL CODIGO-PEDIDO
                       MOVE 10 TO WS-FS-PEDIDOS-ITENS
                   ELSE
                       PERFORM LE-UNIDADE-ITEM-NOTA
                       DISPLAY 'PRODUTO........: '
                           PVI-CODIGO-PRODUTO ' ' PVI-PRODUTO
                       DISPLAY 'PRECO UNITARIO.: ' PVI-PRECO
                           ' / ' WS-UNI-VENDA
                       DISPLAY 'QUANTIDADE.....: ' PVI-QTDE
                           ' ' WS-UNI-VENDA
                       DISPLAY 'DESCONTO (%)...: ' PVI-DESCONTO
                       DISPLAY 'IMPOSTO........: ' PVI-VALOR-IMPOSTO
                       DISPLAY '- - - - - - - - - - - - - - - - - - -'
           DISPLAY 'TOTAL IMPOSTOS.: ' PV-VALOR-IMPOSTO
           DISPLAY 'VENDEDOR.......: ' PV-CODIGO-VENDEDOR
           DISPLAY 'PAGAMENTO......: ' PV-TIPO-PAGAMENTO
           IF PV-TIPO-PAGAMENTO EQUAL 'CREDITO'
               PERFORM LE-PEDIDO-CREDITO-PROCEDURE
               DISPLAY 'CREDITO DE LOJA: ' PCR-VALOR-CREDITO
               IF PCR-TIPO-RESTANTE NOT EQUAL SPACES
                   DISPLAY 'RESTANTE EM....: ' PCR-TIPO-RESTANTE
               END-IF
           END-IF
           DISPLAY '======================================'
           DISPLAY ' '
           IF WS-FS-PRODUTOS EQUAL ZEROS
               CLOSE PRODUTOS
           END-IF.

       LE-UNIDADE-ITEM-NOTA.
           MOVE SPACES TO PROD-UNIDADE-VENDA
           MOVE SPACES TO PROD-UNIDADE-COMPRA
           MOVE ZEROS TO PROD-FATOR-COMPRA
           IF WS-FS-PRODUTOS EQUAL ZEROS
               MOVE PVI-CODIGO-PRODUTO TO CODIGO-PRODUTO
               READ PRODUTOS RECORD
                   KEY IS CODIGO-PRODUTO
                   INVALID KEY
                   MOVE SPACES TO PROD-UNIDADE-VENDA
                   MOVE ZEROS TO WS-FS-PRODUTOS
               END-READ
           END-IF
           PERFORM CARREGA-UNIDADES-PRODUTO-PROCEDURE.

       EXIBE-ITENS-PEDIDO.
           DISPLAY 'PEDIDO #' CODIGO-PEDIDO ' EMISSAO: '
                           END-IF
                       END-READ
                   END-PERFORM
                   MOVE CODIGO-PEDIDO TO WS-SER-PEDIDO
                   PERFORM ESTORNA-SERIES-PEDIDO-PROCEDURE

                   DISPLAY 'INFORME O CODIGO DO CLIENTE: '
                   ACCEPT PV-CODIGO-CLIENTE

                   DISPLAY 'VALOR TOTAL: ' PV-VALOR-TOTAL

                   IF PV-TIPO-PAGAMENTO EQUAL 'CREDITO'
                       PERFORM ESTORNA-CREDITO-PEDIDO-PROCEDURE
                       PERFORM APLICA-CREDITO-LOJA-PROCEDURE
                   END-IF

                   DISPLAY 'REGISTRO ALTERADO!'

               MOVE 'PEDIDOS' TO WS-JRN-ARQUIVO
               IF PV-STATUS EQUAL 'FATURADO'
                   OR PV-STATUS EQUAL 'ENTREGUE'
                   OR PV-STATUS EQUAL 'ATIVO'
                   PERFORM LE-PEDIDO-ESCOLA-PROCEDURE
                   IF WS-PES-ACHOU NOT EQUAL 'S'
                       PERFORM CANCELA-CONTAS-RECEBER-PROCEDURE
                   END-IF
                   MOVE 'CANCELAMENTO' TO WS-LF-TIPO
                   PERFORM GRAVA-LIVRO-FISCAL-PROCEDURE
                   MOVE -1 TO WS-RSM-SINAL
               END-IF

               PERFORM ESTORNA-RESGATE-PONTOS-PROCEDURE
               IF PV-TIPO-PAGAMENTO EQUAL 'CREDITO'
                   PERFORM ESTORNA-CREDITO-PEDIDO-PROCEDURE
               END-IF
      * O LANCAMENTO NA ESCOLA PODE VIR DE UM PEDIDO A PRAZO OU DO
      * RESTANTE A PRAZO DE UM PEDIDO A CREDITO; O PARAGRAFO SO AGE SE
      * O PEDIDO ESTIVER EM PEDIDOS-ESCOLA
               PERFORM CANCELA-VENDA-ESCOLA-PROCEDURE

               MOVE CODIGO-PEDIDO TO WS-SER-PEDIDO
               PERFORM ESTORNA-SERIES-PEDIDO-PROCEDURE

               MOVE 'PEDIDOS' TO WS-JRN-ARQUIVO
               MOVE WS-PEDIDOS TO WS-JRN-IMAGEM
                   MOVE REG-PEDIDO TO WS-JRN-IMAGEM
                   MOVE 'REWRITE' TO WS-JRN-OPERACAO
                   PERFORM GRAVA-JORNAL-PROCEDURE
                   IF PV-NUM-NOTA-FISCAL EQUAL ZEROS
                       DISPLAY 'PEDIDO SEM NOTA FISCAL - INFORME O '
                           'NUMERO DA NOTA: '
                       ACCEPT PV-NUM-NOTA-FISCAL
                   END-IF
                   MOVE 'FATURADO' TO PV-STATUS
                   REWRITE REG-PEDIDO
                   END-REWRITE
                       ELSE
                           PERFORM GRAVA-NOTA-CREDITO-PROCEDURE
                           PERFORM GRAVA-LIVRO-DEVOLUCAO-PROCEDURE
                           MOVE 'NC' TO WS-CRL-ORIGEM
                           MOVE WS-NUM-NOTA-CREDITO TO WS-CRL-NUMERO
                           MOVE PV-CODIGO-CLIENTE TO WS-CRL-CLIENTE
                           MOVE WS-VALOR-DEVOLUCAO TO WS-CRL-VALOR
                           MOVE CODIGO-PEDIDO TO WS-CRL-REFERENCIA
                           PERFORM EMITE-CREDITO-LOJA-PROCEDURE
                           DISPLAY 'DEVOLUCAO REGISTRADA!'
                           DISPLAY 'NOTA DE CREDITO NR: '
                               WS-NUM-NOTA-CREDITO
                   INVALID KEY
                   DISPLAY 'PRODUTO DO ITEM NAO ENCONTRADO'
                   NOT INVALID KEY
                   MOVE ZEROS TO WS-SER-QTDE-LIDA
                   MOVE 'S' TO WS-SER-OK
                   IF PROD-SERIALIZADO EQUAL 'S'
                       MOVE 'D' TO WS-SER-MODO
                       MOVE PVI-CODIGO-PRODUTO TO WS-SER-PRODUTO
                       MOVE WS-QTDE-DEVOLVIDA TO WS-SER-QTDE
                       MOVE PVI-CODIGO-PEDIDO TO WS-SER-PEDIDO
                       MOVE PVI-NUM-ITEM TO WS-SER-ITEM
                       MOVE WS-NUM-NOTA-CREDITO TO WS-SER-DOCUMENTO
                       PERFORM CAPTURA-SERIES-PROCEDURE
                   END-IF
                   IF WS-SER-OK NOT EQUAL 'S'
                       DISPLAY 'NUMEROS DE SERIE NAO CONFIRMADOS - '
                           'ITEM NAO DEVOLVIDO'
                   ELSE
                   MOVE 'PRODUTOS' TO WS-JRN-ARQUIVO
                   MOVE REG-PRODUTO TO WS-JRN-IMAGEM
                   MOVE 'REWRITE' TO WS-JRN-OPERACAO
                   PERFORM GRAVA-JORNAL-PROCEDURE

                   DISPLAY 'ITEM DEVOLVIDO - VALOR: ' WS-VALOR-ITEM-DEV
                   IF WS-SER-QTDE-LIDA GREATER THAN ZEROS
                       PERFORM ATUALIZA-SERIES-PROCEDURE
                   END-IF
                   END-IF
               END-READ
               END-IF
           END-IF
                   ACCEPT WS-CR-DATA-HOJE FROM DATE YYYYMMDD
                   IF ORC-DATA-VALIDADE LESS THAN WS-CR-DATA-HOJE
                       MOVE 'VENCIDO' TO ORC-STATUS
                       MOVE WS-CR-DATA-HOJE TO ORC-DATA-ENCERRAMENTO
                       REWRITE REG-ORCAMENTO
                       END-REWRITE
                       DISPLAY 'ORCAMENTO VENCIDO EM '
               DISPLAY 'PEDIDO PARA ENTREGA? (S/N): '
               ACCEPT PV-ENTREGA

               PERFORM SOLICITA-TIPO-PAGAMENTO-PROCEDURE

               ACCEPT PV-DATA-EMISSAO FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AGORA FROM TIME
                           END-IF
                       END-READ
                   END-PERFORM
                   MOVE CODIGO-PEDIDO TO WS-SER-PEDIDO
                   PERFORM ESTORNA-SERIES-PEDIDO-PROCEDURE
               ELSE
                   WRITE REG-PEDIDO

                       PERFORM GRAVA-AUDITORIA-PROCEDURE

                       MOVE 'CONVERTIDO' TO ORC-STATUS
                       MOVE WS-CR-DATA-HOJE TO ORC-DATA-ENCERRAMENTO
                       REWRITE REG-ORCAMENTO
                       END-REWRITE

                       IF PV-TIPO-PAGAMENTO EQUAL 'CHEQUE'
                           PERFORM CAPTURA-CHEQUES-PROCEDURE
                       END-IF
                       IF PV-TIPO-PAGAMENTO EQUAL 'CREDITO'
                           PERFORM APLICA-CREDITO-LOJA-PROCEDURE
                       END-IF
                   END-IF
               END-IF

               CONTINUE
           END-READ

      *    O ITEM DO ORCAMENTO E COPIADO DE QUALQUER FORMA PARA NAO
      *    ALTERAR O VALOR COMBINADO - SEM OS NUMEROS DE SERIE O ITEM
      *    FICA SINALIZADO PARA CONFERENCIA
           MOVE ZEROS TO WS-SER-QTDE-LIDA
           IF WS-FS-PRODUTOS EQUAL ZEROS
               AND PROD-SERIALIZADO EQUAL 'S'
               DISPLAY 'PRODUTO ' ORI-CODIGO-PRODUTO ' ' ORI-PRODUTO
                   ' CONTROLA NUMERO DE SERIE'
               MOVE 'V' TO WS-SER-MODO
               MOVE ORI-CODIGO-PRODUTO TO WS-SER-PRODUTO
               MOVE ORI-QTDE TO WS-SER-QTDE
               MOVE PVI-CODIGO-PEDIDO TO WS-SER-PEDIDO
               MOVE PVI-NUM-ITEM TO WS-SER-ITEM
               MOVE PV-CODIGO-CLIENTE TO WS-SER-CLIENTE
               MOVE PVI-CODIGO-PEDIDO TO WS-SER-DOCUMENTO
               PERFORM CAPTURA-SERIES-PROCEDURE
               IF WS-SER-OK NOT EQUAL 'S'
                   DISPLAY 'ATENCAO - ITEM COPIADO SEM OS NUMEROS DE '
                       'SERIE'
                   MOVE ZEROS TO WS-SER-QTDE-LIDA
               END-IF
           END-IF

           COMPUTE WS-VALOR-ITEM = PVI-PRECO * PVI-QTDE *
               (1 - (PVI-DESCONTO / 100))
           ADD WS-VALOR-ITEM TO PV-VALOR-TOTAL
               MOVE REG-PEDIDO-ITEM TO WS-JRN-IMAGEM
               MOVE 'WRITE' TO WS-JRN-OPERACAO
               PERFORM GRAVA-JORNAL-PROCEDURE
               IF WS-SER-QTDE-LIDA GREATER THAN ZEROS
                   PERFORM ATUALIZA-SERIES-PROCEDURE
               END-IF
           END-IF.

       VERIFICA-LIMITE-CREDITO-PROCEDURE.
           MOVE WS-RSM-SINAL TO WS-RSM-QTDE
           PERFORM ATUALIZA-RESUMO-VENDA-PROCEDURE

           MOVE ZEROS TO WS-FS-PRODUTOS
           OPEN INPUT PRODUTOS
           PERFORM POSICIONA-ITENS-PEDIDO
           PERFORM UNTIL WS-FS-PEDIDOS-ITENS EQUAL 10
               READ PEDIDOS-ITENS NEXT RECORD
                       COMPUTE WS-RSM-QTDE =
                           PVI-QTDE * WS-RSM-SINAL
                       PERFORM ATUALIZA-RESUMO-VENDA-PROCEDURE
                       PERFORM ATUALIZA-RESUMO-CATEGORIA-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUTOS.

      *    O RESUMO POR CATEGORIA (TIPO 'G') USA A CATEGORIA DO PRODUTO
      *    NA DATA DA VENDA - O DEPARTAMENTO E OBTIDO NA EMISSAO DO
      *    RELATORIO (RESUMO-CATEGORIAS)
       ATUALIZA-RESUMO-CATEGORIA-PROCEDURE.
           MOVE PVI-CODIGO-PRODUTO TO CODIGO-PRODUTO
           READ PRODUTOS RECORD
               KEY IS CODIGO-PRODUTO
               INVALID KEY
               MOVE ZEROS TO PROD-CATEGORIA
           END-READ
           MOVE 'G' TO WS-RSM-TIPO
           MOVE PROD-CATEGORIA TO WS-RSM-CODIGO
           PERFORM ATUALIZA-RESUMO-VENDA-PROCEDURE.

       GRAVA-GARANTIAS-PROCEDURE.
           MOVE ZEROS TO WS-FS-GARANTIAS
               END-IF
           END-IF.

       SOLICITA-TIPO-PAGAMENTO-PROCEDURE.
           DISPLAY 'INFORME O TIPO DE PAGAMENTO'
           DISPLAY '(DINHEIRO, CARTAO, PIX, CHEQUE, PRAZO OU CREDITO): '
           ACCEPT PV-TIPO-PAGAMENTO
           PERFORM UNTIL PV-TIPO-PAGAMENTO EQUAL 'DINHEIRO'
               OR PV-TIPO-PAGAMENTO EQUAL 'CARTAO'
               OR PV-TIPO-PAGAMENTO EQUAL 'PIX'
               OR PV-TIPO-PAGAMENTO EQUAL 'CHEQUE'
               OR PV-TIPO-PAGAMENTO EQUAL 'PRAZO'
               OR PV-TIPO-PAGAMENTO EQUAL 'CREDITO'
               DISPLAY 'TIPO INVALIDO - INFORME DINHEIRO, CARTAO,'
                   ' PIX, CHEQUE, PRAZO OU CREDITO: '
               ACCEPT PV-TIPO-PAGAMENTO
           END-PERFORM

           IF PV-TIPO-PAGAMENTO EQUAL 'CREDITO'
               MOVE PV-CODIGO-CLIENTE TO WS-CRL-CLIENTE
               PERFORM SALDO-CREDITO-LOJA-PROCEDURE
               IF WS-CRL-SALDO EQUAL ZEROS
                   DISPLAY 'CLIENTE SEM CREDITO DE LOJA DISPONIVEL'
                   GO TO SOLICITA-TIPO-PAGAMENTO-PROCEDURE
               END-IF
               DISPLAY 'CREDITO DE LOJA DISPONIVEL: ' WS-CRL-SALDO
           END-IF.

      * CONSOME O CREDITO DE LOJA NO PEDIDO JA GRAVADO E DEFINE A FORMA
      * DE PAGAMENTO DO RESTANTE, QUANDO O CREDITO NAO COBRE O TOTAL
       APLICA-CREDITO-LOJA-PROCEDURE.
           MOVE PV-CODIGO-CLIENTE TO WS-CRL-CLIENTE
           PERFORM SALDO-CREDITO-LOJA-PROCEDURE
           DISPLAY 'VALOR DO PEDIDO...........: ' PV-VALOR-TOTAL
           DISPLAY 'CREDITO DE LOJA DISPONIVEL: ' WS-CRL-SALDO
           DISPLAY 'VALOR A USAR DO CREDITO (0 PARA O MAXIMO): '
           ACCEPT WS-CRL-VALOR
           IF WS-CRL-VALOR EQUAL ZEROS
               OR WS-CRL-VALOR GREATER THAN WS-CRL-SALDO
               MOVE WS-CRL-SALDO TO WS-CRL-VALOR
           END-IF
           IF WS-CRL-VALOR GREATER THAN PV-VALOR-TOTAL
               MOVE PV-VALOR-TOTAL TO WS-CRL-VALOR
           END-IF

           MOVE ZEROS TO WS-CRL-CONSUMIDO
           IF WS-CRL-VALOR GREATER THAN ZEROS
               MOVE CODIGO-PEDIDO TO WS-CRL-PEDIDO
               PERFORM CONSOME-CREDITO-LOJA-PROCEDURE
           END-IF

           MOVE CODIGO-PEDIDO TO PCR-CODIGO-PEDIDO
           MOVE WS-CRL-CONSUMIDO TO PCR-VALOR-CREDITO
           MOVE SPACES TO PCR-TIPO-RESTANTE
           COMPUTE WS-CRL-RESTA = PV-VALOR-TOTAL - WS-CRL-CONSUMIDO
           DISPLAY 'CREDITO DE LOJA UTILIZADO.: ' WS-CRL-CONSUMIDO

           IF WS-CRL-RESTA GREATER THAN ZEROS
               DISPLAY 'RESTANTE A PAGAR..........: ' WS-CRL-RESTA
               PERFORM SOLICITA-TIPO-RESTANTE-PROCEDURE
           ELSE
               DISPLAY 'PEDIDO QUITADO COM CREDITO DE LOJA'
           END-IF

           PERFORM GRAVA-PEDIDO-CREDITO-PROCEDURE

           IF PCR-TIPO-RESTANTE EQUAL 'CHEQUE'
               PERFORM CAPTURA-CHEQUES-PROCEDURE
           END-IF

           MOVE 'ATIV-CL-PRODT-VENDA' TO WS-AUD-PROGRAMA
           MOVE 'CRED-USO' TO WS-AUD-OPERACAO
           MOVE CODIGO-PEDIDO TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE.

       SOLICITA-TIPO-RESTANTE-PROCEDURE.
           DISPLAY 'INFORME O PAGAMENTO DO RESTANTE'
           DISPLAY '(DINHEIRO, CARTAO, PIX, CHEQUE OU PRAZO): '
           ACCEPT PCR-TIPO-RESTANTE
           PERFORM UNTIL PCR-TIPO-RESTANTE EQUAL 'DINHEIRO'
               OR PCR-TIPO-RESTANTE EQUAL 'CARTAO'
               OR PCR-TIPO-RESTANTE EQUAL 'PIX'
               OR PCR-TIPO-RESTANTE EQUAL 'CHEQUE'
               OR PCR-TIPO-RESTANTE EQUAL 'PRAZO'
               DISPLAY 'TIPO INVALIDO - INFORME DINHEIRO, CARTAO,'
                   ' PIX, CHEQUE OU PRAZO: '
               ACCEPT PCR-TIPO-RESTANTE
           END-PERFORM

           IF PCR-TIPO-RESTANTE EQUAL 'PRAZO'
               MOVE PV-VALOR-TOTAL TO WS-VALOR-TOTAL-SALVO
               MOVE WS-CRL-RESTA TO PV-VALOR-TOTAL
               PERFORM VERIFICA-LIMITE-CREDITO-PROCEDURE
               MOVE WS-VALOR-TOTAL-SALVO TO PV-VALOR-TOTAL
               IF WS-CREDITO-OK NOT EQUAL 'S'
                   DISPLAY 'RESTANTE A PRAZO NEGADO - INFORME OUTRA '
                       'FORMA DE PAGAMENTO'
                   GO TO SOLICITA-TIPO-RESTANTE-PROCEDURE
               END-IF
           END-IF.

       GRAVA-PEDIDO-CREDITO-PROCEDURE.
           MOVE ZEROS TO WS-FS-PEDCRED
           OPEN I-O PEDIDOS-CREDITO
           IF WS-FS-PEDCRED EQUAL 35
               OPEN OUTPUT PEDIDOS-CREDITO
               CLOSE PEDIDOS-CREDITO
               OPEN I-O PEDIDOS-CREDITO
           END-IF

           IF WS-FS-PEDCRED NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PEDIDOS COM CREDITO'
               MOVE WS-FS-PEDCRED TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               WRITE REG-PEDIDO-CREDITO
                   INVALID KEY
                   REWRITE REG-PEDIDO-CREDITO
                   END-REWRITE
               END-WRITE
               CLOSE PEDIDOS-CREDITO
           END-IF.

       LE-PEDIDO-CREDITO-PROCEDURE.
           MOVE CODIGO-PEDIDO TO PCR-CODIGO-PEDIDO
           MOVE ZEROS TO PCR-VALOR-CREDITO
           MOVE SPACES TO PCR-TIPO-RESTANTE
           MOVE ZEROS TO WS-FS-PEDCRED
           OPEN INPUT PEDIDOS-CREDITO
           IF WS-FS-PEDCRED EQUAL ZEROS
               READ PEDIDOS-CREDITO RECORD
                   KEY IS PCR-CODIGO-PEDIDO
                   INVALID KEY
                   MOVE ZEROS TO PCR-VALOR-CREDITO
                   MOVE SPACES TO PCR-TIPO-RESTANTE
               END-READ
               CLOSE PEDIDOS-CREDITO
           END-IF.

       ESTORNA-CREDITO-PEDIDO-PROCEDURE.
           MOVE CODIGO-PEDIDO TO WS-CRL-PEDIDO
           PERFORM ESTORNA-CREDITO-LOJA-PROCEDURE
           IF WS-CRL-CONSUMIDO GREATER THAN ZEROS
               DISPLAY 'CREDITO DE LOJA DEVOLVIDO AO CLIENTE: '
                   WS-CRL-CONSUMIDO
               MOVE 'ATIV-CL-PRODT-VENDA' TO WS-AUD-PROGRAMA
               MOVE 'CRED-EST' TO WS-AUD-OPERACAO
               MOVE CODIGO-PEDIDO TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           END-IF.

       OFERECE-RESGATE-PONTOS-PROCEDURE.
           MOVE ZEROS TO WS-VALOR-RESGATE
           MOVE ZEROS TO WS-PONTOS-RESGATE
           END-IF
           CLOSE TABPRECO.

      * PRECO DE VENDA E AUMENTO DE LIMITE DE CREDITO NAO SAO
      * APLICADOS NA HORA: FICAM PENDENTES ATE QUE OUTRO OPERADOR,
      * COM PERFIL SUPERVISOR, APROVE NO PROGRAMA APROVA-ALTERACOES
       SOLICITA-ALTERACAO-PROCEDURE.
           MOVE ZEROS TO WS-FS-ALTPEND
           OPEN I-O ALTERACOES-PENDENTES
           IF WS-FS-ALTPEND EQUAL 35
               OPEN OUTPUT ALTERACOES-PENDENTES
               CLOSE ALTERACOES-PENDENTES
               OPEN I-O ALTERACOES-PENDENTES
           END-IF
           IF WS-FS-ALTPEND NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALTERACOES PENDENTES'
               MOVE WS-FS-ALTPEND TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               DISPLAY 'ALTERACAO DE ' WS-ALP-TIPO ' NAO REGISTRADA'
           ELSE
               MOVE SPACES TO REG-ALTERACAO-PEND
               ACCEPT ALP-DATA-SOLIC FROM DATE YYYYMMDD
               ACCEPT ALP-HORA-SOLIC FROM TIME
               MOVE WS-ALP-TIPO           TO ALP-TIPO
               MOVE WS-ALP-CODIGO         TO ALP-CODIGO
               MOVE WS-ALP-VALOR-ANTERIOR TO ALP-VALOR-ANTERIOR
               MOVE WS-ALP-VALOR-NOVO     TO ALP-VALOR-NOVO
               MOVE WS-ALP-VIGENCIA       TO ALP-DATA-VIGENCIA
               MOVE WS-AUD-OPERADOR       TO ALP-SOLICITANTE
               MOVE 'PENDENTE'            TO ALP-SITUACAO
               MOVE ZEROS TO ALP-DATA-DECISAO
               MOVE ZEROS TO ALP-HORA-DECISAO
               MOVE 22 TO WS-FS-ALTPEND
               PERFORM UNTIL WS-FS-ALTPEND NOT EQUAL 22
                   WRITE REG-ALTERACAO-PEND
                       INVALID KEY
                       ADD 1 TO ALP-HORA-SOLIC
                   END-WRITE
               END-PERFORM
               IF WS-FS-ALTPEND EQUAL ZEROS
                   DISPLAY 'ALTERACAO DE ' WS-ALP-TIPO
                       ' ENVIADA PARA APROVACAO DO SUPERVISOR'
                   MOVE 'ATIV-CL-PRODT-VENDA' TO WS-AUD-PROGRAMA
                   MOVE 'SOLIC-ALT' TO WS-AUD-OPERACAO
                   MOVE SPACES TO WS-AUD-CHAVE
                   STRING WS-ALP-TIPO '-' WS-ALP-CODIGO
                       DELIMITED BY SIZE INTO WS-AUD-CHAVE
                   PERFORM GRAVA-AUDITORIA-PROCEDURE
               ELSE
                   DISPLAY 'ERRO AO GRAVAR A ALTERACAO PENDENTE'
                   MOVE WS-FS-ALTPEND TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               END-IF
           END-IF
           CLOSE ALTERACOES-PENDENTES.

       BUSCA-PROMOCAO-PROCEDURE.
           MOVE 'N' TO WS-PROMO-ACHOU
           MOVE ZEROS TO WS-PROMO-DESCONTO
           END-IF.

       GRAVA-CONTAS-RECEBER-PROCEDURE.
           MOVE PV-VALOR-TOTAL TO WS-VALOR-A-RECEBER
           MOVE PV-TIPO-PAGAMENTO TO WS-TIPO-PAGTO-CR
           IF PV-TIPO-PAGAMENTO EQUAL 'CREDITO'
               PERFORM LE-PEDIDO-CREDITO-PROCEDURE
               IF PCR-VALOR-CREDITO GREATER THAN WS-VALOR-A-RECEBER
                   MOVE WS-VALOR-A-RECEBER TO PCR-VALOR-CREDITO
               END-IF
               SUBTRACT PCR-VALOR-CREDITO FROM WS-VALOR-A-RECEBER
               MOVE PCR-TIPO-RESTANTE TO WS-TIPO-PAGTO-CR
           END-IF

           MOVE 'N' TO WS-PES-ACHOU
           IF WS-TIPO-PAGTO-CR EQUAL 'PRAZO'
               PERFORM LE-PEDIDO-ESCOLA-PROCEDURE
           END-IF

           IF WS-VALOR-A-RECEBER EQUAL ZEROS
               DISPLAY 'PEDIDO QUITADO COM CREDITO DE LOJA - SEM '
                   'TITULO A RECEBER'
           ELSE IF WS-PES-ACHOU EQUAL 'S'
               PERFORM LANCA-VENDA-ESCOLA-PROCEDURE
           ELSE
               PERFORM GRAVA-TITULO-RECEBER-PROCEDURE
           END-IF.

      * VENDA A PRAZO PARA ALUNO DA ESCOLA: O VALOR VAI PARA A
      * MENSALIDADE DO RESPONSAVEL EM VEZ DE GERAR TITULO A RECEBER
       IDENTIFICA-ALUNO-VENDA-PROCEDURE.
           DISPLAY 'VENDA PARA ALUNO DA ESCOLA? INFORME O RGM '
               '(0 = NAO): '
           ACCEPT WS-PES-RGM
           IF WS-PES-RGM GREATER THAN ZEROS
               MOVE ZEROS TO WS-PES-RESP
               MOVE ZEROS TO WS-FS-ALUNORESP
               OPEN INPUT ALUNO-RESP
               IF WS-FS-ALUNORESP EQUAL ZEROS
                   MOVE WS-PES-RGM TO ALR-RGM
                   READ ALUNO-RESP RECORD
                       KEY IS ALR-RGM
                       INVALID KEY
                       CONTINUE
                       NOT INVALID KEY
                       MOVE ALR-RESP TO WS-PES-RESP
                   END-READ
                   CLOSE ALUNO-RESP
               END-IF
               IF WS-PES-RESP EQUAL ZEROS
                   DISPLAY 'ALUNO SEM RESPONSAVEL VINCULADO - VENDA '
                       'SEGUE COMO PRAZO DA LOJA'
                   MOVE ZEROS TO WS-PES-RGM
               ELSE
                   DISPLAY 'VENDA SERA COBRADA NA MENSALIDADE DO '
                       'RESPONSAVEL ' WS-PES-RESP
               END-IF
           END-IF.

       GRAVA-PEDIDO-ESCOLA-PROCEDURE.
           MOVE CODIGO-PEDIDO TO PES-CODIGO-PEDIDO
           MOVE WS-PES-RGM TO PES-RGM
           MOVE WS-PES-RESP TO PES-RESP
           DISPLAY 'DIVIDIR EM QUANTAS MENSALIDADES (1 A 12): '
           ACCEPT PES-QTDE-COMPET
           PERFORM UNTIL PES-QTDE-COMPET NOT LESS THAN 1
               AND PES-QTDE-COMPET NOT GREATER THAN 12
               DISPLAY 'NUMERO INVALIDO - INFORME DE 1 A 12: '
               ACCEPT PES-QTDE-COMPET
           END-PERFORM
           DISPLAY 'INFORME A PRIMEIRA COMPETENCIA (AAAAMM): '
           ACCEPT PES-COMPET-INICIAL
           MOVE ZEROS TO PES-VALOR-LANCADO
           MOVE 'PENDENTE' TO PES-STATUS

           MOVE ZEROS TO WS-FS-PEDESC
           OPEN I-O PEDIDOS-ESCOLA
           IF WS-FS-PEDESC EQUAL 35
               OPEN OUTPUT PEDIDOS-ESCOLA
               CLOSE PEDIDOS-ESCOLA
               OPEN I-O PEDIDOS-ESCOLA
           END-IF
           WRITE REG-PEDIDO-ESCOLA
           IF WS-FS-PEDESC EQUAL 22
               REWRITE REG-PEDIDO-ESCOLA
               END-REWRITE
           END-IF
           IF WS-FS-PEDESC NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR A VENDA PARA O ALUNO'
               MOVE WS-FS-PEDESC TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF
           CLOSE PEDIDOS-ESCOLA.

       LE-PEDIDO-ESCOLA-PROCEDURE.
           MOVE 'N' TO WS-PES-ACHOU
           MOVE ZEROS TO WS-FS-PEDESC
           OPEN INPUT PEDIDOS-ESCOLA
           IF WS-FS-PEDESC EQUAL ZEROS
               MOVE CODIGO-PEDIDO TO PES-CODIGO-PEDIDO
               READ PEDIDOS-ESCOLA RECORD
                   KEY IS PES-CODIGO-PEDIDO
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF PES-STATUS NOT EQUAL 'CANCELADO'
                       MOVE 'S' TO WS-PES-ACHOU
                   END-IF
               END-READ
               CLOSE PEDIDOS-ESCOLA
           END-IF.

       LANCA-VENDA-ESCOLA-PROCEDURE.
           MOVE ZEROS TO WS-FS-VENDESC
           OPEN I-O VENDAS-ESCOLA
           IF WS-FS-VENDESC EQUAL 35
               OPEN OUTPUT VENDAS-ESCOLA
               CLOSE VENDAS-ESCOLA
               OPEN I-O VENDAS-ESCOLA
           END-IF

           IF WS-FS-VENDESC NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE VENDAS DA ESCOLA'
               MOVE WS-FS-VENDESC TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               MOVE PES-QTDE-COMPET TO WS-QTDE-PARCELAS
               COMPUTE WS-VALOR-PARCELA ROUNDED =
                   WS-VALOR-A-RECEBER / WS-QTDE-PARCELAS
               MOVE ZEROS TO WS-VALOR-PARC-ACUM
               COMPUTE WS-PES-ANO = PES-COMPET-INICIAL / 100
               COMPUTE WS-PES-MES =
                   PES-COMPET-INICIAL - (WS-PES-ANO * 100)

               PERFORM VARYING WS-PARC-IDX FROM 1 BY 1
                   UNTIL WS-PARC-IDX GREATER THAN WS-QTDE-PARCELAS
                   PERFORM GRAVA-PARCELA-ESCOLA-PROCEDURE
               END-PERFORM
               CLOSE VENDAS-ESCOLA

               MOVE 'LANCADO' TO PES-STATUS
               MOVE WS-VALOR-A-RECEBER TO PES-VALOR-LANCADO
               MOVE ZEROS TO WS-FS-PEDESC
               OPEN I-O PEDIDOS-ESCOLA
               IF WS-FS-PEDESC EQUAL ZEROS
                   REWRITE REG-PEDIDO-ESCOLA
                   END-REWRITE
                   CLOSE PEDIDOS-ESCOLA
               END-IF

               DISPLAY 'VENDA LANCADA NA MENSALIDADE DO RGM '
                   PES-RGM ' EM ' WS-QTDE-PARCELAS
                   ' COMPETENCIA(S) A PARTIR DE ' PES-COMPET-INICIAL
               MOVE 'ATIV-CL-PRODT-VENDA' TO WS-AUD-PROGRAMA
               MOVE 'VENDA-ESC' TO WS-AUD-OPERACAO
               MOVE CODIGO-PEDIDO TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           END-IF.

       GRAVA-PARCELA-ESCOLA-PROCEDURE.
           MOVE PES-RGM TO VES-RGM
           COMPUTE VES-COMPETENCIA = (WS-PES-ANO * 100) + WS-PES-MES
           MOVE CODIGO-PEDIDO TO VES-CODIGO-PEDIDO
           MOVE PES-RESP TO VES-RESP
           MOVE WS-PARC-IDX TO VES-PARCELA
           MOVE WS-QTDE-PARCELAS TO VES-QTDE-PARCELAS
           IF WS-PARC-IDX EQUAL WS-QTDE-PARCELAS
               COMPUTE VES-VALOR =
                   WS-VALOR-A-RECEBER - WS-VALOR-PARC-ACUM
           ELSE
               MOVE WS-VALOR-PARCELA TO VES-VALOR
               ADD WS-VALOR-PARCELA TO WS-VALOR-PARC-ACUM
           END-IF
           MOVE 'PENDENTE' TO VES-STATUS
           MOVE ZEROS TO VES-COMPET-COBRADA
           MOVE ZEROS TO VES-VALOR-COBRADO

           WRITE REG-VENDA-ESCOLA
           IF WS-FS-VENDESC NOT EQUAL ZEROS
               DISPLAY 'ERRO AO GRAVAR A PARCELA ' VES-PARCELA
                   ' DA VENDA PARA O ALUNO'
               MOVE WS-FS-VENDESC TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF

           ADD 1 TO WS-PES-MES
           IF WS-PES-MES GREATER THAN 12
               MOVE 1 TO WS-PES-MES
               ADD 1 TO WS-PES-ANO
           END-IF.

      * NO CANCELAMENTO, AS PARCELAS AINDA NAO COBRADAS SAEM DA
      * MENSALIDADE; AS JA COBRADAS FICAM PARA ESTORNO NA SECRETARIA
       CANCELA-VENDA-ESCOLA-PROCEDURE.
           MOVE ZEROS TO WS-FS-PEDESC
           OPEN I-O PEDIDOS-ESCOLA
           IF WS-FS-PEDESC EQUAL ZEROS
               MOVE CODIGO-PEDIDO TO PES-CODIGO-PEDIDO
               READ PEDIDOS-ESCOLA RECORD
                   KEY IS PES-CODIGO-PEDIDO
                   INVALID KEY
                   MOVE 'N' TO WS-PES-ACHOU
                   NOT INVALID KEY
                   MOVE 'S' TO WS-PES-ACHOU
               END-READ
               IF WS-PES-ACHOU EQUAL 'S'
                   AND PES-STATUS NOT EQUAL 'CANCELADO'
                   IF PES-STATUS EQUAL 'LANCADO'
                       PERFORM CANCELA-PARCELAS-ESCOLA-PROCEDURE
                   END-IF
                   MOVE 'CANCELADO' TO PES-STATUS
                   REWRITE REG-PEDIDO-ESCOLA
                   END-REWRITE
               END-IF
               CLOSE PEDIDOS-ESCOLA
           END-IF.

       CANCELA-PARCELAS-ESCOLA-PROCEDURE.
           MOVE ZEROS TO WS-PES-COBRADAS
           MOVE ZEROS TO WS-PES-CANCELADAS
           MOVE ZEROS TO WS-FS-VENDESC
           OPEN I-O VENDAS-ESCOLA
           IF WS-FS-VENDESC EQUAL ZEROS
               MOVE PES-RGM TO VES-RGM
               MOVE ZEROS TO VES-COMPETENCIA
               MOVE SPACES TO VES-CODIGO-PEDIDO
               START VENDAS-ESCOLA KEY IS GREATER THAN VES-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-VENDESC
               END-START
               PERFORM UNTIL WS-FS-VENDESC EQUAL 10
                   READ VENDAS-ESCOLA NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-VENDESC
                       NOT AT END
                       IF VES-RGM NOT EQUAL PES-RGM
                           MOVE 10 TO WS-FS-VENDESC
                       ELSE
                           IF VES-CODIGO-PEDIDO EQUAL CODIGO-PEDIDO
                               IF VES-STATUS EQUAL 'PENDENTE'
                                   MOVE 'CANCELADO' TO VES-STATUS
                                   REWRITE REG-VENDA-ESCOLA
                                   END-REWRITE
                                   ADD 1 TO WS-PES-CANCELADAS
                               ELSE IF VES-STATUS EQUAL 'COBRADO'
                                   ADD 1 TO WS-PES-COBRADAS
                               END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDAS-ESCOLA
           END-IF

           DISPLAY 'PARCELAS RETIRADAS DA MENSALIDADE: '
               WS-PES-CANCELADAS
           IF WS-PES-COBRADAS GREATER THAN ZEROS
               DISPLAY 'ATENCAO - ' WS-PES-COBRADAS ' PARCELA(S) JA '
                   'COBRADA(S) NA MENSALIDADE DO RGM ' PES-RGM
               DISPLAY 'SOLICITE O ESTORNO A SECRETARIA DA ESCOLA'
           END-IF.

       GRAVA-TITULO-RECEBER-PROCEDURE.
           MOVE ZEROS TO WS-FS-CRECEBER
           OPEN I-O CRECEBER
           IF WS-FS-CRECEBER EQUAL 35
               MOVE WS-CR-DATA-HOJE    TO CR-DATA-EMISSAO

               MOVE 1 TO WS-QTDE-PARCELAS
               IF WS-TIPO-PAGTO-CR EQUAL 'PRAZO'
                   DISPLAY 'INFORME O NUMERO DE PARCELAS (1 A 12): '
                   ACCEPT WS-QTDE-PARCELAS
                   PERFORM UNTIL WS-QTDE-PARCELAS NOT LESS THAN 1
               END-IF

               COMPUTE WS-VALOR-PARCELA ROUNDED =
                   WS-VALOR-A-RECEBER / WS-QTDE-PARCELAS
               MOVE ZEROS TO WS-VALOR-PARC-ACUM

               COMPUTE WS-VENC-ANO = WS-VENC-PARCELA / 10000

           IF WS-PARC-IDX EQUAL WS-QTDE-PARCELAS
               COMPUTE CR-VALOR-TOTAL =
                   WS-VALOR-A-RECEBER - WS-VALOR-PARC-ACUM
           ELSE
               MOVE WS-VALOR-PARCELA TO CR-VALOR-TOTAL
               ADD WS-VALOR-PARCELA TO WS-VALOR-PARC-ACUM
       COPY RESVPRC.
       COPY FERPRC.
       COPY PONTPRC.
       COPY CRLPRC.
       COPY EANPRC.
       COPY MOVESTQPRC.
       COPY HCUSTPRC.
       COPY SERPRC.
       COPY CATPRC.
       COPY UNIPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.

