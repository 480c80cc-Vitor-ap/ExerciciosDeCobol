           RECORD KEY IS MEN-CHAVE
           FILE STATUS IS WS-FS-MENSALIDADES.

           COPY BOLSEL.

           COPY HBLSEL.

           COPY FERSEL.

           COPY EPRMSEL.

           COPY ENCSEL.

           COPY ALRSSEL.

           COPY CONSSEL.

           COPY BDEBSEL.

           COPY VESCSEL.

           COPY TCBSEL.

           COPY ECBSEL.

           COPY TEXSEL.

           COPY BXTSEL.

           COPY OPERSEL.

           COPY AUDITSEL.
           03  MEN-VALOR-PAGO        PIC 9(007)V99.
           03  MEN-DATA-PAGAMENTO    PIC 9(008).
           03  MEN-STATUS            PIC X(008).
           03  MEN-VALOR-TRANSPORTE  PIC 9(007)V99.

           COPY BOLFD.

           COPY HBLFD.

           COPY FERFD.

           COPY EPRMFD.

           COPY ENCFD.

           COPY ALRSFD.

           COPY CONSFD.

           COPY BDEBFD.

           COPY VESCFD.

           COPY TCBFD.

           COPY ECBFD.

           COPY TEXFD.

           COPY BXTFD.

           COPY OPERFD.

           COPY AUDITFD.
       01 WS-FS-ALUNOS              PIC 99.
       01 WS-FS-MENSALIDADES        PIC 99.
       01 WS-FS-BOLSAS              PIC 99.
       01 WS-FS-BOLSAS-HIST         PIC 99.
       01 WS-COMPETENCIA-BOLSA      PIC 9(006) VALUE ZEROS.
       01 WS-PERC-ANTERIOR          PIC 9(003)V99 VALUE ZEROS.
       01 WS-PERC-NOVO              PIC 9(003)V99 VALUE ZEROS.
       01 WS-OPC                    PIC X(001).
       01 WS-TENT-INVALIDAS         PIC 9(002) VALUE ZEROS.
       01 WS-TENT-LIMITE            PIC 9(002) VALUE 3.
       01 WS-TOTAL-INADIMPLENCIA    PIC 9(009)V99 VALUE ZEROS.
       01 WS-FS-ALUNORESP           PIC 99.
       01 WS-FS-CONSOLIDADO         PIC 99.
       01 WS-FS-BIBDEB              PIC 99.
       01 WS-BIB-ABERTO             PIC X(001) VALUE "N".
       01 WS-BIB-VALOR-ALUNO        PIC 9(007)V99 VALUE ZEROS.
       01 WS-BIB-QTDE-LANCADOS      PIC 9(005) VALUE ZEROS.
       01 WS-BIB-TOTAL-LANCADO      PIC 9(009)V99 VALUE ZEROS.
       01 WS-FS-VENDESC             PIC 99.
       01 WS-VES-ABERTO             PIC X(001) VALUE "N".
       01 WS-VES-VALOR-ALUNO        PIC 9(007)V99 VALUE ZEROS.
       01 WS-VES-QTDE-LANCADAS      PIC 9(005) VALUE ZEROS.
       01 WS-VES-TOTAL-LANCADO      PIC 9(009)V99 VALUE ZEROS.
       01 WS-FS-TRANSP-COBR         PIC 99.
       01 WS-TCB-ABERTO             PIC X(001) VALUE "N".
       01 WS-TCB-VALOR-ALUNO        PIC 9(007)V99 VALUE ZEROS.
       01 WS-TCB-QTDE-LANCADAS      PIC 9(005) VALUE ZEROS.
       01 WS-TCB-TOTAL-LANCADO      PIC 9(009)V99 VALUE ZEROS.
       01 WS-FS-EXTRA-COBR          PIC 99.
       01 WS-ECB-ABERTO             PIC X(001) VALUE "N".
       01 WS-ECB-VALOR-ALUNO        PIC 9(007)V99 VALUE ZEROS.
       01 WS-ECB-QTDE-LANCADAS      PIC 9(005) VALUE ZEROS.
       01 WS-ECB-TOTAL-LANCADO      PIC 9(009)V99 VALUE ZEROS.

       COPY FERWS.
       COPY TEXWS.
       COPY BXTWS.
       COPY ENCWS.
       COPY LOGINWS.
       COPY AUDITWS.
       COPY FSMSGWS.
           DISPLAY "INFORME O RGM DO ALUNO: "
           ACCEPT BOL-RGM
           DISPLAY "INFORME O PERCENTUAL DE BOLSA (EX: 050.00): "
           ACCEPT WS-PERC-NOVO
           DISPLAY "INFORME A COMPETENCIA INICIAL DA BOLSA (AAAAMM): "
           ACCEPT WS-COMPETENCIA-BOLSA

           MOVE ZEROS TO WS-PERC-ANTERIOR
           READ BOLSAS RECORD
               KEY IS BOL-RGM
               INVALID KEY
               CONTINUE
               NOT INVALID KEY
               MOVE BOL-PERCENTUAL TO WS-PERC-ANTERIOR
           END-READ
           MOVE ZEROS TO WS-FS-BOLSAS
           MOVE WS-PERC-NOVO TO BOL-PERCENTUAL

           WRITE REG-BOLSA
           IF WS-FS-BOLSAS EQUAL 22

           IF WS-FS-BOLSAS EQUAL ZEROS
               DISPLAY "BOLSA REGISTRADA!"
               PERFORM GRAVA-HISTORICO-BOLSA-PROCEDURE
               MOVE "MENSALIDADES" TO WS-AUD-PROGRAMA
               MOVE "BOLSA" TO WS-AUD-OPERACAO
               MOVE BOL-RGM TO WS-AUD-CHAVE
           CLOSE BOLSAS
           GO TO MENU-MENSALIDADES-PROCEDURE.

      *    O HISTORICO GUARDA A COMPETENCIA EM QUE O PERCENTUAL PASSA A
      *    VALER - A GERACAO DAS MENSALIDADES SEGUE O HISTORICO
       GRAVA-HISTORICO-BOLSA-PROCEDURE.
           MOVE ZEROS TO WS-FS-BOLSAS-HIST
           OPEN I-O BOLSAS-HISTORICO
           IF WS-FS-BOLSAS-HIST EQUAL 35
               OPEN OUTPUT BOLSAS-HISTORICO
               CLOSE BOLSAS-HISTORICO
               OPEN I-O BOLSAS-HISTORICO
           END-IF

           MOVE BOL-RGM TO HBL-RGM
           MOVE WS-COMPETENCIA-BOLSA TO HBL-COMPETENCIA
           READ BOLSAS-HISTORICO RECORD
               KEY IS HBL-CHAVE
               INVALID KEY
               MOVE WS-PERC-ANTERIOR TO HBL-PERC-ANTERIOR
               MOVE WS-PERC-NOVO TO HBL-PERC-NOVO
               MOVE "CADASTRO" TO HBL-MOTIVO
               MOVE ZEROS TO HBL-ANO-REVISAO
               MOVE ZEROS TO HBL-TERMO-REVISAO
               ACCEPT HBL-DATA FROM DATE YYYYMMDD
               MOVE WS-LOGIN-ID TO HBL-OPERADOR
               WRITE REG-BOLSA-HISTORICO
               END-WRITE
               NOT INVALID KEY
               MOVE WS-PERC-NOVO TO HBL-PERC-NOVO
               MOVE "CADASTRO" TO HBL-MOTIVO
               ACCEPT HBL-DATA FROM DATE YYYYMMDD
               MOVE WS-LOGIN-ID TO HBL-OPERADOR
               REWRITE REG-BOLSA-HISTORICO
               END-REWRITE
           END-READ

           IF WS-FS-BOLSAS-HIST NOT EQUAL ZEROS
               DISPLAY "ERRO AO GRAVAR O HISTORICO DA BOLSA"
               MOVE WS-FS-BOLSAS-HIST TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF
           CLOSE BOLSAS-HISTORICO.

       GERA-MENSALIDADES.
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           MOVE ZEROS TO WS-FS-BOLSAS
           OPEN INPUT BOLSAS

           MOVE ZEROS TO WS-FS-BOLSAS-HIST
           OPEN INPUT BOLSAS-HISTORICO

           MOVE ZEROS TO WS-FS-ALUNORESP
           OPEN INPUT ALUNO-RESP

               OPEN I-O CONSOLIDADO-RESP
           END-IF

           MOVE "N" TO WS-BIB-ABERTO
           MOVE ZEROS TO WS-FS-BIBDEB
           OPEN I-O BIBLIOTECA-DEBITOS
           IF WS-FS-BIBDEB EQUAL ZEROS
               MOVE "S" TO WS-BIB-ABERTO
           END-IF
           MOVE ZEROS TO WS-BIB-QTDE-LANCADOS
           MOVE ZEROS TO WS-BIB-TOTAL-LANCADO

           MOVE "N" TO WS-VES-ABERTO
           MOVE ZEROS TO WS-FS-VENDESC
           OPEN I-O VENDAS-ESCOLA
           IF WS-FS-VENDESC EQUAL ZEROS
               MOVE "S" TO WS-VES-ABERTO
           END-IF
           MOVE ZEROS TO WS-VES-QTDE-LANCADAS
           MOVE ZEROS TO WS-VES-TOTAL-LANCADO

           MOVE "N" TO WS-TCB-ABERTO
           MOVE ZEROS TO WS-FS-TRANSP-COBR
           OPEN I-O TRANSPORTE-COBRANCAS
           IF WS-FS-TRANSP-COBR EQUAL ZEROS
               MOVE "S" TO WS-TCB-ABERTO
           END-IF
           MOVE ZEROS TO WS-TCB-QTDE-LANCADAS
           MOVE ZEROS TO WS-TCB-TOTAL-LANCADO

           MOVE "N" TO WS-ECB-ABERTO
           MOVE ZEROS TO WS-FS-EXTRA-COBR
           OPEN I-O EXTRA-COBRANCAS
           IF WS-FS-EXTRA-COBR EQUAL ZEROS
               MOVE "S" TO WS-ECB-ABERTO
           END-IF
           MOVE ZEROS TO WS-ECB-QTDE-LANCADAS
           MOVE ZEROS TO WS-ECB-TOTAL-LANCADO

           MOVE ZEROS TO WS-QTDE-GERADAS
           MOVE ZEROS TO WS-QTDE-JA-EXISTIAM

                   NOT AT END
                   IF SIT-ALUNO NOT EQUAL "I"
                       PERFORM GERA-UMA-MENSALIDADE-PROCEDURE
                   ELSE
                       PERFORM VERIFICA-SAIDA-COMPETENCIA-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           IF WS-FS-BOLSAS EQUAL ZEROS
               CLOSE BOLSAS
           END-IF
           IF WS-FS-BOLSAS-HIST EQUAL ZEROS
               CLOSE BOLSAS-HISTORICO
           END-IF
           IF WS-FS-ALUNORESP EQUAL ZEROS
               CLOSE ALUNO-RESP
           END-IF
           IF WS-FS-CONSOLIDADO EQUAL ZEROS
               CLOSE CONSOLIDADO-RESP
           END-IF
           IF WS-BIB-ABERTO EQUAL "S"
               CLOSE BIBLIOTECA-DEBITOS
           END-IF
           IF WS-VES-ABERTO EQUAL "S"
               CLOSE VENDAS-ESCOLA
           END-IF
           IF WS-TCB-ABERTO EQUAL "S"
               CLOSE TRANSPORTE-COBRANCAS
           END-IF
           IF WS-ECB-ABERTO EQUAL "S"
               CLOSE EXTRA-COBRANCAS
           END-IF
           CLOSE MENSALIDADES
           CLOSE ALUNOS

           DISPLAY "MENSALIDADES GERADAS.....: " WS-QTDE-GERADAS
           DISPLAY "JA EXISTIAM (IGNORADAS)..: " WS-QTDE-JA-EXISTIAM
           DISPLAY "DEBITOS DA BIBLIOTECA....: " WS-BIB-QTDE-LANCADOS
               " TOTAL " WS-BIB-TOTAL-LANCADO
           DISPLAY "PARCELAS DE VENDAS DA LOJA: " WS-VES-QTDE-LANCADAS
               " TOTAL " WS-VES-TOTAL-LANCADO
           DISPLAY "TAXAS DE TRANSPORTE......: " WS-TCB-QTDE-LANCADAS
               " TOTAL " WS-TCB-TOTAL-LANCADO
           DISPLAY "TAXAS DE ATIVIDADES EXTRA: " WS-ECB-QTDE-LANCADAS
               " TOTAL " WS-ECB-TOTAL-LANCADO

           MOVE "MENSALIDADES" TO WS-AUD-PROGRAMA
           MOVE "GERACAO" TO WS-AUD-OPERACAO

           GO TO MENU-MENSALIDADES-PROCEDURE.

      * ALUNO QUE SAIU POR TRANSFERENCIA EXPEDIDA AINDA E COBRADO NA
      * COMPETENCIA EM QUE SE DEU A SAIDA, NUNCA NAS SEGUINTES
       VERIFICA-SAIDA-COMPETENCIA-PROCEDURE.
           MOVE RGM-ALUNO TO WS-TEX-RGM-TESTE
           COMPUTE WS-TEX-DATA-TESTE = (WS-COMPETENCIA * 100) + 1
           PERFORM VERIFICA-TRANSF-EXPEDIDA-PROCEDURE
           IF WS-TEX-DATA-SAIDA GREATER THAN ZEROS
               AND WS-TEX-BLOQUEADO EQUAL "N"
               PERFORM GERA-UMA-MENSALIDADE-PROCEDURE
           END-IF.

       GERA-UMA-MENSALIDADE-PROCEDURE.
           MOVE ZEROS TO WS-PERC-BOLSA
           IF WS-FS-BOLSAS EQUAL ZEROS
                   MOVE BOL-PERCENTUAL TO WS-PERC-BOLSA
               END-READ
           END-IF
           IF WS-FS-BOLSAS-HIST EQUAL ZEROS
               PERFORM BOLSA-DA-COMPETENCIA-PROCEDURE
           END-IF

           MOVE RGM-ALUNO      TO MEN-RGM
           MOVE WS-COMPETENCIA TO MEN-COMPETENCIA
           MOVE WS-FER-DATA-TESTE TO MEN-DATA-VENCIMENTO
           COMPUTE MEN-VALOR ROUNDED =
               WS-VALOR-BASE * (1 - (WS-PERC-BOLSA / 100))
           PERFORM SOMA-DEBITOS-BIBLIOTECA-PROCEDURE
           ADD WS-BIB-VALOR-ALUNO TO MEN-VALOR
           PERFORM SOMA-VENDAS-ESCOLA-PROCEDURE
           ADD WS-VES-VALOR-ALUNO TO MEN-VALOR
           PERFORM SOMA-TRANSPORTE-PROCEDURE
           MOVE WS-TCB-VALOR-ALUNO TO MEN-VALOR-TRANSPORTE
           PERFORM SOMA-ATIVIDADES-EXTRA-PROCEDURE
           ADD WS-ECB-VALOR-ALUNO TO MEN-VALOR
           MOVE ZEROS TO MEN-VALOR-PAGO
           MOVE ZEROS TO MEN-DATA-PAGAMENTO
           MOVE "ABERTO" TO MEN-STATUS
               IF WS-FS-MENSALIDADES EQUAL ZEROS
                   ADD 1 TO WS-QTDE-GERADAS
                   PERFORM CONSOLIDA-RESPONSAVEL-PROCEDURE
                   IF WS-BIB-VALOR-ALUNO GREATER THAN ZEROS
                       PERFORM BAIXA-DEBITOS-BIBLIOTECA-PROCEDURE
                   END-IF
                   IF WS-VES-VALOR-ALUNO GREATER THAN ZEROS
                       PERFORM BAIXA-VENDAS-ESCOLA-PROCEDURE
                   END-IF
                   IF WS-TCB-VALOR-ALUNO GREATER THAN ZEROS
                       PERFORM BAIXA-TRANSPORTE-PROCEDURE
                   END-IF
                   IF WS-ECB-VALOR-ALUNO GREATER THAN ZEROS
                       PERFORM BAIXA-ATIVIDADES-EXTRA-PROCEDURE
                   END-IF
               ELSE
                   DISPLAY "ERRO AO GRAVAR MENSALIDADE DO RGM "
                       RGM-ALUNO
               END-IF
           END-IF.

      *    VALE O PERCENTUAL NOVO DA ULTIMA MUDANCA JA EM VIGOR NA
      *    COMPETENCIA; SE A PRIMEIRA MUDANCA AINDA ESTA POR VIR, VALE O
      *    PERCENTUAL ANTERIOR A ELA
       BOLSA-DA-COMPETENCIA-PROCEDURE.
           MOVE RGM-ALUNO TO HBL-RGM
           MOVE ZEROS TO HBL-COMPETENCIA
           START BOLSAS-HISTORICO KEY IS NOT LESS THAN HBL-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-BOLSAS-HIST
           END-START
           PERFORM UNTIL WS-FS-BOLSAS-HIST EQUAL 10
               READ BOLSAS-HISTORICO NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-BOLSAS-HIST
                   NOT AT END
                   IF HBL-RGM NOT EQUAL RGM-ALUNO
                       MOVE 10 TO WS-FS-BOLSAS-HIST
                   ELSE
                       IF HBL-COMPETENCIA GREATER THAN WS-COMPETENCIA
                           MOVE HBL-PERC-ANTERIOR TO WS-PERC-BOLSA
                           MOVE 10 TO WS-FS-BOLSAS-HIST
                       ELSE
                           MOVE HBL-PERC-NOVO TO WS-PERC-BOLSA
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-BOLSAS-HIST.

      *    MULTAS E PERDAS DE LIVRO NAO PAGAS NA BIBLIOTECA ENTRAM NA
      *    MENSALIDADE GERADA, SEM DESCONTO DE BOLSA
       SOMA-DEBITOS-BIBLIOTECA-PROCEDURE.
           MOVE ZEROS TO WS-BIB-VALOR-ALUNO
           IF WS-BIB-ABERTO EQUAL "S"
               MOVE RGM-ALUNO TO BDB-RGM
               MOVE ZEROS TO BDB-DATA
               MOVE ZEROS TO BDB-LIVRO
               MOVE SPACES TO BDB-TIPO
               START BIBLIOTECA-DEBITOS KEY IS GREATER THAN BDB-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-BIBDEB
               END-START
               PERFORM UNTIL WS-FS-BIBDEB EQUAL 10
                   READ BIBLIOTECA-DEBITOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-BIBDEB
                       NOT AT END
                       IF BDB-RGM NOT EQUAL RGM-ALUNO
                           MOVE 10 TO WS-FS-BIBDEB
                       ELSE
                           IF BDB-STATUS EQUAL "PENDENTE"
                               ADD BDB-VALOR TO WS-BIB-VALOR-ALUNO
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-BIBDEB
           END-IF.

       BAIXA-DEBITOS-BIBLIOTECA-PROCEDURE.
           MOVE RGM-ALUNO TO BDB-RGM
           MOVE ZEROS TO BDB-DATA
           MOVE ZEROS TO BDB-LIVRO
           MOVE SPACES TO BDB-TIPO
           START BIBLIOTECA-DEBITOS KEY IS GREATER THAN BDB-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-BIBDEB
           END-START
           PERFORM UNTIL WS-FS-BIBDEB EQUAL 10
               READ BIBLIOTECA-DEBITOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-BIBDEB
                   NOT AT END
                   IF BDB-RGM NOT EQUAL RGM-ALUNO
                       MOVE 10 TO WS-FS-BIBDEB
                   ELSE
                       IF BDB-STATUS EQUAL "PENDENTE"
                           MOVE "COBRADO" TO BDB-STATUS
                           MOVE WS-COMPETENCIA TO BDB-COMPETENCIA
                           REWRITE REG-BIBLIOTECA-DEBITO
                           END-REWRITE
                           ADD 1 TO WS-BIB-QTDE-LANCADOS
                           ADD BDB-VALOR TO WS-BIB-TOTAL-LANCADO
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-BIBDEB.

      *    PARCELAS DE MATERIAL E UNIFORME VENDIDOS A PRAZO NA LOJA PARA
      *    O ALUNO, COM COMPETENCIA ATE A QUE ESTA SENDO GERADA
       SOMA-VENDAS-ESCOLA-PROCEDURE.
           MOVE ZEROS TO WS-VES-VALOR-ALUNO
           IF WS-VES-ABERTO EQUAL "S"
               MOVE RGM-ALUNO TO VES-RGM
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
                       IF VES-RGM NOT EQUAL RGM-ALUNO
                           OR VES-COMPETENCIA GREATER THAN
                               WS-COMPETENCIA
                           MOVE 10 TO WS-FS-VENDESC
                       ELSE
                           IF VES-STATUS EQUAL "PENDENTE"
                               ADD VES-VALOR TO WS-VES-VALOR-ALUNO
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-VENDESC
           END-IF.

       BAIXA-VENDAS-ESCOLA-PROCEDURE.
           MOVE RGM-ALUNO TO VES-RGM
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
                   IF VES-RGM NOT EQUAL RGM-ALUNO
                       OR VES-COMPETENCIA GREATER THAN WS-COMPETENCIA
                       MOVE 10 TO WS-FS-VENDESC
                   ELSE
                       IF VES-STATUS EQUAL "PENDENTE"
                           MOVE "COBRADO" TO VES-STATUS
                           MOVE WS-COMPETENCIA TO VES-COMPET-COBRADA
                           MOVE VES-VALOR TO VES-VALOR-COBRADO
                           REWRITE REG-VENDA-ESCOLA
                           END-REWRITE
                           ADD 1 TO WS-VES-QTDE-LANCADAS
                           ADD VES-VALOR TO WS-VES-TOTAL-LANCADO
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-VENDESC.

      *    TAXAS DO TRANSPORTE ESCOLAR GERADAS PARA O ALUNO, COM
      *    COMPETENCIA ATE A GERADA, SEM DESCONTO DE BOLSA
       SOMA-TRANSPORTE-PROCEDURE.
           MOVE ZEROS TO WS-TCB-VALOR-ALUNO
           IF WS-TCB-ABERTO EQUAL "S"
               MOVE RGM-ALUNO TO TCB-RGM
               MOVE ZEROS TO TCB-COMPETENCIA
               START TRANSPORTE-COBRANCAS KEY IS NOT LESS THAN
                   TCB-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-TRANSP-COBR
               END-START
               PERFORM UNTIL WS-FS-TRANSP-COBR EQUAL 10
                   READ TRANSPORTE-COBRANCAS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-TRANSP-COBR
                       NOT AT END
                       IF TCB-RGM NOT EQUAL RGM-ALUNO
                           OR TCB-COMPETENCIA GREATER THAN
                               WS-COMPETENCIA
                           MOVE 10 TO WS-FS-TRANSP-COBR
                       ELSE
                           IF TCB-STATUS EQUAL "PENDENTE"
                               ADD TCB-VALOR TO WS-TCB-VALOR-ALUNO
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-TRANSP-COBR
           END-IF.

       BAIXA-TRANSPORTE-PROCEDURE.
           MOVE RGM-ALUNO TO TCB-RGM
           MOVE ZEROS TO TCB-COMPETENCIA
           START TRANSPORTE-COBRANCAS KEY IS NOT LESS THAN TCB-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-TRANSP-COBR
           END-START
           PERFORM UNTIL WS-FS-TRANSP-COBR EQUAL 10
               READ TRANSPORTE-COBRANCAS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-TRANSP-COBR
                   NOT AT END
                   IF TCB-RGM NOT EQUAL RGM-ALUNO
                       OR TCB-COMPETENCIA GREATER THAN WS-COMPETENCIA
                       MOVE 10 TO WS-FS-TRANSP-COBR
                   ELSE
                       IF TCB-STATUS EQUAL "PENDENTE"
                           MOVE "COBRADO" TO TCB-STATUS
                           MOVE WS-COMPETENCIA TO TCB-COMPET-COBRADA
                           REWRITE REG-TRANSPORTE-COBRANCA
                           END-REWRITE
                           ADD 1 TO WS-TCB-QTDE-LANCADAS
                           ADD TCB-VALOR TO WS-TCB-TOTAL-LANCADO
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-TRANSP-COBR.

      *    TAXAS DAS ATIVIDADES EXTRACURRICULARES DO ALUNO, COM
      *    COMPETENCIA ATE A GERADA, SEM DESCONTO DE BOLSA
       SOMA-ATIVIDADES-EXTRA-PROCEDURE.
           MOVE ZEROS TO WS-ECB-VALOR-ALUNO
           IF WS-ECB-ABERTO EQUAL "S"
               MOVE RGM-ALUNO TO ECB-RGM
               MOVE ZEROS TO ECB-COMPETENCIA
               MOVE ZEROS TO ECB-ATIVIDADE
               START EXTRA-COBRANCAS KEY IS NOT LESS THAN ECB-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-EXTRA-COBR
               END-START
               PERFORM UNTIL WS-FS-EXTRA-COBR EQUAL 10
                   READ EXTRA-COBRANCAS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-EXTRA-COBR
                       NOT AT END
                       IF ECB-RGM NOT EQUAL RGM-ALUNO
                           OR ECB-COMPETENCIA GREATER THAN
                               WS-COMPETENCIA
                           MOVE 10 TO WS-FS-EXTRA-COBR
                       ELSE
                           IF ECB-STATUS EQUAL "PENDENTE"
                               ADD ECB-VALOR TO WS-ECB-VALOR-ALUNO
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-EXTRA-COBR
           END-IF.

       BAIXA-ATIVIDADES-EXTRA-PROCEDURE.
           MOVE RGM-ALUNO TO ECB-RGM
           MOVE ZEROS TO ECB-COMPETENCIA
           MOVE ZEROS TO ECB-ATIVIDADE
           START EXTRA-COBRANCAS KEY IS NOT LESS THAN ECB-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-EXTRA-COBR
           END-START
           PERFORM UNTIL WS-FS-EXTRA-COBR EQUAL 10
               READ EXTRA-COBRANCAS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-EXTRA-COBR
                   NOT AT END
                   IF ECB-RGM NOT EQUAL RGM-ALUNO
                       OR ECB-COMPETENCIA GREATER THAN WS-COMPETENCIA
                       MOVE 10 TO WS-FS-EXTRA-COBR
                   ELSE
                       IF ECB-STATUS EQUAL "PENDENTE"
                           MOVE "COBRADO" TO ECB-STATUS
                           MOVE WS-COMPETENCIA TO ECB-COMPET-COBRADA
                           REWRITE REG-EXTRA-COBRANCA
                           END-REWRITE
                           ADD 1 TO WS-ECB-QTDE-LANCADAS
                           ADD ECB-VALOR TO WS-ECB-TOTAL-LANCADO
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-EXTRA-COBR.

       CONSOLIDA-RESPONSAVEL-PROCEDURE.
           IF WS-FS-ALUNORESP NOT EQUAL ZEROS
               OR WS-FS-CONSOLIDADO NOT EQUAL ZEROS
                       KEY IS CON-CHAVE
                       INVALID KEY
                       MOVE MEN-VALOR TO CON-VALOR
                       MOVE MEN-VALOR-TRANSPORTE TO
                           CON-VALOR-TRANSPORTE
                       MOVE 1 TO CON-QTDE-ALUNOS
                       MOVE "ABERTO" TO CON-STATUS
                       WRITE REG-CONSOLIDADO
                       END-WRITE
                       NOT INVALID KEY
                       ADD MEN-VALOR TO CON-VALOR
                       ADD MEN-VALOR-TRANSPORTE TO
                           CON-VALOR-TRANSPORTE
                       ADD 1 TO CON-QTDE-ALUNOS
                       REWRITE REG-CONSOLIDADO
                       END-REWRITE
               GO TO MENU-MENSALIDADES-PROCEDURE
           END-IF

           MOVE "ESCOLA" TO WS-ENC-ORIGEM
           PERFORM CARREGA-ENCARGOS-PARAM-PROCEDURE

           MOVE ZEROS TO WS-FS-MENSALIDADES
           OPEN I-O MENSALIDADES
           IF WS-FS-MENSALIDADES NOT EQUAL ZEROS
               IF MEN-STATUS EQUAL "PAGO"
                   DISPLAY "MENSALIDADE JA ESTA PAGA"
               ELSE
                   COMPUTE WS-SALDO-ABERTO = MEN-VALOR
                       + MEN-VALOR-TRANSPORTE - MEN-VALOR-PAGO
                   DISPLAY "ALUNO: " MEN-NOME
                   DISPLAY "VALOR: " MEN-VALOR
                       " VENCIMENTO: " MEN-DATA-VENCIMENTO
                   IF MEN-VALOR-TRANSPORTE GREATER THAN ZEROS
                       DISPLAY "TRANSPORTE ESCOLAR: "
                           MEN-VALOR-TRANSPORTE
                   END-IF
                   DISPLAY "VALOR JA PAGO..: " MEN-VALOR-PAGO
                   DISPLAY "SALDO EM ABERTO: " WS-SALDO-ABERTO
                   DISPLAY "INFORME A DATA DO PAGAMENTO (AAAAMMDD): "
                   ACCEPT WS-DATA-PAGAMENTO

                   MOVE MEN-DATA-VENCIMENTO TO WS-ENC-VENCIMENTO
                   MOVE WS-DATA-PAGAMENTO TO WS-ENC-DATA-PAGAMENTO
                   MOVE WS-SALDO-ABERTO TO WS-ENC-BASE
                   PERFORM CALCULA-ENCARGOS-PROCEDURE
                   IF WS-ENC-MULTA GREATER THAN ZEROS
                       OR WS-ENC-JUROS GREATER THAN ZEROS
                       DISPLAY "DIAS DE ATRASO.: " WS-ENC-DIAS-ATRASO
                       DISPLAY "MULTA..........: " WS-ENC-MULTA
                       DISPLAY "JUROS..........: " WS-ENC-JUROS
                       DISPLAY "TOTAL DEVIDO...: " WS-ENC-TOTAL
                   END-IF

                   DISPLAY "INFORME O VALOR DA MENSALIDADE A QUITAR: "
                   ACCEPT WS-VALOR-PAGAMENTO

                   IF WS-VALOR-PAGAMENTO EQUAL ZEROS
                       DISPLAY "VALOR INVALIDO - NADA REGISTRADO"
                   ELSE IF WS-VALOR-PAGAMENTO GREATER WS-SALDO-ABERTO
                       DISPLAY "VALOR MAIOR QUE O SALDO EM ABERTO"
                       DISPLAY "PAGAMENTO NAO REGISTRADO"
                   ELSE
                       MOVE WS-VALOR-PAGAMENTO TO WS-ENC-BASE
                       PERFORM CALCULA-ENCARGOS-PROCEDURE
                       DISPLAY "VALOR A RECEBER DA FAMILIA: "
                           WS-ENC-TOTAL

                       ADD WS-VALOR-PAGAMENTO TO MEN-VALOR-PAGO
                       MOVE WS-DATA-PAGAMENTO TO MEN-DATA-PAGAMENTO
                       IF WS-VALOR-PAGAMENTO EQUAL WS-SALDO-ABERTO
                           MOVE "PAGO" TO MEN-STATUS
                       ELSE
                           MOVE "PARCIAL" TO MEN-STATUS
                       MOVE "PAGAMENTO" TO WS-AUD-OPERACAO
                       MOVE MEN-RGM TO WS-AUD-CHAVE
                       PERFORM GRAVA-AUDITORIA-PROCEDURE

                       MOVE SPACES TO WS-ENC-CHAVE
                       STRING MEN-RGM "-" MEN-COMPETENCIA
                           DELIMITED BY SIZE INTO WS-ENC-CHAVE
                       PERFORM GRAVA-ENCARGOS-PROCEDURE

                       MOVE "MEN" TO WS-BXT-ORIGEM
                       MOVE WS-ENC-CHAVE TO WS-BXT-CHAVE
                       MOVE WS-DATA-PAGAMENTO TO WS-BXT-DATA-PAGAMENTO
                       MOVE WS-VALOR-PAGAMENTO TO WS-BXT-VALOR
                       PERFORM GRAVA-BAIXA-TITULO-PROCEDURE
                   END-IF
               END-IF
           END-READ
                   NOT AT END
                   IF MEN-STATUS NOT EQUAL "PAGO"
                       AND MEN-DATA-VENCIMENTO LESS THAN WS-DATA-HOJE
                       COMPUTE WS-SALDO-ABERTO = MEN-VALOR
                           + MEN-VALOR-TRANSPORTE - MEN-VALOR-PAGO
                       ADD 1 TO WS-QTDE-INADIMPLENTES
                       ADD WS-SALDO-ABERTO TO WS-TOTAL-INADIMPLENCIA
                       DISPLAY MEN-RGM " " MEN-COMPETENCIA " "
           GO TO MENU-MENSALIDADES-PROCEDURE.

       COPY FERPRC.
       COPY TEXPRC.
       COPY BXTPRC.
       COPY ENCPRC.
       COPY LOGINPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
