      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-FROTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       COPY ZONASEL.

       COPY VEICSEL.

       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY ZONAFD.

       COPY VEICFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-ZONAS         PIC 99.
       77 WS-FS-VEICULOS      PIC 99.
       77 WS-OPC              PIC X(1).
       77 WS-TENT-INVALIDAS   PIC 9(02) VALUE ZEROS.
       77 WS-TENT-LIMITE      PIC 9(02) VALUE 3.
       77 WS-ZONA-OK          PIC X(01) VALUE 'S'.
       77 WS-ZONA-CODIGO      PIC 9(03) VALUE ZEROS.
       77 WS-ZONA-DESCRICAO   PIC X(25) VALUE SPACES.
       77 WS-ZONA-CEP-INI     PIC 9(08) VALUE ZEROS.
       77 WS-ZONA-CEP-FIM     PIC 9(08) VALUE ZEROS.

       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MENU-FROTA-PROCEDURE.

           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-FROTA-REPROMPT.

           DISPLAY ' '
           DISPLAY '------ ZONAS DE ENTREGA E FROTA PROPRIA ------'
           DISPLAY 'Z - INCLUSAO DE ZONA DE ENTREGA'
           DISPLAY 'X - ALTERACAO DE ZONA DE ENTREGA'
           DISPLAY 'L - LISTAR ZONAS DE ENTREGA'
           DISPLAY 'I - INCLUSAO DE VEICULO'
           DISPLAY 'A - ALTERACAO DE VEICULO'
           DISPLAY 'F - LISTAR FROTA'
           DISPLAY 'V - ENCERRAR'
           DISPLAY 'DIGITE A OPCAO Z,X,L,I,A OU F... OU V PARA SAIR'

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO 'V'

               IF WS-OPC IS EQUAL TO 'Z'
               GO TO INCLUIR-ZONA
               ELSE IF WS-OPC IS EQUAL TO 'X'
               GO TO ALTERA-ZONA
               ELSE IF WS-OPC IS EQUAL TO 'L'
               GO TO LISTAR-ZONAS
               ELSE IF WS-OPC IS EQUAL TO 'I'
               GO TO INCLUIR-VEICULO
               ELSE IF WS-OPC IS EQUAL TO 'A'
               GO TO ALTERA-VEICULO
               ELSE IF WS-OPC IS EQUAL TO 'F'
               GO TO LISTAR-FROTA
               ELSE
               DISPLAY 'OPCAO INVALIDA'
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY 'MUITAS OPCOES INVALIDAS'
                   DISPLAY 'APLICACAO FINALIZADA!'
                   STOP RUN
               END-IF
               GO TO MENU-FROTA-REPROMPT
               END-IF

           END-PERFORM

           DISPLAY 'APLICACAO FINALIZADA!'
           STOP RUN.

       INCLUIR-ZONA.
           MOVE ZEROS TO WS-FS-ZONAS
           OPEN I-O ZONAS-ENTREGA
           IF WS-FS-ZONAS EQUAL 35
               OPEN OUTPUT ZONAS-ENTREGA
               CLOSE ZONAS-ENTREGA
               OPEN I-O ZONAS-ENTREGA
           END-IF

           DISPLAY 'INFORME O CODIGO DA ZONA (ORDEM NA ROTA): '
           ACCEPT WS-ZONA-CODIGO
           DISPLAY 'INFORME A DESCRICAO DA ZONA: '
           ACCEPT WS-ZONA-DESCRICAO
           PERFORM INFORMA-FAIXA-CEP-PROCEDURE

           IF WS-ZONA-OK EQUAL 'S'
               MOVE WS-ZONA-CODIGO TO ZON-CODIGO
               MOVE WS-ZONA-DESCRICAO TO ZON-DESCRICAO
               MOVE WS-ZONA-CEP-INI TO ZON-CEP-INICIAL
               MOVE WS-ZONA-CEP-FIM TO ZON-CEP-FINAL
               WRITE REG-ZONA-ENTREGA
               IF WS-FS-ZONAS NOT EQUAL ZEROS
                   DISPLAY 'ERRO - NAO FOI POSSIVEL GRAVAR O REGISTRO'
                   MOVE WS-FS-ZONAS TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               ELSE
                   DISPLAY 'ZONA DE ENTREGA CADASTRADA!'
                   MOVE 'CAD-FROTA' TO WS-AUD-PROGRAMA
                   MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
                   MOVE SPACES TO WS-AUD-CHAVE
                   STRING 'ZONA ' ZON-CODIGO
                       DELIMITED BY SIZE INTO WS-AUD-CHAVE
                   PERFORM GRAVA-AUDITORIA-PROCEDURE
               END-IF
           END-IF

           CLOSE ZONAS-ENTREGA
           GO TO MENU-FROTA-PROCEDURE.

       ALTERA-ZONA.
           MOVE ZEROS TO WS-FS-ZONAS
           OPEN I-O ZONAS-ENTREGA

           DISPLAY 'INFORME O CODIGO DA ZONA: '
           ACCEPT WS-ZONA-CODIGO
           MOVE WS-ZONA-CODIGO TO ZON-CODIGO

           READ ZONAS-ENTREGA RECORD
               KEY IS ZON-CODIGO
               INVALID KEY
               DISPLAY 'ZONA NAO CADASTRADA'
               NOT INVALID KEY
               DISPLAY 'ZONA: ' ZON-DESCRICAO
                   ' CEP ' ZON-CEP-INICIAL ' A ' ZON-CEP-FINAL
               DISPLAY 'INFORME A NOVA DESCRICAO: '
               ACCEPT WS-ZONA-DESCRICAO
               PERFORM INFORMA-FAIXA-CEP-PROCEDURE
               MOVE WS-ZONA-CODIGO TO ZON-CODIGO
               READ ZONAS-ENTREGA RECORD
                   KEY IS ZON-CODIGO
               END-READ
               IF WS-ZONA-OK EQUAL 'S'
                   MOVE WS-ZONA-DESCRICAO TO ZON-DESCRICAO
                   MOVE WS-ZONA-CEP-INI TO ZON-CEP-INICIAL
                   MOVE WS-ZONA-CEP-FIM TO ZON-CEP-FINAL
                   REWRITE REG-ZONA-ENTREGA
                   END-REWRITE
                   DISPLAY 'ZONA DE ENTREGA ALTERADA!'
                   MOVE 'CAD-FROTA' TO WS-AUD-PROGRAMA
                   MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
                   MOVE SPACES TO WS-AUD-CHAVE
                   STRING 'ZONA ' ZON-CODIGO
                       DELIMITED BY SIZE INTO WS-AUD-CHAVE
                   PERFORM GRAVA-AUDITORIA-PROCEDURE
               END-IF
           END-READ

           CLOSE ZONAS-ENTREGA
           GO TO MENU-FROTA-PROCEDURE.

      *    A FAIXA NAO PODE SOBREPOR A DE OUTRA ZONA, SENAO O MESMO CEP
      *    CAIRIA EM DUAS ROTAS NO PLANEJAMENTO DAS CARGAS
       INFORMA-FAIXA-CEP-PROCEDURE.
           MOVE 'S' TO WS-ZONA-OK
           DISPLAY 'INFORME O CEP INICIAL DA FAIXA (SO NUMEROS): '
           ACCEPT WS-ZONA-CEP-INI
           DISPLAY 'INFORME O CEP FINAL DA FAIXA (SO NUMEROS): '
           ACCEPT WS-ZONA-CEP-FIM

           IF WS-ZONA-CEP-INI GREATER THAN WS-ZONA-CEP-FIM
               DISPLAY 'CEP INICIAL MAIOR QUE O CEP FINAL'
               MOVE 'N' TO WS-ZONA-OK
           ELSE
               MOVE ZEROS TO ZON-CODIGO
               START ZONAS-ENTREGA KEY IS GREATER THAN ZON-CODIGO
                   INVALID KEY
                       MOVE 10 TO WS-FS-ZONAS
               END-START
               PERFORM UNTIL WS-FS-ZONAS EQUAL 10
                   READ ZONAS-ENTREGA NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-ZONAS
                       NOT AT END
                       IF ZON-CODIGO NOT EQUAL WS-ZONA-CODIGO
                           AND WS-ZONA-CEP-INI NOT GREATER THAN
                               ZON-CEP-FINAL
                           AND WS-ZONA-CEP-FIM NOT LESS THAN
                               ZON-CEP-INICIAL
                           DISPLAY 'FAIXA SOBREPOE A ZONA '
                               ZON-CODIGO ' ' ZON-DESCRICAO
                           MOVE 'N' TO WS-ZONA-OK
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-ZONAS
           END-IF.

       LISTAR-ZONAS.
           MOVE ZEROS TO WS-FS-ZONAS
           OPEN INPUT ZONAS-ENTREGA

           IF WS-FS-ZONAS EQUAL ZEROS
               DISPLAY '----- ZONAS DE ENTREGA (ORDEM DA ROTA) -----'
               PERFORM UNTIL WS-FS-ZONAS EQUAL 10
                   READ ZONAS-ENTREGA NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-ZONAS
                       NOT AT END
                       DISPLAY ZON-CODIGO ' ' ZON-DESCRICAO
                           ' CEP ' ZON-CEP-INICIAL
                           ' A ' ZON-CEP-FINAL
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ZONAS DE ENTREGA'
               MOVE WS-FS-ZONAS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF

           CLOSE ZONAS-ENTREGA
           GO TO MENU-FROTA-PROCEDURE.

       INCLUIR-VEICULO.
           MOVE ZEROS TO WS-FS-VEICULOS
           OPEN I-O VEICULOS
           IF WS-FS-VEICULOS EQUAL 35
               OPEN OUTPUT VEICULOS
               CLOSE VEICULOS
               OPEN I-O VEICULOS
           END-IF

           DISPLAY 'INFORME O CODIGO DO VEICULO: '
           ACCEPT VEI-CODIGO
           DISPLAY 'INFORME A PLACA: '
           ACCEPT VEI-PLACA
           DISPLAY 'INFORME A DESCRICAO (MODELO): '
           ACCEPT VEI-DESCRICAO
           DISPLAY 'INFORME A CAPACIDADE DE CARGA EM KG: '
           ACCEPT VEI-CAPAC-KG
           DISPLAY 'INFORME A CAPACIDADE DO BAU EM M3 (EX: 8.500): '
           ACCEPT VEI-CAPAC-M3
           MOVE 'S' TO VEI-ATIVO

           WRITE REG-VEICULO

           IF WS-FS-VEICULOS NOT EQUAL ZEROS
               DISPLAY 'ERRO - NAO FOI POSSIVEL GRAVAR O REGISTRO'
               MOVE WS-FS-VEICULOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               DISPLAY 'VEICULO CADASTRADO!'
               MOVE 'CAD-FROTA' TO WS-AUD-PROGRAMA
               MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
               MOVE SPACES TO WS-AUD-CHAVE
               STRING 'VEICULO ' VEI-CODIGO
                   DELIMITED BY SIZE INTO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           END-IF

           CLOSE VEICULOS
           GO TO MENU-FROTA-PROCEDURE.

       ALTERA-VEICULO.
           MOVE ZEROS TO WS-FS-VEICULOS
           OPEN I-O VEICULOS

           DISPLAY 'INFORME O CODIGO DO VEICULO: '
           ACCEPT VEI-CODIGO

           READ VEICULOS RECORD
               KEY IS VEI-CODIGO
               INVALID KEY
               DISPLAY 'VEICULO NAO CADASTRADO'
               NOT INVALID KEY
               DISPLAY 'VEICULO: ' VEI-PLACA ' ' VEI-DESCRICAO
                   ' KG ' VEI-CAPAC-KG ' M3 ' VEI-CAPAC-M3
                   ' ATIVO ' VEI-ATIVO
               DISPLAY 'INFORME A NOVA PLACA: '
               ACCEPT VEI-PLACA
               DISPLAY 'INFORME A NOVA DESCRICAO: '
               ACCEPT VEI-DESCRICAO
               DISPLAY 'INFORME A NOVA CAPACIDADE EM KG: '
               ACCEPT VEI-CAPAC-KG
               DISPLAY 'INFORME A NOVA CAPACIDADE EM M3: '
               ACCEPT VEI-CAPAC-M3
               DISPLAY 'VEICULO ATIVO PARA ENTREGAS? (S/N)'
               ACCEPT VEI-ATIVO
               IF VEI-ATIVO NOT EQUAL 'N'
                   MOVE 'S' TO VEI-ATIVO
               END-IF
               REWRITE REG-VEICULO
               END-REWRITE
               DISPLAY 'VEICULO ALTERADO!'
               MOVE 'CAD-FROTA' TO WS-AUD-PROGRAMA
               MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
               MOVE SPACES TO WS-AUD-CHAVE
               STRING 'VEICULO ' VEI-CODIGO
                   DELIMITED BY SIZE INTO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           END-READ

           CLOSE VEICULOS
           GO TO MENU-FROTA-PROCEDURE.

       LISTAR-FROTA.
           MOVE ZEROS TO WS-FS-VEICULOS
           OPEN INPUT VEICULOS

           IF WS-FS-VEICULOS EQUAL ZEROS
               DISPLAY '----- FROTA PROPRIA DE ENTREGA -----'
               PERFORM UNTIL WS-FS-VEICULOS EQUAL 10
                   READ VEICULOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-VEICULOS
                       NOT AT END
                       DISPLAY VEI-CODIGO ' ' VEI-PLACA ' '
                           VEI-DESCRICAO ' KG ' VEI-CAPAC-KG
                           ' M3 ' VEI-CAPAC-M3 ' ATIVO ' VEI-ATIVO
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE VEICULOS'
               MOVE WS-FS-VEICULOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF

           CLOSE VEICULOS
           GO TO MENU-FROTA-PROCEDURE.

       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM CADASTRO-FROTA.
