      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-TECNICOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       COPY TECSEL.

       COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY TECFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-TECNICOS      PIC 99.
       77 WS-OPC              PIC X(1).
       77 WS-ALTERA           PIC X VALUE SPACES.
       77 WS-TENT-INVALIDAS   PIC 9(02) VALUE ZEROS.
       77 WS-TENT-LIMITE      PIC 9(02) VALUE 3.
       77 WS-RESPOSTA         PIC X(01) VALUE SPACES.

       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MENU-TECNICOS-PROCEDURE.

           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-TECNICOS-REPROMPT.

           DISPLAY ' '
           DISPLAY '---------MENU TECNICOS DA BANCADA ---------'
           DISPLAY 'I - INCLUSAO DE TECNICO'
           DISPLAY 'A - ALTERACAO DE DADOS DO TECNICO'
           DISPLAY 'C - CONSULTAR DADOS DO TECNICO'
           DISPLAY 'L - LISTAR TODOS OS TECNICOS'
           DISPLAY 'V - ENCERRAR'
           DISPLAY 'DIGITE A OPCAO I,A,C OU L... OU V PARA SAIR'

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO 'V'

               IF WS-OPC IS EQUAL TO 'I'
               GO TO INCLUIR-TECNICOS
               ELSE IF WS-OPC IS EQUAL TO 'C'
               GO TO LER-TECNICOS
               ELSE IF WS-OPC IS EQUAL TO 'A'
               GO TO ALTERA-TECNICOS
               ELSE IF WS-OPC IS EQUAL TO 'L'
               GO TO LISTAR-TECNICOS
               ELSE
               DISPLAY 'OPCAO INVALIDA'
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY 'MUITAS OPCOES INVALIDAS'
                   DISPLAY 'APLICACAO FINALIZADA!'
                   STOP RUN
               END-IF
               GO TO MENU-TECNICOS-REPROMPT
               END-IF

           END-PERFORM

           DISPLAY 'APLICACAO FINALIZADA!'
           STOP RUN.

       INCLUIR-TECNICOS.
           MOVE ZEROS TO WS-FS-TECNICOS
           OPEN I-O TECNICOS
           IF WS-FS-TECNICOS EQUAL 35 THEN
               OPEN OUTPUT TECNICOS
               CLOSE TECNICOS
               OPEN I-O TECNICOS
           END-IF
           IF WS-FS-TECNICOS EQUAL ZEROS
               DISPLAY 'INFORME O CODIGO DO TECNICO:'
               ACCEPT TEC-CODIGO
               IF TEC-CODIGO EQUAL ZEROS
                   DISPLAY 'CODIGO 000 E RESERVADO PARA ORDEM SEM '
                       'TECNICO'
                   CLOSE TECNICOS
                   GO TO MENU-TECNICOS-PROCEDURE
               END-IF
               DISPLAY 'INFORME O NOME DO TECNICO'
               ACCEPT TEC-NOME
               DISPLAY 'INFORME O TELEFONE DO TECNICO: '
               ACCEPT TEC-TELEFONE
               DISPLAY 'INFORME A ESPECIALIDADE (EX: INFORMATICA): '
               ACCEPT TEC-ESPECIALIDADE
               MOVE 'ATIVO' TO TEC-SITUACAO

               WRITE REG-TECNICO

               IF WS-FS-TECNICOS NOT EQUAL ZEROS
                   DISPLAY 'ERRO - NAO FOI POSSIVEL GRAVAR O REGISTRO'
                   MOVE WS-FS-TECNICOS TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               ELSE
                   DISPLAY 'REGISTRO GRAVADO COM SUCESSO!'
                   MOVE 'CAD-TECNICOS' TO WS-AUD-PROGRAMA
                   MOVE 'INCLUSAO' TO WS-AUD-OPERACAO
                   MOVE TEC-CODIGO TO WS-AUD-CHAVE
                   PERFORM GRAVA-AUDITORIA-PROCEDURE
               END-IF
           ELSE
               DISPLAY 'ERRO AO CRIAR O ARQUIVO'
               MOVE WS-FS-TECNICOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF
           CLOSE TECNICOS
           GO TO MENU-TECNICOS-PROCEDURE.

       LER-TECNICOS.
           OPEN I-O TECNICOS

           DISPLAY 'INFORME O CODIGO DO TECNICO'
           ACCEPT TEC-CODIGO

           READ TECNICOS RECORD
               KEY IS TEC-CODIGO
               INVALID KEY
               DISPLAY 'CODIGO DO TECNICO INVALIDO'
               NOT INVALID KEY
               DISPLAY 'CODIGO: ' TEC-CODIGO
               DISPLAY 'NOME DO TECNICO: ' TEC-NOME
               DISPLAY 'TELEFONE: ' TEC-TELEFONE
               DISPLAY 'ESPECIALIDADE: ' TEC-ESPECIALIDADE
               DISPLAY 'SITUACAO: ' TEC-SITUACAO
           END-READ

           CLOSE TECNICOS
           GO TO MENU-TECNICOS-PROCEDURE.

      *    TECNICO QUE SAIU DA LOJA FICA INATIVO - NAO E EXCLUIDO PARA
      *    MANTER O HISTORICO DAS ORDENS E DA PRODUTIVIDADE
       ALTERA-TECNICOS.
           OPEN I-O TECNICOS

           DISPLAY 'INFORME O CODIGO DO TECNICO'
           ACCEPT TEC-CODIGO

           MOVE SPACES TO WS-ALTERA
           READ TECNICOS RECORD
               KEY IS TEC-CODIGO
               INVALID KEY
               DISPLAY 'CODIGO DO TECNICO INVALIDO'
               NOT INVALID KEY
               DISPLAY 'CODIGO: ' TEC-CODIGO
               DISPLAY 'NOME DO TECNICO: ' TEC-NOME
               DISPLAY 'SITUACAO: ' TEC-SITUACAO
               MOVE 'S' TO WS-ALTERA
           END-READ

           IF WS-ALTERA IS EQUAL TO 'S'
               DISPLAY "INFORME O NOVO NOME DO TECNICO"
               ACCEPT TEC-NOME
               DISPLAY "INFORME O NOVO TELEFONE:"
               ACCEPT TEC-TELEFONE
               DISPLAY "INFORME A NOVA ESPECIALIDADE:"
               ACCEPT TEC-ESPECIALIDADE
               DISPLAY "TECNICO ATIVO NA BANCADA? (S/N)"
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA EQUAL 'N'
                   MOVE 'INATIVO' TO TEC-SITUACAO
               ELSE
                   MOVE 'ATIVO' TO TEC-SITUACAO
               END-IF
               DISPLAY 'REGISTRO ALTERADO'
               REWRITE REG-TECNICO
               END-REWRITE
               MOVE 'CAD-TECNICOS' TO WS-AUD-PROGRAMA
               MOVE 'ALTERACAO' TO WS-AUD-OPERACAO
               MOVE TEC-CODIGO TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           END-IF

           CLOSE TECNICOS
           GO TO MENU-TECNICOS-PROCEDURE.

       LISTAR-TECNICOS.
           OPEN INPUT TECNICOS

           IF WS-FS-TECNICOS EQUAL ZEROS
               DISPLAY '----- RELACAO DE TECNICOS -----'
               PERFORM UNTIL WS-FS-TECNICOS EQUAL 10
                   READ TECNICOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-TECNICOS
                       NOT AT END
                       DISPLAY TEC-CODIGO ' ' TEC-NOME
                           ' ' TEC-ESPECIALIDADE ' ' TEC-SITUACAO
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TECNICOS'
               MOVE WS-FS-TECNICOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF

           CLOSE TECNICOS
           GO TO MENU-TECNICOS-PROCEDURE.

       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM CADASTRO-TECNICOS.
