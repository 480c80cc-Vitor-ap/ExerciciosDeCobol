           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-MORTO-TEMP.

       SELECT ALUNOS ASSIGN TO WS-ARQ-ALUNOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ALUNOS.

       COPY FMDSEL.

       COPY TEXSEL.

       COPY OPERSEL.

       COPY AUDITSEL.

       DATA DIVISION.
       COPY CRECFD.

       FD PEDIDOS-ARQMORTO.
       01 ARQ-PEDIDO                   PIC X(146).
       01 ARQ-PEDIDO-CAMPOS REDEFINES ARQ-PEDIDO.
           03 ARQ-CODIGO-PEDIDO        PIC 9(10).
           03 ARQ-NUM-NOTA-FISCAL      PIC 9(06).
           03 ARQ-CODIGO-CLIENTE       PIC 9(05).
           03 ARQ-NOME                 PIC X(25).
           03 ARQ-RG                   PIC X(15).
           03 ARQ-TELEFONE             PIC X(13).
           03 FILLER                   PIC X(72).

       FD ARQMORTO-TEMP.
       01 TMP-ARQ-PEDIDO               PIC X(146).

       FD ALUNOS.
       01 REG-ALUNOS.
           03 RGM-ALUNO                PIC 9(05).
           03 NOME-ALUNO               PIC A(20).
           03 SIT-ALUNO                PIC X(01).
           03 TURMA-ALUNO              PIC X(07).

       COPY FMDFD.

       COPY TEXFD.

       COPY OPERFD.

       COPY AUDITFD.

       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-DATA-CORTE        PIC 9(08) VALUE ZEROS.
       77 WS-ANO-CORTE         PIC 9(04) VALUE ZEROS.
       77 WS-CLIENTE-ALVO      PIC 9(05) VALUE ZEROS.
       77 WS-ULTIMA-COMPRA     PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-ANONIMIZADOS PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-MORTO        PIC 9(05) VALUE ZEROS.
       77 WS-RG-MASCARADO      PIC X(15) VALUE '*ANONIMIZADO*  '.
       77 WS-TALLY-AUDIT       PIC 9(03) VALUE ZEROS.
       77 WS-TEL-MASCARADO     PIC X(13) VALUE '*************'.
       77 WS-FS-ALUNOS         PIC 99.
       77 WS-FS-FICHAS         PIC 99.
       77 WS-TIPO-TITULAR      PIC X(1).
       77 WS-ALUNO-ALVO        PIC 9(05) VALUE ZEROS.
       77 WS-ACHOU-ALUNO       PIC X(01) VALUE 'N'.
       77 WS-SIT-ALUNO         PIC X(01) VALUE SPACES.
       77 WS-DATA-SAIDA        PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-PURGADAS     PIC 9(05) VALUE ZEROS.
       77 WS-IDX-FICHA         PIC 9(01) VALUE ZEROS.

       COPY TEXWS.
       COPY LOGINWS.
       COPY AUDITWS.
       COPY FSMSGWS.

           DISPLAY 'A - ANONIMIZAR CLIENTES INATIVOS'
           DISPLAY 'M - ANONIMIZAR O ARQUIVO MORTO DE PEDIDOS'
           DISPLAY 'E - EXTRATO DE DADOS DE UMA PESSOA'
           DISPLAY 'S - EXPURGAR FICHAS MEDICAS DE ALUNOS DESLIGADOS'
           DISPLAY 'V - ENCERRAR'
           DISPLAY 'DIGITE A OPCAO A,M,E OU S... OU V PARA SAIR'

           ACCEPT WS-OPC

               GO TO ANONIMIZA-ARQUIVO-MORTO
               ELSE IF WS-OPC IS EQUAL TO 'E'
               GO TO EXTRATO-PESSOA
               ELSE IF WS-OPC IS EQUAL TO 'S'
               GO TO EXPURGA-FICHAS-MEDICAS
               ELSE
               DISPLAY 'OPCAO INVALIDA'
               ADD 1 TO WS-TENT-INVALIDAS
           GO TO MENU-LGPD-PROCEDURE.

       EXTRATO-PESSOA.
           DISPLAY 'TITULAR DOS DADOS: (C)LIENTE OU (A)LUNO? '
           ACCEPT WS-TIPO-TITULAR
           IF WS-TIPO-TITULAR EQUAL 'A'
               GO TO EXTRATO-ALUNO
           END-IF

           DISPLAY 'INFORME O CODIGO DO CLIENTE: '
           ACCEPT WS-CLIENTE-ALVO
           DISPLAY 'INFORME O SEU ID DE OPERADOR: '

           GO TO MENU-LGPD-PROCEDURE.

      * O EXTRATO DO ALUNO INCLUI A FICHA MEDICA, DADO SENSIVEL QUE SO
      * O PERFIL SAUDE PODE EXIBIR
       EXTRATO-ALUNO.
           PERFORM AUTORIZA-SAUDE-PROCEDURE
           IF WS-LOGIN-PERFIL NOT EQUAL 'SAUDE'
               GO TO MENU-LGPD-PROCEDURE
           END-IF

           DISPLAY 'INFORME O RGM DO ALUNO: '
           ACCEPT WS-ALUNO-ALVO

           DISPLAY ' '
           DISPLAY '----- DADOS MANTIDOS SOBRE O ALUNO -----'

           PERFORM PROCURA-ALUNO-PROCEDURE
           IF WS-ACHOU-ALUNO NOT EQUAL 'S'
               DISPLAY 'ALUNO NAO CADASTRADO'
           END-IF

           DISPLAY 'FICHA MEDICA:'
           MOVE ZEROS TO WS-FS-FICHAS
           OPEN INPUT FICHAS-MEDICAS
           IF WS-FS-FICHAS EQUAL ZEROS
               MOVE WS-ALUNO-ALVO TO FMD-RGM
               READ FICHAS-MEDICAS RECORD
                   KEY IS FMD-RGM
                   INVALID KEY
                   DISPLAY '  NENHUMA FICHA MEDICA MANTIDA'
                   NOT INVALID KEY
                   PERFORM EXIBE-FICHA-MEDICA-PROCEDURE
               END-READ
               CLOSE FICHAS-MEDICAS
           ELSE
               DISPLAY '  NENHUMA FICHA MEDICA MANTIDA'
           END-IF

           DISPLAY 'REGISTROS DE AUDITORIA COM A CHAVE DO ALUNO:'
           MOVE ZEROS TO WS-FS-AUDITORIA
           OPEN INPUT AUDITORIA
           IF WS-FS-AUDITORIA EQUAL ZEROS
               PERFORM UNTIL WS-FS-AUDITORIA EQUAL 10
                   READ AUDITORIA
                       AT END MOVE 10 TO WS-FS-AUDITORIA
                       NOT AT END
                       MOVE ZEROS TO WS-TALLY-AUDIT
                       INSPECT REG-AUDITORIA
                           TALLYING WS-TALLY-AUDIT
                           FOR ALL WS-ALUNO-ALVO
                       IF WS-TALLY-AUDIT GREATER THAN ZEROS
                           DISPLAY '  ' REG-AUDITORIA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA
           END-IF

           MOVE 'LGPD-PRIVAC' TO WS-AUD-PROGRAMA
           MOVE 'EXIBE-SAUDE' TO WS-AUD-OPERACAO
           MOVE WS-ALUNO-ALVO TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           GO TO MENU-LGPD-PROCEDURE.

       EXIBE-FICHA-MEDICA-PROCEDURE.
           DISPLAY '  TIPO SANGUINEO: ' FMD-TIPO-SANGUINEO
           DISPLAY '  ALERGIAS: ' FMD-ALERGIAS
           DISPLAY '  CONDICOES: ' FMD-CONDICOES
           PERFORM VARYING WS-IDX-FICHA FROM 1 BY 1
               UNTIL WS-IDX-FICHA GREATER THAN 4
               IF FMD-MED-NOME(WS-IDX-FICHA) NOT EQUAL SPACES
                   DISPLAY '  MEDICAMENTO: '
                       FMD-MED-NOME(WS-IDX-FICHA) ' '
                       FMD-MED-DOSAGEM(WS-IDX-FICHA)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX-FICHA FROM 1 BY 1
               UNTIL WS-IDX-FICHA GREATER THAN 3
               IF FMD-CTT-NOME(WS-IDX-FICHA) NOT EQUAL SPACES
                   DISPLAY '  CONTATO: ' FMD-CTT-NOME(WS-IDX-FICHA)
                       ' ' FMD-CTT-PARENTESCO(WS-IDX-FICHA)
                       ' TEL ' FMD-CTT-TELEFONE(WS-IDX-FICHA)
               END-IF
           END-PERFORM
           DISPLAY '  ATUALIZADA EM ' FMD-DATA-ATUALIZACAO
               ' POR ' FMD-OPERADOR.

      * A FICHA DO ALUNO DESLIGADO (INATIVO OU FORA DO CADASTRO) E
      * EXCLUIDA QUANDO A SAIDA - DATA DA TRANSFERENCIA EXPEDIDA OU,
      * SEM ELA, A ULTIMA ATUALIZACAO DA FICHA - PASSA DA RETENCAO
       EXPURGA-FICHAS-MEDICAS.
           PERFORM AUTORIZA-SAUDE-PROCEDURE
           IF WS-LOGIN-PERFIL NOT EQUAL 'SAUDE'
               GO TO MENU-LGPD-PROCEDURE
           END-IF

           DISPLAY 'INFORME OS ANOS DE RETENCAO APOS A SAIDA '
               'DO ALUNO (EX: 05): '
           ACCEPT WS-ANOS-RETENCAO
           IF WS-ANOS-RETENCAO EQUAL ZEROS
               DISPLAY 'RETENCAO ZERADA - NADA EXPURGADO'
               GO TO MENU-LGPD-PROCEDURE
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-ANO-CORTE =
               (WS-DATA-HOJE / 10000) - WS-ANOS-RETENCAO
           COMPUTE WS-DATA-CORTE = WS-DATA-HOJE -
               (WS-DATA-HOJE / 10000 * 10000) +
               (WS-ANO-CORTE * 10000)

           DISPLAY 'EXPURGANDO FICHAS DE ALUNOS DESLIGADOS ANTES DE '
               WS-DATA-CORTE

           MOVE ZEROS TO WS-FS-FICHAS
           OPEN I-O FICHAS-MEDICAS
           IF WS-FS-FICHAS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE FICHAS MEDICAS'
               MOVE WS-FS-FICHAS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-LGPD-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-QTDE-PURGADAS
           PERFORM UNTIL WS-FS-FICHAS EQUAL 10
               READ FICHAS-MEDICAS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-FICHAS
                   NOT AT END
                   PERFORM AVALIA-FICHA-PROCEDURE
               END-READ
           END-PERFORM

           CLOSE FICHAS-MEDICAS

           DISPLAY 'FICHAS MEDICAS EXPURGADAS: ' WS-QTDE-PURGADAS
           GO TO MENU-LGPD-PROCEDURE.

       AVALIA-FICHA-PROCEDURE.
           MOVE FMD-RGM TO WS-ALUNO-ALVO
           PERFORM PROCURA-ALUNO-PROCEDURE
           IF WS-ACHOU-ALUNO NOT EQUAL 'S'
               OR WS-SIT-ALUNO EQUAL 'I'
               MOVE FMD-DATA-ATUALIZACAO TO WS-DATA-SAIDA
               MOVE FMD-RGM TO WS-TEX-RGM-TESTE
               MOVE ZEROS TO WS-TEX-DATA-TESTE
               PERFORM VERIFICA-TRANSF-EXPEDIDA-PROCEDURE
               IF WS-TEX-DATA-SAIDA GREATER THAN WS-DATA-SAIDA
                   MOVE WS-TEX-DATA-SAIDA TO WS-DATA-SAIDA
               END-IF

               IF WS-DATA-SAIDA LESS THAN WS-DATA-CORTE
                   DELETE FICHAS-MEDICAS RECORD
                   END-DELETE
                   ADD 1 TO WS-QTDE-PURGADAS
                   DISPLAY 'FICHA MEDICA DO ALUNO ' FMD-RGM
                       ' EXPURGADA'

                   MOVE 'LGPD-PRIVAC' TO WS-AUD-PROGRAMA
                   MOVE 'PURGA-SAUDE' TO WS-AUD-OPERACAO
                   MOVE FMD-RGM TO WS-AUD-CHAVE
                   PERFORM GRAVA-AUDITORIA-PROCEDURE
               END-IF
           END-IF.

       PROCURA-ALUNO-PROCEDURE.
           MOVE 'N' TO WS-ACHOU-ALUNO
           MOVE SPACES TO WS-SIT-ALUNO
           MOVE ZEROS TO WS-FS-ALUNOS
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS EQUAL ZEROS
               PERFORM UNTIL WS-FS-ALUNOS EQUAL 10
                   READ ALUNOS
                       AT END MOVE 10 TO WS-FS-ALUNOS
                       NOT AT END
                       IF RGM-ALUNO EQUAL WS-ALUNO-ALVO
                           MOVE 'S' TO WS-ACHOU-ALUNO
                           MOVE SIT-ALUNO TO WS-SIT-ALUNO
                           MOVE 10 TO WS-FS-ALUNOS
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNOS
           END-IF.

      * DADOS DE SAUDE SO COM LOGIN DE OPERADOR DO PERFIL SAUDE
       AUTORIZA-SAUDE-PROCEDURE.
           IF WS-LOGIN-PERFIL NOT EQUAL 'SAUDE'
               PERFORM LOGIN-OPERADOR-ESCOLA-PROCEDURE
           END-IF
           MOVE WS-LOGIN-ID TO WS-AUD-OPERADOR
           IF WS-LOGIN-PERFIL NOT EQUAL 'SAUDE'
               DISPLAY 'DADOS DE SAUDE RESTRITOS AO PERFIL SAUDE'
               MOVE 'LGPD-PRIVAC' TO WS-AUD-PROGRAMA
               MOVE 'ACESSO-NEG' TO WS-AUD-OPERACAO
               MOVE WS-LOGIN-ID TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           END-IF.

       COPY TEXPRC.
       COPY LOGINPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.
