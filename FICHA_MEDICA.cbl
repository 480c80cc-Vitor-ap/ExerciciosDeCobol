      ******************************************************************
      * Author:
      * Date:
      * Purpose: FICHA MEDICA DO ALUNO - TIPO SANGUINEO, ALERGIAS,
      *          CONDICOES, MEDICAMENTOS AUTORIZADOS E CONTATOS DE
      *          EMERGENCIA, COM FICHA DE EMERGENCIA POR TURMA PARA
      *          SAIDAS. DADO SENSIVEL: ACESSO RESTRITO AO PERFIL SAUDE
      *          E TODA EXIBICAO E AUDITADA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHA-MEDICA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
           SELECT  ALUNOS ASSIGN TO WS-ARQ-ALUNOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ALUNOS.

           COPY FMDSEL.

           COPY ALRSSEL.

           COPY RESPSEL.

           COPY TURMSEL.

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

           COPY FMDFD.

           COPY ALRSFD.

           COPY RESPFD.

           COPY TURMFD.

           COPY SPOOLFD.

           COPY OPERFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       01 WS-FS-ALUNOS              PIC 99.
       01 WS-FS-FICHAS              PIC 99.
       01 WS-FS-ALUNORESP           PIC 99.
       01 WS-FS-RESPONSAVEIS        PIC 99.
       01 WS-FS-TURMAS              PIC 99.
       01 WS-OPC                    PIC X(001).
       01 WS-TENT-INVALIDAS         PIC 9(002) VALUE ZEROS.
       01 WS-TENT-LIMITE            PIC 9(002) VALUE 3.
       01 WS-RGM-BUSCA              PIC 9(005) VALUE ZEROS.
       01 WS-ACHOU-RGM              PIC X(001) VALUE "N".
       01 WS-NOME-ALUNO             PIC A(020) VALUE SPACES.
       01 WS-SIT-ALUNO              PIC X(001) VALUE SPACES.
       01 WS-TURMA-ALUNO            PIC X(007) VALUE SPACES.
       01 WS-TURMA-BUSCA            PIC X(007) VALUE SPACES.
       01 WS-FICHA-EXISTE           PIC X(001) VALUE "N".
       01 WS-FICHAS-ABERTO          PIC X(001) VALUE "N".
       01 WS-DATA-HOJE              PIC 9(008) VALUE ZEROS.
       01 WS-DATA-SAIDA             PIC 9(008) VALUE ZEROS.
       01 WS-DESTINO-SAIDA          PIC X(040) VALUE SPACES.
       01 WS-TIPO-ENTRADA           PIC X(003) VALUE SPACES.
       01 WS-TIPO-VALIDO            PIC X(001) VALUE "N".
       01 WS-TEXTO-ENTRADA          PIC X(060) VALUE SPACES.
       01 WS-ITEM                   PIC 9(001) VALUE ZEROS.
       01 WS-IDX                    PIC 9(004) VALUE ZEROS.
       01 WS-RESP-BUSCA             PIC 9(004) VALUE ZEROS.
       01 WS-RESP-VINCULADO         PIC 9(004) VALUE ZEROS.
       01 WS-NOME-RESP              PIC A(025) VALUE SPACES.
       01 WS-TEL-RESP               PIC X(013) VALUE SPACES.
       01 WS-ACHOU-RESP             PIC X(001) VALUE "N".
       01 WS-QTDE-ALUNOS-TURMA      PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-SEM-FICHA         PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-ALERTAS           PIC 9(003) VALUE ZEROS.
       01 WS-DATA-ED                PIC X(010) VALUE SPACES.
       01 WS-DATA-FORMATA           PIC 9(008) VALUE ZEROS.

       COPY SPOOLWS.
       COPY LOGINWS.
       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE
           PERFORM LOGIN-OPERADOR-ESCOLA-PROCEDURE
           IF WS-LOGIN-PERFIL NOT EQUAL "SAUDE"
               MOVE "FICHA-MEDICA" TO WS-AUD-PROGRAMA
               MOVE "ACESSO-NEG" TO WS-AUD-OPERACAO
               MOVE WS-LOGIN-ID TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
               DISPLAY "FICHA MEDICA RESTRITA AO PERFIL SAUDE"
               DISPLAY "APLICACAO FINALIZADA!"
               STOP RUN
           END-IF.
       MENU-FICHA-PROCEDURE.

           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-FICHA-REPROMPT.

           DISPLAY " "
           DISPLAY "---------FICHA MEDICA DO ALUNO -------------"
           DISPLAY "C - CONSULTAR FICHA MEDICA"
           DISPLAY "D - INCLUIR/ALTERAR DADOS CLINICOS"
           DISPLAY "M - MEDICAMENTOS AUTORIZADOS"
           DISPLAY "E - CONTATOS DE EMERGENCIA"
           DISPLAY "F - FICHA DE EMERGENCIA DA TURMA (SAIDAS)"
           DISPLAY "V - ENCERRAR"
           DISPLAY "DIGITE A OPCAO C,D,M,E OU F... OU V PARA SAIR"

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO "V"

               IF WS-OPC IS EQUAL TO "C"
               GO TO CONSULTA-FICHA
               ELSE IF WS-OPC IS EQUAL TO "D"
               GO TO ALTERA-DADOS-CLINICOS
               ELSE IF WS-OPC IS EQUAL TO "M"
               GO TO ALTERA-MEDICAMENTOS
               ELSE IF WS-OPC IS EQUAL TO "E"
               GO TO ALTERA-CONTATOS
               ELSE IF WS-OPC IS EQUAL TO "F"
               GO TO FICHA-EMERGENCIA-TURMA
               ELSE
               DISPLAY "OPCAO INVALIDA"
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY "MUITAS OPCOES INVALIDAS"
                   DISPLAY "APLICACAO FINALIZADA!"
                   STOP RUN
               END-IF
               GO TO MENU-FICHA-REPROMPT
               END-IF

           END-PERFORM

           DISPLAY "APLICACAO FINALIZADA!"
           STOP RUN.

       CONSULTA-FICHA.
           DISPLAY "INFORME O RGM DO ALUNO: "
           ACCEPT WS-RGM-BUSCA
           PERFORM PROCURA-RGM-PROCEDURE
           IF WS-ACHOU-RGM NOT EQUAL "S"
               DISPLAY "ALUNO NAO CADASTRADO"
               GO TO MENU-FICHA-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-FICHAS
           OPEN INPUT FICHAS-MEDICAS
           IF WS-FS-FICHAS NOT EQUAL ZEROS
               DISPLAY "NENHUMA FICHA MEDICA CADASTRADA"
               GO TO MENU-FICHA-PROCEDURE
           END-IF
           MOVE WS-RGM-BUSCA TO FMD-RGM
           READ FICHAS-MEDICAS RECORD
               KEY IS FMD-RGM
               INVALID KEY
               DISPLAY "ALUNO SEM FICHA MEDICA"
               CLOSE FICHAS-MEDICAS
               GO TO MENU-FICHA-PROCEDURE
           END-READ
           CLOSE FICHAS-MEDICAS

           PERFORM ATUALIZA-CONTATOS-RESP-PROCEDURE
           PERFORM EXIBE-FICHA-PROCEDURE

           MOVE "FICHA-MEDICA" TO WS-AUD-PROGRAMA
           MOVE "CONSULTA" TO WS-AUD-OPERACAO
           MOVE WS-RGM-BUSCA TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           GO TO MENU-FICHA-PROCEDURE.

      * ENTER EM BRANCO MANTEM O VALOR ATUAL; PARA ZERAR AS ALERGIAS OU
      * AS CONDICOES INFORME "NENHUMA"
       ALTERA-DADOS-CLINICOS.
           DISPLAY "INFORME O RGM DO ALUNO: "
           ACCEPT WS-RGM-BUSCA
           PERFORM PROCURA-RGM-PROCEDURE
           IF WS-ACHOU-RGM NOT EQUAL "S"
               DISPLAY "ALUNO NAO CADASTRADO"
               GO TO MENU-FICHA-PROCEDURE
           END-IF

           PERFORM ABRE-FICHA-PROCEDURE
           IF WS-FS-FICHAS NOT EQUAL ZEROS
               GO TO MENU-FICHA-PROCEDURE
           END-IF

           IF WS-FICHA-EXISTE EQUAL "S"
               DISPLAY "TIPO SANGUINEO ATUAL: " FMD-TIPO-SANGUINEO
               DISPLAY "ALERGIAS ATUAIS.....: " FMD-ALERGIAS
               DISPLAY "CONDICOES ATUAIS....: " FMD-CONDICOES
           END-IF

           MOVE "N" TO WS-TIPO-VALIDO
           PERFORM UNTIL WS-TIPO-VALIDO EQUAL "S"
               DISPLAY "TIPO SANGUINEO (A+,A-,B+,B-,AB+,AB-,O+,O-): "
               MOVE SPACES TO WS-TIPO-ENTRADA
               ACCEPT WS-TIPO-ENTRADA
               IF WS-TIPO-ENTRADA EQUAL SPACES
                   OR WS-TIPO-ENTRADA EQUAL "A+"
                   OR WS-TIPO-ENTRADA EQUAL "A-"
                   OR WS-TIPO-ENTRADA EQUAL "B+"
                   OR WS-TIPO-ENTRADA EQUAL "B-"
                   OR WS-TIPO-ENTRADA EQUAL "AB+"
                   OR WS-TIPO-ENTRADA EQUAL "AB-"
                   OR WS-TIPO-ENTRADA EQUAL "O+"
                   OR WS-TIPO-ENTRADA EQUAL "O-"
                   MOVE "S" TO WS-TIPO-VALIDO
               ELSE
                   DISPLAY "TIPO SANGUINEO INVALIDO"
               END-IF
           END-PERFORM
           IF WS-TIPO-ENTRADA NOT EQUAL SPACES
               MOVE WS-TIPO-ENTRADA TO FMD-TIPO-SANGUINEO
           END-IF

           DISPLAY "ALERGIAS (ENTER MANTEM O ATUAL): "
           MOVE SPACES TO WS-TEXTO-ENTRADA
           ACCEPT WS-TEXTO-ENTRADA
           IF WS-TEXTO-ENTRADA NOT EQUAL SPACES
               MOVE WS-TEXTO-ENTRADA TO FMD-ALERGIAS
           END-IF

           DISPLAY "CONDICOES DE SAUDE (ENTER MANTEM O ATUAL): "
           MOVE SPACES TO WS-TEXTO-ENTRADA
           ACCEPT WS-TEXTO-ENTRADA
           IF WS-TEXTO-ENTRADA NOT EQUAL SPACES
               MOVE WS-TEXTO-ENTRADA TO FMD-CONDICOES
           END-IF

           PERFORM GRAVA-FICHA-PROCEDURE
           GO TO MENU-FICHA-PROCEDURE.

       ALTERA-MEDICAMENTOS.
           DISPLAY "INFORME O RGM DO ALUNO: "
           ACCEPT WS-RGM-BUSCA
           PERFORM PROCURA-RGM-PROCEDURE
           IF WS-ACHOU-RGM NOT EQUAL "S"
               DISPLAY "ALUNO NAO CADASTRADO"
               GO TO MENU-FICHA-PROCEDURE
           END-IF

           PERFORM ABRE-FICHA-PROCEDURE
           IF WS-FS-FICHAS NOT EQUAL ZEROS
               GO TO MENU-FICHA-PROCEDURE
           END-IF.

       ALTERA-MEDICAMENTOS-ITEM.
           DISPLAY "MEDICAMENTOS AUTORIZADOS:"
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN 4
               DISPLAY "  " WS-IDX(4:1) " - " FMD-MED-NOME(WS-IDX)
                   " " FMD-MED-DOSAGEM(WS-IDX)
           END-PERFORM
           DISPLAY "ITEM A ALTERAR (1-4) OU 0 PARA GRAVAR: "
           MOVE ZEROS TO WS-ITEM
           ACCEPT WS-ITEM
           IF WS-ITEM EQUAL ZEROS
               PERFORM GRAVA-FICHA-PROCEDURE
               GO TO MENU-FICHA-PROCEDURE
           END-IF
           IF WS-ITEM GREATER THAN 4
               DISPLAY "ITEM INVALIDO"
               GO TO ALTERA-MEDICAMENTOS-ITEM
           END-IF

           DISPLAY "MEDICAMENTO (ENTER EM BRANCO REMOVE O ITEM): "
           MOVE SPACES TO FMD-MED-NOME(WS-ITEM)
           MOVE SPACES TO FMD-MED-DOSAGEM(WS-ITEM)
           ACCEPT FMD-MED-NOME(WS-ITEM)
           IF FMD-MED-NOME(WS-ITEM) NOT EQUAL SPACES
               PERFORM UNTIL FMD-MED-DOSAGEM(WS-ITEM) NOT EQUAL SPACES
                   DISPLAY "DOSAGEM E HORARIOS: "
                   ACCEPT FMD-MED-DOSAGEM(WS-ITEM)
               END-PERFORM
           END-IF
           GO TO ALTERA-MEDICAMENTOS-ITEM.

      * O CONTATO PODE SER UM RESPONSAVEL CADASTRADO (NOME E TELEFONE
      * SAO LIDOS DE RESPONSAVEIS A CADA EXIBICAO) OU DIGITADO AQUI
       ALTERA-CONTATOS.
           DISPLAY "INFORME O RGM DO ALUNO: "
           ACCEPT WS-RGM-BUSCA
           PERFORM PROCURA-RGM-PROCEDURE
           IF WS-ACHOU-RGM NOT EQUAL "S"
               DISPLAY "ALUNO NAO CADASTRADO"
               GO TO MENU-FICHA-PROCEDURE
           END-IF

           PERFORM BUSCA-RESP-ALUNO-PROCEDURE
           MOVE WS-RESP-BUSCA TO WS-RESP-VINCULADO
           IF WS-ACHOU-RESP EQUAL "S"
               DISPLAY "RESPONSAVEL VINCULADO: " WS-RESP-VINCULADO
                   " " WS-NOME-RESP " " WS-TEL-RESP
           ELSE
               MOVE ZEROS TO WS-RESP-VINCULADO
           END-IF

           PERFORM ABRE-FICHA-PROCEDURE
           IF WS-FS-FICHAS NOT EQUAL ZEROS
               GO TO MENU-FICHA-PROCEDURE
           END-IF.

       ALTERA-CONTATOS-ITEM.
           DISPLAY "CONTATOS DE EMERGENCIA:"
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN 3
               DISPLAY "  " WS-IDX(4:1) " - " FMD-CTT-NOME(WS-IDX)
                   " " FMD-CTT-PARENTESCO(WS-IDX)
                   " " FMD-CTT-TELEFONE(WS-IDX)
           END-PERFORM
           DISPLAY "ITEM A ALTERAR (1-3) OU 0 PARA GRAVAR: "
           MOVE ZEROS TO WS-ITEM
           ACCEPT WS-ITEM
           IF WS-ITEM EQUAL ZEROS
               PERFORM GRAVA-FICHA-PROCEDURE
               GO TO MENU-FICHA-PROCEDURE
           END-IF
           IF WS-ITEM GREATER THAN 3
               DISPLAY "ITEM INVALIDO"
               GO TO ALTERA-CONTATOS-ITEM
           END-IF

           DISPLAY "CODIGO DO RESPONSAVEL (0 PARA DIGITAR O CONTATO): "
           IF WS-RESP-VINCULADO GREATER THAN ZEROS
               DISPLAY "(RESPONSAVEL VINCULADO: " WS-RESP-VINCULADO ")"
           END-IF
           MOVE ZEROS TO WS-RESP-BUSCA
           ACCEPT WS-RESP-BUSCA
           IF WS-RESP-BUSCA GREATER THAN ZEROS
               PERFORM LE-RESPONSAVEL-PROCEDURE
               IF WS-ACHOU-RESP NOT EQUAL "S"
                   DISPLAY "RESPONSAVEL NAO CADASTRADO"
                   GO TO ALTERA-CONTATOS-ITEM
               END-IF
               MOVE WS-RESP-BUSCA TO FMD-CTT-RESP(WS-ITEM)
               MOVE WS-NOME-RESP TO FMD-CTT-NOME(WS-ITEM)
               MOVE WS-TEL-RESP TO FMD-CTT-TELEFONE(WS-ITEM)
               DISPLAY "PARENTESCO: "
               MOVE SPACES TO FMD-CTT-PARENTESCO(WS-ITEM)
               ACCEPT FMD-CTT-PARENTESCO(WS-ITEM)
               IF FMD-CTT-PARENTESCO(WS-ITEM) EQUAL SPACES
                   MOVE "RESPONSAVEL" TO FMD-CTT-PARENTESCO(WS-ITEM)
               END-IF
               GO TO ALTERA-CONTATOS-ITEM
           END-IF

           MOVE ZEROS TO FMD-CTT-RESP(WS-ITEM)
           MOVE SPACES TO FMD-CTT-PARENTESCO(WS-ITEM)
           MOVE SPACES TO FMD-CTT-TELEFONE(WS-ITEM)
           DISPLAY "NOME DO CONTATO (ENTER EM BRANCO REMOVE O ITEM): "
           MOVE SPACES TO FMD-CTT-NOME(WS-ITEM)
           ACCEPT FMD-CTT-NOME(WS-ITEM)
           IF FMD-CTT-NOME(WS-ITEM) NOT EQUAL SPACES
               DISPLAY "PARENTESCO: "
               ACCEPT FMD-CTT-PARENTESCO(WS-ITEM)
               PERFORM UNTIL FMD-CTT-TELEFONE(WS-ITEM) NOT EQUAL SPACES
                   DISPLAY "TELEFONE: "
                   ACCEPT FMD-CTT-TELEFONE(WS-ITEM)
               END-PERFORM
           END-IF
           GO TO ALTERA-CONTATOS-ITEM.

      * UMA FOLHA POR TURMA PARA ACOMPANHAR O GRUPO EM SAIDAS; ALUNOS
      * SEM FICHA SAEM COM O TELEFONE DO RESPONSAVEL VINCULADO
       FICHA-EMERGENCIA-TURMA.
           DISPLAY "INFORME A TURMA: "
           ACCEPT WS-TURMA-BUSCA
           MOVE ZEROS TO WS-FS-TURMAS
           OPEN INPUT TURMAS
           IF WS-FS-TURMAS NOT EQUAL ZEROS
               DISPLAY "CADASTRO DE TURMAS INDISPONIVEL"
               MOVE WS-FS-TURMAS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-FICHA-PROCEDURE
           END-IF
           MOVE WS-TURMA-BUSCA TO TUR-CODIGO
           READ TURMAS RECORD
               KEY IS TUR-CODIGO
               INVALID KEY
               DISPLAY "TURMA NAO CADASTRADA"
               CLOSE TURMAS
               GO TO MENU-FICHA-PROCEDURE
           END-READ
           CLOSE TURMAS

           DISPLAY "DESTINO DA SAIDA: "
           MOVE SPACES TO WS-DESTINO-SAIDA
           ACCEPT WS-DESTINO-SAIDA
           DISPLAY "DATA DA SAIDA (AAAAMMDD): "
           ACCEPT WS-DATA-SAIDA
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-SAIDA) NOT EQUAL 0
               DISPLAY "DATA INVALIDA"
               GO TO MENU-FICHA-PROCEDURE
           END-IF
           MOVE WS-DATA-SAIDA TO WS-DATA-FORMATA
           PERFORM FORMATA-DATA-PROCEDURE

           MOVE "N" TO WS-FICHAS-ABERTO
           MOVE ZEROS TO WS-FS-FICHAS
           OPEN INPUT FICHAS-MEDICAS
           IF WS-FS-FICHAS EQUAL ZEROS
               MOVE "S" TO WS-FICHAS-ABERTO
           END-IF

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               "ficha-emergencia-" DELIMITED BY SIZE
               WS-TURMA-BUSCA DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-ARQ-SPOOL
           MOVE "FICHA DE EMERGENCIA DA TURMA" TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "TURMA " WS-TURMA-BUSCA " - " TUR-DESCRICAO
               " - SAIDA EM " WS-DATA-ED
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "DESTINO: " WS-DESTINO-SAIDA
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE "DOCUMENTO CONFIDENCIAL - DADOS DE SAUDE (LGPD)"
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           STRING "USO RESTRITO AO RESPONSAVEL PELA SAIDA; "
               "DEVOLVER A SECRETARIA NO RETORNO"
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE ALL "=" TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE ZEROS TO WS-QTDE-ALUNOS-TURMA
           MOVE ZEROS TO WS-QTDE-SEM-FICHA
           MOVE ZEROS TO WS-QTDE-ALERTAS
           MOVE ZEROS TO WS-FS-ALUNOS
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS EQUAL ZEROS
               PERFORM UNTIL WS-FS-ALUNOS EQUAL 10
                   READ ALUNOS
                       AT END MOVE 10 TO WS-FS-ALUNOS
                       NOT AT END
                       IF TURMA-ALUNO EQUAL WS-TURMA-BUSCA
                           AND SIT-ALUNO NOT EQUAL "I"
                           PERFORM FICHA-EMERGENCIA-ALUNO-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNOS
           END-IF

           IF WS-FICHAS-ABERTO EQUAL "S"
               CLOSE FICHAS-MEDICAS
           END-IF

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "ALUNOS: " WS-QTDE-ALUNOS-TURMA
               "  COM ALERGIA OU CONDICAO: " WS-QTDE-ALERTAS
               "  SEM FICHA MEDICA: " WS-QTDE-SEM-FICHA
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           DISPLAY "ALUNOS NA FICHA...........: " WS-QTDE-ALUNOS-TURMA
           DISPLAY "COM ALERGIA OU CONDICAO...: " WS-QTDE-ALERTAS
           DISPLAY "SEM FICHA MEDICA..........: " WS-QTDE-SEM-FICHA

           GO TO MENU-FICHA-PROCEDURE.

       FICHA-EMERGENCIA-ALUNO-PROCEDURE.
           ADD 1 TO WS-QTDE-ALUNOS-TURMA
           MOVE RGM-ALUNO TO WS-RGM-BUSCA
           MOVE "N" TO WS-FICHA-EXISTE
           IF WS-FICHAS-ABERTO EQUAL "S"
               MOVE RGM-ALUNO TO FMD-RGM
               MOVE "S" TO WS-FICHA-EXISTE
               READ FICHAS-MEDICAS RECORD
                   KEY IS FMD-RGM
                   INVALID KEY
                   MOVE "N" TO WS-FICHA-EXISTE
               END-READ
           END-IF

           IF WS-FICHA-EXISTE NOT EQUAL "S"
               ADD 1 TO WS-QTDE-SEM-FICHA
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING "RGM " RGM-ALUNO " " NOME-ALUNO
                   "  *** SEM FICHA MEDICA ***"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               PERFORM BUSCA-RESP-ALUNO-PROCEDURE
               MOVE SPACES TO WS-SPOOL-LINHA
               IF WS-ACHOU-RESP EQUAL "S"
                   STRING "    RESPONSAVEL: " WS-NOME-RESP
                       " TEL " WS-TEL-RESP
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               ELSE
                   MOVE "    SEM RESPONSAVEL VINCULADO" TO
                       WS-SPOOL-LINHA
               END-IF
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               MOVE ALL "-" TO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           ELSE
               IF FMD-ALERGIAS NOT EQUAL SPACES
                   AND FMD-ALERGIAS NOT EQUAL "NENHUMA"
                   ADD 1 TO WS-QTDE-ALERTAS
               ELSE
                   IF FMD-CONDICOES NOT EQUAL SPACES
                       AND FMD-CONDICOES NOT EQUAL "NENHUMA"
                       ADD 1 TO WS-QTDE-ALERTAS
                   END-IF
               END-IF
               PERFORM ATUALIZA-CONTATOS-RESP-PROCEDURE
               PERFORM GRAVA-FICHA-SPOOL-PROCEDURE
               MOVE ALL "-" TO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

               MOVE "FICHA-MEDICA" TO WS-AUD-PROGRAMA
               MOVE "FICHA-EMERG" TO WS-AUD-OPERACAO
               MOVE RGM-ALUNO TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           END-IF.

       GRAVA-FICHA-SPOOL-PROCEDURE.
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "RGM " FMD-RGM " " NOME-ALUNO
               "  TIPO SANGUINEO: " FMD-TIPO-SANGUINEO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "    ALERGIAS : " FMD-ALERGIAS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "    CONDICOES: " FMD-CONDICOES
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN 4
               IF FMD-MED-NOME(WS-IDX) NOT EQUAL SPACES
                   MOVE SPACES TO WS-SPOOL-LINHA
                   STRING "    MEDICAMENTO: " FMD-MED-NOME(WS-IDX)
                       " " FMD-MED-DOSAGEM(WS-IDX)
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                   PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN 3
               IF FMD-CTT-NOME(WS-IDX) NOT EQUAL SPACES
                   MOVE SPACES TO WS-SPOOL-LINHA
                   STRING "    CONTATO: " FMD-CTT-NOME(WS-IDX)
                       " " FMD-CTT-PARENTESCO(WS-IDX)
                       " TEL " FMD-CTT-TELEFONE(WS-IDX)
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                   PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               END-IF
           END-PERFORM.

       EXIBE-FICHA-PROCEDURE.
           MOVE FMD-DATA-ATUALIZACAO TO WS-DATA-FORMATA
           PERFORM FORMATA-DATA-PROCEDURE
           DISPLAY " "
           DISPLAY "----- FICHA MEDICA - CONFIDENCIAL -----"
           DISPLAY "ALUNO.........: " FMD-RGM " " WS-NOME-ALUNO
               " TURMA " WS-TURMA-ALUNO
           DISPLAY "TIPO SANGUINEO: " FMD-TIPO-SANGUINEO
           DISPLAY "ALERGIAS......: " FMD-ALERGIAS
           DISPLAY "CONDICOES.....: " FMD-CONDICOES
           DISPLAY "MEDICAMENTOS AUTORIZADOS:"
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN 4
               IF FMD-MED-NOME(WS-IDX) NOT EQUAL SPACES
                   DISPLAY "  " FMD-MED-NOME(WS-IDX) " "
                       FMD-MED-DOSAGEM(WS-IDX)
               END-IF
           END-PERFORM
           DISPLAY "CONTATOS DE EMERGENCIA:"
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN 3
               IF FMD-CTT-NOME(WS-IDX) NOT EQUAL SPACES
                   DISPLAY "  " FMD-CTT-NOME(WS-IDX) " "
                       FMD-CTT-PARENTESCO(WS-IDX) " TEL "
                       FMD-CTT-TELEFONE(WS-IDX)
               END-IF
           END-PERFORM
           DISPLAY "ATUALIZADA EM " WS-DATA-ED " POR " FMD-OPERADOR.

      * ABRE A FICHA PARA MANUTENCAO; SEM FICHA, PREPARA UMA NOVA
       ABRE-FICHA-PROCEDURE.
           MOVE ZEROS TO WS-FS-FICHAS
           OPEN I-O FICHAS-MEDICAS
           IF WS-FS-FICHAS EQUAL 35
               OPEN OUTPUT FICHAS-MEDICAS
               CLOSE FICHAS-MEDICAS
               OPEN I-O FICHAS-MEDICAS
           END-IF
           IF WS-FS-FICHAS NOT EQUAL ZEROS
               DISPLAY "ERRO AO ABRIR AS FICHAS MEDICAS"
               MOVE WS-FS-FICHAS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               MOVE "S" TO WS-FICHA-EXISTE
               MOVE WS-RGM-BUSCA TO FMD-RGM
               READ FICHAS-MEDICAS RECORD
                   KEY IS FMD-RGM
                   INVALID KEY
                   MOVE "N" TO WS-FICHA-EXISTE
               END-READ
               IF WS-FICHA-EXISTE NOT EQUAL "S"
                   INITIALIZE REG-FICHA-MEDICA
                   MOVE WS-RGM-BUSCA TO FMD-RGM
                   DISPLAY "NOVA FICHA MEDICA PARA " WS-NOME-ALUNO
               END-IF
               MOVE ZEROS TO WS-FS-FICHAS
           END-IF.

       GRAVA-FICHA-PROCEDURE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO FMD-DATA-ATUALIZACAO
           MOVE WS-LOGIN-ID TO FMD-OPERADOR
           MOVE "FICHA-MEDICA" TO WS-AUD-PROGRAMA
           IF WS-FICHA-EXISTE EQUAL "S"
               REWRITE REG-FICHA-MEDICA
               END-REWRITE
               MOVE "ALTERACAO" TO WS-AUD-OPERACAO
           ELSE
               WRITE REG-FICHA-MEDICA
               END-WRITE
               MOVE "INCLUSAO" TO WS-AUD-OPERACAO
           END-IF
           IF WS-FS-FICHAS NOT EQUAL ZEROS
               DISPLAY "ERRO AO GRAVAR A FICHA MEDICA"
               MOVE WS-FS-FICHAS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               MOVE "S" TO WS-FICHA-EXISTE
               DISPLAY "FICHA MEDICA GRAVADA"
               MOVE WS-RGM-BUSCA TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           END-IF
           CLOSE FICHAS-MEDICAS.

      * CONTATOS QUE SAO RESPONSAVEIS CADASTRADOS SAEM COM O NOME E O
      * TELEFONE ATUAIS DE RESPONSAVEIS
       ATUALIZA-CONTATOS-RESP-PROCEDURE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN 3
               IF FMD-CTT-RESP(WS-IDX) GREATER THAN ZEROS
                   MOVE FMD-CTT-RESP(WS-IDX) TO WS-RESP-BUSCA
                   PERFORM LE-RESPONSAVEL-PROCEDURE
                   IF WS-ACHOU-RESP EQUAL "S"
                       MOVE WS-NOME-RESP TO FMD-CTT-NOME(WS-IDX)
                       MOVE WS-TEL-RESP TO FMD-CTT-TELEFONE(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       BUSCA-RESP-ALUNO-PROCEDURE.
           MOVE "N" TO WS-ACHOU-RESP
           MOVE ZEROS TO WS-RESP-BUSCA
           MOVE ZEROS TO WS-FS-ALUNORESP
           OPEN INPUT ALUNO-RESP
           IF WS-FS-ALUNORESP EQUAL ZEROS
               MOVE WS-RGM-BUSCA TO ALR-RGM
               READ ALUNO-RESP RECORD
                   KEY IS ALR-RGM
                   INVALID KEY
                   MOVE ZEROS TO WS-RESP-BUSCA
                   NOT INVALID KEY
                   MOVE ALR-RESP TO WS-RESP-BUSCA
               END-READ
               CLOSE ALUNO-RESP
           END-IF
           IF WS-RESP-BUSCA GREATER THAN ZEROS
               PERFORM LE-RESPONSAVEL-PROCEDURE
           END-IF.

       LE-RESPONSAVEL-PROCEDURE.
           MOVE "N" TO WS-ACHOU-RESP
           MOVE SPACES TO WS-NOME-RESP
           MOVE SPACES TO WS-TEL-RESP
           MOVE ZEROS TO WS-FS-RESPONSAVEIS
           OPEN INPUT RESPONSAVEIS
           IF WS-FS-RESPONSAVEIS EQUAL ZEROS
               MOVE WS-RESP-BUSCA TO RESP-CODIGO
               READ RESPONSAVEIS RECORD
                   KEY IS RESP-CODIGO
                   INVALID KEY
                   MOVE "N" TO WS-ACHOU-RESP
                   NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-RESP
                   MOVE RESP-NOME TO WS-NOME-RESP
                   MOVE RESP-TELEFONE TO WS-TEL-RESP
               END-READ
               CLOSE RESPONSAVEIS
           END-IF.

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

       FORMATA-DATA-PROCEDURE.
           MOVE SPACES TO WS-DATA-ED
           IF WS-DATA-FORMATA GREATER THAN ZEROS
               STRING WS-DATA-FORMATA(7:2) "/" WS-DATA-FORMATA(5:2) "/"
                   WS-DATA-FORMATA(1:4)
                   DELIMITED BY SIZE INTO WS-DATA-ED
           END-IF.

       COPY SPOOLPRC.
       COPY LOGINPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM FICHA-MEDICA.
