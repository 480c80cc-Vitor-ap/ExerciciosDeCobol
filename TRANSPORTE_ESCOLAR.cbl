      ******************************************************************
      * Author:
      * Date:
      * Purpose: TRANSPORTE ESCOLAR - ROTAS DAS VANS, ALUNOS POR ROTA E
      *          PARADA, LISTA DIARIA DE EMBARQUE E TAXA MENSAL
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSPORTE-ESCOLAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
           SELECT  ALUNOS ASSIGN TO WS-ARQ-ALUNOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ALUNOS.

           SELECT  PRESENCAS ASSIGN TO WS-ARQ-PRESENCAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-PRESENCAS.

           COPY ROTSEL.

           COPY TALSEL.

           COPY TCBSEL.

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

           FD PRESENCAS.
       01 REG-PRESENCA.
           03  PRES-DATA           PIC 9(008).
           03  PRES-RGM            PIC 9(005).
           03  PRES-SITUACAO       PIC X(001).

           COPY ROTFD.

           COPY TALFD.

           COPY TCBFD.

           COPY SPOOLFD.

           COPY OPERFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       01 WS-FS-ALUNOS              PIC 99.
       01 WS-FS-PRESENCAS           PIC 99.
       01 WS-FS-ROTAS               PIC 99.
       01 WS-FS-TRANSP-ALUNOS       PIC 99.
       01 WS-FS-TRANSP-COBR         PIC 99.
       01 WS-OPC                    PIC X(001).
       01 WS-TENT-INVALIDAS         PIC 9(002) VALUE ZEROS.
       01 WS-TENT-LIMITE            PIC 9(002) VALUE 3.
       01 WS-ROTA-BUSCA             PIC 9(002) VALUE ZEROS.
       01 WS-ROTA-EXISTE            PIC X(001) VALUE "N".
       01 WS-RGM-BUSCA              PIC 9(005) VALUE ZEROS.
       01 WS-PARADA-BUSCA           PIC 9(002) VALUE ZEROS.
       01 WS-QTDE-NA-ROTA           PIC 9(003) VALUE ZEROS.
       01 WS-LUGARES-NOVO           PIC 9(002) VALUE ZEROS.
       01 WS-IDX                    PIC 9(003) VALUE ZEROS.
       01 WS-IDX-2                  PIC 9(003) VALUE ZEROS.
       01 WS-ACHOU                  PIC X(001) VALUE "N".
       01 WS-NOME-ACHADO            PIC A(020) VALUE SPACES.
       01 WS-DATA-HOJE              PIC 9(008) VALUE ZEROS.
       01 WS-DATA-EMBARQUE          PIC 9(008) VALUE ZEROS.
       01 WS-COMPETENCIA            PIC 9(006) VALUE ZEROS.
       01 WS-QTDE-AUSENTES          PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-GERADAS           PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-JA-EXISTIAM       PIC 9(005) VALUE ZEROS.
       01 WS-TOTAL-GERADO           PIC 9(009)V99 VALUE ZEROS.
       01 WS-PARADA-ANTERIOR        PIC 9(002) VALUE ZEROS.
       01 WS-HORARIO-ED             PIC 99B99.
       01 WS-VALOR-ED               PIC Z(6)9.99.

      * ALUNOS DO CADASTRO, PARA SITUACAO E NOME
       01 WS-ALUNOS-TABELA.
           03 WS-QTDE-ALUNOS        PIC 9(003) VALUE ZEROS.
           03 WS-ALUNO-ITEM OCCURS 800 TIMES.
               05 WS-AT-RGM         PIC 9(005).
               05 WS-AT-NOME        PIC A(020).
               05 WS-AT-SIT         PIC X(001).

      * ALUNOS COM FALTA LANCADA NA DATA DO EMBARQUE
       01 WS-AUSENTES-TABELA.
           03 WS-QTDE-FALTAS        PIC 9(003) VALUE ZEROS.
           03 WS-FALTA-RGM          PIC 9(005) OCCURS 800 TIMES.

      * ALUNOS DA ROTA, ORDENADOS PELA PARADA
       01 WS-EMBARQUE-TABELA.
           03 WS-QTDE-EMBARQUE      PIC 9(003) VALUE ZEROS.
           03 WS-EMBARQUE-ITEM OCCURS 99 TIMES.
               05 WS-EMB-PARADA     PIC 9(002).
               05 WS-EMB-RGM        PIC 9(005).
               05 WS-EMB-NOME       PIC A(020).

       01 WS-EMBARQUE-TROCA.
           03 WS-TRC-PARADA         PIC 9(002).
           03 WS-TRC-RGM            PIC 9(005).
           03 WS-TRC-NOME           PIC A(020).

       COPY SPOOLWS.
       COPY LOGINWS.
       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE
           PERFORM LOGIN-OPERADOR-ESCOLA-PROCEDURE.
       MENU-TRANSPORTE-PROCEDURE.

           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-TRANSPORTE-REPROMPT.

           DISPLAY " "
           DISPLAY "---------TRANSPORTE ESCOLAR -------------"
           DISPLAY "R - CADASTRO DE ROTA (VAN, MOTORISTA, PARADAS)"
           DISPLAY "A - ATRIBUIR ALUNO A ROTA E PARADA"
           DISPLAY "X - RETIRAR ALUNO DO TRANSPORTE"
           DISPLAY "E - LISTA DIARIA DE EMBARQUE"
           DISPLAY "C - GERAR TAXA DE TRANSPORTE DA COMPETENCIA"
           DISPLAY "V - ENCERRAR"
           DISPLAY "DIGITE A OPCAO R,A,X,E OU C... OU V PARA SAIR"

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO "V"

               IF WS-OPC IS EQUAL TO "R"
               GO TO CADASTRA-ROTA
               ELSE IF WS-OPC IS EQUAL TO "A"
               GO TO ATRIBUI-ALUNO
               ELSE IF WS-OPC IS EQUAL TO "X"
               GO TO RETIRA-ALUNO
               ELSE IF WS-OPC IS EQUAL TO "E"
               GO TO LISTA-EMBARQUE
               ELSE IF WS-OPC IS EQUAL TO "C"
               GO TO GERA-TAXA-TRANSPORTE
               ELSE
               DISPLAY "OPCAO INVALIDA"
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY "MUITAS OPCOES INVALIDAS"
                   DISPLAY "APLICACAO FINALIZADA!"
                   STOP RUN
               END-IF
               GO TO MENU-TRANSPORTE-REPROMPT
               END-IF

           END-PERFORM

           DISPLAY "APLICACAO FINALIZADA!"
           STOP RUN.

       CADASTRA-ROTA.
           DISPLAY "INFORME O CODIGO DA ROTA (01-99): "
           ACCEPT WS-ROTA-BUSCA
           IF WS-ROTA-BUSCA EQUAL ZEROS
               DISPLAY "CODIGO DE ROTA INVALIDO"
               GO TO MENU-TRANSPORTE-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-ROTAS
           OPEN I-O ROTAS-TRANSPORTE
           IF WS-FS-ROTAS EQUAL 35
               OPEN OUTPUT ROTAS-TRANSPORTE
               CLOSE ROTAS-TRANSPORTE
               OPEN I-O ROTAS-TRANSPORTE
           END-IF

           MOVE "S" TO WS-ROTA-EXISTE
           MOVE WS-ROTA-BUSCA TO ROT-CODIGO
           READ ROTAS-TRANSPORTE RECORD
               KEY IS ROT-CODIGO
               INVALID KEY
               MOVE "N" TO WS-ROTA-EXISTE
               INITIALIZE REG-ROTA
               MOVE WS-ROTA-BUSCA TO ROT-CODIGO
               NOT INVALID KEY
               DISPLAY "ROTA JA CADASTRADA: " ROT-DESCRICAO " VAN "
                   ROT-VEICULO " - INFORME OS NOVOS DADOS"
           END-READ

           DISPLAY "DESCRICAO DA ROTA: "
           ACCEPT ROT-DESCRICAO
           DISPLAY "PLACA DA VAN: "
           ACCEPT ROT-VEICULO
           DISPLAY "NOME DO MOTORISTA: "
           ACCEPT ROT-MOTORISTA
           DISPLAY "PERIODO (MANHA/TARDE/NOITE): "
           ACCEPT ROT-PERIODO
           DISPLAY "QUANTIDADE DE LUGARES PARA ALUNOS: "
           ACCEPT WS-LUGARES-NOVO
           IF WS-LUGARES-NOVO EQUAL ZEROS
               DISPLAY "QUANTIDADE DE LUGARES INVALIDA"
               CLOSE ROTAS-TRANSPORTE
               GO TO MENU-TRANSPORTE-PROCEDURE
           END-IF
           IF WS-ROTA-EXISTE EQUAL "S"
               MOVE ZEROS TO WS-RGM-BUSCA
               PERFORM CONTA-ALUNOS-ROTA-PROCEDURE
               IF WS-QTDE-NA-ROTA GREATER THAN WS-LUGARES-NOVO
                   DISPLAY "A ROTA JA TEM " WS-QTDE-NA-ROTA
                       " ALUNOS - LUGARES NAO PODEM SER MENOS"
                   CLOSE ROTAS-TRANSPORTE
                   GO TO MENU-TRANSPORTE-PROCEDURE
               END-IF
           END-IF
           MOVE WS-LUGARES-NOVO TO ROT-LUGARES
           DISPLAY "VALOR MENSAL DA TAXA DE TRANSPORTE: "
           ACCEPT ROT-VALOR-MENSAL

           DISPLAY "QUANTIDADE DE PARADAS (1 A 10): "
           ACCEPT ROT-QTDE-PARADAS
           IF ROT-QTDE-PARADAS EQUAL ZEROS
               OR ROT-QTDE-PARADAS GREATER THAN 10
               DISPLAY "QUANTIDADE DE PARADAS INVALIDA"
               CLOSE ROTAS-TRANSPORTE
               GO TO MENU-TRANSPORTE-PROCEDURE
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN ROT-QTDE-PARADAS
               DISPLAY "PARADA " WS-IDX " - LOCAL: "
               ACCEPT ROT-PAR-LOCAL(WS-IDX)
               DISPLAY "PARADA " WS-IDX " - HORARIO (HHMM): "
               ACCEPT ROT-PAR-HORARIO(WS-IDX)
           END-PERFORM
           PERFORM VARYING WS-IDX FROM WS-IDX BY 1
               UNTIL WS-IDX GREATER THAN 10
               MOVE SPACES TO ROT-PAR-LOCAL(WS-IDX)
               MOVE ZEROS TO ROT-PAR-HORARIO(WS-IDX)
           END-PERFORM

           IF WS-ROTA-EXISTE EQUAL "S"
               REWRITE REG-ROTA
               END-REWRITE
           ELSE
               WRITE REG-ROTA
               END-WRITE
           END-IF

           IF WS-FS-ROTAS EQUAL ZEROS
               DISPLAY "ROTA GRAVADA!"
               MOVE "TRANSPORTE" TO WS-AUD-PROGRAMA
               MOVE "ROTA" TO WS-AUD-OPERACAO
               MOVE ROT-CODIGO TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           ELSE
               DISPLAY "ERRO AO GRAVAR A ROTA"
               MOVE WS-FS-ROTAS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF

           CLOSE ROTAS-TRANSPORTE
           GO TO MENU-TRANSPORTE-PROCEDURE.

      * CONTA OS ALUNOS DA ROTA WS-ROTA-BUSCA, SEM CONTAR WS-RGM-BUSCA
       CONTA-ALUNOS-ROTA-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-NA-ROTA
           MOVE ZEROS TO WS-FS-TRANSP-ALUNOS
           OPEN INPUT TRANSPORTE-ALUNOS
           IF WS-FS-TRANSP-ALUNOS EQUAL ZEROS
               PERFORM UNTIL WS-FS-TRANSP-ALUNOS EQUAL 10
                   READ TRANSPORTE-ALUNOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-TRANSP-ALUNOS
                       NOT AT END
                       IF TAL-ROTA EQUAL WS-ROTA-BUSCA
                           AND TAL-RGM NOT EQUAL WS-RGM-BUSCA
                           ADD 1 TO WS-QTDE-NA-ROTA
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSPORTE-ALUNOS
           END-IF.

       ATRIBUI-ALUNO.
           DISPLAY "INFORME O RGM DO ALUNO: "
           ACCEPT WS-RGM-BUSCA
           PERFORM CARREGA-ALUNOS-PROCEDURE
           PERFORM PROCURA-ALUNO-PROCEDURE
           IF WS-ACHOU NOT EQUAL "S"
               DISPLAY "RGM NAO ENCONTRADO OU ALUNO INATIVO"
               GO TO MENU-TRANSPORTE-PROCEDURE
           END-IF
           DISPLAY "ALUNO: " WS-NOME-ACHADO

           DISPLAY "INFORME O CODIGO DA ROTA: "
           ACCEPT WS-ROTA-BUSCA
           MOVE ZEROS TO WS-FS-ROTAS
           OPEN INPUT ROTAS-TRANSPORTE
           IF WS-FS-ROTAS NOT EQUAL ZEROS
               DISPLAY "NENHUMA ROTA CADASTRADA"
               GO TO MENU-TRANSPORTE-PROCEDURE
           END-IF
           MOVE WS-ROTA-BUSCA TO ROT-CODIGO
           READ ROTAS-TRANSPORTE RECORD
               KEY IS ROT-CODIGO
               INVALID KEY
               DISPLAY "ROTA NAO CADASTRADA"
               CLOSE ROTAS-TRANSPORTE
               GO TO MENU-TRANSPORTE-PROCEDURE
           END-READ
           CLOSE ROTAS-TRANSPORTE

           DISPLAY "ROTA " ROT-CODIGO " - " ROT-DESCRICAO " VAN "
               ROT-VEICULO " (" ROT-PERIODO ")"
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN ROT-QTDE-PARADAS
               MOVE ROT-PAR-HORARIO(WS-IDX) TO WS-HORARIO-ED
               INSPECT WS-HORARIO-ED REPLACING ALL " " BY ":"
               DISPLAY "  " WS-IDX " - " WS-HORARIO-ED " "
                   ROT-PAR-LOCAL(WS-IDX)
           END-PERFORM
           DISPLAY "INFORME O NUMERO DA PARADA: "
           ACCEPT WS-PARADA-BUSCA
           IF WS-PARADA-BUSCA EQUAL ZEROS
               OR WS-PARADA-BUSCA GREATER THAN ROT-QTDE-PARADAS
               DISPLAY "PARADA INVALIDA PARA A ROTA"
               GO TO MENU-TRANSPORTE-PROCEDURE
           END-IF

           PERFORM CONTA-ALUNOS-ROTA-PROCEDURE
           IF WS-QTDE-NA-ROTA NOT LESS THAN ROT-LUGARES
               DISPLAY "ROTA LOTADA (" WS-QTDE-NA-ROTA " DE "
                   ROT-LUGARES " LUGARES) - ATRIBUICAO RECUSADA"
               GO TO MENU-TRANSPORTE-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-TRANSP-ALUNOS
           OPEN I-O TRANSPORTE-ALUNOS
           IF WS-FS-TRANSP-ALUNOS EQUAL 35
               OPEN OUTPUT TRANSPORTE-ALUNOS
               CLOSE TRANSPORTE-ALUNOS
               OPEN I-O TRANSPORTE-ALUNOS
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-RGM-BUSCA TO TAL-RGM
           MOVE WS-ROTA-BUSCA TO TAL-ROTA
           MOVE WS-PARADA-BUSCA TO TAL-PARADA
           MOVE WS-DATA-HOJE TO TAL-DATA-INICIO
           MOVE WS-LOGIN-ID TO TAL-OPERADOR
           WRITE REG-TRANSPORTE-ALUNO
           IF WS-FS-TRANSP-ALUNOS EQUAL 22
               REWRITE REG-TRANSPORTE-ALUNO
               END-REWRITE
           END-IF

           IF WS-FS-TRANSP-ALUNOS EQUAL ZEROS
               DISPLAY "ALUNO ATRIBUIDO A ROTA " WS-ROTA-BUSCA
                   " PARADA " WS-PARADA-BUSCA
               MOVE "TRANSPORTE" TO WS-AUD-PROGRAMA
               MOVE "ATRIBUICAO" TO WS-AUD-OPERACAO
               MOVE WS-RGM-BUSCA TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           ELSE
               DISPLAY "ERRO AO GRAVAR A ATRIBUICAO"
               MOVE WS-FS-TRANSP-ALUNOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF

           CLOSE TRANSPORTE-ALUNOS
           GO TO MENU-TRANSPORTE-PROCEDURE.

       RETIRA-ALUNO.
           DISPLAY "INFORME O RGM DO ALUNO A RETIRAR DO TRANSPORTE: "
           ACCEPT WS-RGM-BUSCA

           MOVE ZEROS TO WS-FS-TRANSP-ALUNOS
           OPEN I-O TRANSPORTE-ALUNOS
           IF WS-FS-TRANSP-ALUNOS NOT EQUAL ZEROS
               DISPLAY "NENHUM ALUNO NO TRANSPORTE"
               GO TO MENU-TRANSPORTE-PROCEDURE
           END-IF

           MOVE WS-RGM-BUSCA TO TAL-RGM
           READ TRANSPORTE-ALUNOS RECORD
               KEY IS TAL-RGM
               INVALID KEY
               DISPLAY "ALUNO NAO UTILIZA O TRANSPORTE"
               NOT INVALID KEY
               DELETE TRANSPORTE-ALUNOS RECORD
               END-DELETE
               IF WS-FS-TRANSP-ALUNOS EQUAL ZEROS
                   DISPLAY "ALUNO RETIRADO DA ROTA " TAL-ROTA
                   MOVE "TRANSPORTE" TO WS-AUD-PROGRAMA
                   MOVE "RETIRADA" TO WS-AUD-OPERACAO
                   MOVE WS-RGM-BUSCA TO WS-AUD-CHAVE
                   PERFORM GRAVA-AUDITORIA-PROCEDURE
               ELSE
                   DISPLAY "ERRO AO RETIRAR O ALUNO"
                   MOVE WS-FS-TRANSP-ALUNOS TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               END-IF
           END-READ

           CLOSE TRANSPORTE-ALUNOS
           GO TO MENU-TRANSPORTE-PROCEDURE.

       CARREGA-ALUNOS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ALUNOS
           MOVE ZEROS TO WS-FS-ALUNOS
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS EQUAL ZEROS
               PERFORM UNTIL WS-FS-ALUNOS EQUAL 10
                   READ ALUNOS
                       AT END MOVE 10 TO WS-FS-ALUNOS
                       NOT AT END
                       IF WS-QTDE-ALUNOS LESS THAN 800
                           ADD 1 TO WS-QTDE-ALUNOS
                           MOVE RGM-ALUNO TO WS-AT-RGM(WS-QTDE-ALUNOS)
                           MOVE NOME-ALUNO
                               TO WS-AT-NOME(WS-QTDE-ALUNOS)
                           MOVE SIT-ALUNO TO WS-AT-SIT(WS-QTDE-ALUNOS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNOS
           END-IF.

      * WS-ACHOU = "S" SO PARA ALUNO ATIVO
       PROCURA-ALUNO-PROCEDURE.
           MOVE "N" TO WS-ACHOU
           MOVE SPACES TO WS-NOME-ACHADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-ALUNOS
               IF WS-AT-RGM(WS-IDX) EQUAL WS-RGM-BUSCA
                   MOVE WS-AT-NOME(WS-IDX) TO WS-NOME-ACHADO
                   IF WS-AT-SIT(WS-IDX) NOT EQUAL "I"
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-IF
           END-PERFORM.

      * EMBARCAM OS ALUNOS ATIVOS DA ROTA SEM FALTA LANCADA NO DIA; SE
      * A CHAMADA DO DIA AINDA NAO FOI FEITA, TODOS OS ATIVOS ENTRAM
       LISTA-EMBARQUE.
           DISPLAY "INFORME O CODIGO DA ROTA: "
           ACCEPT WS-ROTA-BUSCA
           DISPLAY "INFORME A DATA (AAAAMMDD, ZEROS = HOJE): "
           ACCEPT WS-DATA-EMBARQUE
           IF WS-DATA-EMBARQUE EQUAL ZEROS
               ACCEPT WS-DATA-EMBARQUE FROM DATE YYYYMMDD
           END-IF

           MOVE ZEROS TO WS-FS-ROTAS
           OPEN INPUT ROTAS-TRANSPORTE
           IF WS-FS-ROTAS NOT EQUAL ZEROS
               DISPLAY "NENHUMA ROTA CADASTRADA"
               GO TO MENU-TRANSPORTE-PROCEDURE
           END-IF
           MOVE WS-ROTA-BUSCA TO ROT-CODIGO
           READ ROTAS-TRANSPORTE RECORD
               KEY IS ROT-CODIGO
               INVALID KEY
               DISPLAY "ROTA NAO CADASTRADA"
               CLOSE ROTAS-TRANSPORTE
               GO TO MENU-TRANSPORTE-PROCEDURE
           END-READ
           CLOSE ROTAS-TRANSPORTE

           PERFORM CARREGA-ALUNOS-PROCEDURE
           PERFORM CARREGA-FALTAS-PROCEDURE

           MOVE ZEROS TO WS-QTDE-EMBARQUE
           MOVE ZEROS TO WS-QTDE-AUSENTES
           MOVE ZEROS TO WS-FS-TRANSP-ALUNOS
           OPEN INPUT TRANSPORTE-ALUNOS
           IF WS-FS-TRANSP-ALUNOS EQUAL ZEROS
               PERFORM UNTIL WS-FS-TRANSP-ALUNOS EQUAL 10
                   READ TRANSPORTE-ALUNOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-TRANSP-ALUNOS
                       NOT AT END
                       IF TAL-ROTA EQUAL WS-ROTA-BUSCA
                           PERFORM SELECIONA-EMBARQUE-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSPORTE-ALUNOS
           END-IF

           PERFORM ORDENA-EMBARQUE-PROCEDURE
           PERFORM IMPRIME-EMBARQUE-PROCEDURE

           DISPLAY "ALUNOS A EMBARCAR.......: " WS-QTDE-EMBARQUE
           DISPLAY "AUSENTES OU INATIVOS....: " WS-QTDE-AUSENTES
           DISPLAY "LISTA GRAVADA EM " WS-ARQ-SPOOL
           GO TO MENU-TRANSPORTE-PROCEDURE.

       CARREGA-FALTAS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-FALTAS
           MOVE ZEROS TO WS-FS-PRESENCAS
           OPEN INPUT PRESENCAS
           IF WS-FS-PRESENCAS EQUAL ZEROS
               PERFORM UNTIL WS-FS-PRESENCAS EQUAL 10
                   READ PRESENCAS
                       AT END MOVE 10 TO WS-FS-PRESENCAS
                       NOT AT END
                       IF PRES-DATA EQUAL WS-DATA-EMBARQUE
                           AND PRES-SITUACAO NOT EQUAL "P"
                           AND WS-QTDE-FALTAS LESS THAN 800
                           ADD 1 TO WS-QTDE-FALTAS
                           MOVE PRES-RGM TO WS-FALTA-RGM(WS-QTDE-FALTAS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESENCAS
           END-IF.

       SELECIONA-EMBARQUE-PROCEDURE.
           MOVE TAL-RGM TO WS-RGM-BUSCA
           PERFORM PROCURA-ALUNO-PROCEDURE
           IF WS-ACHOU EQUAL "S"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER THAN WS-QTDE-FALTAS
                   IF WS-FALTA-RGM(WS-IDX) EQUAL TAL-RGM
                       MOVE "N" TO WS-ACHOU
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ACHOU EQUAL "S" AND WS-QTDE-EMBARQUE LESS THAN 99
               ADD 1 TO WS-QTDE-EMBARQUE
               MOVE TAL-PARADA TO WS-EMB-PARADA(WS-QTDE-EMBARQUE)
               MOVE TAL-RGM TO WS-EMB-RGM(WS-QTDE-EMBARQUE)
               MOVE WS-NOME-ACHADO TO WS-EMB-NOME(WS-QTDE-EMBARQUE)
           ELSE
               ADD 1 TO WS-QTDE-AUSENTES
           END-IF.

       ORDENA-EMBARQUE-PROCEDURE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX NOT LESS THAN WS-QTDE-EMBARQUE
               PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 GREATER THAN
                       WS-QTDE-EMBARQUE - WS-IDX
                   IF WS-EMB-PARADA(WS-IDX-2) GREATER THAN
                       WS-EMB-PARADA(WS-IDX-2 + 1)
                       MOVE WS-EMBARQUE-ITEM(WS-IDX-2)
                           TO WS-EMBARQUE-TROCA
                       MOVE WS-EMBARQUE-ITEM(WS-IDX-2 + 1)
                           TO WS-EMBARQUE-ITEM(WS-IDX-2)
                       MOVE WS-EMBARQUE-TROCA
                           TO WS-EMBARQUE-ITEM(WS-IDX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       IMPRIME-EMBARQUE-PROCEDURE.
           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               "embarque-" ROT-CODIGO "-" WS-DATA-EMBARQUE ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE "LISTA DE EMBARQUE - TRANSPORTE ESCOLAR"
               TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "ROTA " ROT-CODIGO " - " ROT-DESCRICAO
               "  DATA " WS-DATA-EMBARQUE
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "VAN " ROT-VEICULO "  MOTORISTA " ROT-MOTORISTA
               "  " ROT-PERIODO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE ZEROS TO WS-PARADA-ANTERIOR
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-EMBARQUE
               IF WS-EMB-PARADA(WS-IDX) NOT EQUAL WS-PARADA-ANTERIOR
                   MOVE WS-EMB-PARADA(WS-IDX) TO WS-PARADA-ANTERIOR
                   MOVE SPACES TO WS-SPOOL-LINHA
                   PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
                   MOVE ROT-PAR-HORARIO(WS-PARADA-ANTERIOR)
                       TO WS-HORARIO-ED
                   INSPECT WS-HORARIO-ED REPLACING ALL " " BY ":"
                   MOVE SPACES TO WS-SPOOL-LINHA
                   STRING "PARADA " WS-PARADA-ANTERIOR " - "
                       WS-HORARIO-ED " "
                       ROT-PAR-LOCAL(WS-PARADA-ANTERIOR)
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                   PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               END-IF
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING "   [ ] " WS-EMB-RGM(WS-IDX) " "
                   WS-EMB-NOME(WS-IDX)
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-PERFORM

           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "TOTAL A EMBARCAR: " WS-QTDE-EMBARQUE
               "   LUGARES: " ROT-LUGARES
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM FECHA-SPOOL-PROCEDURE.

      * A TAXA FICA PENDENTE ATE A GERACAO DAS MENSALIDADES, QUE A
      * SOMA A MENSALIDADE DA COMPETENCIA E A MARCA COMO COBRADA
       GERA-TAXA-TRANSPORTE.
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): "
           ACCEPT WS-COMPETENCIA

           MOVE ZEROS TO WS-FS-TRANSP-ALUNOS
           OPEN INPUT TRANSPORTE-ALUNOS
           IF WS-FS-TRANSP-ALUNOS NOT EQUAL ZEROS
               DISPLAY "NENHUM ALUNO NO TRANSPORTE"
               GO TO MENU-TRANSPORTE-PROCEDURE
           END-IF
           MOVE ZEROS TO WS-FS-ROTAS
           OPEN INPUT ROTAS-TRANSPORTE
           IF WS-FS-ROTAS NOT EQUAL ZEROS
               DISPLAY "NENHUMA ROTA CADASTRADA"
               CLOSE TRANSPORTE-ALUNOS
               GO TO MENU-TRANSPORTE-PROCEDURE
           END-IF
           MOVE ZEROS TO WS-FS-TRANSP-COBR
           OPEN I-O TRANSPORTE-COBRANCAS
           IF WS-FS-TRANSP-COBR EQUAL 35
               OPEN OUTPUT TRANSPORTE-COBRANCAS
               CLOSE TRANSPORTE-COBRANCAS
               OPEN I-O TRANSPORTE-COBRANCAS
           END-IF

           PERFORM CARREGA-ALUNOS-PROCEDURE
           MOVE ZEROS TO WS-QTDE-GERADAS
           MOVE ZEROS TO WS-QTDE-JA-EXISTIAM
           MOVE ZEROS TO WS-TOTAL-GERADO
           PERFORM UNTIL WS-FS-TRANSP-ALUNOS EQUAL 10
               READ TRANSPORTE-ALUNOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-TRANSP-ALUNOS
                   NOT AT END
                   MOVE TAL-RGM TO WS-RGM-BUSCA
                   PERFORM PROCURA-ALUNO-PROCEDURE
                   IF WS-ACHOU EQUAL "S"
                       PERFORM GRAVA-TAXA-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE TRANSPORTE-COBRANCAS
           CLOSE ROTAS-TRANSPORTE
           CLOSE TRANSPORTE-ALUNOS

           MOVE WS-TOTAL-GERADO TO WS-VALOR-ED
           DISPLAY "TAXAS GERADAS............: " WS-QTDE-GERADAS
               " TOTAL " WS-VALOR-ED
           DISPLAY "JA EXISTIAM (IGNORADAS)..: " WS-QTDE-JA-EXISTIAM

           MOVE "TRANSPORTE" TO WS-AUD-PROGRAMA
           MOVE "TAXA" TO WS-AUD-OPERACAO
           MOVE WS-COMPETENCIA TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           GO TO MENU-TRANSPORTE-PROCEDURE.

       GRAVA-TAXA-PROCEDURE.
           MOVE TAL-ROTA TO ROT-CODIGO
           READ ROTAS-TRANSPORTE RECORD
               KEY IS ROT-CODIGO
               INVALID KEY
               DISPLAY "ROTA " TAL-ROTA " DO RGM " TAL-RGM
                   " NAO CADASTRADA - TAXA NAO GERADA"
               NOT INVALID KEY
               MOVE TAL-RGM TO TCB-RGM
               MOVE WS-COMPETENCIA TO TCB-COMPETENCIA
               MOVE TAL-ROTA TO TCB-ROTA
               MOVE ROT-VALOR-MENSAL TO TCB-VALOR
               MOVE "PENDENTE" TO TCB-STATUS
               MOVE ZEROS TO TCB-COMPET-COBRADA
               WRITE REG-TRANSPORTE-COBRANCA
               END-WRITE
               IF WS-FS-TRANSP-COBR EQUAL 22
                   ADD 1 TO WS-QTDE-JA-EXISTIAM
               ELSE
                   IF WS-FS-TRANSP-COBR EQUAL ZEROS
                       ADD 1 TO WS-QTDE-GERADAS
                       ADD TCB-VALOR TO WS-TOTAL-GERADO
                   ELSE
                       DISPLAY "ERRO AO GRAVAR A TAXA DO RGM " TAL-RGM
                       MOVE WS-FS-TRANSP-COBR TO WS-FS-CONSULTA
                       PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                   END-IF
               END-IF
           END-READ.

       COPY SPOOLPRC.
       COPY LOGINPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM TRANSPORTE-ESCOLAR.
