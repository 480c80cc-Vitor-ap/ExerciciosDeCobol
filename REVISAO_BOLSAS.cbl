      ******************************************************************
      * Author:
      * Date:
      * Purpose: REVISAO DAS BOLSAS POR NOTA, FREQUENCIA E SUSPENSOES
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISAO-BOLSAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
           SELECT  PARAMETROS ASSIGN TO WS-ARQ-BOLSAS-PARAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-PARAMETROS.

           SELECT  PRESENCAS ASSIGN TO WS-ARQ-PRESENCAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-PRESENCAS.

           COPY BOLSEL.

           COPY HBLSEL.

           COPY RVBSEL.

           COPY ALUIXSEL.

           COPY OCORSEL.

           COPY ALRSSEL.

           COPY RESPSEL.

           COPY CLETSEL.

           COPY SPOOLSEL.

           COPY OPERSEL.

           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
           FD PARAMETROS.
       01 REG-PARAMETROS.
           03 PRM-MEDIA-MINIMA      PIC 9(002)V99.
           03 PRM-MEDIA-REVOGA      PIC 9(002)V99.
           03 PRM-FREQ-MINIMA       PIC 9(003)V99.
           03 PRM-FREQ-REVOGA       PIC 9(003)V99.
           03 PRM-SUSP-REDUZ        PIC 9(003).
           03 PRM-SUSP-REVOGA       PIC 9(003).
           03 PRM-PERC-REDUCAO      PIC 9(003)V99.

           FD PRESENCAS.
       01 REG-PRESENCA.
           03  PRES-DATA           PIC 9(008).
           03  PRES-RGM            PIC 9(005).
           03  PRES-SITUACAO       PIC X(001).

           COPY BOLFD.

           COPY HBLFD.

           COPY RVBFD.

           COPY ALUIXFD.

           COPY OCORFD.

           COPY ALRSFD.

           COPY RESPFD.

           COPY CLETFD.

           COPY SPOOLFD.

           COPY OPERFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       01 WS-FS-PARAMETROS          PIC 99.
       01 WS-FS-PRESENCAS           PIC 99.
       01 WS-FS-BOLSAS              PIC 99.
       01 WS-FS-BOLSAS-HIST         PIC 99.
       01 WS-FS-REVISAO             PIC 99.
       01 WS-FS-ALUNOTAS            PIC 99.
       01 WS-FS-OCORRENCIAS         PIC 99.
       01 WS-FS-ALUNORESP           PIC 99.
       01 WS-FS-RESPONSAVEIS        PIC 99.
       01 WS-OPC                    PIC X(001).
       01 WS-DECISAO                PIC X(001).
       01 WS-TENT-INVALIDAS         PIC 9(002) VALUE ZEROS.
       01 WS-TENT-LIMITE            PIC 9(002) VALUE 3.
       01 WS-MEDIA-MINIMA           PIC 9(002)V99 VALUE 7.00.
       01 WS-MEDIA-REVOGA           PIC 9(002)V99 VALUE 5.00.
       01 WS-FREQ-MINIMA            PIC 9(003)V99 VALUE 85.00.
       01 WS-FREQ-REVOGA            PIC 9(003)V99 VALUE 75.00.
       01 WS-SUSP-REDUZ             PIC 9(003) VALUE 1.
       01 WS-SUSP-REVOGA            PIC 9(003) VALUE 5.
       01 WS-PERC-REDUCAO           PIC 9(003)V99 VALUE 50.00.
       01 WS-ANO-REVISAO            PIC 9(004) VALUE ZEROS.
       01 WS-TERMO-REVISAO          PIC 9(001) VALUE ZEROS.
       01 WS-COMPETENCIA            PIC 9(006) VALUE ZEROS.
       01 WS-DATA-HOJE              PIC 9(008) VALUE ZEROS.
       01 WS-SOMA-NOTAS             PIC 9(005)V99 VALUE ZEROS.
       01 WS-QTDE-NOTAS             PIC 9(003) VALUE ZEROS.
       01 WS-NOTA-TERMO             PIC 9(002)V99 VALUE ZEROS.
       01 WS-NOME-ALUNO             PIC A(020) VALUE SPACES.
       01 WS-NOME-RESP              PIC A(025) VALUE SPACES.
       01 WS-END-RESP               PIC X(040) VALUE SPACES.
       01 WS-IDX                    PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-MANTER            PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-REDUZIR           PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-REVOGAR           PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-JA-DECIDIDAS      PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-APROVADAS         PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-REJEITADAS        PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-PENDENTES         PIC 9(005) VALUE ZEROS.
       01 WS-MEDIA-ED               PIC Z9.99.
       01 WS-PERC-ED                PIC ZZ9.99.
       01 WS-PERC-ED-2              PIC ZZ9.99.
       01 WS-FREQ-ED                PIC ZZ9.99.

      * BOLSISTAS DA REVISAO, COM OS INDICADORES APURADOS
       01 WS-BOLSISTAS-TABELA.
           03 WS-QTDE-BOLSISTAS     PIC 9(003) VALUE ZEROS.
           03 WS-BOLSISTA OCCURS 500 TIMES.
               05 WS-BLS-RGM        PIC 9(005).
               05 WS-BLS-PERC       PIC 9(003)V99.
               05 WS-BLS-AUSENCIAS  PIC 9(003).

       COPY CLETWS.
       COPY SPOOLWS.
       COPY LOGINWS.
       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE
           PERFORM LOGIN-OPERADOR-ESCOLA-PROCEDURE
           PERFORM CARREGA-PARAMETROS-PROCEDURE.
       MENU-BOLSAS-PROCEDURE.

           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-BOLSAS-REPROMPT.

           DISPLAY " "
           DISPLAY "---------REVISAO DE BOLSAS -------------"
           DISPLAY "R - GERAR PROPOSTAS DE REVISAO"
           DISPLAY "A - APROVAR PROPOSTAS (DIRECAO)"
           DISPLAY "V - ENCERRAR"
           DISPLAY "DIGITE A OPCAO R OU A... OU V PARA SAIR"

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO "V"

               IF WS-OPC IS EQUAL TO "R"
               GO TO GERA-REVISAO
               ELSE IF WS-OPC IS EQUAL TO "A"
               GO TO APROVA-REVISAO
               ELSE
               DISPLAY "OPCAO INVALIDA"
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY "MUITAS OPCOES INVALIDAS"
                   DISPLAY "APLICACAO FINALIZADA!"
                   STOP RUN
               END-IF
               GO TO MENU-BOLSAS-REPROMPT
               END-IF

           END-PERFORM

           DISPLAY "APLICACAO FINALIZADA!"
           STOP RUN.

      * TERMO 1 A 3 USA A NOTA DO TERMO; TERMO 0 (FIM DE ANO) USA A
      * MEDIA FINAL DE CADA DISCIPLINA
       GERA-REVISAO.
           DISPLAY "INFORME O ANO LETIVO (EX: 2021): "
           ACCEPT WS-ANO-REVISAO
           DISPLAY "INFORME O TERMO (1 A 3, 0 = FIM DE ANO): "
           ACCEPT WS-TERMO-REVISAO
           IF WS-TERMO-REVISAO GREATER THAN 3
               DISPLAY "TERMO INVALIDO"
               GO TO MENU-BOLSAS-PROCEDURE
           END-IF
           DISPLAY "INFORME A DATA INICIAL DO PERIODO (AAAAMMDD): "
           ACCEPT WS-CLE-DATA-INI
           DISPLAY "INFORME A DATA FINAL DO PERIODO (AAAAMMDD): "
           ACCEPT WS-CLE-DATA-FIM
           PERFORM CONTA-DIAS-LETIVOS-PROCEDURE

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM CARREGA-BOLSISTAS-PROCEDURE
           IF WS-QTDE-BOLSISTAS EQUAL ZEROS
               DISPLAY "NENHUM ALUNO COM BOLSA"
               GO TO MENU-BOLSAS-PROCEDURE
           END-IF
           PERFORM CONTA-AUSENCIAS-PROCEDURE

           MOVE ZEROS TO WS-FS-REVISAO
           OPEN I-O REVISAO-BOLSAS
           IF WS-FS-REVISAO EQUAL 35
               OPEN OUTPUT REVISAO-BOLSAS
               CLOSE REVISAO-BOLSAS
               OPEN I-O REVISAO-BOLSAS
           END-IF

           MOVE ZEROS TO WS-FS-ALUNOTAS
           OPEN INPUT ALUNOS-NOTAS
           MOVE ZEROS TO WS-FS-OCORRENCIAS
           OPEN INPUT OCORRENCIAS

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               "revisao-bolsas-" WS-ANO-REVISAO "-" WS-TERMO-REVISAO
               ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE "REVISAO DE BOLSAS - PROPOSTAS" TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "ANO LETIVO: " WS-ANO-REVISAO
               "  TERMO: " WS-TERMO-REVISAO
               "  PERIODO: " WS-CLE-DATA-INI " A " WS-CLE-DATA-FIM
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE "RGM   NOME                 MEDIA  FREQ%  SUSP BOLSA"
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE ZEROS TO WS-QTDE-MANTER
           MOVE ZEROS TO WS-QTDE-REDUZIR
           MOVE ZEROS TO WS-QTDE-REVOGAR
           MOVE ZEROS TO WS-QTDE-JA-DECIDIDAS

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-BOLSISTAS
               PERFORM AVALIA-BOLSISTA-PROCEDURE
           END-PERFORM

           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "MANTER: " WS-QTDE-MANTER
               "  REDUZIR: " WS-QTDE-REDUZIR
               "  REVOGAR: " WS-QTDE-REVOGAR
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           IF WS-FS-ALUNOTAS EQUAL ZEROS
               CLOSE ALUNOS-NOTAS
           END-IF
           IF WS-FS-OCORRENCIAS EQUAL ZEROS
               CLOSE OCORRENCIAS
           END-IF
           CLOSE REVISAO-BOLSAS

           DISPLAY "PROPOSTAS PARA MANTER....: " WS-QTDE-MANTER
           DISPLAY "PROPOSTAS PARA REDUZIR...: " WS-QTDE-REDUZIR
           DISPLAY "PROPOSTAS PARA REVOGAR...: " WS-QTDE-REVOGAR
           DISPLAY "JA DECIDIDAS (MANTIDAS)..: " WS-QTDE-JA-DECIDIDAS
           DISPLAY "RELATORIO GRAVADO EM " WS-ARQ-SPOOL

           MOVE "REVISAO-BOLSAS" TO WS-AUD-PROGRAMA
           MOVE "PROPOSTAS" TO WS-AUD-OPERACAO
           MOVE SPACES TO WS-AUD-CHAVE
           STRING WS-ANO-REVISAO "-" WS-TERMO-REVISAO
               DELIMITED BY SIZE INTO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           GO TO MENU-BOLSAS-PROCEDURE.

       CARREGA-BOLSISTAS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-BOLSISTAS
           MOVE ZEROS TO WS-FS-BOLSAS
           OPEN INPUT BOLSAS
           IF WS-FS-BOLSAS NOT EQUAL ZEROS
               MOVE WS-FS-BOLSAS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               PERFORM UNTIL WS-FS-BOLSAS EQUAL 10
                   READ BOLSAS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-BOLSAS
                       NOT AT END
                       IF BOL-PERCENTUAL GREATER THAN ZEROS
                           AND WS-QTDE-BOLSISTAS LESS THAN 500
                           ADD 1 TO WS-QTDE-BOLSISTAS
                           MOVE BOL-RGM
                               TO WS-BLS-RGM(WS-QTDE-BOLSISTAS)
                           MOVE BOL-PERCENTUAL
                               TO WS-BLS-PERC(WS-QTDE-BOLSISTAS)
                           MOVE ZEROS
                               TO WS-BLS-AUSENCIAS(WS-QTDE-BOLSISTAS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BOLSAS
           END-IF.

       CONTA-AUSENCIAS-PROCEDURE.
           MOVE ZEROS TO WS-FS-PRESENCAS
           OPEN INPUT PRESENCAS
           IF WS-FS-PRESENCAS NOT EQUAL ZEROS
               DISPLAY "ARQUIVO DE PRESENCAS NAO ENCONTRADO - "
                   "FREQUENCIA CONSIDERADA INTEGRAL"
           ELSE
               PERFORM UNTIL WS-FS-PRESENCAS EQUAL 10
                   READ PRESENCAS
                       AT END MOVE 10 TO WS-FS-PRESENCAS
                       NOT AT END
                       IF PRES-SITUACAO EQUAL "A"
                           AND PRES-DATA NOT LESS THAN WS-CLE-DATA-INI
                           AND PRES-DATA NOT GREATER THAN
                               WS-CLE-DATA-FIM
                           PERFORM SOMA-AUSENCIA-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESENCAS
           END-IF.

       SOMA-AUSENCIA-PROCEDURE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-BOLSISTAS
               IF WS-BLS-RGM(WS-IDX) EQUAL PRES-RGM
                   ADD 1 TO WS-BLS-AUSENCIAS(WS-IDX)
                   MOVE WS-QTDE-BOLSISTAS TO WS-IDX
               END-IF
           END-PERFORM.

      * REVOGA SE QUALQUER INDICADOR ESTIVER ABAIXO DO LIMITE DE
      * REVOGACAO; REDUZ SE ESTIVER ABAIXO DO MINIMO; SENAO MANTEM
       AVALIA-BOLSISTA-PROCEDURE.
           MOVE WS-ANO-REVISAO TO RVB-ANO
           MOVE WS-TERMO-REVISAO TO RVB-TERMO
           MOVE WS-BLS-RGM(WS-IDX) TO RVB-RGM
           READ REVISAO-BOLSAS RECORD
               KEY IS RVB-CHAVE
               INVALID KEY
               MOVE SPACES TO RVB-SITUACAO
           END-READ
           MOVE ZEROS TO WS-FS-REVISAO
           IF RVB-SITUACAO NOT EQUAL SPACES
               AND RVB-SITUACAO NOT EQUAL "PENDENTE"
               ADD 1 TO WS-QTDE-JA-DECIDIDAS
           ELSE
               PERFORM CALCULA-INDICADORES-PROCEDURE
               PERFORM DEFINE-PROPOSTA-PROCEDURE
               PERFORM GRAVA-PROPOSTA-PROCEDURE
           END-IF.

       CALCULA-INDICADORES-PROCEDURE.
           MOVE SPACES TO WS-NOME-ALUNO
           MOVE ZEROS TO WS-SOMA-NOTAS
           MOVE ZEROS TO WS-QTDE-NOTAS
           IF WS-FS-ALUNOTAS EQUAL ZEROS
               MOVE WS-BLS-RGM(WS-IDX) TO ALU-RGM
               MOVE WS-ANO-REVISAO TO ALU-ANO
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
                       IF ALU-RGM NOT EQUAL WS-BLS-RGM(WS-IDX)
                           OR ALU-ANO NOT EQUAL WS-ANO-REVISAO
                           MOVE 10 TO WS-FS-ALUNOTAS
                       ELSE
                           MOVE ALU-NOME TO WS-NOME-ALUNO
                           EVALUATE WS-TERMO-REVISAO
                               WHEN 1
                                   MOVE ALU-NOTA1 TO WS-NOTA-TERMO
                               WHEN 2
                                   MOVE ALU-NOTA2 TO WS-NOTA-TERMO
                               WHEN 3
                                   MOVE ALU-NOTA3 TO WS-NOTA-TERMO
                               WHEN OTHER
                                   MOVE ALU-MEDIA TO WS-NOTA-TERMO
                           END-EVALUATE
                           ADD WS-NOTA-TERMO TO WS-SOMA-NOTAS
                           ADD 1 TO WS-QTDE-NOTAS
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-ALUNOTAS
           END-IF

           MOVE ZEROS TO RVB-MEDIA
           IF WS-QTDE-NOTAS GREATER THAN ZEROS
               COMPUTE RVB-MEDIA ROUNDED =
                   WS-SOMA-NOTAS / WS-QTDE-NOTAS
           END-IF

           MOVE 100 TO RVB-FREQUENCIA
           IF WS-CLE-DIAS-LETIVOS GREATER THAN ZEROS
               IF WS-BLS-AUSENCIAS(WS-IDX) NOT LESS THAN
                   WS-CLE-DIAS-LETIVOS
                   MOVE ZEROS TO RVB-FREQUENCIA
               ELSE
                   COMPUTE RVB-FREQUENCIA ROUNDED =
                       ((WS-CLE-DIAS-LETIVOS -
                           WS-BLS-AUSENCIAS(WS-IDX)) /
                           WS-CLE-DIAS-LETIVOS) * 100
               END-IF
           END-IF

           MOVE ZEROS TO RVB-DIAS-SUSPENSAO
           IF WS-FS-OCORRENCIAS EQUAL ZEROS
               MOVE WS-BLS-RGM(WS-IDX) TO OCO-RGM
               MOVE WS-CLE-DATA-INI TO OCO-DATA
               MOVE ZEROS TO OCO-SEQ
               START OCORRENCIAS KEY IS NOT LESS THAN OCO-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-OCORRENCIAS
               END-START
               PERFORM UNTIL WS-FS-OCORRENCIAS EQUAL 10
                   READ OCORRENCIAS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-OCORRENCIAS
                       NOT AT END
                       IF OCO-RGM NOT EQUAL WS-BLS-RGM(WS-IDX)
                           OR OCO-DATA GREATER THAN WS-CLE-DATA-FIM
                           MOVE 10 TO WS-FS-OCORRENCIAS
                       ELSE
                           IF OCO-TIPO EQUAL "SUSPENSAO"
                               ADD OCO-DIAS-SUSPENSAO
                                   TO RVB-DIAS-SUSPENSAO
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-OCORRENCIAS
           END-IF.

       DEFINE-PROPOSTA-PROCEDURE.
           MOVE WS-BLS-PERC(WS-IDX) TO RVB-PERC-ATUAL
           IF RVB-MEDIA LESS THAN WS-MEDIA-REVOGA
               OR RVB-FREQUENCIA LESS THAN WS-FREQ-REVOGA
               OR RVB-DIAS-SUSPENSAO NOT LESS THAN WS-SUSP-REVOGA
               MOVE "REVOGAR" TO RVB-PROPOSTA
               MOVE ZEROS TO RVB-PERC-PROPOSTO
               ADD 1 TO WS-QTDE-REVOGAR
           ELSE
               IF RVB-MEDIA LESS THAN WS-MEDIA-MINIMA
                   OR RVB-FREQUENCIA LESS THAN WS-FREQ-MINIMA
                   OR RVB-DIAS-SUSPENSAO NOT LESS THAN WS-SUSP-REDUZ
                   MOVE "REDUZIR" TO RVB-PROPOSTA
                   COMPUTE RVB-PERC-PROPOSTO ROUNDED =
                       RVB-PERC-ATUAL * (100 - WS-PERC-REDUCAO) / 100
                   ADD 1 TO WS-QTDE-REDUZIR
               ELSE
                   MOVE "MANTER" TO RVB-PROPOSTA
                   MOVE RVB-PERC-ATUAL TO RVB-PERC-PROPOSTO
                   ADD 1 TO WS-QTDE-MANTER
               END-IF
           END-IF.

       GRAVA-PROPOSTA-PROCEDURE.
           MOVE WS-ANO-REVISAO TO RVB-ANO
           MOVE WS-TERMO-REVISAO TO RVB-TERMO
           MOVE WS-BLS-RGM(WS-IDX) TO RVB-RGM
           MOVE WS-NOME-ALUNO TO RVB-NOME
           MOVE "PENDENTE" TO RVB-SITUACAO
           MOVE ZEROS TO RVB-COMPETENCIA
           MOVE SPACES TO RVB-APROVADOR
           MOVE ZEROS TO RVB-DATA-DECISAO

           WRITE REG-REVISAO-BOLSA
           IF WS-FS-REVISAO EQUAL 22
               REWRITE REG-REVISAO-BOLSA
               END-REWRITE
           END-IF
           IF WS-FS-REVISAO NOT EQUAL ZEROS
               DISPLAY "ERRO AO GRAVAR A PROPOSTA DO RGM " RVB-RGM
               MOVE WS-FS-REVISAO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF

           MOVE RVB-MEDIA TO WS-MEDIA-ED
           MOVE RVB-FREQUENCIA TO WS-FREQ-ED
           MOVE RVB-PERC-PROPOSTO TO WS-PERC-ED-2
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING RVB-RGM " " RVB-NOME " " WS-MEDIA-ED "  "
               WS-FREQ-ED " " RVB-DIAS-SUSPENSAO "  "
               RVB-PROPOSTA " PARA " WS-PERC-ED-2 "%"
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

      * A DECISAO E DA DIRECAO; A APROVACAO ATUALIZA A BOLSA A PARTIR
      * DA COMPETENCIA INFORMADA E EMITE A CARTA AO RESPONSAVEL
       APROVA-REVISAO.
           IF WS-LOGIN-PERFIL NOT EQUAL "DIRECAO"
               AND WS-LOGIN-PERFIL NOT EQUAL "SUPERVISOR"
               DISPLAY "APROVACAO RESTRITA AOS PERFIS "
                   "DIRECAO E SUPERVISOR"
               GO TO MENU-BOLSAS-PROCEDURE
           END-IF

           DISPLAY "INFORME O ANO LETIVO (EX: 2021): "
           ACCEPT WS-ANO-REVISAO
           DISPLAY "INFORME O TERMO (1 A 3, 0 = FIM DE ANO): "
           ACCEPT WS-TERMO-REVISAO
           DISPLAY "INFORME A COMPETENCIA DE VIGENCIA (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           IF WS-COMPETENCIA(5:2) LESS THAN "01"
               OR WS-COMPETENCIA(5:2) GREATER THAN "12"
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO MENU-BOLSAS-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-REVISAO
           OPEN I-O REVISAO-BOLSAS
           IF WS-FS-REVISAO NOT EQUAL ZEROS
               DISPLAY "NENHUMA PROPOSTA DE REVISAO GERADA"
               GO TO MENU-BOLSAS-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-BOLSAS
           OPEN I-O BOLSAS
           IF WS-FS-BOLSAS NOT EQUAL ZEROS
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE BOLSAS"
               MOVE WS-FS-BOLSAS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               CLOSE REVISAO-BOLSAS
               GO TO MENU-BOLSAS-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-BOLSAS-HIST
           OPEN I-O BOLSAS-HISTORICO
           IF WS-FS-BOLSAS-HIST EQUAL 35
               OPEN OUTPUT BOLSAS-HISTORICO
               CLOSE BOLSAS-HISTORICO
               OPEN I-O BOLSAS-HISTORICO
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               "cartas-bolsas-" WS-DATA-HOJE ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE "COMUNICADO DE REVISAO DE BOLSA" TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE ZEROS TO WS-QTDE-APROVADAS
           MOVE ZEROS TO WS-QTDE-REJEITADAS
           MOVE ZEROS TO WS-QTDE-PENDENTES

           MOVE WS-ANO-REVISAO TO RVB-ANO
           MOVE WS-TERMO-REVISAO TO RVB-TERMO
           MOVE ZEROS TO RVB-RGM
           START REVISAO-BOLSAS KEY IS NOT LESS THAN RVB-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-REVISAO
           END-START
           PERFORM UNTIL WS-FS-REVISAO EQUAL 10
               READ REVISAO-BOLSAS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-REVISAO
                   NOT AT END
                   IF RVB-ANO NOT EQUAL WS-ANO-REVISAO
                       OR RVB-TERMO NOT EQUAL WS-TERMO-REVISAO
                       MOVE 10 TO WS-FS-REVISAO
                   ELSE
                       IF RVB-SITUACAO EQUAL "PENDENTE"
                           PERFORM DECIDE-PROPOSTA-PROCEDURE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           PERFORM FECHA-SPOOL-PROCEDURE
           CLOSE BOLSAS-HISTORICO
           CLOSE BOLSAS
           CLOSE REVISAO-BOLSAS

           DISPLAY "APROVADAS.........: " WS-QTDE-APROVADAS
           DISPLAY "REJEITADAS........: " WS-QTDE-REJEITADAS
           DISPLAY "MANTIDAS PENDENTES: " WS-QTDE-PENDENTES
           IF WS-QTDE-APROVADAS GREATER THAN ZEROS
               DISPLAY "CARTAS GRAVADAS EM " WS-ARQ-SPOOL
           END-IF
           GO TO MENU-BOLSAS-PROCEDURE.

       DECIDE-PROPOSTA-PROCEDURE.
           MOVE RVB-PERC-ATUAL TO WS-PERC-ED
           MOVE RVB-PERC-PROPOSTO TO WS-PERC-ED-2
           MOVE RVB-MEDIA TO WS-MEDIA-ED
           MOVE RVB-FREQUENCIA TO WS-FREQ-ED
           DISPLAY " "
           DISPLAY "RGM " RVB-RGM " " RVB-NOME
           DISPLAY "MEDIA " WS-MEDIA-ED " FREQUENCIA " WS-FREQ-ED
               "% DIAS DE SUSPENSAO " RVB-DIAS-SUSPENSAO
           DISPLAY "PROPOSTA: " RVB-PROPOSTA " - BOLSA DE " WS-PERC-ED
               "% PARA " WS-PERC-ED-2 "%"
           DISPLAY "(A)PROVAR, (R)EJEITAR OU (P)ULAR? "
           ACCEPT WS-DECISAO

           IF WS-DECISAO EQUAL "A"
               PERFORM APLICA-PROPOSTA-PROCEDURE
           ELSE IF WS-DECISAO EQUAL "R"
               MOVE "REJEITADA" TO RVB-SITUACAO
               MOVE WS-LOGIN-ID TO RVB-APROVADOR
               MOVE WS-DATA-HOJE TO RVB-DATA-DECISAO
               REWRITE REG-REVISAO-BOLSA
               END-REWRITE
               ADD 1 TO WS-QTDE-REJEITADAS
               MOVE "REVISAO-BOLSAS" TO WS-AUD-PROGRAMA
               MOVE "REJEICAO" TO WS-AUD-OPERACAO
               MOVE RVB-RGM TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
               DISPLAY "PROPOSTA REJEITADA - BOLSA SEM ALTERACAO"
           ELSE
               ADD 1 TO WS-QTDE-PENDENTES
               DISPLAY "PROPOSTA MANTIDA COMO PENDENTE"
           END-IF.

       APLICA-PROPOSTA-PROCEDURE.
           IF RVB-PROPOSTA NOT EQUAL "MANTER"
               MOVE RVB-RGM TO BOL-RGM
               READ BOLSAS RECORD
                   KEY IS BOL-RGM
                   INVALID KEY
                   DISPLAY "BOLSA DO RGM NAO ENCONTRADA"
                   NOT INVALID KEY
                   MOVE RVB-PERC-PROPOSTO TO BOL-PERCENTUAL
                   REWRITE REG-BOLSA
                   END-REWRITE
               END-READ
               IF WS-FS-BOLSAS NOT EQUAL ZEROS
                   MOVE WS-FS-BOLSAS TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               ELSE
                   PERFORM GRAVA-HISTORICO-PROCEDURE
               END-IF
           END-IF

           IF WS-FS-BOLSAS NOT EQUAL ZEROS
               MOVE ZEROS TO WS-FS-BOLSAS
               ADD 1 TO WS-QTDE-PENDENTES
               DISPLAY "PROPOSTA MANTIDA COMO PENDENTE"
           ELSE
               PERFORM CONFIRMA-PROPOSTA-PROCEDURE
           END-IF.

       CONFIRMA-PROPOSTA-PROCEDURE.
           MOVE "APROVADA" TO RVB-SITUACAO
           MOVE WS-COMPETENCIA TO RVB-COMPETENCIA
           MOVE WS-LOGIN-ID TO RVB-APROVADOR
           MOVE WS-DATA-HOJE TO RVB-DATA-DECISAO
           REWRITE REG-REVISAO-BOLSA
           END-REWRITE
           ADD 1 TO WS-QTDE-APROVADAS

           MOVE "REVISAO-BOLSAS" TO WS-AUD-PROGRAMA
           MOVE "APROVACAO" TO WS-AUD-OPERACAO
           MOVE RVB-RGM TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           PERFORM IMPRIME-CARTA-PROCEDURE
           DISPLAY "PROPOSTA APROVADA A PARTIR DE " WS-COMPETENCIA.

       GRAVA-HISTORICO-PROCEDURE.
           MOVE RVB-RGM TO HBL-RGM
           MOVE WS-COMPETENCIA TO HBL-COMPETENCIA
           READ BOLSAS-HISTORICO RECORD
               KEY IS HBL-CHAVE
               INVALID KEY
               MOVE RVB-PERC-ATUAL TO HBL-PERC-ANTERIOR
               PERFORM MONTA-HISTORICO-PROCEDURE
               WRITE REG-BOLSA-HISTORICO
               END-WRITE
               NOT INVALID KEY
               PERFORM MONTA-HISTORICO-PROCEDURE
               REWRITE REG-BOLSA-HISTORICO
               END-REWRITE
           END-READ
           IF WS-FS-BOLSAS-HIST NOT EQUAL ZEROS
               DISPLAY "ERRO AO GRAVAR O HISTORICO DA BOLSA"
               MOVE WS-FS-BOLSAS-HIST TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               MOVE ZEROS TO WS-FS-BOLSAS-HIST
           END-IF.

       MONTA-HISTORICO-PROCEDURE.
           MOVE RVB-PERC-PROPOSTO TO HBL-PERC-NOVO
           MOVE RVB-PROPOSTA TO HBL-MOTIVO
           MOVE RVB-ANO TO HBL-ANO-REVISAO
           MOVE RVB-TERMO TO HBL-TERMO-REVISAO
           MOVE WS-DATA-HOJE TO HBL-DATA
           MOVE WS-LOGIN-ID TO HBL-OPERADOR.

       IMPRIME-CARTA-PROCEDURE.
           PERFORM BUSCA-RESPONSAVEL-PROCEDURE

           MOVE "----------------------------------------"
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "COMUNICADO DE REVISAO DE BOLSA - " WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "AO RESPONSAVEL " WS-NOME-RESP
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "ENDERECO: " WS-END-RESP
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "O(A) ALUNO(A) " RVB-NOME
               " (RGM " RVB-RGM ")"
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "TEVE MEDIA " WS-MEDIA-ED ", FREQUENCIA DE "
               WS-FREQ-ED "% E " RVB-DIAS-SUSPENSAO
               " DIA(S) DE SUSPENSAO NO PERIODO."
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           IF RVB-PROPOSTA EQUAL "MANTER"
               STRING "A BOLSA DE " WS-PERC-ED "% FOI RENOVADA."
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           ELSE IF RVB-PROPOSTA EQUAL "REDUZIR"
               STRING "A BOLSA PASSA DE " WS-PERC-ED "% PARA "
                   WS-PERC-ED-2 "% A PARTIR DA COMPETENCIA "
                   WS-COMPETENCIA "."
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           ELSE
               STRING "A BOLSA DE " WS-PERC-ED "% FOI REVOGADA A "
                   "PARTIR DA COMPETENCIA " WS-COMPETENCIA "."
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-IF
           END-IF
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE "DUVIDAS DEVEM SER TRATADAS COM A DIRECAO."
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       BUSCA-RESPONSAVEL-PROCEDURE.
           MOVE "RESPONSAVEL NAO CADASTRADO" TO WS-NOME-RESP
           MOVE SPACES TO WS-END-RESP

           MOVE ZEROS TO WS-FS-ALUNORESP
           OPEN INPUT ALUNO-RESP
           IF WS-FS-ALUNORESP EQUAL ZEROS
               MOVE RVB-RGM TO ALR-RGM
               READ ALUNO-RESP RECORD
                   KEY IS ALR-RGM
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE ZEROS TO WS-FS-RESPONSAVEIS
                   OPEN INPUT RESPONSAVEIS
                   IF WS-FS-RESPONSAVEIS EQUAL ZEROS
                       MOVE ALR-RESP TO RESP-CODIGO
                       READ RESPONSAVEIS RECORD
                           KEY IS RESP-CODIGO
                           INVALID KEY
                           CONTINUE
                           NOT INVALID KEY
                           MOVE RESP-NOME TO WS-NOME-RESP
                           MOVE RESP-ENDERECO TO WS-END-RESP
                       END-READ
                       CLOSE RESPONSAVEIS
                   END-IF
               END-READ
               CLOSE ALUNO-RESP
           END-IF.

       CARREGA-PARAMETROS-PROCEDURE.
           MOVE ZEROS TO WS-FS-PARAMETROS
           OPEN INPUT PARAMETROS
           IF WS-FS-PARAMETROS EQUAL ZEROS
               READ PARAMETROS
                   AT END
                   CONTINUE
                   NOT AT END
                   MOVE PRM-MEDIA-MINIMA TO WS-MEDIA-MINIMA
                   MOVE PRM-MEDIA-REVOGA TO WS-MEDIA-REVOGA
                   MOVE PRM-FREQ-MINIMA TO WS-FREQ-MINIMA
                   MOVE PRM-FREQ-REVOGA TO WS-FREQ-REVOGA
                   MOVE PRM-SUSP-REDUZ TO WS-SUSP-REDUZ
                   MOVE PRM-SUSP-REVOGA TO WS-SUSP-REVOGA
                   MOVE PRM-PERC-REDUCAO TO WS-PERC-REDUCAO
               END-READ
               CLOSE PARAMETROS
           END-IF.

       COPY CLETPRC.
       COPY SPOOLPRC.
       COPY LOGINPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM REVISAO-BOLSAS.
