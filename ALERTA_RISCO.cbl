      ******************************************************************
      * Author:
      * Date:
      * Purpose: ALERTA PRECOCE DE ALUNOS EM RISCO DE REPROVACAO OU
      *          EVASAO, COM REGISTRO DAS ACOES DA COORDENACAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTA-RISCO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
           SELECT  PARAMETROS ASSIGN TO WS-ARQ-ALERTA-PARAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-PARAMETROS.

           SELECT  ALUNOS ASSIGN TO WS-ARQ-ALUNOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ALUNOS.

           SELECT  PRESENCAS ASSIGN TO WS-ARQ-PRESENCAS
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-PRESENCAS.

           SELECT  MENSALIDADES ASSIGN TO WS-ARQ-MENSALIDADES
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS MEN-CHAVE
           FILE STATUS IS WS-FS-MENSALIDADES.

           COPY RSCSEL.

           COPY ACRSEL.

           COPY ALUIXSEL.

           COPY ESQSEL.

           COPY OCORSEL.

           COPY CLETSEL.

           COPY SPOOLSEL.

           COPY OPERSEL.

           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
           FD PARAMETROS.
       01 REG-PARAMETROS.
           03 PRM-PONTOS-RISCO      PIC 9(003).
           03 PRM-FREQ-MINIMA       PIC 9(003)V99.
           03 PRM-QUEDA-FREQ        PIC 9(003)V99.
           03 PRM-DIAS-RECENTES     PIC 9(003).
           03 PRM-DIAS-OCORRENCIAS  PIC 9(003).
           03 PRM-PESO-NOTA         PIC 9(002).
           03 PRM-PESO-FREQ         PIC 9(002).
           03 PRM-PESO-QUEDA        PIC 9(002).
           03 PRM-PESO-OCORRENCIA   PIC 9(002).
           03 PRM-PESO-SUSPENSAO    PIC 9(002).
           03 PRM-PESO-MENSALIDADE  PIC 9(002).

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

           FD MENSALIDADES.
       01 REG-MENSALIDADE.
           03  MEN-CHAVE.
               05  MEN-RGM           PIC 9(005).
               05  MEN-COMPETENCIA   PIC 9(006).
           03  MEN-NOME              PIC A(020).
           03  MEN-DATA-VENCIMENTO   PIC 9(008).
           03  MEN-VALOR             PIC 9(007)V99.
           03  MEN-VALOR-PAGO        PIC 9(007)V99.
           03  MEN-DATA-PAGAMENTO    PIC 9(008).
           03  MEN-STATUS            PIC X(008).
           03  MEN-VALOR-TRANSPORTE  PIC 9(007)V99.

           COPY RSCFD.

           COPY ACRFD.

           COPY ALUIXFD.

           COPY ESQFD.

           COPY OCORFD.

           COPY CLETFD.

           COPY SPOOLFD.

           COPY OPERFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       01 WS-FS-PARAMETROS          PIC 99.
       01 WS-FS-ALUNOS              PIC 99.
       01 WS-FS-PRESENCAS           PIC 99.
       01 WS-FS-MENSALIDADES        PIC 99.
       01 WS-FS-RISCO               PIC 99.
       01 WS-FS-ACOES               PIC 99.
       01 WS-FS-ALUNOTAS            PIC 99.
       01 WS-FS-OCORRENCIAS         PIC 99.
       01 WS-OPC                    PIC X(001).
       01 WS-TENT-INVALIDAS         PIC 9(002) VALUE ZEROS.
       01 WS-TENT-LIMITE            PIC 9(002) VALUE 3.
       01 WS-PONTOS-RISCO           PIC 9(003) VALUE 3.
       01 WS-FREQ-MINIMA            PIC 9(003)V99 VALUE 75.00.
       01 WS-QUEDA-FREQ             PIC 9(003)V99 VALUE 10.00.
       01 WS-DIAS-RECENTES          PIC 9(003) VALUE 30.
       01 WS-DIAS-OCORRENCIAS       PIC 9(003) VALUE 60.
       01 WS-PESO-NOTA              PIC 9(002) VALUE 2.
       01 WS-PESO-FREQ              PIC 9(002) VALUE 3.
       01 WS-PESO-QUEDA             PIC 9(002) VALUE 2.
       01 WS-PESO-OCORRENCIA        PIC 9(002) VALUE 1.
       01 WS-PESO-SUSPENSAO         PIC 9(002) VALUE 2.
       01 WS-PESO-MENSALIDADE       PIC 9(002) VALUE 2.
       01 WS-ANO-LETIVO             PIC 9(004) VALUE ZEROS.
       01 WS-DATA-INICIO            PIC 9(008) VALUE ZEROS.
       01 WS-DATA-REFERENCIA        PIC 9(008) VALUE ZEROS.
       01 WS-DATA-RECENTE-INI       PIC 9(008) VALUE ZEROS.
       01 WS-DATA-ANTERIOR-FIM      PIC 9(008) VALUE ZEROS.
       01 WS-DATA-OCORRENCIAS-INI   PIC 9(008) VALUE ZEROS.
       01 WS-DIAS-INT               PIC 9(007) VALUE ZEROS.
       01 WS-LETIVOS-RECENTES       PIC 9(005) VALUE ZEROS.
       01 WS-LETIVOS-ANTERIORES     PIC 9(005) VALUE ZEROS.
       01 WS-IDX                    PIC 9(003) VALUE ZEROS.
       01 WS-IDX-2                  PIC 9(003) VALUE ZEROS.
       01 WS-PONTOS-ALUNO           PIC 9(003) VALUE ZEROS.
       01 WS-NOTA-BAIXA             PIC X(001) VALUE "N".
       01 WS-MOTIVOS                PIC X(060) VALUE SPACES.
       01 WS-MOTIVOS-PTR            PIC 9(003) VALUE 1.
       01 WS-TEM-ANTERIOR           PIC X(001) VALUE "N".
       01 WS-DATA-ANTERIOR          PIC 9(008) VALUE ZEROS.
       01 WS-PONTOS-ANTERIOR        PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-ACOES             PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-AVALIADOS         PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-EM-RISCO          PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-SAIRAM            PIC 9(005) VALUE ZEROS.
       01 WS-TURMA-ANTERIOR         PIC X(007) VALUE SPACES.
       01 WS-FREQ-ED                PIC ZZ9.99.
       01 WS-FREQ-ED-2              PIC ZZ9.99.
       01 WS-RGM-ACAO               PIC 9(005) VALUE ZEROS.
       01 WS-TIPO-ACAO              PIC X(001) VALUE SPACES.
       01 WS-DATA-HOJE              PIC 9(008) VALUE ZEROS.
       01 WS-SEQ-ACAO               PIC 9(002) VALUE ZEROS.
       01 WS-RISCO-SALVO            PIC X(080) VALUE SPACES.

      * ALUNOS ATIVOS COM AS AUSENCIAS DAS DUAS JANELAS DE FREQUENCIA
       01 WS-ALUNOS-TABELA.
           03 WS-QTDE-ALUNOS        PIC 9(003) VALUE ZEROS.
           03 WS-ALUNO-ITEM OCCURS 800 TIMES.
               05 WS-AT-RGM         PIC 9(005).
               05 WS-AT-NOME        PIC A(020).
               05 WS-AT-TURMA       PIC X(007).
               05 WS-AT-AUS-REC     PIC 9(003).
               05 WS-AT-AUS-ANT     PIC 9(003).

      * ALUNOS DA LISTA, ORDENADOS POR TURMA E PONTUACAO
       01 WS-RISCO-TABELA.
           03 WS-QTDE-RISCO         PIC 9(003) VALUE ZEROS.
           03 WS-RISCO-ITEM OCCURS 800 TIMES.
               05 WS-RK-TURMA       PIC X(007).
               05 WS-RK-PONTOS      PIC 9(003).
               05 WS-RK-RGM         PIC 9(005).
               05 WS-RK-NOME        PIC A(020).
               05 WS-RK-ANTERIOR    PIC X(003).
               05 WS-RK-EVOLUCAO    PIC X(008).
               05 WS-RK-ACOES       PIC 9(003).
               05 WS-RK-SAIU        PIC X(001).
               05 WS-RK-MOTIVOS     PIC X(060).

       01 WS-RISCO-TROCA.
           03 WS-TRC-TURMA          PIC X(007).
           03 WS-TRC-PONTOS         PIC 9(003).
           03 WS-TRC-RGM            PIC 9(005).
           03 WS-TRC-NOME           PIC A(020).
           03 WS-TRC-ANTERIOR       PIC X(003).
           03 WS-TRC-EVOLUCAO       PIC X(008).
           03 WS-TRC-ACOES          PIC 9(003).
           03 WS-TRC-SAIU           PIC X(001).
           03 WS-TRC-MOTIVOS        PIC X(060).

       COPY ESQWS.
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
       MENU-RISCO-PROCEDURE.

           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-RISCO-REPROMPT.

           DISPLAY " "
           DISPLAY "---------ALUNOS EM RISCO -------------"
           DISPLAY "G - GERAR LISTA DE ALUNOS EM RISCO"
           DISPLAY "A - REGISTRAR ACAO COM UM ALUNO"
           DISPLAY "H - HISTORICO DE RISCO DE UM ALUNO"
           DISPLAY "V - ENCERRAR"
           DISPLAY "DIGITE A OPCAO G,A OU H... OU V PARA SAIR"

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO "V"

               IF WS-OPC IS EQUAL TO "G"
               GO TO GERA-LISTA-RISCO
               ELSE IF WS-OPC IS EQUAL TO "A"
               GO TO REGISTRA-ACAO
               ELSE IF WS-OPC IS EQUAL TO "H"
               GO TO HISTORICO-ALUNO
               ELSE
               DISPLAY "OPCAO INVALIDA"
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY "MUITAS OPCOES INVALIDAS"
                   DISPLAY "APLICACAO FINALIZADA!"
                   STOP RUN
               END-IF
               GO TO MENU-RISCO-REPROMPT
               END-IF

           END-PERFORM

           DISPLAY "APLICACAO FINALIZADA!"
           STOP RUN.

      * A FREQUENCIA RECENTE (ULTIMOS DIAS) E COMPARADA COM A DO
      * RESTANTE DO PERIODO PARA APONTAR A TENDENCIA DE QUEDA
       GERA-LISTA-RISCO.
           DISPLAY "INFORME O ANO LETIVO (EX: 2021): "
           ACCEPT WS-ANO-LETIVO
           DISPLAY "INFORME A DATA DE INICIO DO PERIODO (AAAAMMDD): "
           ACCEPT WS-DATA-INICIO
           DISPLAY "INFORME A DATA DE REFERENCIA (AAAAMMDD, "
               "ZEROS = HOJE): "
           ACCEPT WS-DATA-REFERENCIA
           IF WS-DATA-REFERENCIA EQUAL ZEROS
               ACCEPT WS-DATA-REFERENCIA FROM DATE YYYYMMDD
           END-IF
           IF WS-DATA-INICIO NOT LESS THAN WS-DATA-REFERENCIA
               DISPLAY "DATA DE INICIO DEVE SER ANTERIOR A REFERENCIA"
               GO TO MENU-RISCO-PROCEDURE
           END-IF

           PERFORM DEFINE-JANELAS-PROCEDURE
           PERFORM CARREGA-ALUNOS-PROCEDURE
           IF WS-QTDE-ALUNOS EQUAL ZEROS
               DISPLAY "NENHUM ALUNO ATIVO ENCONTRADO"
               GO TO MENU-RISCO-PROCEDURE
           END-IF
           PERFORM CONTA-AUSENCIAS-PROCEDURE

           MOVE ZEROS TO WS-FS-ALUNOTAS
           OPEN INPUT ALUNOS-NOTAS
           MOVE ZEROS TO WS-FS-OCORRENCIAS
           OPEN INPUT OCORRENCIAS
           MOVE ZEROS TO WS-FS-MENSALIDADES
           OPEN INPUT MENSALIDADES
           MOVE ZEROS TO WS-FS-ACOES
           OPEN INPUT ACOES-RISCO
           MOVE ZEROS TO WS-FS-RISCO
           OPEN I-O RISCO-ALUNOS
           IF WS-FS-RISCO EQUAL 35
               OPEN OUTPUT RISCO-ALUNOS
               CLOSE RISCO-ALUNOS
               OPEN I-O RISCO-ALUNOS
           END-IF

           MOVE ZEROS TO WS-QTDE-RISCO
           MOVE ZEROS TO WS-QTDE-AVALIADOS
           MOVE ZEROS TO WS-QTDE-EM-RISCO
           MOVE ZEROS TO WS-QTDE-SAIRAM
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-ALUNOS
               PERFORM AVALIA-ALUNO-PROCEDURE
           END-PERFORM

           CLOSE RISCO-ALUNOS
           IF WS-FS-ACOES EQUAL ZEROS
               CLOSE ACOES-RISCO
           END-IF
           IF WS-FS-MENSALIDADES EQUAL ZEROS
               CLOSE MENSALIDADES
           END-IF
           IF WS-FS-OCORRENCIAS EQUAL ZEROS
               CLOSE OCORRENCIAS
           END-IF
           IF WS-FS-ALUNOTAS EQUAL ZEROS
               CLOSE ALUNOS-NOTAS
           END-IF

           PERFORM ORDENA-RISCO-PROCEDURE
           PERFORM IMPRIME-LISTA-PROCEDURE

           DISPLAY "ALUNOS AVALIADOS......: " WS-QTDE-AVALIADOS
           DISPLAY "ALUNOS EM RISCO.......: " WS-QTDE-EM-RISCO
           DISPLAY "SAIRAM DA LISTA.......: " WS-QTDE-SAIRAM
           DISPLAY "LISTA GRAVADA EM " WS-ARQ-SPOOL

           MOVE "ALERTA-RISCO" TO WS-AUD-PROGRAMA
           MOVE "APURACAO" TO WS-AUD-OPERACAO
           MOVE WS-DATA-REFERENCIA TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           GO TO MENU-RISCO-PROCEDURE.

       DEFINE-JANELAS-PROCEDURE.
           COMPUTE WS-DIAS-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-REFERENCIA)
               - WS-DIAS-RECENTES + 1
           COMPUTE WS-DATA-RECENTE-INI =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
           IF WS-DATA-RECENTE-INI LESS THAN WS-DATA-INICIO
               MOVE WS-DATA-INICIO TO WS-DATA-RECENTE-INI
           END-IF
           COMPUTE WS-DIAS-INT = WS-DIAS-INT - 1
           COMPUTE WS-DATA-ANTERIOR-FIM =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)

           COMPUTE WS-DIAS-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-REFERENCIA)
               - WS-DIAS-OCORRENCIAS + 1
           COMPUTE WS-DATA-OCORRENCIAS-INI =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)

           MOVE WS-DATA-RECENTE-INI TO WS-CLE-DATA-INI
           MOVE WS-DATA-REFERENCIA TO WS-CLE-DATA-FIM
           PERFORM CONTA-DIAS-LETIVOS-PROCEDURE
           MOVE WS-CLE-DIAS-LETIVOS TO WS-LETIVOS-RECENTES

           MOVE ZEROS TO WS-LETIVOS-ANTERIORES
           IF WS-DATA-ANTERIOR-FIM NOT LESS THAN WS-DATA-INICIO
               MOVE WS-DATA-INICIO TO WS-CLE-DATA-INI
               MOVE WS-DATA-ANTERIOR-FIM TO WS-CLE-DATA-FIM
               PERFORM CONTA-DIAS-LETIVOS-PROCEDURE
               MOVE WS-CLE-DIAS-LETIVOS TO WS-LETIVOS-ANTERIORES
           END-IF.

       CARREGA-ALUNOS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ALUNOS
           MOVE ZEROS TO WS-FS-ALUNOS
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS NOT EQUAL ZEROS
               DISPLAY "ERRO AO ABRIR O ARQUIVO DE ALUNOS"
               MOVE WS-FS-ALUNOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               PERFORM UNTIL WS-FS-ALUNOS EQUAL 10
                   READ ALUNOS
                       AT END MOVE 10 TO WS-FS-ALUNOS
                       NOT AT END
                       IF SIT-ALUNO NOT EQUAL "I"
                           AND WS-QTDE-ALUNOS LESS THAN 800
                           ADD 1 TO WS-QTDE-ALUNOS
                           MOVE RGM-ALUNO TO WS-AT-RGM(WS-QTDE-ALUNOS)
                           MOVE NOME-ALUNO
                               TO WS-AT-NOME(WS-QTDE-ALUNOS)
                           MOVE TURMA-ALUNO
                               TO WS-AT-TURMA(WS-QTDE-ALUNOS)
                           MOVE ZEROS TO WS-AT-AUS-REC(WS-QTDE-ALUNOS)
                           MOVE ZEROS TO WS-AT-AUS-ANT(WS-QTDE-ALUNOS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNOS
           END-IF.

       CONTA-AUSENCIAS-PROCEDURE.
           MOVE ZEROS TO WS-FS-PRESENCAS
           OPEN INPUT PRESENCAS
           IF WS-FS-PRESENCAS EQUAL ZEROS
               PERFORM UNTIL WS-FS-PRESENCAS EQUAL 10
                   READ PRESENCAS
                       AT END MOVE 10 TO WS-FS-PRESENCAS
                       NOT AT END
                       IF PRES-SITUACAO EQUAL "A"
                           AND PRES-DATA NOT LESS THAN WS-DATA-INICIO
                           AND PRES-DATA NOT GREATER THAN
                               WS-DATA-REFERENCIA
                           PERFORM SOMA-AUSENCIA-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESENCAS
           END-IF.

       SOMA-AUSENCIA-PROCEDURE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-ALUNOS
               IF WS-AT-RGM(WS-IDX) EQUAL PRES-RGM
                   IF PRES-DATA NOT LESS THAN WS-DATA-RECENTE-INI
                       ADD 1 TO WS-AT-AUS-REC(WS-IDX)
                   ELSE
                       ADD 1 TO WS-AT-AUS-ANT(WS-IDX)
                   END-IF
                   MOVE WS-QTDE-ALUNOS TO WS-IDX
               END-IF
           END-PERFORM.

       AVALIA-ALUNO-PROCEDURE.
           ADD 1 TO WS-QTDE-AVALIADOS
           MOVE ZEROS TO WS-PONTOS-ALUNO
           MOVE SPACES TO WS-MOTIVOS
           MOVE 1 TO WS-MOTIVOS-PTR

           MOVE WS-AT-RGM(WS-IDX) TO RSC-RGM
           MOVE WS-DATA-REFERENCIA TO RSC-DATA
           MOVE WS-AT-NOME(WS-IDX) TO RSC-NOME
           MOVE WS-AT-TURMA(WS-IDX) TO RSC-TURMA

           PERFORM PONTUA-NOTAS-PROCEDURE
           PERFORM PONTUA-FREQUENCIA-PROCEDURE
           PERFORM PONTUA-OCORRENCIAS-PROCEDURE
           PERFORM PONTUA-MENSALIDADES-PROCEDURE
           MOVE WS-PONTOS-ALUNO TO RSC-PONTOS

           PERFORM BUSCA-APURACAO-ANTERIOR-PROCEDURE

           MOVE WS-AT-RGM(WS-IDX) TO RSC-RGM
           MOVE WS-DATA-REFERENCIA TO RSC-DATA
           MOVE WS-PONTOS-ALUNO TO RSC-PONTOS
           WRITE REG-RISCO
           IF WS-FS-RISCO EQUAL 22
               REWRITE REG-RISCO
               END-REWRITE
           END-IF
           IF WS-FS-RISCO NOT EQUAL ZEROS
               DISPLAY "ERRO AO GRAVAR A APURACAO DO RGM " RSC-RGM
               MOVE WS-FS-RISCO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               MOVE ZEROS TO WS-FS-RISCO
           END-IF

           IF WS-PONTOS-ALUNO NOT LESS THAN WS-PONTOS-RISCO
               ADD 1 TO WS-QTDE-EM-RISCO
               PERFORM GUARDA-RISCO-PROCEDURE
           ELSE
               IF WS-TEM-ANTERIOR EQUAL "S"
                   AND WS-PONTOS-ANTERIOR NOT LESS THAN
                       WS-PONTOS-RISCO
                   ADD 1 TO WS-QTDE-SAIRAM
                   PERFORM GUARDA-RISCO-PROCEDURE
               END-IF
           END-IF.

      * NOTA1 SEMPRE CONTA; NOTA2 SO DEPOIS DE LANCADA
       PONTUA-NOTAS-PROCEDURE.
           MOVE ZEROS TO RSC-DISC-ABAIXO
           IF WS-FS-ALUNOTAS EQUAL ZEROS
               MOVE WS-AT-RGM(WS-IDX) TO ALU-RGM
               MOVE WS-ANO-LETIVO TO ALU-ANO
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
                       IF ALU-RGM NOT EQUAL WS-AT-RGM(WS-IDX)
                           OR ALU-ANO NOT EQUAL WS-ANO-LETIVO
                           MOVE 10 TO WS-FS-ALUNOTAS
                       ELSE
                           PERFORM VERIFICA-NOTA-DISCIPLINA-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-ALUNOTAS
           END-IF

           IF RSC-DISC-ABAIXO GREATER THAN ZEROS
               COMPUTE WS-PONTOS-ALUNO = WS-PONTOS-ALUNO +
                   (RSC-DISC-ABAIXO * WS-PESO-NOTA)
               STRING "NOTA(" RSC-DISC-ABAIXO " DISC) "
                   DELIMITED BY SIZE INTO WS-MOTIVOS
                   WITH POINTER WS-MOTIVOS-PTR
           END-IF.

       VERIFICA-NOTA-DISCIPLINA-PROCEDURE.
           MOVE ALU-DISCIPLINA TO WS-ESQ-DISC-CALC
           PERFORM CARREGA-ESQUEMA-PROCEDURE
           MOVE "N" TO WS-NOTA-BAIXA
           IF ALU-NOTA1 LESS THAN WS-ESQ-MINIMA-CALC
               MOVE "S" TO WS-NOTA-BAIXA
           END-IF
           IF ALU-NOTA2 GREATER THAN ZEROS
               AND ALU-NOTA2 LESS THAN WS-ESQ-MINIMA-CALC
               MOVE "S" TO WS-NOTA-BAIXA
           END-IF
           IF WS-NOTA-BAIXA EQUAL "S"
               ADD 1 TO RSC-DISC-ABAIXO
           END-IF.

       PONTUA-FREQUENCIA-PROCEDURE.
           MOVE 100 TO RSC-FREQ-RECENTE
           IF WS-LETIVOS-RECENTES GREATER THAN ZEROS
               IF WS-AT-AUS-REC(WS-IDX) NOT LESS THAN
                   WS-LETIVOS-RECENTES
                   MOVE ZEROS TO RSC-FREQ-RECENTE
               ELSE
                   COMPUTE RSC-FREQ-RECENTE ROUNDED =
                       ((WS-LETIVOS-RECENTES - WS-AT-AUS-REC(WS-IDX))
                           / WS-LETIVOS-RECENTES) * 100
               END-IF
           END-IF

           MOVE 100 TO RSC-FREQ-ANTERIOR
           IF WS-LETIVOS-ANTERIORES GREATER THAN ZEROS
               IF WS-AT-AUS-ANT(WS-IDX) NOT LESS THAN
                   WS-LETIVOS-ANTERIORES
                   MOVE ZEROS TO RSC-FREQ-ANTERIOR
               ELSE
                   COMPUTE RSC-FREQ-ANTERIOR ROUNDED =
                       ((WS-LETIVOS-ANTERIORES -
                           WS-AT-AUS-ANT(WS-IDX))
                           / WS-LETIVOS-ANTERIORES) * 100
               END-IF
           END-IF

           MOVE RSC-FREQ-RECENTE TO WS-FREQ-ED
           IF RSC-FREQ-RECENTE LESS THAN WS-FREQ-MINIMA
               ADD WS-PESO-FREQ TO WS-PONTOS-ALUNO
               STRING "FREQ(" WS-FREQ-ED "%) "
                   DELIMITED BY SIZE INTO WS-MOTIVOS
                   WITH POINTER WS-MOTIVOS-PTR
           END-IF
           IF RSC-FREQ-ANTERIOR GREATER THAN WS-QUEDA-FREQ
               AND RSC-FREQ-RECENTE LESS THAN
                   RSC-FREQ-ANTERIOR - WS-QUEDA-FREQ
               ADD WS-PESO-QUEDA TO WS-PONTOS-ALUNO
               STRING "FREQ EM QUEDA "
                   DELIMITED BY SIZE INTO WS-MOTIVOS
                   WITH POINTER WS-MOTIVOS-PTR
           END-IF.

       PONTUA-OCORRENCIAS-PROCEDURE.
           MOVE ZEROS TO RSC-QTDE-OCORRENCIAS
           MOVE ZEROS TO RSC-QTDE-SUSPENSOES
           IF WS-FS-OCORRENCIAS EQUAL ZEROS
               MOVE WS-AT-RGM(WS-IDX) TO OCO-RGM
               MOVE WS-DATA-OCORRENCIAS-INI TO OCO-DATA
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
                       IF OCO-RGM NOT EQUAL WS-AT-RGM(WS-IDX)
                           OR OCO-DATA GREATER THAN WS-DATA-REFERENCIA
                           MOVE 10 TO WS-FS-OCORRENCIAS
                       ELSE
                           IF OCO-TIPO EQUAL "SUSPENSAO"
                               ADD 1 TO RSC-QTDE-SUSPENSOES
                           ELSE
                               ADD 1 TO RSC-QTDE-OCORRENCIAS
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-OCORRENCIAS
           END-IF

           IF RSC-QTDE-OCORRENCIAS GREATER THAN ZEROS
               COMPUTE WS-PONTOS-ALUNO = WS-PONTOS-ALUNO +
                   (RSC-QTDE-OCORRENCIAS * WS-PESO-OCORRENCIA)
               STRING "OCOR(" RSC-QTDE-OCORRENCIAS ") "
                   DELIMITED BY SIZE INTO WS-MOTIVOS
                   WITH POINTER WS-MOTIVOS-PTR
           END-IF
           IF RSC-QTDE-SUSPENSOES GREATER THAN ZEROS
               COMPUTE WS-PONTOS-ALUNO = WS-PONTOS-ALUNO +
                   (RSC-QTDE-SUSPENSOES * WS-PESO-SUSPENSAO)
               STRING "SUSP(" RSC-QTDE-SUSPENSOES ") "
                   DELIMITED BY SIZE INTO WS-MOTIVOS
                   WITH POINTER WS-MOTIVOS-PTR
           END-IF.

       PONTUA-MENSALIDADES-PROCEDURE.
           MOVE ZEROS TO RSC-QTDE-MENS-ATRASO
           IF WS-FS-MENSALIDADES EQUAL ZEROS
               MOVE WS-AT-RGM(WS-IDX) TO MEN-RGM
               MOVE ZEROS TO MEN-COMPETENCIA
               START MENSALIDADES KEY IS NOT LESS THAN MEN-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-MENSALIDADES
               END-START
               PERFORM UNTIL WS-FS-MENSALIDADES EQUAL 10
                   READ MENSALIDADES NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-MENSALIDADES
                       NOT AT END
                       IF MEN-RGM NOT EQUAL WS-AT-RGM(WS-IDX)
                           MOVE 10 TO WS-FS-MENSALIDADES
                       ELSE
                           IF MEN-STATUS NOT EQUAL "PAGO"
                               AND MEN-DATA-VENCIMENTO LESS THAN
                                   WS-DATA-REFERENCIA
                               AND RSC-QTDE-MENS-ATRASO LESS THAN 99
                               ADD 1 TO RSC-QTDE-MENS-ATRASO
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-MENSALIDADES
           END-IF

           IF RSC-QTDE-MENS-ATRASO GREATER THAN ZEROS
               COMPUTE WS-PONTOS-ALUNO = WS-PONTOS-ALUNO +
                   (RSC-QTDE-MENS-ATRASO * WS-PESO-MENSALIDADE)
               STRING "MENS ATRASO(" RSC-QTDE-MENS-ATRASO ") "
                   DELIMITED BY SIZE INTO WS-MOTIVOS
                   WITH POINTER WS-MOTIVOS-PTR
           END-IF.

      * A APURACAO ANTERIOR E A ULTIMA ANTES DA DATA DE REFERENCIA; AS
      * ACOES CONTADAS SAO AS REGISTRADAS DEPOIS DELA
       BUSCA-APURACAO-ANTERIOR-PROCEDURE.
           MOVE "N" TO WS-TEM-ANTERIOR
           MOVE ZEROS TO WS-DATA-ANTERIOR
           MOVE ZEROS TO WS-PONTOS-ANTERIOR
           PERFORM GUARDA-REGISTRO-ATUAL-PROCEDURE

           MOVE WS-AT-RGM(WS-IDX) TO RSC-RGM
           MOVE ZEROS TO RSC-DATA
           START RISCO-ALUNOS KEY IS NOT LESS THAN RSC-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-RISCO
           END-START
           PERFORM UNTIL WS-FS-RISCO EQUAL 10
               READ RISCO-ALUNOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-RISCO
                   NOT AT END
                   IF RSC-RGM NOT EQUAL WS-AT-RGM(WS-IDX)
                       OR RSC-DATA NOT LESS THAN WS-DATA-REFERENCIA
                       MOVE 10 TO WS-FS-RISCO
                   ELSE
                       MOVE "S" TO WS-TEM-ANTERIOR
                       MOVE RSC-DATA TO WS-DATA-ANTERIOR
                       MOVE RSC-PONTOS TO WS-PONTOS-ANTERIOR
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-RISCO

           MOVE ZEROS TO WS-QTDE-ACOES
           IF WS-FS-ACOES EQUAL ZEROS
               MOVE WS-AT-RGM(WS-IDX) TO ACR-RGM
               MOVE WS-DATA-ANTERIOR TO ACR-DATA
               MOVE 99 TO ACR-SEQ
               START ACOES-RISCO KEY IS GREATER THAN ACR-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-ACOES
               END-START
               PERFORM UNTIL WS-FS-ACOES EQUAL 10
                   READ ACOES-RISCO NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-ACOES
                       NOT AT END
                       IF ACR-RGM NOT EQUAL WS-AT-RGM(WS-IDX)
                           OR ACR-DATA GREATER THAN
                               WS-DATA-REFERENCIA
                           MOVE 10 TO WS-FS-ACOES
                       ELSE
                           ADD 1 TO WS-QTDE-ACOES
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-ACOES
           END-IF

           PERFORM RESTAURA-REGISTRO-ATUAL-PROCEDURE.

      * A BUSCA DA APURACAO ANTERIOR USA A AREA DO REGISTRO
       GUARDA-REGISTRO-ATUAL-PROCEDURE.
           MOVE REG-RISCO TO WS-RISCO-SALVO.

       RESTAURA-REGISTRO-ATUAL-PROCEDURE.
           MOVE WS-RISCO-SALVO TO REG-RISCO.

       GUARDA-RISCO-PROCEDURE.
           IF WS-QTDE-RISCO LESS THAN 800
               ADD 1 TO WS-QTDE-RISCO
               MOVE WS-AT-TURMA(WS-IDX) TO WS-RK-TURMA(WS-QTDE-RISCO)
               MOVE WS-PONTOS-ALUNO TO WS-RK-PONTOS(WS-QTDE-RISCO)
               MOVE WS-AT-RGM(WS-IDX) TO WS-RK-RGM(WS-QTDE-RISCO)
               MOVE WS-AT-NOME(WS-IDX) TO WS-RK-NOME(WS-QTDE-RISCO)
               MOVE WS-QTDE-ACOES TO WS-RK-ACOES(WS-QTDE-RISCO)
               MOVE WS-MOTIVOS TO WS-RK-MOTIVOS(WS-QTDE-RISCO)
               IF WS-PONTOS-ALUNO NOT LESS THAN WS-PONTOS-RISCO
                   MOVE "N" TO WS-RK-SAIU(WS-QTDE-RISCO)
               ELSE
                   MOVE "S" TO WS-RK-SAIU(WS-QTDE-RISCO)
               END-IF
               IF WS-TEM-ANTERIOR NOT EQUAL "S"
                   MOVE "---" TO WS-RK-ANTERIOR(WS-QTDE-RISCO)
                   MOVE "NOVO" TO WS-RK-EVOLUCAO(WS-QTDE-RISCO)
               ELSE
                   MOVE WS-PONTOS-ANTERIOR
                       TO WS-RK-ANTERIOR(WS-QTDE-RISCO)
                   IF WS-PONTOS-ALUNO LESS THAN WS-PONTOS-ANTERIOR
                       MOVE "MELHOROU" TO WS-RK-EVOLUCAO(WS-QTDE-RISCO)
                   ELSE IF WS-PONTOS-ALUNO GREATER THAN
                       WS-PONTOS-ANTERIOR
                       MOVE "PIOROU" TO WS-RK-EVOLUCAO(WS-QTDE-RISCO)
                   ELSE
                       MOVE "ESTAVEL" TO WS-RK-EVOLUCAO(WS-QTDE-RISCO)
                   END-IF
                   END-IF
               END-IF
           END-IF.

      * TURMA EM ORDEM CRESCENTE E, NA TURMA, MAIOR PONTUACAO PRIMEIRO
       ORDENA-RISCO-PROCEDURE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX NOT LESS THAN WS-QTDE-RISCO
               PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 GREATER THAN
                       WS-QTDE-RISCO - WS-IDX
                   IF WS-RK-TURMA(WS-IDX-2) GREATER THAN
                       WS-RK-TURMA(WS-IDX-2 + 1)
                       OR (WS-RK-TURMA(WS-IDX-2) EQUAL
                           WS-RK-TURMA(WS-IDX-2 + 1)
                       AND WS-RK-PONTOS(WS-IDX-2) LESS THAN
                           WS-RK-PONTOS(WS-IDX-2 + 1))
                       MOVE WS-RISCO-ITEM(WS-IDX-2)
                           TO WS-RISCO-TROCA
                       MOVE WS-RISCO-ITEM(WS-IDX-2 + 1)
                           TO WS-RISCO-ITEM(WS-IDX-2)
                       MOVE WS-RISCO-TROCA
                           TO WS-RISCO-ITEM(WS-IDX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       IMPRIME-LISTA-PROCEDURE.
           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               "risco-alunos-" WS-DATA-REFERENCIA ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE "ALUNOS EM RISCO - COORDENACAO" TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "REFERENCIA: " WS-DATA-REFERENCIA
               "  FREQUENCIA RECENTE DESDE " WS-DATA-RECENTE-INI
               "  PONTOS DE RISCO: " WS-PONTOS-RISCO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE SPACES TO WS-TURMA-ANTERIOR
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-RISCO
               IF WS-RK-SAIU(WS-IDX) EQUAL "N"
                   IF WS-RK-TURMA(WS-IDX) NOT EQUAL WS-TURMA-ANTERIOR
                       MOVE WS-RK-TURMA(WS-IDX) TO WS-TURMA-ANTERIOR
                       PERFORM CABECALHO-TURMA-PROCEDURE
                   END-IF
                   PERFORM IMPRIME-ALUNO-PROCEDURE
               END-IF
           END-PERFORM

           IF WS-QTDE-SAIRAM GREATER THAN ZEROS
               MOVE SPACES TO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               MOVE "ALUNOS QUE SAIRAM DA LISTA DE RISCO"
                   TO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX GREATER THAN WS-QTDE-RISCO
                   IF WS-RK-SAIU(WS-IDX) EQUAL "S"
                       PERFORM IMPRIME-ALUNO-PROCEDURE
                   END-IF
               END-PERFORM
           END-IF

           PERFORM FECHA-SPOOL-PROCEDURE.

       CABECALHO-TURMA-PROCEDURE.
           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "TURMA " WS-TURMA-ANTERIOR
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE "RGM   ALUNO                PONTOS ANTERIOR EVOLUCAO"
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       IMPRIME-ALUNO-PROCEDURE.
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING WS-RK-RGM(WS-IDX) " " WS-RK-NOME(WS-IDX) " "
               WS-RK-PONTOS(WS-IDX) "    " WS-RK-ANTERIOR(WS-IDX)
               "      " WS-RK-EVOLUCAO(WS-IDX)
               " ACOES: " WS-RK-ACOES(WS-IDX)
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           IF WS-RK-MOTIVOS(WS-IDX) NOT EQUAL SPACES
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING "      MOTIVOS: " WS-RK-MOTIVOS(WS-IDX)
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF.

       REGISTRA-ACAO.
           DISPLAY "INFORME O RGM DO ALUNO: "
           ACCEPT WS-RGM-ACAO
           DISPLAY "TIPO DA ACAO: R - REUNIAO COM OS PAIS, "
               "T - REFORCO/TUTORIA, O - OUTRA"
           ACCEPT WS-TIPO-ACAO
           IF WS-TIPO-ACAO NOT EQUAL "R" AND WS-TIPO-ACAO NOT EQUAL "T"
               AND WS-TIPO-ACAO NOT EQUAL "O"
               DISPLAY "TIPO DE ACAO INVALIDO"
               GO TO MENU-RISCO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-ACOES
           OPEN I-O ACOES-RISCO
           IF WS-FS-ACOES EQUAL 35
               OPEN OUTPUT ACOES-RISCO
               CLOSE ACOES-RISCO
               OPEN I-O ACOES-RISCO
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO WS-SEQ-ACAO
           MOVE WS-RGM-ACAO TO ACR-RGM
           MOVE WS-DATA-HOJE TO ACR-DATA
           MOVE ZEROS TO ACR-SEQ
           START ACOES-RISCO KEY IS NOT LESS THAN ACR-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-ACOES
           END-START
           PERFORM UNTIL WS-FS-ACOES EQUAL 10
               READ ACOES-RISCO NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-ACOES
                   NOT AT END
                   IF ACR-RGM NOT EQUAL WS-RGM-ACAO
                       OR ACR-DATA NOT EQUAL WS-DATA-HOJE
                       MOVE 10 TO WS-FS-ACOES
                   ELSE
                       MOVE ACR-SEQ TO WS-SEQ-ACAO
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-ACOES

           ADD 1 TO WS-SEQ-ACAO
           MOVE WS-RGM-ACAO TO ACR-RGM
           MOVE WS-DATA-HOJE TO ACR-DATA
           MOVE WS-SEQ-ACAO TO ACR-SEQ
           IF WS-TIPO-ACAO EQUAL "R"
               MOVE "REUNIAO" TO ACR-TIPO
           ELSE IF WS-TIPO-ACAO EQUAL "T"
               MOVE "REFORCO" TO ACR-TIPO
           ELSE
               MOVE "OUTRA" TO ACR-TIPO
           END-IF
           END-IF
           DISPLAY "DESCREVA A ACAO: "
           ACCEPT ACR-DESCRICAO
           MOVE WS-LOGIN-ID TO ACR-OPERADOR

           WRITE REG-ACAO-RISCO
           END-WRITE
           IF WS-FS-ACOES EQUAL ZEROS
               DISPLAY "ACAO REGISTRADA!"
               MOVE "ALERTA-RISCO" TO WS-AUD-PROGRAMA
               MOVE "ACAO" TO WS-AUD-OPERACAO
               MOVE ACR-CHAVE TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           ELSE
               DISPLAY "ERRO AO GRAVAR A ACAO"
               MOVE WS-FS-ACOES TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF

           CLOSE ACOES-RISCO
           GO TO MENU-RISCO-PROCEDURE.

       HISTORICO-ALUNO.
           DISPLAY "INFORME O RGM DO ALUNO: "
           ACCEPT WS-RGM-ACAO

           DISPLAY "----- APURACOES DE RISCO DO RGM " WS-RGM-ACAO
               " -----"
           DISPLAY "DATA     PONTOS DISC FREQ%  OCOR SUSP MENS"
           MOVE ZEROS TO WS-FS-RISCO
           OPEN INPUT RISCO-ALUNOS
           IF WS-FS-RISCO NOT EQUAL ZEROS
               DISPLAY "NENHUMA APURACAO REGISTRADA"
           ELSE
               MOVE WS-RGM-ACAO TO RSC-RGM
               MOVE ZEROS TO RSC-DATA
               START RISCO-ALUNOS KEY IS NOT LESS THAN RSC-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-RISCO
               END-START
               PERFORM UNTIL WS-FS-RISCO EQUAL 10
                   READ RISCO-ALUNOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-RISCO
                       NOT AT END
                       IF RSC-RGM NOT EQUAL WS-RGM-ACAO
                           MOVE 10 TO WS-FS-RISCO
                       ELSE
                           MOVE RSC-FREQ-RECENTE TO WS-FREQ-ED
                           DISPLAY RSC-DATA " " RSC-PONTOS "    "
                               RSC-DISC-ABAIXO "   " WS-FREQ-ED " "
                               RSC-QTDE-OCORRENCIAS "   "
                               RSC-QTDE-SUSPENSOES "   "
                               RSC-QTDE-MENS-ATRASO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RISCO-ALUNOS
           END-IF

           DISPLAY "----- ACOES REGISTRADAS -----"
           MOVE ZEROS TO WS-FS-ACOES
           OPEN INPUT ACOES-RISCO
           IF WS-FS-ACOES NOT EQUAL ZEROS
               DISPLAY "NENHUMA ACAO REGISTRADA"
           ELSE
               MOVE WS-RGM-ACAO TO ACR-RGM
               MOVE ZEROS TO ACR-DATA
               MOVE ZEROS TO ACR-SEQ
               START ACOES-RISCO KEY IS NOT LESS THAN ACR-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-ACOES
               END-START
               PERFORM UNTIL WS-FS-ACOES EQUAL 10
                   READ ACOES-RISCO NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-ACOES
                       NOT AT END
                       IF ACR-RGM NOT EQUAL WS-RGM-ACAO
                           MOVE 10 TO WS-FS-ACOES
                       ELSE
                           DISPLAY ACR-DATA " " ACR-TIPO " "
                               ACR-DESCRICAO " " ACR-OPERADOR
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ACOES-RISCO
           END-IF
           GO TO MENU-RISCO-PROCEDURE.

       CARREGA-PARAMETROS-PROCEDURE.
           MOVE ZEROS TO WS-FS-PARAMETROS
           OPEN INPUT PARAMETROS
           IF WS-FS-PARAMETROS EQUAL ZEROS
               READ PARAMETROS
                   AT END
                   CONTINUE
                   NOT AT END
                   MOVE PRM-PONTOS-RISCO TO WS-PONTOS-RISCO
                   MOVE PRM-FREQ-MINIMA TO WS-FREQ-MINIMA
                   MOVE PRM-QUEDA-FREQ TO WS-QUEDA-FREQ
                   MOVE PRM-DIAS-RECENTES TO WS-DIAS-RECENTES
                   MOVE PRM-DIAS-OCORRENCIAS TO WS-DIAS-OCORRENCIAS
                   MOVE PRM-PESO-NOTA TO WS-PESO-NOTA
                   MOVE PRM-PESO-FREQ TO WS-PESO-FREQ
                   MOVE PRM-PESO-QUEDA TO WS-PESO-QUEDA
                   MOVE PRM-PESO-OCORRENCIA TO WS-PESO-OCORRENCIA
                   MOVE PRM-PESO-SUSPENSAO TO WS-PESO-SUSPENSAO
                   MOVE PRM-PESO-MENSALIDADE TO WS-PESO-MENSALIDADE
               END-READ
               CLOSE PARAMETROS
           END-IF.

       COPY ESQPRC.
       COPY CLETPRC.
       COPY SPOOLPRC.
       COPY LOGINPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM ALERTA-RISCO.
