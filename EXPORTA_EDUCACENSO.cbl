      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTA-EDUCACENSO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
           SELECT  ALUNOS ASSIGN TO WS-ARQ-ALUNOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ALUNOS.

           COPY TURMSEL.

           COPY PROFSEL.

           COPY ATRBSEL.

           COPY HORSEL.

           COPY ALUIXSEL.

           COPY JOBJSEL.

           COPY SPOOLSEL.

       COPY MANIFSEL.

           SELECT  PARAMETROS ASSIGN TO WS-ARQ-EDUCACENSO-PARAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-PARAMETROS.

           SELECT  CENSO ASSIGN TO WS-ARQ-CENSO
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CENSO.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
           FD ALUNOS.
       01 REG-ALUNOS.
           03  RGM-ALUNO           PIC 9(005).
           03  NOME-ALUNO          PIC A(020).
           03  SIT-ALUNO           PIC X(001).
           03  TURMA-ALUNO         PIC X(007).

           COPY TURMFD.

           COPY PROFFD.

           COPY ATRBFD.

           COPY HORFD.

           COPY ALUIXFD.

           COPY JOBJFD.

           COPY SPOOLFD.

       COPY MANIFFD.

           FD PARAMETROS.
       01 REG-PARAMETROS.
           03 PRM-CODIGO-INEP      PIC X(008).
           03 PRM-NOME-ESCOLA      PIC X(040).
           03 PRM-ANO-CENSO        PIC 9(004).
           03 PRM-ETAPA            PIC 9(001).

           FD CENSO.
       01 REG-CENSO                PIC X(120).

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       01 WS-FS-ALUNOS              PIC 99.
       01 WS-FS-TURMAS              PIC 99.
       01 WS-FS-PROFESSORES         PIC 99.
       01 WS-FS-ATRIBUICOES         PIC 99.
       01 WS-FS-HORARIOS            PIC 99.
       01 WS-FS-ALUNOTAS            PIC 99.
       01 WS-FS-PARAMETROS          PIC 99.
       01 WS-FS-CENSO               PIC 99.
       01 WS-ARQ-CENSO              PIC X(060) VALUE SPACES.
       01 WS-LINHA-CENSO            PIC X(120) VALUE SPACES.
       01 WS-CODIGO-INEP            PIC X(008) VALUE SPACES.
       01 WS-NOME-ESCOLA            PIC X(040) VALUE SPACES.
       01 WS-ANO-CENSO              PIC 9(004) VALUE ZEROS.
       01 WS-ETAPA                  PIC 9(001) VALUE 1.
       01 WS-SEM-OPERADOR           PIC X(001) VALUE 'N'.
      * V = SO VALIDA (RELATORIO DE PENDENCIAS), G = GRAVA O ARQUIVO
       01 WS-FASE                   PIC X(001) VALUE 'V'.
       01 WS-QTDE-PENDENCIAS        PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-REGISTROS         PIC 9(007) VALUE ZEROS.
       01 WS-QTDE-TURMAS-EXP        PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-ALUNOS-EXP        PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-DOCENTES-EXP      PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-VINCULOS-EXP      PIC 9(005) VALUE ZEROS.
       01 WS-PROF-ANTERIOR          PIC 9(003) VALUE ZEROS.
       01 WS-PROF-EXISTE            PIC X(001) VALUE 'N'.
       01 WS-AULAS-VINCULO          PIC 9(003) VALUE ZEROS.
       01 WS-IDX                    PIC 9(003) VALUE ZEROS.
       01 WS-IDX-TURMA              PIC 9(003) VALUE ZEROS.
       01 WS-PENDENCIA              PIC X(060) VALUE SPACES.
       01 WS-PEND-CHAVE             PIC X(010) VALUE SPACES.
       01 WS-SITUACAO-CENSO         PIC X(001) VALUE SPACES.
       01 WS-TEM-NOTAS              PIC X(001) VALUE 'N'.
       01 WS-TEM-REPROVACAO         PIC X(001) VALUE 'N'.
       01 WS-TEM-TRANCAMENTO        PIC X(001) VALUE 'N'.

      * TURMAS DO ANO DO CENSO, COM A CARGA SEMANAL E OS MATRICULADOS
       01 WS-TURMAS-TABELA.
           03 WS-QTDE-TURMAS        PIC 9(003) VALUE ZEROS.
           03 WS-TURMA-CENSO OCCURS 100 TIMES.
               05 WS-TC-CODIGO      PIC X(007).
               05 WS-TC-DESCRICAO   PIC A(020).
               05 WS-TC-PERIODO     PIC X(010).
               05 WS-TC-CAPACIDADE  PIC 9(003).
               05 WS-TC-AULAS       PIC 9(003).
               05 WS-TC-MATRICULAS  PIC 9(003).

       COPY JOBJWS.
       COPY SPOOLWS.
       COPY MANIFWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           MOVE 'EDUCACENSO' TO WS-MAN-INTERFACE
           PERFORM VERIFICA-AMBIENTE-INTERFACE-PROCEDURE
           IF WS-MAN-BLOQUEADA EQUAL 'S'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'EXPORTA-EDUCACENSO' TO WS-JOB-PROGRAMA
           MOVE 'INICIO' TO WS-JOB-EVENTO
           MOVE ZEROS TO WS-JOB-CONTAGEM
           MOVE SPACES TO WS-JOB-RESULTADO
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE

           MOVE ZEROS TO WS-FS-PARAMETROS
           OPEN INPUT PARAMETROS
           IF WS-FS-PARAMETROS EQUAL ZEROS
               READ PARAMETROS
                   AT END
                   CONTINUE
                   NOT AT END
                   MOVE PRM-CODIGO-INEP TO WS-CODIGO-INEP
                   MOVE PRM-NOME-ESCOLA TO WS-NOME-ESCOLA
                   IF PRM-ANO-CENSO GREATER THAN ZEROS
                       MOVE 'S' TO WS-SEM-OPERADOR
                       MOVE PRM-ANO-CENSO TO WS-ANO-CENSO
                       MOVE PRM-ETAPA TO WS-ETAPA
                   END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF

           IF WS-SEM-OPERADOR NOT EQUAL 'S'
               DISPLAY 'INFORME O ANO DO CENSO: '
               ACCEPT WS-ANO-CENSO
               DISPLAY 'INFORME A ETAPA (1 = MATRICULA INICIAL, '
                   '2 = SITUACAO DO ALUNO): '
               ACCEPT WS-ETAPA
           END-IF
           IF WS-ETAPA NOT EQUAL 1 AND WS-ETAPA NOT EQUAL 2
               DISPLAY 'ETAPA INVALIDA: ' WS-ETAPA
               MOVE 'FIM' TO WS-JOB-EVENTO
               MOVE 'ERRO' TO WS-JOB-RESULTADO
               PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CARREGA-TURMAS-PROCEDURE
           IF WS-QTDE-TURMAS EQUAL ZEROS
               DISPLAY 'NENHUMA TURMA DO ANO ' WS-ANO-CENSO
                   ' CADASTRADA'
               MOVE 'FIM' TO WS-JOB-EVENTO
               MOVE 'ERRO' TO WS-JOB-RESULTADO
               PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    PRIMEIRA PASSADA - SO VALIDA OS CAMPOS OBRIGATORIOS
           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'educacenso-pendencias-' WS-ANO-CENSO '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'EDUCACENSO - PENDENCIAS DE CADASTRO' TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE 'V' TO WS-FASE
           MOVE ZEROS TO WS-QTDE-PENDENCIAS
           PERFORM PROCESSA-CENSO-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'TOTAL DE PENDENCIAS: ' WS-QTDE-PENDENCIAS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           IF WS-QTDE-PENDENCIAS GREATER THAN ZEROS
               DISPLAY 'CENSO NAO GERADO - ' WS-QTDE-PENDENCIAS
                   ' PENDENCIA(S) DE CADASTRO'
               DISPLAY 'RELATORIO: ' WS-ARQ-SPOOL
               MOVE 'FIM' TO WS-JOB-EVENTO
               MOVE WS-QTDE-PENDENCIAS TO WS-JOB-CONTAGEM
               MOVE 'PEND' TO WS-JOB-RESULTADO
               PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

      *    SEGUNDA PASSADA - GRAVA O ARQUIVO NO LEIAUTE OFICIAL
           MOVE SPACES TO WS-ARQ-CENSO
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               'educacenso-' WS-ANO-CENSO '-' WS-ETAPA '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-CENSO
           MOVE ZEROS TO WS-FS-CENSO
           OPEN OUTPUT CENSO
           IF WS-FS-CENSO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO CRIAR O ARQUIVO DO CENSO'
               DISPLAY 'FILE STATUS: ' WS-FS-CENSO
               MOVE 'FIM' TO WS-JOB-EVENTO
               MOVE 'ERRO' TO WS-JOB-RESULTADO
               PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'G' TO WS-FASE
           MOVE ZEROS TO WS-QTDE-REGISTROS
           MOVE ZEROS TO WS-MAN-HASH
           PERFORM PROCESSA-CENSO-PROCEDURE

           MOVE SPACES TO WS-LINHA-CENSO
           STRING '99|' WS-CODIGO-INEP '|' WS-QTDE-REGISTROS
               DELIMITED BY SIZE INTO WS-LINHA-CENSO
           PERFORM GRAVA-LINHA-CENSO-PROCEDURE
           CLOSE CENSO

           MOVE 'EDUCACENSO' TO WS-MAN-INTERFACE
           MOVE WS-QTDE-REGISTROS TO WS-MAN-QTDE
           MOVE 'EXPORTA-EDUCACENSO' TO WS-MAN-PROGRAMA
           MOVE 'N' TO WS-MAN-REEMISSAO
           PERFORM GRAVA-MANIFESTO-PROCEDURE

           DISPLAY 'ARQUIVO DO CENSO GERADO: ' WS-ARQ-CENSO
           DISPLAY 'TURMAS......: ' WS-QTDE-TURMAS-EXP
           DISPLAY 'DOCENTES....: ' WS-QTDE-DOCENTES-EXP
           DISPLAY 'VINCULOS....: ' WS-QTDE-VINCULOS-EXP
           DISPLAY 'ALUNOS......: ' WS-QTDE-ALUNOS-EXP
           DISPLAY 'REGISTROS...: ' WS-QTDE-REGISTROS

           MOVE 'FIM' TO WS-JOB-EVENTO
           MOVE WS-QTDE-REGISTROS TO WS-JOB-CONTAGEM
           MOVE 'OK' TO WS-JOB-RESULTADO
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
           MOVE 0 TO RETURN-CODE

           STOP RUN.

      * AS DUAS PASSADAS PERCORREM OS MESMOS ARQUIVOS NA MESMA ORDEM;
      * SO A SEGUNDA GRAVA
       PROCESSA-CENSO-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-TURMAS-EXP
           MOVE ZEROS TO WS-QTDE-ALUNOS-EXP
           MOVE ZEROS TO WS-QTDE-DOCENTES-EXP
           MOVE ZEROS TO WS-QTDE-VINCULOS-EXP

           PERFORM PROCESSA-ESCOLA-PROCEDURE
           PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
               UNTIL WS-IDX-TURMA GREATER THAN WS-QTDE-TURMAS
               PERFORM PROCESSA-TURMA-PROCEDURE
           END-PERFORM
           PERFORM PROCESSA-DOCENTES-PROCEDURE
           PERFORM PROCESSA-ALUNOS-PROCEDURE.

       PROCESSA-ESCOLA-PROCEDURE.
           IF WS-CODIGO-INEP EQUAL SPACES
               OR WS-CODIGO-INEP IS NOT NUMERIC
               MOVE 'ESCOLA' TO WS-PEND-CHAVE
               MOVE 'CODIGO INEP DA ESCOLA AUSENTE OU INVALIDO'
                   TO WS-PENDENCIA
               PERFORM REGISTRA-PENDENCIA-PROCEDURE
           END-IF
           IF WS-NOME-ESCOLA EQUAL SPACES
               MOVE 'ESCOLA' TO WS-PEND-CHAVE
               MOVE 'NOME DA ESCOLA NAO INFORMADO' TO WS-PENDENCIA
               PERFORM REGISTRA-PENDENCIA-PROCEDURE
           END-IF

           IF WS-FASE EQUAL 'G'
               MOVE SPACES TO WS-LINHA-CENSO
               STRING '00|' WS-CODIGO-INEP '|' WS-NOME-ESCOLA '|'
                   WS-ANO-CENSO '|' WS-ETAPA
                   DELIMITED BY SIZE INTO WS-LINHA-CENSO
               PERFORM GRAVA-LINHA-CENSO-PROCEDURE
           END-IF.

       PROCESSA-TURMA-PROCEDURE.
           MOVE WS-TC-CODIGO(WS-IDX-TURMA) TO WS-PEND-CHAVE
           IF WS-TC-DESCRICAO(WS-IDX-TURMA) EQUAL SPACES
               MOVE 'TURMA SEM DESCRICAO' TO WS-PENDENCIA
               PERFORM REGISTRA-PENDENCIA-PROCEDURE
           END-IF
           IF WS-TC-PERIODO(WS-IDX-TURMA) EQUAL SPACES
               MOVE 'TURMA SEM PERIODO (TURNO)' TO WS-PENDENCIA
               PERFORM REGISTRA-PENDENCIA-PROCEDURE
           END-IF
           IF WS-TC-CAPACIDADE(WS-IDX-TURMA) EQUAL ZEROS
               MOVE 'TURMA SEM CAPACIDADE' TO WS-PENDENCIA
               PERFORM REGISTRA-PENDENCIA-PROCEDURE
           ELSE
               IF WS-TC-MATRICULAS(WS-IDX-TURMA) GREATER THAN
                   WS-TC-CAPACIDADE(WS-IDX-TURMA)
                   MOVE 'MATRICULAS ACIMA DA CAPACIDADE DA TURMA'
                       TO WS-PENDENCIA
                   PERFORM REGISTRA-PENDENCIA-PROCEDURE
               END-IF
           END-IF
           IF WS-TC-AULAS(WS-IDX-TURMA) EQUAL ZEROS
               MOVE 'TURMA SEM AULAS NO QUADRO DE HORARIOS'
                   TO WS-PENDENCIA
               PERFORM REGISTRA-PENDENCIA-PROCEDURE
           END-IF

           IF WS-FASE EQUAL 'G'
               MOVE SPACES TO WS-LINHA-CENSO
               STRING '20|' WS-CODIGO-INEP '|'
                   WS-TC-CODIGO(WS-IDX-TURMA) '|'
                   WS-TC-DESCRICAO(WS-IDX-TURMA) '|'
                   WS-TC-PERIODO(WS-IDX-TURMA) '|'
                   WS-TC-CAPACIDADE(WS-IDX-TURMA) '|'
                   WS-TC-AULAS(WS-IDX-TURMA) '|'
                   WS-TC-MATRICULAS(WS-IDX-TURMA)
                   DELIMITED BY SIZE INTO WS-LINHA-CENSO
               PERFORM GRAVA-LINHA-CENSO-PROCEDURE
               ADD 1 TO WS-QTDE-TURMAS-EXP
           END-IF.

      * ATRIBUICOES VEM EM ORDEM DE PROFESSOR - O REGISTRO 30 DO
      * DOCENTE SAI NA PRIMEIRA ATRIBUICAO DELE NO ANO
       PROCESSA-DOCENTES-PROCEDURE.
           MOVE ZEROS TO WS-FS-PROFESSORES
           OPEN INPUT PROFESSORES
           MOVE ZEROS TO WS-FS-HORARIOS
           OPEN INPUT HORARIOS
           MOVE ZEROS TO WS-PROF-ANTERIOR

           MOVE ZEROS TO WS-FS-ATRIBUICOES
           OPEN INPUT ATRIBUICOES
           IF WS-FS-ATRIBUICOES NOT EQUAL ZEROS
               MOVE 'DOCENTES' TO WS-PEND-CHAVE
               MOVE 'NENHUMA ATRIBUICAO DE PROFESSOR CADASTRADA'
                   TO WS-PENDENCIA
               PERFORM REGISTRA-PENDENCIA-PROCEDURE
           ELSE
               PERFORM UNTIL WS-FS-ATRIBUICOES EQUAL 10
                   READ ATRIBUICOES NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-ATRIBUICOES
                       NOT AT END
                       IF ATR-ANO EQUAL WS-ANO-CENSO
                           PERFORM PROCESSA-ATRIBUICAO-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ATRIBUICOES
           END-IF

           IF WS-FS-PROFESSORES EQUAL ZEROS
               CLOSE PROFESSORES
           END-IF
           IF WS-FS-HORARIOS EQUAL ZEROS
               CLOSE HORARIOS
           END-IF.

       PROCESSA-ATRIBUICAO-PROCEDURE.
           IF ATR-PROFESSOR NOT EQUAL WS-PROF-ANTERIOR
               MOVE ATR-PROFESSOR TO WS-PROF-ANTERIOR
               PERFORM PROCESSA-DOCENTE-PROCEDURE
           END-IF

           PERFORM CONTA-AULAS-VINCULO-PROCEDURE
           MOVE SPACES TO WS-PEND-CHAVE
           STRING 'PROF ' ATR-PROFESSOR
               DELIMITED BY SIZE INTO WS-PEND-CHAVE
           IF WS-AULAS-VINCULO EQUAL ZEROS
               MOVE SPACES TO WS-PENDENCIA
               STRING 'SEM AULAS NO HORARIO DA TURMA ' ATR-TURMA
                   ' DISCIPLINA ' ATR-DISCIPLINA
                   DELIMITED BY SIZE INTO WS-PENDENCIA
               PERFORM REGISTRA-PENDENCIA-PROCEDURE
           END-IF

           IF WS-FASE EQUAL 'G'
               MOVE SPACES TO WS-LINHA-CENSO
               STRING '50|' WS-CODIGO-INEP '|' ATR-PROFESSOR '|'
                   ATR-TURMA '|' ATR-DISCIPLINA '|' WS-AULAS-VINCULO
                   DELIMITED BY SIZE INTO WS-LINHA-CENSO
               PERFORM GRAVA-LINHA-CENSO-PROCEDURE
               ADD 1 TO WS-QTDE-VINCULOS-EXP
           END-IF.

       PROCESSA-DOCENTE-PROCEDURE.
           MOVE SPACES TO WS-PEND-CHAVE
           STRING 'PROF ' ATR-PROFESSOR
               DELIMITED BY SIZE INTO WS-PEND-CHAVE
           MOVE 'N' TO WS-PROF-EXISTE
           IF WS-FS-PROFESSORES EQUAL ZEROS
               MOVE ATR-PROFESSOR TO PROF-CODIGO
               READ PROFESSORES RECORD
                   KEY IS PROF-CODIGO
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE 'S' TO WS-PROF-EXISTE
               END-READ
               MOVE ZEROS TO WS-FS-PROFESSORES
           END-IF

           IF WS-PROF-EXISTE NOT EQUAL 'S'
               MOVE 'PROFESSOR ATRIBUIDO NAO CADASTRADO'
                   TO WS-PENDENCIA
               PERFORM REGISTRA-PENDENCIA-PROCEDURE
           ELSE
               IF PROF-NOME EQUAL SPACES
                   MOVE 'PROFESSOR SEM NOME' TO WS-PENDENCIA
                   PERFORM REGISTRA-PENDENCIA-PROCEDURE
               END-IF
               IF PROF-REGISTRO EQUAL SPACES
                   MOVE 'PROFESSOR SEM REGISTRO (DOCUMENTO)'
                       TO WS-PENDENCIA
                   PERFORM REGISTRA-PENDENCIA-PROCEDURE
               END-IF
               IF WS-FASE EQUAL 'G'
                   MOVE SPACES TO WS-LINHA-CENSO
                   STRING '30|' WS-CODIGO-INEP '|D|' PROF-CODIGO '|'
                       PROF-NOME '|' PROF-REGISTRO
                       DELIMITED BY SIZE INTO WS-LINHA-CENSO
                   PERFORM GRAVA-LINHA-CENSO-PROCEDURE
                   ADD 1 TO WS-QTDE-DOCENTES-EXP
               END-IF
           END-IF.

       CONTA-AULAS-VINCULO-PROCEDURE.
           MOVE ZEROS TO WS-AULAS-VINCULO
           IF WS-FS-HORARIOS EQUAL ZEROS
               MOVE ATR-TURMA TO HOR-TURMA
               MOVE ZEROS TO HOR-DIA-SEMANA
               MOVE ZEROS TO HOR-PERIODO
               START HORARIOS KEY IS NOT LESS THAN HOR-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-HORARIOS
               END-START
               PERFORM UNTIL WS-FS-HORARIOS EQUAL 10
                   READ HORARIOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-HORARIOS
                       NOT AT END
                       IF HOR-TURMA NOT EQUAL ATR-TURMA
                           MOVE 10 TO WS-FS-HORARIOS
                       ELSE
                           IF HOR-PROFESSOR EQUAL ATR-PROFESSOR
                               AND HOR-DISCIPLINA EQUAL
                                   ATR-DISCIPLINA
                               ADD 1 TO WS-AULAS-VINCULO
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-HORARIOS
           END-IF.

       PROCESSA-ALUNOS-PROCEDURE.
           MOVE ZEROS TO WS-FS-ALUNOTAS
           OPEN INPUT ALUNOS-NOTAS

           MOVE ZEROS TO WS-FS-ALUNOS
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS NOT EQUAL ZEROS
               MOVE 'ALUNOS' TO WS-PEND-CHAVE
               MOVE 'ARQUIVO DE ALUNOS NAO ENCONTRADO'
                   TO WS-PENDENCIA
               PERFORM REGISTRA-PENDENCIA-PROCEDURE
           ELSE
               PERFORM UNTIL WS-FS-ALUNOS EQUAL 10
                   READ ALUNOS
                       AT END MOVE 10 TO WS-FS-ALUNOS
                       NOT AT END
                       IF TURMA-ALUNO(1:4) EQUAL WS-ANO-CENSO
                           AND (SIT-ALUNO NOT EQUAL 'I'
                               OR WS-ETAPA EQUAL 2)
                           PERFORM PROCESSA-ALUNO-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNOS
           END-IF

           IF WS-FS-ALUNOTAS EQUAL ZEROS
               CLOSE ALUNOS-NOTAS
           END-IF.

       PROCESSA-ALUNO-PROCEDURE.
           MOVE SPACES TO WS-PEND-CHAVE
           STRING 'RGM ' RGM-ALUNO
               DELIMITED BY SIZE INTO WS-PEND-CHAVE
           IF NOME-ALUNO EQUAL SPACES
               MOVE 'ALUNO SEM NOME' TO WS-PENDENCIA
               PERFORM REGISTRA-PENDENCIA-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-IDX
           PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
               UNTIL WS-IDX-TURMA GREATER THAN WS-QTDE-TURMAS
               IF WS-TC-CODIGO(WS-IDX-TURMA) EQUAL TURMA-ALUNO
                   MOVE WS-IDX-TURMA TO WS-IDX
               END-IF
           END-PERFORM
           IF WS-IDX EQUAL ZEROS
               MOVE SPACES TO WS-PENDENCIA
               STRING 'TURMA ' TURMA-ALUNO ' NAO CADASTRADA'
                   DELIMITED BY SIZE INTO WS-PENDENCIA
               PERFORM REGISTRA-PENDENCIA-PROCEDURE
           END-IF

           MOVE SPACES TO WS-SITUACAO-CENSO
           IF WS-ETAPA EQUAL 2
               PERFORM DEFINE-SITUACAO-PROCEDURE
           END-IF

           IF WS-FASE EQUAL 'G'
               MOVE SPACES TO WS-LINHA-CENSO
               STRING '30|' WS-CODIGO-INEP '|A|' RGM-ALUNO '|'
                   NOME-ALUNO
                   DELIMITED BY SIZE INTO WS-LINHA-CENSO
               PERFORM GRAVA-LINHA-CENSO-PROCEDURE
               MOVE SPACES TO WS-LINHA-CENSO
               STRING '60|' WS-CODIGO-INEP '|' RGM-ALUNO '|'
                   TURMA-ALUNO '|' WS-SITUACAO-CENSO
                   DELIMITED BY SIZE INTO WS-LINHA-CENSO
               PERFORM GRAVA-LINHA-CENSO-PROCEDURE
               ADD 1 TO WS-QTDE-ALUNOS-EXP
               ADD RGM-ALUNO TO WS-MAN-HASH
           END-IF.

      * SITUACAO DO ALUNO NO FIM DO ANO: 1 = DEIXOU DE FREQUENTAR,
      * 4 = REPROVADO, 5 = APROVADO - VEM DO MESTRE DE NOTAS
       DEFINE-SITUACAO-PROCEDURE.
           MOVE 'N' TO WS-TEM-NOTAS
           MOVE 'N' TO WS-TEM-REPROVACAO
           MOVE 'N' TO WS-TEM-TRANCAMENTO
           IF WS-FS-ALUNOTAS EQUAL ZEROS
               MOVE RGM-ALUNO TO ALU-RGM
               MOVE WS-ANO-CENSO TO ALU-ANO
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
                       IF ALU-RGM NOT EQUAL RGM-ALUNO
                           OR ALU-ANO NOT EQUAL WS-ANO-CENSO
                           MOVE 10 TO WS-FS-ALUNOTAS
                       ELSE
                           MOVE 'S' TO WS-TEM-NOTAS
                           IF ALU-STATUS EQUAL 'REPROVADO'
                               MOVE 'S' TO WS-TEM-REPROVACAO
                           END-IF
                           IF ALU-STATUS EQUAL 'TRANCADO'
                               MOVE 'S' TO WS-TEM-TRANCAMENTO
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-ALUNOTAS
           END-IF

           IF SIT-ALUNO EQUAL 'I' OR WS-TEM-TRANCAMENTO EQUAL 'S'
               MOVE '1' TO WS-SITUACAO-CENSO
           ELSE IF WS-TEM-NOTAS NOT EQUAL 'S'
               MOVE 'ALUNO SEM NOTAS NO ANO - SITUACAO INDEFINIDA'
                   TO WS-PENDENCIA
               PERFORM REGISTRA-PENDENCIA-PROCEDURE
           ELSE IF WS-TEM-REPROVACAO EQUAL 'S'
               MOVE '4' TO WS-SITUACAO-CENSO
           ELSE
               MOVE '5' TO WS-SITUACAO-CENSO
           END-IF
           END-IF
           END-IF.

       CARREGA-TURMAS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-TURMAS
           MOVE ZEROS TO WS-FS-TURMAS
           OPEN INPUT TURMAS
           IF WS-FS-TURMAS NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE TURMAS'
               DISPLAY 'FILE STATUS: ' WS-FS-TURMAS
           ELSE
               PERFORM UNTIL WS-FS-TURMAS EQUAL 10
                   READ TURMAS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-TURMAS
                       NOT AT END
                       IF TUR-CODIGO(1:4) EQUAL WS-ANO-CENSO
                           AND WS-QTDE-TURMAS LESS THAN 100
                           ADD 1 TO WS-QTDE-TURMAS
                           MOVE TUR-CODIGO
                               TO WS-TC-CODIGO(WS-QTDE-TURMAS)
                           MOVE TUR-DESCRICAO
                               TO WS-TC-DESCRICAO(WS-QTDE-TURMAS)
                           MOVE TUR-PERIODO
                               TO WS-TC-PERIODO(WS-QTDE-TURMAS)
                           MOVE TUR-CAPACIDADE
                               TO WS-TC-CAPACIDADE(WS-QTDE-TURMAS)
                           MOVE ZEROS
                               TO WS-TC-AULAS(WS-QTDE-TURMAS)
                           MOVE ZEROS
                               TO WS-TC-MATRICULAS(WS-QTDE-TURMAS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE TURMAS
           END-IF

      *    CARGA SEMANAL DA TURMA = AULAS NO QUADRO DE HORARIOS
           MOVE ZEROS TO WS-FS-HORARIOS
           OPEN INPUT HORARIOS
           IF WS-FS-HORARIOS EQUAL ZEROS
               PERFORM UNTIL WS-FS-HORARIOS EQUAL 10
                   READ HORARIOS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-HORARIOS
                       NOT AT END
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX GREATER THAN WS-QTDE-TURMAS
                           IF WS-TC-CODIGO(WS-IDX) EQUAL HOR-TURMA
                               ADD 1 TO WS-TC-AULAS(WS-IDX)
                           END-IF
                       END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE HORARIOS
           END-IF

           MOVE ZEROS TO WS-FS-ALUNOS
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS EQUAL ZEROS
               PERFORM UNTIL WS-FS-ALUNOS EQUAL 10
                   READ ALUNOS
                       AT END MOVE 10 TO WS-FS-ALUNOS
                       NOT AT END
                       IF SIT-ALUNO NOT EQUAL 'I'
                           PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX GREATER THAN
                                   WS-QTDE-TURMAS
                               IF WS-TC-CODIGO(WS-IDX) EQUAL
                                   TURMA-ALUNO
                                   ADD 1 TO WS-TC-MATRICULAS(WS-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNOS
           END-IF.

       REGISTRA-PENDENCIA-PROCEDURE.
           IF WS-FASE EQUAL 'V'
               ADD 1 TO WS-QTDE-PENDENCIAS
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING WS-PEND-CHAVE ' ' WS-PENDENCIA
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF.

       GRAVA-LINHA-CENSO-PROCEDURE.
           MOVE WS-LINHA-CENSO TO REG-CENSO
           WRITE REG-CENSO
           ADD 1 TO WS-QTDE-REGISTROS.

       COPY SPOOLPRC.
       COPY MANIFPRC.
       COPY JOBJPRC.
       COPY AMBPRC.


       END PROGRAM EXPORTA-EDUCACENSO.
