      ******************************************************************
      * Author:
      * Date:
      * Purpose: DIARIO DE CLASSE - AULAS DADAS E CONTEUDO MINISTRADO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIARIO-CLASSE.
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

           COPY DCLSEL.

           COPY HORSEL.

           COPY FPRSEL.

           COPY PROFSEL.

           COPY DISCSEL.

           COPY CLETSEL.

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

           COPY DCLFD.

           COPY HORFD.

           COPY FPRFD.

           COPY PROFFD.

           COPY DISCFD.

           COPY CLETFD.

           COPY SPOOLFD.

           COPY OPERFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       01 WS-FS-ALUNOS              PIC 99.
       01 WS-FS-PRESENCAS           PIC 99.
       01 WS-FS-DIARIO              PIC 99.
       01 WS-FS-HORARIOS            PIC 99.
       01 WS-FS-FALTAS-PROF         PIC 99.
       01 WS-FS-PROFESSORES         PIC 99.
       01 WS-FS-DISCIPLINAS         PIC 99.
       01 WS-OPC                    PIC X(001).
       01 WS-TENT-INVALIDAS         PIC 9(002) VALUE ZEROS.
       01 WS-TENT-LIMITE            PIC 9(002) VALUE 3.
       01 WS-DATA-HOJE              PIC 9(008) VALUE ZEROS.
       01 WS-DATA-AULA              PIC 9(008) VALUE ZEROS.
       01 WS-DATA-CORRENTE          PIC 9(008) VALUE ZEROS.
       01 WS-DATA-INI               PIC 9(008) VALUE ZEROS.
       01 WS-DATA-FIM               PIC 9(008) VALUE ZEROS.
       01 WS-DIAS-INT               PIC 9(007) VALUE ZEROS.
       01 WS-DIAS-INT-FIM           PIC 9(007) VALUE ZEROS.
       01 WS-DIA-SEMANA             PIC 9(001) VALUE ZEROS.
       01 WS-DIA-SEMANA-AULA        PIC 9(001) VALUE ZEROS.
       01 WS-TEM-CALENDARIO         PIC X(001) VALUE "N".
       01 WS-EH-LETIVO              PIC X(001) VALUE "S".
       01 WS-TURMA-DIARIO           PIC X(007) VALUE SPACES.
       01 WS-DISC-FILTRO            PIC 9(003) VALUE ZEROS.
       01 WS-SIT-AULA               PIC X(001) VALUE SPACES.
       01 WS-DCL-EXISTE             PIC X(001) VALUE "N".
       01 WS-SUBSTITUTO             PIC 9(003) VALUE ZEROS.
       01 WS-SUBST-OK               PIC X(001) VALUE "N".
       01 WS-TEM-PROFESSORES        PIC X(001) VALUE "N".
       01 WS-TEM-DISCIPLINAS        PIC X(001) VALUE "N".
       01 WS-TEM-DIARIO             PIC X(001) VALUE "N".
       01 WS-QTDE-LANCADAS          PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-DADAS             PIC 9(004) VALUE ZEROS.
       01 WS-QTDE-NAO-DADAS         PIC 9(004) VALUE ZEROS.
       01 WS-QTDE-SEM-REGISTRO      PIC 9(004) VALUE ZEROS.
       01 WS-IDX                    PIC 9(003) VALUE ZEROS.
       01 WS-IDX-DISC               PIC 9(003) VALUE ZEROS.
       01 WS-IDX-ACHADO             PIC 9(003) VALUE ZEROS.
       01 WS-ALUNO-DA-TURMA         PIC X(001) VALUE "N".
       01 WS-NOME-DISC              PIC X(020) VALUE SPACES.
       01 WS-NOME-PROF              PIC X(025) VALUE SPACES.
       01 WS-PRES-DIA               PIC 9(003) VALUE ZEROS.
       01 WS-AUS-DIA                PIC 9(003) VALUE ZEROS.

       01 WS-DIAS-POR-SEMANA.
           03 WS-DIAS-SEMANA OCCURS 6 TIMES
                                    PIC 9(003).

       01 WS-DISCIPLINAS-TURMA.
           03 WS-QTDE-DISC          PIC 9(003) VALUE ZEROS.
           03 WS-DISC-TURMA OCCURS 30 TIMES.
               05 WS-DT-CODIGO      PIC 9(003).
               05 WS-DT-PROFESSOR   PIC 9(003).
               05 WS-DT-PREVISTAS   PIC 9(004).

       01 WS-ALUNOS-TURMA.
           03 WS-QTDE-ALUNOS-TURMA  PIC 9(003) VALUE ZEROS.
           03 WS-RGM-TURMA OCCURS 80 TIMES
                                    PIC 9(005).

       01 WS-FREQUENCIA-DIAS.
           03 WS-QTDE-DATAS         PIC 9(003) VALUE ZEROS.
           03 WS-FREQ-DIA OCCURS 250 TIMES.
               05 WS-FD-DATA        PIC 9(008).
               05 WS-FD-PRESENTES   PIC 9(003).
               05 WS-FD-AUSENTES    PIC 9(003).

       COPY CLETWS.
       COPY SPOOLWS.
       COPY LOGINWS.
       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE
           PERFORM LOGIN-OPERADOR-ESCOLA-PROCEDURE.
       MENU-DIARIO-PROCEDURE.

           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-DIARIO-REPROMPT.

           DISPLAY " "
           DISPLAY "---------DIARIO DE CLASSE -------------"
           DISPLAY "L - LANCAR AULAS DO DIA DE UMA TURMA"
           DISPLAY "I - IMPRIMIR DIARIO DA TURMA NO PERIODO"
           DISPLAY "V - ENCERRAR"
           DISPLAY "DIGITE A OPCAO L OU I... OU V PARA SAIR"

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO "V"

               IF WS-OPC IS EQUAL TO "L"
               GO TO LANCA-AULAS
               ELSE IF WS-OPC IS EQUAL TO "I"
               GO TO IMPRIME-DIARIO
               ELSE
               DISPLAY "OPCAO INVALIDA"
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY "MUITAS OPCOES INVALIDAS"
                   DISPLAY "APLICACAO FINALIZADA!"
                   STOP RUN
               END-IF
               GO TO MENU-DIARIO-REPROMPT
               END-IF

           END-PERFORM

           DISPLAY "APLICACAO FINALIZADA!"
           STOP RUN.

      * O PROFESSOR CONFIRMA CADA AULA DO QUADRO DE HORARIOS DA TURMA
      * NO DIA. FALTA E SUBSTITUICAO VAO TAMBEM PARA O ARQUIVO DE
      * FALTAS DE PROFESSORES, LIDO PELA FOLHA DE PAGAMENTO
       LANCA-AULAS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY "INFORME A DATA DA AULA (AAAAMMDD): "
           ACCEPT WS-DATA-AULA
           IF WS-DATA-AULA GREATER THAN WS-DATA-HOJE
               DISPLAY "DATA FUTURA - AULAS NAO LANCADAS"
               GO TO MENU-DIARIO-PROCEDURE
           END-IF

           PERFORM ABRE-CALENDARIO-PROCEDURE
           MOVE WS-DATA-AULA TO WS-DATA-CORRENTE
           PERFORM VERIFICA-LETIVO-DIARIO-PROCEDURE
           PERFORM FECHA-CALENDARIO-PROCEDURE
           IF WS-EH-LETIVO NOT EQUAL "S"
               DISPLAY "DATA NAO LETIVA NO CALENDARIO ESCOLAR - "
                   "AULAS NAO LANCADAS"
               GO TO MENU-DIARIO-PROCEDURE
           END-IF
           MOVE WS-DIA-SEMANA TO WS-DIA-SEMANA-AULA

           DISPLAY "INFORME A TURMA (EX: 2021-A): "
           ACCEPT WS-TURMA-DIARIO

           MOVE ZEROS TO WS-FS-HORARIOS
           OPEN INPUT HORARIOS
           IF WS-FS-HORARIOS NOT EQUAL ZEROS
               DISPLAY "QUADRO DE HORARIOS NAO CADASTRADO"
               MOVE WS-FS-HORARIOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-DIARIO-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-DIARIO
           OPEN I-O DIARIO-CLASSE
           IF WS-FS-DIARIO EQUAL 35
               OPEN OUTPUT DIARIO-CLASSE
               CLOSE DIARIO-CLASSE
               OPEN I-O DIARIO-CLASSE
           END-IF

           MOVE ZEROS TO WS-FS-FALTAS-PROF
           OPEN I-O FALTAS-PROFESSORES
           IF WS-FS-FALTAS-PROF EQUAL 35
               OPEN OUTPUT FALTAS-PROFESSORES
               CLOSE FALTAS-PROFESSORES
               OPEN I-O FALTAS-PROFESSORES
           END-IF

           MOVE "N" TO WS-TEM-PROFESSORES
           MOVE ZEROS TO WS-FS-PROFESSORES
           OPEN INPUT PROFESSORES
           IF WS-FS-PROFESSORES EQUAL ZEROS
               MOVE "S" TO WS-TEM-PROFESSORES
           END-IF

           MOVE ZEROS TO WS-QTDE-LANCADAS
           MOVE WS-TURMA-DIARIO TO HOR-TURMA
           MOVE WS-DIA-SEMANA-AULA TO HOR-DIA-SEMANA
           MOVE ZEROS TO HOR-PERIODO
           START HORARIOS KEY IS GREATER THAN HOR-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-HORARIOS
           END-START

           PERFORM UNTIL WS-FS-HORARIOS EQUAL 10
               READ HORARIOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-HORARIOS
                   NOT AT END
                   IF HOR-TURMA NOT EQUAL WS-TURMA-DIARIO
                       OR HOR-DIA-SEMANA NOT EQUAL WS-DIA-SEMANA-AULA
                       MOVE 10 TO WS-FS-HORARIOS
                   ELSE
                       PERFORM LANCA-AULA-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE HORARIOS
           CLOSE DIARIO-CLASSE
           CLOSE FALTAS-PROFESSORES
           IF WS-TEM-PROFESSORES EQUAL "S"
               CLOSE PROFESSORES
           END-IF

           DISPLAY "AULAS LANCADAS NO DIARIO: " WS-QTDE-LANCADAS
           GO TO MENU-DIARIO-PROCEDURE.

       LANCA-AULA-PROCEDURE.
           DISPLAY " "
           DISPLAY "PERIODO " HOR-PERIODO " - DISCIPLINA "
               HOR-DISCIPLINA " - PROFESSOR " HOR-PROFESSOR

           MOVE WS-TURMA-DIARIO TO DCL-TURMA
           MOVE HOR-DISCIPLINA TO DCL-DISCIPLINA
           MOVE WS-DATA-AULA TO DCL-DATA
           MOVE HOR-PERIODO TO DCL-PERIODO
           MOVE "N" TO WS-DCL-EXISTE
           READ DIARIO-CLASSE RECORD
               KEY IS DCL-CHAVE
               INVALID KEY
               CONTINUE
               NOT INVALID KEY
               MOVE "S" TO WS-DCL-EXISTE
               DISPLAY "JA LANCADA: " DCL-SITUACAO " - "
                   DCL-CONTEUDO
           END-READ

           DISPLAY "(D)ADA, (S)UBSTITUIDA, (N)AO DADA OU (P)ULAR? "
           ACCEPT WS-SIT-AULA
           PERFORM UNTIL WS-SIT-AULA EQUAL "D"
               OR WS-SIT-AULA EQUAL "S"
               OR WS-SIT-AULA EQUAL "N"
               OR WS-SIT-AULA EQUAL "P"
               DISPLAY "SITUACAO INVALIDA - D, S, N OU P: "
               ACCEPT WS-SIT-AULA
           END-PERFORM

           IF WS-SIT-AULA NOT EQUAL "P"
               PERFORM GRAVA-AULA-PROCEDURE
           END-IF.

       GRAVA-AULA-PROCEDURE.
           MOVE HOR-PROFESSOR TO DCL-PROFESSOR
           MOVE HOR-PROFESSOR TO DCL-PROF-AULA

           IF WS-SIT-AULA EQUAL "S"
               MOVE "N" TO WS-SUBST-OK
               PERFORM UNTIL WS-SUBST-OK EQUAL "S"
                   DISPLAY "INFORME O PROFESSOR SUBSTITUTO: "
                   ACCEPT WS-SUBSTITUTO
                   PERFORM VALIDA-SUBSTITUTO-PROCEDURE
               END-PERFORM
               MOVE WS-SUBSTITUTO TO DCL-PROF-AULA
               MOVE "SUBSTITUIDA" TO DCL-SITUACAO
           ELSE IF WS-SIT-AULA EQUAL "N"
               MOVE ZEROS TO DCL-PROF-AULA
               MOVE "NAO DADA" TO DCL-SITUACAO
           ELSE
               MOVE "DADA" TO DCL-SITUACAO
           END-IF
           END-IF

           IF WS-SIT-AULA EQUAL "N"
               DISPLAY "INFORME O MOTIVO DA AULA NAO DADA: "
           ELSE
               DISPLAY "INFORME O CONTEUDO MINISTRADO: "
           END-IF
           ACCEPT DCL-CONTEUDO

           MOVE WS-DATA-HOJE TO DCL-DATA-REGISTRO
           MOVE WS-LOGIN-ID TO DCL-OPERADOR

           IF WS-DCL-EXISTE EQUAL "S"
               REWRITE REG-DIARIO-CLASSE
               END-REWRITE
           ELSE
               WRITE REG-DIARIO-CLASSE
               END-WRITE
           END-IF

           IF WS-FS-DIARIO EQUAL ZEROS
               ADD 1 TO WS-QTDE-LANCADAS
               PERFORM ATUALIZA-FALTA-PROF-PROCEDURE
               MOVE "DIARIO" TO WS-AUD-PROGRAMA
               MOVE "AULA" TO WS-AUD-OPERACAO
               MOVE DCL-CHAVE TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           ELSE
               DISPLAY "ERRO AO GRAVAR A AULA NO DIARIO"
               MOVE WS-FS-DIARIO TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               MOVE ZEROS TO WS-FS-DIARIO
           END-IF.

       VALIDA-SUBSTITUTO-PROCEDURE.
           MOVE "S" TO WS-SUBST-OK
           IF WS-SUBSTITUTO EQUAL ZEROS
               OR WS-SUBSTITUTO EQUAL HOR-PROFESSOR
               DISPLAY "SUBSTITUTO DEVE SER OUTRO PROFESSOR"
               MOVE "N" TO WS-SUBST-OK
           END-IF
           IF WS-SUBST-OK EQUAL "S"
               AND WS-TEM-PROFESSORES EQUAL "S"
               MOVE WS-SUBSTITUTO TO PROF-CODIGO
               READ PROFESSORES RECORD
                   KEY IS PROF-CODIGO
                   INVALID KEY
                   DISPLAY "PROFESSOR NAO CADASTRADO"
                   MOVE "N" TO WS-SUBST-OK
                   NOT INVALID KEY
                   DISPLAY "SUBSTITUTO: " PROF-NOME
               END-READ
               MOVE ZEROS TO WS-FS-PROFESSORES
           END-IF.

      * AULA DADA PELO TITULAR NAO TEM FALTA; UMA FALTA LANCADA
      * ANTES PARA A MESMA AULA E REMOVIDA
       ATUALIZA-FALTA-PROF-PROCEDURE.
           MOVE DCL-DATA TO FPR-DATA
           MOVE DCL-TURMA TO FPR-TURMA
           MOVE DCL-PERIODO TO FPR-PERIODO

           IF DCL-SITUACAO EQUAL "DADA"
               DELETE FALTAS-PROFESSORES RECORD
                   INVALID KEY
                   CONTINUE
               END-DELETE
           ELSE
               MOVE DCL-PROFESSOR TO FPR-PROFESSOR
               IF DCL-SITUACAO EQUAL "SUBSTITUIDA"
                   MOVE DCL-PROF-AULA TO FPR-SUBSTITUTO
                   MOVE "SUBSTITUICAO DIARIO" TO FPR-MOTIVO
               ELSE
                   MOVE ZEROS TO FPR-SUBSTITUTO
                   MOVE DCL-CONTEUDO TO FPR-MOTIVO
               END-IF
               MOVE WS-LOGIN-ID TO FPR-OPERADOR
               WRITE REG-FALTA-PROFESSOR
               IF WS-FS-FALTAS-PROF EQUAL 22
                   REWRITE REG-FALTA-PROFESSOR
                   END-REWRITE
               END-IF
               IF WS-FS-FALTAS-PROF NOT EQUAL ZEROS
                   DISPLAY "ERRO AO GRAVAR A FALTA DO PROFESSOR"
                   MOVE WS-FS-FALTAS-PROF TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               END-IF
           END-IF
           MOVE ZEROS TO WS-FS-FALTAS-PROF.

      * DIARIO OFICIAL: POR DISCIPLINA DA TURMA, AULAS PREVISTAS NO
      * QUADRO DE HORARIOS CONTRA AULAS DADAS, COM A FREQUENCIA DO DIA
       IMPRIME-DIARIO.
           DISPLAY "INFORME A TURMA (EX: 2021-A): "
           ACCEPT WS-TURMA-DIARIO
           DISPLAY "INFORME A DISCIPLINA (0 = TODAS): "
           ACCEPT WS-DISC-FILTRO
           DISPLAY "INFORME A DATA INICIAL DO PERIODO (AAAAMMDD): "
           ACCEPT WS-DATA-INI
           DISPLAY "INFORME A DATA FINAL DO PERIODO (AAAAMMDD): "
           ACCEPT WS-DATA-FIM

           MOVE ZEROS TO WS-FS-HORARIOS
           OPEN INPUT HORARIOS
           IF WS-FS-HORARIOS NOT EQUAL ZEROS
               DISPLAY "QUADRO DE HORARIOS NAO CADASTRADO"
               MOVE WS-FS-HORARIOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GO TO MENU-DIARIO-PROCEDURE
           END-IF

           PERFORM ABRE-CALENDARIO-PROCEDURE
           PERFORM CONTA-DIAS-SEMANA-PROCEDURE
           PERFORM FECHA-CALENDARIO-PROCEDURE
           PERFORM CARREGA-DISCIPLINAS-TURMA-PROCEDURE
           CLOSE HORARIOS

           IF WS-QTDE-DISC EQUAL ZEROS
               DISPLAY "TURMA SEM AULAS NO QUADRO DE HORARIOS"
               GO TO MENU-DIARIO-PROCEDURE
           END-IF

           PERFORM CARREGA-ALUNOS-TURMA-PROCEDURE
           PERFORM CARREGA-FREQUENCIA-PROCEDURE

           MOVE "N" TO WS-TEM-DIARIO
           MOVE ZEROS TO WS-FS-DIARIO
           OPEN INPUT DIARIO-CLASSE
           IF WS-FS-DIARIO EQUAL ZEROS
               MOVE "S" TO WS-TEM-DIARIO
           END-IF
           MOVE "N" TO WS-TEM-PROFESSORES
           MOVE ZEROS TO WS-FS-PROFESSORES
           OPEN INPUT PROFESSORES
           IF WS-FS-PROFESSORES EQUAL ZEROS
               MOVE "S" TO WS-TEM-PROFESSORES
           END-IF
           MOVE "N" TO WS-TEM-DISCIPLINAS
           MOVE ZEROS TO WS-FS-DISCIPLINAS
           OPEN INPUT DISCIPLINAS
           IF WS-FS-DISCIPLINAS EQUAL ZEROS
               MOVE "S" TO WS-TEM-DISCIPLINAS
           END-IF

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               "diario-" WS-TURMA-DIARIO "-" WS-DATA-INI ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE "DIARIO DE CLASSE" TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "TURMA: " WS-TURMA-DIARIO
               "   PERIODO: " WS-DATA-INI " A " WS-DATA-FIM
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM VARYING WS-IDX-DISC FROM 1 BY 1
               UNTIL WS-IDX-DISC GREATER THAN WS-QTDE-DISC
               PERFORM IMPRIME-DISCIPLINA-PROCEDURE
           END-PERFORM

           PERFORM FECHA-SPOOL-PROCEDURE
           IF WS-TEM-DIARIO EQUAL "S"
               CLOSE DIARIO-CLASSE
           END-IF
           IF WS-TEM-PROFESSORES EQUAL "S"
               CLOSE PROFESSORES
           END-IF
           IF WS-TEM-DISCIPLINAS EQUAL "S"
               CLOSE DISCIPLINAS
           END-IF

           DISPLAY "DIARIO GRAVADO EM " WS-ARQ-SPOOL
           MOVE "DIARIO" TO WS-AUD-PROGRAMA
           MOVE "IMPRESSAO" TO WS-AUD-OPERACAO
           MOVE WS-TURMA-DIARIO TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE
           GO TO MENU-DIARIO-PROCEDURE.

       CARREGA-DISCIPLINAS-TURMA-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-DISC
           MOVE WS-TURMA-DIARIO TO HOR-TURMA
           MOVE ZEROS TO HOR-DIA-SEMANA
           MOVE ZEROS TO HOR-PERIODO
           START HORARIOS KEY IS GREATER THAN HOR-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-HORARIOS
           END-START

           PERFORM UNTIL WS-FS-HORARIOS EQUAL 10
               READ HORARIOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-HORARIOS
                   NOT AT END
                   IF HOR-TURMA NOT EQUAL WS-TURMA-DIARIO
                       MOVE 10 TO WS-FS-HORARIOS
                   ELSE
                       IF WS-DISC-FILTRO EQUAL ZEROS
                           OR WS-DISC-FILTRO EQUAL HOR-DISCIPLINA
                           PERFORM SOMA-AULA-PREVISTA-PROCEDURE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-HORARIOS.

       SOMA-AULA-PREVISTA-PROCEDURE.
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-DISC
               IF WS-DT-CODIGO(WS-IDX) EQUAL HOR-DISCIPLINA
                   MOVE WS-IDX TO WS-IDX-ACHADO
               END-IF
           END-PERFORM

           IF WS-IDX-ACHADO EQUAL ZEROS
               AND WS-QTDE-DISC LESS THAN 30
               ADD 1 TO WS-QTDE-DISC
               MOVE WS-QTDE-DISC TO WS-IDX-ACHADO
               MOVE HOR-DISCIPLINA TO WS-DT-CODIGO(WS-IDX-ACHADO)
               MOVE HOR-PROFESSOR TO WS-DT-PROFESSOR(WS-IDX-ACHADO)
               MOVE ZEROS TO WS-DT-PREVISTAS(WS-IDX-ACHADO)
           END-IF

           IF WS-IDX-ACHADO GREATER THAN ZEROS
               AND HOR-DIA-SEMANA GREATER THAN ZEROS
               AND HOR-DIA-SEMANA LESS THAN 7
               ADD WS-DIAS-SEMANA(HOR-DIA-SEMANA)
                   TO WS-DT-PREVISTAS(WS-IDX-ACHADO)
           END-IF.

       CARREGA-ALUNOS-TURMA-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ALUNOS-TURMA
           MOVE ZEROS TO WS-FS-ALUNOS
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS EQUAL ZEROS
               PERFORM UNTIL WS-FS-ALUNOS EQUAL 10
                   READ ALUNOS
                       AT END MOVE 10 TO WS-FS-ALUNOS
                       NOT AT END
                       IF TURMA-ALUNO EQUAL WS-TURMA-DIARIO
                           AND WS-QTDE-ALUNOS-TURMA LESS THAN 80
                           ADD 1 TO WS-QTDE-ALUNOS-TURMA
                           MOVE RGM-ALUNO
                               TO WS-RGM-TURMA(WS-QTDE-ALUNOS-TURMA)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNOS
           END-IF.

      * A CHAMADA E DIARIA: A FREQUENCIA DA AULA E A DO DIA NA TURMA
       CARREGA-FREQUENCIA-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-DATAS
           MOVE ZEROS TO WS-FS-PRESENCAS
           OPEN INPUT PRESENCAS
           IF WS-FS-PRESENCAS EQUAL ZEROS
               PERFORM UNTIL WS-FS-PRESENCAS EQUAL 10
                   READ PRESENCAS
                       AT END MOVE 10 TO WS-FS-PRESENCAS
                       NOT AT END
                       IF PRES-DATA NOT LESS THAN WS-DATA-INI
                           AND PRES-DATA NOT GREATER THAN WS-DATA-FIM
                           PERFORM SOMA-PRESENCA-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESENCAS
           END-IF.

       SOMA-PRESENCA-PROCEDURE.
           MOVE "N" TO WS-ALUNO-DA-TURMA
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-ALUNOS-TURMA
               IF WS-RGM-TURMA(WS-IDX) EQUAL PRES-RGM
                   MOVE "S" TO WS-ALUNO-DA-TURMA
               END-IF
           END-PERFORM

           IF WS-ALUNO-DA-TURMA EQUAL "S"
               MOVE PRES-DATA TO WS-DATA-CORRENTE
               PERFORM LOCALIZA-DATA-FREQ-PROCEDURE
               IF WS-IDX-ACHADO EQUAL ZEROS
                   AND WS-QTDE-DATAS LESS THAN 250
                   ADD 1 TO WS-QTDE-DATAS
                   MOVE WS-QTDE-DATAS TO WS-IDX-ACHADO
                   MOVE PRES-DATA TO WS-FD-DATA(WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-FD-PRESENTES(WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-FD-AUSENTES(WS-IDX-ACHADO)
               END-IF
               IF WS-IDX-ACHADO GREATER THAN ZEROS
                   IF PRES-SITUACAO EQUAL "P"
                       ADD 1 TO WS-FD-PRESENTES(WS-IDX-ACHADO)
                   ELSE
                       ADD 1 TO WS-FD-AUSENTES(WS-IDX-ACHADO)
                   END-IF
               END-IF
           END-IF.

       LOCALIZA-DATA-FREQ-PROCEDURE.
           MOVE ZEROS TO WS-IDX-ACHADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-DATAS
               OR WS-IDX-ACHADO GREATER THAN ZEROS
               IF WS-FD-DATA(WS-IDX) EQUAL WS-DATA-CORRENTE
                   MOVE WS-IDX TO WS-IDX-ACHADO
               END-IF
           END-PERFORM.

       IMPRIME-DISCIPLINA-PROCEDURE.
           MOVE SPACES TO WS-NOME-DISC
           IF WS-TEM-DISCIPLINAS EQUAL "S"
               MOVE WS-DT-CODIGO(WS-IDX-DISC) TO DISC-CODIGO
               READ DISCIPLINAS RECORD
                   KEY IS DISC-CODIGO
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE DISC-NOME TO WS-NOME-DISC
               END-READ
           END-IF
           MOVE SPACES TO WS-NOME-PROF
           IF WS-TEM-PROFESSORES EQUAL "S"
               MOVE WS-DT-PROFESSOR(WS-IDX-DISC) TO PROF-CODIGO
               READ PROFESSORES RECORD
                   KEY IS PROF-CODIGO
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE PROF-NOME TO WS-NOME-PROF
               END-READ
           END-IF

           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "DISCIPLINA " WS-DT-CODIGO(WS-IDX-DISC) " "
               WS-NOME-DISC " PROFESSOR "
               WS-DT-PROFESSOR(WS-IDX-DISC) " " WS-NOME-PROF
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE "DATA     P PROF SITUACAO    PRE AUS CONTEUDO"
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE ZEROS TO WS-QTDE-DADAS
           MOVE ZEROS TO WS-QTDE-NAO-DADAS
           IF WS-TEM-DIARIO EQUAL "S"
               MOVE WS-TURMA-DIARIO TO DCL-TURMA
               MOVE WS-DT-CODIGO(WS-IDX-DISC) TO DCL-DISCIPLINA
               MOVE WS-DATA-INI TO DCL-DATA
               MOVE ZEROS TO DCL-PERIODO
               START DIARIO-CLASSE KEY IS NOT LESS THAN DCL-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-DIARIO
               END-START
               PERFORM UNTIL WS-FS-DIARIO EQUAL 10
                   READ DIARIO-CLASSE NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-DIARIO
                       NOT AT END
                       IF DCL-TURMA NOT EQUAL WS-TURMA-DIARIO
                           OR DCL-DISCIPLINA NOT EQUAL
                               WS-DT-CODIGO(WS-IDX-DISC)
                           OR DCL-DATA GREATER THAN WS-DATA-FIM
                           MOVE 10 TO WS-FS-DIARIO
                       ELSE
                           PERFORM IMPRIME-AULA-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               MOVE ZEROS TO WS-FS-DIARIO
           END-IF

           MOVE ZEROS TO WS-QTDE-SEM-REGISTRO
           IF WS-DT-PREVISTAS(WS-IDX-DISC) GREATER THAN
               WS-QTDE-DADAS + WS-QTDE-NAO-DADAS
               COMPUTE WS-QTDE-SEM-REGISTRO =
                   WS-DT-PREVISTAS(WS-IDX-DISC)
                   - WS-QTDE-DADAS - WS-QTDE-NAO-DADAS
           END-IF
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "AULAS PREVISTAS: " WS-DT-PREVISTAS(WS-IDX-DISC)
               "  DADAS: " WS-QTDE-DADAS
               "  NAO DADAS: " WS-QTDE-NAO-DADAS
               "  SEM REGISTRO: " WS-QTDE-SEM-REGISTRO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       IMPRIME-AULA-PROCEDURE.
           IF DCL-SITUACAO EQUAL "NAO DADA"
               ADD 1 TO WS-QTDE-NAO-DADAS
           ELSE
               ADD 1 TO WS-QTDE-DADAS
           END-IF

           MOVE ZEROS TO WS-PRES-DIA
           MOVE ZEROS TO WS-AUS-DIA
           MOVE DCL-DATA TO WS-DATA-CORRENTE
           PERFORM LOCALIZA-DATA-FREQ-PROCEDURE
           IF WS-IDX-ACHADO GREATER THAN ZEROS
               MOVE WS-FD-PRESENTES(WS-IDX-ACHADO) TO WS-PRES-DIA
               MOVE WS-FD-AUSENTES(WS-IDX-ACHADO) TO WS-AUS-DIA
           END-IF

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING DCL-DATA " " DCL-PERIODO " " DCL-PROF-AULA " "
               DCL-SITUACAO " " WS-PRES-DIA " " WS-AUS-DIA " "
               DCL-CONTEUDO(1:36)
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       ABRE-CALENDARIO-PROCEDURE.
           MOVE "N" TO WS-TEM-CALENDARIO
           MOVE ZEROS TO WS-FS-CALENDARIO
           OPEN INPUT CALENDARIO-LETIVO
           IF WS-FS-CALENDARIO EQUAL ZEROS
               MOVE "S" TO WS-TEM-CALENDARIO
           END-IF.

       FECHA-CALENDARIO-PROCEDURE.
           IF WS-TEM-CALENDARIO EQUAL "S"
               CLOSE CALENDARIO-LETIVO
           END-IF.

      * QUANTAS VEZES CADA DIA DA SEMANA (1=SEG ... 6=SAB) CAI EM DIA
      * LETIVO NO PERIODO DO DIARIO
       CONTA-DIAS-SEMANA-PROCEDURE.
           INITIALIZE WS-DIAS-POR-SEMANA
           COMPUTE WS-DIAS-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-INI)
           COMPUTE WS-DIAS-INT-FIM =
               FUNCTION INTEGER-OF-DATE(WS-DATA-FIM)

           PERFORM UNTIL WS-DIAS-INT GREATER THAN WS-DIAS-INT-FIM
               COMPUTE WS-DATA-CORRENTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
               PERFORM VERIFICA-LETIVO-DIARIO-PROCEDURE
               IF WS-EH-LETIVO EQUAL "S"
                   ADD 1 TO WS-DIAS-SEMANA(WS-DIA-SEMANA)
               END-IF
               ADD 1 TO WS-DIAS-INT
           END-PERFORM.

      * O SABADO VALE QUANDO HA AULA NO QUADRO DE HORARIOS; O
      * CALENDARIO GUARDA OS DIAS SEM AULA
       VERIFICA-LETIVO-DIARIO-PROCEDURE.
           MOVE "S" TO WS-EH-LETIVO
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-DATA-CORRENTE) - 1, 7) + 1
           IF WS-DIA-SEMANA GREATER THAN 6
               MOVE "N" TO WS-EH-LETIVO
           END-IF

           IF WS-EH-LETIVO EQUAL "S"
               AND WS-TEM-CALENDARIO EQUAL "S"
               COMPUTE CLE-ANO = WS-DATA-CORRENTE / 10000
               MOVE WS-DATA-CORRENTE TO CLE-DATA
               READ CALENDARIO-LETIVO RECORD
                   KEY IS CLE-CHAVE
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE "N" TO WS-EH-LETIVO
               END-READ
           END-IF.

       COPY SPOOLPRC.
       COPY LOGINPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM DIARIO-CLASSE.
