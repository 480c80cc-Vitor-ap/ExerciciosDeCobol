      ******************************************************************
      * Author:
      * Date:
      * Purpose: ATIVIDADES EXTRACURRICULARES - CADASTRO, INSCRICAO COM
      *          LISTA DE ESPERA, PRESENCA, TAXA MENSAL E RELATORIO DE
      *          OCUPACAO E RECEITA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIVIDADES-EXTRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
           SELECT  PARAMETROS ASSIGN TO WS-ARQ-EXTRA-PARAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-PARAMETROS.

           SELECT  ALUNOS ASSIGN TO WS-ARQ-ALUNOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ALUNOS.

           COPY ATVSEL.

           COPY IEXSEL.

           COPY PEXSEL.

           COPY ECBSEL.

           COPY TURMSEL.

           COPY HORSEL.

           COPY SPOOLSEL.

           COPY OPERSEL.

           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
           FD PARAMETROS.
       01 REG-PARAMETROS.
           03 PRM-GRADE-HORARIOS    PIC X(174).

           FD ALUNOS.
       01 REG-ALUNOS.
           03  RGM-ALUNO           PIC 9(005).
           03  NOME-ALUNO          PIC A(020).
           03  SIT-ALUNO           PIC X(001).
           03  TURMA-ALUNO         PIC X(007).

           COPY ATVFD.

           COPY IEXFD.

           COPY PEXFD.

           COPY ECBFD.

           COPY TURMFD.

           COPY HORFD.

           COPY SPOOLFD.

           COPY OPERFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       01 WS-FS-PARAMETROS          PIC 99.
       01 WS-FS-ALUNOS              PIC 99.
       01 WS-FS-ATIVIDADES          PIC 99.
       01 WS-FS-INSCRICOES          PIC 99.
       01 WS-FS-PRESENCAS-EXTRA     PIC 99.
       01 WS-FS-EXTRA-COBR          PIC 99.
       01 WS-FS-TURMAS              PIC 99.
       01 WS-FS-HORARIOS            PIC 99.
       01 WS-OPC                    PIC X(001).
       01 WS-TENT-INVALIDAS         PIC 9(002) VALUE ZEROS.
       01 WS-TENT-LIMITE            PIC 9(002) VALUE 3.
       01 WS-ATIV-BUSCA             PIC 9(003) VALUE ZEROS.
       01 WS-ATIV-EXISTE            PIC X(001) VALUE "N".
       01 WS-ATIV-ATIVA             PIC X(001) VALUE "S".
       01 WS-ATIV-NOME              PIC X(020) VALUE SPACES.
       01 WS-ATIV-DIA               PIC 9(001) VALUE ZEROS.
       01 WS-ATIV-INICIO            PIC 9(004) VALUE ZEROS.
       01 WS-ATIV-FIM               PIC 9(004) VALUE ZEROS.
       01 WS-ATIV-CAPACIDADE        PIC 9(003) VALUE ZEROS.
       01 WS-CAPACIDADE-NOVA        PIC 9(003) VALUE ZEROS.
       01 WS-RGM-BUSCA              PIC 9(005) VALUE ZEROS.
       01 WS-ACHOU                  PIC X(001) VALUE "N".
       01 WS-NOME-ACHADO            PIC A(020) VALUE SPACES.
       01 WS-TURMA-ACHADA           PIC X(007) VALUE SPACES.
       01 WS-TURNO-ACHADO           PIC X(010) VALUE SPACES.
       01 WS-QTDE-ATIVAS            PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-ESPERA            PIC 9(003) VALUE ZEROS.
       01 WS-ULTIMA-ORDEM           PIC 9(005) VALUE ZEROS.
       01 WS-MENOR-ORDEM            PIC 9(005) VALUE ZEROS.
       01 WS-RGM-ESPERA             PIC 9(005) VALUE ZEROS.
       01 WS-INSCRICAO-EXISTE       PIC X(001) VALUE "N".
       01 WS-SITUACAO-ANTERIOR      PIC X(009) VALUE SPACES.
       01 WS-ENTRA-ESPERA           PIC X(001) VALUE "N".
       01 WS-CONFIRMA               PIC X(001) VALUE "N".
       01 WS-CHOQUE                 PIC X(001) VALUE "N".
       01 WS-CHOQUE-DESCRICAO       PIC X(040) VALUE SPACES.
       01 WS-TURNO-INI              PIC 9(001) VALUE ZEROS.
       01 WS-TURNO-FIM              PIC 9(001) VALUE ZEROS.
       01 WS-TURNO-IDX              PIC 9(001) VALUE ZEROS.
       01 WS-DATA-HOJE              PIC 9(008) VALUE ZEROS.
       01 WS-DATA-PRESENCA          PIC 9(008) VALUE ZEROS.
       01 WS-DIAS-INT               PIC 9(007) VALUE ZEROS.
       01 WS-DIA-SEMANA             PIC 9(001) VALUE ZEROS.
       01 WS-SITUACAO-PRESENCA      PIC X(001) VALUE SPACES.
       01 WS-QTDE-LANCADAS          PIC 9(003) VALUE ZEROS.
       01 WS-COMPETENCIA            PIC 9(006) VALUE ZEROS.
       01 WS-QTDE-GERADAS           PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-JA-EXISTIAM       PIC 9(005) VALUE ZEROS.
       01 WS-TOTAL-GERADO           PIC 9(009)V99 VALUE ZEROS.
       01 WS-TOTAL-RECEITA          PIC 9(009)V99 VALUE ZEROS.
       01 WS-TOTAL-COBRADO          PIC 9(009)V99 VALUE ZEROS.
       01 WS-PERC-OCUPACAO          PIC 9(003)V99 VALUE ZEROS.
       01 WS-PERC-FREQUENCIA        PIC 9(003)V99 VALUE ZEROS.
       01 WS-IDX                    PIC 9(003) VALUE ZEROS.
       01 WS-HORA-INI-ED            PIC 99B99.
       01 WS-HORA-FIM-ED            PIC 99B99.
       01 WS-PERC-ED                PIC ZZ9.99.
       01 WS-PERC-ED-2              PIC ZZ9.99.
       01 WS-VALOR-ED               PIC Z(6)9.99.
       01 WS-VALOR-ED-2             PIC Z(6)9.99.

       01 WS-DIAS-VALORES           PIC X(018)
           VALUE "SEGTERQUAQUISEXSAB".
       01 WS-DIAS-TABELA REDEFINES WS-DIAS-VALORES.
           03 WS-DIA-NOME           PIC X(003) OCCURS 6 TIMES.

      * HORARIO DE CADA UM DOS 6 PERIODOS DE AULA, POR TURNO DA TURMA
       01 WS-GRADE-VALORES.
           03 FILLER PIC X(010) VALUE "MANHA".
           03 FILLER PIC X(048)
               VALUE "070007500750084008400930095010401040113011301220".
           03 FILLER PIC X(010) VALUE "TARDE".
           03 FILLER PIC X(048)
               VALUE "130013501350144014401530155016401640173017301820".
           03 FILLER PIC X(010) VALUE "NOITE".
           03 FILLER PIC X(048)
               VALUE "190019451945203020302115212522102210225522552340".
       01 WS-GRADE REDEFINES WS-GRADE-VALORES.
           03 WS-GRD-TURNO OCCURS 3 TIMES.
               05 WS-GRD-NOME       PIC X(010).
               05 WS-GRD-PERIODO OCCURS 6 TIMES.
                   07 WS-GRD-INICIO PIC 9(004).
                   07 WS-GRD-FIM    PIC 9(004).

      * ALUNOS DO CADASTRO, PARA SITUACAO, NOME E TURMA
       01 WS-ALUNOS-TABELA.
           03 WS-QTDE-ALUNOS        PIC 9(003) VALUE ZEROS.
           03 WS-ALUNO-ITEM OCCURS 800 TIMES.
               05 WS-AT-RGM         PIC 9(005).
               05 WS-AT-NOME        PIC A(020).
               05 WS-AT-SIT         PIC X(001).
               05 WS-AT-TURMA       PIC X(007).

      * ACUMULADOS DO RELATORIO, INDEXADOS PELO CODIGO DA ATIVIDADE
       01 WS-ACUMULADOS.
           03 WS-ACUM-ITEM OCCURS 999 TIMES.
               05 WS-AC-RECEITA     PIC 9(007)V99.
               05 WS-AC-COBRADO     PIC 9(007)V99.
               05 WS-AC-PRESENTES   PIC 9(005).
               05 WS-AC-REGISTROS   PIC 9(005).

       COPY SPOOLWS.
       COPY LOGINWS.
       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE
           PERFORM LOGIN-OPERADOR-ESCOLA-PROCEDURE
           PERFORM CARREGA-PARAMETROS-PROCEDURE.
       MENU-EXTRA-PROCEDURE.

           MOVE ZEROS TO WS-TENT-INVALIDAS.

       MENU-EXTRA-REPROMPT.

           DISPLAY " "
           DISPLAY "---------ATIVIDADES EXTRACURRICULARES -------------"
           DISPLAY "A - CADASTRO DE ATIVIDADE"
           DISPLAY "I - INSCREVER ALUNO EM ATIVIDADE"
           DISPLAY "C - CANCELAR INSCRICAO"
           DISPLAY "P - LANCAR PRESENCA DA ATIVIDADE"
           DISPLAY "G - GERAR TAXAS DA COMPETENCIA"
           DISPLAY "R - RELATORIO DE OCUPACAO E RECEITA"
           DISPLAY "V - ENCERRAR"
           DISPLAY "DIGITE A OPCAO A,I,C,P,G OU R... OU V PARA SAIR"

           ACCEPT WS-OPC

           PERFORM UNTIL WS-OPC IS EQUAL TO "V"

               IF WS-OPC IS EQUAL TO "A"
               GO TO CADASTRA-ATIVIDADE
               ELSE IF WS-OPC IS EQUAL TO "I"
               GO TO INSCREVE-ALUNO
               ELSE IF WS-OPC IS EQUAL TO "C"
               GO TO CANCELA-INSCRICAO
               ELSE IF WS-OPC IS EQUAL TO "P"
               GO TO LANCA-PRESENCA
               ELSE IF WS-OPC IS EQUAL TO "G"
               GO TO GERA-TAXAS
               ELSE IF WS-OPC IS EQUAL TO "R"
               GO TO RELATORIO-ATIVIDADES
               ELSE
               DISPLAY "OPCAO INVALIDA"
               ADD 1 TO WS-TENT-INVALIDAS
               IF WS-TENT-INVALIDAS >= WS-TENT-LIMITE
                   DISPLAY "MUITAS OPCOES INVALIDAS"
                   DISPLAY "APLICACAO FINALIZADA!"
                   STOP RUN
               END-IF
               GO TO MENU-EXTRA-REPROMPT
               END-IF

           END-PERFORM

           DISPLAY "APLICACAO FINALIZADA!"
           STOP RUN.

       CADASTRA-ATIVIDADE.
           DISPLAY "INFORME O CODIGO DA ATIVIDADE (001-999): "
           ACCEPT WS-ATIV-BUSCA
           IF WS-ATIV-BUSCA EQUAL ZEROS
               DISPLAY "CODIGO DE ATIVIDADE INVALIDO"
               GO TO MENU-EXTRA-PROCEDURE
           END-IF

           MOVE ZEROS TO WS-FS-ATIVIDADES
           OPEN I-O ATIVIDADES-EXTRA
           IF WS-FS-ATIVIDADES EQUAL 35
               OPEN OUTPUT ATIVIDADES-EXTRA
               CLOSE ATIVIDADES-EXTRA
               OPEN I-O ATIVIDADES-EXTRA
           END-IF

           MOVE "S" TO WS-ATIV-EXISTE
           MOVE WS-ATIV-BUSCA TO ATV-CODIGO
           READ ATIVIDADES-EXTRA RECORD
               KEY IS ATV-CODIGO
               INVALID KEY
               MOVE "N" TO WS-ATIV-EXISTE
               INITIALIZE REG-ATIVIDADE
               MOVE WS-ATIV-BUSCA TO ATV-CODIGO
               NOT INVALID KEY
               DISPLAY "ATIVIDADE JA CADASTRADA: " ATV-NOME
                   " - INFORME OS NOVOS DADOS"
           END-READ

           DISPLAY "NOME DA ATIVIDADE: "
           ACCEPT ATV-NOME
           DISPLAY "NOME DO INSTRUTOR: "
           ACCEPT ATV-INSTRUTOR
           DISPLAY "DIA DA SEMANA (1=SEG ... 6=SAB): "
           ACCEPT ATV-DIA-SEMANA
           IF ATV-DIA-SEMANA EQUAL ZEROS
               OR ATV-DIA-SEMANA GREATER THAN 6
               DISPLAY "DIA DA SEMANA INVALIDO"
               CLOSE ATIVIDADES-EXTRA
               GO TO MENU-EXTRA-PROCEDURE
           END-IF
           DISPLAY "HORARIO DE INICIO (HHMM): "
           ACCEPT ATV-HORA-INICIO
           DISPLAY "HORARIO DE TERMINO (HHMM): "
           ACCEPT ATV-HORA-FIM
           IF ATV-HORA-FIM NOT GREATER THAN ATV-HORA-INICIO
               OR ATV-HORA-FIM GREATER THAN 2400
               DISPLAY "HORARIO INVALIDO"
               CLOSE ATIVIDADES-EXTRA
               GO TO MENU-EXTRA-PROCEDURE
           END-IF
           DISPLAY "CAPACIDADE (VAGAS): "
           ACCEPT WS-CAPACIDADE-NOVA
           IF WS-CAPACIDADE-NOVA EQUAL ZEROS
               DISPLAY "CAPACIDADE INVALIDA"
               CLOSE ATIVIDADES-EXTRA
               GO TO MENU-EXTRA-PROCEDURE
           END-IF
           IF WS-ATIV-EXISTE EQUAL "S"
               PERFORM CONTA-INSCRITOS-PROCEDURE
               IF WS-QTDE-ATIVAS GREATER THAN WS-CAPACIDADE-NOVA
                   DISPLAY "A ATIVIDADE JA TEM " WS-QTDE-ATIVAS
                       " INSCRITOS - CAPACIDADE NAO PODE SER MENOR"
                   CLOSE ATIVIDADES-EXTRA
                   GO TO MENU-EXTRA-PROCEDURE
               END-IF
           END-IF
           MOVE WS-CAPACIDADE-NOVA TO ATV-CAPACIDADE
           DISPLAY "VALOR DA MENSALIDADE DA ATIVIDADE: "
           ACCEPT ATV-VALOR-MENSAL
           DISPLAY "ATIVIDADE EM FUNCIONAMENTO? (S/N)"
           ACCEPT WS-ATIV-ATIVA
           IF WS-ATIV-ATIVA EQUAL "N"
               MOVE "I" TO ATV-SITUACAO
           ELSE
               MOVE "A" TO ATV-SITUACAO
           END-IF

           IF WS-ATIV-EXISTE EQUAL "S"
               REWRITE REG-ATIVIDADE
               END-REWRITE
           ELSE
               WRITE REG-ATIVIDADE
               END-WRITE
           END-IF

           IF WS-FS-ATIVIDADES EQUAL ZEROS
               DISPLAY "ATIVIDADE GRAVADA!"
               MOVE "ATIV-EXTRA" TO WS-AUD-PROGRAMA
               MOVE "ATIVIDADE" TO WS-AUD-OPERACAO
               MOVE ATV-CODIGO TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           ELSE
               DISPLAY "ERRO AO GRAVAR A ATIVIDADE"
               MOVE WS-FS-ATIVIDADES TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF

           CLOSE ATIVIDADES-EXTRA
           GO TO MENU-EXTRA-PROCEDURE.

      * CONTA INSCRITOS E ESPERA DE WS-ATIV-BUSCA E A ULTIMA ORDEM USADA
       CONTA-INSCRITOS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ATIVAS
           MOVE ZEROS TO WS-QTDE-ESPERA
           MOVE ZEROS TO WS-ULTIMA-ORDEM
           MOVE ZEROS TO WS-FS-INSCRICOES
           OPEN INPUT INSCRICOES-EXTRA
           IF WS-FS-INSCRICOES EQUAL ZEROS
               MOVE WS-ATIV-BUSCA TO IEX-ATIVIDADE
               MOVE ZEROS TO IEX-RGM
               START INSCRICOES-EXTRA KEY IS NOT LESS THAN IEX-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-INSCRICOES
               END-START
               PERFORM UNTIL WS-FS-INSCRICOES EQUAL 10
                   READ INSCRICOES-EXTRA NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-INSCRICOES
                       NOT AT END
                       IF IEX-ATIVIDADE NOT EQUAL WS-ATIV-BUSCA
                           MOVE 10 TO WS-FS-INSCRICOES
                       ELSE
                           IF IEX-SITUACAO EQUAL "ATIVA"
                               ADD 1 TO WS-QTDE-ATIVAS
                           END-IF
                           IF IEX-SITUACAO EQUAL "ESPERA"
                               ADD 1 TO WS-QTDE-ESPERA
                           END-IF
                           IF IEX-ORDEM GREATER THAN WS-ULTIMA-ORDEM
                               MOVE IEX-ORDEM TO WS-ULTIMA-ORDEM
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE INSCRICOES-EXTRA
           END-IF.

       INSCREVE-ALUNO.
           DISPLAY "INFORME O RGM DO ALUNO: "
           ACCEPT WS-RGM-BUSCA
           PERFORM CARREGA-ALUNOS-PROCEDURE
           PERFORM PROCURA-ALUNO-PROCEDURE
           IF WS-ACHOU NOT EQUAL "S"
               DISPLAY "RGM NAO ENCONTRADO OU ALUNO INATIVO"
               GO TO MENU-EXTRA-PROCEDURE
           END-IF
           DISPLAY "ALUNO: " WS-NOME-ACHADO " TURMA " WS-TURMA-ACHADA

           DISPLAY "INFORME O CODIGO DA ATIVIDADE: "
           ACCEPT WS-ATIV-BUSCA
           PERFORM BUSCA-ATIVIDADE-PROCEDURE
           IF WS-ATIV-EXISTE NOT EQUAL "S"
               DISPLAY "ATIVIDADE NAO CADASTRADA"
               GO TO MENU-EXTRA-PROCEDURE
           END-IF
           IF ATV-SITUACAO EQUAL "I"
               DISPLAY "ATIVIDADE FORA DE FUNCIONAMENTO"
               GO TO MENU-EXTRA-PROCEDURE
           END-IF
           MOVE ATV-NOME TO WS-ATIV-NOME
           MOVE ATV-DIA-SEMANA TO WS-ATIV-DIA
           MOVE ATV-HORA-INICIO TO WS-ATIV-INICIO
           MOVE ATV-HORA-FIM TO WS-ATIV-FIM
           MOVE ATV-CAPACIDADE TO WS-ATIV-CAPACIDADE

           PERFORM VERIFICA-CHOQUE-TURMA-PROCEDURE
           IF WS-CHOQUE EQUAL "N"
               PERFORM VERIFICA-CHOQUE-ATIVIDADES-PROCEDURE
           END-IF
           IF WS-CHOQUE EQUAL "S"
               DISPLAY "CHOQUE DE HORARIO: " WS-CHOQUE-DESCRICAO
               DISPLAY "INSCRICAO RECUSADA"
               GO TO MENU-EXTRA-PROCEDURE
           END-IF

           PERFORM CONTA-INSCRITOS-PROCEDURE

           MOVE ZEROS TO WS-FS-INSCRICOES
           OPEN I-O INSCRICOES-EXTRA
           IF WS-FS-INSCRICOES EQUAL 35
               OPEN OUTPUT INSCRICOES-EXTRA
               CLOSE INSCRICOES-EXTRA
               OPEN I-O INSCRICOES-EXTRA
           END-IF

           MOVE "S" TO WS-INSCRICAO-EXISTE
           MOVE WS-ATIV-BUSCA TO IEX-ATIVIDADE
           MOVE WS-RGM-BUSCA TO IEX-RGM
           READ INSCRICOES-EXTRA RECORD
               KEY IS IEX-CHAVE
               INVALID KEY
               MOVE "N" TO WS-INSCRICAO-EXISTE
           END-READ
           IF WS-INSCRICAO-EXISTE EQUAL "S"
               AND IEX-SITUACAO NOT EQUAL "CANCELADA"
               DISPLAY "ALUNO JA INSCRITO NA ATIVIDADE ("
                   IEX-SITUACAO ")"
               CLOSE INSCRICOES-EXTRA
               GO TO MENU-EXTRA-PROCEDURE
           END-IF

           MOVE "ATIVA" TO IEX-SITUACAO
           IF WS-QTDE-ATIVAS NOT LESS THAN WS-ATIV-CAPACIDADE
               DISPLAY "ATIVIDADE LOTADA (" WS-QTDE-ATIVAS " DE "
                   WS-ATIV-CAPACIDADE " VAGAS) - " WS-QTDE-ESPERA
                   " NA ESPERA"
               DISPLAY "INCLUIR O ALUNO NA LISTA DE ESPERA? (S/N)"
               ACCEPT WS-ENTRA-ESPERA
               IF WS-ENTRA-ESPERA NOT EQUAL "S"
                   CLOSE INSCRICOES-EXTRA
                   GO TO MENU-EXTRA-PROCEDURE
               END-IF
               MOVE "ESPERA" TO IEX-SITUACAO
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-ATIV-BUSCA TO IEX-ATIVIDADE
           MOVE WS-RGM-BUSCA TO IEX-RGM
           COMPUTE IEX-ORDEM = WS-ULTIMA-ORDEM + 1
           MOVE WS-DATA-HOJE TO IEX-DATA-INSCRICAO
           MOVE ZEROS TO IEX-DATA-SAIDA
           MOVE WS-LOGIN-ID TO IEX-OPERADOR
           IF WS-INSCRICAO-EXISTE EQUAL "S"
               REWRITE REG-INSCRICAO-EXTRA
               END-REWRITE
           ELSE
               WRITE REG-INSCRICAO-EXTRA
               END-WRITE
           END-IF

           IF WS-FS-INSCRICOES EQUAL ZEROS
               IF IEX-SITUACAO EQUAL "ATIVA"
                   DISPLAY "ALUNO INSCRITO EM " WS-ATIV-NOME
               ELSE
                   DISPLAY "ALUNO NA LISTA DE ESPERA DE " WS-ATIV-NOME
               END-IF
               MOVE "ATIV-EXTRA" TO WS-AUD-PROGRAMA
               MOVE "INSCRICAO" TO WS-AUD-OPERACAO
               MOVE IEX-CHAVE TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           ELSE
               DISPLAY "ERRO AO GRAVAR A INSCRICAO"
               MOVE WS-FS-INSCRICOES TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF

           CLOSE INSCRICOES-EXTRA
           GO TO MENU-EXTRA-PROCEDURE.

       BUSCA-ATIVIDADE-PROCEDURE.
           MOVE "N" TO WS-ATIV-EXISTE
           MOVE ZEROS TO WS-FS-ATIVIDADES
           OPEN INPUT ATIVIDADES-EXTRA
           IF WS-FS-ATIVIDADES EQUAL ZEROS
               MOVE WS-ATIV-BUSCA TO ATV-CODIGO
               READ ATIVIDADES-EXTRA RECORD
                   KEY IS ATV-CODIGO
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE "S" TO WS-ATIV-EXISTE
               END-READ
               CLOSE ATIVIDADES-EXTRA
           END-IF.

      * CADA PERIODO DA TURMA NO DIA DA ATIVIDADE VIRA UM INTERVALO DE
      * HORAS PELA GRADE DO TURNO; TURNO FORA DA GRADE CONFERE TODOS
       VERIFICA-CHOQUE-TURMA-PROCEDURE.
           MOVE "N" TO WS-CHOQUE
           MOVE SPACES TO WS-CHOQUE-DESCRICAO
           MOVE SPACES TO WS-TURNO-ACHADO
           MOVE ZEROS TO WS-FS-TURMAS
           OPEN INPUT TURMAS
           IF WS-FS-TURMAS EQUAL ZEROS
               MOVE WS-TURMA-ACHADA TO TUR-CODIGO
               READ TURMAS RECORD
                   KEY IS TUR-CODIGO
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE TUR-PERIODO TO WS-TURNO-ACHADO
               END-READ
               CLOSE TURMAS
           END-IF
           MOVE 1 TO WS-TURNO-INI
           MOVE 3 TO WS-TURNO-FIM
           PERFORM VARYING WS-TURNO-IDX FROM 1 BY 1
               UNTIL WS-TURNO-IDX GREATER THAN 3
               IF WS-GRD-NOME(WS-TURNO-IDX) EQUAL WS-TURNO-ACHADO
                   MOVE WS-TURNO-IDX TO WS-TURNO-INI
                   MOVE WS-TURNO-IDX TO WS-TURNO-FIM
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-FS-HORARIOS
           OPEN INPUT HORARIOS
           IF WS-FS-HORARIOS EQUAL ZEROS
               MOVE WS-TURMA-ACHADA TO HOR-TURMA
               MOVE WS-ATIV-DIA TO HOR-DIA-SEMANA
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
                       IF HOR-TURMA NOT EQUAL WS-TURMA-ACHADA
                           OR HOR-DIA-SEMANA NOT EQUAL WS-ATIV-DIA
                           MOVE 10 TO WS-FS-HORARIOS
                       ELSE
                           PERFORM CONFERE-PERIODO-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE HORARIOS
           END-IF.

       CONFERE-PERIODO-PROCEDURE.
           IF HOR-PERIODO GREATER THAN ZEROS
               AND HOR-PERIODO NOT GREATER THAN 6
               PERFORM VARYING WS-TURNO-IDX FROM WS-TURNO-INI BY 1
                   UNTIL WS-TURNO-IDX GREATER THAN WS-TURNO-FIM
                   IF WS-ATIV-INICIO LESS THAN
                       WS-GRD-FIM(WS-TURNO-IDX, HOR-PERIODO)
                       AND WS-ATIV-FIM GREATER THAN
                       WS-GRD-INICIO(WS-TURNO-IDX, HOR-PERIODO)
                       MOVE "S" TO WS-CHOQUE
                       MOVE SPACES TO WS-CHOQUE-DESCRICAO
                       STRING "AULA DA TURMA " WS-TURMA-ACHADA
                           " NO " HOR-PERIODO "O PERIODO"
                           DELIMITED BY SIZE INTO WS-CHOQUE-DESCRICAO
                   END-IF
               END-PERFORM
           END-IF.

      * OUTRAS ATIVIDADES EM QUE O ALUNO JA ESTA INSCRITO NO MESMO DIA
       VERIFICA-CHOQUE-ATIVIDADES-PROCEDURE.
           MOVE ZEROS TO WS-FS-INSCRICOES
           OPEN INPUT INSCRICOES-EXTRA
           IF WS-FS-INSCRICOES EQUAL ZEROS
               MOVE ZEROS TO WS-FS-ATIVIDADES
               OPEN INPUT ATIVIDADES-EXTRA
               PERFORM UNTIL WS-FS-INSCRICOES EQUAL 10
                   READ INSCRICOES-EXTRA NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-INSCRICOES
                       NOT AT END
                       IF IEX-RGM EQUAL WS-RGM-BUSCA
                           AND IEX-ATIVIDADE NOT EQUAL WS-ATIV-BUSCA
                           AND (IEX-SITUACAO EQUAL "ATIVA"
                               OR IEX-SITUACAO EQUAL "ESPERA")
                           PERFORM CONFERE-OUTRA-ATIVIDADE-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ATIVIDADES-EXTRA
               CLOSE INSCRICOES-EXTRA
           END-IF.

       CONFERE-OUTRA-ATIVIDADE-PROCEDURE.
           MOVE IEX-ATIVIDADE TO ATV-CODIGO
           READ ATIVIDADES-EXTRA RECORD
               KEY IS ATV-CODIGO
               INVALID KEY
               CONTINUE
               NOT INVALID KEY
               IF ATV-DIA-SEMANA EQUAL WS-ATIV-DIA
                   AND WS-ATIV-INICIO LESS THAN ATV-HORA-FIM
                   AND WS-ATIV-FIM GREATER THAN ATV-HORA-INICIO
                   MOVE "S" TO WS-CHOQUE
                   MOVE SPACES TO WS-CHOQUE-DESCRICAO
                   STRING "ATIVIDADE " ATV-NOME
                       DELIMITED BY SIZE INTO WS-CHOQUE-DESCRICAO
               END-IF
           END-READ.

       CANCELA-INSCRICAO.
           DISPLAY "INFORME O CODIGO DA ATIVIDADE: "
           ACCEPT WS-ATIV-BUSCA
           DISPLAY "INFORME O RGM DO ALUNO: "
           ACCEPT WS-RGM-BUSCA

           MOVE ZEROS TO WS-FS-INSCRICOES
           OPEN I-O INSCRICOES-EXTRA
           IF WS-FS-INSCRICOES NOT EQUAL ZEROS
               DISPLAY "NENHUMA INSCRICAO REGISTRADA"
               GO TO MENU-EXTRA-PROCEDURE
           END-IF

           MOVE WS-ATIV-BUSCA TO IEX-ATIVIDADE
           MOVE WS-RGM-BUSCA TO IEX-RGM
           READ INSCRICOES-EXTRA RECORD
               KEY IS IEX-CHAVE
               INVALID KEY
               DISPLAY "INSCRICAO NAO ENCONTRADA"
               CLOSE INSCRICOES-EXTRA
               GO TO MENU-EXTRA-PROCEDURE
           END-READ
           IF IEX-SITUACAO EQUAL "CANCELADA"
               DISPLAY "INSCRICAO JA CANCELADA"
               CLOSE INSCRICOES-EXTRA
               GO TO MENU-EXTRA-PROCEDURE
           END-IF

           MOVE IEX-SITUACAO TO WS-SITUACAO-ANTERIOR
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE "CANCELADA" TO IEX-SITUACAO
           MOVE WS-DATA-HOJE TO IEX-DATA-SAIDA
           MOVE WS-LOGIN-ID TO IEX-OPERADOR
           REWRITE REG-INSCRICAO-EXTRA
           END-REWRITE
           IF WS-FS-INSCRICOES EQUAL ZEROS
               DISPLAY "INSCRICAO CANCELADA!"
               MOVE "ATIV-EXTRA" TO WS-AUD-PROGRAMA
               MOVE "CANCELA" TO WS-AUD-OPERACAO
               MOVE IEX-CHAVE TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
               IF WS-SITUACAO-ANTERIOR EQUAL "ATIVA"
                   PERFORM PROMOVE-ESPERA-PROCEDURE
               END-IF
           ELSE
               DISPLAY "ERRO AO CANCELAR A INSCRICAO"
               MOVE WS-FS-INSCRICOES TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF

           CLOSE INSCRICOES-EXTRA
           GO TO MENU-EXTRA-PROCEDURE.

      * A VAGA ABERTA VAI PARA O PRIMEIRO DA ESPERA (MENOR ORDEM)
       PROMOVE-ESPERA-PROCEDURE.
           MOVE ZEROS TO WS-RGM-ESPERA
           MOVE 99999 TO WS-MENOR-ORDEM
           MOVE WS-ATIV-BUSCA TO IEX-ATIVIDADE
           MOVE ZEROS TO IEX-RGM
           START INSCRICOES-EXTRA KEY IS NOT LESS THAN IEX-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-INSCRICOES
           END-START
           PERFORM UNTIL WS-FS-INSCRICOES EQUAL 10
               READ INSCRICOES-EXTRA NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-INSCRICOES
                   NOT AT END
                   IF IEX-ATIVIDADE NOT EQUAL WS-ATIV-BUSCA
                       MOVE 10 TO WS-FS-INSCRICOES
                   ELSE
                       IF IEX-SITUACAO EQUAL "ESPERA"
                           AND IEX-ORDEM LESS THAN WS-MENOR-ORDEM
                           MOVE IEX-ORDEM TO WS-MENOR-ORDEM
                           MOVE IEX-RGM TO WS-RGM-ESPERA
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-INSCRICOES

           IF WS-RGM-ESPERA GREATER THAN ZEROS
               MOVE WS-ATIV-BUSCA TO IEX-ATIVIDADE
               MOVE WS-RGM-ESPERA TO IEX-RGM
               READ INSCRICOES-EXTRA RECORD
                   KEY IS IEX-CHAVE
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   DISPLAY "VAGA ABERTA - PRIMEIRO DA ESPERA: RGM "
                       IEX-RGM " (INSCRITO EM " IEX-DATA-INSCRICAO ")"
                   DISPLAY "PASSAR O ALUNO PARA INSCRITO? (S/N)"
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA EQUAL "S"
                       MOVE "ATIVA" TO IEX-SITUACAO
                       MOVE WS-LOGIN-ID TO IEX-OPERADOR
                       REWRITE REG-INSCRICAO-EXTRA
                       END-REWRITE
                       IF WS-FS-INSCRICOES EQUAL ZEROS
                           DISPLAY "ALUNO DA ESPERA INSCRITO!"
                           MOVE "ATIV-EXTRA" TO WS-AUD-PROGRAMA
                           MOVE "PROMOVE" TO WS-AUD-OPERACAO
                           MOVE IEX-CHAVE TO WS-AUD-CHAVE
                           PERFORM GRAVA-AUDITORIA-PROCEDURE
                       END-IF
                   END-IF
               END-READ
           END-IF.

       LANCA-PRESENCA.
           DISPLAY "INFORME O CODIGO DA ATIVIDADE: "
           ACCEPT WS-ATIV-BUSCA
           PERFORM BUSCA-ATIVIDADE-PROCEDURE
           IF WS-ATIV-EXISTE NOT EQUAL "S"
               DISPLAY "ATIVIDADE NAO CADASTRADA"
               GO TO MENU-EXTRA-PROCEDURE
           END-IF
           DISPLAY "INFORME A DATA (AAAAMMDD, ZEROS = HOJE): "
           ACCEPT WS-DATA-PRESENCA
           IF WS-DATA-PRESENCA EQUAL ZEROS
               ACCEPT WS-DATA-PRESENCA FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-DIAS-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PRESENCA)
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-DIAS-INT - 1, 7) + 1
           IF WS-DIA-SEMANA NOT EQUAL ATV-DIA-SEMANA
               DISPLAY "A ATIVIDADE " ATV-NOME " E DE "
                   WS-DIA-NOME(ATV-DIA-SEMANA)
                   " - DATA NAO CORRESPONDE"
               GO TO MENU-EXTRA-PROCEDURE
           END-IF

           PERFORM CARREGA-ALUNOS-PROCEDURE

           MOVE ZEROS TO WS-FS-INSCRICOES
           OPEN INPUT INSCRICOES-EXTRA
           IF WS-FS-INSCRICOES NOT EQUAL ZEROS
               DISPLAY "NENHUMA INSCRICAO REGISTRADA"
               GO TO MENU-EXTRA-PROCEDURE
           END-IF
           MOVE ZEROS TO WS-FS-PRESENCAS-EXTRA
           OPEN I-O PRESENCAS-EXTRA
           IF WS-FS-PRESENCAS-EXTRA EQUAL 35
               OPEN OUTPUT PRESENCAS-EXTRA
               CLOSE PRESENCAS-EXTRA
               OPEN I-O PRESENCAS-EXTRA
           END-IF

           DISPLAY "----- PRESENCA EM " ATV-NOME " - " WS-DATA-PRESENCA
               " -----"
           DISPLAY "INFORME P (PRESENTE) OU A (AUSENTE) PARA CADA ALUNO"
           MOVE ZEROS TO WS-QTDE-LANCADAS
           MOVE WS-ATIV-BUSCA TO IEX-ATIVIDADE
           MOVE ZEROS TO IEX-RGM
           START INSCRICOES-EXTRA KEY IS NOT LESS THAN IEX-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-INSCRICOES
           END-START
           PERFORM UNTIL WS-FS-INSCRICOES EQUAL 10
               READ INSCRICOES-EXTRA NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-INSCRICOES
                   NOT AT END
                   IF IEX-ATIVIDADE NOT EQUAL WS-ATIV-BUSCA
                       MOVE 10 TO WS-FS-INSCRICOES
                   ELSE
                       IF IEX-SITUACAO EQUAL "ATIVA"
                           PERFORM GRAVA-PRESENCA-PROCEDURE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           CLOSE PRESENCAS-EXTRA
           CLOSE INSCRICOES-EXTRA

           DISPLAY "PRESENCAS LANCADAS: " WS-QTDE-LANCADAS
           MOVE "ATIV-EXTRA" TO WS-AUD-PROGRAMA
           MOVE "PRESENCA" TO WS-AUD-OPERACAO
           MOVE SPACES TO WS-AUD-CHAVE
           STRING WS-ATIV-BUSCA WS-DATA-PRESENCA
               DELIMITED BY SIZE INTO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           GO TO MENU-EXTRA-PROCEDURE.

       GRAVA-PRESENCA-PROCEDURE.
           MOVE IEX-RGM TO WS-RGM-BUSCA
           PERFORM PROCURA-ALUNO-PROCEDURE
           DISPLAY IEX-RGM " " WS-NOME-ACHADO " (P/A): "
           ACCEPT WS-SITUACAO-PRESENCA
           PERFORM UNTIL WS-SITUACAO-PRESENCA EQUAL "P"
               OR WS-SITUACAO-PRESENCA EQUAL "A"
               DISPLAY "SITUACAO INVALIDA. INFORME P OU A"
               ACCEPT WS-SITUACAO-PRESENCA
           END-PERFORM

           MOVE WS-ATIV-BUSCA TO PEX-ATIVIDADE
           MOVE WS-DATA-PRESENCA TO PEX-DATA
           MOVE IEX-RGM TO PEX-RGM
           MOVE WS-SITUACAO-PRESENCA TO PEX-SITUACAO
           WRITE REG-PRESENCA-EXTRA
           IF WS-FS-PRESENCAS-EXTRA EQUAL 22
               REWRITE REG-PRESENCA-EXTRA
               END-REWRITE
           END-IF
           IF WS-FS-PRESENCAS-EXTRA EQUAL ZEROS
               ADD 1 TO WS-QTDE-LANCADAS
           ELSE
               DISPLAY "ERRO AO GRAVAR A PRESENCA DO RGM " IEX-RGM
               MOVE WS-FS-PRESENCAS-EXTRA TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF.

      * A TAXA FICA PENDENTE ATE A GERACAO DAS MENSALIDADES, QUE A
      * SOMA A MENSALIDADE DA COMPETENCIA E A MARCA COMO COBRADA
       GERA-TAXAS.
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): "
           ACCEPT WS-COMPETENCIA

           MOVE ZEROS TO WS-FS-INSCRICOES
           OPEN INPUT INSCRICOES-EXTRA
           IF WS-FS-INSCRICOES NOT EQUAL ZEROS
               DISPLAY "NENHUMA INSCRICAO REGISTRADA"
               GO TO MENU-EXTRA-PROCEDURE
           END-IF
           MOVE ZEROS TO WS-FS-ATIVIDADES
           OPEN INPUT ATIVIDADES-EXTRA
           IF WS-FS-ATIVIDADES NOT EQUAL ZEROS
               DISPLAY "NENHUMA ATIVIDADE CADASTRADA"
               CLOSE INSCRICOES-EXTRA
               GO TO MENU-EXTRA-PROCEDURE
           END-IF
           MOVE ZEROS TO WS-FS-EXTRA-COBR
           OPEN I-O EXTRA-COBRANCAS
           IF WS-FS-EXTRA-COBR EQUAL 35
               OPEN OUTPUT EXTRA-COBRANCAS
               CLOSE EXTRA-COBRANCAS
               OPEN I-O EXTRA-COBRANCAS
           END-IF

           PERFORM CARREGA-ALUNOS-PROCEDURE
           MOVE ZEROS TO WS-QTDE-GERADAS
           MOVE ZEROS TO WS-QTDE-JA-EXISTIAM
           MOVE ZEROS TO WS-TOTAL-GERADO
           PERFORM UNTIL WS-FS-INSCRICOES EQUAL 10
               READ INSCRICOES-EXTRA NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-INSCRICOES
                   NOT AT END
                   IF IEX-SITUACAO EQUAL "ATIVA"
                       MOVE IEX-RGM TO WS-RGM-BUSCA
                       PERFORM PROCURA-ALUNO-PROCEDURE
                       IF WS-ACHOU EQUAL "S"
                           PERFORM GRAVA-TAXA-PROCEDURE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           CLOSE EXTRA-COBRANCAS
           CLOSE ATIVIDADES-EXTRA
           CLOSE INSCRICOES-EXTRA

           MOVE WS-TOTAL-GERADO TO WS-VALOR-ED
           DISPLAY "TAXAS GERADAS............: " WS-QTDE-GERADAS
               " TOTAL " WS-VALOR-ED
           DISPLAY "JA EXISTIAM (IGNORADAS)..: " WS-QTDE-JA-EXISTIAM

           MOVE "ATIV-EXTRA" TO WS-AUD-PROGRAMA
           MOVE "TAXA" TO WS-AUD-OPERACAO
           MOVE WS-COMPETENCIA TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           GO TO MENU-EXTRA-PROCEDURE.

       GRAVA-TAXA-PROCEDURE.
           MOVE IEX-ATIVIDADE TO ATV-CODIGO
           READ ATIVIDADES-EXTRA RECORD
               KEY IS ATV-CODIGO
               INVALID KEY
               DISPLAY "ATIVIDADE " IEX-ATIVIDADE
                   " NAO CADASTRADA - TAXA NAO GERADA"
               NOT INVALID KEY
               IF ATV-VALOR-MENSAL GREATER THAN ZEROS
                   MOVE IEX-RGM TO ECB-RGM
                   MOVE WS-COMPETENCIA TO ECB-COMPETENCIA
                   MOVE IEX-ATIVIDADE TO ECB-ATIVIDADE
                   MOVE ATV-VALOR-MENSAL TO ECB-VALOR
                   MOVE "PENDENTE" TO ECB-STATUS
                   MOVE ZEROS TO ECB-COMPET-COBRADA
                   WRITE REG-EXTRA-COBRANCA
                   END-WRITE
                   IF WS-FS-EXTRA-COBR EQUAL 22
                       ADD 1 TO WS-QTDE-JA-EXISTIAM
                   ELSE
                       IF WS-FS-EXTRA-COBR EQUAL ZEROS
                           ADD 1 TO WS-QTDE-GERADAS
                           ADD ECB-VALOR TO WS-TOTAL-GERADO
                       ELSE
                           DISPLAY "ERRO AO GRAVAR A TAXA DO RGM "
                               IEX-RGM
                           MOVE WS-FS-EXTRA-COBR TO WS-FS-CONSULTA
                           PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
                       END-IF
                   END-IF
               END-IF
           END-READ.

       RELATORIO-ATIVIDADES.
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): "
           ACCEPT WS-COMPETENCIA

           MOVE ZEROS TO WS-FS-ATIVIDADES
           OPEN INPUT ATIVIDADES-EXTRA
           IF WS-FS-ATIVIDADES NOT EQUAL ZEROS
               DISPLAY "NENHUMA ATIVIDADE CADASTRADA"
               GO TO MENU-EXTRA-PROCEDURE
           END-IF

           INITIALIZE WS-ACUMULADOS
           PERFORM ACUMULA-RECEITA-PROCEDURE
           PERFORM ACUMULA-PRESENCAS-PROCEDURE

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               "atividades-extra-" WS-COMPETENCIA ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE "ATIVIDADES EXTRACURRICULARES - OCUPACAO E RECEITA"
               TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "COMPETENCIA: " WS-COMPETENCIA
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE ZEROS TO WS-TOTAL-RECEITA
           MOVE ZEROS TO WS-TOTAL-COBRADO
           PERFORM UNTIL WS-FS-ATIVIDADES EQUAL 10
               READ ATIVIDADES-EXTRA NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-ATIVIDADES
                   NOT AT END
                   PERFORM IMPRIME-ATIVIDADE-PROCEDURE
               END-READ
           END-PERFORM
           CLOSE ATIVIDADES-EXTRA

           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE WS-TOTAL-RECEITA TO WS-VALOR-ED
           MOVE WS-TOTAL-COBRADO TO WS-VALOR-ED-2
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "TOTAL GERAL - RECEITA " WS-VALOR-ED
               "  COBRADO NAS MENSALIDADES " WS-VALOR-ED-2
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           DISPLAY "RELATORIO GRAVADO EM " WS-ARQ-SPOOL
           GO TO MENU-EXTRA-PROCEDURE.

       ACUMULA-RECEITA-PROCEDURE.
           MOVE ZEROS TO WS-FS-EXTRA-COBR
           OPEN INPUT EXTRA-COBRANCAS
           IF WS-FS-EXTRA-COBR EQUAL ZEROS
               PERFORM UNTIL WS-FS-EXTRA-COBR EQUAL 10
                   READ EXTRA-COBRANCAS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-EXTRA-COBR
                       NOT AT END
                       IF ECB-COMPETENCIA EQUAL WS-COMPETENCIA
                           AND ECB-ATIVIDADE GREATER THAN ZEROS
                           ADD ECB-VALOR
                               TO WS-AC-RECEITA(ECB-ATIVIDADE)
                           IF ECB-STATUS EQUAL "COBRADO"
                               ADD ECB-VALOR
                                   TO WS-AC-COBRADO(ECB-ATIVIDADE)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRA-COBRANCAS
           END-IF.

       ACUMULA-PRESENCAS-PROCEDURE.
           MOVE ZEROS TO WS-FS-PRESENCAS-EXTRA
           OPEN INPUT PRESENCAS-EXTRA
           IF WS-FS-PRESENCAS-EXTRA EQUAL ZEROS
               PERFORM UNTIL WS-FS-PRESENCAS-EXTRA EQUAL 10
                   READ PRESENCAS-EXTRA NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-PRESENCAS-EXTRA
                       NOT AT END
                       IF PEX-DATA(1:6) EQUAL WS-COMPETENCIA
                           AND PEX-ATIVIDADE GREATER THAN ZEROS
                           ADD 1 TO WS-AC-REGISTROS(PEX-ATIVIDADE)
                           IF PEX-SITUACAO EQUAL "P"
                               ADD 1 TO WS-AC-PRESENTES(PEX-ATIVIDADE)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESENCAS-EXTRA
           END-IF.

       IMPRIME-ATIVIDADE-PROCEDURE.
           MOVE ATV-CODIGO TO WS-ATIV-BUSCA
           PERFORM CONTA-INSCRITOS-PROCEDURE
           MOVE ZEROS TO WS-PERC-OCUPACAO
           IF ATV-CAPACIDADE GREATER THAN ZEROS
               COMPUTE WS-PERC-OCUPACAO ROUNDED =
                   (WS-QTDE-ATIVAS * 100) / ATV-CAPACIDADE
           END-IF
           MOVE ZEROS TO WS-PERC-FREQUENCIA
           IF WS-AC-REGISTROS(ATV-CODIGO) GREATER THAN ZEROS
               COMPUTE WS-PERC-FREQUENCIA ROUNDED =
                   (WS-AC-PRESENTES(ATV-CODIGO) * 100)
                   / WS-AC-REGISTROS(ATV-CODIGO)
           END-IF
           ADD WS-AC-RECEITA(ATV-CODIGO) TO WS-TOTAL-RECEITA
           ADD WS-AC-COBRADO(ATV-CODIGO) TO WS-TOTAL-COBRADO

           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE ATV-HORA-INICIO TO WS-HORA-INI-ED
           INSPECT WS-HORA-INI-ED REPLACING ALL " " BY ":"
           MOVE ATV-HORA-FIM TO WS-HORA-FIM-ED
           INSPECT WS-HORA-FIM-ED REPLACING ALL " " BY ":"
           MOVE SPACES TO WS-SPOOL-LINHA
           IF ATV-DIA-SEMANA GREATER THAN ZEROS
               AND ATV-DIA-SEMANA NOT GREATER THAN 6
               STRING ATV-CODIGO " " ATV-NOME " "
                   WS-DIA-NOME(ATV-DIA-SEMANA) " "
                   WS-HORA-INI-ED "-" WS-HORA-FIM-ED
                   " INSTRUTOR " ATV-INSTRUTOR
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           END-IF
           IF ATV-SITUACAO EQUAL "I"
               MOVE "(INATIVA)" TO WS-SPOOL-LINHA(72:9)
           END-IF
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE WS-PERC-OCUPACAO TO WS-PERC-ED
           MOVE WS-PERC-FREQUENCIA TO WS-PERC-ED-2
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "    VAGAS " ATV-CAPACIDADE " INSCRITOS "
               WS-QTDE-ATIVAS " ESPERA " WS-QTDE-ESPERA
               " OCUPACAO " WS-PERC-ED "% FREQUENCIA "
               WS-PERC-ED-2 "%"
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE WS-AC-RECEITA(ATV-CODIGO) TO WS-VALOR-ED
           MOVE WS-AC-COBRADO(ATV-CODIGO) TO WS-VALOR-ED-2
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "    RECEITA DA COMPETENCIA " WS-VALOR-ED
               "  COBRADO " WS-VALOR-ED-2
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

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
                           MOVE TURMA-ALUNO
                               TO WS-AT-TURMA(WS-QTDE-ALUNOS)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNOS
           END-IF.

      * WS-ACHOU = "S" SO PARA ALUNO ATIVO
       PROCURA-ALUNO-PROCEDURE.
           MOVE "N" TO WS-ACHOU
           MOVE SPACES TO WS-NOME-ACHADO
           MOVE SPACES TO WS-TURMA-ACHADA
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-ALUNOS
               IF WS-AT-RGM(WS-IDX) EQUAL WS-RGM-BUSCA
                   MOVE WS-AT-NOME(WS-IDX) TO WS-NOME-ACHADO
                   MOVE WS-AT-TURMA(WS-IDX) TO WS-TURMA-ACHADA
                   IF WS-AT-SIT(WS-IDX) NOT EQUAL "I"
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-IF
           END-PERFORM.

       CARREGA-PARAMETROS-PROCEDURE.
           MOVE ZEROS TO WS-FS-PARAMETROS
           OPEN INPUT PARAMETROS
           IF WS-FS-PARAMETROS EQUAL ZEROS
               READ PARAMETROS
                   AT END
                   CONTINUE
                   NOT AT END
                   IF PRM-GRADE-HORARIOS NOT EQUAL SPACES
                       MOVE PRM-GRADE-HORARIOS TO WS-GRADE-VALORES
                   END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       COPY SPOOLPRC.
       COPY LOGINPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM ATIVIDADES-EXTRA.
