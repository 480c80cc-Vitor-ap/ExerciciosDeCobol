      ******************************************************************
      * Author:
      * Date:
      * Purpose: DECLARACAO ANUAL DE QUITACAO DE DEBITOS, DEMONSTRATIVO
      *          ANUAL DE PAGAMENTOS E AVISO DE PENDENCIAS POR
      *          RESPONSAVEL, COM REGISTRO DAS EMISSOES
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUITACAO-ANUAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
           SELECT  ALUNOS ASSIGN TO WS-ARQ-ALUNOS
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ALUNOS.

           SELECT  MENSALIDADES ASSIGN TO WS-ARQ-MENSALIDADES
           ORGANIZATION IS INDEXED
           ACCESS  IS DYNAMIC
           RECORD KEY IS MEN-CHAVE
           FILE STATUS IS WS-FS-MENSALIDADES.

           COPY CONSSEL.

           COPY ALRSSEL.

           COPY RESPSEL.

           COPY EQTSEL.

           COPY SPOOLSEL.

           COPY JOBJSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
           FD ALUNOS.
       01 REG-ALUNOS.
           03  RGM-ALUNO           PIC 9(005).
           03  NOME-ALUNO          PIC A(020).
           03  SIT-ALUNO           PIC X(001).
           03  TURMA-ALUNO         PIC X(007).

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

           COPY CONSFD.

           COPY ALRSFD.

           COPY RESPFD.

           COPY EQTFD.

           COPY SPOOLFD.

           COPY JOBJFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       01 WS-FS-ALUNOS              PIC 99.
       01 WS-FS-MENSALIDADES        PIC 99.
       01 WS-FS-CONSOLIDADO         PIC 99.
       01 WS-FS-ALUNORESP           PIC 99.
       01 WS-FS-RESPONSAVEIS        PIC 99.
       01 WS-FS-EMISSOES            PIC 99.
       01 WS-ANO                    PIC 9(004) VALUE ZEROS.
       01 WS-COMPET-INI             PIC 9(006) VALUE ZEROS.
       01 WS-COMPET-FIM             PIC 9(006) VALUE ZEROS.
       01 WS-DATA-HOJE              PIC 9(008) VALUE ZEROS.
       01 WS-PASSO                  PIC 9(001) VALUE ZEROS.
       01 WS-IDX                    PIC 9(004) VALUE ZEROS.
       01 WS-IDX-FAM                PIC 9(004) VALUE ZEROS.
       01 WS-IDX-FILHO              PIC 9(002) VALUE ZEROS.
       01 WS-IDX-MES                PIC 9(003) VALUE ZEROS.
       01 WS-NOME-RESP              PIC A(025) VALUE SPACES.
       01 WS-CPF-RESP               PIC X(014) VALUE SPACES.
       01 WS-END-RESP               PIC X(040) VALUE SPACES.
       01 WS-TOTAL-FILHO            PIC 9(009)V99 VALUE ZEROS.
       01 WS-SALDO                  PIC 9(007)V99 VALUE ZEROS.
       01 WS-DATA-ED                PIC X(010) VALUE SPACES.
       01 WS-DATA-ED-2              PIC X(010) VALUE SPACES.
       01 WS-DATA-FORMATA           PIC 9(008) VALUE ZEROS.
       01 WS-COMPET-ED              PIC X(007) VALUE SPACES.
       01 WS-VALOR-ED               PIC Z(8)9.99.
       01 WS-VALOR-ED-2             PIC Z(8)9.99.
       01 WS-QTDE-FAMILIAS          PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-QUITACOES         PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-EXTRATOS          PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-PENDENCIAS        PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-SEM-ALUNOS        PIC 9(005) VALUE ZEROS.
       01 WS-QTDE-REEMISSOES        PIC 9(005) VALUE ZEROS.

      * ALUNOS DO CADASTRO COM O RESPONSAVEL VINCULADO (ALUNO-RESP)
       01 WS-ALUNOS-TABELA.
           03 WS-QTDE-ALUNOS        PIC 9(003) VALUE ZEROS.
           03 WS-ALUNO-ITEM OCCURS 800 TIMES.
               05 WS-AT-RGM         PIC 9(005).
               05 WS-AT-NOME        PIC A(020).
               05 WS-AT-RESP        PIC 9(004).

      * RESPONSAVEIS COM MENSALIDADE CONSOLIDADA NO ANO
       01 WS-RESPONSAVEIS-ANO.
           03 WS-QTDE-RESP          PIC 9(004) VALUE ZEROS.
           03 WS-RESP-ANO OCCURS 2000 TIMES PIC 9(004).

      * MENSALIDADES DO ANO DE TODOS OS FILHOS DA FAMILIA CORRENTE
       01 WS-FAMILIA.
           03 WS-FAM-RESP           PIC 9(004).
           03 WS-FAM-QTDE-FILHOS    PIC 9(002).
           03 WS-FAM-FILHO OCCURS 10 TIMES.
               05 WS-FIL-RGM        PIC 9(005).
               05 WS-FIL-NOME       PIC A(020).
           03 WS-FAM-QTDE-MESES     PIC 9(003).
           03 WS-FAM-MES OCCURS 120 TIMES.
               05 WS-MES-FILHO      PIC 9(002).
               05 WS-MES-COMPET     PIC 9(006).
               05 WS-MES-VENCIMENTO PIC 9(008).
               05 WS-MES-VALOR      PIC 9(007)V99.
               05 WS-MES-PAGO       PIC 9(007)V99.
               05 WS-MES-DATA-PAG   PIC 9(008).
               05 WS-MES-STATUS     PIC X(008).
           03 WS-FAM-QTDE-PAGAS     PIC 9(003).
           03 WS-FAM-QTDE-ABERTAS   PIC 9(003).
           03 WS-FAM-TOTAL-PAGO     PIC 9(009)V99.
           03 WS-FAM-TOTAL-PENDENTE PIC 9(009)V99.

       COPY SPOOLWS.
       COPY JOBJWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY "----- QUITACAO ANUAL E DEMONSTRATIVO DE PAGAMENTOS "
               "-----"
           DISPLAY "INFORME O ANO DAS MENSALIDADES (EX: 2021): "
           ACCEPT WS-ANO
           COMPUTE WS-COMPET-INI = (WS-ANO * 100) + 1
           COMPUTE WS-COMPET-FIM = (WS-ANO * 100) + 12
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE "QUITACAO-ANUAL" TO WS-JOB-PROGRAMA
           MOVE "INICIO" TO WS-JOB-EVENTO
           MOVE ZEROS TO WS-JOB-CONTAGEM
           MOVE SPACES TO WS-JOB-RESULTADO
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE

           MOVE ZEROS TO WS-FS-MENSALIDADES
           OPEN INPUT MENSALIDADES
           IF WS-FS-MENSALIDADES NOT EQUAL ZEROS
               DISPLAY "ERRO AO ABRIR AS MENSALIDADES"
               MOVE WS-FS-MENSALIDADES TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               MOVE "FIM" TO WS-JOB-EVENTO
               MOVE "ERRO" TO WS-JOB-RESULTADO
               PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CARREGA-RESPONSAVEIS-ANO-PROCEDURE
           IF WS-QTDE-RESP EQUAL ZEROS
               DISPLAY "NENHUMA MENSALIDADE CONSOLIDADA NO ANO " WS-ANO
               CLOSE MENSALIDADES
               MOVE "FIM" TO WS-JOB-EVENTO
               MOVE "ERRO" TO WS-JOB-RESULTADO
               PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARREGA-ALUNOS-PROCEDURE

           MOVE ZEROS TO WS-FS-RESPONSAVEIS
           OPEN INPUT RESPONSAVEIS
           MOVE ZEROS TO WS-FS-EMISSOES
           OPEN I-O EMISSOES-QUITACAO
           IF WS-FS-EMISSOES EQUAL 35
               OPEN OUTPUT EMISSOES-QUITACAO
               CLOSE EMISSOES-QUITACAO
               OPEN I-O EMISSOES-QUITACAO
           END-IF

      *    UM ARQUIVO DE SPOOL POR DOCUMENTO; CADA PASSADA PERCORRE AS
      *    FAMILIAS DO ANO E EMITE SO O DOCUMENTO DAQUELA PASSADA
           MOVE 1 TO WS-PASSO
           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               "quitacao-anual-" WS-ANO ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE "DECLARACOES DE QUITACAO ANUAL DE DEBITOS"
               TO WS-SPOOL-TITULO
           PERFORM PROCESSA-FAMILIAS-PROCEDURE

           MOVE 2 TO WS-PASSO
           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               "pagamentos-anual-" WS-ANO ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE "DEMONSTRATIVOS ANUAIS DE PAGAMENTO"
               TO WS-SPOOL-TITULO
           PERFORM PROCESSA-FAMILIAS-PROCEDURE

           MOVE 3 TO WS-PASSO
           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               "pendencias-anual-" WS-ANO ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE "AVISOS DE MENSALIDADES EM ABERTO"
               TO WS-SPOOL-TITULO
           PERFORM PROCESSA-FAMILIAS-PROCEDURE

           CLOSE EMISSOES-QUITACAO
           IF WS-FS-RESPONSAVEIS EQUAL ZEROS
               CLOSE RESPONSAVEIS
           END-IF
           CLOSE MENSALIDADES

           DISPLAY " "
           DISPLAY "FAMILIAS COM MENSALIDADES NO ANO: " WS-QTDE-FAMILIAS
           DISPLAY "DECLARACOES DE QUITACAO.........: "
               WS-QTDE-QUITACOES
           DISPLAY "DEMONSTRATIVOS DE PAGAMENTO.....: " WS-QTDE-EXTRATOS
           DISPLAY "AVISOS DE PENDENCIA.............: "
               WS-QTDE-PENDENCIAS
           IF WS-QTDE-SEM-ALUNOS GREATER THAN ZEROS
               DISPLAY "FAMILIAS SEM ALUNO VINCULADO....: "
                   WS-QTDE-SEM-ALUNOS
           END-IF
           IF WS-QTDE-REEMISSOES GREATER THAN ZEROS
               DISPLAY "DOCUMENTOS REEMITIDOS...........: "
                   WS-QTDE-REEMISSOES
           END-IF

           MOVE "FIM" TO WS-JOB-EVENTO
           COMPUTE WS-JOB-CONTAGEM = WS-QTDE-QUITACOES
               + WS-QTDE-EXTRATOS + WS-QTDE-PENDENCIAS
           MOVE "OK" TO WS-JOB-RESULTADO
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE

           MOVE 0 TO RETURN-CODE
           STOP RUN.

       PROCESSA-FAMILIAS-PROCEDURE.
           PERFORM ABRE-SPOOL-PROCEDURE
           PERFORM VARYING WS-IDX-FAM FROM 1 BY 1
               UNTIL WS-IDX-FAM GREATER THAN WS-QTDE-RESP
               MOVE WS-RESP-ANO(WS-IDX-FAM) TO WS-FAM-RESP
               PERFORM MONTA-FAMILIA-PROCEDURE
               IF WS-FAM-QTDE-FILHOS EQUAL ZEROS
                   IF WS-PASSO EQUAL 1
                       ADD 1 TO WS-QTDE-SEM-ALUNOS
                       DISPLAY "RESPONSAVEL " WS-FAM-RESP
                           " SEM ALUNO VINCULADO - NADA EMITIDO"
                   END-IF
               ELSE
                   IF WS-PASSO EQUAL 1
                       ADD 1 TO WS-QTDE-FAMILIAS
                   END-IF
                   PERFORM EMITE-DOCUMENTO-PROCEDURE
               END-IF
           END-PERFORM
           PERFORM FECHA-SPOOL-PROCEDURE.

       EMITE-DOCUMENTO-PROCEDURE.
           IF WS-PASSO EQUAL 1
               IF WS-FAM-QTDE-ABERTAS EQUAL ZEROS
                   AND WS-FAM-QTDE-PAGAS GREATER THAN ZEROS
                   PERFORM BUSCA-RESPONSAVEL-PROCEDURE
                   PERFORM IMPRIME-QUITACAO-PROCEDURE
                   MOVE "Q" TO EQT-TIPO
                   PERFORM REGISTRA-EMISSAO-PROCEDURE
                   ADD 1 TO WS-QTDE-QUITACOES
               END-IF
           END-IF
           IF WS-PASSO EQUAL 2
               PERFORM BUSCA-RESPONSAVEL-PROCEDURE
               PERFORM IMPRIME-EXTRATO-PROCEDURE
               MOVE "E" TO EQT-TIPO
               PERFORM REGISTRA-EMISSAO-PROCEDURE
               ADD 1 TO WS-QTDE-EXTRATOS
           END-IF
           IF WS-PASSO EQUAL 3
               IF WS-FAM-QTDE-ABERTAS GREATER THAN ZEROS
                   PERFORM BUSCA-RESPONSAVEL-PROCEDURE
                   PERFORM IMPRIME-PENDENCIAS-PROCEDURE
                   MOVE "P" TO EQT-TIPO
                   PERFORM REGISTRA-EMISSAO-PROCEDURE
                   ADD 1 TO WS-QTDE-PENDENCIAS
               END-IF
           END-IF.

      * MENSALIDADE EM QUALQUER SITUACAO DIFERENTE DE PAGO (ABERTO OU
      * PARCIAL) DEIXA A COMPETENCIA EM ABERTO PARA A FAMILIA
       MONTA-FAMILIA-PROCEDURE.
           MOVE ZEROS TO WS-FAM-QTDE-FILHOS
           MOVE ZEROS TO WS-FAM-QTDE-MESES
           MOVE ZEROS TO WS-FAM-QTDE-PAGAS
           MOVE ZEROS TO WS-FAM-QTDE-ABERTAS
           MOVE ZEROS TO WS-FAM-TOTAL-PAGO
           MOVE ZEROS TO WS-FAM-TOTAL-PENDENTE
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-QTDE-ALUNOS
               IF WS-AT-RESP(WS-IDX) EQUAL WS-FAM-RESP
                   AND WS-FAM-QTDE-FILHOS LESS THAN 10
                   ADD 1 TO WS-FAM-QTDE-FILHOS
                   MOVE WS-AT-RGM(WS-IDX)
                       TO WS-FIL-RGM(WS-FAM-QTDE-FILHOS)
                   MOVE WS-AT-NOME(WS-IDX)
                       TO WS-FIL-NOME(WS-FAM-QTDE-FILHOS)
                   PERFORM LE-MENSALIDADES-FILHO-PROCEDURE
               END-IF
           END-PERFORM.

       LE-MENSALIDADES-FILHO-PROCEDURE.
           MOVE WS-FIL-RGM(WS-FAM-QTDE-FILHOS) TO MEN-RGM
           MOVE WS-COMPET-INI TO MEN-COMPETENCIA
           START MENSALIDADES KEY IS NOT LESS THAN MEN-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-MENSALIDADES
           END-START
           PERFORM UNTIL WS-FS-MENSALIDADES EQUAL 10
               READ MENSALIDADES NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-MENSALIDADES
                   NOT AT END
                   IF MEN-RGM NOT EQUAL WS-FIL-RGM(WS-FAM-QTDE-FILHOS)
                       OR MEN-COMPETENCIA GREATER THAN WS-COMPET-FIM
                       MOVE 10 TO WS-FS-MENSALIDADES
                   ELSE
                       PERFORM GUARDA-MES-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-MENSALIDADES.

       GUARDA-MES-PROCEDURE.
           IF WS-FAM-QTDE-MESES LESS THAN 120
               ADD 1 TO WS-FAM-QTDE-MESES
               MOVE WS-FAM-QTDE-MESES TO WS-IDX-MES
               MOVE WS-FAM-QTDE-FILHOS TO WS-MES-FILHO(WS-IDX-MES)
               MOVE MEN-COMPETENCIA TO WS-MES-COMPET(WS-IDX-MES)
               MOVE MEN-DATA-VENCIMENTO
                   TO WS-MES-VENCIMENTO(WS-IDX-MES)
               COMPUTE WS-MES-VALOR(WS-IDX-MES) =
                   MEN-VALOR + MEN-VALOR-TRANSPORTE
               MOVE MEN-VALOR-PAGO TO WS-MES-PAGO(WS-IDX-MES)
               MOVE MEN-DATA-PAGAMENTO TO WS-MES-DATA-PAG(WS-IDX-MES)
               MOVE MEN-STATUS TO WS-MES-STATUS(WS-IDX-MES)
               ADD MEN-VALOR-PAGO TO WS-FAM-TOTAL-PAGO
               IF MEN-STATUS EQUAL "PAGO"
                   ADD 1 TO WS-FAM-QTDE-PAGAS
               ELSE
                   ADD 1 TO WS-FAM-QTDE-ABERTAS
                   IF WS-MES-VALOR(WS-IDX-MES) GREATER THAN
                       MEN-VALOR-PAGO
                       COMPUTE WS-FAM-TOTAL-PENDENTE =
                           WS-FAM-TOTAL-PENDENTE
                           + WS-MES-VALOR(WS-IDX-MES) - MEN-VALOR-PAGO
                   END-IF
               END-IF
           END-IF.

       IMPRIME-QUITACAO-PROCEDURE.
           PERFORM IMPRIME-CABECALHO-FAMILIA-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "DECLARACAO ANUAL DE QUITACAO DE DEBITOS - ANO "
               WS-ANO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING WS-AMB-NOME " DECLARA, PARA OS DEVIDOS FINS,"
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "QUE O RESPONSAVEL ACIMA QUITOU TODAS AS "
               "MENSALIDADES DO ANO DE " WS-ANO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE "REFERENTES AO(S) ALUNO(S):" TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM VARYING WS-IDX-FILHO FROM 1 BY 1
               UNTIL WS-IDX-FILHO GREATER THAN WS-FAM-QTDE-FILHOS
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING "    RGM " WS-FIL-RGM(WS-IDX-FILHO) " "
                   WS-FIL-NOME(WS-IDX-FILHO)
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-PERFORM

           MOVE WS-FAM-TOTAL-PAGO TO WS-VALOR-ED
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "TOTAL PAGO NO ANO: " WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE "ESTA DECLARACAO SUBSTITUI OS COMPROVANTES MENSAIS DE"
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE "PAGAMENTO DO ANO (LEI 12.007/2009)."
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       IMPRIME-EXTRATO-PROCEDURE.
           PERFORM IMPRIME-CABECALHO-FAMILIA-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "DEMONSTRATIVO DE PAGAMENTOS DE MENSALIDADES - ANO "
               WS-ANO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM VARYING WS-IDX-FILHO FROM 1 BY 1
               UNTIL WS-IDX-FILHO GREATER THAN WS-FAM-QTDE-FILHOS
               PERFORM IMPRIME-PAGAMENTOS-FILHO-PROCEDURE
           END-PERFORM

           MOVE WS-FAM-TOTAL-PAGO TO WS-VALOR-ED
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "TOTAL PAGO PELO RESPONSAVEL NO ANO: " WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           IF WS-FAM-QTDE-ABERTAS GREATER THAN ZEROS
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING "HA " WS-FAM-QTDE-ABERTAS
                   " COMPETENCIA(S) EM ABERTO - VIDE AVISO DE "
                   "PENDENCIAS"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF.

       IMPRIME-PAGAMENTOS-FILHO-PROCEDURE.
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "ALUNO RGM " WS-FIL-RGM(WS-IDX-FILHO) " "
               WS-FIL-NOME(WS-IDX-FILHO)
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE ZEROS TO WS-TOTAL-FILHO
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES GREATER THAN WS-FAM-QTDE-MESES
               IF WS-MES-FILHO(WS-IDX-MES) EQUAL WS-IDX-FILHO
                   AND WS-MES-PAGO(WS-IDX-MES) GREATER THAN ZEROS
                   PERFORM FORMATA-COMPETENCIA-PROCEDURE
                   MOVE WS-MES-DATA-PAG(WS-IDX-MES) TO WS-DATA-FORMATA
                   PERFORM FORMATA-DATA-PROCEDURE
                   MOVE WS-MES-PAGO(WS-IDX-MES) TO WS-VALOR-ED
                   ADD WS-MES-PAGO(WS-IDX-MES) TO WS-TOTAL-FILHO
                   MOVE SPACES TO WS-SPOOL-LINHA
                   STRING "    COMPETENCIA " WS-COMPET-ED
                       "  VALOR PAGO " WS-VALOR-ED
                       "  PAGO EM " WS-DATA-ED
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
                   IF WS-MES-STATUS(WS-IDX-MES) NOT EQUAL "PAGO"
                       MOVE "(PARCIAL)" TO WS-SPOOL-LINHA(70:9)
                   END-IF
                   PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-FILHO TO WS-VALOR-ED
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "    TOTAL DO ALUNO        " WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       IMPRIME-PENDENCIAS-PROCEDURE.
           PERFORM IMPRIME-CABECALHO-FAMILIA-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "AVISO DE MENSALIDADES EM ABERTO - ANO " WS-ANO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE "CONSTAM EM ABERTO AS SEGUINTES COMPETENCIAS:"
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES GREATER THAN WS-FAM-QTDE-MESES
               IF WS-MES-STATUS(WS-IDX-MES) NOT EQUAL "PAGO"
                   PERFORM IMPRIME-MES-ABERTO-PROCEDURE
               END-IF
           END-PERFORM

           MOVE WS-FAM-TOTAL-PENDENTE TO WS-VALOR-ED
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "SALDO TOTAL EM ABERTO: " WS-VALOR-ED
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE "A DECLARACAO DE QUITACAO DO ANO SERA EMITIDA APOS A"
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE "REGULARIZACAO. PROCURE A SECRETARIA DA ESCOLA."
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       IMPRIME-MES-ABERTO-PROCEDURE.
           MOVE WS-MES-FILHO(WS-IDX-MES) TO WS-IDX-FILHO
           PERFORM FORMATA-COMPETENCIA-PROCEDURE
           MOVE WS-MES-VENCIMENTO(WS-IDX-MES) TO WS-DATA-FORMATA
           PERFORM FORMATA-DATA-PROCEDURE
           MOVE ZEROS TO WS-SALDO
           IF WS-MES-VALOR(WS-IDX-MES) GREATER THAN
               WS-MES-PAGO(WS-IDX-MES)
               COMPUTE WS-SALDO = WS-MES-VALOR(WS-IDX-MES)
                   - WS-MES-PAGO(WS-IDX-MES)
           END-IF
           MOVE WS-SALDO TO WS-VALOR-ED
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "    RGM " WS-FIL-RGM(WS-IDX-FILHO) " "
               WS-FIL-NOME(WS-IDX-FILHO)
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "        COMPETENCIA " WS-COMPET-ED
               "  VENCIMENTO " WS-DATA-ED
               "  SALDO " WS-VALOR-ED " " WS-MES-STATUS(WS-IDX-MES)
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       IMPRIME-CABECALHO-FAMILIA-PROCEDURE.
           MOVE "----------------------------------------"
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "RESPONSAVEL: " WS-NOME-RESP " CPF: " WS-CPF-RESP
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "ENDERECO: " WS-END-RESP
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

      * REEMISSAO DO MESMO DOCUMENTO NO ANO ATUALIZA O REGISTRO
       REGISTRA-EMISSAO-PROCEDURE.
           MOVE WS-ANO TO EQT-ANO
           MOVE WS-FAM-RESP TO EQT-RESP
           MOVE WS-DATA-HOJE TO EQT-DATA-EMISSAO
           MOVE WS-FAM-QTDE-FILHOS TO EQT-QTDE-ALUNOS
           MOVE WS-FAM-QTDE-MESES TO EQT-QTDE-COMPETENCIAS
           MOVE WS-FAM-TOTAL-PAGO TO EQT-VALOR-PAGO
           MOVE WS-FAM-TOTAL-PENDENTE TO EQT-VALOR-PENDENTE
           WRITE REG-EMISSAO-QUITACAO
           IF WS-FS-EMISSOES EQUAL 22
               ADD 1 TO WS-QTDE-REEMISSOES
               REWRITE REG-EMISSAO-QUITACAO
               END-REWRITE
           END-IF
           IF WS-FS-EMISSOES NOT EQUAL ZEROS
               DISPLAY "ERRO AO REGISTRAR A EMISSAO DO RESPONSAVEL "
                   WS-FAM-RESP
               MOVE WS-FS-EMISSOES TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           END-IF.

       FORMATA-COMPETENCIA-PROCEDURE.
           MOVE SPACES TO WS-COMPET-ED
           STRING WS-MES-COMPET(WS-IDX-MES)(5:2) "/"
               WS-MES-COMPET(WS-IDX-MES)(1:4)
               DELIMITED BY SIZE INTO WS-COMPET-ED.

       FORMATA-DATA-PROCEDURE.
           MOVE SPACES TO WS-DATA-ED
           IF WS-DATA-FORMATA GREATER THAN ZEROS
               STRING WS-DATA-FORMATA(7:2) "/" WS-DATA-FORMATA(5:2) "/"
                   WS-DATA-FORMATA(1:4)
                   DELIMITED BY SIZE INTO WS-DATA-ED
           END-IF.

       BUSCA-RESPONSAVEL-PROCEDURE.
           MOVE "RESPONSAVEL NAO CADASTRADO" TO WS-NOME-RESP
           MOVE SPACES TO WS-CPF-RESP
           MOVE SPACES TO WS-END-RESP
           IF WS-FS-RESPONSAVEIS EQUAL ZEROS
               MOVE WS-FAM-RESP TO RESP-CODIGO
               READ RESPONSAVEIS RECORD
                   KEY IS RESP-CODIGO
                   INVALID KEY
                   MOVE ZEROS TO WS-FS-RESPONSAVEIS
                   NOT INVALID KEY
                   MOVE RESP-NOME TO WS-NOME-RESP
                   MOVE RESP-CPF TO WS-CPF-RESP
                   MOVE RESP-ENDERECO TO WS-END-RESP
               END-READ
           END-IF.

       CARREGA-RESPONSAVEIS-ANO-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-RESP
           MOVE ZEROS TO WS-FS-CONSOLIDADO
           OPEN INPUT CONSOLIDADO-RESP
           IF WS-FS-CONSOLIDADO EQUAL ZEROS
               PERFORM UNTIL WS-FS-CONSOLIDADO EQUAL 10
                   READ CONSOLIDADO-RESP NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CONSOLIDADO
                       NOT AT END
                       IF CON-COMPETENCIA NOT LESS THAN WS-COMPET-INI
                           AND CON-COMPETENCIA NOT GREATER THAN
                               WS-COMPET-FIM
                           PERFORM GUARDA-RESPONSAVEL-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSOLIDADO-RESP
           END-IF.

      * A CHAVE TRAZ O CONSOLIDADO EM ORDEM DE RESPONSAVEL
       GUARDA-RESPONSAVEL-PROCEDURE.
           IF WS-QTDE-RESP EQUAL ZEROS
               OR WS-RESP-ANO(WS-QTDE-RESP) NOT EQUAL CON-RESP
               IF WS-QTDE-RESP LESS THAN 2000
                   ADD 1 TO WS-QTDE-RESP
                   MOVE CON-RESP TO WS-RESP-ANO(WS-QTDE-RESP)
               END-IF
           END-IF.

       CARREGA-ALUNOS-PROCEDURE.
           MOVE ZEROS TO WS-QTDE-ALUNOS
           MOVE ZEROS TO WS-FS-ALUNORESP
           OPEN INPUT ALUNO-RESP
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
                           PERFORM BUSCA-RESP-ALUNO-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNOS
           END-IF
           IF WS-FS-ALUNORESP EQUAL ZEROS
               CLOSE ALUNO-RESP
           END-IF.

       BUSCA-RESP-ALUNO-PROCEDURE.
           MOVE ZEROS TO WS-AT-RESP(WS-QTDE-ALUNOS)
           IF WS-FS-ALUNORESP EQUAL ZEROS
               MOVE RGM-ALUNO TO ALR-RGM
               READ ALUNO-RESP RECORD
                   KEY IS ALR-RGM
                   INVALID KEY
                   MOVE ZEROS TO WS-FS-ALUNORESP
                   NOT INVALID KEY
                   MOVE ALR-RESP TO WS-AT-RESP(WS-QTDE-ALUNOS)
               END-READ
           END-IF.

       COPY SPOOLPRC.
       COPY JOBJPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM QUITACAO-ANUAL.
