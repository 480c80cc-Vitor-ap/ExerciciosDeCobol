      ******************************************************************
      * Author:
      * Date:
      * Purpose: FOLHA MENSAL DE PROFESSORES POR HORA-AULA
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHA-PROFESSORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
           SELECT  PARAMETROS ASSIGN TO WS-ARQ-FOLHA-PARAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-PARAMETROS.

           COPY PROFSEL.

           COPY HORSEL.

           COPY FPRSEL.

           COPY CLETSEL.

           COPY FERSEL.

           COPY CPAGSEL.

           COPY SPOOLSEL.

           COPY OPERSEL.

           COPY AUDITSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
           FD PARAMETROS.
       01 REG-PARAMETROS.
           03 PRM-PERC-DESCONTOS    PIC 9(002)V99.
           03 PRM-FORNECEDOR-FOLHA  PIC 9(003).
           03 PRM-DIA-PAGAMENTO     PIC 9(002).
           03 PRM-CATEGORIA         PIC X(004).

           COPY PROFFD.

           COPY HORFD.

           COPY FPRFD.

           COPY CLETFD.

           COPY FERFD.

           COPY CPAGFD.

           COPY SPOOLFD.

           COPY OPERFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       01 WS-FS-PARAMETROS          PIC 99.
       01 WS-FS-PROFESSORES         PIC 99.
       01 WS-FS-HORARIOS            PIC 99.
       01 WS-FS-FALTAS-PROF         PIC 99.
       01 WS-FS-CPAGAR              PIC 99.
       01 WS-PERC-DESCONTOS         PIC 9(002)V99 VALUE ZEROS.
       01 WS-FORNECEDOR-FOLHA       PIC 9(003) VALUE 999.
       01 WS-DIA-PAGAMENTO          PIC 9(002) VALUE 5.
       01 WS-CATEGORIA-FOLHA        PIC X(004) VALUE "FOLH".
       01 WS-COMPETENCIA            PIC 9(006) VALUE ZEROS.
       01 WS-ANO                    PIC 9(004) VALUE ZEROS.
       01 WS-MES                    PIC 9(002) VALUE ZEROS.
       01 WS-DATA-HOJE              PIC 9(008) VALUE ZEROS.
       01 WS-DATA-INI               PIC 9(008) VALUE ZEROS.
       01 WS-DATA-FIM               PIC 9(008) VALUE ZEROS.
       01 WS-DATA-VENCIMENTO        PIC 9(008) VALUE ZEROS.
       01 WS-DIAS-INT               PIC 9(007) VALUE ZEROS.
       01 WS-DIAS-INT-FIM           PIC 9(007) VALUE ZEROS.
       01 WS-DATA-CORRENTE          PIC 9(008) VALUE ZEROS.
       01 WS-DIA-SEMANA             PIC 9(001) VALUE ZEROS.
       01 WS-TEM-CALENDARIO         PIC X(001) VALUE "N".
       01 WS-EH-LETIVO              PIC X(001) VALUE "S".
       01 WS-DIAS-LETIVOS           PIC 9(003) VALUE ZEROS.
       01 WS-IDX                    PIC 9(003) VALUE ZEROS.
       01 WS-AULAS-DEVIDAS          PIC 9(004) VALUE ZEROS.
       01 WS-AULAS-PAGAS            PIC 9(004) VALUE ZEROS.
       01 WS-VALOR-BRUTO            PIC 9(007)V99 VALUE ZEROS.
       01 WS-VALOR-DESCONTOS        PIC 9(007)V99 VALUE ZEROS.
       01 WS-VALOR-LIQUIDO          PIC 9(007)V99 VALUE ZEROS.
       01 WS-NOME-PROF              PIC X(025) VALUE SPACES.
       01 WS-VALOR-AULA             PIC 9(003)V99 VALUE ZEROS.
       01 WS-NUM-TITULO             PIC X(010) VALUE SPACES.
       01 WS-QTDE-PROFESSORES       PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-TITULOS           PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-SEM-VALOR         PIC 9(003) VALUE ZEROS.
       01 WS-QTDE-JA-PAGOS          PIC 9(003) VALUE ZEROS.
       01 WS-TOT-AULAS              PIC 9(006) VALUE ZEROS.
       01 WS-TOT-BRUTO              PIC 9(009)V99 VALUE ZEROS.
       01 WS-TOT-DESCONTOS          PIC 9(009)V99 VALUE ZEROS.
       01 WS-TOT-LIQUIDO            PIC 9(009)V99 VALUE ZEROS.
       01 WS-AULA-ED                PIC ZZ9.99.
       01 WS-BRUTO-ED               PIC ZZZZZ9.99.
       01 WS-LIQUIDO-ED             PIC ZZZZZ9.99.
       01 WS-TOTAL-ED               PIC ZZZZZZZZ9.99.

       01 WS-DIAS-POR-SEMANA.
           03 WS-DIAS-SEMANA OCCURS 6 TIMES
                                    PIC 9(002).

       01 WS-FOLHA-PROFESSORES.
           03 WS-FOLHA-PROF OCCURS 999 TIMES.
               05 WS-FP-PREVISTAS   PIC 9(004).
               05 WS-FP-FALTAS      PIC 9(004).
               05 WS-FP-SUBSTITUICOES
                                    PIC 9(004).

       COPY CLETWS.
       COPY FERWS.
       COPY SPOOLWS.
       COPY LOGINWS.
       COPY AUDITWS.
       COPY FSMSGWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE
           PERFORM LOGIN-OPERADOR-ESCOLA-PROCEDURE
           PERFORM CARREGA-PARAMETROS-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY "----- FOLHA DE PROFESSORES POR HORA-AULA -----"
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): "
           ACCEPT WS-COMPETENCIA

           COMPUTE WS-ANO = WS-COMPETENCIA / 100
           COMPUTE WS-MES = WS-COMPETENCIA - (WS-ANO * 100)
           IF WS-MES LESS THAN 1 OR WS-MES GREATER THAN 12
               DISPLAY "COMPETENCIA INVALIDA"
               STOP RUN
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DATA-INI = (WS-COMPETENCIA * 100) + 1
           COMPUTE WS-FER-DATA-TESTE = (WS-COMPETENCIA * 100) + 31
           PERFORM AJUSTA-DATA-VALIDA-PROCEDURE
           MOVE WS-FER-DATA-TESTE TO WS-DATA-FIM

           MOVE ZEROS TO WS-FS-HORARIOS
           OPEN INPUT HORARIOS
           IF WS-FS-HORARIOS NOT EQUAL ZEROS
               DISPLAY "QUADRO DE HORARIOS NAO CADASTRADO"
               MOVE WS-FS-HORARIOS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               STOP RUN
           END-IF

           MOVE "N" TO WS-TEM-CALENDARIO
           MOVE ZEROS TO WS-FS-CALENDARIO
           OPEN INPUT CALENDARIO-LETIVO
           IF WS-FS-CALENDARIO EQUAL ZEROS
               MOVE "S" TO WS-TEM-CALENDARIO
           ELSE
               DISPLAY "CALENDARIO LETIVO NAO CADASTRADO - "
                   "CONSIDERANDO TODOS OS DIAS DE AULA"
           END-IF

           INITIALIZE WS-FOLHA-PROFESSORES
           PERFORM CONTA-DIAS-SEMANA-PROCEDURE
           PERFORM SOMA-AULAS-HORARIO-PROCEDURE
           CLOSE HORARIOS
           PERFORM APURA-FALTAS-PROCEDURE

           IF WS-TEM-CALENDARIO EQUAL "S"
               CLOSE CALENDARIO-LETIVO
           END-IF

           MOVE ZEROS TO WS-FS-PROFESSORES
           OPEN INPUT PROFESSORES
           IF WS-FS-PROFESSORES NOT EQUAL ZEROS
               DISPLAY "CADASTRO DE PROFESSORES NAO ENCONTRADO"
               MOVE WS-FS-PROFESSORES TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-FS-CPAGAR
           OPEN I-O CONTAS-PAGAR
           IF WS-FS-CPAGAR EQUAL 35
               OPEN OUTPUT CONTAS-PAGAR
               CLOSE CONTAS-PAGAR
               OPEN I-O CONTAS-PAGAR
           END-IF

           PERFORM CALCULA-VENCIMENTO-PROCEDURE

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               "folha-professores-" WS-COMPETENCIA ".txt"
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE "FOLHA DE PROFESSORES POR HORA-AULA"
               TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "COMPETENCIA: " WS-COMPETENCIA
               "   DIAS LETIVOS NO MES: " WS-DIAS-LETIVOS
               "   VENCIMENTO: " WS-DATA-VENCIMENTO
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE "COD NOME                 PREV FALT SUBS AULA"
               TO WS-SPOOL-LINHA
           MOVE "  R$/AULA     BRUTO   LIQUIDO"
               TO WS-SPOOL-LINHA(46:29)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN 999
               IF WS-FP-PREVISTAS(WS-IDX) GREATER THAN ZEROS
                   OR WS-FP-SUBSTITUICOES(WS-IDX) GREATER THAN ZEROS
                   PERFORM CALCULA-PROFESSOR-PROCEDURE
               END-IF
           END-PERFORM

           PERFORM IMPRIME-TOTAIS-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           CLOSE PROFESSORES
           CLOSE CONTAS-PAGAR

           DISPLAY "PROFESSORES NA FOLHA: " WS-QTDE-PROFESSORES
           DISPLAY "TITULOS A PAGAR.....: " WS-QTDE-TITULOS
           IF WS-QTDE-SEM-VALOR GREATER THAN ZEROS
               DISPLAY "SEM VALOR DE HORA-AULA: " WS-QTDE-SEM-VALOR
           END-IF
           IF WS-QTDE-JA-PAGOS GREATER THAN ZEROS
               DISPLAY "TITULOS JA PAGOS NAO ALTERADOS: "
                   WS-QTDE-JA-PAGOS
           END-IF
           DISPLAY "RELATORIO GRAVADO EM " WS-ARQ-SPOOL

           MOVE "FOLHA-PROF" TO WS-AUD-PROGRAMA
           MOVE "GERACAO" TO WS-AUD-OPERACAO
           MOVE WS-COMPETENCIA TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE

           STOP RUN.

      * QUANTAS VEZES CADA DIA DA SEMANA (1=SEG ... 6=SAB) CAI EM DIA
      * LETIVO NO MES - O CALENDARIO GUARDA OS DIAS SEM AULA
       CONTA-DIAS-SEMANA-PROCEDURE.
           INITIALIZE WS-DIAS-POR-SEMANA
           MOVE ZEROS TO WS-DIAS-LETIVOS
           COMPUTE WS-DIAS-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-INI)
           COMPUTE WS-DIAS-INT-FIM =
               FUNCTION INTEGER-OF-DATE(WS-DATA-FIM)

           PERFORM UNTIL WS-DIAS-INT GREATER THAN WS-DIAS-INT-FIM
               COMPUTE WS-DATA-CORRENTE =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
               PERFORM VERIFICA-LETIVO-FOLHA-PROCEDURE
               IF WS-EH-LETIVO EQUAL "S"
                   ADD 1 TO WS-DIAS-SEMANA(WS-DIA-SEMANA)
                   ADD 1 TO WS-DIAS-LETIVOS
               END-IF
               ADD 1 TO WS-DIAS-INT
           END-PERFORM.

      * O SABADO ENTRA QUANDO HA AULA NO QUADRO DE HORARIOS, POR ISSO
      * NAO SE USA O TESTE DE DIA LETIVO COMUM (SO SEGUNDA A SEXTA)
       VERIFICA-LETIVO-FOLHA-PROCEDURE.
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

       SOMA-AULAS-HORARIO-PROCEDURE.
           PERFORM UNTIL WS-FS-HORARIOS EQUAL 10
               READ HORARIOS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-HORARIOS
                   NOT AT END
                   IF HOR-PROFESSOR GREATER THAN ZEROS
                       AND HOR-DIA-SEMANA GREATER THAN ZEROS
                       AND HOR-DIA-SEMANA LESS THAN 7
                       ADD WS-DIAS-SEMANA(HOR-DIA-SEMANA)
                           TO WS-FP-PREVISTAS(HOR-PROFESSOR)
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-HORARIOS.

      * FALTA EM DIA SEM AULA NO CALENDARIO NAO ALTERA A FOLHA
       APURA-FALTAS-PROCEDURE.
           MOVE ZEROS TO WS-FS-FALTAS-PROF
           OPEN INPUT FALTAS-PROFESSORES
           IF WS-FS-FALTAS-PROF NOT EQUAL ZEROS
               MOVE ZEROS TO WS-FS-FALTAS-PROF
           ELSE
               MOVE WS-DATA-INI TO FPR-DATA
               MOVE LOW-VALUES TO FPR-TURMA
               MOVE ZEROS TO FPR-PERIODO
               START FALTAS-PROFESSORES
                   KEY IS NOT LESS THAN FPR-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-FALTAS-PROF
               END-START
               PERFORM UNTIL WS-FS-FALTAS-PROF EQUAL 10
                   READ FALTAS-PROFESSORES NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-FALTAS-PROF
                       NOT AT END
                       IF FPR-DATA GREATER THAN WS-DATA-FIM
                           MOVE 10 TO WS-FS-FALTAS-PROF
                       ELSE
                           PERFORM APURA-FALTA-PROCEDURE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FALTAS-PROFESSORES
               MOVE ZEROS TO WS-FS-FALTAS-PROF
           END-IF.

       APURA-FALTA-PROCEDURE.
           MOVE FPR-DATA TO WS-DATA-CORRENTE
           PERFORM VERIFICA-LETIVO-FOLHA-PROCEDURE
           IF WS-EH-LETIVO EQUAL "S"
               IF FPR-PROFESSOR GREATER THAN ZEROS
                   ADD 1 TO WS-FP-FALTAS(FPR-PROFESSOR)
               END-IF
               IF FPR-SUBSTITUTO GREATER THAN ZEROS
                   ADD 1 TO WS-FP-SUBSTITUICOES(FPR-SUBSTITUTO)
               END-IF
           END-IF.

      * PAGAMENTO NO DIA DO PARAMETRO DO MES SEGUINTE, EM DIA UTIL
       CALCULA-VENCIMENTO-PROCEDURE.
           IF WS-MES EQUAL 12
               COMPUTE WS-FER-DATA-TESTE =
                   ((WS-ANO + 1) * 10000) + 100 + WS-DIA-PAGAMENTO
           ELSE
               COMPUTE WS-FER-DATA-TESTE =
                   (WS-ANO * 10000) + ((WS-MES + 1) * 100)
                   + WS-DIA-PAGAMENTO
           END-IF
           PERFORM ROLA-DIA-UTIL-PROCEDURE
           MOVE WS-FER-DATA-TESTE TO WS-DATA-VENCIMENTO.

       CALCULA-PROFESSOR-PROCEDURE.
           ADD 1 TO WS-QTDE-PROFESSORES
           MOVE WS-IDX TO PROF-CODIGO
           READ PROFESSORES RECORD
               KEY IS PROF-CODIGO
               INVALID KEY
               MOVE "PROFESSOR NAO CADASTRADO" TO WS-NOME-PROF
               MOVE ZEROS TO WS-VALOR-AULA
               NOT INVALID KEY
               MOVE PROF-NOME TO WS-NOME-PROF
               MOVE PROF-VALOR-AULA TO WS-VALOR-AULA
           END-READ

           IF WS-FP-FALTAS(WS-IDX) GREATER THAN WS-FP-PREVISTAS(WS-IDX)
               MOVE WS-FP-PREVISTAS(WS-IDX) TO WS-AULAS-DEVIDAS
           ELSE
               COMPUTE WS-AULAS-DEVIDAS = WS-FP-PREVISTAS(WS-IDX)
                   - WS-FP-FALTAS(WS-IDX)
           END-IF
           COMPUTE WS-AULAS-PAGAS = WS-AULAS-DEVIDAS
               + WS-FP-SUBSTITUICOES(WS-IDX)

           COMPUTE WS-VALOR-BRUTO ROUNDED =
               WS-AULAS-PAGAS * WS-VALOR-AULA
           COMPUTE WS-VALOR-DESCONTOS ROUNDED =
               WS-VALOR-BRUTO * WS-PERC-DESCONTOS / 100
           COMPUTE WS-VALOR-LIQUIDO =
               WS-VALOR-BRUTO - WS-VALOR-DESCONTOS

           ADD WS-AULAS-PAGAS TO WS-TOT-AULAS
           ADD WS-VALOR-BRUTO TO WS-TOT-BRUTO
           ADD WS-VALOR-DESCONTOS TO WS-TOT-DESCONTOS
           ADD WS-VALOR-LIQUIDO TO WS-TOT-LIQUIDO

           MOVE WS-VALOR-AULA TO WS-AULA-ED
           MOVE WS-VALOR-BRUTO TO WS-BRUTO-ED
           MOVE WS-VALOR-LIQUIDO TO WS-LIQUIDO-ED
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING WS-IDX " " WS-NOME-PROF(1:20) " "
               WS-FP-PREVISTAS(WS-IDX) " "
               WS-FP-FALTAS(WS-IDX) " "
               WS-FP-SUBSTITUICOES(WS-IDX) " "
               WS-AULAS-PAGAS "   " WS-AULA-ED " "
               WS-BRUTO-ED " " WS-LIQUIDO-ED
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           IF WS-VALOR-AULA EQUAL ZEROS
               ADD 1 TO WS-QTDE-SEM-VALOR
               MOVE "    SEM VALOR DE HORA-AULA - TITULO NAO GERADO"
                   TO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           ELSE IF WS-VALOR-LIQUIDO GREATER THAN ZEROS
               PERFORM GRAVA-TITULO-FOLHA-PROCEDURE
           END-IF
           END-IF.

      * UM TITULO POR PROFESSOR E COMPETENCIA; A FOLHA PODE SER
      * REPROCESSADA ENQUANTO O TITULO ESTIVER EM ABERTO SEM PAGAMENTO
       GRAVA-TITULO-FOLHA-PROCEDURE.
           MOVE SPACES TO WS-NUM-TITULO
           STRING "F" WS-COMPETENCIA WS-IDX
               DELIMITED BY SIZE INTO WS-NUM-TITULO
           MOVE WS-FORNECEDOR-FOLHA TO CP-FORNECEDOR
           MOVE WS-NUM-TITULO TO CP-NUM-NOTA
           READ CONTAS-PAGAR RECORD
               KEY IS CP-CHAVE
               INVALID KEY
               MOVE WS-NOME-PROF       TO CP-NOME-FORNECEDOR
               MOVE WS-DATA-HOJE       TO CP-DATA-EMISSAO
               MOVE WS-DATA-VENCIMENTO TO CP-DATA-VENCIMENTO
               MOVE WS-VALOR-LIQUIDO   TO CP-VALOR-TOTAL
               MOVE ZEROS              TO CP-VALOR-PAGO
               MOVE ZEROS              TO CP-DATA-ULT-PAGTO
               MOVE "ABERTO"           TO CP-STATUS
               MOVE WS-CATEGORIA-FOLHA TO CP-CATEGORIA
               WRITE REG-CPAGAR
               END-WRITE
               NOT INVALID KEY
               IF CP-STATUS EQUAL "ABERTO"
                   AND CP-VALOR-PAGO EQUAL ZEROS
                   MOVE WS-DATA-HOJE       TO CP-DATA-EMISSAO
                   MOVE WS-DATA-VENCIMENTO TO CP-DATA-VENCIMENTO
                   MOVE WS-VALOR-LIQUIDO   TO CP-VALOR-TOTAL
                   REWRITE REG-CPAGAR
                   END-REWRITE
               ELSE
                   MOVE 99 TO WS-FS-CPAGAR
               END-IF
           END-READ

           IF WS-FS-CPAGAR EQUAL ZEROS
               ADD 1 TO WS-QTDE-TITULOS
               MOVE "FOLHA-PROF" TO WS-AUD-PROGRAMA
               MOVE "TITULO-CP" TO WS-AUD-OPERACAO
               MOVE CP-CHAVE TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
           ELSE IF WS-FS-CPAGAR EQUAL 99
               ADD 1 TO WS-QTDE-JA-PAGOS
               MOVE ZEROS TO WS-FS-CPAGAR
               MOVE SPACES TO WS-SPOOL-LINHA
               STRING "    TITULO " WS-NUM-TITULO " JA "
                   CP-STATUS " - NAO ALTERADO"
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           ELSE
               DISPLAY "ERRO AO GRAVAR O TITULO " WS-NUM-TITULO
               MOVE WS-FS-CPAGAR TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               MOVE ZEROS TO WS-FS-CPAGAR
           END-IF
           END-IF.

       IMPRIME-TOTAIS-PROCEDURE.
           MOVE SPACES TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "PROFESSORES: " WS-QTDE-PROFESSORES
               "   AULAS PAGAS: " WS-TOT-AULAS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE WS-TOT-BRUTO TO WS-TOTAL-ED
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "TOTAL BRUTO......: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE WS-TOT-DESCONTOS TO WS-TOTAL-ED
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "TOTAL DESCONTOS..: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE WS-TOT-LIQUIDO TO WS-TOTAL-ED
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING "TOTAL LIQUIDO....: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       CARREGA-PARAMETROS-PROCEDURE.
           MOVE ZEROS TO WS-FS-PARAMETROS
           OPEN INPUT PARAMETROS
           IF WS-FS-PARAMETROS EQUAL ZEROS
               READ PARAMETROS
                   AT END
                   CONTINUE
                   NOT AT END
                   MOVE PRM-PERC-DESCONTOS TO WS-PERC-DESCONTOS
                   MOVE PRM-FORNECEDOR-FOLHA TO WS-FORNECEDOR-FOLHA
                   MOVE PRM-DIA-PAGAMENTO TO WS-DIA-PAGAMENTO
                   MOVE PRM-CATEGORIA TO WS-CATEGORIA-FOLHA
               END-READ
               CLOSE PARAMETROS
           END-IF.

       COPY FERPRC.
       COPY SPOOLPRC.
       COPY LOGINPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.


       END PROGRAM FOLHA-PROFESSORES.
