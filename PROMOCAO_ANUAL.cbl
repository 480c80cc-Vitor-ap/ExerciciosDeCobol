
           COPY AUDITSEL.

           COPY CKLSEL.

           COPY JOBJSEL.

           COPY DPDSEL.

           SELECT  PARAMETROS ASSIGN TO WS-ARQ-PROMOCAO-PARAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-PARAMETROS.

           SELECT  ALUNOS-NOVO ASSIGN TO WS-ARQ-ALUNOS-NOVO
           ORGANIZATION IS SEQUENTIAL
           ACCESS  MODE IS SEQUENTIAL
           03  MEN-VALOR-PAGO        PIC 9(007)V99.
           03  MEN-DATA-PAGAMENTO    PIC 9(008).
           03  MEN-STATUS            PIC X(008).
           03  MEN-VALOR-TRANSPORTE  PIC 9(007)V99.

           COPY PENDFD.


           COPY AUDITFD.

           COPY CKLFD.

           COPY JOBJFD.

           COPY DPDFD.

           FD PARAMETROS.
       01 REG-PARAMETROS.
           03 PRM-MAX-DEPENDENCIAS PIC 9(001).

           FD ALUNOS-NOVO.
       01 REG-ALUNOS-NOVO.
           03  NOVO-RGM-ALUNO      PIC 9(005).
       WORKING-STORAGE SECTION.

       COPY AMBWS.
       01 WS-FS-ALUNOTAS            PIC 99.
       01 WS-FS-ALUNOS-NOVO         PIC 99.
       01 WS-FS-REVISAO             PIC 99.
       01 WS-NOME-CORRENTE          PIC A(020) VALUE SPACES.
       01 WS-TURMA-CORRENTE         PIC X(007) VALUE SPACES.
       01 WS-PIOR-STATUS            PIC A(010) VALUE SPACES.
       01 WS-LINHA-REVISAO          PIC X(060) VALUE SPACES.
       01 WS-FS-MENSALIDADES        PIC 99.
       01 WS-FS-PENDENTE            PIC 99.
       01 WS-TEM-MENSALIDADES       PIC X(001) VALUE "N".
       01 WS-SALDO-ALUNO            PIC 9(009)V99 VALUE ZEROS.
       01 WS-FS-TIPOSDOC            PIC 99.
       01 WS-FS-CHECKLIST           PIC 99.
       01 WS-TEM-CHECKLIST          PIC X(001) VALUE "N".
       01 WS-DOC-PENDENTE           PIC X(001) VALUE "N".
       01 WS-DOC-OBRIGATORIO        PIC X(001) VALUE "N".
       01 WS-RGM-REVISAO            PIC 9(005) VALUE ZEROS.
       01 WS-FS-PARAMETROS          PIC 99.
       01 WS-FS-DEPENDENCIAS        PIC 99.
       01 WS-MAX-DEPENDENCIAS       PIC 9(001) VALUE 2.
       01 WS-DEP-ANTERIORES         PIC 9(003) VALUE ZEROS.
       01 WS-DEP-TOTAL              PIC 9(003) VALUE ZEROS.
       01 WS-DEP-IDX                PIC 9(002) VALUE ZEROS.

      *    DISCIPLINAS REPROVADAS DO ALUNO CORRENTE
       01 WS-REPROVACOES.
           03  WS-QTDE-REPROV        PIC 9(002) VALUE ZEROS.
           03  WS-REPROV OCCURS 20 TIMES.
               05  WS-REPROV-DISC    PIC 9(003).
               05  WS-REPROV-MEDIA   PIC 9(002)V99.

      *    ANO E TOTAIS DA EXECUCAO - VAO NO PONTO DE CONTROLE
       01 WS-PROMOCAO-CONTROLE.
           03  WS-ANO-LETIVO         PIC 9(004) VALUE ZEROS.
           03  WS-QTDE-PROMOVIDOS    PIC 9(005) VALUE ZEROS.
           03  WS-QTDE-RETIDOS       PIC 9(005) VALUE ZEROS.
           03  WS-QTDE-REVISAO       PIC 9(005) VALUE ZEROS.
           03  WS-QTDE-INADIMPLENTES PIC 9(005) VALUE ZEROS.
           03  WS-QTDE-DEPENDENCIA   PIC 9(005) VALUE ZEROS.

       COPY AUDITWS.
       COPY FSMSGWS.
       COPY CKLWS.
       COPY JOBJWS.

       PROCEDURE DIVISION.

           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY "----- PROMOCAO ANUAL DE ALUNOS -----"

           MOVE "PROMOCAO-ANUAL" TO WS-CKL-PROGRAMA
           MOVE SPACES TO WS-ARQ-CHECKPOINT-LOTE
           STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
               "promocao-anual.ckp"
               DELIMITED BY SIZE INTO WS-ARQ-CHECKPOINT-LOTE
           PERFORM LE-CHECKPOINT-LOTE-PROCEDURE

           MOVE "PROMOCAO-ANUAL" TO WS-JOB-PROGRAMA
           MOVE ZEROS TO WS-JOB-CONTAGEM
           MOVE SPACES TO WS-JOB-RESULTADO
           IF WS-CKL-RETOMADA EQUAL "S"
               MOVE WS-CKL-AREA-PROGRAMA TO WS-PROMOCAO-CONTROLE
               DISPLAY "ANO LETIVO DA EXECUCAO INTERROMPIDA: "
                   WS-ANO-LETIVO
               MOVE "RETOMA" TO WS-JOB-EVENTO
               MOVE WS-CKL-QTDE-PROCESSADOS TO WS-JOB-CONTAGEM
           ELSE
               DISPLAY "INFORME O ANO LETIVO ENCERRADO (EX: 2021): "
               ACCEPT WS-ANO-LETIVO
               MOVE "INICIO" TO WS-JOB-EVENTO
           END-IF
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE

           MOVE ZEROS TO WS-FS-PARAMETROS
           OPEN INPUT PARAMETROS
           IF WS-FS-PARAMETROS EQUAL ZEROS
               READ PARAMETROS
                   AT END
                   CONTINUE
                   NOT AT END
                   MOVE PRM-MAX-DEPENDENCIAS TO WS-MAX-DEPENDENCIAS
               END-READ
               CLOSE PARAMETROS
           END-IF
           DISPLAY "MAXIMO DE DEPENDENCIAS NA PROMOCAO: "
               WS-MAX-DEPENDENCIAS

           MOVE ZEROS TO WS-FS-ALUNOTAS
           OPEN INPUT ALUNOS-NOTAS
           IF WS-FS-ALUNOTAS NOT EQUAL ZEROS
               DISPLAY "ERRO AO ABRIR O MESTRE DE NOTAS"
               DISPLAY "FILE STATUS: " WS-FS-ALUNOTAS
               MOVE "FIM" TO WS-JOB-EVENTO
               MOVE "ERRO" TO WS-JOB-RESULTADO
               PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
               STOP RUN
           END-IF

               MOVE "S" TO WS-TEM-CHECKLIST
           END-IF

           MOVE ZEROS TO WS-FS-DEPENDENCIAS
           OPEN I-O DEPENDENCIAS
           IF WS-FS-DEPENDENCIAS EQUAL 35
               OPEN OUTPUT DEPENDENCIAS
               CLOSE DEPENDENCIAS
               OPEN I-O DEPENDENCIAS
           END-IF

           IF WS-CKL-RETOMADA EQUAL "S"
               PERFORM APURA-ULTIMO-EMITIDO-PROCEDURE
               OPEN EXTEND ALUNOS-NOVO
               OPEN EXTEND REVISAO
           ELSE
               OPEN OUTPUT ALUNOS-NOVO
               OPEN OUTPUT REVISAO

               MOVE "----- ALUNOS PARA REVISAO DA COORDENACAO -----"
                   TO REG-REVISAO
               WRITE REG-REVISAO
           END-IF

           MOVE WS-PROMOCAO-CONTROLE TO WS-CKL-AREA-PROGRAMA
           PERFORM GRAVA-CHECKPOINT-LOTE-PROCEDURE

           MOVE ZEROS TO WS-RGM-CORRENTE

                   MOVE 10 TO WS-FS-ALUNOTAS
                   NOT AT END
                   IF ALU-ANO EQUAL WS-ANO-LETIVO
                       AND (WS-CKL-RETOMADA NOT EQUAL "S"
                           OR ALU-RGM GREATER THAN WS-CKL-ULTIMA-CHAVE)
                       PERFORM ACUMULA-ALUNO-PROCEDURE
                   END-IF
               END-READ
               CLOSE CHECKLIST-DOCUMENTOS
           END-IF
           CLOSE MATRICULA-PENDENTE
           CLOSE DEPENDENCIAS
           CLOSE ALUNOS-NOTAS

           MOVE WS-PROMOCAO-CONTROLE TO WS-CKL-AREA-PROGRAMA
           PERFORM ENCERRA-CHECKPOINT-LOTE-PROCEDURE

           DISPLAY " "
           DISPLAY "----- RESUMO DA PROMOCAO " WS-ANO-LETIVO " -----"
           DISPLAY "PROMOVIDOS.......: " WS-QTDE-PROMOVIDOS
           DISPLAY "  COM DEPENDENCIA: " WS-QTDE-DEPENDENCIA
           DISPLAY "RETIDOS (REPETEM): " WS-QTDE-RETIDOS
           DISPLAY "PARA REVISAO.....: " WS-QTDE-REVISAO
           DISPLAY "RETIDOS P/ DEBITO: " WS-QTDE-INADIMPLENTES
           DISPLAY "NOVO ROSTER EM alunos-novo.txt"
           DISPLAY "RENOMEIE PARA alunos.txt APOS A CONFERENCIA"
           IF WS-CKL-RETOMADA EQUAL "S"
               DISPLAY "EXECUCAO RETOMADA APOS O RGM "
                   WS-CKL-ULTIMA-CHAVE
           END-IF

           MOVE "FIM" TO WS-JOB-EVENTO
           COMPUTE WS-JOB-CONTAGEM =
               WS-QTDE-PROMOVIDOS + WS-QTDE-RETIDOS
           MOVE "OK" TO WS-JOB-RESULTADO
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE

           STOP RUN.

      *    O PONTO DE CONTROLE SO E GRAVADO A CADA INTERVALO. OS ALUNOS
      *    EMITIDOS DEPOIS DELE JA ESTAO NO NOVO ROSTER OU NA REVISAO
      *    (AMBOS EM ORDEM DE RGM) E NAO PODEM SER EMITIDOS DE NOVO
       APURA-ULTIMO-EMITIDO-PROCEDURE.
           MOVE ZEROS TO WS-FS-ALUNOS-NOVO
           OPEN INPUT ALUNOS-NOVO
           IF WS-FS-ALUNOS-NOVO EQUAL ZEROS
               PERFORM UNTIL WS-FS-ALUNOS-NOVO EQUAL 10
                   READ ALUNOS-NOVO
                       AT END
                       MOVE 10 TO WS-FS-ALUNOS-NOVO
                       NOT AT END
                       IF NOVO-RGM-ALUNO GREATER THAN
                           WS-CKL-ULTIMA-CHAVE
                           MOVE NOVO-RGM-ALUNO TO WS-CKL-ULTIMA-CHAVE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNOS-NOVO
           END-IF

           MOVE ZEROS TO WS-FS-REVISAO
           OPEN INPUT REVISAO
           IF WS-FS-REVISAO EQUAL ZEROS
               PERFORM UNTIL WS-FS-REVISAO EQUAL 10
                   READ REVISAO
                       AT END
                       MOVE 10 TO WS-FS-REVISAO
                       NOT AT END
                       IF REG-REVISAO(1:5) IS NUMERIC
                           MOVE REG-REVISAO(1:5) TO WS-RGM-REVISAO
                           IF WS-RGM-REVISAO GREATER THAN
                               WS-CKL-ULTIMA-CHAVE
                               MOVE WS-RGM-REVISAO TO
                                   WS-CKL-ULTIMA-CHAVE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE REVISAO
           END-IF

           DISPLAY "ULTIMO ALUNO JA EMITIDO: RGM " WS-CKL-ULTIMA-CHAVE.

       ACUMULA-ALUNO-PROCEDURE.
           IF ALU-RGM NOT EQUAL WS-RGM-CORRENTE
               IF WS-RGM-CORRENTE GREATER THAN ZEROS
               MOVE ALU-NOME TO WS-NOME-CORRENTE
               MOVE ALU-TURMA TO WS-TURMA-CORRENTE
               MOVE "APROVADO" TO WS-PIOR-STATUS
               MOVE ZEROS TO WS-QTDE-REPROV
           END-IF

           IF ALU-STATUS EQUAL "REPROVADO"
               ADD 1 TO WS-QTDE-REPROV
               IF WS-QTDE-REPROV NOT GREATER THAN 20
                   MOVE ALU-DISCIPLINA TO
                       WS-REPROV-DISC(WS-QTDE-REPROV)
                   MOVE ALU-MEDIA TO WS-REPROV-MEDIA(WS-QTDE-REPROV)
               END-IF
           END-IF

           IF ALU-STATUS EQUAL "TRANCADO"
                   DELIMITED BY SIZE INTO WS-LINHA-REVISAO
               WRITE REG-REVISAO FROM WS-LINHA-REVISAO
           ELSE
               IF WS-PIOR-STATUS EQUAL "REPROVADO"
                   PERFORM AVALIA-DEPENDENCIA-PROCEDURE
               END-IF
               MOVE WS-RGM-CORRENTE  TO NOVO-RGM-ALUNO
               MOVE WS-NOME-CORRENTE TO NOVO-NOME-ALUNO
               MOVE "A" TO NOVO-SIT-ALUNO
                   ADD 1 TO WS-QTDE-RETIDOS
               END-IF
           END-IF
           END-IF

           MOVE WS-RGM-CORRENTE TO WS-CKL-ULTIMA-CHAVE
           MOVE WS-PROMOCAO-CONTROLE TO WS-CKL-AREA-PROGRAMA
           PERFORM CONTA-CHECKPOINT-LOTE-PROCEDURE.

      *    REPROVADO EM ATE WS-MAX-DEPENDENCIAS DISCIPLINAS (SOMADAS AS
      *    DEPENDENCIAS DE ANOS ANTERIORES AINDA ABERTAS) E PROMOVIDO;
      *    CADA DISCIPLINA REPROVADA VIRA UMA DEPENDENCIA ABERTA
       AVALIA-DEPENDENCIA-PROCEDURE.
           PERFORM CONTA-DEPENDENCIAS-ABERTAS-PROCEDURE
           COMPUTE WS-DEP-TOTAL = WS-QTDE-REPROV + WS-DEP-ANTERIORES
           IF WS-DEP-TOTAL NOT GREATER THAN WS-MAX-DEPENDENCIAS
               AND WS-QTDE-REPROV NOT GREATER THAN 20
               MOVE "APROVADO" TO WS-PIOR-STATUS
               ADD 1 TO WS-QTDE-DEPENDENCIA
               PERFORM GRAVA-DEPENDENCIA-PROCEDURE
                   VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX GREATER THAN WS-QTDE-REPROV

               MOVE SPACES TO WS-LINHA-REVISAO
               STRING WS-RGM-CORRENTE " " WS-NOME-CORRENTE
                   " PROMOVIDO COM " WS-QTDE-REPROV " DEPENDENCIA(S)"
                   DELIMITED BY SIZE INTO WS-LINHA-REVISAO
               WRITE REG-REVISAO FROM WS-LINHA-REVISAO
           END-IF.

       CONTA-DEPENDENCIAS-ABERTAS-PROCEDURE.
           MOVE ZEROS TO WS-DEP-ANTERIORES
           MOVE ZEROS TO WS-FS-DEPENDENCIAS
           MOVE WS-RGM-CORRENTE TO DPD-RGM
           MOVE ZEROS TO DPD-ANO-ORIGEM
           MOVE ZEROS TO DPD-DISCIPLINA
           START DEPENDENCIAS KEY IS GREATER THAN DPD-CHAVE
               INVALID KEY
                   MOVE 10 TO WS-FS-DEPENDENCIAS
           END-START
           PERFORM UNTIL WS-FS-DEPENDENCIAS EQUAL 10
               READ DEPENDENCIAS NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-DEPENDENCIAS
                   NOT AT END
                   IF DPD-RGM NOT EQUAL WS-RGM-CORRENTE
                       MOVE 10 TO WS-FS-DEPENDENCIAS
                   ELSE
                       IF DPD-STATUS EQUAL "ABERTA"
                           AND DPD-ANO-ORIGEM LESS THAN WS-ANO-LETIVO
                           ADD 1 TO WS-DEP-ANTERIORES
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           MOVE ZEROS TO WS-FS-DEPENDENCIAS.

       GRAVA-DEPENDENCIA-PROCEDURE.
           MOVE WS-RGM-CORRENTE TO DPD-RGM
           MOVE WS-ANO-LETIVO TO DPD-ANO-ORIGEM
           MOVE WS-REPROV-DISC(WS-DEP-IDX) TO DPD-DISCIPLINA
           MOVE WS-NOME-CORRENTE TO DPD-NOME
           MOVE WS-TURMA-CORRENTE TO DPD-TURMA-ORIGEM
           MOVE WS-REPROV-MEDIA(WS-DEP-IDX) TO DPD-MEDIA-ORIGEM
           COMPUTE DPD-ANO-CURSO = WS-ANO-LETIVO + 1
           MOVE ZEROS TO DPD-NOTA1
           MOVE ZEROS TO DPD-NOTA2
           MOVE ZEROS TO DPD-NOTA3
           MOVE ZEROS TO DPD-MEDIA
           MOVE ZEROS TO DPD-FALTAS
           MOVE "ABERTA" TO DPD-STATUS
           MOVE ZEROS TO DPD-DATA-CONCLUSAO
           WRITE REG-DEPENDENCIA
           IF WS-FS-DEPENDENCIAS EQUAL 22
               REWRITE REG-DEPENDENCIA
               END-REWRITE
           END-IF

           MOVE "PROMOCAO-ANUAL" TO WS-AUD-PROGRAMA
           MOVE "DEPENDENC" TO WS-AUD-OPERACAO
           MOVE DPD-CHAVE TO WS-AUD-CHAVE
           PERFORM GRAVA-AUDITORIA-PROCEDURE.

       AVISA-DOCUMENTOS-PROCEDURE.
           IF WS-TEM-CHECKLIST NOT EQUAL "S"
               CONTINUE
                       ELSE
                           IF MEN-STATUS NOT EQUAL "PAGO"
                               COMPUTE WS-SALDO-ALUNO =
                                   WS-SALDO-ALUNO + MEN-VALOR
                                   + MEN-VALOR-TRANSPORTE
                                   - MEN-VALOR-PAGO
                           END-IF
                       END-IF
                   END-READ
           PERFORM GRAVA-AUDITORIA-PROCEDURE.

       COPY AUDITPRC.
       COPY CKLPRC.
       COPY JOBJPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.

