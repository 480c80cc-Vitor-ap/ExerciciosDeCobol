
           COPY OPERSEL.

           COPY DPDSEL.

           COPY PRVSEL.

           COPY TEXSEL.

           COPY AUDITSEL.

       DATA DIVISION.

           COPY OPERFD.

           COPY DPDFD.

           COPY PRVFD.

           COPY TEXFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
       01 WS-JANELA-ABERTA       PIC X(001) VALUE "N".
       01 WS-DATA-JANELA         PIC 9(008) VALUE ZEROS.
       01 WS-CONSULTA-RGM        PIC 9(005) VALUE ZEROS.
       01 WS-FS-DEPENDENCIAS     PIC 99.
       01 WS-DEP-RGM             PIC 9(005) VALUE ZEROS.
       01 WS-DEP-ACHOU           PIC X(001) VALUE "N".
       01 WS-DEP-QTDE-ABERTAS    PIC 9(003) VALUE ZEROS.
       01 WS-FS-PROVAS           PIC 99.
       01 WS-PROVAS-FUTURAS      PIC 9(003) VALUE ZEROS.

       COPY LOGINWS.
       COPY ESQWS.
       COPY TEXWS.
       COPY AUDITWS.
       COPY FSMSGWS.


       IF WS-SEM-OPERADOR NOT EQUAL "S"
       PERFORM LOGIN-OPERADOR-ESCOLA-PROCEDURE
       DISPLAY "MODO DE EXECUCAO: (N)ORMAL, (C)ORRECAO DE UM RGM,"
       DISPLAY "(L)OTE DE NOTAS PRE-DIGITADAS OU (D)EPENDENCIA? "
       ACCEPT WS-MODO
       END-IF

           GOBACK
       END-IF

       IF WS-MODO EQUAL "D"
           PERFORM DEPENDENCIA-NOTAS-PROCEDURE
           GOBACK
       END-IF

       DISPLAY "INFORME O ANO LETIVO (EX: 2021): "
       ACCEPT WS-ANO-LETIVO

           GOBACK
       END-IF

       PERFORM AVISA-PROVAS-FUTURAS-PROCEDURE

       STRING WS-AMB-DIR-ESCOLA(1:WS-AMB-LEN-ESCOLA)
           "alunos" WS-ANO-LETIVO ".ckp"
           DELIMITED BY SIZE INTO WS-ARQ-CHECKPOINT
               CLOSE JANELAS-NOTAS
           END-IF.

      * SO AVISA: A NOTA DE UM TERMO CUJA PROVA AINDA NAO ACONTECEU
      * PODE SER LANCADA, MAS O PROFESSOR FICA CIENTE
       AVISA-PROVAS-FUTURAS-PROCEDURE.
           MOVE ZEROS TO WS-PROVAS-FUTURAS
           MOVE ZEROS TO WS-FS-PROVAS
           OPEN INPUT CALENDARIO-PROVAS
           IF WS-FS-PROVAS EQUAL ZEROS
               ACCEPT WS-DATA-JANELA FROM DATE YYYYMMDD
               MOVE WS-ANO-LETIVO TO PRV-ANO
               MOVE WS-TURMA TO PRV-TURMA
               MOVE ZEROS TO PRV-DISCIPLINA
               MOVE ZEROS TO PRV-TERMO
               IF WS-TURMA EQUAL SPACES
                   MOVE LOW-VALUES TO PRV-TURMA
               END-IF
               START CALENDARIO-PROVAS KEY IS NOT LESS THAN PRV-CHAVE
                   INVALID KEY
                       MOVE 10 TO WS-FS-PROVAS
               END-START
               PERFORM UNTIL WS-FS-PROVAS EQUAL 10
                   READ CALENDARIO-PROVAS NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-PROVAS
                       NOT AT END
                       IF PRV-ANO NOT EQUAL WS-ANO-LETIVO
                           OR (WS-TURMA NOT EQUAL SPACES
                               AND PRV-TURMA NOT EQUAL WS-TURMA)
                           MOVE 10 TO WS-FS-PROVAS
                       ELSE
                           IF PRV-DISCIPLINA EQUAL WS-DISCIPLINA
                               AND PRV-DATA GREATER THAN WS-DATA-JANELA
                               ADD 1 TO WS-PROVAS-FUTURAS
                               DISPLAY "ATENCAO: PROVA DO TERMO "
                                   PRV-TERMO " DA TURMA " PRV-TURMA
                                   " MARCADA PARA " PRV-DATA
                                   " AINDA NAO REALIZADA"
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-PROVAS
           END-IF
           MOVE ZEROS TO WS-FS-PROVAS
           IF WS-PROVAS-FUTURAS GREATER THAN ZEROS
               DISPLAY "A NOTA DESSES TERMOS ESTA SENDO LANCADA ANTES "
                   "DA DATA DA PROVA"
           END-IF.

       IDENTIFICA-PROFESSOR-PROCEDURE.
           DISPLAY "INFORME O CODIGO DO PROFESSOR DA SESSAO: "
           ACCEPT WS-PROFESSOR-SESSAO
           DISPLAY "INFORME O RGM A CORRIGIR: "
           ACCEPT WS-CORRECAO-RGM

           MOVE WS-CORRECAO-RGM TO WS-TEX-RGM-TESTE
           PERFORM VERIFICA-SAIDA-ALUNO-PROCEDURE
           IF WS-TEX-BLOQUEADO EQUAL "S"
               DISPLAY "RGM " WS-CORRECAO-RGM " TRANSFERIDO PARA OUTRA "
                   "ESCOLA EM " WS-TEX-DATA-SAIDA
                   " - LANCAMENTO BLOQUEADO"
               GOBACK
           END-IF

           DISPLAY "INFORME A NOVA NOTA 1: "
           ACCEPT WS-CORR-NOTA1
           PERFORM UNTIL WS-CORR-NOTA1 NOT GREATER THAN 10

           CLOSE ALUNOS-NOTAS.

      *    NOTAS DA DEPENDENCIA CURSADA EM ANO POSTERIOR AO DA
      *    REPROVACAO. FICAM NO PROPRIO REGISTRO DA DEPENDENCIA (A MESMA
      *    DISCIPLINA PODE ESTAR NA GRADE REGULAR DO ANO) E A APROVACAO
      *    ENCERRA A DEPENDENCIA
       DEPENDENCIA-NOTAS-PROCEDURE.
           DISPLAY "INFORME O ANO LETIVO EM CURSO (EX: 2022): "
           ACCEPT WS-ANO-LETIVO

           PERFORM VERIFICA-JANELA-PROCEDURE
           IF WS-JANELA-ABERTA NOT EQUAL "S"
               DISPLAY "JANELA DE LANCAMENTO FECHADA PARA O ANO "
                   WS-ANO-LETIVO
               GOBACK
           END-IF

           MOVE ZEROS TO WS-FS-DEPENDENCIAS
           OPEN I-O DEPENDENCIAS
           IF WS-FS-DEPENDENCIAS NOT EQUAL ZEROS
               DISPLAY "NENHUMA DEPENDENCIA REGISTRADA"
               MOVE WS-FS-DEPENDENCIAS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               GOBACK
           END-IF

           DISPLAY "INFORME O RGM DO ALUNO: "
           ACCEPT WS-DEP-RGM

           MOVE WS-DEP-RGM TO WS-TEX-RGM-TESTE
           PERFORM VERIFICA-SAIDA-ALUNO-PROCEDURE
           IF WS-TEX-BLOQUEADO EQUAL "S"
               DISPLAY "RGM " WS-DEP-RGM " TRANSFERIDO PARA OUTRA "
                   "ESCOLA EM " WS-TEX-DATA-SAIDA
                   " - LANCAMENTO BLOQUEADO"
               CLOSE DEPENDENCIAS
               GOBACK
           END-IF

           MOVE ZEROS TO WS-DEP-QTDE-ABERTAS
           MOVE WS-DEP-RGM TO DPD-RGM
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
                   IF DPD-RGM NOT EQUAL WS-DEP-RGM
                       MOVE 10 TO WS-FS-DEPENDENCIAS
                   ELSE
                       IF DPD-STATUS EQUAL "ABERTA"
                           ADD 1 TO WS-DEP-QTDE-ABERTAS
                           DISPLAY "DEPENDENCIA: DISCIPLINA "
                               DPD-DISCIPLINA " DE " DPD-ANO-ORIGEM
                               " - MEDIA NA REPROVACAO "
                               DPD-MEDIA-ORIGEM
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           IF WS-DEP-QTDE-ABERTAS EQUAL ZEROS
               DISPLAY "RGM " WS-DEP-RGM " SEM DEPENDENCIAS EM ABERTO"
               CLOSE DEPENDENCIAS
               GOBACK
           END-IF

           PERFORM PEDE-DISCIPLINA-PROCEDURE

           MOVE "N" TO WS-DEP-ACHOU
           MOVE ZEROS TO WS-FS-DEPENDENCIAS
           MOVE WS-DEP-RGM TO DPD-RGM
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
                   IF DPD-RGM NOT EQUAL WS-DEP-RGM
                       MOVE 10 TO WS-FS-DEPENDENCIAS
                   ELSE
                       IF DPD-STATUS EQUAL "ABERTA"
                           AND DPD-DISCIPLINA EQUAL WS-DISCIPLINA
                           AND DPD-ANO-ORIGEM LESS THAN WS-ANO-LETIVO
                           MOVE "S" TO WS-DEP-ACHOU
                           MOVE 10 TO WS-FS-DEPENDENCIAS
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           IF WS-DEP-ACHOU NOT EQUAL "S"
               DISPLAY "NAO HA DEPENDENCIA ABERTA DA DISCIPLINA "
                   WS-DISCIPLINA " DE ANO ANTERIOR A " WS-ANO-LETIVO
               CLOSE DEPENDENCIAS
               GOBACK
           END-IF

           DISPLAY "INFORME O LIMITE DE FALTAS PERMITIDO (EX: 20): "
           ACCEPT WS-LIMITE-FALTAS

           DISPLAY "INSIRA A NOTA 1 DA DEPENDENCIA DO(A) " DPD-NOME
           ACCEPT WS-NOTA1-ALUNO21
           PERFORM UNTIL WS-NOTA1-ALUNO21 NOT GREATER THAN 10
               DISPLAY "NOTA INVALIDA. INFORME UM VALOR DE 0 A 10"
               ACCEPT WS-NOTA1-ALUNO21
           END-PERFORM

           DISPLAY "INSIRA A NOTA 2 DA DEPENDENCIA DO(A) " DPD-NOME
           ACCEPT WS-NOTA2-ALUNO21
           PERFORM UNTIL WS-NOTA2-ALUNO21 NOT GREATER THAN 10
               DISPLAY "NOTA INVALIDA. INFORME UM VALOR DE 0 A 10"
               ACCEPT WS-NOTA2-ALUNO21
           END-PERFORM

           DISPLAY "INSIRA A NOTA 3 DA DEPENDENCIA DO(A) " DPD-NOME
           ACCEPT WS-NOTA3-ALUNO21
           PERFORM UNTIL WS-NOTA3-ALUNO21 NOT GREATER THAN 10
               DISPLAY "NOTA INVALIDA. INFORME UM VALOR DE 0 A 10"
               ACCEPT WS-NOTA3-ALUNO21
           END-PERFORM

           DISPLAY "INSIRA O NUMERO DE FALTAS DO(A) " DPD-NOME
           ACCEPT WS-FALTAS-ALUNO21

           PERFORM CALCULA-MEDIA-STATUS-PROCEDURE

           MOVE WS-ANO-LETIVO     TO DPD-ANO-CURSO
           MOVE WS-NOTA1-ALUNO21  TO DPD-NOTA1
           MOVE WS-NOTA2-ALUNO21  TO DPD-NOTA2
           MOVE WS-NOTA3-ALUNO21  TO DPD-NOTA3
           MOVE WS-MEDIA-ALUNO21  TO DPD-MEDIA
           MOVE WS-FALTAS-ALUNO21 TO DPD-FALTAS
           IF WS-STATUS-ALUNO21 EQUAL "APROVADO"
               MOVE "CONCLUIDA" TO DPD-STATUS
               ACCEPT DPD-DATA-CONCLUSAO FROM DATE YYYYMMDD
           END-IF
           REWRITE REG-DEPENDENCIA
           END-REWRITE

           IF WS-FS-DEPENDENCIAS NOT EQUAL ZEROS
               AND WS-FS-DEPENDENCIAS NOT EQUAL 10
               DISPLAY "ERRO AO GRAVAR A DEPENDENCIA"
               MOVE WS-FS-DEPENDENCIAS TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               DISPLAY "MEDIA DA DEPENDENCIA: " DPD-MEDIA
                   " - " WS-STATUS-ALUNO21
               IF DPD-STATUS EQUAL "CONCLUIDA"
                   DISPLAY "DEPENDENCIA ENCERRADA"
               ELSE
                   DISPLAY "DEPENDENCIA CONTINUA EM ABERTO"
               END-IF
               MOVE "TAREFA_ALUNOS" TO WS-AUD-PROGRAMA
               MOVE WS-LOGIN-ID TO WS-AUD-OPERADOR
               MOVE "NOTA-DEP" TO WS-AUD-OPERACAO
               MOVE DPD-CHAVE TO WS-AUD-CHAVE
               PERFORM GRAVA-AUDITORIA-PROCEDURE
               MOVE SPACES TO WS-AUD-OPERADOR
           END-IF

           CLOSE DEPENDENCIAS.

      * NOTAS DE ALUNO TRANSFERIDO PARA OUTRA ESCOLA FICAM BLOQUEADAS
      * DEPOIS DA SAIDA, NO ANO LETIVO DA TRANSFERENCIA; OS DEMAIS
      * ANOS (ANTERIORES OU DE UMA REMATRICULA) CONTINUAM ABERTOS
       VERIFICA-SAIDA-ALUNO-PROCEDURE.
           ACCEPT WS-TEX-DATA-TESTE FROM DATE YYYYMMDD
           PERFORM VERIFICA-TRANSF-EXPEDIDA-PROCEDURE
           IF WS-TEX-BLOQUEADO EQUAL "S"
               AND WS-ANO-LETIVO NOT EQUAL WS-TEX-DATA-SAIDA(1:4)
               MOVE "N" TO WS-TEX-BLOQUEADO
           END-IF.

       COPY LOGINPRC.
       COPY ESQPRC.
       COPY TEXPRC.
       COPY AUDITPRC.
       COPY FSMSGPRC.
       COPY AMBPRC.
