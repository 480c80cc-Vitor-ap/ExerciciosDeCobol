      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-JANELA-LOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.

       COPY SPOOLSEL.

       COPY JOBJSEL.

       SELECT PARAMETROS ASSIGN TO WS-ARQ-JANELA-LOTE-PARAM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-PARAMETROS.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.

       COPY SPOOLFD.

       COPY JOBJFD.

       FD PARAMETROS.
       01 REG-PARAMETROS.
           03 PRM-HORA-LIMITE      PIC 9(04).
           03 PRM-PCT-CRESCIMENTO  PIC 9(03).

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-PARAMETROS     PIC 99.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-HORA-LIMITE       PIC 9(04) VALUE 0600.
       77 WS-PCT-CRESCIMENTO   PIC 9(03) VALUE 20.
       77 WS-LIMITE-HH         PIC 9(02) VALUE ZEROS.
       77 WS-LIMITE-MM         PIC 9(02) VALUE ZEROS.
       77 WS-IDX               PIC 9(03) VALUE ZEROS.
       77 WS-EXE               PIC 9(02) VALUE ZEROS.
       77 WS-EXE-PROX          PIC 9(02) VALUE ZEROS.
       77 WS-IDX-CADEIA        PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU-PROG        PIC X(01) VALUE 'N'.
       77 WS-APOS-LIMITE       PIC X(01) VALUE 'N'.
       77 WS-QTDE-LIDOS        PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-EXECUCOES    PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-SEM-ESPACO   PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-ATRASOS      PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-CRESCENDO    PIC 9(03) VALUE ZEROS.
       77 WS-CAL-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-CAL-HORA          PIC 9(06) VALUE ZEROS.
       77 WS-CAL-INSTANTE      PIC 9(12) VALUE ZEROS.
       77 WS-INSTANTE-INICIO   PIC 9(12) VALUE ZEROS.
       77 WS-INSTANTE-FIM      PIC 9(12) VALUE ZEROS.
       77 WS-INSTANTE-LIMITE   PIC 9(12) VALUE ZEROS.
       77 WS-HH                PIC 9(02) VALUE ZEROS.
       77 WS-MM                PIC 9(02) VALUE ZEROS.
       77 WS-SS                PIC 9(02) VALUE ZEROS.
       77 WS-SEGUNDOS          PIC 9(07) VALUE ZEROS.
       77 WS-SOMA-SEGUNDOS     PIC 9(09) VALUE ZEROS.
       77 WS-PIOR-SEGUNDOS     PIC 9(07) VALUE ZEROS.
       77 WS-SOMA-CONTAGEM     PIC 9(09) VALUE ZEROS.
       77 WS-MEDIA-CONTAGEM    PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-RECENTES     PIC 9(02) VALUE ZEROS.
       77 WS-QTDE-ANTERIORES   PIC 9(02) VALUE ZEROS.
       77 WS-SEG-RECENTES      PIC 9(09) VALUE ZEROS.
       77 WS-SEG-ANTERIORES    PIC 9(09) VALUE ZEROS.
       77 WS-CONT-RECENTES     PIC 9(09) VALUE ZEROS.
       77 WS-CONT-ANTERIORES   PIC 9(09) VALUE ZEROS.
       77 WS-MEDIA-RECENTE     PIC 9(09)V99 VALUE ZEROS.
       77 WS-MEDIA-ANTERIOR    PIC 9(09)V99 VALUE ZEROS.
       77 WS-TEMPO-CRESCENDO   PIC X(01) VALUE 'N'.
       77 WS-VOLUME-CRESCENDO  PIC X(01) VALUE 'N'.
       77 WS-TENDENCIA         PIC X(30) VALUE SPACES.
       77 WS-ED-CONTAGEM       PIC ZZZZZZ9.
       77 WS-ED-QTDE           PIC ZZZZ9.

       01 WS-HORA-ED.
           03 WS-HORA-ED-HH        PIC 9(02).
           03 FILLER               PIC X(01) VALUE ':'.
           03 WS-HORA-ED-MM        PIC 9(02).
           03 FILLER               PIC X(01) VALUE ':'.
           03 WS-HORA-ED-SS        PIC 9(02).

       01 WS-DURACAO-ED.
           03 WS-DURACAO-ED-HH     PIC 9(02).
           03 FILLER               PIC X(01) VALUE ':'.
           03 WS-DURACAO-ED-MM     PIC 9(02).
           03 FILLER               PIC X(01) VALUE ':'.
           03 WS-DURACAO-ED-SS     PIC 9(02).

      *    ULTIMAS 30 EXECUCOES DE CADA PROGRAMA, DA MAIS ANTIGA PARA A
      *    MAIS RECENTE. AO ENCHER, A MAIS ANTIGA SAI DA TABELA
       01 WS-JANELA.
           03 WS-JNL-QTDE          PIC 9(03) VALUE ZEROS.
           03 WS-JNL-PROG OCCURS 80 TIMES.
               05 WS-JNL-NOME          PIC X(25).
               05 WS-JNL-ABERTO        PIC X(01).
               05 WS-JNL-INI-DATA      PIC 9(08).
               05 WS-JNL-INI-HORA      PIC 9(06).
               05 WS-JNL-INI-RETOMADA  PIC X(01).
               05 WS-JNL-TOTAL         PIC 9(05).
               05 WS-JNL-INTERROMPIDAS PIC 9(05).
               05 WS-JNL-QTDE-EXEC     PIC 9(02).
               05 WS-JNL-EXEC OCCURS 30 TIMES.
                   07 WS-JNL-EX-DATA       PIC 9(08).
                   07 WS-JNL-EX-INICIO     PIC 9(06).
                   07 WS-JNL-EX-DATA-FIM   PIC 9(08).
                   07 WS-JNL-EX-FIM        PIC 9(06).
                   07 WS-JNL-EX-SEGUNDOS   PIC 9(07).
                   07 WS-JNL-EX-CONTAGEM   PIC 9(07).
                   07 WS-JNL-EX-RESULTADO  PIC X(05).
                   07 WS-JNL-EX-RETOMADA   PIC X(01).

       COPY SPOOLWS.
       COPY JOBJWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY '----- JANELA DO LOTE - TEMPOS DE EXECUCAO -----'

           MOVE 'RELATORIO-JANELA-LOTE' TO WS-JOB-PROGRAMA
           MOVE 'INICIO' TO WS-JOB-EVENTO
           MOVE ZEROS TO WS-JOB-CONTAGEM
           MOVE SPACES TO WS-JOB-RESULTADO
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE ZEROS TO WS-FS-PARAMETROS
           OPEN INPUT PARAMETROS
           IF WS-FS-PARAMETROS EQUAL ZEROS
               READ PARAMETROS
                   AT END
                   CONTINUE
                   NOT AT END
                   IF PRM-HORA-LIMITE IS NUMERIC
                       MOVE PRM-HORA-LIMITE TO WS-HORA-LIMITE
                   END-IF
                   IF PRM-PCT-CRESCIMENTO IS NUMERIC
                       AND PRM-PCT-CRESCIMENTO GREATER THAN ZEROS
                       MOVE PRM-PCT-CRESCIMENTO TO WS-PCT-CRESCIMENTO
                   END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF

           COMPUTE WS-LIMITE-HH = WS-HORA-LIMITE / 100
           COMPUTE WS-LIMITE-MM = WS-HORA-LIMITE - (WS-LIMITE-HH * 100)
           IF WS-LIMITE-HH GREATER THAN 23 OR WS-LIMITE-MM GREATER
               THAN 59
               DISPLAY 'HORARIO LIMITE INVALIDO NOS PARAMETROS: '
                   WS-HORA-LIMITE ' - ASSUMIDO 0600'
               MOVE 0600 TO WS-HORA-LIMITE
               MOVE 6 TO WS-LIMITE-HH
               MOVE ZEROS TO WS-LIMITE-MM
           END-IF

           MOVE ZEROS TO WS-FS-JOBJOURNAL
           OPEN INPUT JOB-JOURNAL
           IF WS-FS-JOBJOURNAL NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O JOURNAL DE EXECUCOES'
               DISPLAY 'FILE STATUS: ' WS-FS-JOBJOURNAL
               GO TO FINALIZA-COM-ERRO-PROCEDURE
           END-IF

           PERFORM UNTIL WS-FS-JOBJOURNAL EQUAL 10
               READ JOB-JOURNAL
                   AT END
                   MOVE 10 TO WS-FS-JOBJOURNAL
                   NOT AT END
                   ADD 1 TO WS-QTDE-LIDOS
                   PERFORM REGISTRA-EVENTO-PROCEDURE
               END-READ
           END-PERFORM
           CLOSE JOB-JOURNAL

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'janela-lote-' WS-DATA-HOJE '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'JANELA DO LOTE - TEMPOS DE EXECUCAO' TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'LIMITE DA CADEIA NOTURNA: ' WS-LIMITE-HH ':'
               WS-LIMITE-MM '   CRESCIMENTO SINALIZADO ACIMA DE '
               WS-PCT-CRESCIMENTO '%'
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'MEDIA E PIOR SOBRE AS ULTIMAS 30 EXECUCOES DE CADA'
               TO WS-SPOOL-LINHA
           MOVE 'PROGRAMA' TO WS-SPOOL-LINHA(52:8)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM IMPRIME-CADEIA-PROCEDURE

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-JNL-QTDE
               PERFORM IMPRIME-PROGRAMA-PROCEDURE
           END-PERFORM

           IF WS-QTDE-SEM-ESPACO GREATER THAN ZEROS
               MOVE ' ' TO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               MOVE WS-QTDE-SEM-ESPACO TO WS-ED-CONTAGEM
               STRING 'EVENTOS DESPREZADOS (TABELA DE PROGRAMAS '
                   'CHEIA): ' WS-ED-CONTAGEM
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF

           PERFORM FECHA-SPOOL-PROCEDURE

           DISPLAY 'EVENTOS LIDOS NO JOURNAL..: ' WS-QTDE-LIDOS
           DISPLAY 'EXECUCOES COMPLETAS.......: ' WS-QTDE-EXECUCOES
           DISPLAY 'PROGRAMAS ANALISADOS......: ' WS-JNL-QTDE
           DISPLAY 'NOITES APOS O LIMITE......: ' WS-QTDE-ATRASOS
           DISPLAY 'PROGRAMAS CRESCENDO.......: ' WS-QTDE-CRESCENDO

           MOVE 'FIM' TO WS-JOB-EVENTO
           MOVE WS-QTDE-EXECUCOES TO WS-JOB-CONTAGEM
           IF WS-QTDE-ATRASOS GREATER THAN ZEROS
               OR WS-QTDE-CRESCENDO GREATER THAN ZEROS
               MOVE 'AVISO' TO WS-JOB-RESULTADO
               PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'OK' TO WS-JOB-RESULTADO
               PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       FINALIZA-COM-ERRO-PROCEDURE.
           MOVE 'FIM' TO WS-JOB-EVENTO
           MOVE ZEROS TO WS-JOB-CONTAGEM
           MOVE 'ERRO' TO WS-JOB-RESULTADO
           PERFORM GRAVA-JOB-JOURNAL-PROCEDURE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *    INICIO OU RETOMA ABRE UMA EXECUCAO DO PROGRAMA; FIM FECHA A
      *    EXECUCAO ABERTA. UM INICIO SOBRE OUTRO SEM FIM CONTA COMO
      *    EXECUCAO INTERROMPIDA. PULADO NAO ENTRA NO TEMPO
       REGISTRA-EVENTO-PROCEDURE.
           IF JOB-EVENTO EQUAL 'INICIO'
               OR JOB-EVENTO EQUAL 'RETOMA'
               OR JOB-EVENTO EQUAL 'FIM'
               PERFORM LOCALIZA-PROGRAMA-PROCEDURE
               IF WS-ACHOU-PROG NOT EQUAL 'S'
                   ADD 1 TO WS-QTDE-SEM-ESPACO
               ELSE
                   IF JOB-EVENTO EQUAL 'FIM'
                       IF WS-JNL-ABERTO(WS-IDX) EQUAL 'S'
                           PERFORM FECHA-EXECUCAO-PROCEDURE
                       END-IF
                   ELSE
                       IF WS-JNL-ABERTO(WS-IDX) EQUAL 'S'
                           ADD 1 TO WS-JNL-INTERROMPIDAS(WS-IDX)
                       END-IF
                       MOVE 'S' TO WS-JNL-ABERTO(WS-IDX)
                       MOVE JOB-DATA TO WS-JNL-INI-DATA(WS-IDX)
                       MOVE JOB-HORA TO WS-JNL-INI-HORA(WS-IDX)
                       IF JOB-EVENTO EQUAL 'RETOMA'
                           MOVE 'S' TO WS-JNL-INI-RETOMADA(WS-IDX)
                       ELSE
                           MOVE 'N' TO WS-JNL-INI-RETOMADA(WS-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOCALIZA-PROGRAMA-PROCEDURE.
           MOVE 'N' TO WS-ACHOU-PROG
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-JNL-QTDE
                   OR WS-ACHOU-PROG EQUAL 'S'
               IF WS-JNL-NOME(WS-IDX) EQUAL JOB-PROGRAMA
                   MOVE 'S' TO WS-ACHOU-PROG
               END-IF
           END-PERFORM

           IF WS-ACHOU-PROG EQUAL 'S'
               SUBTRACT 1 FROM WS-IDX
           ELSE
               IF WS-JNL-QTDE LESS THAN 80
                   ADD 1 TO WS-JNL-QTDE
                   MOVE WS-JNL-QTDE TO WS-IDX
                   MOVE JOB-PROGRAMA TO WS-JNL-NOME(WS-IDX)
                   MOVE 'N' TO WS-JNL-ABERTO(WS-IDX)
                   MOVE ZEROS TO WS-JNL-INI-DATA(WS-IDX)
                   MOVE ZEROS TO WS-JNL-INI-HORA(WS-IDX)
                   MOVE 'N' TO WS-JNL-INI-RETOMADA(WS-IDX)
                   MOVE ZEROS TO WS-JNL-TOTAL(WS-IDX)
                   MOVE ZEROS TO WS-JNL-INTERROMPIDAS(WS-IDX)
                   MOVE ZEROS TO WS-JNL-QTDE-EXEC(WS-IDX)
                   MOVE 'S' TO WS-ACHOU-PROG
               END-IF
           END-IF.

       FECHA-EXECUCAO-PROCEDURE.
           MOVE 'N' TO WS-JNL-ABERTO(WS-IDX)
           ADD 1 TO WS-JNL-TOTAL(WS-IDX)
           ADD 1 TO WS-QTDE-EXECUCOES

           IF WS-JNL-QTDE-EXEC(WS-IDX) LESS THAN 30
               ADD 1 TO WS-JNL-QTDE-EXEC(WS-IDX)
           ELSE
               PERFORM VARYING WS-EXE FROM 1 BY 1
                   UNTIL WS-EXE GREATER THAN 29
                   COMPUTE WS-EXE-PROX = WS-EXE + 1
                   MOVE WS-JNL-EXEC(WS-IDX, WS-EXE-PROX)
                       TO WS-JNL-EXEC(WS-IDX, WS-EXE)
               END-PERFORM
           END-IF
           MOVE WS-JNL-QTDE-EXEC(WS-IDX) TO WS-EXE

           MOVE WS-JNL-INI-DATA(WS-IDX)
               TO WS-JNL-EX-DATA(WS-IDX, WS-EXE)
           MOVE WS-JNL-INI-HORA(WS-IDX)
               TO WS-JNL-EX-INICIO(WS-IDX, WS-EXE)
           MOVE JOB-DATA TO WS-JNL-EX-DATA-FIM(WS-IDX, WS-EXE)
           MOVE JOB-HORA TO WS-JNL-EX-FIM(WS-IDX, WS-EXE)
           MOVE JOB-CONTAGEM TO WS-JNL-EX-CONTAGEM(WS-IDX, WS-EXE)
           MOVE JOB-RESULTADO TO WS-JNL-EX-RESULTADO(WS-IDX, WS-EXE)
           MOVE WS-JNL-INI-RETOMADA(WS-IDX)
               TO WS-JNL-EX-RETOMADA(WS-IDX, WS-EXE)

           MOVE WS-JNL-INI-DATA(WS-IDX) TO WS-CAL-DATA
           MOVE WS-JNL-INI-HORA(WS-IDX) TO WS-CAL-HORA
           PERFORM CALCULA-INSTANTE-PROCEDURE
           MOVE WS-CAL-INSTANTE TO WS-INSTANTE-INICIO
           MOVE JOB-DATA TO WS-CAL-DATA
           MOVE JOB-HORA TO WS-CAL-HORA
           PERFORM CALCULA-INSTANTE-PROCEDURE
           MOVE WS-CAL-INSTANTE TO WS-INSTANTE-FIM

           IF WS-INSTANTE-FIM GREATER THAN WS-INSTANTE-INICIO
               COMPUTE WS-JNL-EX-SEGUNDOS(WS-IDX, WS-EXE) =
                   WS-INSTANTE-FIM - WS-INSTANTE-INICIO
           ELSE
               MOVE ZEROS TO WS-JNL-EX-SEGUNDOS(WS-IDX, WS-EXE)
           END-IF.

      *    SEGUNDOS CORRIDOS ATE A DATA/HORA, PARA MEDIR EXECUCOES QUE
      *    ATRAVESSAM A MEIA-NOITE
       CALCULA-INSTANTE-PROCEDURE.
           COMPUTE WS-HH = WS-CAL-HORA / 10000
           COMPUTE WS-MM = (WS-CAL-HORA - (WS-HH * 10000)) / 100
           COMPUTE WS-SS =
               WS-CAL-HORA - (WS-HH * 10000) - (WS-MM * 100)
           IF WS-CAL-DATA NOT GREATER THAN 16010101
               MOVE ZEROS TO WS-CAL-INSTANTE
           ELSE
               COMPUTE WS-CAL-INSTANTE =
                   (FUNCTION INTEGER-OF-DATE(WS-CAL-DATA) * 86400)
                   + (WS-HH * 3600) + (WS-MM * 60) + WS-SS
           END-IF.

      *    A CADEIA QUE COMECA ANTES DO HORARIO LIMITE DEVE TERMINAR
      *    ATE ELE NO MESMO DIA; A QUE COMECA DEPOIS, ATE ELE NO DIA
      *    SEGUINTE
       VERIFICA-LIMITE-PROCEDURE.
           MOVE 'N' TO WS-APOS-LIMITE
           MOVE WS-JNL-EX-DATA(WS-IDX, WS-EXE) TO WS-CAL-DATA
           MOVE ZEROS TO WS-CAL-HORA
           PERFORM CALCULA-INSTANTE-PROCEDURE
           COMPUTE WS-INSTANTE-LIMITE = WS-CAL-INSTANTE
               + (WS-LIMITE-HH * 3600) + (WS-LIMITE-MM * 60)
           IF WS-JNL-EX-INICIO(WS-IDX, WS-EXE) / 100 NOT LESS THAN
               WS-HORA-LIMITE
               ADD 86400 TO WS-INSTANTE-LIMITE
           END-IF

           MOVE WS-JNL-EX-DATA-FIM(WS-IDX, WS-EXE) TO WS-CAL-DATA
           MOVE WS-JNL-EX-FIM(WS-IDX, WS-EXE) TO WS-CAL-HORA
           PERFORM CALCULA-INSTANTE-PROCEDURE
           IF WS-CAL-INSTANTE GREATER THAN WS-INSTANTE-LIMITE
               MOVE 'S' TO WS-APOS-LIMITE
           END-IF.

       IMPRIME-CADEIA-PROCEDURE.
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'CADEIA NOTURNA - NOITES QUE TERMINARAM APOS O LIMITE'
               TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           MOVE ZEROS TO WS-IDX-CADEIA
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX GREATER THAN WS-JNL-QTDE
               IF WS-JNL-NOME(WS-IDX) EQUAL 'ORQUESTRA-NOTURNO'
                   MOVE WS-IDX TO WS-IDX-CADEIA
               END-IF
           END-PERFORM

           IF WS-IDX-CADEIA EQUAL ZEROS
               MOVE 'NENHUMA EXECUCAO COMPLETA DA CADEIA NO JOURNAL'
                   TO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           ELSE
               MOVE 'NOITE DE  INICIO    TERMINO EM' TO WS-SPOOL-LINHA
               MOVE 'DURACAO' TO WS-SPOOL-LINHA(41:7)
               MOVE 'RESULT' TO WS-SPOOL-LINHA(50:6)
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

               MOVE WS-IDX-CADEIA TO WS-IDX
               PERFORM VARYING WS-EXE FROM 1 BY 1
                   UNTIL WS-EXE GREATER THAN WS-JNL-QTDE-EXEC(WS-IDX)
                   PERFORM VERIFICA-LIMITE-PROCEDURE
                   IF WS-APOS-LIMITE EQUAL 'S'
                       ADD 1 TO WS-QTDE-ATRASOS
                       MOVE SPACES TO WS-SPOOL-LINHA
                       MOVE WS-JNL-EX-DATA(WS-IDX, WS-EXE)
                           TO WS-SPOOL-LINHA(1:8)
                       MOVE WS-JNL-EX-INICIO(WS-IDX, WS-EXE)
                           TO WS-CAL-HORA
                       PERFORM FORMATA-HORA-PROCEDURE
                       MOVE WS-HORA-ED TO WS-SPOOL-LINHA(11:8)
                       MOVE WS-JNL-EX-DATA-FIM(WS-IDX, WS-EXE)
                           TO WS-SPOOL-LINHA(21:8)
                       MOVE WS-JNL-EX-FIM(WS-IDX, WS-EXE)
                           TO WS-CAL-HORA
                       PERFORM FORMATA-HORA-PROCEDURE
                       MOVE WS-HORA-ED TO WS-SPOOL-LINHA(30:8)
                       MOVE WS-JNL-EX-SEGUNDOS(WS-IDX, WS-EXE)
                           TO WS-SEGUNDOS
                       PERFORM FORMATA-DURACAO-PROCEDURE
                       MOVE WS-DURACAO-ED TO WS-SPOOL-LINHA(41:8)
                       MOVE WS-JNL-EX-RESULTADO(WS-IDX, WS-EXE)
                           TO WS-SPOOL-LINHA(50:5)
                       PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
                   END-IF
               END-PERFORM

               MOVE SPACES TO WS-SPOOL-LINHA
               IF WS-QTDE-ATRASOS EQUAL ZEROS
                   MOVE 'NENHUMA NOITE TERMINOU APOS O LIMITE'
                       TO WS-SPOOL-LINHA
               ELSE
                   STRING 'NOITES APOS O LIMITE: ' WS-QTDE-ATRASOS
                       ' DE ' WS-JNL-QTDE-EXEC(WS-IDX) ' EXECUCOES'
                       DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               END-IF
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF.

       IMPRIME-PROGRAMA-PROCEDURE.
           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE WS-JNL-TOTAL(WS-IDX) TO WS-ED-QTDE
           STRING 'PROGRAMA: ' WS-JNL-NOME(WS-IDX)
               ' EXECUCOES NO JOURNAL: ' WS-ED-QTDE
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           IF WS-JNL-QTDE-EXEC(WS-IDX) EQUAL ZEROS
               MOVE 'NENHUMA EXECUCAO COMPLETA' TO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
               PERFORM IMPRIME-PENDENCIAS-PROCEDURE
           ELSE
               MOVE 'DATA      INICIO    FIM' TO WS-SPOOL-LINHA
               MOVE 'DURACAO' TO WS-SPOOL-LINHA(31:7)
               MOVE 'REGISTROS' TO WS-SPOOL-LINHA(40:9)
               MOVE 'RESULT' TO WS-SPOOL-LINHA(50:6)
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

               MOVE ZEROS TO WS-SOMA-SEGUNDOS
               MOVE ZEROS TO WS-PIOR-SEGUNDOS
               MOVE ZEROS TO WS-SOMA-CONTAGEM
               PERFORM VARYING WS-EXE FROM 1 BY 1
                   UNTIL WS-EXE GREATER THAN WS-JNL-QTDE-EXEC(WS-IDX)
                   ADD WS-JNL-EX-SEGUNDOS(WS-IDX, WS-EXE)
                       TO WS-SOMA-SEGUNDOS
                   ADD WS-JNL-EX-CONTAGEM(WS-IDX, WS-EXE)
                       TO WS-SOMA-CONTAGEM
                   IF WS-JNL-EX-SEGUNDOS(WS-IDX, WS-EXE) GREATER THAN
                       WS-PIOR-SEGUNDOS
                       MOVE WS-JNL-EX-SEGUNDOS(WS-IDX, WS-EXE)
                           TO WS-PIOR-SEGUNDOS
                   END-IF
                   PERFORM IMPRIME-EXECUCAO-PROCEDURE
               END-PERFORM

               PERFORM CALCULA-TENDENCIA-PROCEDURE

               MOVE SPACES TO WS-SPOOL-LINHA
               COMPUTE WS-SEGUNDOS ROUNDED =
                   WS-SOMA-SEGUNDOS / WS-JNL-QTDE-EXEC(WS-IDX)
               PERFORM FORMATA-DURACAO-PROCEDURE
               MOVE 'MEDIA' TO WS-SPOOL-LINHA(1:5)
               MOVE WS-DURACAO-ED TO WS-SPOOL-LINHA(7:8)
               MOVE WS-PIOR-SEGUNDOS TO WS-SEGUNDOS
               PERFORM FORMATA-DURACAO-PROCEDURE
               MOVE 'PIOR' TO WS-SPOOL-LINHA(17:4)
               MOVE WS-DURACAO-ED TO WS-SPOOL-LINHA(22:8)
               COMPUTE WS-MEDIA-CONTAGEM ROUNDED =
                   WS-SOMA-CONTAGEM / WS-JNL-QTDE-EXEC(WS-IDX)
               MOVE WS-MEDIA-CONTAGEM TO WS-ED-CONTAGEM
               MOVE 'REGISTROS (MEDIA)' TO WS-SPOOL-LINHA(32:17)
               MOVE WS-ED-CONTAGEM TO WS-SPOOL-LINHA(50:7)
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

               MOVE SPACES TO WS-SPOOL-LINHA
               STRING 'TENDENCIA: ' WS-TENDENCIA
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

               PERFORM IMPRIME-PENDENCIAS-PROCEDURE
           END-IF.

       IMPRIME-EXECUCAO-PROCEDURE.
           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE WS-JNL-EX-DATA(WS-IDX, WS-EXE) TO WS-SPOOL-LINHA(1:8)
           MOVE WS-JNL-EX-INICIO(WS-IDX, WS-EXE) TO WS-CAL-HORA
           PERFORM FORMATA-HORA-PROCEDURE
           MOVE WS-HORA-ED TO WS-SPOOL-LINHA(11:8)
           MOVE WS-JNL-EX-FIM(WS-IDX, WS-EXE) TO WS-CAL-HORA
           PERFORM FORMATA-HORA-PROCEDURE
           MOVE WS-HORA-ED TO WS-SPOOL-LINHA(21:8)
           MOVE WS-JNL-EX-SEGUNDOS(WS-IDX, WS-EXE) TO WS-SEGUNDOS
           PERFORM FORMATA-DURACAO-PROCEDURE
           MOVE WS-DURACAO-ED TO WS-SPOOL-LINHA(31:8)
           MOVE WS-JNL-EX-CONTAGEM(WS-IDX, WS-EXE) TO WS-ED-CONTAGEM
           MOVE WS-ED-CONTAGEM TO WS-SPOOL-LINHA(42:7)
           MOVE WS-JNL-EX-RESULTADO(WS-IDX, WS-EXE)
               TO WS-SPOOL-LINHA(50:5)
           IF WS-JNL-EX-RETOMADA(WS-IDX, WS-EXE) EQUAL 'S'
               MOVE 'RETOMADA' TO WS-SPOOL-LINHA(57:8)
           END-IF
           IF WS-JNL-NOME(WS-IDX) EQUAL 'ORQUESTRA-NOTURNO'
               PERFORM VERIFICA-LIMITE-PROCEDURE
               IF WS-APOS-LIMITE EQUAL 'S'
                   MOVE 'APOS O LIMITE' TO WS-SPOOL-LINHA(66:13)
               END-IF
           END-IF
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       IMPRIME-PENDENCIAS-PROCEDURE.
           IF WS-JNL-INTERROMPIDAS(WS-IDX) GREATER THAN ZEROS
               MOVE SPACES TO WS-SPOOL-LINHA
               MOVE WS-JNL-INTERROMPIDAS(WS-IDX) TO WS-ED-QTDE
               STRING 'EXECUCOES INTERROMPIDAS SEM FIM: ' WS-ED-QTDE
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF
           IF WS-JNL-ABERTO(WS-IDX) EQUAL 'S'
               AND WS-JNL-NOME(WS-IDX) NOT EQUAL WS-JOB-PROGRAMA
               MOVE SPACES TO WS-SPOOL-LINHA
               MOVE WS-JNL-INI-HORA(WS-IDX) TO WS-CAL-HORA
               PERFORM FORMATA-HORA-PROCEDURE
               STRING 'EXECUCAO SEM FIM DESDE ' WS-JNL-INI-DATA(WS-IDX)
                   ' ' WS-HORA-ED
                   DELIMITED BY SIZE INTO WS-SPOOL-LINHA
               PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           END-IF.

      *    COMPARA A MEDIA DAS 5 ULTIMAS EXECUCOES COM A DAS ANTERIORES
      *    NA JANELA. TEMPO SO CONTA SE O AUMENTO PASSAR DE UM MINUTO
       CALCULA-TENDENCIA-PROCEDURE.
           MOVE 'N' TO WS-TEMPO-CRESCENDO
           MOVE 'N' TO WS-VOLUME-CRESCENDO
           IF WS-JNL-QTDE-EXEC(WS-IDX) LESS THAN 6
               MOVE 'POUCAS EXECUCOES PARA AVALIAR' TO WS-TENDENCIA
           ELSE
               MOVE 5 TO WS-QTDE-RECENTES
               COMPUTE WS-QTDE-ANTERIORES = WS-JNL-QTDE-EXEC(WS-IDX) - 5
               MOVE ZEROS TO WS-SEG-RECENTES
               MOVE ZEROS TO WS-SEG-ANTERIORES
               MOVE ZEROS TO WS-CONT-RECENTES
               MOVE ZEROS TO WS-CONT-ANTERIORES
               PERFORM VARYING WS-EXE FROM 1 BY 1
                   UNTIL WS-EXE GREATER THAN WS-JNL-QTDE-EXEC(WS-IDX)
                   IF WS-EXE GREATER THAN WS-QTDE-ANTERIORES
                       ADD WS-JNL-EX-SEGUNDOS(WS-IDX, WS-EXE)
                           TO WS-SEG-RECENTES
                       ADD WS-JNL-EX-CONTAGEM(WS-IDX, WS-EXE)
                           TO WS-CONT-RECENTES
                   ELSE
                       ADD WS-JNL-EX-SEGUNDOS(WS-IDX, WS-EXE)
                           TO WS-SEG-ANTERIORES
                       ADD WS-JNL-EX-CONTAGEM(WS-IDX, WS-EXE)
                           TO WS-CONT-ANTERIORES
                   END-IF
               END-PERFORM

               COMPUTE WS-MEDIA-RECENTE =
                   WS-SEG-RECENTES / WS-QTDE-RECENTES
               COMPUTE WS-MEDIA-ANTERIOR =
                   WS-SEG-ANTERIORES / WS-QTDE-ANTERIORES
               IF WS-MEDIA-RECENTE GREATER THAN
                   WS-MEDIA-ANTERIOR * (100 + WS-PCT-CRESCIMENTO) / 100
                   AND WS-MEDIA-RECENTE - WS-MEDIA-ANTERIOR
                       GREATER THAN 60
                   MOVE 'S' TO WS-TEMPO-CRESCENDO
               END-IF

               COMPUTE WS-MEDIA-RECENTE =
                   WS-CONT-RECENTES / WS-QTDE-RECENTES
               COMPUTE WS-MEDIA-ANTERIOR =
                   WS-CONT-ANTERIORES / WS-QTDE-ANTERIORES
               IF WS-MEDIA-ANTERIOR GREATER THAN ZEROS
                   AND WS-MEDIA-RECENTE GREATER THAN
                   WS-MEDIA-ANTERIOR * (100 + WS-PCT-CRESCIMENTO) / 100
                   MOVE 'S' TO WS-VOLUME-CRESCENDO
               END-IF

               IF WS-TEMPO-CRESCENDO EQUAL 'S'
                   AND WS-VOLUME-CRESCENDO EQUAL 'S'
                   MOVE 'CRESCENDO - TEMPO E VOLUME' TO WS-TENDENCIA
               ELSE IF WS-TEMPO-CRESCENDO EQUAL 'S'
                   MOVE 'CRESCENDO - TEMPO' TO WS-TENDENCIA
               ELSE IF WS-VOLUME-CRESCENDO EQUAL 'S'
                   MOVE 'CRESCENDO - VOLUME' TO WS-TENDENCIA
               ELSE
                   MOVE 'ESTAVEL' TO WS-TENDENCIA
               END-IF
               END-IF
               END-IF

               IF WS-TEMPO-CRESCENDO EQUAL 'S'
                   OR WS-VOLUME-CRESCENDO EQUAL 'S'
                   ADD 1 TO WS-QTDE-CRESCENDO
               END-IF
           END-IF.

       FORMATA-HORA-PROCEDURE.
           COMPUTE WS-HORA-ED-HH = WS-CAL-HORA / 10000
           COMPUTE WS-HORA-ED-MM =
               (WS-CAL-HORA - (WS-HORA-ED-HH * 10000)) / 100
           COMPUTE WS-HORA-ED-SS = WS-CAL-HORA
               - (WS-HORA-ED-HH * 10000) - (WS-HORA-ED-MM * 100).

       FORMATA-DURACAO-PROCEDURE.
           IF WS-SEGUNDOS NOT LESS THAN 360000
               MOVE 99 TO WS-DURACAO-ED-HH
               MOVE 59 TO WS-DURACAO-ED-MM
               MOVE 59 TO WS-DURACAO-ED-SS
           ELSE
               COMPUTE WS-DURACAO-ED-HH = WS-SEGUNDOS / 3600
               COMPUTE WS-DURACAO-ED-MM =
                   (WS-SEGUNDOS - (WS-DURACAO-ED-HH * 3600)) / 60
               COMPUTE WS-DURACAO-ED-SS = WS-SEGUNDOS
                   - (WS-DURACAO-ED-HH * 3600) - (WS-DURACAO-ED-MM * 60)
           END-IF.

       COPY SPOOLPRC.
       COPY JOBJPRC.
       COPY AMBPRC.


       END PROGRAM RELATORIO-JANELA-LOTE.
