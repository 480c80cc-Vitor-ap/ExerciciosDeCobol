      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-MENSALIDADES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       SELECT MENSALIDADES-ANT ASSIGN TO WS-ARQ-MENSALIDADES-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-MEN-CHAVE
           FILE STATUS IS WS-FS-MEN-ANT.

       SELECT MENSALIDADES ASSIGN TO WS-ARQ-MENSALIDADES
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MEN-CHAVE
           FILE STATUS IS WS-FS-MENSALIDADES.

       SELECT CONSOLIDADO-ANT ASSIGN TO WS-ARQ-CONSOL-RESP-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-CON-CHAVE
           FILE STATUS IS WS-FS-CON-ANT.

       COPY CONSSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       FD MENSALIDADES-ANT.
       01 REG-MENSALIDADE-ANT.
           03 ANT-MEN-CHAVE.
               05 ANT-MEN-RGM              PIC 9(005).
               05 ANT-MEN-COMPETENCIA      PIC 9(006).
           03 ANT-MEN-NOME                 PIC A(020).
           03 ANT-MEN-DATA-VENCIMENTO      PIC 9(008).
           03 ANT-MEN-VALOR                PIC 9(007)V99.
           03 ANT-MEN-VALOR-PAGO           PIC 9(007)V99.
           03 ANT-MEN-DATA-PAGAMENTO       PIC 9(008).
           03 ANT-MEN-STATUS               PIC X(008).

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

       FD CONSOLIDADO-ANT.
       01 REG-CONSOLIDADO-ANT.
           03 ANT-CON-CHAVE.
               05 ANT-CON-RESP             PIC 9(004).
               05 ANT-CON-COMPETENCIA      PIC 9(006).
           03 ANT-CON-VALOR                PIC 9(009)V99.
           03 ANT-CON-QTDE-ALUNOS          PIC 9(002).
           03 ANT-CON-STATUS               PIC X(008).

       COPY CONSFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-MEN-ANT          PIC 99.
       77 WS-FS-MENSALIDADES     PIC 99.
       77 WS-FS-CON-ANT          PIC 99.
       77 WS-FS-CONSOLIDADO      PIC 99.
       77 WS-CNV-NOME            PIC X(30) VALUE SPACES.
       77 WS-CNV-FS-ANT          PIC 99 VALUE ZEROS.
       77 WS-CNV-FS-NOVO         PIC 99 VALUE ZEROS.
       77 WS-CNV-LIDOS           PIC 9(07) VALUE ZEROS.
       77 WS-CNV-GRAVADOS        PIC 9(07) VALUE ZEROS.
       77 WS-CNV-CONTADOS        PIC 9(07) VALUE ZEROS.
       77 WS-CNV-ERROS           PIC 9(07) VALUE ZEROS.
       77 WS-QTDE-CONVERTIDOS    PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-AUSENTES       PIC 9(03) VALUE ZEROS.
       77 WS-QTDE-DIVERGENTES    PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY '----- CONVERSAO DAS MENSALIDADES (TRANSPORTE) -----'
           DISPLAY 'A TAXA DE TRANSPORTE ESCOLAR PASSA A TER CAMPO'
           DISPLAY 'PROPRIO NA MENSALIDADE E NO CONSOLIDADO DO'
           DISPLAY 'RESPONSAVEL. RENOMEIE mensalidades.txt PARA'
           DISPLAY 'mensalidades-ant.txt E consolidado-responsavel.txt'
           DISPLAY 'PARA consolidado-responsavel-ant.txt ANTES DE'
           DISPLAY 'CONVERTER; SEM COPIA -ant O ARQUIVO FICA COMO ESTA'
           DISPLAY ' '
           DISPLAY 'ARQUIVO                          LIDOS GRAVADOS'
               ' CONTADOS SITUACAO'

           PERFORM CONVERTE-MEN-PROCEDURE
           PERFORM CONVERTE-CON-PROCEDURE

           DISPLAY ' '
           DISPLAY 'ARQUIVOS CONVERTIDOS....: ' WS-QTDE-CONVERTIDOS
           DISPLAY 'ARQUIVOS SEM COPIA -ant.: ' WS-QTDE-AUSENTES
           DISPLAY 'ARQUIVOS COM DIVERGENCIA: ' WS-QTDE-DIVERGENTES

           IF WS-QTDE-DIVERGENTES GREATER THAN ZEROS
               DISPLAY 'CONTAGENS NAO CONFEREM - NAO LIBERE O SISTEMA;'
               DISPLAY 'RESTAURE OS ARQUIVOS -ant E VERIFIQUE OS ERROS'
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'CONTAGENS CONFEREM EM TODOS OS ARQUIVOS.'
               MOVE 0 TO RETURN-CODE
           END-IF

           STOP RUN.

       PREPARA-CONVERSAO-PROCEDURE.
           MOVE ZEROS TO WS-CNV-LIDOS
           MOVE ZEROS TO WS-CNV-GRAVADOS
           MOVE ZEROS TO WS-CNV-CONTADOS
           MOVE ZEROS TO WS-CNV-ERROS.

       REGISTRA-AUSENTE-PROCEDURE.
           IF WS-CNV-FS-ANT EQUAL 35
               ADD 1 TO WS-QTDE-AUSENTES
               DISPLAY WS-CNV-NOME '   -        -        - '
                   'SEM COPIA -ant, MANTIDO'
           ELSE
               ADD 1 TO WS-QTDE-DIVERGENTES
               DISPLAY WS-CNV-NOME '   -        -        - '
                   'ERRO NA COPIA -ant, FILE STATUS ' WS-CNV-FS-ANT
           END-IF.

       REGISTRA-ERRO-CRIACAO-PROCEDURE.
           ADD 1 TO WS-QTDE-DIVERGENTES
           DISPLAY WS-CNV-NOME '   -        -        - '
               'ERRO AO CRIAR, FILE STATUS ' WS-CNV-FS-NOVO.

       REGISTRA-ERRO-GRAVACAO-PROCEDURE.
           ADD 1 TO WS-CNV-ERROS
           DISPLAY '   ERRO AO GRAVAR O REGISTRO ' WS-CNV-LIDOS
               ' DE ' WS-CNV-NOME ' - FILE STATUS ' WS-CNV-FS-NOVO.

      *    O ARQUIVO SO E DADO COMO CONVERTIDO QUANDO O QUE FOI LIDO DA
      *    COPIA -ant, O QUE FOI GRAVADO E O QUE SE CONTA RELENDO O
      *    ARQUIVO NOVO BATEM EXATAMENTE
       CONFERE-CONVERSAO-PROCEDURE.
           IF WS-CNV-LIDOS EQUAL WS-CNV-GRAVADOS
               AND WS-CNV-GRAVADOS EQUAL WS-CNV-CONTADOS
               AND WS-CNV-ERROS EQUAL ZEROS
               ADD 1 TO WS-QTDE-CONVERTIDOS
               DISPLAY WS-CNV-NOME ' ' WS-CNV-LIDOS ' ' WS-CNV-GRAVADOS
                   ' ' WS-CNV-CONTADOS ' OK'
           ELSE
               ADD 1 TO WS-QTDE-DIVERGENTES
               DISPLAY WS-CNV-NOME ' ' WS-CNV-LIDOS ' ' WS-CNV-GRAVADOS
                   ' ' WS-CNV-CONTADOS ' DIVERGENTE'
           END-IF.

      *    AS MENSALIDADES E OS CONSOLIDADOS JA GERADOS FICAM COM A
      *    TAXA DE TRANSPORTE EM SEPARADO ZERADA
       CONVERTE-MEN-PROCEDURE.
           MOVE 'mensalidades.txt' TO WS-CNV-NOME
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           MOVE ZEROS TO WS-FS-MEN-ANT
           OPEN INPUT MENSALIDADES-ANT
           IF WS-FS-MEN-ANT NOT EQUAL ZEROS
               MOVE WS-FS-MEN-ANT TO WS-CNV-FS-ANT
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               MOVE ZEROS TO WS-FS-MENSALIDADES
               OPEN OUTPUT MENSALIDADES
               IF WS-FS-MENSALIDADES EQUAL ZEROS
                   PERFORM COPIA-MEN-PROCEDURE
               ELSE
                   MOVE WS-FS-MENSALIDADES TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE MENSALIDADES-ANT
           END-IF.

       COPIA-MEN-PROCEDURE.
           PERFORM UNTIL WS-FS-MEN-ANT EQUAL 10
               READ MENSALIDADES-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-MEN-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-MEN-RGM             TO MEN-RGM
                   MOVE ANT-MEN-COMPETENCIA     TO MEN-COMPETENCIA
                   MOVE ANT-MEN-NOME            TO MEN-NOME
                   MOVE ANT-MEN-DATA-VENCIMENTO TO MEN-DATA-VENCIMENTO
                   MOVE ANT-MEN-VALOR           TO MEN-VALOR
                   MOVE ANT-MEN-VALOR-PAGO      TO MEN-VALOR-PAGO
                   MOVE ANT-MEN-DATA-PAGAMENTO  TO MEN-DATA-PAGAMENTO
                   MOVE ANT-MEN-STATUS          TO MEN-STATUS
                   MOVE ZEROS                   TO MEN-VALOR-TRANSPORTE
                   WRITE REG-MENSALIDADE
                   IF WS-FS-MENSALIDADES EQUAL ZEROS
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-MENSALIDADES TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MENSALIDADES

           MOVE ZEROS TO WS-FS-MENSALIDADES
           OPEN INPUT MENSALIDADES
           IF WS-FS-MENSALIDADES EQUAL ZEROS
               PERFORM UNTIL WS-FS-MENSALIDADES EQUAL 10
                   READ MENSALIDADES NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-MENSALIDADES
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE MENSALIDADES
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.

       CONVERTE-CON-PROCEDURE.
           MOVE 'consolidado-responsavel.txt' TO WS-CNV-NOME
           PERFORM PREPARA-CONVERSAO-PROCEDURE
           MOVE ZEROS TO WS-FS-CON-ANT
           OPEN INPUT CONSOLIDADO-ANT
           IF WS-FS-CON-ANT NOT EQUAL ZEROS
               MOVE WS-FS-CON-ANT TO WS-CNV-FS-ANT
               PERFORM REGISTRA-AUSENTE-PROCEDURE
           ELSE
               MOVE ZEROS TO WS-FS-CONSOLIDADO
               OPEN OUTPUT CONSOLIDADO-RESP
               IF WS-FS-CONSOLIDADO EQUAL ZEROS
                   PERFORM COPIA-CON-PROCEDURE
               ELSE
                   MOVE WS-FS-CONSOLIDADO TO WS-CNV-FS-NOVO
                   PERFORM REGISTRA-ERRO-CRIACAO-PROCEDURE
               END-IF
               CLOSE CONSOLIDADO-ANT
           END-IF.

       COPIA-CON-PROCEDURE.
           PERFORM UNTIL WS-FS-CON-ANT EQUAL 10
               READ CONSOLIDADO-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-CON-ANT
                   NOT AT END
                   ADD 1 TO WS-CNV-LIDOS
                   MOVE ANT-CON-RESP         TO CON-RESP
                   MOVE ANT-CON-COMPETENCIA  TO CON-COMPETENCIA
                   MOVE ANT-CON-VALOR        TO CON-VALOR
                   MOVE ANT-CON-QTDE-ALUNOS  TO CON-QTDE-ALUNOS
                   MOVE ANT-CON-STATUS       TO CON-STATUS
                   MOVE ZEROS                TO CON-VALOR-TRANSPORTE
                   WRITE REG-CONSOLIDADO
                   IF WS-FS-CONSOLIDADO EQUAL ZEROS
                       ADD 1 TO WS-CNV-GRAVADOS
                   ELSE
                       MOVE WS-FS-CONSOLIDADO TO WS-CNV-FS-NOVO
                       PERFORM REGISTRA-ERRO-GRAVACAO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CONSOLIDADO-RESP

           MOVE ZEROS TO WS-FS-CONSOLIDADO
           OPEN INPUT CONSOLIDADO-RESP
           IF WS-FS-CONSOLIDADO EQUAL ZEROS
               PERFORM UNTIL WS-FS-CONSOLIDADO EQUAL 10
                   READ CONSOLIDADO-RESP NEXT RECORD
                       AT END
                       MOVE 10 TO WS-FS-CONSOLIDADO
                       NOT AT END
                       ADD 1 TO WS-CNV-CONTADOS
                   END-READ
               END-PERFORM
               CLOSE CONSOLIDADO-RESP
           END-IF
           PERFORM CONFERE-CONVERSAO-PROCEDURE.
       COPY AMBPRC.


       END PROGRAM CONVERTE-MENSALIDADES.
