      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORICO-CUSTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       COPY HCUSTSEL.

       COPY SPOOLSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       COPY HCUSTFD.

       COPY SPOOLFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-PRODUTO-FILTRO    PIC 9(05) VALUE ZEROS.
       77 WS-DATA-INICIAL      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FINAL        PIC 9(08) VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-LINHAS       PIC 9(06) VALUE ZEROS.
       77 WS-VARIACAO          PIC S9(05)V99 VALUE ZEROS.
       77 WS-ED-CUSTO-ANT      PIC ZZZ,ZZ9.99.
       77 WS-ED-CUSTO-ENT      PIC ZZZ,ZZ9.99.
       77 WS-ED-CUSTO-NOVO     PIC ZZZ,ZZ9.99.
       77 WS-ED-VARIACAO       PIC -ZZ9.99.

       COPY HCUSTWS.
       COPY SPOOLWS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY '----- HISTORICO DE CUSTO DOS PRODUTOS -----'
           DISPLAY 'INFORME O CODIGO DO PRODUTO (00000 PARA TODOS): '
           ACCEPT WS-PRODUTO-FILTRO
           DISPLAY 'INFORME A DATA INICIAL (AAAAMMDD): '
           ACCEPT WS-DATA-INICIAL
           DISPLAY 'INFORME A DATA FINAL (AAAAMMDD - 0 PARA HOJE): '
           ACCEPT WS-DATA-FINAL
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           IF WS-DATA-FINAL EQUAL ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-FINAL
           END-IF

           MOVE ZEROS TO WS-FS-HISTCUSTO
           OPEN INPUT HISTORICO-CUSTO
           IF WS-FS-HISTCUSTO NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O HISTORICO DE CUSTO'
               DISPLAY 'FILE STATUS: ' WS-FS-HISTCUSTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-ARQ-SPOOL
           STRING WS-AMB-DIR-LOJA(1:WS-AMB-LEN-LOJA)
               'historico-custo-' WS-DATA-HOJE '.txt'
               DELIMITED BY SIZE INTO WS-ARQ-SPOOL
           MOVE 'HISTORICO DE CUSTO DOS PRODUTOS' TO WS-SPOOL-TITULO
           PERFORM ABRE-SPOOL-PROCEDURE

           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'PERIODO ' WS-DATA-INICIAL ' A ' WS-DATA-FINAL
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE 'DATA     PROD  ORIGEM    DOCUMENTO   QTDE  CUSTO ANT'
               TO WS-SPOOL-LINHA
           MOVE ' ENTRADA     NOVO    VAR%' TO WS-SPOOL-LINHA(54:26)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE

           PERFORM UNTIL WS-FS-HISTCUSTO EQUAL 10
               READ HISTORICO-CUSTO NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-HISTCUSTO
                   NOT AT END
                   IF HCU-DATA NOT LESS THAN WS-DATA-INICIAL
                       AND HCU-DATA NOT GREATER THAN WS-DATA-FINAL
                       AND (WS-PRODUTO-FILTRO EQUAL ZEROS
                           OR HCU-CODIGO-PRODUTO EQUAL
                               WS-PRODUTO-FILTRO)
                       PERFORM IMPRIME-LINHA-HISTORICO-PROCEDURE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE HISTORICO-CUSTO

           MOVE ' ' TO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           MOVE SPACES TO WS-SPOOL-LINHA
           STRING 'ALTERACOES DE CUSTO LISTADAS: ' WS-QTDE-LINHAS
               DELIMITED BY SIZE INTO WS-SPOOL-LINHA
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE
           PERFORM FECHA-SPOOL-PROCEDURE

           DISPLAY 'ALTERACOES DE CUSTO LISTADAS: ' WS-QTDE-LINHAS
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       IMPRIME-LINHA-HISTORICO-PROCEDURE.
           ADD 1 TO WS-QTDE-LINHAS
           IF HCU-CUSTO-ANTERIOR GREATER THAN ZEROS
               COMPUTE WS-VARIACAO ROUNDED =
                   ((HCU-CUSTO-NOVO - HCU-CUSTO-ANTERIOR) * 100)
                   / HCU-CUSTO-ANTERIOR
           ELSE
               MOVE ZEROS TO WS-VARIACAO
           END-IF

           MOVE HCU-CUSTO-ANTERIOR TO WS-ED-CUSTO-ANT
           MOVE HCU-CUSTO-ENTRADA TO WS-ED-CUSTO-ENT
           MOVE HCU-CUSTO-NOVO TO WS-ED-CUSTO-NOVO
           MOVE WS-VARIACAO TO WS-ED-VARIACAO

           MOVE SPACES TO WS-SPOOL-LINHA
           MOVE HCU-DATA TO WS-SPOOL-LINHA(1:8)
           MOVE HCU-CODIGO-PRODUTO TO WS-SPOOL-LINHA(10:5)
           MOVE HCU-ORIGEM TO WS-SPOOL-LINHA(16:9)
           MOVE HCU-DOCUMENTO TO WS-SPOOL-LINHA(26:10)
           MOVE HCU-QTDE-ENTRADA TO WS-SPOOL-LINHA(37:5)
           MOVE WS-ED-CUSTO-ANT TO WS-SPOOL-LINHA(43:10)
           MOVE WS-ED-CUSTO-ENT TO WS-SPOOL-LINHA(54:10)
           MOVE WS-ED-CUSTO-NOVO TO WS-SPOOL-LINHA(64:10)
           MOVE WS-ED-VARIACAO TO WS-SPOOL-LINHA(74:7)
           PERFORM GRAVA-SPOOL-LINHA-PROCEDURE.

       COPY SPOOLPRC.
       COPY AMBPRC.


       END PROGRAM HISTORICO-CUSTO.
