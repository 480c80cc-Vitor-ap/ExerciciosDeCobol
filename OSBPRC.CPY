      *    REGISTRA NA BANCADA A ORDEM QUE ESTA EM REG-ORDEM-SERVICO.
      *    WS-OSB-TIPO = 'STATUS'  - ORDEM ACABOU DE MUDAR DE STATUS
      *    WS-OSB-TIPO = 'TECNICO' - ORDEM ATRIBUIDA A WS-OSB-TECNICO
      *    NA PRIMEIRA VEZ GUARDA WS-OSB-CONTRATO E O PRAZO PROMETIDO,
      *    QUE E A ABERTURA MAIS WS-OSB-PRAZO-DIAS (ZERO ASSUME
      *    WS-OSB-PRAZO-PADRAO); ORDEM ANTERIOR A BANCADA CONTA O
      *    STATUS ATUAL DESDE A ABERTURA
       REGISTRA-BANCADA-OS-PROCEDURE.
           ACCEPT WS-OSB-DATA-AGORA FROM DATE YYYYMMDD
           ACCEPT WS-OSB-HORA-AGORA FROM TIME

           MOVE ZEROS TO WS-FS-OSBANCADA
           OPEN I-O OS-BANCADA
           IF WS-FS-OSBANCADA EQUAL 35
               OPEN OUTPUT OS-BANCADA
               CLOSE OS-BANCADA
               OPEN I-O OS-BANCADA
           END-IF

           MOVE CODIGO-OS TO OSB-CODIGO-OS
           MOVE 'S' TO WS-OSB-EXISTE
           READ OS-BANCADA RECORD
               KEY IS OSB-CODIGO-OS
               INVALID KEY
               MOVE 'N' TO WS-OSB-EXISTE
           END-READ

           IF WS-OSB-EXISTE EQUAL 'N'
               MOVE CODIGO-OS TO OSB-CODIGO-OS
               MOVE WS-OSB-TECNICO TO OSB-CODIGO-TECNICO
               IF WS-OSB-PRAZO-DIAS EQUAL ZEROS
                   MOVE WS-OSB-PRAZO-PADRAO TO WS-OSB-PRAZO-DIAS
               END-IF
               COMPUTE OSB-DATA-PROMETIDA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(OS-DATA-ABERTURA)
                   + WS-OSB-PRAZO-DIAS)
               MOVE OS-STATUS TO OSB-STATUS
               MOVE OS-DATA-ABERTURA TO OSB-DATA-STATUS
               MOVE ZEROS TO OSB-HORA-STATUS
               MOVE ZEROS TO OSB-ULTIMO-EVENTO
               MOVE WS-OSB-CONTRATO TO OSB-CODIGO-CONTRATO
           END-IF

           MOVE ZEROS TO WS-OSB-DIAS
           IF WS-OSB-TIPO EQUAL 'STATUS'
               AND WS-OSB-EXISTE EQUAL 'S'
               COMPUTE WS-OSB-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-OSB-DATA-AGORA)
                   - FUNCTION INTEGER-OF-DATE(OSB-DATA-STATUS)
           END-IF

           IF WS-OSB-TIPO EQUAL 'TECNICO'
               MOVE WS-OSB-TECNICO TO OSB-CODIGO-TECNICO
           ELSE
               MOVE OS-STATUS TO OSB-STATUS
               MOVE WS-OSB-DATA-AGORA TO OSB-DATA-STATUS
               COMPUTE OSB-HORA-STATUS = WS-OSB-HORA-AGORA / 100
           END-IF
           ADD 1 TO OSB-ULTIMO-EVENTO

           IF WS-OSB-EXISTE EQUAL 'S'
               REWRITE REG-OS-BANCADA
               END-REWRITE
           ELSE
               WRITE REG-OS-BANCADA
               END-WRITE
           END-IF

           IF WS-FS-OSBANCADA NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ATUALIZAR A ORDEM NA BANCADA'
               MOVE WS-FS-OSBANCADA TO WS-FS-CONSULTA
               PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
           ELSE
               MOVE ZEROS TO WS-FS-OSHIST
               OPEN I-O OS-HISTORICO
               IF WS-FS-OSHIST EQUAL 35
                   OPEN OUTPUT OS-HISTORICO
                   CLOSE OS-HISTORICO
                   OPEN I-O OS-HISTORICO
               END-IF
               MOVE CODIGO-OS TO OSH-CODIGO-OS
               MOVE OSB-ULTIMO-EVENTO TO OSH-EVENTO
               MOVE WS-OSB-TIPO TO OSH-TIPO
               MOVE OS-STATUS TO OSH-STATUS
               MOVE WS-OSB-DATA-AGORA TO OSH-DATA
               COMPUTE OSH-HORA = WS-OSB-HORA-AGORA / 100
               MOVE OSB-CODIGO-TECNICO TO OSH-CODIGO-TECNICO
               MOVE WS-OSB-DIAS TO OSH-DIAS-STATUS-ANTERIOR
               WRITE REG-OS-HISTORICO
               IF WS-FS-OSHIST NOT EQUAL ZEROS
                   DISPLAY 'ERRO AO GRAVAR O HISTORICO DA ORDEM'
                   MOVE WS-FS-OSHIST TO WS-FS-CONSULTA
                   PERFORM EXIBE-FS-MENSAGEM-PROCEDURE
               END-IF
               CLOSE OS-HISTORICO
           END-IF

           CLOSE OS-BANCADA

           MOVE SPACES TO WS-OSB-TIPO
           MOVE ZEROS TO WS-OSB-CONTRATO
           MOVE ZEROS TO WS-OSB-PRAZO-DIAS.
