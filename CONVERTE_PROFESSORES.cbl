      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-PROFESSORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY AMBSEL.
       SELECT PROFESSORES-ANT ASSIGN TO WS-ARQ-PROFESSORES-ANT
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ANT-PROF-CODIGO
           FILE STATUS IS WS-FS-PROF-ANT.

       COPY PROFSEL.

       DATA DIVISION.
       FILE SECTION.


       COPY AMBFD.
       FD PROFESSORES-ANT.
       01 REG-PROFESSOR-ANT.
           03 ANT-PROF-CODIGO          PIC 9(003).
           03 ANT-PROF-NOME            PIC A(025).
           03 ANT-PROF-REGISTRO        PIC X(010).
           03 ANT-PROF-TELEFONE        PIC X(013).

       COPY PROFFD.

       WORKING-STORAGE SECTION.

       COPY AMBWS.
       77 WS-FS-PROF-ANT       PIC 99.
       77 WS-FS-PROFESSORES    PIC 99.
       77 WS-LIDOS             PIC 9(05) VALUE ZEROS.
       77 WS-GRAVADOS          PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.


       PREPARA-AMBIENTE-PROCEDURE.
           PERFORM CARREGA-AMBIENTE-PROCEDURE.
       MAIN-PROCEDURE.
           DISPLAY '----- CONVERSAO DO CADASTRO DE PROFESSORES -----'
           DISPLAY 'ENTRADA: professores-ant.txt'
           DISPLAY 'SAIDA..: professores.txt (VALOR DA HORA-AULA)'

           MOVE ZEROS TO WS-FS-PROF-ANT
           OPEN INPUT PROFESSORES-ANT
           IF WS-FS-PROF-ANT NOT EQUAL ZEROS
               DISPLAY 'ERRO AO ABRIR O ARQUIVO ANTERIOR'
               DISPLAY 'FILE STATUS: ' WS-FS-PROF-ANT
               DISPLAY 'RENOMEIE O professores.txt ATUAL PARA'
               DISPLAY 'professores-ant.txt ANTES DE CONVERTER'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO WS-FS-PROFESSORES
           OPEN OUTPUT PROFESSORES
           IF WS-FS-PROFESSORES NOT EQUAL ZEROS
               DISPLAY 'ERRO AO CRIAR O NOVO ARQUIVO'
               DISPLAY 'FILE STATUS: ' WS-FS-PROFESSORES
               CLOSE PROFESSORES-ANT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    OS PROFESSORES EXISTENTES FICAM SEM VALOR DE HORA-AULA ATE A
      *    ALTERACAO DO CADASTRO - A FOLHA DE PROFESSORES AVISA
           PERFORM UNTIL WS-FS-PROF-ANT EQUAL 10
               READ PROFESSORES-ANT NEXT RECORD
                   AT END
                   MOVE 10 TO WS-FS-PROF-ANT
                   NOT AT END
                   ADD 1 TO WS-LIDOS
                   MOVE ANT-PROF-CODIGO   TO PROF-CODIGO
                   MOVE ANT-PROF-NOME     TO PROF-NOME
                   MOVE ANT-PROF-REGISTRO TO PROF-REGISTRO
                   MOVE ANT-PROF-TELEFONE TO PROF-TELEFONE
                   MOVE ZEROS             TO PROF-VALOR-AULA
                   WRITE REG-PROFESSOR
                   IF WS-FS-PROFESSORES EQUAL ZEROS
                       ADD 1 TO WS-GRAVADOS
                   ELSE
                       DISPLAY 'ERRO AO GRAVAR O PROFESSOR '
                           ANT-PROF-CODIGO ' - FILE STATUS '
                           WS-FS-PROFESSORES
                   END-IF
               END-READ
           END-PERFORM

           CLOSE PROFESSORES-ANT
           CLOSE PROFESSORES

           DISPLAY 'PROFESSORES LIDOS....: ' WS-LIDOS
           DISPLAY 'PROFESSORES GRAVADOS.: ' WS-GRAVADOS

           IF WS-LIDOS EQUAL WS-GRAVADOS
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.
       COPY AMBPRC.


       END PROGRAM CONVERTE-PROFESSORES.
