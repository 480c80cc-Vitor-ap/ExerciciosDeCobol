      * PONTO DE CONTROLE DOS LOTES DE ATUALIZACAO EM MASSA - UM SO
      * REGISTRO, REGRAVADO A CADA INTERVALO. SITUACAO EM-CURSO NA
      * PARTIDA INDICA QUE A EXECUCAO ANTERIOR NAO TERMINOU. A AREA DO
      * PROGRAMA GUARDA OS PARAMETROS DA EXECUCAO E OS TOTAIS ACUMULADOS
       FD CHECKPOINT-LOTE.
       01 REG-CHECKPOINT-LOTE.
           03 CKL-PROGRAMA             PIC X(25).
           03 CKL-SITUACAO             PIC X(10).
           03 CKL-DATA-INICIO          PIC 9(08).
           03 CKL-DATA                 PIC 9(08).
           03 CKL-HORA                 PIC 9(06).
           03 CKL-ULTIMA-CHAVE         PIC 9(10).
           03 CKL-QTDE-PROCESSADOS     PIC 9(07).
           03 CKL-AREA-PROGRAMA        PIC X(60).
