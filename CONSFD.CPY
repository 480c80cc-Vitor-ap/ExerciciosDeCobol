           03  CON-VALOR             PIC 9(009)V99.
           03  CON-QTDE-ALUNOS       PIC 9(002).
           03  CON-STATUS            PIC X(008).
           03  CON-VALOR-TRANSPORTE  PIC 9(009)V99.
