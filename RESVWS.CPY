       01 WS-FS-RESUMO              PIC 99.
       01 WS-RSM-ANO-MES            PIC 9(06) VALUE ZEROS.
       01 WS-RSM-TIPO               PIC X(01) VALUE SPACES.
       01 WS-RSM-CODIGO             PIC 9(05) VALUE ZEROS.
       01 WS-RSM-VALOR              PIC S9(11)V99 VALUE ZEROS.
       01 WS-RSM-QTDE               PIC S9(07) VALUE ZEROS.
