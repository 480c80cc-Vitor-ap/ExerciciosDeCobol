       COPY AMBWS.
       77 WS-FS-PRODUTOS       PIC 99.
       77 WS-FS-DIVERGENCIAS   PIC 99.
       77 WS-CODIGO-CONTADO    PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-CONTADA      PIC 9(05) VALUE ZEROS.
       77 WS-QTDE-AJUSTE       PIC S9(06) VALUE ZEROS.
       77 WS-QTDE-CONTAGENS    PIC 9(05) VALUE ZEROS.
