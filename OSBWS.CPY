       01 WS-FS-OSBANCADA           PIC 99.
       01 WS-FS-OSHIST              PIC 99.
       01 WS-OSB-TIPO               PIC X(07) VALUE SPACES.
       01 WS-OSB-TECNICO            PIC 9(03) VALUE ZEROS.
       01 WS-OSB-CONTRATO           PIC 9(05) VALUE ZEROS.
       01 WS-OSB-PRAZO-DIAS         PIC 9(03) VALUE ZEROS.
       01 WS-OSB-PRAZO-PADRAO       PIC 9(03) VALUE 10.
       01 WS-OSB-EXISTE             PIC X(01) VALUE 'N'.
       01 WS-OSB-DATA-AGORA         PIC 9(08) VALUE ZEROS.
       01 WS-OSB-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       01 WS-OSB-DIAS               PIC 9(05) VALUE ZEROS.
