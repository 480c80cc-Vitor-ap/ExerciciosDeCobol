       01 WS-UNI-VENDA              PIC X(03) VALUE SPACES.
       01 WS-UNI-COMPRA             PIC X(03) VALUE SPACES.
       01 WS-UNI-FATOR              PIC 9(05) VALUE ZEROS.
       01 WS-UNI-QTDE-VENDA         PIC 9(07) VALUE ZEROS.
       01 WS-UNI-QTDE-COMPRA        PIC 9(05) VALUE ZEROS.
       01 WS-UNI-RESTO              PIC 9(05) VALUE ZEROS.
       01 WS-UNI-FATOR-ED           PIC Z(04)9.
       01 WS-UNI-BRANCOS            PIC 9(02) VALUE ZEROS.
       01 WS-UNI-EMBALAGEM          PIC X(14) VALUE SPACES.
