       01 WS-FS-CATEGORIAS          PIC 99.
       01 WS-CTG-CATEGORIA          PIC 9(03) VALUE ZEROS.
       01 WS-CTG-OK                 PIC X(01) VALUE 'N'.
       01 WS-CTG-DESC-CAT           PIC X(25) VALUE SPACES.
       01 WS-CTG-DESC-DEPTO         PIC X(25) VALUE SPACES.
       01 WS-CTG-COM-CUSTO          PIC X(01) VALUE 'N'.
       01 WS-CTG-IMPRIME            PIC X(01) VALUE 'N'.
       01 WS-CTG-MOV-QTDE           PIC S9(07) VALUE ZEROS.
       01 WS-CTG-MOV-VALOR          PIC S9(11)V99 VALUE ZEROS.
       01 WS-CTG-MOV-CUSTO          PIC S9(11)V99 VALUE ZEROS.
       01 WS-CTG-MARGEM             PIC S9(11)V99 VALUE ZEROS.
       01 WS-CTG-PCT                PIC S9(03)V99 VALUE ZEROS.
       01 WS-CTG-IDX                PIC 9(03) VALUE ZEROS.
       01 WS-CTG-IDX-CAT            PIC 9(03) VALUE ZEROS.
       01 WS-CTG-IDX-DEPTO          PIC 9(03) VALUE ZEROS.
       01 WS-CTG-POS                PIC 9(03) VALUE ZEROS.
       01 WS-CTG-QTDE-TAB           PIC 9(03) VALUE ZEROS.
       01 WS-CTG-QTDE-ORDEM         PIC 9(03) VALUE ZEROS.
       01 WS-CTG-ED-QTDE            PIC -Z(6)9.
       01 WS-CTG-ED-VALOR           PIC -Z(8)9.99.
       01 WS-CTG-ED-MARGEM          PIC -Z(8)9.99.
       01 WS-CTG-ED-PCT             PIC -ZZ9.99.
       01 WS-CTG-LINHA              PIC X(80) VALUE SPACES.
       01 WS-CTG-TABELA.
           03 WS-CTG-ITEM OCCURS 300 TIMES.
               05 WS-CTG-TIPO           PIC X(01).
               05 WS-CTG-CODIGO         PIC 9(03).
               05 WS-CTG-DEPTO          PIC 9(03).
               05 WS-CTG-DESCRICAO      PIC X(25).
               05 WS-CTG-QTDE           PIC S9(07).
               05 WS-CTG-VALOR          PIC S9(11)V99.
               05 WS-CTG-CUSTO          PIC S9(11)V99.
       01 WS-CTG-ORDENACAO.
           03 WS-CTG-ORDEM OCCURS 300 TIMES PIC 9(03).
