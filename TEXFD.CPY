       FD TRANSF-EXPEDIDAS.
       01 REG-TRANSF-EXPEDIDA.
           03  TEX-RGM               PIC 9(005).
           03  TEX-NOME              PIC A(020).
           03  TEX-TURMA             PIC X(007).
           03  TEX-DATA              PIC 9(008).
           03  TEX-ESCOLA-DESTINO    PIC X(040).
           03  TEX-CIDADE-DESTINO    PIC X(025).
           03  TEX-UF-DESTINO        PIC X(002).
           03  TEX-DATA-INICIO-ANO   PIC 9(008).
           03  TEX-QTDE-LIVROS       PIC 9(002).
           03  TEX-QTDE-DOCUMENTOS   PIC 9(002).
           03  TEX-SALDO-DEVEDOR     PIC 9(007)V99.
           03  TEX-QTDE-GUIAS        PIC 9(002).
           03  TEX-DATA-EMISSAO      PIC 9(008).
           03  TEX-OPERADOR          PIC X(005).
