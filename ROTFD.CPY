       FD ROTAS-TRANSPORTE.
       01 REG-ROTA.
           03  ROT-CODIGO            PIC 9(002).
           03  ROT-DESCRICAO         PIC X(020).
           03  ROT-VEICULO           PIC X(008).
           03  ROT-MOTORISTA         PIC A(025).
           03  ROT-LUGARES           PIC 9(002).
           03  ROT-PERIODO           PIC X(010).
           03  ROT-VALOR-MENSAL      PIC 9(005)V99.
           03  ROT-QTDE-PARADAS      PIC 9(002).
           03  ROT-PARADA OCCURS 10 TIMES.
               05  ROT-PAR-LOCAL     PIC X(025).
               05  ROT-PAR-HORARIO   PIC 9(004).
