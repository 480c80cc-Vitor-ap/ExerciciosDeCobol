                       MOVE OPER-PERFIL TO WS-LOGIN-PERFIL
                       DISPLAY 'BEM VINDO ' OPER-NOME
                           ' (' OPER-PERFIL ')'
                       IF WS-AMB-NOME EQUAL 'TREINO'
                           DISPLAY '*** AMBIENTE DE TREINAMENTO ***'
                       END-IF
                   ELSE
                       DISPLAY 'SENHA INVALIDA'
                       ADD 1 TO WS-LOGIN-TENT
