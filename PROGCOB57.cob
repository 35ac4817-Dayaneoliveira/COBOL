      *QUANTAS COTACOES MORRIAM NA PRAIA. ESTE RELATORIO MENSAL
      *CASA CADA COTACAO COM A SITUACAO DO PEDIDO NO MESTRE:
      *  CONVERTIDA  = PEDIDO CONFIRMADO OU ALEM (C/E/D);
      *  CANCELADA   = PEDIDO CANCELADO (X) OU COTACAO VENCIDA SEM
      *                CONFIRMACAO (V, PROGCOB104);
      *  EM ABERTO   = PEDIDO AINDA SO COTADO (Q);
      *  SEM PEDIDO  = NUMERO NAO ESTA MAIS NO MESTRE.
      *A ABERTURA SAI POR UF E POR FAIXA DE VALOR, COM O PERCENTUAL
                               MOVE 'C' TO WRK-CLASSE
                           WHEN 'X'
                               MOVE 'X' TO WRK-CLASSE
                           WHEN 'V'
                               MOVE 'X' TO WRK-CLASSE
                           WHEN OTHER
                               MOVE 'Q' TO WRK-CLASSE
                       END-EVALUATE
