      *TRANSPORTADORA LADO A LADO E CARIMBA A ESCOLHIDA NO PEDIDO
      *(PMS-TRANSP), E O PROGCOB29 CONFERE A COBRANCA POR
      *TRANSPORTADORA.
      *O FATOR DE TARIFA SO MUDA COM APROVACAO DE UM SUPERVISOR
      *(PROGCOB135): A TRANSPORTADORA NOVA ENTRA AQUI COM 1,00, E
      *QUALQUER OUTRO FATOR E PEDIDO DE ALTERACAO LA.
      *MESMO DESENHO DOS DEMAIS CADASTROS (TABELA EM MEMORIA E
      *REGRAVACAO INTEIRA).
      *DATA = XX/XX/XXX
           ELSE
               DISPLAY 'NOME.. '
               ACCEPT WRK-MAN-NOME
      *TRANSPORTADORA NOVA ENTRA COM TARIFA CHEIA. FATOR DIFERENTE
      *E PEDIDO DE ALTERACAO NO PROGCOB135, APROVADO POR SUPERVISOR.
               MOVE 1,00 TO WRK-MAN-FATOR
               DISPLAY 'FATOR DE TARIFA: 1,00 (OUTRO FATOR PELO '
                   'PROGCOB135)'
               DISPLAY 'DIAS DE SLA ADICIONAIS.. '
               ACCEPT WRK-MAN-SLAADIC
               IF WRK-MAN-CODIGO = SPACES
                   DISPLAY 'CODIGO VAZIO, NADA FEITO'
               ELSE
                   IF WRK-MAN-QT-TRP >= WRK-MAN-MAX-TRP
                       DISPLAY 'CADASTRO CHEIO, NADA FEITO'
                   ELSE
                       PERFORM 0255-GRAVAR-TABELA
                       DISPLAY 'TRANSPORTADORA ADICIONADA'
                   END-IF
               END-IF
           END-IF.

