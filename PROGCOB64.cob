      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : MANTER O PLANO DE CONTAS (PLANOCTA: CODIGO, NOME,
      *CLASSE A=ATIVO P=PASSIVO L=PATRIMONIO LIQUIDO R=RECEITA
      *D=DESPESA E FLAG DE CONTA ATIVA). O PROGCOB06 ACEITAVA
      *QUALQUER OITO CARACTERES COMO LAN-CONTA - UMA CONTA DIGITADA
      *ERRADA ABRIA UMA LINHA NOVA NO
      *BALANCETE E NO SALDOS EM SILENCIO, E O BALANCETE ERA UMA
      *LISTA DE CODIGOS QUE NINGUEM LIA. COM O PLANO DE CONTAS, O
      *PROGCOB06 REJEITA LANCAMENTO EM CONTA DESCONHECIDA OU
      *INATIVA (PARA O LANCTREJ) E IMPRIME O NOME AO LADO DO CODIGO
      *NO BALANCETE. A CLASSE E A BASE DO DEMONSTRATIVO DE RESULTADO
      *(PROGCOB67) E DO BALANCO PATRIMONIAL (PROGCOB119) - O PL
      *GANHOU CLASSE PROPRIA (L) PARA NAO SE MISTURAR AO PASSIVO.
      *A DESATIVACAO DE CONTA SO VALE COM APROVACAO DE UM SUPERVISOR
      *(PROGCOB135); A REATIVACAO CONTINUA DIRETO AQUI.
      *MESMO DESENHO DOS DEMAIS CADASTROS (TABELA EM MEMORIA E
      *REGRAVACAO INTEIRA).
      *DATA = XX/XX/XXX
           ELSE
               DISPLAY 'NOME.. '
               ACCEPT WRK-MAN-NOME
               DISPLAY 'CLASSE (A=ATIVO P=PASSIVO L=PATRIMONIO '
                   'LIQUIDO R=RECEITA D=DESPESA).. '
               ACCEPT WRK-MAN-CLASSE
               IF WRK-MAN-CONTA = SPACES
                   DISPLAY 'CODIGO VAZIO, NADA FEITO'
               ELSE
                   IF WRK-MAN-CLASSE NOT = 'A'
                       AND WRK-MAN-CLASSE NOT = 'P'
                       AND WRK-MAN-CLASSE NOT = 'L'
                       AND WRK-MAN-CLASSE NOT = 'R'
                       AND WRK-MAN-CLASSE NOT = 'D'
                       DISPLAY 'CLASSE INVALIDA, NADA FEITO'

      *ATIVA/DESATIVA A CONTA: CONTA INATIVA NAO RECEBE LANCAMENTO
      *NOVO NO PROGCOB06, MAS CONTINUA NO BALANCETE COM O SALDO QUE
      *TEM - MELHOR DO QUE REMOVER E PERDER O HISTORICO. DESATIVAR
      *PASSA PELA APROVACAO DE UM SUPERVISOR (PROGCOB135); REATIVAR
      *CONTINUA DIRETO AQUI.
       0253-TROCAR-SITUACAO.
           PERFORM 0254-CARREGAR-TABELA.
           DISPLAY 'CODIGO DA CONTA.. '.
               DISPLAY 'CONTA NAO ENCONTRADA, NADA FEITO'
           ELSE
               IF WRK-TAB-PCT-ATIVA (WRK-MAN-POS) = 'S'
                   DISPLAY 'DESATIVACAO DE CONTA E PEDIDA NO '
                       'PROGCOB135 (APROVACAO), NADA FEITO'
               ELSE
                   MOVE 'S' TO WRK-TAB-PCT-ATIVA (WRK-MAN-POS)
                   DISPLAY 'CONTA REATIVADA'
                   PERFORM 0255-GRAVAR-TABELA
               END-IF
           END-IF.

       0257-LISTAR-CONTAS.
