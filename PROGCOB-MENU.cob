      *PERMISSOES (NIVEL DE ACESSO X OPCAO LIBERADA): GUEST SO VE
      *CONSULTAS E RELATORIOS, USER O DIA A DIA, ADM TUDO. ESCOLHA
      *SEM PERMISSAO E RECUSADA E REGISTRADA NO ACESSOS.
      *O LOGIN CONCEDIDO FICA REGISTRADO NA SUB-ROTINA AUTPROF, QUE
      *OS PROGRAMAS DE LANCAMENTO DE NOTA CONSULTAM PARA SO DEIXAR O
      *PROFESSOR LANCAR NAS PROPRIAS TURMAS.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       FD  F-PERMISSOES.
       01  REG-PERMISSAO.
           03 PRM-NIVEL PIC 9(02).
           03 PRM-OPCAO PIC 9(03).
      *LINHA GRAVADA ANTES DO MENU PASSAR DE 99 OPCOES (OPCAO COM 2
      *DIGITOS, TERCEIRA POSICAO EM BRANCO) - LIDA NO FORMATO ANTIGO
      *ATE O PROGCOB88 REGRAVAR O ARQUIVO.
           03 PRM-OPCAO-ANT REDEFINES PRM-OPCAO.
               05 PRM-OPCAO-2D  PIC 9(02).
               05 PRM-OPCAO-FIM PIC X(01).

       FD  F-ACESSOS.
       01  REG-ACESSO.
           03 ACS-RESULTADO PIC X(09).

       WORKING-STORAGE SECTION.
       77 WRK-OPCAO PIC 9(03) VALUE ZEROS.
           88 OPCAO-SAIR VALUE 000.
           88 OPCAO-VALIDA VALUES 001 THRU 134.
       77 WRK-STATUS-PERMISSOES PIC X(02) VALUE '00'.
       77 WRK-STATUS-ACESSOS    PIC X(02) VALUE '00'.
      *LOGIN DO OPERADOR, VALIDADO PELO PROGCOB10 (ENTRADA -PARM):
           03 WRK-P10-SENHA   PIC X(20).
           03 WRK-P10-NIVEL   PIC 9(02).
               88 NIVEL-CONCEDIDO VALUES 01 THRU 04.
      *REGISTRO DO LOGIN NA SUB-ROTINA AUTPROF (ACAO S).
           COPY 'APFCALL.CPY'.
      *TABELA DE PERMISSOES CARREGADA DO ARQUIVO PERMISSOES. SEM O
      *ARQUIVO, SO O ADM (NIVEL 01) TEM ACESSO - MELHOR TRANCAR
      *DEMAIS DO QUE LIBERAR TUDO POR FALTA DE CADASTRO.
           03 WRK-TAB-PRM-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-PRM-QT.
               05 WRK-PRM-NIVEL PIC 9(02).
               05 WRK-PRM-OPCAO PIC 9(03).
       77 WRK-PRM-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-SEM-ARQ-PERM PIC X(01) VALUE 'N'.
           88 SEM-ARQUIVO-PERMISSOES VALUE 'S'.
       77 WRK-FIM-PRM PIC X(01) VALUE 'N'.
           88 FIM-PERMISSOES VALUE 'S'.
       77 WRK-OPCAO-TESTE PIC 9(03) VALUE ZEROS.
       77 WRK-PERMITIDO PIC X(01) VALUE 'N'.
           88 OPCAO-PERMITIDA VALUE 'S'.
      *ROTULOS DAS OPCOES DO MENU, UMA LINHA POR PROGRAMA - O NUMERO
      *DA OPCAO NOS TRES PRIMEIROS DIGITOS. A LISTA MOSTRADA E SO A
      *PARTE QUE O NIVEL LOGADO PODE USAR.
       01 WRK-TAB-ROTULOS-DADOS.
           03 FILLER PIC X(47) VALUE
               '001 PROGCOB05 Aritmetica basica'.
           03 FILLER PIC X(47) VALUE
               '002 PROGCOB05L Aritmetica em lote'.
           03 FILLER PIC X(47) VALUE
               '003 PROGCOB06 Saldo com sinal'.
           03 FILLER PIC X(47) VALUE
               '004 PROGCOB07 Media de notas'.
           03 FILLER PIC X(47) VALUE
               '005 PROGCOB08 Boletim completo'.
           03 FILLER PIC X(47) VALUE
               '006 PROGCOB08L Boletim da turma em lote'.
           03 FILLER PIC X(47) VALUE
               '007 PROGCOB09 Calculo de frete'.
           03 FILLER PIC X(47) VALUE
               '008 PROGCOB10 Validacao de acesso'.
           03 FILLER PIC X(47) VALUE
               '009 PROGCOB11 Area e perimetro'.
           03 FILLER PIC X(47) VALUE
               '010 PROGCOB12 Notas da turma'.
           03 FILLER PIC X(47) VALUE
               '011 PROGCOB13 Tabuada com faixa'.
           03 FILLER PIC X(47) VALUE
               '012 PROGCOB14 Tabuada com passo'.
           03 FILLER PIC X(47) VALUE
               '013 PROGCOB14L Tabuada em lote'.
           03 FILLER PIC X(47) VALUE
               '014 PROGCOB15 Acumulador de vendas'.
           03 FILLER PIC X(47) VALUE
               '015 PROGCOB16 Data, dia da semana'.
           03 FILLER PIC X(47) VALUE
               '016 PROGCOB17 Data abreviada'.
           03 FILLER PIC X(47) VALUE
               '017 PROGCOB18 Relatorio consolidado de turma'.
           03 FILLER PIC X(47) VALUE
               '018 PROGCOB19 Conferencia de copybooks'.
           03 FILLER PIC X(47) VALUE
               '019 PROGCOB20 Cadastro de alunos'.
           03 FILLER PIC X(47) VALUE
               '020 PROGCOB21 Limpeza de boletins duplicados'.
           03 FILLER PIC X(47) VALUE
               '021 PROGCOB22 Correcao de notas com aprovacao'.
           03 FILLER PIC X(47) VALUE
               '022 PROGCOB23 Lancamento de frequencia'.
           03 FILLER PIC X(47) VALUE
               '023 PROGCOB24 Fechamento de termo letivo'.
           03 FILLER PIC X(47) VALUE
               '024 PROGCOB25 Correcao de exercicios'.
           03 FILLER PIC X(47) VALUE
               '025 PROGCOB26 Cadastro de disciplinas'.
           03 FILLER PIC X(47) VALUE
               '026 PROGCOB27 Boletim individual impresso'.
           03 FILLER PIC X(47) VALUE
               '027 PROGCOB28 Manutencao de pedidos'.
           03 FILLER PIC X(47) VALUE
               '028 PROGCOB29 Conciliacao de fatura de frete'.
           03 FILLER PIC X(47) VALUE
               '029 PROGCOB30 Reprecificacao de pedidos'.
           03 FILLER PIC X(47) VALUE
               '030 PROGCOB31 Faturamento de frete mensal'.
           03 FILLER PIC X(47) VALUE
               '031 PROGCOB32 Consulta de pedidos por cliente'.
           03 FILLER PIC X(47) VALUE
               '032 PROGCOB33 Conciliacao do lote de vendas'.
           03 FILLER PIC X(47) VALUE
               '033 PROGCOB34 Painel diario da gerencia'.
           03 FILLER PIC X(47) VALUE
               '034 PROGCOB38 Relatorio de operacao do dia'.
           03 FILLER PIC X(47) VALUE
               '035 PROGCOB39 Expurgo das trilhas (retencao)'.
           03 FILLER PIC X(47) VALUE
               '036 PROGCOB40 Calendario de feriados'.
           03 FILLER PIC X(47) VALUE
               '037 PROGCOB41 Consulta rapida de historico'.
           03 FILLER PIC X(47) VALUE
               '038 PROGCOB42 Separacao e etiquetas de embarque'.
           03 FILLER PIC X(47) VALUE
               '039 PROGCOB43 Cadastro de produtos'.
           03 FILLER PIC X(47) VALUE
               '040 PROGCOB44 Cadastro de clientes'.
           03 FILLER PIC X(47) VALUE
               '041 PROGCOB45 Limpeza de grafias de cliente'.
           03 FILLER PIC X(47) VALUE
               '042 PROGCOB46 Rastreamento de pedido'.
           03 FILLER PIC X(47) VALUE
               '043 PROGCOB47 Carga/descarga de mestres'.
           03 FILLER PIC X(47) VALUE
               '044 PROGCOB48 Alteracao de pedido com recalculo'.
           03 FILLER PIC X(47) VALUE
               '045 PROGCOB49 Embarques parciais de pedido'.
           03 FILLER PIC X(47) VALUE
               '046 PROGCOB50 Pontualidade de entregas'.
           03 FILLER PIC X(47) VALUE
               '047 PROGCOB51 Cadastro de transportadoras'.
           03 FILLER PIC X(47) VALUE
               '048 PROGCOB52 Ocorrencias de entrega e placar'.
           03 FILLER PIC X(47) VALUE
               '049 PROGCOB53 Montagem de cargas (romaneios)'.
           03 FILLER PIC X(47) VALUE
               '050 PROGCOB54 Controle de estoque'.
           03 FILLER PIC X(47) VALUE
               '051 PROGCOB55 Faturamento de pedidos entregues'.
           03 FILLER PIC X(47) VALUE
               '052 PROGCOB56 Contas a receber e aging'.
           03 FILLER PIC X(47) VALUE
               '053 PROGCOB57 Conversao de cotacao em pedido'.
           03 FILLER PIC X(47) VALUE
               '054 PROGCOB58 Previsao de demanda por UF'.
           03 FILLER PIC X(47) VALUE
               '055 PROGCOB59 Modelos de pedido recorrente'.
           03 FILLER PIC X(47) VALUE
               '056 PROGCOB60 Interface com a transportadora'.
           03 FILLER PIC X(47) VALUE
               '057 PROGCOB61 Remessa bancaria de fretes'.
           03 FILLER PIC X(47) VALUE
               '058 PROGCOB62 Entrada de pedido em tela cheia'.
           03 FILLER PIC X(47) VALUE
               '059 PROGCOB63 Expurgo de pedidos encerrados'.
           03 FILLER PIC X(47) VALUE
               '060 PROGCOB64 Plano de contas'.
           03 FILLER PIC X(47) VALUE
               '061 PROGCOB65 Fechamento de periodo contabil'.
           03 FILLER PIC X(47) VALUE
               '062 PROGCOB66 Geracao do lote contabil do dia'.
           03 FILLER PIC X(47) VALUE
               '063 PROGCOB67 Demonstrativo de resultado'.
           03 FILLER PIC X(47) VALUE
               '064 PROGCOB68 Conciliacao bancaria do caixa'.
           03 FILLER PIC X(47) VALUE
               '065 PROGCOB69 Metas de venda por vendedor'.
           03 FILLER PIC X(47) VALUE
               '066 PROGCOB70 Ranking de vendas por produto'.
           03 FILLER PIC X(47) VALUE
               '067 PROGCOB71 Cadastro de turmas'.
           03 FILLER PIC X(47) VALUE
               '068 PROGCOB72 Inscricoes por termo'.
           03 FILLER PIC X(47) VALUE
               '069 PROGCOB73 Grade curricular e formatura'.
           03 FILLER PIC X(47) VALUE
               '070 PROGCOB74 Distribuicao de notas'.
           03 FILLER PIC X(47) VALUE
               '071 PROGCOB75 Prova de recuperacao'.
           03 FILLER PIC X(47) VALUE
               '072 PROGCOB76 Mensalidades escolares'.
           03 FILLER PIC X(47) VALUE
               '073 PROGCOB77 Alerta de meio de termo'.
           03 FILLER PIC X(47) VALUE
               '074 PROGCOB78 Cadastro de responsaveis'.
           03 FILLER PIC X(47) VALUE
               '075 PROGCOB79 Analise de itens da tabuada'.
           03 FILLER PIC X(47) VALUE
               '076 PROGCOB80 Exportacao/anonimizacao de aluno'.
           03 FILLER PIC X(47) VALUE
               '077 PROGCOB81 Lista de compras de material'.
           03 FILLER PIC X(47) VALUE
               '078 PROGCOB82 Plano da rede noturna'.
           03 FILLER PIC X(47) VALUE
               '079 PROGCOB83 Acompanhamento da rede noturna'.
           03 FILLER PIC X(47) VALUE
               '080 PROGCOB84 Fila de alertas do operador'.
           03 FILLER PIC X(47) VALUE
               '081 PROGCOB85 Consulta aos expurgos (.ARC)'.
           03 FILLER PIC X(47) VALUE
               '082 PROGCOB86 Lista de distribuicao'.
           03 FILLER PIC X(47) VALUE
               '083 PROGCOB87 Montagem dos pacotes'.
           03 FILLER PIC X(47) VALUE
               '084 PROGCOB88 Permissoes do menu'.
           03 FILLER PIC X(47) VALUE
               '085 PROGCOB89 Investigacao de seguranca'.
           03 FILLER PIC X(47) VALUE
               '086 PROGCOB90 Cadastro de filiais'.
           03 FILLER PIC X(47) VALUE
               '087 PROGCOB91 Tendencia do painel (30 dias)'.
           03 FILLER PIC X(47) VALUE
               '088 PROGCOB92 Cadastro de fornecedores'.
           03 FILLER PIC X(47) VALUE
               '089 PROGCOB93 Pedidos de compra e recebimento'.
           03 FILLER PIC X(47) VALUE
               '090 PROGCOB94 Notas fornecedor e contas a pagar'.
           03 FILLER PIC X(47) VALUE
               '091 PROGCOB95 Kardex de estoque'.
           03 FILLER PIC X(47) VALUE
               '092 PROGCOB96 Inventario fisico (contagem)'.
           03 FILLER PIC X(47) VALUE
               '093 PROGCOB97 Valorizacao estoque (custo medio)'.
           03 FILLER PIC X(47) VALUE
               '094 PROGCOB98 Pendencias de estoque (backorder)'.
           03 FILLER PIC X(47) VALUE
               '095 PROGCOB99 Transferencias entre filiais'.
           03 FILLER PIC X(47) VALUE
               '096 PROGCOB100 Sugestao de reposicao'.
           03 FILLER PIC X(47) VALUE
               '097 PROGCOB101 Tabela de precos e descontos'.
           03 FILLER PIC X(47) VALUE
               '098 PROGCOB102 Enderecos de entrega e CEP'.
           03 FILLER PIC X(47) VALUE
               '099 PROGCOB103 Importar pedidos do cliente'.
           03 FILLER PIC X(47) VALUE
               '100 PROGCOB104 Validade e expiracao de cotacoes'.
           03 FILLER PIC X(47) VALUE
               '101 PROGCOB105 Monitor de contratos de frete'.
           03 FILLER PIC X(47) VALUE
               '102 PROGCOB106 Extrato mensal do cliente'.
           03 FILLER PIC X(47) VALUE
               '103 PROGCOB107 Regua de cobranca de faturas'.
           03 FILLER PIC X(47) VALUE
               '104 PROGCOB108 Devolucoes de cliente (RMA)'.
           03 FILLER PIC X(47) VALUE
               '105 PROGCOB109 Indicadores de transportadoras'.
           03 FILLER PIC X(47) VALUE
               '106 PROGCOB110 Cadastro e utilizacao da frota'.
           03 FILLER PIC X(47) VALUE
               '107 PROGCOB111 Rentabilidade por cliente'.
           03 FILLER PIC X(47) VALUE
               '108 PROGCOB112 Aliquotas de ICMS por UF'.
           03 FILLER PIC X(47) VALUE
               '109 PROGCOB113 Livro de apuracao de ICMS'.
           03 FILLER PIC X(47) VALUE
               '110 PROGCOB114 Simulacao de tarifa de frete'.
           03 FILLER PIC X(47) VALUE
               '111 PROGCOB115 Notificacoes falha/sem confirm'.
           03 FILLER PIC X(47) VALUE
               '112 PROGCOB116 Ordens de servico da oficina'.
           03 FILLER PIC X(47) VALUE
               '113 PROGCOB117 Conversao do razao p/ centavos'.
           03 FILLER PIC X(47) VALUE
               '114 PROGCOB118 Orcamento anual x realizado'.
           03 FILLER PIC X(47) VALUE
               '115 PROGCOB119 Balanco patrimonial'.
           03 FILLER PIC X(47) VALUE
               '116 PROGCOB120 Encerramento do exercicio'.
           03 FILLER PIC X(47) VALUE
               '117 PROGCOB121 Modelos de lancamento recorrente'.
           03 FILLER PIC X(47) VALUE
               '118 PROGCOB122 Conciliacao subrazao x razao'.
           03 FILLER PIC X(47) VALUE
               '119 PROGCOB123 Projecao de caixa 8 semanas'.
           03 FILLER PIC X(47) VALUE
               '120 PROGCOB124 Fechamento mensal de comissao'.
           03 FILLER PIC X(47) VALUE
               '121 PROGCOB125 Fechamento de caixa da filial'.
           03 FILLER PIC X(47) VALUE
               '122 PROGCOB126 Grade horaria e carga docente'.
           03 FILLER PIC X(47) VALUE
               '123 PROGCOB127 Chamada diaria da turma'.
           03 FILLER PIC X(47) VALUE
               '124 PROGCOB128 Frequencia pela chamada'.
           03 FILLER PIC X(47) VALUE
               '125 PROGCOB129 Historico escolar oficial'.
           03 FILLER PIC X(47) VALUE
               '126 PROGCOB130 Movimentacao do aluno'.
           03 FILLER PIC X(47) VALUE
               '127 PROGCOB131 Promocao e rematricula'.
           03 FILLER PIC X(47) VALUE
               '128 PROGCOB132 Vagas e lista de espera'.
           03 FILLER PIC X(47) VALUE
               '129 PROGCOB133 Boletos de mensalidade'.
           03 FILLER PIC X(47) VALUE
               '130 PROGCOB134 Integridade entre arquivos'.
           03 FILLER PIC X(47) VALUE
               '131 PROGCOB135 Aprovacao de alteracoes'.
           03 FILLER PIC X(47) VALUE
               '132 PROGCOB136 Segregacao de funcoes'.
           03 FILLER PIC X(47) VALUE
               '133 PROGCOB137 Recertificacao de acessos'.
           03 FILLER PIC X(47) VALUE
               '134 PROGCOB138 Extracao mensal para analise'.
       01 WRK-TAB-ROTULOS REDEFINES WRK-TAB-ROTULOS-DADOS.
           03 WRK-ROTULO-ITEM OCCURS 134 TIMES.
               05 WRK-ROTULO-OPCAO PIC 9(03).
               05 WRK-ROTULO-TEXTO PIC X(44).
       77 WRK-QTD-ROTULOS PIC 9(03) VALUE 134.
       77 WRK-ROT-IDX PIC 9(03) VALUE ZEROS.
       01 WRK-DATA-HORA.
           03 WRK-DATA PIC 9(08) VALUE ZEROS.
           03 WRK-HORA PIC 9(06) VALUE ZEROS.
           MOVE WRK-SENHA   TO WRK-P10-SENHA.
           MOVE ZEROS TO WRK-P10-NIVEL.
           CALL 'PROGCOB10-PARM' USING WRK-PARM-PROGCOB10.
           IF NIVEL-CONCEDIDO
               MOVE 'S' TO WRK-APF-ACAO
               MOVE 'MENU' TO WRK-APF-PROGRAMA
               MOVE WRK-P10-USUARIO TO WRK-APF-USUARIO
               MOVE WRK-P10-NIVEL TO WRK-APF-NIVEL
               CALL 'AUTPROF' USING WRK-APF-ACAO WRK-APF-PROGRAMA
                   WRK-APF-USUARIO WRK-APF-NIVEL WRK-APF-MATRICULA
                   WRK-APF-TURMA WRK-APF-TERMO WRK-APF-DISC
                   WRK-APF-RESULT
           END-IF.

      *CARREGA O ARQUIVO DE PERMISSOES (NIVEL X OPCAO). SEM O
      *ARQUIVO, SO O ADM TEM ACESSO AS OPCOES.
                   IF WRK-PRM-QT < WRK-PRM-MAX
                       ADD 1 TO WRK-PRM-QT
                       MOVE PRM-NIVEL TO WRK-PRM-NIVEL (WRK-PRM-QT)
                       IF PRM-OPCAO-FIM = SPACE
                           MOVE PRM-OPCAO-2D TO
                               WRK-PRM-OPCAO (WRK-PRM-QT)
                       ELSE
                           MOVE PRM-OPCAO TO WRK-PRM-OPCAO (WRK-PRM-QT)
                       END-IF
                   END-IF
           END-READ.

           PERFORM 0110-MOSTRAR-ROTULO
               VARYING WRK-ROT-IDX FROM 1 BY 1
               UNTIL WRK-ROT-IDX > WRK-QTD-ROTULOS.
           DISPLAY ' 000 - Sair'.
           DISPLAY '=================================='.
           DISPLAY 'Opcao.. '.
           ACCEPT WRK-OPCAO.
               WHEN 85 CALL 'PROGCOB89'
               WHEN 86 CALL 'PROGCOB90'
               WHEN 87 CALL 'PROGCOB91'
               WHEN 88 CALL 'PROGCOB92'
               WHEN 89 CALL 'PROGCOB93'
               WHEN 90 CALL 'PROGCOB94'
               WHEN 91 CALL 'PROGCOB95'
               WHEN 92 CALL 'PROGCOB96'
               WHEN 93 CALL 'PROGCOB97'
               WHEN 94 CALL 'PROGCOB98'
               WHEN 95 CALL 'PROGCOB99'
               WHEN 96 CALL 'PROGCOB100'
               WHEN 97 CALL 'PROGCOB101'
               WHEN 98 CALL 'PROGCOB102'
               WHEN 99 CALL 'PROGCOB103'
               WHEN 100 CALL 'PROGCOB104'
               WHEN 101 CALL 'PROGCOB105'
               WHEN 102 CALL 'PROGCOB106'
               WHEN 103 CALL 'PROGCOB107'
               WHEN 104 CALL 'PROGCOB108'
               WHEN 105 CALL 'PROGCOB109'
               WHEN 106 CALL 'PROGCOB110'
               WHEN 107 CALL 'PROGCOB111'
               WHEN 108 CALL 'PROGCOB112'
               WHEN 109 CALL 'PROGCOB113'
               WHEN 110 CALL 'PROGCOB114'
               WHEN 111 CALL 'PROGCOB115'
               WHEN 112 CALL 'PROGCOB116'
               WHEN 113 CALL 'PROGCOB117'
               WHEN 114 CALL 'PROGCOB118'
               WHEN 115 CALL 'PROGCOB119'
               WHEN 116 CALL 'PROGCOB120'
               WHEN 117 CALL 'PROGCOB121'
               WHEN 118 CALL 'PROGCOB122'
               WHEN 119 CALL 'PROGCOB123'
               WHEN 120 CALL 'PROGCOB124'
               WHEN 121 CALL 'PROGCOB125'
               WHEN 122 CALL 'PROGCOB126'
               WHEN 123 CALL 'PROGCOB127'
               WHEN 124 CALL 'PROGCOB128'
               WHEN 125 CALL 'PROGCOB129'
               WHEN 126 CALL 'PROGCOB130'
               WHEN 127 CALL 'PROGCOB131'
               WHEN 128 CALL 'PROGCOB132'
               WHEN 129 CALL 'PROGCOB133'
               WHEN 130 CALL 'PROGCOB134'
               WHEN 131 CALL 'PROGCOB135'
               WHEN 132 CALL 'PROGCOB136'
               WHEN 133 CALL 'PROGCOB137'
               WHEN 134 CALL 'PROGCOB138'
           END-EVALUATE.
