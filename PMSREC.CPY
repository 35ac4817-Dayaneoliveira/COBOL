      *NUMERO UNICO DO PEDIDO (VEJA NUMCTL) - CHAVE DO ARQUIVO.
           03 PMS-NUMERO     PIC 9(08).
      *SITUACAO DO PEDIDO NO CICLO DE VIDA (MANTIDA PELO PROGCOB28):
      *Q=COTADO C=CONFIRMADO E=EMBARCADO D=ENTREGUE X=CANCELADO
      *V=VENCIDO (COTACAO EXPIRADA SEM CONFIRMACAO, PROGCOB104).
           03 PMS-SITUACAO   PIC X(01).
           03 PMS-MOTIVO-CANC PIC X(02).
      *FONTE DO PERCENTUAL DE FRETE (T=TABELA DE UF, C=CONTRATO).
           03 PMS-FATURA     PIC 9(06).
      *ORIGEM DO PEDIDO: M = DIGITADO PELA MESA (PROGCOB09),
      *T = GERADO DE MODELO DE PEDIDO RECORRENTE (PROGCOB59) - A
      *MESA REVISA OS T EM VEZ DE REDIGITAR; I = IMPORTADO DO
      *ARQUIVO DE PEDIDOS DO CLIENTE (PROGCOB103).
           03 PMS-ORIGEM     PIC X(01).
      *SUPERVISOR QUE APROVOU O CANCELAMENTO DE PEDIDO DE ALTO
      *VALOR (PROGCOB28, VALIDADO PELO PROGCOB10) - ESPACOS NOS
      *FILIAL QUE TOMOU O PEDIDO (CODIGO DO FILMEST, PROGCOB90) -
      *01 (MATRIZ) NOS PEDIDOS ANTERIORES AO SEGUNDO DEPOSITO.
           03 PMS-FILIAL     PIC 9(02).
      *VALOR DIGITADO DIFERENTE DO VALOR DE TABELA (PRECOTAB MENOS O
      *DESCONTO DO CLIENTE) EM ALGUM ITEM: S = ALTERACAO MANUAL
      *(DETALHE E OPERADOR NO PRCOVR, RELATADOS PELO PROGCOB101);
      *N OU ESPACO = VALOR DE TABELA OU PRODUTO SEM PRECO VIGENTE.
           03 PMS-PRECO-MANUAL PIC X(01).
      *ENDERECO DE ENTREGA ESCOLHIDO NO PEDIDO (SEQ DO ENDENT DO
      *CLIENTE, PROGCOB102) E O CEP DELE NA HORA DO PEDIDO - ZEROS
      *NOS PEDIDOS ANTERIORES AO CADASTRO DE ENDERECOS E NOS
      *CLIENTES SEM ENDERECO CADASTRADO (SO A UF VALE).
           03 PMS-END-SEQ    PIC 9(02).
           03 PMS-CEP        PIC 9(08).
      *TRANSPORTADORA RECOMENDADA PELA NOTA DO PROGCOB09 (PRECO,
      *PONTUALIDADE E AVARIA, VEJA TRPPESO/TRPINDIC) E O MOTIVO
      *DIGITADO QUANDO A MESA ESCOLHEU OUTRA - ESPACOS NOS PEDIDOS
      *ANTERIORES A RECOMENDACAO E QUANDO A ESCOLHIDA E A
      *RECOMENDADA.
           03 PMS-TRANSP-RECOM  PIC X(03).
           03 PMS-MOTIVO-TRANSP PIC X(30).
      *ICMS DO PEDIDO (SUB-ROTINA ICMSCALC): ALIQUOTA DO PAR UF DA
      *FILIAL X UF DO PEDIDO E IMPOSTO SOBRE MERCADORIA + FRETE, EM
      *REAIS. ESTIMADO NA COTACAO (PROGCOB09) E RECALCULADO NO
      *FATURAMENTO (PROGCOB55), QUE E O QUE VALE PARA A APURACAO -
      *ZEROS NOS PEDIDOS ANTERIORES AO CALCULO DO IMPOSTO. O ICMS JA
      *ESTA NO PRECO, SO E DESTACADO.
           03 PMS-ICMS-ALIQ  PIC 9(02)V99.
           03 PMS-ICMS-VALOR PIC 9(08)V99.
