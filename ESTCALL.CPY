      *SUB-ROTINA ESTOQMOV (SALDO DE ESTOQUE POR PRODUTO DO
      *PRODMEST, ARQUIVO ESTOQUE).
      *ACAO: C = CONSULTAR O SALDO, E = ENTRADA (SOMA A QUANTIDADE),
      *B = BAIXA (SUBTRAI A QUANTIDADE), S/F = SOBRA/FALTA DE
      *INVENTARIO (AJUSTE DA CONTAGEM FISICA, SOMA/SUBTRAI).
      *T/R = SAIDA PARA TRANSITO / RECEBIMENTO DE TRANSITO DA
      *TRANSFERENCIA ENTRE FILIAIS (PROGCOB99, SUBTRAI/SOMA).
      *RESULTADO: S = PRODUTO TEM LINHA DE ESTOQUE (SALDO VALIDO),
      *N = PRODUTO SEM CONTROLE DE ESTOQUE (SALDO NAO SE APLICA).
      *ORIGEM (PROGRAMA), REFERENCIA (PEDIDO, ROMANEIO, RECEBIMENTO)
      *E OPERADOR VAO PARA O ARQUIVO DE MOVIMENTOS ESTMOVTO EM TODA
      *ENTRADA, BAIXA E AJUSTE (KARDEX DO PROGCOB95).
      *CUSTO: NA ENTRADA, O CUSTO UNITARIO DA MERCADORIA RECEBIDA
      *(ZERO = DESCONHECIDO, O CUSTO MEDIO FICA COMO ESTA); NA VOLTA,
      *O CUSTO MEDIO PONDERADO DO PRODUTO DEPOIS DA ACAO.
      *FILIAL: O SALDO E POR PRODUTO E FILIAL - A FILIAL DO
      *MOVIMENTO (A DO PEDIDO NAS VENDAS); ZERO = MATRIZ (01).
      *DATA = XX/XX/XXX
      ********************************************
       77 WRK-EST-PRODUTO PIC X(20) VALUE SPACES.
       77 WRK-EST-RESULT  PIC X(01) VALUE 'N'.
           88 EST-CONTROLADO     VALUE 'S'.
           88 EST-SEM-CONTROLE   VALUE 'N'.
       77 WRK-EST-ORIGEM   PIC X(10) VALUE SPACES.
       77 WRK-EST-REF      PIC X(12) VALUE SPACES.
       77 WRK-EST-OPERADOR PIC X(20) VALUE SPACES.
       77 WRK-EST-CUSTO    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-EST-FILIAL   PIC 9(02) VALUE 01.
