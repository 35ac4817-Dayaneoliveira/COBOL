      ********************************************
      *COPYBOOK - RMAREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DAS AUTORIZACOES DE DEVOLUCAO
      *DE CLIENTE (RMA), UMA LINHA POR AUTORIZACAO, NUMERADAS NA
      *SERIE PROPRIA RMANUMCTL E PRESAS A UM PEDIDO ENTREGUE (D) DO
      *PEDMESTRE. CICLO PROPRIO MANTIDO PELO PROGCOB108:
      *A=AUTORIZADA R=RECEBIDA NO DEPOSITO I=INSPECIONADA (ITENS EM
      *BOM ESTADO DE VOLTA AO ESTOQUE E NOTA DE CREDITO EMITIDA).
      *ATE CINCO ITENS (PRODUTO E QUANTIDADE) POR AUTORIZACAO.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-RMA.
      *        COPY 'RMAREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-RMA.
           03 RMA-NUMERO     PIC 9(06).
           03 RMA-PEDIDO     PIC 9(08).
           03 RMA-CLICOD     PIC 9(06).
           03 RMA-CLIENTE    PIC X(20).
      *E = PRODUTO ERRADO, A = AVARIADO, R = RECUSADO PELO CLIENTE.
           03 RMA-MOTIVO     PIC X(01).
               88 RMA-MOTIVO-ERRADO   VALUE 'E'.
               88 RMA-MOTIVO-AVARIADO VALUE 'A'.
               88 RMA-MOTIVO-RECUSADO VALUE 'R'.
           03 RMA-SITUACAO   PIC X(01).
               88 RMA-AUTORIZADA   VALUE 'A'.
               88 RMA-RECEBIDA     VALUE 'R'.
               88 RMA-INSPECIONADA VALUE 'I'.
           03 RMA-DATA-AUT   PIC 9(08).
           03 RMA-DATA-REC   PIC 9(08).
           03 RMA-DATA-INSP  PIC 9(08).
           03 RMA-QT-ITENS   PIC 9(01).
      *QUANTIDADE DEVOLVIDA, QUANTIDADE APROVADA NA INSPECAO (A QUE
      *VOLTA AO ESTOQUE) E VALOR A CREDITAR DO ITEM.
           03 RMA-ITEM OCCURS 5 TIMES.
               05 RMA-PRODUTO  PIC X(20).
               05 RMA-QTD      PIC 9(04).
               05 RMA-QTD-BOA  PIC 9(04).
               05 RMA-VALOR    PIC 9(08)V99.
           03 RMA-VALOR-TOTAL PIC 9(08)V99.
      *NOTA DE CREDITO EMITIDA NA INSPECAO (NOTACRED) E O VALOR
      *DELA - A NOTA NAO PASSA DO SALDO DA FATURA; O QUE SOBRAR
      *(OU TUDO, SEM FATURA EM ABERTO) FICA PARA O FINANCEIRO.
           03 RMA-FATURA     PIC 9(06).
           03 RMA-NOTA       PIC 9(06).
           03 RMA-VALOR-NOTA PIC 9(08)V99.
      *SUPERVISOR QUE APROVOU A DEVOLUCAO ACIMA DO LIMITE (BRANCO =
      *DENTRO DO LIMITE) E OPERADOR DA ULTIMA MUDANCA DE SITUACAO.
           03 RMA-APROVADOR  PIC X(20).
           03 RMA-OPERADOR   PIC X(20).
