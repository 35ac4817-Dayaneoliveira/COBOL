      ********************************************
      *COPYBOOK - BKOREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DA FILA DE PENDENCIAS POR FALTA
      *DE ESTOQUE (BACKORD). O PROGCOB28 ENFILEIRA O PEDIDO COTADO
      *CUJA CONFIRMACAO FOI BLOQUEADA PELO SALDO; A ENTRADA DE
      *MERCADORIA DO PROGCOB54 ATENDE A FILA DO PRODUTO NA ORDEM DA
      *DATA PROMETIDA E CONFIRMA O PEDIDO; O PROGCOB98 RELATA A FILA
      *COM A IDADE DE CADA PEDIDO E AS DATAS PROMETIDAS EM RISCO.
      *SITUACAO: A = AGUARDANDO ESTOQUE, C = ATENDIDA (PEDIDO
      *CONFIRMADO PELA FILA), X = RETIRADA (O PEDIDO JA NAO ESTAVA
      *COTADO NA HORA DE ATENDER - CANCELADO OU CONFIRMADO NA MAO).
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-BACKORD.
      *        COPY 'BKOREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-BACKORD.
           03 BKO-NUMERO         PIC 9(08).
           03 BKO-PRODUTO        PIC X(20).
           03 BKO-CLIENTE        PIC X(20).
           03 BKO-DATA-PROMETIDA PIC 9(08).
      *DATA EM QUE O PEDIDO ENTROU NA FILA (BASE DA IDADE).
           03 BKO-DATA-FILA      PIC 9(08).
           03 BKO-SITUACAO       PIC X(01).
               88 BKO-AGUARDANDO VALUE 'A'.
               88 BKO-ATENDIDA   VALUE 'C'.
               88 BKO-RETIRADA   VALUE 'X'.
      *DATA DO ATENDIMENTO OU DA RETIRADA - ZEROS NA FILA.
           03 BKO-DATA-BAIXA     PIC 9(08).
      *OPERADOR QUE TENTOU A CONFIRMACAO BLOQUEADA.
           03 BKO-OPERADOR       PIC X(20).
      *FILIAL DO PEDIDO (O SALDO QUE ATENDE E O DESSA FILIAL) -
      *LINHA ANTERIOR AO SEGUNDO DEPOSITO, SEM FILIAL, E DA MATRIZ.
           03 BKO-FILIAL         PIC 9(02).
