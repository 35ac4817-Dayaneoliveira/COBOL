      ********************************************
      *COPYBOOK - CSNREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DA FOTO DA ULTIMA CONCILIACAO QUE BATEU
      *(CONCSNAP), GRAVADA PELA CONCILIACAO SUBRAZAO X RAZAO
      *(PROGCOB122). POR SUBRAZAO (FCLI = FATURAS DE CLIENTE,
      *MENS = MENSALIDADES, FPAG = PAGAMENTO DE TRANSPORTADORAS):
      *  TIPO C = CONTROLE: DATA DA CONCILIACAO, TOTAL DO SUBRAZAO
      *           E SALDO DA CONTA DE CONTROLE NAQUELE DIA;
      *  TIPO I = ITEM EM ABERTO NAQUELE DIA E O SALDO DELE.
      *QUANDO A CONCILIACAO NAO BATE, OS ITENS QUE MUDARAM DESDE A
      *FOTO (NOVOS, ALTERADOS E BAIXADOS) SAO OS QUE EXPLICAM A
      *DIFERENCA. SALDOS SEM SINAL, COM O SINAL AO LADO ('-' =
      *NEGATIVO, NA NATUREZA DA CONTA DE CONTROLE).
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-CONCSNAP.
      *        COPY 'CSNREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-CONCSNAP.
           03 CSN-RAZAO     PIC X(04).
           03 CSN-TIPO      PIC X(01).
               88 CSN-CONTROLE VALUE 'C'.
               88 CSN-ITEM     VALUE 'I'.
           03 CSN-CHAVE     PIC X(22).
           03 CSN-DATA      PIC 9(08).
           03 CSN-SALDO     PIC 9(11)V99.
           03 CSN-SINAL     PIC X(01).
           03 CSN-SALDO-CTB PIC 9(11)V99.
           03 CSN-SINAL-CTB PIC X(01).
