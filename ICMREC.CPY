      ********************************************
      *COPYBOOK - ICMREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DO DIARIO DE ICMS (ICMSMOV):
      *UMA LINHA POR PEDIDO FATURADO (PROGCOB55), COM A BASE
      *(MERCADORIA + FRETE, EM REAIS), A ALIQUOTA E O IMPOSTO. E O
      *QUE O LOTE CONTABIL DO DIA (PROGCOB66) LANCA NA ORIGEM ICMS E
      *O QUE O LIVRO DE APURACAO MENSAL POR UF (PROGCOB113) LISTA.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-ICMSMOV.
      *        COPY 'ICMREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-ICMSMOV.
      *DATA DA FATURA (A DO LANCAMENTO NO LOTE CONTABIL).
           03 ICM-DATA       PIC 9(08).
           03 ICM-FATURA     PIC 9(06).
           03 ICM-PEDIDO     PIC 9(08).
           03 ICM-FILIAL     PIC 9(02).
           03 ICM-UF-ORIG    PIC X(02).
           03 ICM-UF-DEST    PIC X(02).
           03 ICM-BASE       PIC 9(08)V99.
           03 ICM-ALIQ       PIC 9(02)V99.
           03 ICM-VALOR      PIC 9(08)V99.
      *S = ALIQUOTA DA TABELA ICMSTAB, P = REGRA DA CASA.
           03 ICM-FONTE      PIC X(01).
