      ********************************************
      *COPYBOOK - PRCREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DA TABELA DE PRECOS (PRECOTAB),
      *MANTIDA PELO PROGCOB101: PRECO UNITARIO DO PRODUTO DO
      *PRODMEST, EM REAL, COM VIGENCIA. O PRODUTO PODE TER VARIAS
      *LINHAS; NA DATA DO PEDIDO VALE A LINHA VIGENTE DE INICIO
      *MAIS RECENTE (UM PRECO NOVO SEM FIM SUBSTITUI O ANTERIOR A
      *PARTIR DO SEU INICIO, SEM PRECISAR FECHAR O VELHO).
      *FIM DA VIGENCIA ZERADO = SEM FIM.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-PRECOTAB.
      *        COPY 'PRCREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-PRECOTAB.
           03 PRC-PRODUTO  PIC X(20).
           03 PRC-VIG-INI  PIC 9(08).
           03 PRC-VIG-FIM  PIC 9(08).
           03 PRC-PRECO    PIC 9(06)V99.
