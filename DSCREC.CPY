      ********************************************
      *COPYBOOK - DSCREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DAS FAIXAS DE DESCONTO POR
      *CLIENTE (DESCCLI), MANTIDAS PELO PROGCOB101. CADA LINHA E UMA
      *FAIXA DO CLIENTE DO CLIMEST: A PARTIR DA QUANTIDADE MINIMA DO
      *ITEM, O PERCENTUAL DE DESCONTO SOBRE O PRECO DE TABELA, COM
      *VIGENCIA. NO ITEM VALE A FAIXA VIGENTE DE MAIOR QUANTIDADE
      *MINIMA ATINGIDA. FIM DA VIGENCIA ZERADO = SEM FIM.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-DESCCLI.
      *        COPY 'DSCREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-DESCCLI.
           03 DSC-CLICOD   PIC 9(06).
           03 DSC-QTD-MIN  PIC 9(05).
           03 DSC-PERC     PIC 9(02)V99.
           03 DSC-VIG-INI  PIC 9(08).
           03 DSC-VIG-FIM  PIC 9(08).
