      ********************************************
      *COPYBOOK - CEPREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DA TABELA DE FAIXAS DE CEP
      *(CEPFAIXA), MANTIDA PELO PROGCOB102: CADA FAIXA DA A UF E A
      *CLASSE DO DESTINO (C = CAPITAL, I = INTERIOR) DOS CEPS ENTRE
      *O INICIO E O FIM. AS FAIXAS PODEM SE SOBREPOR - A FAIXA DA
      *CAPITAL FICA DENTRO DA FAIXA DO ESTADO - E VALE A MAIS
      *ESTREITA QUE CONTEM O CEP.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-CEPFAIXA.
      *        COPY 'CEPREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-CEPFAIXA.
           03 CEP-INI       PIC 9(08).
           03 CEP-FIM       PIC 9(08).
           03 CEP-UF        PIC X(02).
           03 CEP-CLASSE    PIC X(01).
           03 CEP-DESCRICAO PIC X(20).
