      ********************************************
      *COPYBOOK - VCBREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DO DIARIO DE VARIACAO CAMBIAL
      *(VARCAMB): UMA LINHA POR BAIXA DE FATURA EM MOEDA
      *ESTRANGEIRA (PROGCOB56). O PAGAMENTO ENTRA NA MOEDA DA
      *FATURA E E CONVERTIDO PELA TAXA DO DIA DO PAGAMENTO
      *(TAXACAMB); A FATURA SO BAIXA O VALOR CONTABIL, PELA TAXA DA
      *EMISSAO. A DIFERENCA ENTRE OS DOIS E O GANHO (G) OU A PERDA
      *(P) CAMBIAL, QUE O LOTE CONTABIL DO DIA (PROGCOB66) LANCA NAS
      *ORIGENS VCGANHO E VCPERDA.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-VARCAMB.
      *        COPY 'VCBREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-VARCAMB.
      *DATA DO PAGAMENTO (A DO LANCAMENTO NO LOTE CONTABIL).
           03 VCB-DATA        PIC 9(08).
           03 VCB-FATURA      PIC 9(06).
           03 VCB-CLICOD      PIC 9(06).
           03 VCB-MOEDA       PIC X(03).
      *VALOR PAGO NA MOEDA DA FATURA.
           03 VCB-VALOR-ME    PIC 9(08)V99.
           03 VCB-TAXA-EMISSAO PIC 9(03)V9999.
           03 VCB-TAXA-PAGTO  PIC 9(03)V9999.
      *REAIS BAIXADOS DA FATURA (TAXA DA EMISSAO) E REAIS RECEBIDOS
      *(TAXA DO PAGAMENTO).
           03 VCB-VALOR-BAIXA PIC 9(08)V99.
           03 VCB-VALOR-REAIS PIC 9(08)V99.
      *G = GANHO CAMBIAL, P = PERDA CAMBIAL.
           03 VCB-TIPO        PIC X(01).
               88 VCB-GANHO VALUE 'G'.
               88 VCB-PERDA VALUE 'P'.
           03 VCB-VARIACAO    PIC 9(08)V99.
