      ********************************************
      *COPYBOOK - ENCREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DO DIARIO DE ENCARGOS DE ATRASO
      *(ENCARGOS): MULTA E JUROS COBRADOS NA BAIXA DE UM PAGAMENTO
      *FEITO DEPOIS DO VENCIMENTO. GRAVADO PELA BAIXA DAS FATURAS DE
      *CLIENTE (PROGCOB56, APLICACAO FATCLI) E DAS MENSALIDADES
      *(PROGCOB76, APLICACAO MENSAL); LIDO PELO LOTE CONTABIL DO DIA
      *(PROGCOB66), QUE LANCA O TOTAL NA ORIGEM ENCARGOS - CONTA DE
      *RECEITA PROPRIA, SEPARADA DA RECEITA DA VENDA/MENSALIDADE.
      *O PRINCIPAL BAIXADO CONTINUA NO FCL-PAGO/MEN-PAGO; O ENCARGO
      *NAO ENTRA NO SALDO DO TITULO.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-ENCARGOS.
      *        COPY 'ENCREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-ENCARGO.
      *DATA DO PAGAMENTO (A DO LANCAMENTO NO LOTE CONTABIL).
           03 ENC-DATA       PIC 9(08).
      *FATCLI = FATURA DE CLIENTE, MENSAL = MENSALIDADE ESCOLAR.
           03 ENC-APLICACAO  PIC X(08).
      *NUMERO DA FATURA, OU MATRICULA + MES (AAAAMM) DA MENSALIDADE.
           03 ENC-DOCUMENTO  PIC X(16).
           03 ENC-VENCIMENTO PIC 9(08).
           03 ENC-DIAS       PIC 9(04).
           03 ENC-PRINCIPAL  PIC 9(08)V99.
           03 ENC-MULTA      PIC 9(08)V99.
           03 ENC-JUROS      PIC 9(08)V99.
