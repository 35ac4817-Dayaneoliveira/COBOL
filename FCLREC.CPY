      ********************************************
      *COPYBOOK - FCLREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DAS FATURAS DE CLIENTE
      *(FATCLI), AGORA NUM COPYBOOK SO, COMO O PMSREC.CPY DO
      *PEDMESTRE. GRAVADO PELO FATURAMENTO (PROGCOB55) E BAIXADO
      *PELA COBRANCA (PROGCOB56) E PELA DEVOLUCAO (PROGCOB108).
      *FCL-VALOR E FCL-PAGO SAO SEMPRE EM REAIS: NA FATURA EM MOEDA
      *ESTRANGEIRA, SAO O VALOR CONTABIL PELA TAXA DO DIA DA EMISSAO
      *(FCL-TAXA-EMISSAO) - E POR ELES QUE O AGING, O CREDITO DO
      *PROGCOB09, A REGUA DE COBRANCA E OS RELATORIOS CONTINUAM A
      *LER O SALDO. O VALOR E O PAGO NA MOEDA DA FATURA FICAM EM
      *FCL-VALOR-ME/FCL-PAGO-ME; A DIFERENCA ENTRE A TAXA DA
      *EMISSAO E A DO PAGAMENTO VAI PARA O DIARIO VARCAMB (VEJA
      *VCBREC.CPY). FATURA ANTIGA (ANTERIOR AOS CAMPOS DE MOEDA)
      *VEM COM A MOEDA EM BRANCO E E TRATADA COMO REAL.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-FATCLI.
      *        COPY 'FCLREC.CPY'.
      *O ARQUIVO DE TRABALHO DA REGRAVACAO (FATCLIN) TEM O MESMO
      *TAMANHO DESTE REGISTRO: PIC X(109).
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-FATCLI.
           03 FCL-NUMERO     PIC 9(06).
           03 FCL-CLICOD     PIC 9(06).
           03 FCL-CLIENTE    PIC X(20).
           03 FCL-DATA       PIC 9(08).
           03 FCL-VENCIMENTO PIC 9(08).
           03 FCL-VALOR      PIC 9(08)V99.
           03 FCL-PAGO       PIC 9(08)V99.
           03 FCL-SITUACAO   PIC X(01).
      *MOEDA DA FATURA (A MOEDA ORIGINAL DOS PEDIDOS, PMS-MOEDA).
           03 FCL-MOEDA      PIC X(03).
               88 FCL-MOEDA-REAL VALUE 'BRL' SPACES.
      *VALOR E TOTAL PAGO NA MOEDA DA FATURA. SO VALEM NA FATURA EM
      *MOEDA ESTRANGEIRA; NA FATURA EM REAIS NAO SAO USADOS.
           03 FCL-VALOR-ME   PIC 9(08)V99.
           03 FCL-PAGO-ME    PIC 9(08)V99.
      *REAIS POR UNIDADE DA MOEDA NO DIA DA EMISSAO (TAXACAMB).
           03 FCL-TAXA-EMISSAO PIC 9(03)V9999.
      *ICMS DESTACADO NA FATURA, EM REAIS: SOMA DO IMPOSTO DOS
      *PEDIDOS DELA (DETALHE NO DIARIO ICMSMOV, VEJA ICMREC.CPY). JA
      *ESTA DENTRO DO FCL-VALOR - NAO SE SOMA AO TOTAL. ZEROS NAS
      *FATURAS ANTERIORES AO CALCULO DO IMPOSTO.
           03 FCL-ICMS       PIC 9(08)V99.
