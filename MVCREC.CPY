      ********************************************
      *COPYBOOK - MVCREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DO DIARIO DE MOVIMENTOS DAS
      *FATURAS DE CLIENTE (MOVCLI). O FATCLI SO GUARDA O TOTAL PAGO
      *DA FATURA (FCL-PAGO), SEM DATA; CADA BAIXA QUE MEXE NO SALDO
      *DA FATURA GRAVA AQUI UMA LINHA DATADA, PARA O EXTRATO MENSAL
      *DO CLIENTE (PROGCOB106) MOSTRAR O QUE ENTROU NO MES.
      *GRAVADO PELA BAIXA DE PAGAMENTO DO PROGCOB56 (MODO P, TIPO P)
      *E PELA NOTA DE CREDITO DO PROGCOB56 (MODO N, TIPO C, VEJA
      *NCRREC.CPY) OU DA DEVOLUCAO DO PROGCOB108 (TIPO C) - TODAS
      *SOMAM NO FCL-PAGO DA FATURA.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-MOVCLI.
      *        COPY 'MVCREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-MOVCLI.
           03 MVC-CLICOD    PIC 9(06).
           03 MVC-FATURA    PIC 9(06).
           03 MVC-DATA      PIC 9(08).
      *P = PAGAMENTO RECEBIDO, C = CREDITO CONCEDIDO AO CLIENTE.
           03 MVC-TIPO      PIC X(01).
           03 MVC-VALOR     PIC 9(08)V99.
      *NUMERO DA NOTA DE CREDITO (ZEROS NO PAGAMENTO).
           03 MVC-DOCUMENTO PIC 9(06).
