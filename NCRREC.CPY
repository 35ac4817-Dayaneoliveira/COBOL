      ********************************************
      *COPYBOOK - NCRREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DAS NOTAS DE CREDITO SOBRE
      *FATURAS DE CLIENTE (NOTACRED), UMA LINHA POR NOTA, NUMERADAS
      *NA SERIE PROPRIA NCRNUMCTL. GRAVADO PELA OPCAO N DO PROGCOB56
      *E PELA INSPECAO DE DEVOLUCAO DO PROGCOB108 (OS DOIS ABATEM O
      *VALOR NO FCL-PAGO DA FATURA E GRAVAM O MOVIMENTO C NO
      *MOVCLI); LIDO PELO LOTE CONTABIL DO DIA (PROGCOB66), QUE
      *ESTORNA A RECEITA: MOTIVO F NA ORIGEM NCFRETE, DEMAIS NA
      *ORIGEM NCVENDA.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-NOTACRED.
      *        COPY 'NCRREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-NOTACRED.
           03 NCR-NUMERO     PIC 9(06).
           03 NCR-FATURA     PIC 9(06).
           03 NCR-CLICOD     PIC 9(06).
           03 NCR-DATA       PIC 9(08).
      *F = FRETE COBRADO A MAIOR, A = AVARIA (OCORRENCIA DO
      *PROGCOB52), G = CORTESIA COMERCIAL, D = DEVOLUCAO DE
      *MERCADORIA (RMA DO PROGCOB108, AUTOMATICA).
           03 NCR-MOTIVO     PIC X(01).
               88 NCR-MOTIVO-FRETE    VALUE 'F'.
               88 NCR-MOTIVO-AVARIA   VALUE 'A'.
               88 NCR-MOTIVO-CORTESIA VALUE 'G'.
               88 NCR-MOTIVO-DEVOLUCAO VALUE 'D'.
      *OCORRENCIA DA AVARIA (PEDIDO E SEQUENCIA NO OCORRENCIAS) -
      *ZEROS NOS OUTROS MOTIVOS.
           03 NCR-OCO-PEDIDO PIC 9(08).
           03 NCR-OCO-SEQ    PIC 9(02).
           03 NCR-VALOR      PIC 9(08)V99.
      *SUPERVISOR QUE APROVOU A NOTA ACIMA DO LIMITE (BRANCO = NOTA
      *DENTRO DO LIMITE, SEM APROVACAO).
           03 NCR-APROVADOR  PIC X(20).
