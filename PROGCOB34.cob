      *FILIAL DO TOTAL TIPO F (TOTAL DO LOTE POR FILIAL) - ZEROS
      *NOS REGISTROS T E V.
           03 HV-FILIAL PIC 9(02).
      *FORMA DE PAGAMENTO DO TOTAL TIPO P (VEJA FPGTAB.CPY) - BRANCO
      *NOS DEMAIS.
           03 HV-FORMA  PIC X(01).

       FD  F-COTACOES.
       01  REG-COTACAO.
