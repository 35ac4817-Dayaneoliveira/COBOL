      *FILIAL DO CAIXA QUE VENDEU (CODIGO DO FILMEST) - ZEROS OU
      *BRANCO NOS LOTES ANTERIORES AO SEGUNDO DEPOSITO (= MATRIZ).
           03 VND-FILIAL   PIC 9(02).
      *FORMA DE PAGAMENTO (VEJA FPGTAB.CPY) - BRANCO NOS LOTES
      *ANTERIORES A ELA (= DINHEIRO).
           03 VND-FORMA    PIC X(01).
               88 VND-FORMA-VALIDA VALUES SPACE 'B' 'C' 'D' 'P'.

       FD  F-HISTVEND.
       01  REG-HISTVEND.
      *FILIAL DO TOTAL TIPO F (TOTAL DO LOTE POR FILIAL) - ZEROS
      *NOS REGISTROS T E V.
           03 HV-FILIAL PIC 9(02).
      *FORMA DE PAGAMENTO DO TOTAL TIPO P (VEJA FPGTAB.CPY) - BRANCO
      *NOS DEMAIS.
           03 HV-FORMA  PIC X(01).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-VENDAS   PIC X(02) VALUE '00'.
      *VALOR NAO NUMERICO FICA FORA DA RECONTAGEM - O PROGCOB15
      *DESVIA ESSE REGISTRO PARA O VENDREJ E ELE NAO ENTRA NOS
      *TOTAIS DO LOTE; RECONTA-LO AQUI ACUSARIA DIVERGENCIA FALSA.
      *O MESMO VALE PARA A FORMA DE PAGAMENTO DESCONHECIDA.
                   IF VND-VALOR IS NUMERIC AND VND-VALOR > 0
                       AND VND-FORMA-VALIDA
      *DEVOLUCAO (TIPO D) SAI DO LIQUIDO, COMO NO PROGCOB15 - A
      *CONCILIACAO RECALCULA PELAS MESMAS REGRAS DO LOTE.
                       IF VND-TIPO = 'D'
