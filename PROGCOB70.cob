      *FILIAL DO CAIXA QUE VENDEU (CODIGO DO FILMEST) - ZEROS OU
      *BRANCO NOS LOTES ANTERIORES AO SEGUNDO DEPOSITO (= MATRIZ).
           03 VND-FILIAL   PIC 9(02).
      *FORMA DE PAGAMENTO (VEJA FPGTAB.CPY) - BRANCO NOS LOTES
      *ANTERIORES A ELA (= DINHEIRO).
           03 VND-FORMA    PIC X(01).

       FD  F-VENDORD.
       01  REG-VENDORD.
