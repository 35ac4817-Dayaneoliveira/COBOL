      ********************************************
      *COPYBOOK - TRFREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DE TRANSFERENCIA DE ESTOQUE
      *ENTRE FILIAIS (TRANSF). O PROGCOB99 GRAVA A ORDEM NO ENVIO
      *(BAIXA 'T' NO SALDO DA ORIGEM, PELO ESTOQMOV) E A FECHA NO
      *RECEBIMENTO (ENTRADA 'R' NO SALDO DO DESTINO). ENTRE OS DOIS
      *A MERCADORIA ESTA EM TRANSITO: NAO ESTA EM NENHUM SALDO, MAS
      *CONTINUA SENDO DA EMPRESA - O PROGCOB97 SOMA O VALOR EM
      *TRANSITO NA VALORIZACAO DO ESTOQUE.
      *SITUACAO: T = EM TRANSITO, R = RECEBIDA NO DESTINO.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-TRANSF.
      *        COPY 'TRFREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-TRANSF.
           03 TRF-NUMERO       PIC 9(06).
           03 TRF-PRODUTO      PIC X(20).
           03 TRF-QTD          PIC 9(06).
           03 TRF-ORIGEM       PIC 9(02).
           03 TRF-DESTINO      PIC 9(02).
      *CUSTO MEDIO DA ORIGEM NO ENVIO - E O CUSTO QUE ENTRA NO
      *CUSTO MEDIO DO DESTINO NO RECEBIMENTO.
           03 TRF-CUSTO        PIC 9(06)V99.
           03 TRF-SITUACAO     PIC X(01).
               88 TRF-EM-TRANSITO VALUE 'T'.
               88 TRF-RECEBIDA    VALUE 'R'.
           03 TRF-DATA-ENVIO   PIC 9(08).
      *DATA DO RECEBIMENTO - ZEROS ENQUANTO EM TRANSITO.
           03 TRF-DATA-RECEB   PIC 9(08).
           03 TRF-OPER-ENVIO   PIC X(20).
           03 TRF-OPER-RECEB   PIC X(20).
