      ********************************************
      *COPYBOOK - OVRREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DE ALTERACAO MANUAL DE PRECO
      *(PRCOVR). O PROGCOB09 GRAVA UMA LINHA POR ITEM CUJO VALOR FOI
      *DIGITADO DIFERENTE DO VALOR DE TABELA (PRECO VIGENTE X
      *QUANTIDADE, MENOS O DESCONTO DO CLIENTE), COM O OPERADOR QUE
      *ALTEROU; O PEDIDO FICA MARCADO EM PMS-PRECO-MANUAL E O
      *PROGCOB101 RELATA AS ALTERACOES DO PERIODO. A ALTERACAO DE
      *PEDIDO DO PROGCOB48 TAMBEM GRAVA AQUI QUANDO MUDA O VALOR -
      *NESSE CASO O VALOR DE REFERENCIA (OVR-VALOR-TAB) E O VALOR
      *ANTERIOR DO PEDIDO E A QUANTIDADE FICA ZERADA.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-PRCOVR.
      *        COPY 'OVRREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-PRCOVR.
           03 OVR-DATA      PIC 9(08).
           03 OVR-HORA      PIC 9(06).
           03 OVR-NUMERO    PIC 9(08).
           03 OVR-CLICOD    PIC 9(06).
           03 OVR-PRODUTO   PIC X(20).
           03 OVR-QTD       PIC 9(05).
           03 OVR-VALOR-TAB PIC 9(06)V99.
           03 OVR-VALOR-DIG PIC 9(06)V99.
           03 OVR-OPERADOR  PIC X(20).
      *PROGRAMA POR ONDE O PEDIDO ENTROU (PROGCOB09 NO CONSOLE E NO
      *LOTE, OU O CHAMADOR DA ENTRADA -PARM).
           03 OVR-ORIGEM    PIC X(10).
