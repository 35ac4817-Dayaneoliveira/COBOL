      ********************************************
      *COPYBOOK - ALTREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DE PEDIDO DE ALTERACAO DE
      *CADASTRO SENSIVEL (ALTPEND), MANTIDO PELO PROGCOB135. AS
      *ALTERACOES QUE MEXEM EM PRECO OU CREDITO NAO SAO MAIS
      *GRAVADAS DIRETO: QUEM ALTERA (SOLICITANTE) ABRE O PEDIDO, E UM
      *SEGUNDO USUARIO, DE NIVEL SUPERVISOR E DIFERENTE DO
      *SOLICITANTE, APROVA (A ALTERACAO E APLICADA NA HORA) OU
      *REJEITA. O ARQUIVO SO CRESCE: PEDIDO REJEITADO OU EXPIRADO
      *FICA GUARDADO COM QUEM DECIDIU, QUANDO E POR QUE.
      *TIPO DO PEDIDO E A CHAVE DO REGISTRO ALTERADO:
      *  L = LIMITE DE CREDITO (CREDLIM, CHAVE = CLIENTE);
      *  T = FATOR DE TARIFA DA TRANSPORTADORA (TRANSPMEST, CHAVE =
      *      CODIGO);
      *  C = PERCENTUAL DE CONTRATO DE FRETE (CONTRATOS, CHAVE =
      *      CLIENTE + UF + INICIO DA VIGENCIA);
      *  D = DESATIVACAO DE CONTA CONTABIL (PLANOCTA, CHAVE = CONTA).
      *ALT-VALOR-ANT E O VALOR NO CADASTRO QUANDO O PEDIDO FOI ABERTO
      *(O APROVADOR VE O ANTES E O DEPOIS); SE O CADASTRO MUDOU ATE A
      *APROVACAO, O PEDIDO E REJEITADO SOZINHO. ALT-NOVO = 'S' QUANDO
      *O PEDIDO CRIA O REGISTRO (CLIENTE SEM LIMITE NO CREDLIM,
      *CONTRATO NOVO - COM FIM DA VIGENCIA E VOLUME).
      *SITUACAO: P = PENDENTE; A = APROVADO E APLICADO; R = REJEITADO
      *(PELO APROVADOR OU POR CADASTRO MUDADO); E = EXPIRADO SEM
      *DECISAO NO PRAZO.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-ALTPEND.
      *        COPY 'ALTREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-ALTPEND.
           03 ALT-NUMERO       PIC 9(06).
           03 ALT-TIPO         PIC X(01).
               88 ALT-LIMITE   VALUE 'L'.
               88 ALT-FATOR    VALUE 'T'.
               88 ALT-CONTRATO VALUE 'C'.
               88 ALT-CONTA    VALUE 'D'.
           03 ALT-CHAVE        PIC X(30).
           03 ALT-CHAVE-CRL REDEFINES ALT-CHAVE.
               05 ALT-CRL-CLIENTE  PIC X(20).
               05 FILLER           PIC X(10).
           03 ALT-CHAVE-TRP REDEFINES ALT-CHAVE.
               05 ALT-TRP-CODIGO   PIC X(03).
               05 FILLER           PIC X(27).
           03 ALT-CHAVE-CTR REDEFINES ALT-CHAVE.
               05 ALT-CTR-CLIENTE  PIC X(20).
               05 ALT-CTR-UF       PIC X(02).
               05 ALT-CTR-INICIO   PIC 9(08).
           03 ALT-CHAVE-PCT REDEFINES ALT-CHAVE.
               05 ALT-PCT-CONTA    PIC X(08).
               05 FILLER           PIC X(22).
           03 ALT-VALOR-ANT    PIC 9(08)V99.
           03 ALT-VALOR-NOVO   PIC 9(08)V99.
           03 ALT-NOVO         PIC X(01).
           03 ALT-CTR-FIM      PIC 9(08).
           03 ALT-CTR-VOLUME   PIC 9(07).
           03 ALT-MOTIVO       PIC X(30).
           03 ALT-SOLICITANTE  PIC X(20).
           03 ALT-DATA-PEDIDO  PIC 9(08).
           03 ALT-SITUACAO     PIC X(01).
               88 ALT-PENDENTE VALUE 'P'.
               88 ALT-APROVADO VALUE 'A'.
               88 ALT-REJEITADO VALUE 'R'.
               88 ALT-EXPIRADO VALUE 'E'.
           03 ALT-APROVADOR    PIC X(20).
           03 ALT-DATA-DECISAO PIC 9(08).
           03 ALT-MOTIVO-DECISAO PIC X(30).
