      ********************************************
      *COPYBOOK - ENTREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DO CADASTRO DE ENDERECOS DE
      *ENTREGA (ENDENT), MANTIDO PELO PROGCOB102: VARIOS ENDERECOS
      *POR CODIGO DE CLIENTE DO CLIMEST, NUMERADOS EM ENT-SEQ. A UF
      *E A CLASSE DO DESTINO (CAPITAL/INTERIOR) SAEM DO CEP PELA
      *TABELA DE FAIXAS CEPFAIXA (VEJA CEPREC.CPY E ENTCALC.cob).
      *ENDERECO QUE NAO SERVE MAIS FICA INATIVO EM VEZ DE SER
      *APAGADO - O PEDIDO ANTIGO CONTINUA APONTANDO PARA ELE NAS
      *ETIQUETAS E NA EXPORTACAO PARA A TRANSPORTADORA.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-ENDENT.
      *        COPY 'ENTREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-ENDENT.
           03 ENT-CLICOD     PIC 9(06).
           03 ENT-SEQ        PIC 9(02).
           03 ENT-LOGRADOURO PIC X(40).
           03 ENT-CIDADE     PIC X(25).
           03 ENT-CEP        PIC 9(08).
           03 ENT-UF         PIC X(02).
      *A = ATIVO (PODE SER ESCOLHIDO NO PEDIDO), I = INATIVO.
           03 ENT-SITUACAO   PIC X(01).
