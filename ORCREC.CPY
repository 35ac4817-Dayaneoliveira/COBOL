      ********************************************
      *COPYBOOK - ORCREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO REGISTRO DO ARQUIVO DE ORCAMENTOS DE
      *MATERIAL (ORCAMAT), GRAVADO PELO PROGCOB11, CONSOLIDADO PARA
      *COMPRA PELO PROGCOB81 E DECIDIDO PELO CLIENTE NO PROGCOB116
      *(ORCAMENTO ACEITO VIRA ORDEM DE SERVICO DA OFICINA).
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-ORCAMAT.
      *        COPY 'ORCREC.CPY'.
      *O ORCAMENTO E IDENTIFICADO PELA DATA/HORA EM QUE FOI GRAVADO.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-ORCAMAT.
           03 ORC-DATA-HORA PIC X(14).
           03 ORC-FORMA     PIC X(01).
           03 ORC-AREA      PIC 9(05)V99.
           03 ORC-MATERIAL  PIC X(04).
           03 ORC-PRECO-M2  PIC 9(04)V99.
           03 ORC-CUSTO     PIC 9(08)V99.
      *DECISAO DO CLIENTE: BRANCO = PENDENTE (COMO FICAM OS
      *ORCAMENTOS ANTERIORES AO CAMPO), A = ACEITO, R = RECUSADO.
           03 ORC-SITUACAO  PIC X(01).
               88 ORC-PENDENTE VALUE SPACE.
               88 ORC-ACEITO   VALUE 'A'.
               88 ORC-RECUSADO VALUE 'R'.
      *DATA DA DECISAO E NUMERO DA ORDEM DE SERVICO ABERTA PELO
      *ACEITE (ORDSERV) - ZERO/BRANCO ENQUANTO PENDENTE.
           03 ORC-DATA-DECISAO PIC 9(08).
           03 ORC-OS           PIC 9(06).
