      ********************************************
      *COPYBOOK - SCXREC.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : LAYOUT DO SALDO CONCILIADO DO CAIXA (SALDOCX), UM
      *REGISTRO SO, REGRAVADO A CADA CONCILIACAO BANCARIA DO
      *PROGCOB68: O SALDO DA CONTA CAIXA NO SALDOS MAIS O QUE SO O
      *BANCO MOVIMENTOU. E O SALDO INICIAL DA PROJECAO DE CAIXA DO
      *PROGCOB123. SALDO SEM SINAL, COM O SINAL AO LADO ('-' =
      *NEGATIVO). SCX-PENDENCIAS SAO OS LANCAMENTOS DO RAZAO AINDA
      *SEM PAR NO BANCO NAQUELA CONCILIACAO.
      *USAR DENTRO DA FILE SECTION, LOGO APOS O FD:
      *    FD  F-SALDOCX.
      *        COPY 'SCXREC.CPY'.
      *DATA = XX/XX/XXX
      ********************************************
       01  REG-SALDOCX.
           03 SCX-DATA       PIC 9(08).
           03 SCX-CONTA      PIC X(08).
           03 SCX-SALDO      PIC 9(11)V99.
           03 SCX-SINAL      PIC X(01).
           03 SCX-PENDENCIAS PIC 9(04).
