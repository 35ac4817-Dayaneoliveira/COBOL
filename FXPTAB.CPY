      ********************************************
      *COPYBOOK - FXPTAB.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : TABELA MESTRE DAS FAIXAS DE FRETE POR PESO, QUE
      *SOMAM AO FRETE PROPORCIONAL DA UF (UFTAB.CPY) - UM PRODUTO
      *PESADO E BARATO NAO PODE SAIR DE GRACA. USADA PELO PROGCOB09
      *NA COTACAO E POR QUEM PRECISA REFAZER A MESMA CONTA
      *(PROGCOB111, PROGCOB114). ATUALIZAR AS FAIXAS AQUI QUANDO A
      *TRANSPORTADORA MUDAR A TABELA.
      *CADA LINHA: LIMITE DE PESO DA FAIXA 9(05)V99 E VALOR DA FAIXA
      *9(04)V99. A TABELA ESTA EM ORDEM ASCENDENTE DE LIMITE: A
      *FAIXA DO PESO E A PRIMEIRA COM LIMITE MAIOR OU IGUAL A ELE
      *(SEARCH POR TAB-FXA-LIMITE). A ULTIMA FAIXA NAO TEM LIMITE
      *(99999,99) E VALE TAMBEM PARA PESO ACIMA DELE.
      *DATA = XX/XX/XXX
      ********************************************
       01  WRK-TAB-FXA-DADOS.
       03 FILLER PIC X(13) VALUE '0000500001000'.
       03 FILLER PIC X(13) VALUE '0002000002500'.
       03 FILLER PIC X(13) VALUE '0005000005000'.
       03 FILLER PIC X(13) VALUE '9999999009000'.
       01  WRK-TAB-FXA REDEFINES WRK-TAB-FXA-DADOS.
           03 TAB-FXA-ITEM OCCURS 4 TIMES
                   INDEXED BY TAB-FXA-IDX.
               05 TAB-FXA-LIMITE PIC 9(05)V99.
               05 TAB-FXA-VALOR  PIC 9(04)V99.
       77  TAB-FXA-QT PIC 9(02) VALUE 04.
