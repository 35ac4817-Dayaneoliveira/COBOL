      ********************************************
      *COPYBOOK - FPGTAB.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : TABELA DAS FORMAS DE PAGAMENTO DA VENDA DE BALCAO
      *(VND-FORMA NO VENDAS, HV-FORMA NO HISTVEND TIPO P E O
      *FECHAMENTO DE CAIXA DO PROGCOB125): B = CARTAO DE DEBITO,
      *C = CARTAO DE CREDITO, D = DINHEIRO, P = PIX. LOTE ANTIGO, SEM
      *FORMA, E DINHEIRO. A POSICAO NA TABELA (1 A 4) E A COLUNA DA
      *FORMA NOS TOTAIS POR FILIAL DE QUEM A USA.
      *A TABELA ESTA EM ORDEM ASCENDENTE DE CODIGO PARA PERMITIR
      *SEARCH ALL (BUSCA BINARIA) POR TAB-FPG-COD.
      *DATA = XX/XX/XXX
      ********************************************
       01  WRK-TAB-FPG-DADOS.
       03 FILLER PIC X(16) VALUE 'BCARTAO DEBITO  '.
       03 FILLER PIC X(16) VALUE 'CCARTAO CREDITO '.
       03 FILLER PIC X(16) VALUE 'DDINHEIRO       '.
       03 FILLER PIC X(16) VALUE 'PPIX            '.
       01  WRK-TAB-FPG REDEFINES WRK-TAB-FPG-DADOS.
           03 TAB-FPG-ITEM OCCURS 4 TIMES
                   ASCENDING KEY IS TAB-FPG-COD
                   INDEXED BY TAB-FPG-IDX.
               05 TAB-FPG-COD   PIC X(01).
               05 TAB-FPG-NOME  PIC X(15).
