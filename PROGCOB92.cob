       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB92.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : MANTER O CADASTRO MESTRE DE FORNECEDORES
      *(FORNMEST: CODIGO, RAZAO SOCIAL, CNPJ, CONTATO E PRAZO DE
      *PAGAMENTO) E O VINCULO ITEM X FORNECEDOR (FORNITEM: QUAL
      *FORNECEDOR ATENDE CADA PRODUTO DO PRODMEST OU MATERIAL DO
      *MATTAB, E A QUE PRECO UNITARIO). A LISTA DE COMPRAS DO
      *PROGCOB81 E O AVISO DE REPOSICAO DO PROGCOB54 DIZIAM O QUE
      *COMPRAR, MAS NAO DE QUEM NEM POR QUANTO - O PEDIDO DE COMPRA
      *(PROGCOB93) USA ESTE VINCULO PARA SEPARAR OS RASCUNHOS POR
      *FORNECEDOR E JA SAIR COM O PRECO COMBINADO.
      *UM ITEM TEM UM FORNECEDOR SO (O PREFERENCIAL); VINCULAR DE
      *NOVO TROCA O FORNECEDOR E O PRECO. FORNECEDOR COM ITEM
      *VINCULADO NAO PODE SER REMOVIDO.
      *MESMO DESENHO DOS DEMAIS CADASTROS (TABELA EM MEMORIA E
      *REGRAVACAO INTEIRA).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CADASTRO MESTRE DE FORNECEDORES.
           SELECT F-FORNMEST ASSIGN TO 'FORNMEST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FORNMEST.
      *VINCULO ITEM X FORNECEDOR PREFERENCIAL, COM O PRECO UNITARIO.
           SELECT F-FORNITEM ASSIGN TO 'FORNITEM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-FORNITEM.

       DATA DIVISION.
       FILE SECTION.
       FD  F-FORNMEST.
       01  REG-FORNMEST.
           03 FOR-CODIGO      PIC 9(06).
           03 FOR-RAZAO       PIC X(20).
           03 FOR-CNPJ        PIC X(14).
           03 FOR-CONTATO     PIC X(20).
           03 FOR-PRAZO-PAGTO PIC 9(03).

       FD  F-FORNITEM.
       01  REG-FORNITEM.
           03 FIT-ITEM   PIC X(20).
           03 FIT-FORNEC PIC 9(06).
           03 FIT-PRECO  PIC 9(06)V99.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-FORNMEST PIC X(02) VALUE '00'.
       77 WRK-STATUS-FORNITEM PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *TABELA EM MEMORIA DO CADASTRO DE FORNECEDORES.
       77 WRK-MAN-MAX-FOR PIC 9(03) VALUE 100.
       77 WRK-TAB-ESTOUROU PIC X(01) VALUE 'N'.
           88 TABELA-ESTOUROU VALUE 'S'.
       77 WRK-MAN-QT-FOR  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-FORNEC.
           03 WRK-TAB-FOR-ITEM OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-MAN-QT-FOR.
               05 WRK-TAB-FOR-CODIGO  PIC 9(06).
               05 WRK-TAB-FOR-RAZAO   PIC X(20).
               05 WRK-TAB-FOR-CNPJ    PIC X(14).
               05 WRK-TAB-FOR-CONTATO PIC X(20).
               05 WRK-TAB-FOR-PRAZO   PIC 9(03).
       77 WRK-MAN-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-MAN-POS PIC 9(03) VALUE ZEROS.
      *TABELA EM MEMORIA DO VINCULO ITEM X FORNECEDOR.
       77 WRK-FIT-MAX PIC 9(04) VALUE 0300.
       77 WRK-FIT-ESTOUROU PIC X(01) VALUE 'N'.
           88 TABELA-FIT-ESTOUROU VALUE 'S'.
       77 WRK-FIT-QT  PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-FORNITEM.
           03 WRK-TAB-FIT-ITEM OCCURS 1 TO 300 TIMES
                   DEPENDING ON WRK-FIT-QT.
               05 WRK-TAB-FIT-CODIGO PIC X(20).
               05 WRK-TAB-FIT-FORNEC PIC 9(06).
               05 WRK-TAB-FIT-PRECO  PIC 9(06)V99.
       77 WRK-FIT-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-FIT-POS PIC 9(04) VALUE ZEROS.
       77 WRK-FIT-ACHOU PIC X(01) VALUE 'N'.
           88 ITEM-VINCULADO VALUE 'S'.
       77 WRK-FIT-QT-FORNEC PIC 9(04) VALUE ZEROS.
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-ADICIONAR   VALUE 'A'.
           88 MAN-REMOVER     VALUE 'R'.
           88 MAN-CONSULTAR   VALUE 'C'.
           88 MAN-VINCULAR    VALUE 'V'.
           88 MAN-DESVINCULAR VALUE 'D'.
           88 MAN-LISTAR-ITENS VALUE 'L'.
           88 MAN-SAIR        VALUE 'S'.
       77 WRK-MAN-CODIGO  PIC 9(06) VALUE ZEROS.
       77 WRK-MAN-RAZAO   PIC X(20) VALUE SPACES.
       77 WRK-MAN-CNPJ    PIC X(14) VALUE SPACES.
       77 WRK-MAN-CONTATO PIC X(20) VALUE SPACES.
       77 WRK-MAN-PRAZO   PIC 9(03) VALUE ZEROS.
       77 WRK-MAN-ITEM    PIC X(20) VALUE SPACES.
       77 WRK-MAN-PRECO   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-MAN-ACHOU PIC X(01) VALUE 'N'.
           88 MAN-ACHOU VALUE 'S'.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB92'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE 'S' TO WRK-MAN-CONTINUA.
           PERFORM 0200-MENU-MANUTENCAO UNTIL NOT MAN-CONTINUA.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'FORNECEDORES=' WRK-MAN-QT-FOR
               ' ITENS=' WRK-FIT-QT
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

       0200-MENU-MANUTENCAO.
           DISPLAY '-- CADASTRO DE FORNECEDORES (FORNMEST) --'.
           DISPLAY '(A)DICIONAR (R)EMOVER (C)ONSULTAR (V)INCULAR '
               'ITEM (D)ESVINCULAR ITEM (L)ISTAR ITENS (S)AIR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-ADICIONAR
                   PERFORM 0251-ADICIONAR-FORNEC
               WHEN MAN-REMOVER
                   PERFORM 0252-REMOVER-FORNEC
               WHEN MAN-CONSULTAR
                   PERFORM 0257-LISTAR-FORNEC
               WHEN MAN-VINCULAR
                   PERFORM 0351-VINCULAR-ITEM
               WHEN MAN-DESVINCULAR
                   PERFORM 0352-DESVINCULAR-ITEM
               WHEN MAN-LISTAR-ITENS
                   PERFORM 0357-LISTAR-ITENS
               WHEN MAN-SAIR
                   MOVE 'N' TO WRK-MAN-CONTINUA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

       0254-CARREGAR-TABELA.
           MOVE ZEROS TO WRK-MAN-QT-FOR.
           MOVE 'N' TO WRK-FIM-ARQ.
           MOVE 'N' TO WRK-TAB-ESTOUROU.
           OPEN INPUT F-FORNMEST.
           IF WRK-STATUS-FORNMEST = '00'
               PERFORM 0254A-LER-FORNEC UNTIL FIM-ARQ
               CLOSE F-FORNMEST
           ELSE
               DISPLAY 'CADASTRO DE FORNECEDORES NAO ENCONTRADO, '
                   'INICIANDO VAZIO'
           END-IF.

       0254A-LER-FORNEC.
           READ F-FORNMEST
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-MAN-QT-FOR < WRK-MAN-MAX-FOR
                       ADD 1 TO WRK-MAN-QT-FOR
                       MOVE FOR-CODIGO TO
                           WRK-TAB-FOR-CODIGO (WRK-MAN-QT-FOR)
                       MOVE FOR-RAZAO TO
                           WRK-TAB-FOR-RAZAO (WRK-MAN-QT-FOR)
                       MOVE FOR-CNPJ TO
                           WRK-TAB-FOR-CNPJ (WRK-MAN-QT-FOR)
                       MOVE FOR-CONTATO TO
                           WRK-TAB-FOR-CONTATO (WRK-MAN-QT-FOR)
                       MOVE FOR-PRAZO-PAGTO TO
                           WRK-TAB-FOR-PRAZO (WRK-MAN-QT-FOR)
                   ELSE
                       MOVE 'S' TO WRK-TAB-ESTOUROU
                   END-IF
           END-READ.

       0255-GRAVAR-TABELA.
      *COM O CADASTRO MAIOR QUE A TABELA, REGRAVAR APAGARIA OS
      *REGISTROS ALEM DO TETO - A MANUTENCAO E RECUSADA.
           IF TABELA-ESTOUROU
               DISPLAY 'CADASTRO MAIOR QUE A TABELA EM MEMORIA, '
                   'MANUTENCAO RECUSADA - NADA FOI GRAVADO'
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT F-FORNMEST
               PERFORM 0255A-GRAVAR-FORNEC
                   VARYING WRK-MAN-IDX FROM 1 BY 1
                   UNTIL WRK-MAN-IDX > WRK-MAN-QT-FOR
               CLOSE F-FORNMEST
           END-IF.

       0255A-GRAVAR-FORNEC.
           MOVE WRK-TAB-FOR-CODIGO (WRK-MAN-IDX)  TO FOR-CODIGO.
           MOVE WRK-TAB-FOR-RAZAO (WRK-MAN-IDX)   TO FOR-RAZAO.
           MOVE WRK-TAB-FOR-CNPJ (WRK-MAN-IDX)    TO FOR-CNPJ.
           MOVE WRK-TAB-FOR-CONTATO (WRK-MAN-IDX) TO FOR-CONTATO.
           MOVE WRK-TAB-FOR-PRAZO (WRK-MAN-IDX)   TO FOR-PRAZO-PAGTO.
           WRITE REG-FORNMEST.

       0256-LOCALIZAR-NA-TABELA.
           MOVE 'N' TO WRK-MAN-ACHOU.
           MOVE ZEROS TO WRK-MAN-POS.
           PERFORM 0256A-COMPARAR-FORNEC
               VARYING WRK-MAN-IDX FROM 1 BY 1
               UNTIL WRK-MAN-IDX > WRK-MAN-QT-FOR OR MAN-ACHOU.

       0256A-COMPARAR-FORNEC.
           IF WRK-TAB-FOR-CODIGO (WRK-MAN-IDX) = WRK-MAN-CODIGO
               MOVE 'S' TO WRK-MAN-ACHOU
               MOVE WRK-MAN-IDX TO WRK-MAN-POS
           END-IF.

       0251-ADICIONAR-FORNEC.
           PERFORM 0254-CARREGAR-TABELA.
           DISPLAY 'CODIGO DO NOVO FORNECEDOR (6 DIGITOS).. '.
           ACCEPT WRK-MAN-CODIGO.
           PERFORM 0256-LOCALIZAR-NA-TABELA.
           IF MAN-ACHOU
               DISPLAY 'FORNECEDOR JA CADASTRADO, NADA FEITO'
           ELSE
               DISPLAY 'RAZAO SOCIAL.. '
               ACCEPT WRK-MAN-RAZAO
               DISPLAY 'CNPJ (SO DIGITOS).. '
               ACCEPT WRK-MAN-CNPJ
               DISPLAY 'CONTATO.. '
               ACCEPT WRK-MAN-CONTATO
               DISPLAY 'PRAZO DE PAGAMENTO EM DIAS (0 = 30).. '
               ACCEPT WRK-MAN-PRAZO
               IF WRK-MAN-CODIGO = ZEROS
                   DISPLAY 'CODIGO ZERADO, NADA FEITO'
               ELSE
                   IF WRK-MAN-RAZAO = SPACES
                       DISPLAY 'RAZAO SOCIAL VAZIA, NADA FEITO'
                   ELSE
                   IF WRK-MAN-QT-FOR >= WRK-MAN-MAX-FOR
                       DISPLAY 'CADASTRO CHEIO, NADA FEITO'
                   ELSE
                       ADD 1 TO WRK-MAN-QT-FOR
                       MOVE WRK-MAN-CODIGO TO
                           WRK-TAB-FOR-CODIGO (WRK-MAN-QT-FOR)
                       MOVE WRK-MAN-RAZAO TO
                           WRK-TAB-FOR-RAZAO (WRK-MAN-QT-FOR)
                       MOVE WRK-MAN-CNPJ TO
                           WRK-TAB-FOR-CNPJ (WRK-MAN-QT-FOR)
                       MOVE WRK-MAN-CONTATO TO
                           WRK-TAB-FOR-CONTATO (WRK-MAN-QT-FOR)
                       MOVE WRK-MAN-PRAZO TO
                           WRK-TAB-FOR-PRAZO (WRK-MAN-QT-FOR)
                       PERFORM 0255-GRAVAR-TABELA
                       DISPLAY 'FORNECEDOR ADICIONADO'
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *FORNECEDOR COM ITEM AINDA VINCULADO NO FORNITEM NAO SAI DO
      *CADASTRO - O RASCUNHO DE COMPRA APONTARIA PARA UM CODIGO QUE
      *NAO EXISTE MAIS. DESVINCULAR (OU VINCULAR A OUTRO) PRIMEIRO.
       0252-REMOVER-FORNEC.
           PERFORM 0254-CARREGAR-TABELA.
           PERFORM 0354-CARREGAR-VINCULOS.
           DISPLAY 'CODIGO A REMOVER.. '.
           ACCEPT WRK-MAN-CODIGO.
           PERFORM 0256-LOCALIZAR-NA-TABELA.
           MOVE ZEROS TO WRK-FIT-QT-FORNEC.
           PERFORM 0252B-CONTAR-VINCULO
               VARYING WRK-FIT-IDX FROM 1 BY 1
               UNTIL WRK-FIT-IDX > WRK-FIT-QT.
           IF NOT MAN-ACHOU
               DISPLAY 'FORNECEDOR NAO ENCONTRADO, NADA FEITO'
           ELSE
               IF WRK-FIT-QT-FORNEC > 0
                   DISPLAY 'FORNECEDOR TEM ' WRK-FIT-QT-FORNEC
                       ' ITEM(NS) VINCULADO(S), NADA FEITO'
               ELSE
                   PERFORM 0252A-DESLOCAR-ITEM
                       VARYING WRK-MAN-IDX FROM WRK-MAN-POS BY 1
                       UNTIL WRK-MAN-IDX >= WRK-MAN-QT-FOR
                   SUBTRACT 1 FROM WRK-MAN-QT-FOR
                   PERFORM 0255-GRAVAR-TABELA
                   DISPLAY 'FORNECEDOR REMOVIDO'
               END-IF
           END-IF.

       0252A-DESLOCAR-ITEM.
           MOVE WRK-TAB-FOR-ITEM (WRK-MAN-IDX + 1) TO
               WRK-TAB-FOR-ITEM (WRK-MAN-IDX).

       0252B-CONTAR-VINCULO.
           IF WRK-TAB-FIT-FORNEC (WRK-FIT-IDX) = WRK-MAN-CODIGO
               ADD 1 TO WRK-FIT-QT-FORNEC
           END-IF.

       0257-LISTAR-FORNEC.
           PERFORM 0254-CARREGAR-TABELA.
           DISPLAY '-- FORNECEDORES CADASTRADOS: '
               WRK-MAN-QT-FOR ' --'.
           PERFORM 0257A-LISTAR-ITEM
               VARYING WRK-MAN-IDX FROM 1 BY 1
               UNTIL WRK-MAN-IDX > WRK-MAN-QT-FOR.

       0257A-LISTAR-ITEM.
           DISPLAY WRK-TAB-FOR-CODIGO (WRK-MAN-IDX) ' '
               WRK-TAB-FOR-RAZAO (WRK-MAN-IDX)
               ' CNPJ ' WRK-TAB-FOR-CNPJ (WRK-MAN-IDX)
               ' CONTATO ' WRK-TAB-FOR-CONTATO (WRK-MAN-IDX)
               ' PRAZO ' WRK-TAB-FOR-PRAZO (WRK-MAN-IDX).

      *VINCULO ITEM X FORNECEDOR: O ITEM E O CODIGO DO PRODUTO NO
      *PRODMEST OU O CODIGO DO MATERIAL NO MATTAB (OS RASCUNHOS DE
      *COMPRA USAM OS DOIS).
       0354-CARREGAR-VINCULOS.
           MOVE ZEROS TO WRK-FIT-QT.
           MOVE 'N' TO WRK-FIM-ARQ.
           MOVE 'N' TO WRK-FIT-ESTOUROU.
           OPEN INPUT F-FORNITEM.
           IF WRK-STATUS-FORNITEM = '00'
               PERFORM 0354A-LER-VINCULO UNTIL FIM-ARQ
               CLOSE F-FORNITEM
           END-IF.

       0354A-LER-VINCULO.
           READ F-FORNITEM
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-FIT-QT < WRK-FIT-MAX
                       ADD 1 TO WRK-FIT-QT
                       MOVE FIT-ITEM TO
                           WRK-TAB-FIT-CODIGO (WRK-FIT-QT)
                       MOVE FIT-FORNEC TO
                           WRK-TAB-FIT-FORNEC (WRK-FIT-QT)
                       MOVE FIT-PRECO TO
                           WRK-TAB-FIT-PRECO (WRK-FIT-QT)
                   ELSE
                       MOVE 'S' TO WRK-FIT-ESTOUROU
                   END-IF
           END-READ.

       0355-GRAVAR-VINCULOS.
           IF TABELA-FIT-ESTOUROU
               DISPLAY 'VINCULOS ALEM DA TABELA EM MEMORIA, '
                   'MANUTENCAO RECUSADA - NADA FOI GRAVADO'
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT F-FORNITEM
               PERFORM 0355A-GRAVAR-VINCULO
                   VARYING WRK-FIT-IDX FROM 1 BY 1
                   UNTIL WRK-FIT-IDX > WRK-FIT-QT
               CLOSE F-FORNITEM
           END-IF.

       0355A-GRAVAR-VINCULO.
           MOVE WRK-TAB-FIT-CODIGO (WRK-FIT-IDX) TO FIT-ITEM.
           MOVE WRK-TAB-FIT-FORNEC (WRK-FIT-IDX) TO FIT-FORNEC.
           MOVE WRK-TAB-FIT-PRECO (WRK-FIT-IDX)  TO FIT-PRECO.
           WRITE REG-FORNITEM.

       0356-LOCALIZAR-VINCULO.
           MOVE 'N' TO WRK-FIT-ACHOU.
           MOVE ZEROS TO WRK-FIT-POS.
           PERFORM 0356A-COMPARAR-VINCULO
               VARYING WRK-FIT-IDX FROM 1 BY 1
               UNTIL WRK-FIT-IDX > WRK-FIT-QT OR ITEM-VINCULADO.

       0356A-COMPARAR-VINCULO.
           IF WRK-TAB-FIT-CODIGO (WRK-FIT-IDX) = WRK-MAN-ITEM
               MOVE 'S' TO WRK-FIT-ACHOU
               MOVE WRK-FIT-IDX TO WRK-FIT-POS
           END-IF.

      *VINCULAR UM ITEM JA VINCULADO TROCA O FORNECEDOR E O PRECO
      *(O ITEM TEM UM FORNECEDOR PREFERENCIAL SO).
       0351-VINCULAR-ITEM.
           PERFORM 0254-CARREGAR-TABELA.
           PERFORM 0354-CARREGAR-VINCULOS.
           DISPLAY 'ITEM (PRODUTO DO PRODMEST OU MATERIAL DO '
               'MATTAB).. '.
           ACCEPT WRK-MAN-ITEM.
           DISPLAY 'CODIGO DO FORNECEDOR.. '.
           ACCEPT WRK-MAN-CODIGO.
           DISPLAY 'PRECO UNITARIO COMBINADO.. '.
           ACCEPT WRK-MAN-PRECO.
           PERFORM 0256-LOCALIZAR-NA-TABELA.
           PERFORM 0356-LOCALIZAR-VINCULO.
           IF WRK-MAN-ITEM = SPACES
               DISPLAY 'ITEM VAZIO, NADA FEITO'
           ELSE
               IF NOT MAN-ACHOU
                   DISPLAY 'FORNECEDOR NAO CADASTRADO, NADA FEITO'
               ELSE
                   IF ITEM-VINCULADO
                       MOVE WRK-MAN-CODIGO TO
                           WRK-TAB-FIT-FORNEC (WRK-FIT-POS)
                       MOVE WRK-MAN-PRECO TO
                           WRK-TAB-FIT-PRECO (WRK-FIT-POS)
                       PERFORM 0355-GRAVAR-VINCULOS
                       DISPLAY 'VINCULO ATUALIZADO'
                   ELSE
                   IF WRK-FIT-QT >= WRK-FIT-MAX
                       DISPLAY 'TABELA DE VINCULOS CHEIA, NADA FEITO'
                   ELSE
                       ADD 1 TO WRK-FIT-QT
                       MOVE WRK-MAN-ITEM TO
                           WRK-TAB-FIT-CODIGO (WRK-FIT-QT)
                       MOVE WRK-MAN-CODIGO TO
                           WRK-TAB-FIT-FORNEC (WRK-FIT-QT)
                       MOVE WRK-MAN-PRECO TO
                           WRK-TAB-FIT-PRECO (WRK-FIT-QT)
                       PERFORM 0355-GRAVAR-VINCULOS
                       DISPLAY 'ITEM VINCULADO'
                   END-IF
                   END-IF
               END-IF
           END-IF.

       0352-DESVINCULAR-ITEM.
           PERFORM 0354-CARREGAR-VINCULOS.
           DISPLAY 'ITEM A DESVINCULAR.. '.
           ACCEPT WRK-MAN-ITEM.
           PERFORM 0356-LOCALIZAR-VINCULO.
           IF NOT ITEM-VINCULADO
               DISPLAY 'ITEM SEM VINCULO, NADA FEITO'
           ELSE
               PERFORM 0352A-DESLOCAR-VINCULO
                   VARYING WRK-FIT-IDX FROM WRK-FIT-POS BY 1
                   UNTIL WRK-FIT-IDX >= WRK-FIT-QT
               SUBTRACT 1 FROM WRK-FIT-QT
               PERFORM 0355-GRAVAR-VINCULOS
               DISPLAY 'ITEM DESVINCULADO'
           END-IF.

       0352A-DESLOCAR-VINCULO.
           MOVE WRK-TAB-FIT-ITEM (WRK-FIT-IDX + 1) TO
               WRK-TAB-FIT-ITEM (WRK-FIT-IDX).

       0357-LISTAR-ITENS.
           PERFORM 0354-CARREGAR-VINCULOS.
           DISPLAY '-- ITENS VINCULADOS: ' WRK-FIT-QT ' --'.
           PERFORM 0357A-LISTAR-VINCULO
               VARYING WRK-FIT-IDX FROM 1 BY 1
               UNTIL WRK-FIT-IDX > WRK-FIT-QT.

       0357A-LISTAR-VINCULO.
           DISPLAY WRK-TAB-FIT-CODIGO (WRK-FIT-IDX)
               ' FORNECEDOR ' WRK-TAB-FIT-FORNEC (WRK-FIT-IDX)
               ' PRECO ' WRK-TAB-FIT-PRECO (WRK-FIT-IDX).
