      *NOME EM SILENCIO. A RAZAO SOCIAL DO CADASTRO E A GRAFIA
      *CANONICA GRAVADA NO MESTRE DE PEDIDOS, E O CODIGO VAI
      *CARIMBADO NO PEDIDO (PMS-CLICOD).
      *O CADASTRO GUARDA TAMBEM O E-MAIL, O TELEFONE E O CANAL
      *PREFERIDO DAS NOTIFICACOES AO CLIENTE (VEJA NOTIFICA.cob),
      *ALTERAVEIS PELA OPCAO (L).
      *O CADASTRO E INDEXADO PELO CODIGO (VEJA CLIREC.CPY), COMO O
      *DE PRODUTOS DO PROGCOB43: A MANUTENCAO GRAVA, REGRAVA E EXCLUI
      *O REGISTRO INDIVIDUAL, SEM TABELA EM MEMORIA NEM O ANTIGO
      *TETO DE 300 CLIENTES.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CADASTRO MESTRE DE CLIENTES.
      *INDEXADO PELO CODIGO (VEJA CLIREC.CPY).
           SELECT F-CLIMEST ASSIGN TO 'CLIMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-STATUS-CLIMEST.

       DATA DIVISION.
       FILE SECTION.
       FD  F-CLIMEST.
           COPY 'CLIREC.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-CLIMEST PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-CLIMEST VALUE 'S'.
      *CONTADORES DA SESSAO DE MANUTENCAO PARA A TRILHA DE
      *AUDITORIA.
       77 WRK-MAN-QT-ADIC  PIC 9(04) VALUE ZEROS.
       77 WRK-MAN-QT-ALTER PIC 9(04) VALUE ZEROS.
       77 WRK-MAN-QT-REMOV PIC 9(04) VALUE ZEROS.
       77 WRK-MAN-QT-CLI   PIC 9(06) VALUE ZEROS.
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-ADICIONAR VALUE 'A'.
           88 MAN-REMOVER   VALUE 'R'.
           88 MAN-ALTERAR   VALUE 'L'.
           88 MAN-CONSULTAR VALUE 'C'.
           88 MAN-SAIR      VALUE 'S'.
       77 WRK-MAN-CODIGO  PIC 9(06) VALUE ZEROS.
       77 WRK-MAN-UF      PIC X(02) VALUE SPACES.
       77 WRK-MAN-CONTATO PIC X(20) VALUE SPACES.
       77 WRK-MAN-PRAZO   PIC 9(03) VALUE ZEROS.
       77 WRK-MAN-EMAIL   PIC X(40) VALUE SPACES.
       77 WRK-MAN-TELEFONE PIC X(15) VALUE SPACES.
      *CANAL PREFERIDO DAS NOTIFICACOES: E = E-MAIL, S = SMS,
      *C = CARTA, N = NAO NOTIFICAR, BRANCO = O QUE TIVER CONTATO.
       77 WRK-MAN-CANAL   PIC X(01) VALUE SPACES.
           88 MAN-CANAL-VALIDO VALUE 'E' 'S' 'C' 'N' SPACE.
       77 WRK-MAN-ACHOU PIC X(01) VALUE 'N'.
           88 MAN-ACHOU VALUE 'S'.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
      *A UF PADRAO DO CLIENTE E VALIDADA CONTRA A TABELA MESTRE DE
           MOVE 'S' TO WRK-MAN-CONTINUA.
           PERFORM 0200-MENU-MANUTENCAO UNTIL NOT MAN-CONTINUA.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'ADICIONADOS=' WRK-MAN-QT-ADIC
               ' ALTERADOS=' WRK-MAN-QT-ALTER
               ' REMOVIDOS=' WRK-MAN-QT-REMOV
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO

       0200-MENU-MANUTENCAO.
           DISPLAY '-- CADASTRO DE CLIENTES (CLIMEST) --'.
           DISPLAY '(A)DICIONAR (R)EMOVER (L) ALTERAR CONTATO '
               '(C)ONSULTAR (S)AIR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-ADICIONAR
                   PERFORM 0251-ADICIONAR-CLIENTE
               WHEN MAN-REMOVER
                   PERFORM 0252-REMOVER-CLIENTE
               WHEN MAN-ALTERAR
                   PERFORM 0253-ALTERAR-CONTATO
               WHEN MAN-CONSULTAR
                   PERFORM 0257-LISTAR-CLIENTES
               WHEN MAN-SAIR
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

      *ABRE O CADASTRO EM I-O PARA MANUTENCAO, CRIANDO O ARQUIVO
      *INDEXADO VAZIO NA PRIMEIRA VEZ (FILE STATUS 35), COMO NO
      *CADASTRO DE USUARIOS DO PROGCOB10.
       0254-ABRIR-CLIMEST-IO.
           OPEN I-O F-CLIMEST.
           IF WRK-STATUS-CLIMEST = '35'
               OPEN OUTPUT F-CLIMEST
               CLOSE F-CLIMEST
               OPEN I-O F-CLIMEST
           END-IF.

      *ACRESCENTA UM CLIENTE NOVO (WRITE DIRETO PELA CHAVE - CODIGO
      *JA CADASTRADO VOLTA INVALID KEY).
       0251-ADICIONAR-CLIENTE.
           DISPLAY 'CODIGO DO NOVO CLIENTE (NUMERICO).. '.
           ACCEPT WRK-MAN-CODIGO.
           DISPLAY 'RAZAO SOCIAL.. '.
           ACCEPT WRK-MAN-RAZAO.
           DISPLAY 'UF PADRAO DE ENTREGA.. '.
           ACCEPT WRK-MAN-UF.
           DISPLAY 'CONTATO.. '.
           ACCEPT WRK-MAN-CONTATO.
           DISPLAY 'PRAZO DE PAGAMENTO EM DIAS (0 = 30).. '.
           ACCEPT WRK-MAN-PRAZO.
           DISPLAY 'E-MAIL PARA NOTIFICACOES.. '.
           ACCEPT WRK-MAN-EMAIL.
           DISPLAY 'TELEFONE CELULAR PARA SMS.. '.
           ACCEPT WRK-MAN-TELEFONE.
           DISPLAY 'CANAL PREFERIDO E/S/C, N = NAO NOTIFICAR '
               '(BRANCO = O QUE TIVER CONTATO).. '.
           ACCEPT WRK-MAN-CANAL.
           PERFORM 0258-VALIDAR-UF.
           IF WRK-MAN-CODIGO = ZEROS
               DISPLAY 'CODIGO ZERADO, NADA FEITO'
           ELSE
               IF WRK-MAN-RAZAO = SPACES
                   DISPLAY 'RAZAO SOCIAL VAZIA, NADA FEITO'
               ELSE
               IF NOT UF-ACHADA
                   DISPLAY 'UF PADRAO FORA DA TABELA DE UF, '
                       'NADA FEITO'
               ELSE
               IF NOT MAN-CANAL-VALIDO
                   DISPLAY 'CANAL INVALIDO, NADA FEITO'
               ELSE
                   PERFORM 0254-ABRIR-CLIMEST-IO
                   MOVE WRK-MAN-CODIGO TO CLI-CODIGO
                   MOVE WRK-MAN-RAZAO TO CLI-RAZAO
                   MOVE WRK-MAN-UF TO CLI-UF-PADRAO
                   MOVE WRK-MAN-CONTATO TO CLI-CONTATO
                   MOVE WRK-MAN-PRAZO TO CLI-PRAZO-PAGTO
                   MOVE WRK-MAN-EMAIL TO CLI-EMAIL
                   MOVE WRK-MAN-TELEFONE TO CLI-TELEFONE
                   MOVE WRK-MAN-CANAL TO CLI-CANAL
                   WRITE REG-CLIMEST
                       INVALID KEY
                           DISPLAY 'CLIENTE JA CADASTRADO, NADA FEITO'
                       NOT INVALID KEY
                           ADD 1 TO WRK-MAN-QT-ADIC
                           DISPLAY 'CLIENTE ADICIONADO'
                   END-WRITE
                   CLOSE F-CLIMEST
               END-IF
               END-IF
               END-IF
           END-IF.

                   MOVE 'S' TO WRK-UF-ACHADA
           END-SEARCH.

      *REMOVE UM CLIENTE DO CADASTRO (DELETE DIRETO PELA CHAVE).
       0252-REMOVER-CLIENTE.
           DISPLAY 'CODIGO A REMOVER.. '.
           ACCEPT WRK-MAN-CODIGO.
           PERFORM 0254-ABRIR-CLIMEST-IO.
           MOVE WRK-MAN-CODIGO TO CLI-CODIGO.
           DELETE F-CLIMEST
               INVALID KEY
                   DISPLAY 'CLIENTE NAO ENCONTRADO, NADA FEITO'
               NOT INVALID KEY
                   ADD 1 TO WRK-MAN-QT-REMOV
                   DISPLAY 'CLIENTE REMOVIDO'
           END-DELETE.
           CLOSE F-CLIMEST.

      *CONTATO E CANAL DAS NOTIFICACOES DE UM CLIENTE JA
      *CADASTRADO (READ + REWRITE DO REGISTRO INDIVIDUAL). BRANCO
      *MANTEM O QUE ESTA; CANAL '-' VOLTA O CANAL PARA BRANCO (O QUE
      *TIVER CONTATO).
       0253-ALTERAR-CONTATO.
           DISPLAY 'CODIGO DO CLIENTE A ALTERAR.. '.
           ACCEPT WRK-MAN-CODIGO.
           PERFORM 0254-ABRIR-CLIMEST-IO.
           MOVE WRK-MAN-CODIGO TO CLI-CODIGO.
           MOVE 'N' TO WRK-MAN-ACHOU.
           READ F-CLIMEST
               INVALID KEY
                   DISPLAY 'CLIENTE NAO ENCONTRADO, NADA FEITO'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-MAN-ACHOU
           END-READ.
           IF MAN-ACHOU
               DISPLAY 'NOVO CONTATO (BRANCO MANTEM).. '
               ACCEPT WRK-MAN-CONTATO
               DISPLAY 'NOVO E-MAIL (BRANCO MANTEM).. '
               ACCEPT WRK-MAN-EMAIL
               DISPLAY 'NOVO TELEFONE (BRANCO MANTEM).. '
               ACCEPT WRK-MAN-TELEFONE
               DISPLAY 'NOVO CANAL E/S/C/N (BRANCO MANTEM, '
                   '- = O QUE TIVER CONTATO).. '
               ACCEPT WRK-MAN-CANAL
               IF NOT MAN-CANAL-VALIDO AND WRK-MAN-CANAL NOT = '-'
                   DISPLAY 'CANAL INVALIDO, NADA FEITO'
               ELSE
                   IF WRK-MAN-CONTATO NOT = SPACES
                       MOVE WRK-MAN-CONTATO TO CLI-CONTATO
                   END-IF
                   IF WRK-MAN-EMAIL NOT = SPACES
                       MOVE WRK-MAN-EMAIL TO CLI-EMAIL
                   END-IF
                   IF WRK-MAN-TELEFONE NOT = SPACES
                       MOVE WRK-MAN-TELEFONE TO CLI-TELEFONE
                   END-IF
                   IF WRK-MAN-CANAL = '-'
                       MOVE SPACES TO CLI-CANAL
                   ELSE
                       IF WRK-MAN-CANAL NOT = SPACES
                           MOVE WRK-MAN-CANAL TO CLI-CANAL
                       END-IF
                   END-IF
                   REWRITE REG-CLIMEST
                   ADD 1 TO WRK-MAN-QT-ALTER
                   DISPLAY 'CONTATO DO CLIENTE ALTERADO'
               END-IF
           END-IF.
           CLOSE F-CLIMEST.

      *LISTA O CADASTRO EM ORDEM DE CODIGO (LEITURA SEQUENCIAL DO
      *INDEXADO).
       0257-LISTAR-CLIENTES.
           MOVE ZEROS TO WRK-MAN-QT-CLI.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-CLIMEST.
           IF WRK-STATUS-CLIMEST NOT = '00'
               DISPLAY 'CADASTRO DE CLIENTES NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           DISPLAY '-- CLIENTES CADASTRADOS --'.
           PERFORM 0257A-LISTAR-ITEM UNTIL FIM-CLIMEST.
           IF WRK-STATUS-CLIMEST NOT = '35'
               CLOSE F-CLIMEST
           END-IF.
           DISPLAY '-- TOTAL: ' WRK-MAN-QT-CLI ' CLIENTE(S) --'.

       0257A-LISTAR-ITEM.
           READ F-CLIMEST NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   ADD 1 TO WRK-MAN-QT-CLI
                   DISPLAY CLI-CODIGO ' ' CLI-RAZAO
                       ' UF ' CLI-UF-PADRAO
                       ' CONTATO ' CLI-CONTATO
                       ' PRAZO ' CLI-PRAZO-PAGTO
                   DISPLAY '       E-MAIL ' CLI-EMAIL
                       ' TEL ' CLI-TELEFONE
                       ' CANAL ' CLI-CANAL
           END-READ.
