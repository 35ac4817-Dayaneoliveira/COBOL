      *DE GRAFIAS NO PEDMESTRE. O PESO E AS DIMENSOES DO CADASTRO
      *SAO O PADRAO QUANDO O PEDIDO NAO INFORMA OS SEUS, E SAO A
      *BASE DO CALCULO DE PESO CUBADO.
      *O CADASTRO E INDEXADO PELO CODIGO (VEJA PRDREC.CPY): A
      *MANUTENCAO GRAVA E EXCLUI O REGISTRO INDIVIDUAL, SEM TABELA EM
      *MEMORIA NEM O ANTIGO TETO DE 300 PRODUTOS.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CADASTRO MESTRE DE PRODUTOS.
      *INDEXADO PELO CODIGO (VEJA PRDREC.CPY).
           SELECT F-PRODMEST ASSIGN TO 'PRODMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-STATUS-PRODMEST.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PRODMEST.
           COPY 'PRDREC.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PRODMEST PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-PRODMEST VALUE 'S'.
      *CONTADORES DA SESSAO DE MANUTENCAO PARA A TRILHA DE
      *AUDITORIA (O CADASTRO E INDEXADO E NAO HA MAIS TABELA EM
      *MEMORIA NEM TETO DE PRODUTOS).
       77 WRK-MAN-QT-ADIC  PIC 9(04) VALUE ZEROS.
       77 WRK-MAN-QT-REMOV PIC 9(04) VALUE ZEROS.
       77 WRK-MAN-QT-PRD   PIC 9(06) VALUE ZEROS.
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-ADICIONAR VALUE 'A'.
           88 MAN-REMOVER   VALUE 'R'.
       77 WRK-MAN-COMPRIM PIC 9(03)V99 VALUE ZEROS.
       77 WRK-MAN-LARGURA PIC 9(03)V99 VALUE ZEROS.
       77 WRK-MAN-ALTURA  PIC 9(03)V99 VALUE ZEROS.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           MOVE 'S' TO WRK-MAN-CONTINUA.
           PERFORM 0200-MENU-MANUTENCAO UNTIL NOT MAN-CONTINUA.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'ADICIONADOS=' WRK-MAN-QT-ADIC
               ' REMOVIDOS=' WRK-MAN-QT-REMOV
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

      *ABRE O CADASTRO EM I-O PARA MANUTENCAO, CRIANDO O ARQUIVO
      *INDEXADO VAZIO NA PRIMEIRA VEZ (FILE STATUS 35), COMO NO
      *CADASTRO DE USUARIOS DO PROGCOB10.
       0254-ABRIR-PRODMEST-IO.
           OPEN I-O F-PRODMEST.
           IF WRK-STATUS-PRODMEST = '35'
               OPEN OUTPUT F-PRODMEST
               CLOSE F-PRODMEST
               OPEN I-O F-PRODMEST
           END-IF.

      *ACRESCENTA UM PRODUTO NOVO (WRITE DIRETO PELA CHAVE - CODIGO
      *JA CADASTRADO VOLTA INVALID KEY).
       0251-ADICIONAR-PRODUTO.
           DISPLAY 'CODIGO DO NOVO PRODUTO.. '.
           ACCEPT WRK-MAN-CODIGO.
           IF WRK-MAN-CODIGO = SPACES
               DISPLAY 'CODIGO VAZIO, NADA FEITO'
           ELSE
               DISPLAY 'DESCRICAO.. '
               ACCEPT WRK-MAN-DESC
               ACCEPT WRK-MAN-LARGURA
               DISPLAY 'ALTURA (CM).. '
               ACCEPT WRK-MAN-ALTURA
               PERFORM 0254-ABRIR-PRODMEST-IO
               MOVE WRK-MAN-CODIGO TO PRD-CODIGO
               MOVE WRK-MAN-DESC TO PRD-DESCRICAO
               MOVE WRK-MAN-PESO TO PRD-PESO
               MOVE WRK-MAN-COMPRIM TO PRD-COMPRIM
               MOVE WRK-MAN-LARGURA TO PRD-LARGURA
               MOVE WRK-MAN-ALTURA TO PRD-ALTURA
               WRITE REG-PRODMEST
                   INVALID KEY
                       DISPLAY 'PRODUTO JA CADASTRADO, NADA FEITO'
                   NOT INVALID KEY
                       ADD 1 TO WRK-MAN-QT-ADIC
                       DISPLAY 'PRODUTO ADICIONADO'
               END-WRITE
               CLOSE F-PRODMEST
           END-IF.

      *REMOVE UM PRODUTO DO CADASTRO (DELETE DIRETO PELA CHAVE).
       0252-REMOVER-PRODUTO.
           DISPLAY 'CODIGO A REMOVER.. '.
           ACCEPT WRK-MAN-CODIGO.
           PERFORM 0254-ABRIR-PRODMEST-IO.
           MOVE WRK-MAN-CODIGO TO PRD-CODIGO.
           DELETE F-PRODMEST
               INVALID KEY
                   DISPLAY 'PRODUTO NAO ENCONTRADO, NADA FEITO'
               NOT INVALID KEY
                   ADD 1 TO WRK-MAN-QT-REMOV
                   DISPLAY 'PRODUTO REMOVIDO'
           END-DELETE.
           CLOSE F-PRODMEST.

      *LISTA O CADASTRO EM ORDEM DE CODIGO (LEITURA SEQUENCIAL DO
      *INDEXADO).
       0257-LISTAR-PRODUTOS.
           MOVE ZEROS TO WRK-MAN-QT-PRD.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PRODMEST.
           IF WRK-STATUS-PRODMEST NOT = '00'
               DISPLAY 'CADASTRO DE PRODUTOS NAO ENCONTRADO'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           DISPLAY '-- PRODUTOS CADASTRADOS --'.
           PERFORM 0257A-LISTAR-ITEM UNTIL FIM-PRODMEST.
           IF WRK-STATUS-PRODMEST NOT = '35'
               CLOSE F-PRODMEST
           END-IF.
           DISPLAY '-- TOTAL: ' WRK-MAN-QT-PRD ' PRODUTO(S) --'.

       0257A-LISTAR-ITEM.
           READ F-PRODMEST NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   ADD 1 TO WRK-MAN-QT-PRD
                   DISPLAY PRD-CODIGO ' ' PRD-DESCRICAO
                       ' PESO ' PRD-PESO
                       ' DIM ' PRD-COMPRIM
                       'X' PRD-LARGURA
                       'X' PRD-ALTURA
           END-READ.
