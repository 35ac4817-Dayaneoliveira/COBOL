      *TELA, E A MESA CORRIGE SO O CAMPO ERRADO ANTES DE CONFIRMAR.
      *A GRAVACAO E A DO PROGCOB09 (ENTRADA -PARM), COM NUMERO DO
      *NUMCTL, COTACAO E MESTRE COMO SEMPRE.
      *O VALOR PADRAO E O DE TABELA (PRECO VIGENTE X QUANTIDADE,
      *MENOS O DESCONTO DO CLIENTE - VEJA PRCCALC.cob), MOSTRADO AO
      *LADO DO VALOR: VALOR EM BRANCO FICA COM A TABELA; VALOR
      *DIGITADO DIFERENTE DELA EXIGE O OPERADOR, E O PROGCOB09 MARCA
      *O PEDIDO E REGISTRA A ALTERACAO MANUAL NO PRCOVR.
      *O ENDERECO DE ENTREGA E UM DOS ENDERECOS DO CLIENTE NO ENDENT
      *(PROGCOB102, 0 = O PRIMEIRO ATIVO): COM ELE A UF E O DESTINO
      *SAEM DO CEP (VEJA ENTCALC.cob) E A TELA VOLTA COM ELES
      *PREENCHIDOS; CLIENTE SEM ENDERECO USA A UF E O DESTINO
      *DIGITADOS, COMO ANTES.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CADASTRO MESTRE DE CLIENTES (MANTIDO PELO PROGCOB44).
      *INDEXADO PELO CODIGO (VEJA CLIREC.CPY).
           SELECT F-CLIMEST ASSIGN TO 'CLIMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-STATUS-CLIMEST.
      *CADASTRO MESTRE DE PRODUTOS (MANTIDO PELO PROGCOB43).
      *INDEXADO PELO CODIGO (VEJA PRDREC.CPY).
           SELECT F-PRODMEST ASSIGN TO 'PRODMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-STATUS-PRODMEST.

       DATA DIVISION.
       FILE SECTION.
       FD  F-CLIMEST.
           COPY 'CLIREC.CPY'.

       FD  F-PRODMEST.
           COPY 'PRDREC.CPY'.

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-CLIMEST  PIC X(02) VALUE '00'.
       77 WRK-TELA-DEST    PIC X(01) VALUE 'C'.
       77 WRK-TELA-TRANSP  PIC X(03) VALUE SPACES.
       77 WRK-TELA-FILIAL  PIC X(02) VALUE SPACES.
       77 WRK-TELA-QTD     PIC 9(05) VALUE ZEROS.
       77 WRK-TELA-OPERADOR PIC X(20) VALUE SPACES.
       77 WRK-TELA-END-SEQ PIC 9(02) VALUE ZEROS.
      *PESO CUBADO DAS DIMENSOES DA TELA (FATOR DE CUBAGEM 6000 DO
      *PROGCOB09) - SEM ELE O PEDIDO VOLUMOSO E LEVE SAIA MAIS
      *BARATO NA TELA CHEIA DO QUE NO CONSOLE.
       77 WRK-UF-ACHADA PIC X(01) VALUE 'N'.
           88 UF-ACHADA VALUE 'S'.
       77 WRK-QT-COTADOS PIC 9(04) VALUE ZEROS.
      *CAMPOS COMUNS DA CHAMADA A SUB-ROTINA DE ENDERECO DE ENTREGA
      *(VEJA ENTCALL.CPY E ENTCALC.cob).
           COPY 'ENTCALL.CPY'.
      *CAMPOS COMUNS DA CHAMADA A SUB-ROTINA DE PRECO DE TABELA
      *(VEJA PRCCALL.CPY E PRCCALC.cob).
           COPY 'PRCCALL.CPY'.
      *TABELA MESTRE DE UF (VALIDACAO DA UF) - VEJA UFTAB.CPY.
           COPY 'UFTAB.CPY'.
      *CAMPOS COMUNS PARA VALIDAR O VALOR DIGITADO (VEJA
           03 WRK-P09-FRETE-ADIC PIC 9(06)V99.
           03 WRK-P09-TRANSP PIC X(03).
           03 WRK-P09-FILIAL PIC 9(02).
           03 WRK-P09-QTD      PIC 9(05).
           03 WRK-P09-OPERADOR PIC X(20).
           03 WRK-P09-ORIGEM   PIC X(10).
           03 WRK-P09-END-SEQ  PIC 9(02).
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB62'.
           05 LINE 03 COL 30 PIC X(06) USING WRK-TELA-CLICOD.
           05 LINE 04 COL 05 VALUE 'PRODUTO (COD PRODMEST):'.
           05 LINE 04 COL 30 PIC X(20) USING WRK-TELA-PRODUTO.
           05 LINE 05 COL 05 VALUE 'VALOR (BRANCO=TABELA):'.
           05 LINE 05 COL 30 PIC X(10) USING WRK-TELA-VALOR.
           05 LINE 05 COL 42 VALUE 'QTD:'.
           05 LINE 05 COL 47 PIC 9(05) USING WRK-TELA-QTD.
           05 LINE 05 COL 54 VALUE 'TABELA:'.
           05 LINE 05 COL 62 PIC ZZZZZ9,99 FROM WRK-PRC-VALOR.
           05 LINE 06 COL 05 VALUE 'PESO KG (0=CADASTRO):'.
           05 LINE 06 COL 30 PIC 9(03)V99 USING WRK-TELA-PESO.
           05 LINE 07 COL 05 VALUE 'COMPRIMENTO CM:'.
           05 LINE 11 COL 30 PIC X(03) USING WRK-TELA-MOEDA.
           05 LINE 12 COL 05 VALUE 'DESTINO (C/I):'.
           05 LINE 12 COL 30 PIC X(01) USING WRK-TELA-DEST.
           05 LINE 12 COL 40 VALUE 'ENDERECO (0=PADRAO):'.
           05 LINE 12 COL 61 PIC 9(02) USING WRK-TELA-END-SEQ.
           05 LINE 13 COL 05 VALUE 'TRANSP (BRANCO=BARATA):'.
           05 LINE 13 COL 30 PIC X(03) USING WRK-TELA-TRANSP.
           05 LINE 13 COL 40 VALUE 'FILIAL (BRANCO=01):'.
           05 LINE 13 COL 60 PIC X(02) USING WRK-TELA-FILIAL.
           05 LINE 14 COL 05 VALUE 'OPERADOR (PRECO ALTERADO):'.
           05 LINE 14 COL 32 PIC X(20) USING WRK-TELA-OPERADOR.
           05 LINE 15 COL 05 VALUE '(C)ONFIRMAR (A)BANDONAR:'.
           05 LINE 15 COL 32 PIC X(01) USING WRK-TELA-ACAO.

                   WRK-MSG-RC
               MOVE 'N' TO WRK-TELA-OK
           END-IF.
      *COM ENDERECO DE ENTREGA A UF E O DESTINO DA TELA SAO OS DO
      *CEP - SEQ INEXISTENTE OU INATIVO E ERRO DE CAMPO.
           IF CLIENTE-ACHADO
               PERFORM 0260-VALIDAR-ENDERECO
               IF ENT-INATIVO
                   OR (ENT-NAO-ACHADO AND WRK-TELA-END-SEQ NOT = 0)
                   MOVE 'PROGCOB62-0007' TO WRK-MSG-ID
                   MOVE WRK-TELA-END-SEQ TO WRK-MSG-COMPL
                   CALL 'DISPMSG' USING WRK-MSG-ID WRK-MSG-COMPL
                       WRK-MSG-RC
                   MOVE 'N' TO WRK-TELA-OK
               END-IF
           END-IF.
           PERFORM 0240-VALIDAR-UF.
           IF NOT UF-ACHADA
               MOVE 'PROGCOB62-0004' TO WRK-MSG-ID
                   WRK-MSG-RC
               MOVE 'N' TO WRK-TELA-OK
           END-IF.
      *VALOR DE TABELA DO ITEM (MOSTRADO NA PROXIMA RODADA DA
      *TELA); VALOR DIGITADO DIFERENTE DELE E ALTERACAO MANUAL E
      *PRECISA DO OPERADOR QUE ALTEROU.
           IF CLIENTE-ACHADO AND PRODUTO-ACHADO
               PERFORM 0250-BUSCAR-PRECO
               IF PRC-TEM-PRECO AND VALD-OK
                   AND WRK-VALOR-NUM NOT = ZEROS
                   AND WRK-VALOR-NUM NOT = WRK-PRC-VALOR
                   AND WRK-TELA-OPERADOR = SPACES
                   MOVE 'PROGCOB62-0006' TO WRK-MSG-ID
                   MOVE WRK-TELA-VALOR TO WRK-MSG-COMPL
                   CALL 'DISPMSG' USING WRK-MSG-ID WRK-MSG-COMPL
                       WRK-MSG-RC
                   MOVE 'N' TO WRK-TELA-OK
               END-IF
           END-IF.

      *CLIENTE PELO CODIGO NO CLIMEST - TRAZ A UF PADRAO QUE VALE
      *QUANDO A UF DA TELA VEM EM BRANCO.
               CONTINUE
           ELSE
               MOVE WRK-TELA-CLICOD TO WRK-CLI-CODIGO
               OPEN INPUT F-CLIMEST
               IF WRK-STATUS-CLIMEST = '00'
                   PERFORM 0211-LER-CLIMEST
                   CLOSE F-CLIMEST
               END-IF
           END-IF.

       0211-LER-CLIMEST.
           MOVE WRK-CLI-CODIGO TO CLI-CODIGO.
           READ F-CLIMEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLI-UF-PADRAO TO WRK-CLI-UF-PADRAO
                   MOVE 'S' TO WRK-CLI-ACHOU
           END-READ.

       0220-VALIDAR-PRODUTO.
           MOVE 'N' TO WRK-PRD-ACHOU.
           OPEN INPUT F-PRODMEST.
           IF WRK-STATUS-PRODMEST = '00'
               PERFORM 0221-LER-PRODMEST
               CLOSE F-PRODMEST
           END-IF.

       0221-LER-PRODMEST.
           MOVE WRK-TELA-PRODUTO TO PRD-CODIGO.
           READ F-PRODMEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-PRD-ACHOU
           END-READ.

      *VALOR EM BRANCO = VALOR DE TABELA (VAI ZERO AO PROGCOB09).
       0230-VALIDAR-VALOR.
           IF WRK-TELA-VALOR = SPACES
               MOVE ZEROS TO WRK-VALOR-NUM
               MOVE 'S' TO WRK-VALD-VALIDO
           ELSE
               PERFORM 0231-CHAMAR-VALIDDEC
           END-IF.

       0231-CHAMAR-VALIDDEC.
           MOVE WRK-TELA-VALOR TO WRK-VALD-ENTRADA.
           MOVE 0    TO WRK-VALD-MIN.
           MOVE 9999 TO WRK-VALD-MAX.
                   MOVE 'S' TO WRK-UF-ACHADA
           END-SEARCH.

      *VALOR DE TABELA DO PRODUTO PARA O CLIENTE, A QUANTIDADE DA
      *TELA E A DATA DE HOJE. PEDIDO EM OUTRA MOEDA NAO USA A
      *TABELA (ELA E EM REAL), COMO NO PROGCOB09.
       0250-BUSCAR-PRECO.
           MOVE 'N' TO WRK-PRC-RESULT.
           MOVE ZEROS TO WRK-PRC-VALOR.
           IF WRK-TELA-MOEDA = SPACES OR WRK-TELA-MOEDA = 'BRL'
               MOVE WRK-TELA-PRODUTO TO WRK-PRC-PRODUTO
               MOVE WRK-CLI-CODIGO TO WRK-PRC-CLICOD
               MOVE WRK-TELA-QTD TO WRK-PRC-QTD
               MOVE ZEROS TO WRK-PRC-DATA
               CALL 'PRCCALC' USING WRK-PRC-PRODUTO WRK-PRC-CLICOD
                   WRK-PRC-QTD WRK-PRC-DATA WRK-PRC-UNIT WRK-PRC-PERC
                   WRK-PRC-VALOR WRK-PRC-RESULT
           END-IF.

      *ENDERECO DE ENTREGA DO CLIENTE PELO ENTCALC. COM A FAIXA DO
      *CEP, A UF E O DESTINO DA TELA PASSAM A SER OS DELA; CEP FORA
      *DAS FAIXAS TRAZ SO A UF DO ENDERECO.
       0260-VALIDAR-ENDERECO.
           MOVE 'E' TO WRK-ENT-ACAO.
           MOVE WRK-CLI-CODIGO TO WRK-ENT-CLICOD.
           MOVE WRK-TELA-END-SEQ TO WRK-ENT-SEQ.
           CALL 'ENTCALC' USING WRK-ENT-ACAO WRK-ENT-CLICOD
               WRK-ENT-SEQ WRK-ENT-LOGRADOURO WRK-ENT-CIDADE
               WRK-ENT-CEP WRK-ENT-UF WRK-ENT-CLASSE WRK-ENT-RESULT.
           IF ENT-ACHADO OR ENT-CEP-FORA
               MOVE WRK-ENT-SEQ TO WRK-TELA-END-SEQ
               MOVE WRK-ENT-UF TO WRK-TELA-UF
           END-IF.
           IF ENT-ACHADO
               MOVE WRK-ENT-CLASSE TO WRK-TELA-DEST
           END-IF.

      *GRAVA PELO PROGCOB09 (ENTRADA -PARM): NUMERO DO NUMCTL,
      *COTACAO, MESTRE E RELATORIO COMO NUM PEDIDO DA FILA NORMAL.
       0300-GRAVAR-PEDIDO.
           ELSE
               MOVE ZEROS TO WRK-P09-FILIAL
           END-IF.
      *QUANTIDADE E OPERADOR SEGUEM PARA O VALOR DE TABELA E O
      *REGISTRO DE ALTERACAO MANUAL DO PROGCOB09.
           MOVE WRK-TELA-QTD TO WRK-P09-QTD.
           MOVE WRK-TELA-OPERADOR TO WRK-P09-OPERADOR.
           MOVE WRK-AUD-PROGRAMA TO WRK-P09-ORIGEM.
           MOVE WRK-TELA-END-SEQ TO WRK-P09-END-SEQ.
           CALL 'PROGCOB09-PARM' USING WRK-PARM-PROGCOB09.
           IF RETURN-CODE < 8
               ADD 1 TO WRK-QT-COTADOS
           MOVE SPACES TO WRK-TELA-UF.
           MOVE SPACES TO WRK-TELA-MOEDA.
           MOVE 'C' TO WRK-TELA-DEST.
           MOVE ZEROS TO WRK-TELA-END-SEQ.
           MOVE ZEROS TO WRK-TELA-QTD.
           MOVE ZEROS TO WRK-PRC-VALOR.
