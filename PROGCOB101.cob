       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB101.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : MANTER A TABELA DE PRECOS DOS PRODUTOS E AS FAIXAS
      *DE DESCONTO DOS CLIENTES USADAS PELO PRCCALC.cob PARA O VALOR
      *PADRAO DO PEDIDO NO PROGCOB09 E NA TELA DO PROGCOB62, E
      *RELATAR AS ALTERACOES MANUAIS DE PRECO (PRCOVR).
      *(P)RECO INCLUI UMA LINHA DE PRECO DE UM PRODUTO DO PRODMEST
      *COM INICIO E FIM DE VIGENCIA (FIM ZERO = SEM FIM). PARA MUDAR
      *O PRECO, INCLUA UMA LINHA NOVA COM O INICIO DA MUDANCA - NA
      *DATA DO PEDIDO VALE A LINHA VIGENTE DE INICIO MAIS RECENTE, E
      *AS LINHAS ANTIGAS FICAM COMO HISTORICO.
      *(D)ESCONTO INCLUI UMA FAIXA DE UM CLIENTE DO CLIMEST: A PARTIR
      *DA QUANTIDADE MINIMA, O PERCENTUAL VALE NA VIGENCIA; VALE A
      *FAIXA DE MAIOR QUANTIDADE MINIMA ATINGIDA PELO ITEM.
      *(L)ISTAR MOSTRA AS DUAS TABELAS NUMERADAS E (E)XCLUIR TIRA UMA
      *LINHA PELO NUMERO DA LISTAGEM.
      *(M)ANUAIS E O RELATORIO DAS ALTERACOES MANUAIS DO PERIODO:
      *CADA ITEM CUJO VALOR FOI DIGITADO DIFERENTE DO VALOR DE
      *TABELA, COM A DIFERENCA E O OPERADOR QUE ALTEROU, E O TOTAL
      *POR OPERADOR. A REDE NOTURNA TIRA O RELATORIO DO DIA.
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *TABELA DE PRECOS COM VIGENCIA (REGRAVACAO INTEIRA).
           SELECT F-PRECOTAB ASSIGN TO 'PRECOTAB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PRECOTAB.
      *FAIXAS DE DESCONTO POR CLIENTE (REGRAVACAO INTEIRA).
           SELECT F-DESCCLI ASSIGN TO 'DESCCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-DESCCLI.
      *ALTERACOES MANUAIS DE PRECO GRAVADAS PELO PROGCOB09 E PELO
      *PROGCOB48 (SO LEITURA AQUI).
           SELECT F-PRCOVR ASSIGN TO 'PRCOVR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-PRCOVR.
      *CADASTRO MESTRE DE PRODUTOS (MANTIDO PELO PROGCOB43).
      *INDEXADO PELO CODIGO (VEJA PRDREC.CPY).
           SELECT F-PRODMEST ASSIGN TO 'PRODMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-STATUS-PRODMEST.
      *CADASTRO MESTRE DE CLIENTES (MANTIDO PELO PROGCOB44).
      *INDEXADO PELO CODIGO (VEJA CLIREC.CPY).
           SELECT F-CLIMEST ASSIGN TO 'CLIMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-STATUS-CLIMEST.
      *RELATORIO DAS TABELAS E DAS ALTERACOES MANUAIS, COM CABECALHO
      *E QUEBRA DE PAGINA PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB101RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-PRECOTAB.
           COPY 'PRCREC.CPY'.

       FD  F-DESCCLI.
           COPY 'DSCREC.CPY'.

       FD  F-PRCOVR.
           COPY 'OVRREC.CPY'.

       FD  F-PRODMEST.
           COPY 'PRDREC.CPY'.

       FD  F-CLIMEST.
           COPY 'CLIREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PRECOTAB PIC X(02) VALUE '00'.
       77 WRK-STATUS-DESCCLI  PIC X(02) VALUE '00'.
       77 WRK-STATUS-PRCOVR   PIC X(02) VALUE '00'.
       77 WRK-STATUS-PRODMEST PIC X(02) VALUE '00'.
       77 WRK-STATUS-CLIMEST  PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
       77 WRK-MAN-OPCAO PIC X(01) VALUE SPACES.
           88 MAN-PRECO    VALUE 'P'.
           88 MAN-DESCONTO VALUE 'D'.
           88 MAN-LISTAR   VALUE 'L'.
           88 MAN-EXCLUIR  VALUE 'E'.
           88 MAN-MANUAIS  VALUE 'M'.
           88 MAN-SAIR     VALUE 'S'.
       77 WRK-MAN-CONTINUA PIC X(01) VALUE 'S'.
           88 MAN-CONTINUA VALUE 'S'.
      *TABELA EM MEMORIA DOS PRECOS (MESMO LAYOUT DO PRECOTAB).
       77 WRK-TPR-MAX PIC 9(04) VALUE 0500.
       77 WRK-TPR-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-TPR-ESTOUROU PIC X(01) VALUE 'N'.
           88 TPR-TABELA-ESTOUROU VALUE 'S'.
       01 WRK-TAB-PRECO.
           03 WRK-TAB-TPR-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-TPR-QT.
               05 WRK-TPR-PRODUTO PIC X(20).
               05 WRK-TPR-VIG-INI PIC 9(08).
               05 WRK-TPR-VIG-FIM PIC 9(08).
               05 WRK-TPR-PRECO   PIC 9(06)V99.
       77 WRK-TPR-IDX PIC 9(04) VALUE ZEROS.
      *TABELA EM MEMORIA DAS FAIXAS DE DESCONTO (LAYOUT DO DESCCLI).
       77 WRK-TDS-MAX PIC 9(04) VALUE 0300.
       77 WRK-TDS-QT  PIC 9(04) VALUE ZEROS.
       77 WRK-TDS-ESTOUROU PIC X(01) VALUE 'N'.
           88 TDS-TABELA-ESTOUROU VALUE 'S'.
       01 WRK-TAB-DESCONTO.
           03 WRK-TAB-TDS-ITEM OCCURS 1 TO 300 TIMES
                   DEPENDING ON WRK-TDS-QT.
               05 WRK-TDS-CLICOD  PIC 9(06).
               05 WRK-TDS-QTD-MIN PIC 9(05).
               05 WRK-TDS-PERC    PIC 9(02)V99.
               05 WRK-TDS-VIG-INI PIC 9(08).
               05 WRK-TDS-VIG-FIM PIC 9(08).
       77 WRK-TDS-IDX PIC 9(04) VALUE ZEROS.
      *TOTAIS DAS ALTERACOES MANUAIS POR OPERADOR.
       77 WRK-OPR-MAX PIC 9(02) VALUE 50.
       77 WRK-OPR-QT  PIC 9(02) VALUE ZEROS.
       77 WRK-OPR-ESTOUROU PIC X(01) VALUE 'N'.
           88 OPR-TABELA-ESTOUROU VALUE 'S'.
       01 WRK-TAB-OPERADOR.
           03 WRK-TAB-OPR-ITEM OCCURS 1 TO 50 TIMES
                   DEPENDING ON WRK-OPR-QT.
               05 WRK-OPR-NOME  PIC X(20).
               05 WRK-OPR-QTALT PIC 9(05).
               05 WRK-OPR-DIF   PIC S9(08)V99.
       77 WRK-OPR-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-OPR-POS PIC 9(02) VALUE ZEROS.
       77 WRK-OPR-ACHOU PIC X(01) VALUE 'N'.
           88 OPERADOR-ACHADO VALUE 'S'.
      *DADOS DIGITADOS NA MANUTENCAO.
       77 WRK-MAN-PRODUTO PIC X(20) VALUE SPACES.
       77 WRK-MAN-CLICOD  PIC 9(06) VALUE ZEROS.
       77 WRK-MAN-VIG-INI PIC 9(08) VALUE ZEROS.
       77 WRK-MAN-VIG-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-MAN-PRECO   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-MAN-QTD-MIN PIC 9(05) VALUE ZEROS.
       77 WRK-MAN-PERC    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-MAN-TIPO    PIC X(01) VALUE SPACES.
       77 WRK-MAN-LINHA   PIC 9(04) VALUE ZEROS.
       77 WRK-CAD-ACHOU PIC X(01) VALUE 'N'.
           88 CADASTRO-ACHADO VALUE 'S'.
      *PERIODO DO RELATORIO DE ALTERACOES MANUAIS.
       77 WRK-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INI PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-DIFERENCA PIC S9(07)V99 VALUE ZEROS.
       77 WRK-QT-ALTERACOES PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-DIFERENCA PIC S9(08)V99 VALUE ZEROS.
      *CAMPOS EDITADOS DO RELATORIO.
       77 WRK-LINHA-ED  PIC ZZZ9.
       77 WRK-QTD-ED    PIC ZZZZ9.
       77 WRK-VALOR-ED  PIC ZZZZZ9,99.
       77 WRK-VALOR2-ED PIC ZZZZZ9,99.
       77 WRK-PERC-ED   PIC Z9,99.
       77 WRK-DIF-ED    PIC -(6)9,99.
       77 WRK-TOTDIF-ED PIC -(7)9,99.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB101'.
      *CAMPOS COMUNS DE CABECALHO/QUEBRA DE PAGINA DO RELATORIO (VEJA
      *RPTHDR.CPY).
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE 'S' TO WRK-MAN-CONTINUA.
           PERFORM 0200-MENU-PRECOS UNTIL NOT MAN-CONTINUA.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'PRECOS=' WRK-TPR-QT ' FAIXAS=' WRK-TDS-QT
               ' MANUAIS=' WRK-QT-ALTERACOES
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

       0200-MENU-PRECOS.
           DISPLAY '-- TABELA DE PRECOS E DESCONTOS (PRECOTAB) --'.
           DISPLAY '(P)RECO (D)ESCONTO (L)ISTAR (E)XCLUIR '
               '(M)ANUAIS (S)AIR.. '.
           ACCEPT WRK-MAN-OPCAO.
           EVALUATE TRUE
               WHEN MAN-PRECO
                   PERFORM 0300-INCLUIR-PRECO
               WHEN MAN-DESCONTO
                   PERFORM 0350-INCLUIR-DESCONTO
               WHEN MAN-LISTAR
                   PERFORM 0500-LISTAR-TABELAS
               WHEN MAN-EXCLUIR
                   PERFORM 0400-EXCLUIR-LINHA
               WHEN MAN-MANUAIS
                   PERFORM 0600-RELATAR-MANUAIS
               WHEN MAN-SAIR
                   MOVE 'N' TO WRK-MAN-CONTINUA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

      *CARGA E REGRAVACAO DO PRECOTAB.
       0210-CARREGAR-PRECOS.
           MOVE ZEROS TO WRK-TPR-QT.
           MOVE 'N' TO WRK-TPR-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PRECOTAB.
           IF WRK-STATUS-PRECOTAB NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0211-LER-PRECO UNTIL FIM-ARQ.
           IF WRK-STATUS-PRECOTAB NOT = '35'
               CLOSE F-PRECOTAB
           END-IF.

       0211-LER-PRECO.
           READ F-PRECOTAB
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-TPR-QT < WRK-TPR-MAX
                       ADD 1 TO WRK-TPR-QT
                       MOVE REG-PRECOTAB
                           TO WRK-TAB-TPR-ITEM (WRK-TPR-QT)
                   ELSE
                       MOVE 'S' TO WRK-TPR-ESTOUROU
                   END-IF
           END-READ.

       0220-GRAVAR-PRECOS.
           OPEN OUTPUT F-PRECOTAB.
           PERFORM 0221-GRAVAR-PRECO
               VARYING WRK-TPR-IDX FROM 1 BY 1
               UNTIL WRK-TPR-IDX > WRK-TPR-QT.
           CLOSE F-PRECOTAB.

       0221-GRAVAR-PRECO.
           MOVE WRK-TAB-TPR-ITEM (WRK-TPR-IDX) TO REG-PRECOTAB.
           WRITE REG-PRECOTAB.

      *CARGA E REGRAVACAO DO DESCCLI.
       0230-CARREGAR-DESCONTOS.
           MOVE ZEROS TO WRK-TDS-QT.
           MOVE 'N' TO WRK-TDS-ESTOUROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-DESCCLI.
           IF WRK-STATUS-DESCCLI NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0231-LER-DESCONTO UNTIL FIM-ARQ.
           IF WRK-STATUS-DESCCLI NOT = '35'
               CLOSE F-DESCCLI
           END-IF.

       0231-LER-DESCONTO.
           READ F-DESCCLI
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF WRK-TDS-QT < WRK-TDS-MAX
                       ADD 1 TO WRK-TDS-QT
                       MOVE REG-DESCCLI
                           TO WRK-TAB-TDS-ITEM (WRK-TDS-QT)
                   ELSE
                       MOVE 'S' TO WRK-TDS-ESTOUROU
                   END-IF
           END-READ.

       0240-GRAVAR-DESCONTOS.
           OPEN OUTPUT F-DESCCLI.
           PERFORM 0241-GRAVAR-DESCONTO
               VARYING WRK-TDS-IDX FROM 1 BY 1
               UNTIL WRK-TDS-IDX > WRK-TDS-QT.
           CLOSE F-DESCCLI.

       0241-GRAVAR-DESCONTO.
           MOVE WRK-TAB-TDS-ITEM (WRK-TDS-IDX) TO REG-DESCCLI.
           WRITE REG-DESCCLI.

      *CONFERE SE WRK-MAN-PRODUTO ESTA NO PRODMEST.
       0250-VALIDAR-PRODUTO.
           MOVE 'N' TO WRK-CAD-ACHOU.
           OPEN INPUT F-PRODMEST.
           IF WRK-STATUS-PRODMEST = '00'
               PERFORM 0251-LER-PRODUTO
               CLOSE F-PRODMEST
           END-IF.

       0251-LER-PRODUTO.
           MOVE WRK-MAN-PRODUTO TO PRD-CODIGO.
           READ F-PRODMEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-CAD-ACHOU
           END-READ.

      *CONFERE SE WRK-MAN-CLICOD ESTA NO CLIMEST.
       0260-VALIDAR-CLIENTE.
           MOVE 'N' TO WRK-CAD-ACHOU.
           OPEN INPUT F-CLIMEST.
           IF WRK-STATUS-CLIMEST = '00'
               PERFORM 0261-LER-CLIENTE
               CLOSE F-CLIMEST
           END-IF.

       0261-LER-CLIENTE.
           MOVE WRK-MAN-CLICOD TO CLI-CODIGO.
           READ F-CLIMEST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-CAD-ACHOU
           END-READ.

      *PEDE O INICIO E O FIM DA VIGENCIA (FIM ZERO = SEM FIM). INICIO
      *ZERO OU FIM ANTES DO INICIO ZERA O INICIO PARA O CHAMADOR
      *RECUSAR A LINHA.
       0270-ACEITAR-VIGENCIA.
           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD, 0 = HOJE).. '.
           ACCEPT WRK-MAN-VIG-INI.
           IF WRK-MAN-VIG-INI = ZEROS
               MOVE WRK-HOJE TO WRK-MAN-VIG-INI
           END-IF.
           DISPLAY 'FIM DA VIGENCIA (AAAAMMDD, 0 = SEM FIM).. '.
           ACCEPT WRK-MAN-VIG-FIM.
           IF WRK-MAN-VIG-FIM NOT = ZEROS
               AND WRK-MAN-VIG-FIM < WRK-MAN-VIG-INI
               DISPLAY 'FIM DA VIGENCIA ANTES DO INICIO'
               MOVE ZEROS TO WRK-MAN-VIG-INI
           END-IF.

      *(P) INCLUI UMA LINHA DE PRECO. A LINHA NOVA NAO APAGA AS
      *ANTERIORES: NA DATA DO PEDIDO VALE A DE INICIO MAIS RECENTE.
       0300-INCLUIR-PRECO.
           PERFORM 0210-CARREGAR-PRECOS.
           IF TPR-TABELA-ESTOUROU
               DISPLAY 'PRECOTAB MAIOR QUE A TABELA EM MEMORIA (MAX '
                   WRK-TPR-MAX '), INCLUSAO RECUSADA'
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WRK-TPR-QT NOT < WRK-TPR-MAX
                   DISPLAY 'TABELA DE PRECOS CHEIA (MAX ' WRK-TPR-MAX
                       '), INCLUSAO RECUSADA'
               ELSE
                   PERFORM 0310-ACEITAR-PRECO
               END-IF
           END-IF.

       0310-ACEITAR-PRECO.
           DISPLAY 'PRODUTO.. '.
           ACCEPT WRK-MAN-PRODUTO.
           PERFORM 0250-VALIDAR-PRODUTO.
           IF NOT CADASTRO-ACHADO
               DISPLAY 'PRODUTO ' WRK-MAN-PRODUTO
                   ' NAO CADASTRADO NO PRODMEST'
           ELSE
               PERFORM 0270-ACEITAR-VIGENCIA
               IF WRK-MAN-VIG-INI NOT = ZEROS
                   DISPLAY 'PRECO UNITARIO (0-999999,99).. '
                   ACCEPT WRK-MAN-PRECO
                   IF WRK-MAN-PRECO = ZEROS
                       DISPLAY 'PRECO ZERADO, NENHUMA ACAO REALIZADA'
                   ELSE
                       ADD 1 TO WRK-TPR-QT
                       MOVE WRK-MAN-PRODUTO
                           TO WRK-TPR-PRODUTO (WRK-TPR-QT)
                       MOVE WRK-MAN-VIG-INI
                           TO WRK-TPR-VIG-INI (WRK-TPR-QT)
                       MOVE WRK-MAN-VIG-FIM
                           TO WRK-TPR-VIG-FIM (WRK-TPR-QT)
                       MOVE WRK-MAN-PRECO TO WRK-TPR-PRECO (WRK-TPR-QT)
                       PERFORM 0220-GRAVAR-PRECOS
                       DISPLAY 'PRECO INCLUIDO'
                   END-IF
               END-IF
           END-IF.

      *(D) INCLUI UMA FAIXA DE DESCONTO DE CLIENTE.
       0350-INCLUIR-DESCONTO.
           PERFORM 0230-CARREGAR-DESCONTOS.
           IF TDS-TABELA-ESTOUROU
               DISPLAY 'DESCCLI MAIOR QUE A TABELA EM MEMORIA (MAX '
                   WRK-TDS-MAX '), INCLUSAO RECUSADA'
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WRK-TDS-QT NOT < WRK-TDS-MAX
                   DISPLAY 'TABELA DE DESCONTOS CHEIA (MAX '
                       WRK-TDS-MAX '), INCLUSAO RECUSADA'
               ELSE
                   PERFORM 0360-ACEITAR-DESCONTO
               END-IF
           END-IF.

       0360-ACEITAR-DESCONTO.
           DISPLAY 'CODIGO DO CLIENTE.. '.
           ACCEPT WRK-MAN-CLICOD.
           PERFORM 0260-VALIDAR-CLIENTE.
           IF NOT CADASTRO-ACHADO
               DISPLAY 'CLIENTE ' WRK-MAN-CLICOD
                   ' NAO CADASTRADO NO CLIMEST'
           ELSE
               DISPLAY 'QUANTIDADE MINIMA DA FAIXA (0 = QUALQUER).. '
               ACCEPT WRK-MAN-QTD-MIN
               DISPLAY 'PERCENTUAL DE DESCONTO (0,01-99,99).. '
               ACCEPT WRK-MAN-PERC
               IF WRK-MAN-PERC = ZEROS
                   DISPLAY 'PERCENTUAL ZERADO, NENHUMA ACAO REALIZADA'
               ELSE
                   PERFORM 0270-ACEITAR-VIGENCIA
                   IF WRK-MAN-VIG-INI NOT = ZEROS
                       ADD 1 TO WRK-TDS-QT
                       MOVE WRK-MAN-CLICOD
                           TO WRK-TDS-CLICOD (WRK-TDS-QT)
                       MOVE WRK-MAN-QTD-MIN
                           TO WRK-TDS-QTD-MIN (WRK-TDS-QT)
                       MOVE WRK-MAN-PERC TO WRK-TDS-PERC (WRK-TDS-QT)
                       MOVE WRK-MAN-VIG-INI
                           TO WRK-TDS-VIG-INI (WRK-TDS-QT)
                       MOVE WRK-MAN-VIG-FIM
                           TO WRK-TDS-VIG-FIM (WRK-TDS-QT)
                       PERFORM 0240-GRAVAR-DESCONTOS
                       DISPLAY 'FAIXA DE DESCONTO INCLUIDA'
                   END-IF
               END-IF
           END-IF.

      *(E) EXCLUI UMA LINHA PELO NUMERO DA LISTAGEM (L).
       0400-EXCLUIR-LINHA.
           DISPLAY '(P)RECO OU (D)ESCONTO.. '.
           ACCEPT WRK-MAN-TIPO.
           DISPLAY 'NUMERO DA LINHA NA LISTAGEM.. '.
           ACCEPT WRK-MAN-LINHA.
           EVALUATE WRK-MAN-TIPO
               WHEN 'P'
                   PERFORM 0410-EXCLUIR-PRECO
               WHEN 'D'
                   PERFORM 0420-EXCLUIR-DESCONTO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA, NENHUMA ACAO REALIZADA'
           END-EVALUATE.

       0410-EXCLUIR-PRECO.
           PERFORM 0210-CARREGAR-PRECOS.
           IF TPR-TABELA-ESTOUROU
               DISPLAY 'PRECOTAB MAIOR QUE A TABELA EM MEMORIA (MAX '
                   WRK-TPR-MAX '), EXCLUSAO RECUSADA'
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WRK-MAN-LINHA = ZEROS OR WRK-MAN-LINHA > WRK-TPR-QT
                   DISPLAY 'LINHA ' WRK-MAN-LINHA
                       ' NAO EXISTE NA TABELA DE PRECOS'
               ELSE
                   PERFORM 0411-DESLOCAR-PRECO
                       VARYING WRK-TPR-IDX FROM WRK-MAN-LINHA BY 1
                       UNTIL WRK-TPR-IDX >= WRK-TPR-QT
                   SUBTRACT 1 FROM WRK-TPR-QT
                   PERFORM 0220-GRAVAR-PRECOS
                   DISPLAY 'LINHA DE PRECO EXCLUIDA'
               END-IF
           END-IF.

       0411-DESLOCAR-PRECO.
           MOVE WRK-TAB-TPR-ITEM (WRK-TPR-IDX + 1)
               TO WRK-TAB-TPR-ITEM (WRK-TPR-IDX).

       0420-EXCLUIR-DESCONTO.
           PERFORM 0230-CARREGAR-DESCONTOS.
           IF TDS-TABELA-ESTOUROU
               DISPLAY 'DESCCLI MAIOR QUE A TABELA EM MEMORIA (MAX '
                   WRK-TDS-MAX '), EXCLUSAO RECUSADA'
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WRK-MAN-LINHA = ZEROS OR WRK-MAN-LINHA > WRK-TDS-QT
                   DISPLAY 'LINHA ' WRK-MAN-LINHA
                       ' NAO EXISTE NA TABELA DE DESCONTOS'
               ELSE
                   PERFORM 0421-DESLOCAR-DESCONTO
                       VARYING WRK-TDS-IDX FROM WRK-MAN-LINHA BY 1
                       UNTIL WRK-TDS-IDX >= WRK-TDS-QT
                   SUBTRACT 1 FROM WRK-TDS-QT
                   PERFORM 0240-GRAVAR-DESCONTOS
                   DISPLAY 'FAIXA DE DESCONTO EXCLUIDA'
               END-IF
           END-IF.

       0421-DESLOCAR-DESCONTO.
           MOVE WRK-TAB-TDS-ITEM (WRK-TDS-IDX + 1)
               TO WRK-TAB-TDS-ITEM (WRK-TDS-IDX).

      *(L) LISTAGEM NUMERADA DAS DUAS TABELAS - O NUMERO E O USADO
      *NA EXCLUSAO (E). FIM ZERO = SEM FIM DE VIGENCIA.
       0500-LISTAR-TABELAS.
           PERFORM 0210-CARREGAR-PRECOS.
           PERFORM 0230-CARREGAR-DESCONTOS.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE '--- TABELA DE PRECOS (PRODUTO, VIGENCIA, PRECO) ---'
               TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0510-IMPRIMIR-PRECO
               VARYING WRK-TPR-IDX FROM 1 BY 1
               UNTIL WRK-TPR-IDX > WRK-TPR-QT.
           MOVE '--- FAIXAS DE DESCONTO (CLIENTE, QTD MINIMA, %) ---'
               TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0520-IMPRIMIR-DESCONTO
               VARYING WRK-TDS-IDX FROM 1 BY 1
               UNTIL WRK-TDS-IDX > WRK-TDS-QT.
           IF TPR-TABELA-ESTOUROU OR TDS-TABELA-ESTOUROU
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'TABELA MAIOR QUE A MEMORIA (PRECOS MAX '
                   WRK-TPR-MAX ', DESCONTOS MAX ' WRK-TDS-MAX
                   ') - RELATORIO INCOMPLETO'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           DISPLAY 'PRECOS=' WRK-TPR-QT ' FAIXAS=' WRK-TDS-QT
               ' - VEJA PROGCOB101RPT'.

       0510-IMPRIMIR-PRECO.
           MOVE WRK-TPR-IDX TO WRK-LINHA-ED.
           MOVE WRK-TPR-PRECO (WRK-TPR-IDX) TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING WRK-LINHA-ED ' ' WRK-TPR-PRODUTO (WRK-TPR-IDX)
               ' DE ' WRK-TPR-VIG-INI (WRK-TPR-IDX)
               ' ATE ' WRK-TPR-VIG-FIM (WRK-TPR-IDX)
               ' PRECO=' WRK-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

       0520-IMPRIMIR-DESCONTO.
           MOVE WRK-TDS-IDX TO WRK-LINHA-ED.
           MOVE WRK-TDS-QTD-MIN (WRK-TDS-IDX) TO WRK-QTD-ED.
           MOVE WRK-TDS-PERC (WRK-TDS-IDX) TO WRK-PERC-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING WRK-LINHA-ED ' CLIENTE ' WRK-TDS-CLICOD (WRK-TDS-IDX)
               ' A PARTIR DE ' WRK-QTD-ED
               ' DESCONTO=' WRK-PERC-ED '%'
               ' DE ' WRK-TDS-VIG-INI (WRK-TDS-IDX)
               ' ATE ' WRK-TDS-VIG-FIM (WRK-TDS-IDX)
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *(M) RELATORIO DAS ALTERACOES MANUAIS DE PRECO DO PERIODO, COM
      *A DIFERENCA (DIGITADO - TABELA) E O TOTAL POR OPERADOR.
       0600-RELATAR-MANUAIS.
           DISPLAY 'DATA INICIAL (AAAAMMDD, 0 = HOJE).. '.
           ACCEPT WRK-DATA-INI.
           IF WRK-DATA-INI = ZEROS
               MOVE WRK-HOJE TO WRK-DATA-INI
           END-IF.
           DISPLAY 'DATA FINAL (AAAAMMDD, 0 = HOJE).. '.
           ACCEPT WRK-DATA-FIM.
           IF WRK-DATA-FIM = ZEROS
               MOVE WRK-HOJE TO WRK-DATA-FIM
           END-IF.
           MOVE ZEROS TO WRK-OPR-QT.
           MOVE 'N' TO WRK-OPR-ESTOUROU.
           MOVE ZEROS TO WRK-QT-ALTERACOES.
           MOVE ZEROS TO WRK-TOT-DIFERENCA.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING '--- ALTERACOES MANUAIS DE PRECO DE ' WRK-DATA-INI
               ' ATE ' WRK-DATA-FIM ' ---'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'DATA     PEDIDO   CLIENT PRODUTO              '
               '  QTD    TABELA  DIGITADO  DIFERENCA OPERADOR     '
               '        ORIGEM'
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-PRCOVR.
           IF WRK-STATUS-PRCOVR NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0610-LER-ALTERACAO UNTIL FIM-ARQ.
           IF WRK-STATUS-PRCOVR NOT = '35'
               CLOSE F-PRCOVR
           END-IF.
           MOVE '--- TOTAL POR OPERADOR ---' TO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0630-IMPRIMIR-OPERADOR
               VARYING WRK-OPR-IDX FROM 1 BY 1
               UNTIL WRK-OPR-IDX > WRK-OPR-QT.
           MOVE WRK-TOT-DIFERENCA TO WRK-TOTDIF-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'ALTERACOES=' WRK-QT-ALTERACOES
               ' DIFERENCA TOTAL=' WRK-TOTDIF-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           IF OPR-TABELA-ESTOUROU
               MOVE SPACES TO WRK-RPT-LINHA-TXT
               STRING 'MAIS DE ' WRK-OPR-MAX ' OPERADORES NO PERIODO'
                   ' - TOTAL POR OPERADOR INCOMPLETO'
                   DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               PERFORM 0910-GRAVAR-LINHA-RPT
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           DISPLAY 'ALTERACOES MANUAIS NO PERIODO: ' WRK-QT-ALTERACOES
               ' - VEJA PROGCOB101RPT'.

       0610-LER-ALTERACAO.
           READ F-PRCOVR
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF OVR-DATA NOT < WRK-DATA-INI
                       AND OVR-DATA NOT > WRK-DATA-FIM
                       PERFORM 0620-IMPRIMIR-ALTERACAO
                   END-IF
           END-READ.

       0620-IMPRIMIR-ALTERACAO.
           COMPUTE WRK-DIFERENCA = OVR-VALOR-DIG - OVR-VALOR-TAB.
           ADD 1 TO WRK-QT-ALTERACOES.
           ADD WRK-DIFERENCA TO WRK-TOT-DIFERENCA.
           MOVE OVR-QTD TO WRK-QTD-ED.
           MOVE OVR-VALOR-TAB TO WRK-VALOR-ED.
           MOVE OVR-VALOR-DIG TO WRK-VALOR2-ED.
           MOVE WRK-DIFERENCA TO WRK-DIF-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING OVR-DATA ' ' OVR-NUMERO ' ' OVR-CLICOD ' '
               OVR-PRODUTO ' ' WRK-QTD-ED ' ' WRK-VALOR-ED ' '
               WRK-VALOR2-ED ' ' WRK-DIF-ED ' ' OVR-OPERADOR ' '
               OVR-ORIGEM
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE 'N' TO WRK-OPR-ACHOU.
           MOVE ZEROS TO WRK-OPR-POS.
           PERFORM 0621-COMPARAR-OPERADOR
               VARYING WRK-OPR-IDX FROM 1 BY 1
               UNTIL WRK-OPR-IDX > WRK-OPR-QT OR OPERADOR-ACHADO.
           IF NOT OPERADOR-ACHADO
               IF WRK-OPR-QT < WRK-OPR-MAX
                   ADD 1 TO WRK-OPR-QT
                   MOVE WRK-OPR-QT TO WRK-OPR-POS
                   MOVE OVR-OPERADOR TO WRK-OPR-NOME (WRK-OPR-POS)
                   MOVE ZEROS TO WRK-OPR-QTALT (WRK-OPR-POS)
                   MOVE ZEROS TO WRK-OPR-DIF (WRK-OPR-POS)
               ELSE
                   MOVE 'S' TO WRK-OPR-ESTOUROU
               END-IF
           END-IF.
           IF WRK-OPR-POS > ZEROS
               ADD 1 TO WRK-OPR-QTALT (WRK-OPR-POS)
               ADD WRK-DIFERENCA TO WRK-OPR-DIF (WRK-OPR-POS)
           END-IF.

       0621-COMPARAR-OPERADOR.
           IF WRK-OPR-NOME (WRK-OPR-IDX) = OVR-OPERADOR
               MOVE 'S' TO WRK-OPR-ACHOU
               MOVE WRK-OPR-IDX TO WRK-OPR-POS
           END-IF.

       0630-IMPRIMIR-OPERADOR.
           MOVE WRK-OPR-QTALT (WRK-OPR-IDX) TO WRK-QTD-ED.
           MOVE WRK-OPR-DIF (WRK-OPR-IDX) TO WRK-TOTDIF-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING WRK-OPR-NOME (WRK-OPR-IDX)
               ' ALTERACOES=' WRK-QTD-ED
               ' DIFERENCA=' WRK-TOTDIF-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *MONTA E GRAVA O CABECALHO PADRAO DO RELATORIO (PROGRAMA, DATA E
      *PAGINA), ZERANDO O CONTADOR DE LINHA DA PAGINA NOVA (VEJA
      *RPTHDR.CPY).
       0900-IMPRIMIR-CABECALHO-RPT.
           ACCEPT WRK-RPT-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-RPT-DIA TO WRK-RPT-DIA-ED.
           MOVE WRK-RPT-MES TO WRK-RPT-MES-ED.
           MOVE WRK-RPT-ANO TO WRK-RPT-ANO-ED.
           ADD 1 TO WRK-RPT-PAGINA.
           MOVE WRK-RPT-PAGINA TO WRK-RPT-PAGINA-ED.
           MOVE ZEROS TO WRK-RPT-LINHA.
           MOVE SPACES TO REG-RELATORIO.
           STRING WRK-AUD-PROGRAMA ' RELATORIO   DATA: ' WRK-RPT-DATA-ED
               '   PAGINA: ' WRK-RPT-PAGINA-ED
               DELIMITED BY SIZE INTO REG-RELATORIO.
           WRITE REG-RELATORIO.

      *GRAVA UMA LINHA DE DETALHE NO RELATORIO, QUEBRANDO A PAGINA
      *(NOVO CABECALHO) SE A PAGINA ATUAL JA ESTIVER CHEIA.
       0910-GRAVAR-LINHA-RPT.
           IF WRK-RPT-LINHA >= WRK-RPT-MAXLIN
               PERFORM 0900-IMPRIMIR-CABECALHO-RPT
           END-IF.
           MOVE WRK-RPT-LINHA-TXT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           ADD 1 TO WRK-RPT-LINHA.
           ADD 1 TO WRK-RPT-QT-DET.

      *TRAILER PADRAO DE FIM DE RELATORIO, COM O TOTAL DE LINHAS DE
      *DETALHE E DE PAGINAS - QUEM RECEBE O RELATORIO CONFERE QUE
      *ELE CHEGOU INTEIRO (SEM TRAILER = JOB MORREU NO MEIO).
       0920-GRAVAR-TRAILER-RPT.
           MOVE WRK-RPT-QT-DET TO WRK-RPT-QT-DET-ED.
           MOVE WRK-RPT-PAGINA TO WRK-RPT-PAGINA-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'FIM DO RELATORIO - DETALHES: ' WRK-RPT-QT-DET-ED
               '  PAGINAS: ' WRK-RPT-PAGINA-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           MOVE WRK-RPT-LINHA-TXT TO REG-RELATORIO.
           WRITE REG-RELATORIO.
