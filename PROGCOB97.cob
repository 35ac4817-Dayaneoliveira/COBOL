       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB97.
      ********************************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : VALORIZACAO DO ESTOQUE PELO CUSTO MEDIO. O ARQUIVO
      *ESTOQUE SO DIZIA QUANTAS UNIDADES HAVIA NA PRATELEIRA, NUNCA
      *QUANTO ELAS VALIAM - O FECHAMENTO DO MES PRECISA DO VALOR DO
      *ESTOQUE. ESTE RELATORIO LISTA CADA PRODUTO DO ESTOQUE COM A
      *DESCRICAO DO PRODMEST, O SALDO, O CUSTO MEDIO PONDERADO
      *(MANTIDO PELO ESTOQMOV E PELO PROGCOB54 A CADA ENTRADA) E O
      *VALOR (SALDO X CUSTO MEDIO), COM O TOTAL GERAL NO FIM.
      *SALDO NEGATIVO NAO VALE NADA (NAO HA MERCADORIA) E PRODUTO COM
      *SALDO MAS SEM CUSTO MEDIO FICA MARCADO - OS DOIS CASOS DAO
      *RC 4 PARA O FECHAMENTO OLHAR ANTES DE USAR O TOTAL.
      *COM O ESTOQUE POR FILIAL CADA LINHA MOSTRA A SUA FILIAL, E A
      *MERCADORIA EM TRANSITO ENTRE FILIAIS (TRANSFERENCIAS DO
      *PROGCOB99 AINDA NAO RECEBIDAS, PELO CUSTO DO ENVIO) ENTRA NO
      *TOTAL - ELA SAIU DO SALDO DA ORIGEM MAS AINDA E DA EMPRESA.
      *RODA NO FIM DO MES NA REDE NOTURNA (SO LEITURA, SEM PERGUNTAS).
      *DATA = XX/XX/XXX
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY 'DECPOINT.CPY'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SALDO E CUSTO MEDIO POR PRODUTO E FILIAL (SO LEITURA AQUI).
      *INDEXADO PELO PRODUTO + FILIAL (VEJA ESTREC.CPY).
           SELECT F-ESTOQUE ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EST-CHAVE
               FILE STATUS IS WRK-STATUS-ESTOQUE.
      *CADASTRO MESTRE DE PRODUTOS (DESCRICAO).
      *INDEXADO PELO CODIGO (VEJA PRDREC.CPY).
           SELECT F-PRODMEST ASSIGN TO 'PRODMEST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-STATUS-PRODMEST.
      *TRANSFERENCIAS ENTRE FILIAIS (SO LEITURA AQUI).
           SELECT F-TRANSF ASSIGN TO 'TRANSF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STATUS-TRANSF.
      *RELATORIO DE VALORIZACAO, COM CABECALHO E QUEBRA DE PAGINA
      *PADRAO (VEJA RPTHDR.CPY).
           SELECT F-RELATORIO ASSIGN TO 'PROGCOB97RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  F-ESTOQUE.
           COPY 'ESTREC.CPY'.

       FD  F-PRODMEST.
           COPY 'PRDREC.CPY'.

       FD  F-TRANSF.
           COPY 'TRFREC.CPY'.

       FD  F-RELATORIO.
       01  REG-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.
       77 WRK-STATUS-ESTOQUE  PIC X(02) VALUE '00'.
       77 WRK-STATUS-PRODMEST PIC X(02) VALUE '00'.
       77 WRK-STATUS-TRANSF   PIC X(02) VALUE '00'.
       77 WRK-FIM-ARQ PIC X(01) VALUE 'N'.
           88 FIM-ARQ VALUE 'S'.
      *CADASTRO DE PRODUTOS (DESCRICAO), LIDO PELA CHAVE.
       77 WRK-PRD-ABERTO PIC X(01) VALUE 'N'.
           88 PRODMEST-ABERTO VALUE 'S'.
       77 WRK-PRD-ACHOU PIC X(01) VALUE 'N'.
           88 PRODUTO-CADASTRADO VALUE 'S'.
       77 WRK-DESCRICAO PIC X(20) VALUE SPACES.
      *VALOR DA LINHA E TOTAIS DA RODADA.
       77 WRK-VALOR       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-VALOR   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-UNIDADES PIC 9(09) VALUE ZEROS.
       77 WRK-QT-PRODUTOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-NEGATIVOS PIC 9(04) VALUE ZEROS.
       77 WRK-QT-SEM-CUSTO PIC 9(04) VALUE ZEROS.
      *MERCADORIA EM TRANSITO ENTRE FILIAIS.
       77 WRK-QT-TRANSITO  PIC 9(04) VALUE ZEROS.
       77 WRK-UN-TRANSITO  PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-TRANSITO PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-PRATELEIRA PIC 9(13)V99 VALUE ZEROS.
       77 WRK-SALDO-ED    PIC -(6)9 VALUE ZEROS.
       77 WRK-CUSTO-ED    PIC Z(5)9,99 VALUE ZEROS.
       77 WRK-VALOR-ED    PIC Z(10)9,99 VALUE ZEROS.
       77 WRK-TOT-VALOR-ED PIC Z(12)9,99 VALUE ZEROS.
      *CAMPOS DA TRILHA DE AUDITORIA COMUM (VEJA AUDITLOG.cob).
           COPY 'AUDITCALL.CPY'.
       77 WRK-AUD-PROGRAMA PIC X(10) VALUE 'PROGCOB97'.
      *CAMPOS COMUNS DE CABECALHO/QUEBRA DE PAGINA DO RELATORIO (VEJA
      *RPTHDR.CPY).
           COPY 'RPTHDR.CPY'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE ZEROS TO WRK-RPT-PAGINA.
           MOVE ZEROS TO WRK-RPT-QT-DET.
           PERFORM 0100-ABRIR-PRODUTOS.
           OPEN OUTPUT F-RELATORIO.
           PERFORM 0900-IMPRIMIR-CABECALHO-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           MOVE '--- VALORIZACAO DO ESTOQUE (CUSTO MEDIO) ---' TO
               WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           PERFORM 0200-VALORIZAR-ESTOQUE.
           PERFORM 0250-VALORIZAR-TRANSITO.
           PERFORM 0300-IMPRIMIR-TOTAL.
           PERFORM 0920-GRAVAR-TRAILER-RPT.
           CLOSE F-RELATORIO.
           IF PRODMEST-ABERTO
               CLOSE F-PRODMEST
           END-IF.
           MOVE WRK-TOT-VALOR TO WRK-TOT-VALOR-ED.
           DISPLAY 'VALORIZACAO GRAVADA EM PROGCOB97RPT: '
               WRK-QT-PRODUTOS ' PRODUTO(S), VALOR TOTAL '
               WRK-TOT-VALOR-ED.
           IF WRK-QT-PRODUTOS = 0
               DISPLAY 'NENHUM PRODUTO NO ESTOQUE'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF (WRK-QT-NEGATIVOS > 0 OR WRK-QT-SEM-CUSTO > 0)
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WRK-AUD-ENTRADA.
           STRING 'PRODUTOS=' WRK-QT-PRODUTOS
               ' VALOR=' WRK-TOT-VALOR-ED
               ' NEGATIVOS=' WRK-QT-NEGATIVOS
               ' SEM-CUSTO=' WRK-QT-SEM-CUSTO
               ' TRANSITO=' WRK-QT-TRANSITO
               DELIMITED BY SIZE INTO WRK-AUD-SAIDA.
           MOVE RETURN-CODE TO WRK-AUD-RETCODE.
           MOVE 'FIM' TO WRK-AUD-EVENTO.
           CALL 'AUDITLOG' USING WRK-AUD-PROGRAMA WRK-AUD-EVENTO
               WRK-AUD-ENTRADA WRK-AUD-SAIDA WRK-AUD-RETCODE.
           MOVE WRK-AUD-RETCODE TO RETURN-CODE.
           GOBACK.

      *O CADASTRO DE PRODUTOS FICA ABERTO NA RODADA PARA A LEITURA
      *DA DESCRICAO PELA CHAVE. SEM ELE, AS LINHAS SAEM SEM
      *DESCRICAO E O VALOR NAO MUDA.
       0100-ABRIR-PRODUTOS.
           MOVE 'N' TO WRK-PRD-ABERTO.
           OPEN INPUT F-PRODMEST.
           IF WRK-STATUS-PRODMEST = '00'
               MOVE 'S' TO WRK-PRD-ABERTO
           END-IF.

      *DESCRICAO DO PRODUTO DA LINHA DE ESTOQUE CORRENTE.
       0120-BUSCAR-PRODUTO.
           MOVE 'N' TO WRK-PRD-ACHOU.
           MOVE SPACES TO WRK-DESCRICAO.
           IF PRODMEST-ABERTO
               MOVE EST-CODIGO TO PRD-CODIGO
               READ F-PRODMEST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-PRD-ACHOU
                       MOVE PRD-DESCRICAO TO WRK-DESCRICAO
               END-READ
           END-IF.

      *UMA LINHA POR PRODUTO DO ESTOQUE, NA ORDEM DO ARQUIVO.
       0200-VALORIZAR-ESTOQUE.
           MOVE ZEROS TO WRK-TOT-VALOR.
           MOVE ZEROS TO WRK-TOT-UNIDADES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-ESTOQUE.
           IF WRK-STATUS-ESTOQUE NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0210-LER-ESTOQUE UNTIL FIM-ARQ.
           IF WRK-STATUS-ESTOQUE NOT = '35'
               CLOSE F-ESTOQUE
           END-IF.

       0210-LER-ESTOQUE.
           READ F-ESTOQUE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   PERFORM 0220-VALORIZAR-LINHA
           END-READ.

      *VALOR = SALDO X CUSTO MEDIO. LINHA GRAVADA ANTES DO CUSTO
      *MEDIO EXISTIR VEM SEM ELE (CONTA COMO SEM CUSTO).
       0220-VALORIZAR-LINHA.
           ADD 1 TO WRK-QT-PRODUTOS.
           IF EST-CUSTO NOT NUMERIC
               MOVE ZEROS TO EST-CUSTO
           END-IF.
           IF EST-FILIAL NOT NUMERIC OR EST-FILIAL = ZEROS
               MOVE 01 TO EST-FILIAL
           END-IF.
           PERFORM 0120-BUSCAR-PRODUTO.
           MOVE EST-SALDO TO WRK-SALDO-ED.
           MOVE EST-CUSTO TO WRK-CUSTO-ED.
           MOVE ZEROS TO WRK-VALOR.
           IF EST-SALDO > ZEROS
               COMPUTE WRK-VALOR = EST-SALDO * EST-CUSTO
               ADD EST-SALDO TO WRK-TOT-UNIDADES
               ADD WRK-VALOR TO WRK-TOT-VALOR
           END-IF.
           MOVE WRK-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           EVALUATE TRUE
               WHEN EST-SALDO < ZEROS
                   ADD 1 TO WRK-QT-NEGATIVOS
                   STRING EST-CODIGO ' ' WRK-DESCRICAO
                       ' FIL=' EST-FILIAL
                       ' SALDO=' WRK-SALDO-ED
                       ' CUSTO=' WRK-CUSTO-ED
                       ' VALOR=' WRK-VALOR-ED
                       ' *SALDO NEGATIVO'
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               WHEN EST-SALDO > ZEROS AND EST-CUSTO = ZEROS
                   ADD 1 TO WRK-QT-SEM-CUSTO
                   STRING EST-CODIGO ' ' WRK-DESCRICAO
                       ' FIL=' EST-FILIAL
                       ' SALDO=' WRK-SALDO-ED
                       ' CUSTO=' WRK-CUSTO-ED
                       ' VALOR=' WRK-VALOR-ED
                       ' *SEM CUSTO MEDIO'
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
               WHEN OTHER
                   STRING EST-CODIGO ' ' WRK-DESCRICAO
                       ' FIL=' EST-FILIAL
                       ' SALDO=' WRK-SALDO-ED
                       ' CUSTO=' WRK-CUSTO-ED
                       ' VALOR=' WRK-VALOR-ED
                       DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT
           END-EVALUATE.
           PERFORM 0910-GRAVAR-LINHA-RPT.

      *MERCADORIA EM TRANSITO: CADA TRANSFERENCIA AINDA NAO RECEBIDA
      *VALE A QUANTIDADE PELO CUSTO DO ENVIO E ENTRA NO TOTAL GERAL.
       0250-VALORIZAR-TRANSITO.
           MOVE ZEROS TO WRK-QT-TRANSITO.
           MOVE ZEROS TO WRK-UN-TRANSITO.
           MOVE ZEROS TO WRK-TOT-TRANSITO.
           MOVE WRK-TOT-VALOR TO WRK-TOT-PRATELEIRA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT F-TRANSF.
           IF WRK-STATUS-TRANSF NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF.
           PERFORM 0260-LER-TRANSF UNTIL FIM-ARQ.
           IF WRK-STATUS-TRANSF NOT = '35'
               CLOSE F-TRANSF
           END-IF.
           ADD WRK-TOT-TRANSITO TO WRK-TOT-VALOR.

       0260-LER-TRANSF.
           READ F-TRANSF
               AT END
                   MOVE 'S' TO WRK-FIM-ARQ
               NOT AT END
                   IF TRF-EM-TRANSITO
                       ADD 1 TO WRK-QT-TRANSITO
                       ADD TRF-QTD TO WRK-UN-TRANSITO
                       COMPUTE WRK-VALOR = TRF-QTD * TRF-CUSTO
                       ADD WRK-VALOR TO WRK-TOT-TRANSITO
                   END-IF
           END-READ.

       0300-IMPRIMIR-TOTAL.
           MOVE WRK-TOT-PRATELEIRA TO WRK-TOT-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'PRODUTOS=' WRK-QT-PRODUTOS
               ' UNIDADES=' WRK-TOT-UNIDADES
               ' VALOR NAS FILIAIS=' WRK-TOT-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE WRK-TOT-TRANSITO TO WRK-TOT-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'TRANSFERENCIAS EM TRANSITO=' WRK-QT-TRANSITO
               ' UNIDADES=' WRK-UN-TRANSITO
               ' VALOR EM TRANSITO=' WRK-TOT-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE WRK-TOT-VALOR TO WRK-TOT-VALOR-ED.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'VALOR TOTAL DO ESTOQUE=' WRK-TOT-VALOR-ED
               DELIMITED BY SIZE INTO WRK-RPT-LINHA-TXT.
           PERFORM 0910-GRAVAR-LINHA-RPT.
           MOVE SPACES TO WRK-RPT-LINHA-TXT.
           STRING 'SALDO NEGATIVO (SEM VALOR)=' WRK-QT-NEGATIVOS
               ' SEM CUSTO MEDIO=' WRK-QT-SEM-CUSTO
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
